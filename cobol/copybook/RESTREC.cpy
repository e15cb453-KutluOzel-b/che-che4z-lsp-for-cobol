001691*                  CHECKPOINT KEEPS THE TEST RIGHT ACROSS A
001692*                  RESTART.  GROWS THE RECORD (AND THE RESTFILE
001693*                  LRECL) FROM 57 TO 65.
001694*    2026-10-15 RS ADDED REST-PARTITION-ID, THE KEY-RANGE
001695*                  STREAM (PARTREC) THE RECORD BELONGS TO -- A
001696*                  SPACE ON A SINGLE-STREAM RUN, '*' ON THE
001697*                  MERGED RECORD CBMRGE01C LEAVES ON THE MAIN
001698*                  RESTFILE.  A STREAM'S FINAL RECORD CARRIES
001699*                  ITS HIGH KEY IN REST-LAST-KEY SO THE MERGE
001700*                  CAN PROVE WHICH RANGE IT COVERED.  TAKES THE
001701*                  LAST FILLER BYTE -- THE LRECL STAYS 65.
001702*    2026-10-15 RS ADDED REST-FEES-HELD, THE COUNT OF OVER-LIMIT
001703*                  FEES HELD BACK FOR FRAUD REVIEW, SO IT
001704*                  SURVIVES A CHECKPOINT/RESTART LIKE THE OTHER
001705*                  PER-STATUS COUNTS.  ADDED AFTER REST-PARTITION-
001706*                  ID SO NO EXISTING FIELD MOVES.  GROWS THE
001707*                  RECORD (AND THE RESTFILE AND POSTREST LRECL)
001708*                  FROM 65 TO 69.
001709******************************************************************
001800 01  RESTART-CONTROL-RECORD.
001900     05  REST-PROGRAM-ID         PIC X(08).
002000     05  REST-RUN-DATE           PIC X(08).
002910     05  REST-CLOSED-SKIPPED     PIC 9(05) COMP.
002920     05  REST-SUSPENDED-COUNT    PIC 9(05) COMP.
002930     05  REST-PRIOR-RUN-DATE     PIC X(08).
003000     05  REST-PARTITION-ID       PIC X(01).
003010         88  REST-SINGLE-STREAM      VALUE SPACE.
003020         88  REST-MERGED-STREAMS     VALUE '*'.
003030     05  REST-FEES-HELD          PIC 9(05) COMP.
