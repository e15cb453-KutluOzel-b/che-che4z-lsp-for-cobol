000100******************************************************************
000200*    COPYBOOK:     PARTREC
000300*    DESCRIPTION:  KEY-RANGE PARTITION CONTROL CARD FOR THE
000400*                  OVER-LIMIT PASS.  EACH CONCURRENT STREAM OF
000500*                  CBACT01C READS ONE CARD FROM ITS PARTFILE DD
000600*                  AND SWEEPS ONLY THE ACCOUNT MASTER KEYS FROM
000700*                  THE LOW KEY TO THE HIGH KEY INCLUSIVE.  A
000800*                  MISSING DD OR EMPTY FILE MEANS ONE STREAM
000900*                  OVER THE WHOLE MASTER, AS BEFORE.  THE MERGE
001000*                  STEP (CBMRGE01C) READS THE FULL DECK -- ONE
001100*                  CARD PER STREAM, IN ASCENDING KEY ORDER -- AND
001200*                  REFUSES TO MERGE UNLESS THE RANGES COVER EVERY
001300*                  POSSIBLE ACCT-ID WITH NO GAP AND NO OVERLAP.
001400*                  COLUMNS:
001500*                       1  PARTITION ID, ANY NON-BLANK CHARACTER.
001600*                          STAMPED ON THE STREAM'S RESTART
001700*                          CONTROL RECORD (REST-PARTITION-ID) SO
001800*                          A STREAM CAN NEVER RESUME FROM ANOTHER
001900*                          STREAM'S CHECKPOINT.
002000*                    3-13  LOW ACCT-ID OF THE RANGE, ZERO-FILLED.
002100*                   15-25  HIGH ACCT-ID OF THE RANGE, ZERO-FILLED.
002200*                  ANYTHING ELSE ON THE CARD IS A PARTITION ERROR
002300*                  AND THE STEP ABENDS BEFORE ANY ACCOUNT IS READ.
002400******************************************************************
002500 01  PARTITION-CONTROL-CARD.
002600     05  PART-ID                 PIC X(01).
002700     05  FILLER                  PIC X(01).
002800     05  PART-LOW-KEY            PIC X(11).
002900     05  PART-LOW-KEY-9 REDEFINES PART-LOW-KEY
003000                                 PIC 9(11).
003100     05  FILLER                  PIC X(01).
003200     05  PART-HIGH-KEY           PIC X(11).
003300     05  PART-HIGH-KEY-9 REDEFINES PART-HIGH-KEY
003400                                 PIC 9(11).
003500     05  FILLER                  PIC X(55).
