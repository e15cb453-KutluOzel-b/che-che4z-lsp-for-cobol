000100******************************************************************
000200*    COPYBOOK:     RATEREC
000300*    DESCRIPTION:  FINANCE CHARGE RATE TABLE CARD, READ BY THE
000400*                  CYCLE-END INTEREST ACCRUAL (CBINTR01C) FROM
000500*                  THE RATEFILE DD AT INITIALIZATION.  THE FIRST
000600*                  CARD MUST BE THE SCHEDULE CARD (TYPE 'S'): IT
000700*                  CARRIES THE TABLE VERSION STAMPED ON EVERY
000800*                  FINANCE CHARGE POSTING AND THE DEFAULT APR.
000900*                  ANY NUMBER OF OVERRIDE CARDS FOLLOW, EACH
001000*                  SETTING THE APR FOR ONE BRANCH (TYPE 'B') OR
001100*                  ONE CARD PRODUCT (TYPE 'P').  AN ACCOUNT IS
001200*                  CHARGED AT ITS PRODUCT'S RATE WHEN ITS
001300*                  PRODUCT HAS ONE, ELSE AT ITS BRANCH'S RATE
001400*                  WHEN ITS BRANCH HAS ONE, ELSE AT THE DEFAULT.
001500*                  THE VERSION IS TAKEN FROM THE SCHEDULE CARD
001600*                  ONLY.
001700*                  COLUMNS:
001800*                       1  CARD TYPE, 'S', 'B', OR 'P'.
001900*                    3-10  TABLE VERSION (SCHEDULE CARD ONLY).
002000*                   12-16  BRANCH ID (TYPE 'B') OR PRODUCT CODE
002100*                          IN COLUMNS 12-15 (TYPE 'P').
002200*                   18-23  ANNUAL PERCENTAGE RATE, ZERO-FILLED
002300*                          WITH FOUR ASSUMED DECIMALS -- 199900
002400*                          IS 19.99 PERCENT.
002500*                  ANYTHING ELSE ON THE DECK IS A RATE TABLE
002600*                  ERROR AND THE STEP ABENDS BEFORE ANY ACCOUNT
002700*                  IS CHARGED.
002800******************************************************************
002900 01  RATE-TABLE-RECORD.
003000     05  RATE-RECORD-TYPE        PIC X(01).
003100         88  RATE-TYPE-SCHEDULE      VALUE 'S'.
003200         88  RATE-TYPE-BRANCH        VALUE 'B'.
003300         88  RATE-TYPE-PRODUCT       VALUE 'P'.
003400     05  FILLER                  PIC X(01).
003500     05  RATE-TABLE-VERSION      PIC X(08).
003600     05  FILLER                  PIC X(01).
003700     05  RATE-KEY                PIC X(05).
003800     05  FILLER                  PIC X(01).
003900     05  RATE-APR                PIC X(06).
004000     05  RATE-APR-9 REDEFINES RATE-APR
004100                                 PIC 9(02)V9(04).
004200     05  FILLER                  PIC X(57).
