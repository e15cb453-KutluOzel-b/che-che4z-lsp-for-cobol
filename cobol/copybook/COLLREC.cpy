000100******************************************************************
000200*    COPYBOOK:     COLLREC
000300*    DESCRIPTION:  COLLECTIONS QUEUE EXTRACT RECORD.  WRITTEN BY
000400*                  CBDLNQ01C, ONE PER ACCOUNT IN THE 30-DAY OR
000500*                  LATER DELINQUENCY BUCKETS, IN BRANCH AND
000600*                  ACCOUNT ORDER, FOR THE COLLECTIONS SYSTEM TO
000700*                  LOAD INTO ITS WORK QUEUE.  COLL-BUCKET IS THE
000800*                  AGING BUCKET ('1' = 30 DAYS, '2' = 60, '3' =
000900*                  90, '4' = 120+) AND COLL-CYCLES-DELINQ THE
001000*                  NUMBER OF CONSECUTIVE DUE DATES MISSED.
001100******************************************************************
001200 01  COLLECTIONS-RECORD.
001300     05  COLL-ACCT-ID            PIC 9(11).
001400     05  COLL-BRANCH-ID          PIC X(05).
001500     05  COLL-ACCT-STATUS        PIC X(01).
001600     05  COLL-BUCKET             PIC X(01).
001700     05  COLL-CYCLES-DELINQ      PIC 9(03).
001800     05  COLL-DUE-DATE           PIC X(08).
001900     05  COLL-MIN-DUE            PIC S9(09)V99
002000                                  SIGN IS LEADING SEPARATE.
002100     05  COLL-PAST-DUE           PIC S9(09)V99
002200                                  SIGN IS LEADING SEPARATE.
002300     05  COLL-CURR-BAL           PIC S9(09)V99
002400                                  SIGN IS LEADING SEPARATE.
002500     05  COLL-CREDIT-LIMIT       PIC S9(09)V99
002600                                  SIGN IS LEADING SEPARATE.
002700     05  COLL-LAST-PAY-DATE      PIC X(08).
002800     05  COLL-RUN-DATE           PIC X(08).
002900     05  FILLER                  PIC X(10).
