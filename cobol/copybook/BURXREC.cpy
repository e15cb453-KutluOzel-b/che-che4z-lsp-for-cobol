000100******************************************************************
000200*    COPYBOOK:     BURXREC
000300*    DESCRIPTION:  MONTHLY CREDIT BUREAU REPORTING RECORD, WRITTEN
000400*                  BY CBBURX01C TO A NEW GENERATION OF BUREAU FOR
000500*                  TRANSMISSION TO THE CREDIT BUREAUS.  ONE 'H'
000600*                  HEADER, THEN ONE 'B' BASE SEGMENT PER ACCOUNT
000700*                  REPORTED IN ACCT-ID ORDER, THEN ONE 'T'
000800*                  TRAILER.  HEADER AND TRAILER BOTH CARRY THE
000900*                  BASE SEGMENT COUNT, THE TOTAL RECORD COUNT
001000*                  (HEADER AND TRAILER INCLUDED), AND THE BALANCE
001100*                  AND CREDIT LIMIT TOTALS OF THE BASE SEGMENTS,
001200*                  WHICH THE BUREAU CHECKS BEFORE IT LOADS THE
001300*                  FILE.  BURX-ACCT-STATUS IS THE MASTER STATUS AS
001400*                  IT STOOD ('A', 'S', 'C' OR 'W');
001500*                  BURX-CONDITION SAYS WHETHER THE ACCOUNT IS
001600*                  WITHIN ITS LIMIT, OVER IT, OR CHARGED OFF.
001700*                  THE OVER-LIMIT FIELDS COME FROM THE ROLLING
001800*                  HISTORY FILE AND ARE ZERO WHEN THE ACCOUNT HAS
001900*                  NEVER GONE OVER.  MONEY IS SIGNED, LEADING
002000*                  SEPARATE, AS ON EVERY OTHER EXTRACT.
002100******************************************************************
002200 01  BUREAU-REPORT-RECORD.
002300     05  BURX-RECORD-TYPE        PIC X(01).
002400         88  BURX-TYPE-HEADER        VALUE 'H'.
002500         88  BURX-TYPE-BASE          VALUE 'B'.
002600         88  BURX-TYPE-TRAILER       VALUE 'T'.
002700     05  BURX-BASE-DATA.
002800         10  BURX-ACCT-ID        PIC 9(11).
002900         10  BURX-BRANCH-ID      PIC X(05).
003000         10  BURX-CUST-NAME      PIC X(30).
003100         10  BURX-ADDR-LINE-1    PIC X(30).
003200         10  BURX-ADDR-LINE-2    PIC X(30).
003300         10  BURX-CITY           PIC X(20).
003400         10  BURX-STATE          PIC X(02).
003500         10  BURX-ZIP            PIC X(09).
003600         10  BURX-OPEN-DATE      PIC X(08).
003700         10  BURX-ACCT-STATUS    PIC X(01).
003800         10  BURX-CONDITION      PIC X(02).
003900             88  BURX-COND-CURRENT       VALUE 'CU'.
004000             88  BURX-COND-OVER-LIMIT    VALUE 'OL'.
004100             88  BURX-COND-CHARGED-OFF   VALUE 'CO'.
004200         10  BURX-CURR-BAL       PIC S9(09)V99
004300                                  SIGN IS LEADING SEPARATE.
004400         10  BURX-CREDIT-LIMIT   PIC S9(09)V99
004500                                  SIGN IS LEADING SEPARATE.
004600         10  BURX-AMOUNT-OVER    PIC S9(09)V99
004700                                  SIGN IS LEADING SEPARATE.
004800         10  BURX-OVER-LIFETIME  PIC 9(07).
004900         10  BURX-OVER-CONSEC    PIC 9(05).
005000         10  BURX-OVER-LAST-DATE PIC X(08).
005100         10  FILLER              PIC X(15).
005200     05  BURX-CONTROL-DATA REDEFINES BURX-BASE-DATA.
005300         10  BURX-REPORTER-ID    PIC X(10).
005400         10  BURX-REPORT-MONTH   PIC X(06).
005500         10  BURX-CREATED-DATE   PIC X(08).
005600         10  BURX-CREATED-TIME   PIC X(06).
005700         10  BURX-BASE-COUNT     PIC 9(09).
005800         10  BURX-RECORD-COUNT   PIC 9(09).
005900         10  BURX-BALANCE-TOTAL  PIC S9(13)V99
006000                                  SIGN IS LEADING SEPARATE.
006100         10  BURX-LIMIT-TOTAL    PIC S9(13)V99
006200                                  SIGN IS LEADING SEPARATE.
006300         10  BURX-OVER-COUNT     PIC 9(09).
006400         10  BURX-CHGOFF-COUNT   PIC 9(09).
006500         10  FILLER              PIC X(121).
