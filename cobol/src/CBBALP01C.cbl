000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBBALP01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  END-OF-NIGHT PROOF OF THE
001300*                     ACCOUNT MASTER AS A WHOLE.  EVERY PROGRAM
001400*                     THAT MOVES ACCT-CURR-BAL OR ACCT-BRANCH-ID
001500*                     APPENDS A BEFORE/AFTER RECORD TO THE SHARED
001600*                     BALANCE-MOVEMENT JOURNAL (BALJRNL, BALJREC
001700*                     LAYOUT).  THIS STEP PROVES THAT LAST
001800*                     NIGHT'S CLOSING SNAPSHOT (BALSNAP, SNAPREC
001900*                     LAYOUT) PLUS EVERY JOURNALED MOVEMENT
002000*                     EQUALS THE MASTER AS IT STANDS NOW, BOTH
002100*                     OVERALL AND BY BRANCH, AND ITEMIZES EVERY
002200*                     ACCOUNT THAT DOES NOT PROVE.  THE MASTER IS
002300*                     THEN SNAPSHOT AS TOMORROW'S OPENING, THE
002400*                     JOURNAL IS ARCHIVED TO A NEW GENERATION
002500*                     (JRNLARCH) AND EMPTIED.  COMES BACK RC=8
002600*                     WHEN ANYTHING DOES NOT PROVE, RC=4 ON THE
002700*                     FIRST RUN (NO OPENING SNAPSHOT -- THE
002800*                     CLOSING POSITION IS TAKEN AS THE BASELINE).
002900****************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OLDSNAP   ASSIGN TO OLDSNAP
003500                      ORGANIZATION IS SEQUENTIAL
003600                      FILE STATUS IS CV1-OLDSNAP-STATUS.
003700     SELECT NEWSNAP   ASSIGN TO NEWSNAP
003800                      ORGANIZATION IS SEQUENTIAL
003900                      FILE STATUS IS CV1-NEWSNAP-STATUS.
004000     SELECT BALJRNL   ASSIGN TO BALJRNL
004100                      ORGANIZATION IS SEQUENTIAL
004200                      FILE STATUS IS CV1-BALJRNL-STATUS.
004300     SELECT JRNLARCH  ASSIGN TO JRNLARCH
004400                      ORGANIZATION IS SEQUENTIAL
004500                      FILE STATUS IS CV1-JRNLARCH-STATUS.
004600     SELECT ACCTFILE  ASSIGN TO ACCTFILE
004700                      ORGANIZATION IS INDEXED
004800                      ACCESS MODE IS SEQUENTIAL
004900                      RECORD KEY IS ACCT-ID
005000                      FILE STATUS IS CV1-ACCTFILE-STATUS.
005100     SELECT SORTFILE  ASSIGN TO SORTWK1.
005200     SELECT RPTFILE   ASSIGN TO RPTFILE
005300                      ORGANIZATION IS SEQUENTIAL
005400                      FILE STATUS IS CV1-RPTFILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  OLDSNAP
005900     RECORDING MODE IS F.
006000     COPY SNAPREC.
006100*
006200 FD  NEWSNAP
006300     RECORDING MODE IS F.
006400     COPY SNAPREC REPLACING
006500         ==BALANCE-SNAPSHOT-RECORD== BY ==NSNP-RECORD==
006600         ==SNAP-RECORD-TYPE==       BY ==NSNP-RECORD-TYPE==
006700         ==SNAP-TYPE-ACCOUNT==      BY ==NSNP-TYPE-ACCOUNT==
006800         ==SNAP-TYPE-TRAILER==      BY ==NSNP-TYPE-TRAILER==
006900         ==SNAP-ACCOUNT-DATA==      BY ==NSNP-ACCOUNT-DATA==
007000         ==SNAP-ACCT-ID==           BY ==NSNP-ACCT-ID==
007100         ==SNAP-BRANCH-ID==         BY ==NSNP-BRANCH-ID==
007200         ==SNAP-CURR-BAL==          BY ==NSNP-CURR-BAL==
007300         ==SNAP-TRAILER-DATA==      BY ==NSNP-TRAILER-DATA==
007400         ==SNAP-TAKEN-DATE==        BY ==NSNP-TAKEN-DATE==
007500         ==SNAP-TAKEN-TIME==        BY ==NSNP-TAKEN-TIME==
007600         ==SNAP-ACCOUNT-COUNT==     BY ==NSNP-ACCOUNT-COUNT==
007700         ==SNAP-BALANCE-TOTAL==     BY ==NSNP-BALANCE-TOTAL==.
007800*
007900 FD  BALJRNL
008000     RECORDING MODE IS F.
008100 01  BALJRNL-RECORD              PIC X(100).
008200*
008300 FD  JRNLARCH
008400     RECORDING MODE IS F.
008500 01  JRNLARCH-RECORD             PIC X(100).
008600*
008700 FD  ACCTFILE.
008800     COPY ACCTREC.
008900*
009000 SD  SORTFILE.
009100 01  SJRN-RECORD.
009200     05  SJRN-ACCT-ID            PIC 9(11).
009300     05  SJRN-INPUT-SEQ          PIC 9(09).
009400     05  SJRN-IMAGE              PIC X(100).
009500*
009600 FD  RPTFILE
009700     RECORDING MODE IS F.
009800 01  PRINT-RECORD.
009900     05  PRT-CC                  PIC X(01).
010000     05  PRT-DATA                PIC X(132).
010100*
010200 WORKING-STORAGE SECTION.
010300 77  CV1-JRNL-EOF-SW             PIC X(01) VALUE 'N'.
010400     88  CV1-END-OF-BALJRNL          VALUE 'Y'.
010500 77  CV1-SNAP-EOF-SW             PIC X(01) VALUE 'N'.
010600     88  CV1-END-OF-OLDSNAP          VALUE 'Y'.
010700 77  CV1-BASELINE-SW             PIC X(01) VALUE 'N'.
010800     88  CV1-BASELINE-RUN            VALUE 'Y'.
010900 77  CV1-TRAILER-SW              PIC X(01) VALUE 'N'.
011000     88  CV1-TRAILER-SEEN            VALUE 'Y'.
011100 77  CV1-ON-SNAPSHOT-SW          PIC X(01) VALUE 'N'.
011200     88  CV1-ON-SNAPSHOT             VALUE 'Y'.
011300 77  CV1-ON-MASTER-SW            PIC X(01) VALUE 'N'.
011400     88  CV1-ON-MASTER               VALUE 'Y'.
011500 77  CV1-CHAIN-SW                PIC X(01) VALUE 'N'.
011600     88  CV1-CHAIN-BROKEN            VALUE 'Y'.
011700 77  CV1-BRANCH-FOUND-SW         PIC X(01) VALUE 'N'.
011800     88  CV1-BRANCH-FOUND            VALUE 'Y'.
011900 77  CV1-BRANCH-PLACED-SW        PIC X(01) VALUE 'N'.
012000     88  CV1-BRANCH-PLACED           VALUE 'Y'.
012100 77  CV1-SECTION-SW              PIC X(01) VALUE 'A'.
012200     88  CV1-SECTION-ACCOUNTS        VALUE 'A'.
012300     88  CV1-SECTION-BRANCHES        VALUE 'B'.
012400 77  CV1-RUN-DATE                PIC X(08) VALUE SPACES.
012500 77  CV1-RUN-TIME                PIC X(08) VALUE SPACES.
012600 77  CV1-SNAP-KEY                PIC X(11) VALUE SPACES.
012700 77  CV1-JRNL-KEY                PIC X(11) VALUE SPACES.
012800 77  CV1-ACCT-KEY                PIC X(11) VALUE SPACES.
012900 77  CV1-LOW-KEY                 PIC X(11) VALUE SPACES.
013000 77  CV1-PRIOR-SNAP-ID           PIC 9(11) VALUE ZERO.
013100 77  CV1-REASON                  PIC X(30) VALUE SPACES.
013200 77  CV1-SNAP-ERROR              PIC X(30) VALUE SPACES.
013300 77  CV1-OPEN-BRANCH             PIC X(05) VALUE SPACES.
013400 77  CV1-CHAIN-BRANCH            PIC X(05) VALUE SPACES.
013500 77  CV1-CLOSE-BRANCH            PIC X(05) VALUE SPACES.
013600 77  CV1-FIND-BRANCH             PIC X(05) VALUE SPACES.
013700 77  CV1-OPEN-BAL                PIC S9(09)V99 SIGN IS LEADING
013800                                  SEPARATE VALUE ZERO.
013900 77  CV1-CHAIN-BAL               PIC S9(09)V99 SIGN IS LEADING
014000                                  SEPARATE VALUE ZERO.
014100 77  CV1-CLOSE-BAL               PIC S9(09)V99 SIGN IS LEADING
014200                                  SEPARATE VALUE ZERO.
014300 77  CV1-MOVE-AMOUNT             PIC S9(11)V99 SIGN IS LEADING
014400                                  SEPARATE VALUE ZERO.
014500 77  CV1-ACCT-MOVEMENT           PIC S9(11)V99 SIGN IS LEADING
014600                                  SEPARATE VALUE ZERO.
014700 77  CV1-ACCT-DIFF               PIC S9(11)V99 SIGN IS LEADING
014800                                  SEPARATE VALUE ZERO.
014900 77  CV1-BRANCH-DIFF             PIC S9(13)V99 SIGN IS LEADING
015000                                  SEPARATE VALUE ZERO.
015100 77  CV1-TOTAL-OPENING           PIC S9(13)V99 SIGN IS LEADING
015200                                  SEPARATE VALUE ZERO.
015300 77  CV1-TOTAL-MOVEMENT          PIC S9(13)V99 SIGN IS LEADING
015400                                  SEPARATE VALUE ZERO.
015500 77  CV1-TOTAL-CLOSING           PIC S9(13)V99 SIGN IS LEADING
015600                                  SEPARATE VALUE ZERO.
015700 77  CV1-TOTAL-DIFF              PIC S9(13)V99 SIGN IS LEADING
015800                                  SEPARATE VALUE ZERO.
015900 77  CV1-CHECK-TOTAL             PIC S9(13)V99 SIGN IS LEADING
016000                                  SEPARATE VALUE ZERO.
016100 77  CV1-CHECK-COUNT             PIC 9(09) COMP VALUE ZERO.
016200 77  CV1-SNAP-ACCOUNTS           PIC 9(09) COMP VALUE ZERO.
016300 77  CV1-MASTER-ACCOUNTS         PIC 9(09) COMP VALUE ZERO.
016400 77  CV1-JOURNAL-READ            PIC 9(09) COMP VALUE ZERO.
016500 77  CV1-JOURNAL-APPLIED         PIC 9(09) COMP VALUE ZERO.
016600 77  CV1-ACCT-JOURNALED          PIC 9(05) COMP VALUE ZERO.
016700 77  CV1-ACCOUNTS-NOT-PROVEN     PIC 9(09) COMP VALUE ZERO.
016800 77  CV1-BRANCHES-OUT            PIC 9(05) COMP VALUE ZERO.
016900 77  CV1-BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
017000 77  CV1-BRANCH-AT               PIC 9(03) COMP VALUE ZERO.
017100 77  CV1-SHIFT-SUB               PIC 9(03) COMP VALUE ZERO.
017200 77  CV1-BRANCH-MAX              PIC 9(03) COMP VALUE 500.
017300 77  CV1-PAGE-NO                 PIC 9(05) COMP VALUE ZERO.
017400 77  CV1-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
017500 77  CV1-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
017600 77  CV1-OLDSNAP-STATUS          PIC X(02) VALUE '00'.
017700 77  CV1-NEWSNAP-STATUS          PIC X(02) VALUE '00'.
017800 77  CV1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
017900 77  CV1-JRNLARCH-STATUS         PIC X(02) VALUE '00'.
018000 77  CV1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
018100 77  CV1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
018200 77  CV1-FAILING-FILE            PIC X(10) VALUE SPACES.
018300 77  CV1-FAILING-STATUS          PIC X(02) VALUE SPACES.
018400*
018500     COPY BALJREC.
018600*
018700****************************************************************
018800*    BRANCH PROOF TABLE, KEPT IN ASCENDING BRANCH ORDER AS
018900*    ENTRIES ARE ADDED SO IT PRINTS WITHOUT A SORT.  OPENING
019000*    COMES FROM THE SNAPSHOT, CLOSING FROM THE MASTER, AND
019100*    MOVEMENT FROM THE JOURNAL (EACH RECORD TAKES ITS BEFORE
019200*    BALANCE OFF ITS BEFORE BRANCH AND PUTS ITS AFTER BALANCE
019300*    ON ITS AFTER BRANCH, SO A BRANCH CHANGE MOVES THE WHOLE
019400*    BALANCE ACROSS).
019500****************************************************************
019600 01  CV1-BRANCH-TABLE.
019700     05  CV1-BRANCH-COUNT        PIC 9(03) COMP VALUE ZERO.
019800     05  CV1-BRANCH-ENTRY OCCURS 0 TO 500 TIMES
019900             DEPENDING ON CV1-BRANCH-COUNT.
020000         10  CV1-BR-ID           PIC X(05).
020100         10  CV1-BR-OPENING      PIC S9(13)V99 SIGN IS LEADING
020200                                  SEPARATE.
020300         10  CV1-BR-MOVEMENT     PIC S9(13)V99 SIGN IS LEADING
020400                                  SEPARATE.
020500         10  CV1-BR-CLOSING      PIC S9(13)V99 SIGN IS LEADING
020600                                  SEPARATE.
020700*
020800 01  CV1-PAGE-HEADING-1.
020900     05  FILLER                  PIC X(05) VALUE SPACES.
021000     05  FILLER                  PIC X(44) VALUE
021100         'ACCOUNT MASTER BALANCE PROOF'.
021200     05  FILLER                  PIC X(18) VALUE SPACES.
021300     05  FILLER                  PIC X(05) VALUE 'DATE '.
021400     05  CV1-H-DATE              PIC X(08).
021500     05  FILLER                  PIC X(06) VALUE SPACES.
021600     05  FILLER                  PIC X(05) VALUE 'PAGE '.
021700     05  CV1-H-PAGE              PIC ZZZZ9.
021800*
021900 01  CV1-PAGE-HEADING-2.
022000     05  FILLER                  PIC X(05) VALUE SPACES.
022100     05  CV1-H-SECTION           PIC X(60).
022200*
022300 01  CV1-ACCOUNT-HEADING.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(11) VALUE 'BRANCH O/C'.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  FILLER                  PIC X(13) VALUE 'OPENING'.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  FILLER                  PIC X(15) VALUE 'JOURNALED'.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  FILLER                  PIC X(13) VALUE 'CLOSING'.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  FILLER                  PIC X(15) VALUE 'DIFFERENCE'.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  FILLER                  PIC X(04) VALUE 'MOVS'.
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  FILLER                  PIC X(30) VALUE 'REASON'.
024000*
024100 01  CV1-ACCOUNT-LINE.
024200     05  FILLER                  PIC X(02).
024300     05  CV1-D-ACCT              PIC 9(11).
024400     05  FILLER                  PIC X(02).
024500     05  CV1-D-OPEN-BRANCH       PIC X(05).
024600     05  FILLER                  PIC X(01).
024700     05  CV1-D-CLOSE-BRANCH      PIC X(05).
024800     05  FILLER                  PIC X(02).
024900     05  CV1-D-OPENING           PIC -9(09).99.
025000     05  FILLER                  PIC X(02).
025100     05  CV1-D-MOVEMENT          PIC -9(11).99.
025200     05  FILLER                  PIC X(02).
025300     05  CV1-D-CLOSING           PIC -9(09).99.
025400     05  FILLER                  PIC X(02).
025500     05  CV1-D-DIFF              PIC -9(11).99.
025600     05  FILLER                  PIC X(02).
025700     05  CV1-D-MOVES             PIC ZZZ9.
025800     05  FILLER                  PIC X(02).
025900     05  CV1-D-REASON            PIC X(30).
026000*
026100 01  CV1-BRANCH-HEADING.
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  FILLER                  PIC X(09) VALUE 'BRANCH'.
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  FILLER                  PIC X(17) VALUE 'OPENING'.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  FILLER                  PIC X(17) VALUE 'JOURNALED'.
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  FILLER                  PIC X(17) VALUE 'CLOSING'.
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  FILLER                  PIC X(17) VALUE 'DIFFERENCE'.
027200*
027300 01  CV1-BRANCH-LINE.
027400     05  FILLER                  PIC X(02).
027500     05  CV1-B-BRANCH            PIC X(09).
027600     05  FILLER                  PIC X(02).
027700     05  CV1-B-OPENING           PIC -9(13).99.
027800     05  FILLER                  PIC X(02).
027900     05  CV1-B-MOVEMENT          PIC -9(13).99.
028000     05  FILLER                  PIC X(02).
028100     05  CV1-B-CLOSING           PIC -9(13).99.
028200     05  FILLER                  PIC X(02).
028300     05  CV1-B-DIFF              PIC -9(13).99.
028400     05  FILLER                  PIC X(02).
028500     05  CV1-B-FLAG              PIC X(20).
028600*
028700 01  CV1-NOTE-LINE.
028800     05  FILLER                  PIC X(05).
028900     05  CV1-N-TEXT              PIC X(70).
029000*
029100 01  CV1-SUMMARY-LINE.
029200     05  FILLER                  PIC X(05).
029300     05  CV1-SM-CAPTION          PIC X(24).
029400     05  CV1-SM-COUNT            PIC ZZZZZZZZ9.
029500*
029600 PROCEDURE DIVISION.
029700*
029800****************************************************************
029900*    0000-MAINLINE
030000*    CHECK THE OPENING SNAPSHOT, ARCHIVE AND SORT THE JOURNAL
030100*    BY ACCOUNT, PROVE THE MASTER ACCOUNT BY ACCOUNT AND BRANCH
030200*    BY BRANCH, THEN EMPTY THE JOURNAL FOR THE NEXT NIGHT.
030300****************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     SORT SORTFILE
030700         ON ASCENDING KEY SJRN-ACCT-ID
030800                          SJRN-INPUT-SEQ
030900         INPUT PROCEDURE 2000-ARCHIVE-JOURNAL THRU 2000-EXIT
031000         OUTPUT PROCEDURE 3000-PROVE-MASTER THRU 3000-EXIT.
031100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031200     IF CV1-BASELINE-RUN
031300         IF 4 > RETURN-CODE
031400             MOVE 4 TO RETURN-CODE
031500         END-IF
031600     ELSE
031700         IF CV1-ACCOUNTS-NOT-PROVEN > ZERO
031800                 OR CV1-BRANCHES-OUT > ZERO
031900                 OR CV1-TOTAL-DIFF NOT = ZERO
032000             IF 8 > RETURN-CODE
032100                 MOVE 8 TO RETURN-CODE
032200             END-IF
032300         END-IF
032400     END-IF.
032500     GOBACK.
032600*
032700****************************************************************
032800*    1000-INITIALIZE
032900*    CHECK THE OPENING SNAPSHOT BEFORE ANYTHING IS WRITTEN, THEN
033000*    OPEN THE REPORT.  THE OTHER FILES ARE OPENED BY THE SORT
033100*    PROCEDURES THAT USE THEM.
033200****************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT CV1-RUN-DATE FROM DATE YYYYMMDD.
033500     ACCEPT CV1-RUN-TIME FROM TIME.
033600     PERFORM 1200-CHECK-OPENING-SNAPSHOT THRU 1200-EXIT.
033700     OPEN OUTPUT RPTFILE.
033800     IF CV1-RPTFILE-STATUS NOT = '00'
033900         MOVE 'RPTFILE' TO CV1-FAILING-FILE
034000         MOVE CV1-RPTFILE-STATUS TO CV1-FAILING-STATUS
034100         GO TO 9800-FILE-ERROR
034200     END-IF.
034300 1000-EXIT.
034400     EXIT.
034500*
034600****************************************************************
034700*    1200-CHECK-OPENING-SNAPSHOT
034800*    READ LAST NIGHT'S SNAPSHOT THROUGH ONCE.  AN EMPTY FILE
034900*    MEANS THERE IS NO OPENING POSITION YET: TONIGHT'S CLOSING
035000*    IS TAKEN AS THE BASELINE AND NOTHING IS PROVEN.  OTHERWISE
035100*    THE DETAIL MUST BE IN ASCENDING ACCOUNT ORDER AND END WITH
035200*    ONE TRAILER WHOSE COUNT AND TOTAL AGREE WITH IT -- A
035300*    SNAPSHOT THAT FAILS ANY OF THESE CANNOT BE TRUSTED AS AN
035400*    OPENING AND THE STEP ABENDS BEFORE ANYTHING IS WRITTEN.
035500****************************************************************
035600 1200-CHECK-OPENING-SNAPSHOT.
035700     OPEN INPUT OLDSNAP.
035800     IF CV1-OLDSNAP-STATUS NOT = '00'
035900         MOVE 'OLDSNAP' TO CV1-FAILING-FILE
036000         MOVE CV1-OLDSNAP-STATUS TO CV1-FAILING-STATUS
036100         GO TO 9800-FILE-ERROR
036200     END-IF.
036300     PERFORM 1210-CHECK-ONE-SNAP-RECORD THRU 1210-EXIT
036400         UNTIL CV1-END-OF-OLDSNAP.
036500     CLOSE OLDSNAP.
036600     IF CV1-CHECK-COUNT = ZERO AND NOT CV1-TRAILER-SEEN
036700         SET CV1-BASELINE-RUN TO TRUE
036800         GO TO 1200-EXIT
036900     END-IF.
037000     IF NOT CV1-TRAILER-SEEN
037100         MOVE 'TRAILER MISSING' TO CV1-SNAP-ERROR
037200         GO TO 9700-SNAPSHOT-ERROR
037300     END-IF.
037400 1200-EXIT.
037500     EXIT.
037600*
037700 1210-CHECK-ONE-SNAP-RECORD.
037800     READ OLDSNAP
037900         AT END
038000             SET CV1-END-OF-OLDSNAP TO TRUE
038100     END-READ.
038200     IF CV1-OLDSNAP-STATUS NOT = '00' AND CV1-OLDSNAP-STATUS
038300             NOT = '10'
038400         MOVE 'OLDSNAP' TO CV1-FAILING-FILE
038500         MOVE CV1-OLDSNAP-STATUS TO CV1-FAILING-STATUS
038600         GO TO 9800-FILE-ERROR
038700     END-IF.
038800     IF CV1-END-OF-OLDSNAP
038900         GO TO 1210-EXIT
039000     END-IF.
039100     IF CV1-TRAILER-SEEN
039200         MOVE 'RECORDS AFTER TRAILER' TO CV1-SNAP-ERROR
039300         GO TO 9700-SNAPSHOT-ERROR
039400     END-IF.
039500     IF SNAP-TYPE-TRAILER
039600         SET CV1-TRAILER-SEEN TO TRUE
039700         IF SNAP-ACCOUNT-COUNT NOT = CV1-CHECK-COUNT
039800                 OR SNAP-BALANCE-TOTAL NOT = CV1-CHECK-TOTAL
039900             MOVE 'TRAILER DISAGREES WITH DETAIL'
040000                 TO CV1-SNAP-ERROR
040100             GO TO 9700-SNAPSHOT-ERROR
040200         END-IF
040300         GO TO 1210-EXIT
040400     END-IF.
040500     IF NOT SNAP-TYPE-ACCOUNT
040600             OR SNAP-ACCT-ID NOT NUMERIC
040700             OR SNAP-CURR-BAL NOT NUMERIC
040800         MOVE 'INVALID DETAIL RECORD' TO CV1-SNAP-ERROR
040900         GO TO 9700-SNAPSHOT-ERROR
041000     END-IF.
041100     IF CV1-CHECK-COUNT > ZERO
041200             AND SNAP-ACCT-ID NOT > CV1-PRIOR-SNAP-ID
041300         MOVE 'DETAIL OUT OF SEQUENCE' TO CV1-SNAP-ERROR
041400         GO TO 9700-SNAPSHOT-ERROR
041500     END-IF.
041600     MOVE SNAP-ACCT-ID TO CV1-PRIOR-SNAP-ID.
041700     ADD 1 TO CV1-CHECK-COUNT.
041800     ADD SNAP-CURR-BAL TO CV1-CHECK-TOTAL.
041900 1210-EXIT.
042000     EXIT.
042100*
042200****************************************************************
042300*    2000-ARCHIVE-JOURNAL
042400*    SORT INPUT PROCEDURE.  COPY EVERY JOURNAL RECORD TO THE NEW
042500*    ARCHIVE GENERATION AS READ, AND RELEASE IT TO THE SORT
042600*    WITH ITS ARRIVAL NUMBER SO EACH ACCOUNT'S MOVEMENTS COME
042700*    BACK IN THE ORDER THEY WERE WRITTEN.
042800****************************************************************
042900 2000-ARCHIVE-JOURNAL.
043000     OPEN INPUT BALJRNL.
043100     IF CV1-BALJRNL-STATUS NOT = '00'
043200         MOVE 'BALJRNL' TO CV1-FAILING-FILE
043300         MOVE CV1-BALJRNL-STATUS TO CV1-FAILING-STATUS
043400         GO TO 9800-FILE-ERROR
043500     END-IF.
043600     OPEN OUTPUT JRNLARCH.
043700     IF CV1-JRNLARCH-STATUS NOT = '00'
043800         MOVE 'JRNLARCH' TO CV1-FAILING-FILE
043900         MOVE CV1-JRNLARCH-STATUS TO CV1-FAILING-STATUS
044000         GO TO 9800-FILE-ERROR
044100     END-IF.
044200     PERFORM 2100-ARCHIVE-ONE-RECORD THRU 2100-EXIT
044300         UNTIL CV1-END-OF-BALJRNL.
044400     CLOSE BALJRNL.
044500     CLOSE JRNLARCH.
044600 2000-EXIT.
044700     EXIT.
044800*
044900****************************************************************
045000*    2100-ARCHIVE-ONE-RECORD
045100*    A JOURNAL RECORD WITH A NON-NUMERIC KEY OR BALANCE CANNOT
045200*    BE PROVEN AGAINST ANYTHING; THE STEP ABENDS SO THE JOURNAL
045300*    IS NEVER EMPTIED WITH IT UNREAD.
045400****************************************************************
045500 2100-ARCHIVE-ONE-RECORD.
045600     READ BALJRNL
045700         AT END
045800             SET CV1-END-OF-BALJRNL TO TRUE
045900     END-READ.
046000     IF CV1-BALJRNL-STATUS NOT = '00' AND CV1-BALJRNL-STATUS
046100             NOT = '10'
046200         MOVE 'BALJRNL' TO CV1-FAILING-FILE
046300         MOVE CV1-BALJRNL-STATUS TO CV1-FAILING-STATUS
046400         GO TO 9800-FILE-ERROR
046500     END-IF.
046600     IF CV1-END-OF-BALJRNL
046700         GO TO 2100-EXIT
046800     END-IF.
046900     ADD 1 TO CV1-JOURNAL-READ.
047000     WRITE JRNLARCH-RECORD FROM BALJRNL-RECORD.
047100     IF CV1-JRNLARCH-STATUS NOT = '00'
047200         MOVE 'JRNLARCH' TO CV1-FAILING-FILE
047300         MOVE CV1-JRNLARCH-STATUS TO CV1-FAILING-STATUS
047400         GO TO 9800-FILE-ERROR
047500     END-IF.
047600     MOVE BALJRNL-RECORD TO BALANCE-MOVEMENT-RECORD.
047700     IF BALJ-ACCT-ID NOT NUMERIC
047800             OR BALJ-BEFORE-BAL NOT NUMERIC
047900             OR BALJ-AFTER-BAL NOT NUMERIC
048000         GO TO 9750-JOURNAL-ERROR
048100     END-IF.
048200     MOVE BALJ-ACCT-ID     TO SJRN-ACCT-ID.
048300     MOVE CV1-JOURNAL-READ TO SJRN-INPUT-SEQ.
048400     MOVE BALJRNL-RECORD   TO SJRN-IMAGE.
048500     RELEASE SJRN-RECORD.
048600 2100-EXIT.
048700     EXIT.
048800*
048900****************************************************************
049000*    3000-PROVE-MASTER
049100*    SORT OUTPUT PROCEDURE.  MATCH THE OPENING SNAPSHOT, THE
049200*    SORTED JOURNAL AND THE MASTER BY ACCOUNT (ALL THREE IN
049300*    ASCENDING ACCOUNT ORDER), WRITING TONIGHT'S SNAPSHOT AS
049400*    THE MASTER GOES BY, THEN PRINT THE BRANCH PROOF.
049500****************************************************************
049600 3000-PROVE-MASTER.
049700     OPEN INPUT OLDSNAP.
049800     IF CV1-OLDSNAP-STATUS NOT = '00'
049900         MOVE 'OLDSNAP' TO CV1-FAILING-FILE
050000         MOVE CV1-OLDSNAP-STATUS TO CV1-FAILING-STATUS
050100         GO TO 9800-FILE-ERROR
050200     END-IF.
050300     OPEN INPUT ACCTFILE.
050400     IF CV1-ACCTFILE-STATUS NOT = '00'
050500         MOVE 'ACCTFILE' TO CV1-FAILING-FILE
050600         MOVE CV1-ACCTFILE-STATUS TO CV1-FAILING-STATUS
050700         GO TO 9800-FILE-ERROR
050800     END-IF.
050900     OPEN OUTPUT NEWSNAP.
051000     IF CV1-NEWSNAP-STATUS NOT = '00'
051100         MOVE 'NEWSNAP' TO CV1-FAILING-FILE
051200         MOVE CV1-NEWSNAP-STATUS TO CV1-FAILING-STATUS
051300         GO TO 9800-FILE-ERROR
051400     END-IF.
051500     MOVE 'ACCOUNTS NOT PROVEN' TO CV1-H-SECTION.
051600     SET CV1-SECTION-ACCOUNTS TO TRUE.
051700     PERFORM 4100-START-PAGE THRU 4100-EXIT.
051800     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.
051900     PERFORM 3200-RETURN-JOURNAL THRU 3200-EXIT.
052000     PERFORM 3300-READ-MASTER THRU 3300-EXIT.
052100     PERFORM 3400-PROVE-ONE-ACCOUNT THRU 3400-EXIT
052200         UNTIL CV1-SNAP-KEY = HIGH-VALUES
052300             AND CV1-JRNL-KEY = HIGH-VALUES
052400             AND CV1-ACCT-KEY = HIGH-VALUES.
052500     PERFORM 3700-WRITE-SNAP-TRAILER THRU 3700-EXIT.
052600     CLOSE OLDSNAP.
052700     CLOSE ACCTFILE.
052800     CLOSE NEWSNAP.
052900     IF CV1-BASELINE-RUN
053000         MOVE 'NO OPENING SNAPSHOT -- CLOSING TAKEN AS BASELINE'
053100             TO CV1-N-TEXT
053200         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
053300         GO TO 3000-EXIT
053400     END-IF.
053500     IF CV1-ACCOUNTS-NOT-PROVEN = ZERO
053600         MOVE 'EVERY ACCOUNT PROVEN' TO CV1-N-TEXT
053700         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
053800     END-IF.
053900     PERFORM 5000-WRITE-BRANCH-PROOF THRU 5000-EXIT.
054000 3000-EXIT.
054100     EXIT.
054200*
054300****************************************************************
054400*    3100-READ-SNAPSHOT
054500*    NEXT OPENING ACCOUNT.  THE TRAILER (ALREADY CHECKED) ENDS
054600*    THE DETAIL.
054700****************************************************************
054800 3100-READ-SNAPSHOT.
054900     READ OLDSNAP
055000         AT END
055100             MOVE HIGH-VALUES TO CV1-SNAP-KEY
055200             GO TO 3100-EXIT
055300     END-READ.
055400     IF CV1-OLDSNAP-STATUS NOT = '00'
055500         MOVE 'OLDSNAP' TO CV1-FAILING-FILE
055600         MOVE CV1-OLDSNAP-STATUS TO CV1-FAILING-STATUS
055700         GO TO 9800-FILE-ERROR
055800     END-IF.
055900     IF SNAP-TYPE-TRAILER
056000         MOVE HIGH-VALUES TO CV1-SNAP-KEY
056100         GO TO 3100-EXIT
056200     END-IF.
056300     MOVE SNAP-ACCT-ID TO CV1-SNAP-KEY.
056400     ADD 1 TO CV1-SNAP-ACCOUNTS.
056500 3100-EXIT.
056600     EXIT.
056700*
056800****************************************************************
056900*    3200-RETURN-JOURNAL
057000*    NEXT JOURNAL RECORD IN ACCOUNT AND ARRIVAL ORDER.
057100****************************************************************
057200 3200-RETURN-JOURNAL.
057300     RETURN SORTFILE
057400         AT END
057500             MOVE HIGH-VALUES TO CV1-JRNL-KEY
057600             GO TO 3200-EXIT
057700     END-RETURN.
057800     MOVE SJRN-IMAGE   TO BALANCE-MOVEMENT-RECORD.
057900     MOVE SJRN-ACCT-ID TO CV1-JRNL-KEY.
058000 3200-EXIT.
058100     EXIT.
058200*
058300****************************************************************
058400*    3300-READ-MASTER
058500*    NEXT ACCOUNT ON THE MASTER, IN KEY ORDER.
058600****************************************************************
058700 3300-READ-MASTER.
058800     READ ACCTFILE
058900         AT END
059000             MOVE HIGH-VALUES TO CV1-ACCT-KEY
059100             GO TO 3300-EXIT
059200     END-READ.
059300     IF CV1-ACCTFILE-STATUS NOT = '00'
059400         MOVE 'ACCTFILE' TO CV1-FAILING-FILE
059500         MOVE CV1-ACCTFILE-STATUS TO CV1-FAILING-STATUS
059600         GO TO 9800-FILE-ERROR
059700     END-IF.
059800     MOVE ACCT-ID TO CV1-ACCT-KEY.
059900     ADD 1 TO CV1-MASTER-ACCOUNTS.
060000 3300-EXIT.
060100     EXIT.
060200*
060300****************************************************************
060400*    3400-PROVE-ONE-ACCOUNT
060500*    THE LOWEST OF THE THREE KEYS IS THE ACCOUNT IN HAND.  ITS
060600*    OPENING IS THE SNAPSHOT (BLANK BRANCH AND ZERO IF IT WAS
060700*    NOT THERE LAST NIGHT); EACH JOURNAL RECORD MUST START FROM
060800*    WHERE THE ONE BEFORE IT LEFT OFF; ITS CLOSING IS THE
060900*    MASTER.  THE DIFFERENCE IS CLOSING LESS OPENING LESS THE
061000*    JOURNALED MOVEMENT.
061100****************************************************************
061200 3400-PROVE-ONE-ACCOUNT.
061300     MOVE CV1-SNAP-KEY TO CV1-LOW-KEY.
061400     IF CV1-JRNL-KEY < CV1-LOW-KEY
061500         MOVE CV1-JRNL-KEY TO CV1-LOW-KEY
061600     END-IF.
061700     IF CV1-ACCT-KEY < CV1-LOW-KEY
061800         MOVE CV1-ACCT-KEY TO CV1-LOW-KEY
061900     END-IF.
062000     MOVE SPACES TO CV1-REASON.
062100     MOVE 'N'    TO CV1-ON-SNAPSHOT-SW.
062200     MOVE 'N'    TO CV1-ON-MASTER-SW.
062300     MOVE 'N'    TO CV1-CHAIN-SW.
062400     MOVE ZERO   TO CV1-ACCT-JOURNALED.
062500     MOVE ZERO   TO CV1-ACCT-MOVEMENT.
062600     MOVE SPACES TO CV1-OPEN-BRANCH.
062700     MOVE ZERO   TO CV1-OPEN-BAL.
062800     MOVE SPACES TO CV1-CLOSE-BRANCH.
062900     MOVE ZERO   TO CV1-CLOSE-BAL.
063000     IF CV1-SNAP-KEY = CV1-LOW-KEY
063100         SET CV1-ON-SNAPSHOT TO TRUE
063200         MOVE SNAP-BRANCH-ID TO CV1-OPEN-BRANCH
063300         MOVE SNAP-CURR-BAL  TO CV1-OPEN-BAL
063400         ADD CV1-OPEN-BAL    TO CV1-TOTAL-OPENING
063500         MOVE CV1-OPEN-BRANCH TO CV1-FIND-BRANCH
063600         PERFORM 5100-FIND-BRANCH THRU 5100-EXIT
063700         ADD CV1-OPEN-BAL TO CV1-BR-OPENING (CV1-BRANCH-AT)
063800         PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT
063900     END-IF.
064000     MOVE CV1-OPEN-BRANCH TO CV1-CHAIN-BRANCH.
064100     MOVE CV1-OPEN-BAL    TO CV1-CHAIN-BAL.
064200     PERFORM 3500-APPLY-ONE-MOVEMENT THRU 3500-EXIT
064300         UNTIL CV1-JRNL-KEY NOT = CV1-LOW-KEY.
064400     IF CV1-ACCT-KEY = CV1-LOW-KEY
064500         SET CV1-ON-MASTER TO TRUE
064600         MOVE ACCT-BRANCH-ID TO CV1-CLOSE-BRANCH
064700         IF ACCT-CURR-BAL IS NUMERIC
064800             MOVE ACCT-CURR-BAL TO CV1-CLOSE-BAL
064900         ELSE
065000             MOVE 'MASTER BALANCE NOT NUMERIC' TO CV1-REASON
065100         END-IF
065200         ADD CV1-CLOSE-BAL TO CV1-TOTAL-CLOSING
065300         MOVE CV1-CLOSE-BRANCH TO CV1-FIND-BRANCH
065400         PERFORM 5100-FIND-BRANCH THRU 5100-EXIT
065500         ADD CV1-CLOSE-BAL TO CV1-BR-CLOSING (CV1-BRANCH-AT)
065600         PERFORM 3600-WRITE-SNAP-DETAIL THRU 3600-EXIT
065700         PERFORM 3300-READ-MASTER THRU 3300-EXIT
065800     END-IF.
065900     COMPUTE CV1-ACCT-DIFF =
066000         CV1-CLOSE-BAL - CV1-OPEN-BAL - CV1-ACCT-MOVEMENT.
066100     IF CV1-BASELINE-RUN
066200         GO TO 3400-EXIT
066300     END-IF.
066400     PERFORM 3450-JUDGE-ACCOUNT THRU 3450-EXIT.
066500     IF CV1-REASON NOT = SPACES
066600         PERFORM 4000-ITEMIZE-ACCOUNT THRU 4000-EXIT
066700     END-IF.
066800 3400-EXIT.
066900     EXIT.
067000*
067100****************************************************************
067200*    3450-JUDGE-ACCOUNT
067300*    THE ACCOUNT PROVES WHEN IT IS ON THE MASTER, ITS JOURNAL
067400*    CHAIN IS UNBROKEN, AND THE CHAIN ENDS ON THE MASTER'S
067500*    BRANCH AND BALANCE.  OTHERWISE THE FIRST REASON THAT
067600*    APPLIES IS THE ONE REPORTED.
067700****************************************************************
067800 3450-JUDGE-ACCOUNT.
067900     IF CV1-REASON NOT = SPACES
068000         GO TO 3450-EXIT
068100     END-IF.
068200     IF NOT CV1-ON-MASTER
068300         MOVE 'NOT ON ACCOUNT MASTER' TO CV1-REASON
068400         GO TO 3450-EXIT
068500     END-IF.
068600     IF CV1-CHAIN-BROKEN
068700         MOVE 'JOURNAL CHAIN BROKEN' TO CV1-REASON
068800         GO TO 3450-EXIT
068900     END-IF.
069000     IF CV1-CHAIN-BRANCH = CV1-CLOSE-BRANCH
069100             AND CV1-CHAIN-BAL = CV1-CLOSE-BAL
069200         GO TO 3450-EXIT
069300     END-IF.
069400     IF CV1-ACCT-JOURNALED > ZERO
069500         MOVE 'MASTER DISAGREES WITH JOURNAL' TO CV1-REASON
069600         GO TO 3450-EXIT
069700     END-IF.
069800     IF CV1-ON-SNAPSHOT
069900         MOVE 'CHANGED WITH NO JOURNAL' TO CV1-REASON
070000     ELSE
070100         MOVE 'ADDED WITH NO JOURNAL' TO CV1-REASON
070200     END-IF.
070300 3450-EXIT.
070400     EXIT.
070500*
070600****************************************************************
070700*    3500-APPLY-ONE-MOVEMENT
070800*    ONE JOURNAL RECORD FOR THE ACCOUNT IN HAND.  ITS BEFORE
070900*    SIDE MUST MATCH WHERE THE CHAIN STANDS; ITS AFTER SIDE
071000*    BECOMES THE NEW CHAIN POSITION.  THE MOVEMENT IS AFTER
071100*    LESS BEFORE, AND THE BRANCH TABLE TAKES THE BEFORE BALANCE
071200*    OFF THE BEFORE BRANCH AND PUTS THE AFTER BALANCE ON THE
071300*    AFTER BRANCH (A NEW ACCOUNT HAS NO BEFORE BRANCH).
071400****************************************************************
071500 3500-APPLY-ONE-MOVEMENT.
071600     ADD 1 TO CV1-ACCT-JOURNALED.
071700     ADD 1 TO CV1-JOURNAL-APPLIED.
071800     IF BALJ-BEFORE-BRANCH NOT = CV1-CHAIN-BRANCH
071900             OR BALJ-BEFORE-BAL NOT = CV1-CHAIN-BAL
072000         SET CV1-CHAIN-BROKEN TO TRUE
072100     END-IF.
072200     COMPUTE CV1-MOVE-AMOUNT = BALJ-AFTER-BAL - BALJ-BEFORE-BAL.
072300     ADD CV1-MOVE-AMOUNT TO CV1-ACCT-MOVEMENT.
072400     ADD CV1-MOVE-AMOUNT TO CV1-TOTAL-MOVEMENT.
072500     IF BALJ-BEFORE-BRANCH NOT = SPACES
072600         MOVE BALJ-BEFORE-BRANCH TO CV1-FIND-BRANCH
072700         PERFORM 5100-FIND-BRANCH THRU 5100-EXIT
072800         SUBTRACT BALJ-BEFORE-BAL FROM
072900             CV1-BR-MOVEMENT (CV1-BRANCH-AT)
073000     END-IF.
073100     MOVE BALJ-AFTER-BRANCH TO CV1-FIND-BRANCH.
073200     PERFORM 5100-FIND-BRANCH THRU 5100-EXIT.
073300     ADD BALJ-AFTER-BAL TO CV1-BR-MOVEMENT (CV1-BRANCH-AT).
073400     MOVE BALJ-AFTER-BRANCH TO CV1-CHAIN-BRANCH.
073500     MOVE BALJ-AFTER-BAL    TO CV1-CHAIN-BAL.
073600     PERFORM 3200-RETURN-JOURNAL THRU 3200-EXIT.
073700 3500-EXIT.
073800     EXIT.
073900*
074000****************************************************************
074100*    3600-WRITE-SNAP-DETAIL
074200*    THE MASTER ACCOUNT IN HAND GOES INTO TONIGHT'S SNAPSHOT,
074300*    TOMORROW NIGHT'S OPENING.
074400****************************************************************
074500 3600-WRITE-SNAP-DETAIL.
074600     MOVE SPACES           TO NSNP-RECORD.
074700     SET NSNP-TYPE-ACCOUNT TO TRUE.
074800     MOVE ACCT-ID          TO NSNP-ACCT-ID.
074900     MOVE CV1-CLOSE-BRANCH TO NSNP-BRANCH-ID.
075000     MOVE CV1-CLOSE-BAL    TO NSNP-CURR-BAL.
075100     WRITE NSNP-RECORD.
075200     IF CV1-NEWSNAP-STATUS NOT = '00'
075300         MOVE 'NEWSNAP' TO CV1-FAILING-FILE
075400         MOVE CV1-NEWSNAP-STATUS TO CV1-FAILING-STATUS
075500         GO TO 9800-FILE-ERROR
075600     END-IF.
075700 3600-EXIT.
075800     EXIT.
075900*
076000****************************************************************
076100*    3700-WRITE-SNAP-TRAILER
076200*    CLOSE TONIGHT'S SNAPSHOT WITH ITS COUNT AND TOTAL, WHICH
076300*    TOMORROW NIGHT'S RUN CHECKS BEFORE IT TRUSTS THE FILE.
076400****************************************************************
076500 3700-WRITE-SNAP-TRAILER.
076600     MOVE SPACES              TO NSNP-RECORD.
076700     SET NSNP-TYPE-TRAILER    TO TRUE.
076800     MOVE CV1-RUN-DATE        TO NSNP-TAKEN-DATE.
076900     MOVE CV1-RUN-TIME (1:6)  TO NSNP-TAKEN-TIME.
077000     MOVE CV1-MASTER-ACCOUNTS TO NSNP-ACCOUNT-COUNT.
077100     MOVE CV1-TOTAL-CLOSING   TO NSNP-BALANCE-TOTAL.
077200     WRITE NSNP-RECORD.
077300     IF CV1-NEWSNAP-STATUS NOT = '00'
077400         MOVE 'NEWSNAP' TO CV1-FAILING-FILE
077500         MOVE CV1-NEWSNAP-STATUS TO CV1-FAILING-STATUS
077600         GO TO 9800-FILE-ERROR
077700     END-IF.
077800 3700-EXIT.
077900     EXIT.
078000*
078100****************************************************************
078200*    4000-ITEMIZE-ACCOUNT
078300*    ONE ACCOUNT THAT DID NOT PROVE.  THE REASON IS ALREADY IN
078400*    CV1-REASON.
078500****************************************************************
078600 4000-ITEMIZE-ACCOUNT.
078700     ADD 1 TO CV1-ACCOUNTS-NOT-PROVEN.
078800     IF CV1-LINE-COUNT >= CV1-LINES-PER-PAGE
078900         PERFORM 4100-START-PAGE THRU 4100-EXIT
079000     END-IF.
079100     MOVE SPACES             TO CV1-ACCOUNT-LINE.
079200     MOVE CV1-LOW-KEY        TO CV1-D-ACCT.
079300     MOVE CV1-OPEN-BRANCH    TO CV1-D-OPEN-BRANCH.
079400     MOVE CV1-CLOSE-BRANCH   TO CV1-D-CLOSE-BRANCH.
079500     MOVE CV1-OPEN-BAL       TO CV1-D-OPENING.
079600     MOVE CV1-ACCT-MOVEMENT  TO CV1-D-MOVEMENT.
079700     MOVE CV1-CLOSE-BAL      TO CV1-D-CLOSING.
079800     MOVE CV1-ACCT-DIFF      TO CV1-D-DIFF.
079900     MOVE CV1-ACCT-JOURNALED TO CV1-D-MOVES.
080000     MOVE CV1-REASON         TO CV1-D-REASON.
080100     MOVE SPACE              TO PRT-CC.
080200     MOVE CV1-ACCOUNT-LINE   TO PRT-DATA.
080300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
080400     ADD 1 TO CV1-LINE-COUNT.
080500 4000-EXIT.
080600     EXIT.
080700*
080800****************************************************************
080900*    4100-START-PAGE
081000*    NEW PAGE: REPORT HEADING WITH RUN DATE AND PAGE NUMBER,
081100*    THE SECTION TITLE, AND THE SECTION'S COLUMN HEADINGS.
081200****************************************************************
081300 4100-START-PAGE.
081400     ADD 1 TO CV1-PAGE-NO.
081500     MOVE CV1-RUN-DATE TO CV1-H-DATE.
081600     MOVE CV1-PAGE-NO  TO CV1-H-PAGE.
081700     MOVE '1'          TO PRT-CC.
081800     MOVE CV1-PAGE-HEADING-1 TO PRT-DATA.
081900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
082000     MOVE SPACE        TO PRT-CC.
082100     MOVE CV1-PAGE-HEADING-2 TO PRT-DATA.
082200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
082300     MOVE '0'          TO PRT-CC.
082400     IF CV1-SECTION-ACCOUNTS
082500         MOVE CV1-ACCOUNT-HEADING TO PRT-DATA
082600     ELSE
082700         MOVE CV1-BRANCH-HEADING  TO PRT-DATA
082800     END-IF.
082900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
083000     MOVE 4 TO CV1-LINE-COUNT.
083100 4100-EXIT.
083200     EXIT.
083300*
083400****************************************************************
083500*    5000-WRITE-BRANCH-PROOF
083600*    ONE LINE PER BRANCH, IN BRANCH ORDER, THEN THE OVERALL
083700*    LINE.  A BRANCH WHOSE CLOSING IS NOT ITS OPENING PLUS ITS
083800*    JOURNALED MOVEMENT IS FLAGGED OUT OF BALANCE.
083900****************************************************************
084000 5000-WRITE-BRANCH-PROOF.
084100     MOVE 'PROOF BY BRANCH' TO CV1-H-SECTION.
084200     SET CV1-SECTION-BRANCHES TO TRUE.
084300     PERFORM 4100-START-PAGE THRU 4100-EXIT.
084400     PERFORM 5050-WRITE-ONE-BRANCH THRU 5050-EXIT
084500         VARYING CV1-BRANCH-SUB FROM 1 BY 1
084600         UNTIL CV1-BRANCH-SUB > CV1-BRANCH-COUNT.
084700     COMPUTE CV1-TOTAL-DIFF = CV1-TOTAL-CLOSING
084800         - CV1-TOTAL-OPENING - CV1-TOTAL-MOVEMENT.
084900     MOVE SPACES             TO CV1-BRANCH-LINE.
085000     MOVE 'ALL'              TO CV1-B-BRANCH.
085100     MOVE CV1-TOTAL-OPENING  TO CV1-B-OPENING.
085200     MOVE CV1-TOTAL-MOVEMENT TO CV1-B-MOVEMENT.
085300     MOVE CV1-TOTAL-CLOSING  TO CV1-B-CLOSING.
085400     MOVE CV1-TOTAL-DIFF     TO CV1-B-DIFF.
085500     IF CV1-TOTAL-DIFF NOT = ZERO
085600         MOVE '*** OUT OF BALANCE' TO CV1-B-FLAG
085700     END-IF.
085800     MOVE '0'                TO PRT-CC.
085900     MOVE CV1-BRANCH-LINE    TO PRT-DATA.
086000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
086100     ADD 2 TO CV1-LINE-COUNT.
086200 5000-EXIT.
086300     EXIT.
086400*
086500 5050-WRITE-ONE-BRANCH.
086600     IF CV1-LINE-COUNT >= CV1-LINES-PER-PAGE
086700         PERFORM 4100-START-PAGE THRU 4100-EXIT
086800     END-IF.
086900     COMPUTE CV1-BRANCH-DIFF = CV1-BR-CLOSING (CV1-BRANCH-SUB)
087000         - CV1-BR-OPENING (CV1-BRANCH-SUB)
087100         - CV1-BR-MOVEMENT (CV1-BRANCH-SUB).
087200     MOVE SPACES TO CV1-BRANCH-LINE.
087300     MOVE CV1-BR-ID (CV1-BRANCH-SUB)       TO CV1-B-BRANCH.
087400     MOVE CV1-BR-OPENING (CV1-BRANCH-SUB)  TO CV1-B-OPENING.
087500     MOVE CV1-BR-MOVEMENT (CV1-BRANCH-SUB) TO CV1-B-MOVEMENT.
087600     MOVE CV1-BR-CLOSING (CV1-BRANCH-SUB)  TO CV1-B-CLOSING.
087700     MOVE CV1-BRANCH-DIFF                  TO CV1-B-DIFF.
087800     IF CV1-BRANCH-DIFF NOT = ZERO
087900         ADD 1 TO CV1-BRANCHES-OUT
088000         MOVE '*** OUT OF BALANCE' TO CV1-B-FLAG
088100     END-IF.
088200     MOVE SPACE           TO PRT-CC.
088300     MOVE CV1-BRANCH-LINE TO PRT-DATA.
088400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
088500     ADD 1 TO CV1-LINE-COUNT.
088600 5050-EXIT.
088700     EXIT.
088800*
088900****************************************************************
089000*    5100-FIND-BRANCH
089100*    LEAVE CV1-BRANCH-AT ON THE TABLE ENTRY FOR CV1-FIND-BRANCH,
089200*    ADDING A ZEROED ENTRY IN ITS BRANCH-ORDER PLACE THE FIRST
089300*    TIME A BRANCH IS SEEN.  MORE BRANCHES THAN THE TABLE HOLDS
089400*    ABENDS THE STEP -- A PROOF THAT DROPPED A BRANCH WOULD
089500*    NOT BE A PROOF.
089600****************************************************************
089700 5100-FIND-BRANCH.
089800     MOVE 'N' TO CV1-BRANCH-FOUND-SW.
089900     MOVE 'N' TO CV1-BRANCH-PLACED-SW.
090000     PERFORM 5110-MATCH-ONE-BRANCH THRU 5110-EXIT
090100         VARYING CV1-BRANCH-SUB FROM 1 BY 1
090200         UNTIL CV1-BRANCH-SUB > CV1-BRANCH-COUNT
090300             OR CV1-BRANCH-FOUND
090400             OR CV1-BRANCH-PLACED.
090500     IF CV1-BRANCH-FOUND
090600         GO TO 5100-EXIT
090700     END-IF.
090800     IF NOT CV1-BRANCH-PLACED
090900         COMPUTE CV1-BRANCH-AT = CV1-BRANCH-COUNT + 1
091000     END-IF.
091100     IF CV1-BRANCH-COUNT >= CV1-BRANCH-MAX
091200         GO TO 9760-BRANCH-TABLE-ERROR
091500     END-IF.
091600     ADD 1 TO CV1-BRANCH-COUNT.
091700     PERFORM 5120-SHIFT-ONE-BRANCH THRU 5120-EXIT
091800         VARYING CV1-SHIFT-SUB FROM CV1-BRANCH-COUNT BY -1
091900         UNTIL CV1-SHIFT-SUB NOT > CV1-BRANCH-AT.
092000     MOVE CV1-FIND-BRANCH TO CV1-BR-ID (CV1-BRANCH-AT).
092100     MOVE ZERO TO CV1-BR-OPENING (CV1-BRANCH-AT).
092200     MOVE ZERO TO CV1-BR-MOVEMENT (CV1-BRANCH-AT).
092300     MOVE ZERO TO CV1-BR-CLOSING (CV1-BRANCH-AT).
092400 5100-EXIT.
092500     EXIT.
092600*
092700 5110-MATCH-ONE-BRANCH.
092800     IF CV1-BR-ID (CV1-BRANCH-SUB) = CV1-FIND-BRANCH
092900         SET CV1-BRANCH-FOUND TO TRUE
093000         MOVE CV1-BRANCH-SUB TO CV1-BRANCH-AT
093100         GO TO 5110-EXIT
093200     END-IF.
093300     IF CV1-BR-ID (CV1-BRANCH-SUB) > CV1-FIND-BRANCH
093400         SET CV1-BRANCH-PLACED TO TRUE
093500         MOVE CV1-BRANCH-SUB TO CV1-BRANCH-AT
093600     END-IF.
093700 5110-EXIT.
093800     EXIT.
093900*
094000 5120-SHIFT-ONE-BRANCH.
094100     MOVE CV1-BRANCH-ENTRY (CV1-SHIFT-SUB - 1)
094200         TO CV1-BRANCH-ENTRY (CV1-SHIFT-SUB).
094300 5120-EXIT.
094400     EXIT.
094500*
094600****************************************************************
094700*    8000-WRITE-PRINT-LINE
094800*    WRITE ONE LINE OF THE PROOF REPORT; PRT-CC AND PRT-DATA
094900*    ARE ALREADY SET.
095000****************************************************************
095100 8000-WRITE-PRINT-LINE.
095200     WRITE PRINT-RECORD.
095300     IF CV1-RPTFILE-STATUS NOT = '00'
095400         MOVE 'RPTFILE' TO CV1-FAILING-FILE
095500         MOVE CV1-RPTFILE-STATUS TO CV1-FAILING-STATUS
095600         GO TO 9800-FILE-ERROR
095700     END-IF.
095800 8000-EXIT.
095900     EXIT.
096000*
096100****************************************************************
096200*    8100-WRITE-NOTE
096300*    ONE NOTE LINE, TEXT ALREADY IN CV1-N-TEXT, DOUBLE-SPACED.
096400****************************************************************
096500 8100-WRITE-NOTE.
096600     MOVE '0'           TO PRT-CC.
096700     MOVE CV1-NOTE-LINE TO PRT-DATA.
096800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
096900     ADD 2 TO CV1-LINE-COUNT.
097000 8100-EXIT.
097100     EXIT.
097200*
097300****************************************************************
097400*    8900-WRITE-SUMMARY
097500*    CONTROL COUNTS FOR OPERATIONS.  EVERY JOURNAL RECORD READ
097600*    MUST HAVE BEEN APPLIED TO AN ACCOUNT.
097700****************************************************************
097800 8900-WRITE-SUMMARY.
097900     MOVE '0' TO PRT-CC.
098000     MOVE SPACES TO CV1-SUMMARY-LINE.
098100     MOVE 'OPENING ACCOUNTS'        TO CV1-SM-CAPTION.
098200     MOVE CV1-SNAP-ACCOUNTS         TO CV1-SM-COUNT.
098300     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
098400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
098500     MOVE SPACE TO PRT-CC.
098600     MOVE 'JOURNAL RECORDS READ'    TO CV1-SM-CAPTION.
098700     MOVE CV1-JOURNAL-READ          TO CV1-SM-COUNT.
098800     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
098900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
099000     MOVE 'JOURNAL RECORDS APPLIED' TO CV1-SM-CAPTION.
099100     MOVE CV1-JOURNAL-APPLIED       TO CV1-SM-COUNT.
099200     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
099300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
099400     MOVE 'MASTER ACCOUNTS READ'    TO CV1-SM-CAPTION.
099500     MOVE CV1-MASTER-ACCOUNTS       TO CV1-SM-COUNT.
099600     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
099700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
099800     MOVE 'ACCOUNTS NOT PROVEN'     TO CV1-SM-CAPTION.
099900     MOVE CV1-ACCOUNTS-NOT-PROVEN   TO CV1-SM-COUNT.
100000     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
100100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
100200     MOVE 'BRANCHES OUT OF BALANCE' TO CV1-SM-CAPTION.
100300     MOVE CV1-BRANCHES-OUT          TO CV1-SM-COUNT.
100400     MOVE CV1-SUMMARY-LINE TO PRT-DATA.
100500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
100600 8900-EXIT.
100700     EXIT.
100800*
100900****************************************************************
101000*    9000-TERMINATE
101100*    WRITE THE CONTROL COUNTS, CLOSE THE REPORT, AND EMPTY THE
101200*    JOURNAL (DISP=OLD, SO OPEN OUTPUT REPOSITIONS AT THE FRONT)
101300*    -- ITS CONTENTS ARE SAFE IN THE ARCHIVE GENERATION AND
101400*    TONIGHT'S SNAPSHOT IS TOMORROW'S OPENING.
101500****************************************************************
101600 9000-TERMINATE.
101700     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
101800     CLOSE RPTFILE.
101900     OPEN OUTPUT BALJRNL.
102000     IF CV1-BALJRNL-STATUS NOT = '00'
102100         MOVE 'BALJRNL' TO CV1-FAILING-FILE
102200         MOVE CV1-BALJRNL-STATUS TO CV1-FAILING-STATUS
102300         GO TO 9800-FILE-ERROR
102400     END-IF.
102500     CLOSE BALJRNL.
102600 9000-EXIT.
102700     EXIT.
102800*
102900****************************************************************
103000*    9700-SNAPSHOT-ERROR
103100*    LAST NIGHT'S SNAPSHOT CANNOT BE TRUSTED AS AN OPENING.
103200*    NOTHING HAS BEEN WRITTEN YET; THE STEP ABENDS RC=16 AND
103300*    THE JOURNAL IS LEFT AS IT IS.
103400****************************************************************
103500 9700-SNAPSHOT-ERROR.
103600     DISPLAY 'CBBALP01C OPENING SNAPSHOT INVALID: '
103700         CV1-SNAP-ERROR.
103800     MOVE 16 TO RETURN-CODE.
103900     GOBACK.
104000*
104100****************************************************************
104200*    9750-JOURNAL-ERROR
104300*    A JOURNAL RECORD IS UNREADABLE.  THE STEP ABENDS RC=16
104400*    BEFORE THE JOURNAL IS EMPTIED.
104500****************************************************************
104600 9750-JOURNAL-ERROR.
104700     DISPLAY 'CBBALP01C INVALID JOURNAL RECORD ' CV1-JOURNAL-READ
104800         ': ' BALJRNL-RECORD.
104900     MOVE 16 TO RETURN-CODE.
105000     GOBACK.
105100*
105105****************************************************************
105110*    9760-BRANCH-TABLE-ERROR
105115*    MORE BRANCHES ON THE MASTER THAN THE PROOF TABLE HOLDS.  THE
105120*    FILES THE PROOF HAS OPEN ARE CLOSED, THE JOURNAL IS LEFT AS
105125*    IT IS, AND THE STEP ABENDS RC=16.
105130****************************************************************
105135 9760-BRANCH-TABLE-ERROR.
105140     DISPLAY 'CBBALP01C MORE THAN 500 BRANCHES -- TABLE FULL'.
105145     CLOSE OLDSNAP.
105150     CLOSE ACCTFILE.
105155     CLOSE NEWSNAP.
105160     CLOSE RPTFILE.
105165     MOVE 16 TO RETURN-CODE.
105170     GOBACK.
105175*
105200****************************************************************
105300*    9800-FILE-ERROR
105400*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
105500*    OTHER THAN A NORMAL AT-END LANDS HERE WITH THE FAILING FILE
105600*    NAME AND ITS FILE STATUS ALREADY MOVED TO CV1-FAILING-FILE/
105700*    CV1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
105800****************************************************************
105900 9800-FILE-ERROR.
106000     DISPLAY 'CBBALP01C I/O ERROR ON FILE ' CV1-FAILING-FILE
106100         ' STATUS ' CV1-FAILING-STATUS.
106200     MOVE 16 TO RETURN-CODE.
106300     GOBACK.
