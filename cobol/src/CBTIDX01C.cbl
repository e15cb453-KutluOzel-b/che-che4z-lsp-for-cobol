000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBTIDX01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  KEEPS THE RECENT-POSTINGS
001300*                     INQUIRY KSDS (TRANINQ, TINQREC LAYOUT) THE
001400*                     ONLINE OVER-LIMIT INQUIRY READS.  TRANFILE
001500*                     IS A DAY'S SEQUENTIAL DATASET THAT CICS
001600*                     CANNOT BROWSE BY ACCOUNT, SO EVERY POSTING
001700*                     ON IT IS LOADED HERE UNDER AN
001800*                     ACCOUNT-LEADING KEY; A POSTING ALREADY ON
001900*                     FILE IS REFRESHED WHEN ITS IMAGE CHANGED
002000*                     (APPLIED OR WAIVED SINCE), SO A RERUN ADDS
002100*                     NOTHING TWICE.  POSTINGS DATED BEFORE THE
002200*                     START OF THE RETENTION WINDOW -- THE SYSIN
002300*                     CARD'S MONTH COUNT, DEFAULT 3, COUNTED BACK
002400*                     FROM THE FIRST OF THIS MONTH -- ARE NEITHER
002500*                     LOADED NOR KEPT.
002600****************************************************************
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRANFILE  ASSIGN TO TRANFILE
003200                      ORGANIZATION IS SEQUENTIAL
003300                      FILE STATUS IS CQ1-TRANFILE-STATUS.
003400     SELECT TINQFILE  ASSIGN TO TINQFILE
003500                      ORGANIZATION IS INDEXED
003600                      ACCESS MODE IS DYNAMIC
003700                      RECORD KEY IS TINQ-KEY
003800                      FILE STATUS IS CQ1-TINQFILE-STATUS.
003900     SELECT RPTFILE   ASSIGN TO RPTFILE
004000                      ORGANIZATION IS SEQUENTIAL
004100                      FILE STATUS IS CQ1-RPTFILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TRANFILE
004600     RECORDING MODE IS F.
004700     COPY TRANREC.
004800*
004900 FD  TINQFILE.
005000     COPY TINQREC.
005100*
005200 FD  RPTFILE
005300     RECORDING MODE IS F.
005400 01  REPORT-LINE                 PIC X(80).
005500*
005600 WORKING-STORAGE SECTION.
005700 77  CQ1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
005800     88  CQ1-END-OF-TRANFILE         VALUE 'Y'.
005900 77  CQ1-TINQ-EOF-SW             PIC X(01) VALUE 'N'.
006000     88  CQ1-END-OF-TINQFILE         VALUE 'Y'.
006100 77  CQ1-RETAIN-MONTHS           PIC 9(02) VALUE 3.
006200 77  CQ1-MONTH-NUMBER            PIC 9(07) COMP VALUE ZERO.
006300 77  CQ1-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
006400 77  CQ1-ADDED-COUNT             PIC 9(09) COMP VALUE ZERO.
006500 77  CQ1-REFRESHED-COUNT         PIC 9(09) COMP VALUE ZERO.
006600 77  CQ1-UNCHANGED-COUNT         PIC 9(09) COMP VALUE ZERO.
006700 77  CQ1-TOO-OLD-COUNT           PIC 9(09) COMP VALUE ZERO.
006800 77  CQ1-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
006900 77  CQ1-NEW-KEY                 PIC X(36) VALUE SPACES.
007000 77  CQ1-NEW-POSTING             PIC X(90) VALUE SPACES.
007100 77  CQ1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
007200 77  CQ1-TINQFILE-STATUS         PIC X(02) VALUE '00'.
007300 77  CQ1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
007400 77  CQ1-FAILING-FILE            PIC X(08) VALUE SPACES.
007500 77  CQ1-FAILING-STATUS          PIC X(02) VALUE SPACES.
007600*
007700 01  CQ1-PARM-CARD.
007800     05  CQ1-PARM-MONTHS         PIC X(02).
007900     05  CQ1-PARM-MONTHS-9 REDEFINES CQ1-PARM-MONTHS
008000                                 PIC 9(02).
008100     05  FILLER                  PIC X(78).
008200*
008300 01  CQ1-RUN-DATE.
008400     05  CQ1-RUN-YEAR            PIC 9(04).
008500     05  CQ1-RUN-MONTH           PIC 9(02).
008600     05  CQ1-RUN-DAY             PIC 9(02).
008700*
008800 01  CQ1-CUTOFF-DATE.
008900     05  CQ1-CUT-YEAR            PIC 9(04).
009000     05  CQ1-CUT-MONTH           PIC 9(02).
009100     05  CQ1-CUT-DAY             PIC 9(02) VALUE 01.
009200*
009300 01  CQ1-TITLE-LINE.
009400     05  FILLER                  PIC X(05) VALUE SPACES.
009500     05  FILLER                  PIC X(40) VALUE
009600         'RECENT-POSTINGS INQUIRY FILE LOAD'.
009700     05  FILLER                  PIC X(06) VALUE 'DATE: '.
009800     05  CQ1-T-DATE              PIC X(08).
009900*
010000 01  CQ1-CUTOFF-LINE.
010100     05  FILLER                  PIC X(05) VALUE SPACES.
010200     05  FILLER                  PIC X(24) VALUE
010300         'RETENTION (MONTHS):'.
010400     05  CQ1-CL-MONTHS           PIC Z9.
010500     05  FILLER                  PIC X(05) VALUE SPACES.
010600     05  FILLER                  PIC X(20) VALUE
010700         'KEEPING POSTINGS ON '.
010800     05  FILLER                  PIC X(09) VALUE 'OR AFTER '.
010900     05  CQ1-CL-DATE             PIC X(08).
011000*
011100 01  CQ1-COUNT-LINE.
011200     05  FILLER                  PIC X(05) VALUE SPACES.
011300     05  CQ1-C-LABEL             PIC X(40).
011400     05  CQ1-C-COUNT             PIC ZZZ,ZZZ,ZZ9.
011500*
011600 PROCEDURE DIVISION.
011700*
011800****************************************************************
011900*    0000-MAINLINE
012000*    LOAD THE INPUT POSTINGS, THEN SWEEP THE INQUIRY FILE AND
012100*    PURGE WHAT HAS AGED OUT OF THE RETENTION WINDOW.
012200****************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-LOAD-POSTING THRU 2000-EXIT
012600         UNTIL CQ1-END-OF-TRANFILE.
012700     PERFORM 3000-PURGE-AGED-POSTINGS THRU 3000-EXIT.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     GOBACK.
013000*
013100****************************************************************
013200*    1000-INITIALIZE
013300*    PICK UP THE RETENTION IN MONTHS FROM THE SYSIN CARD (BLANK,
013400*    ZERO, OR MISSING MEANS THE DEFAULT OF 3), WORK OUT THE
013500*    CUTOFF DATE -- THE FIRST OF THE MONTH THAT MANY MONTHS BACK
013600*    -- AND OPEN THE FILES.
013700****************************************************************
013800 1000-INITIALIZE.
013900     MOVE SPACES TO CQ1-PARM-CARD.
014000     ACCEPT CQ1-PARM-CARD.
014100     IF CQ1-PARM-MONTHS IS NUMERIC
014200             AND CQ1-PARM-MONTHS-9 > ZERO
014300         MOVE CQ1-PARM-MONTHS-9 TO CQ1-RETAIN-MONTHS
014400     END-IF.
014500     ACCEPT CQ1-RUN-DATE FROM DATE YYYYMMDD.
014600     COMPUTE CQ1-MONTH-NUMBER = CQ1-RUN-YEAR * 12
014700         + CQ1-RUN-MONTH - 1 - CQ1-RETAIN-MONTHS.
014800     DIVIDE CQ1-MONTH-NUMBER BY 12 GIVING CQ1-CUT-YEAR
014900         REMAINDER CQ1-CUT-MONTH.
015000     ADD 1 TO CQ1-CUT-MONTH.
015100     OPEN INPUT TRANFILE.
015200     IF CQ1-TRANFILE-STATUS NOT = '00'
015300         MOVE 'TRANFILE' TO CQ1-FAILING-FILE
015400         MOVE CQ1-TRANFILE-STATUS TO CQ1-FAILING-STATUS
015500         GO TO 9800-FILE-ERROR
015600     END-IF.
015700     OPEN I-O TINQFILE.
015800     IF CQ1-TINQFILE-STATUS NOT = '00'
015900         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
016000         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
016100         GO TO 9800-FILE-ERROR
016200     END-IF.
016300     OPEN OUTPUT RPTFILE.
016400     IF CQ1-RPTFILE-STATUS NOT = '00'
016500         MOVE 'RPTFILE' TO CQ1-FAILING-FILE
016600         MOVE CQ1-RPTFILE-STATUS TO CQ1-FAILING-STATUS
016700         GO TO 9800-FILE-ERROR
016800     END-IF.
016900     MOVE CQ1-RUN-DATE       TO CQ1-T-DATE.
017000     WRITE REPORT-LINE FROM CQ1-TITLE-LINE.
017100     MOVE CQ1-RETAIN-MONTHS  TO CQ1-CL-MONTHS.
017200     MOVE CQ1-CUTOFF-DATE    TO CQ1-CL-DATE.
017300     WRITE REPORT-LINE FROM CQ1-CUTOFF-LINE.
017400     IF CQ1-RPTFILE-STATUS NOT = '00'
017500         MOVE 'RPTFILE' TO CQ1-FAILING-FILE
017600         MOVE CQ1-RPTFILE-STATUS TO CQ1-FAILING-STATUS
017700         GO TO 9800-FILE-ERROR
017800     END-IF.
017900 1000-EXIT.
018000     EXIT.
018100*
018200****************************************************************
018300*    2000-LOAD-POSTING
018400*    READ ONE POSTING AND LAND IT ON THE INQUIRY FILE: ADDED IF
018500*    NEW, REWRITTEN IF ITS IMAGE CHANGED SINCE IT WAS LOADED
018600*    (STAMPED APPLIED OR WAIVED IN THE MEANTIME), OTHERWISE LEFT
018700*    ALONE.  A POSTING ALREADY OLDER THAN THE CUTOFF IS SKIPPED
018800*    -- IT WOULD ONLY BE PURGED AGAIN.
018900****************************************************************
019000 2000-LOAD-POSTING.
019100     READ TRANFILE
019200         AT END
019300             SET CQ1-END-OF-TRANFILE TO TRUE
019400     END-READ.
019500     IF CQ1-TRANFILE-STATUS NOT = '00' AND CQ1-TRANFILE-STATUS
019600             NOT = '10'
019700         MOVE 'TRANFILE' TO CQ1-FAILING-FILE
019800         MOVE CQ1-TRANFILE-STATUS TO CQ1-FAILING-STATUS
019900         GO TO 9800-FILE-ERROR
020000     END-IF.
020100     IF CQ1-END-OF-TRANFILE
020200         GO TO 2000-EXIT
020300     END-IF.
020400     ADD 1 TO CQ1-RECORDS-READ.
020500     IF TRAN-DATE < CQ1-CUTOFF-DATE
020600         ADD 1 TO CQ1-TOO-OLD-COUNT
020700         GO TO 2000-EXIT
020800     END-IF.
020900     MOVE TRAN-ACCT-ID       TO TINQ-ACCT-ID.
021000     MOVE TRAN-DATE          TO TINQ-DATE.
021100     MOVE TRAN-TIME          TO TINQ-TIME.
021200     MOVE TRAN-TYPE          TO TINQ-TYPE.
021300     MOVE TRAN-SEQ-NO        TO TINQ-SEQ-NO.
021400     MOVE TINQ-KEY           TO CQ1-NEW-KEY.
021500     MOVE TRANSACTION-RECORD TO CQ1-NEW-POSTING.
021600     READ TINQFILE
021700         INVALID KEY
021800             CONTINUE
021900     END-READ.
022000     IF CQ1-TINQFILE-STATUS NOT = '00' AND CQ1-TINQFILE-STATUS
022100             NOT = '23'
022200         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
022300         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
022400         GO TO 9800-FILE-ERROR
022500     END-IF.
022600     IF CQ1-TINQFILE-STATUS = '23'
022700         MOVE CQ1-NEW-KEY     TO TINQ-KEY
022800         MOVE CQ1-NEW-POSTING TO TINQ-POSTING
022900         WRITE TRAN-INQUIRY-RECORD
023000         ADD 1 TO CQ1-ADDED-COUNT
023100     ELSE
023200         IF TINQ-POSTING = CQ1-NEW-POSTING
023300             ADD 1 TO CQ1-UNCHANGED-COUNT
023400             GO TO 2000-EXIT
023500         END-IF
023600         MOVE CQ1-NEW-POSTING TO TINQ-POSTING
023700         REWRITE TRAN-INQUIRY-RECORD
023800         ADD 1 TO CQ1-REFRESHED-COUNT
023900     END-IF.
024000     IF CQ1-TINQFILE-STATUS NOT = '00'
024100         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
024200         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
024300         GO TO 9800-FILE-ERROR
024400     END-IF.
024500 2000-EXIT.
024600     EXIT.
024700*
024800****************************************************************
024900*    3000-PURGE-AGED-POSTINGS
025000*    SWEEP THE WHOLE INQUIRY FILE IN KEY ORDER AND DELETE EVERY
025100*    POSTING DATED BEFORE THE CUTOFF.
025200****************************************************************
025300 3000-PURGE-AGED-POSTINGS.
025400     MOVE LOW-VALUES TO TINQ-KEY.
025500     START TINQFILE KEY IS NOT LESS THAN TINQ-KEY
025600         INVALID KEY
025700             SET CQ1-END-OF-TINQFILE TO TRUE
025800     END-START.
025900     IF CQ1-TINQFILE-STATUS NOT = '00' AND CQ1-TINQFILE-STATUS
026000             NOT = '23'
026100         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
026200         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
026300         GO TO 9800-FILE-ERROR
026400     END-IF.
026500     PERFORM 3100-PURGE-ONE-POSTING THRU 3100-EXIT
026600         UNTIL CQ1-END-OF-TINQFILE.
026700 3000-EXIT.
026800     EXIT.
026900*
027000 3100-PURGE-ONE-POSTING.
027100     READ TINQFILE NEXT RECORD
027200         AT END
027300             SET CQ1-END-OF-TINQFILE TO TRUE
027400     END-READ.
027500     IF CQ1-TINQFILE-STATUS NOT = '00' AND CQ1-TINQFILE-STATUS
027600             NOT = '10'
027700         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
027800         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
027900         GO TO 9800-FILE-ERROR
028000     END-IF.
028100     IF CQ1-END-OF-TINQFILE
028200         GO TO 3100-EXIT
028300     END-IF.
028400     IF TINQ-DATE NOT < CQ1-CUTOFF-DATE
028500         GO TO 3100-EXIT
028600     END-IF.
028700     DELETE TINQFILE RECORD.
028800     IF CQ1-TINQFILE-STATUS NOT = '00'
028900         MOVE 'TINQFILE' TO CQ1-FAILING-FILE
029000         MOVE CQ1-TINQFILE-STATUS TO CQ1-FAILING-STATUS
029100         GO TO 9800-FILE-ERROR
029200     END-IF.
029300     ADD 1 TO CQ1-PURGED-COUNT.
029400 3100-EXIT.
029500     EXIT.
029600*
029700****************************************************************
029800*    9000-TERMINATE
029900*    PRINT THE LOAD COUNTS AND CLOSE.
030000****************************************************************
030100 9000-TERMINATE.
030200     MOVE 'POSTINGS READ'                 TO CQ1-C-LABEL.
030300     MOVE CQ1-RECORDS-READ                TO CQ1-C-COUNT.
030400     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
030500     MOVE 'ADDED'                         TO CQ1-C-LABEL.
030600     MOVE CQ1-ADDED-COUNT                 TO CQ1-C-COUNT.
030700     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
030800     MOVE 'REFRESHED (STAMPED SINCE LOADED)' TO CQ1-C-LABEL.
030900     MOVE CQ1-REFRESHED-COUNT             TO CQ1-C-COUNT.
031000     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
031100     MOVE 'ALREADY ON FILE, UNCHANGED'    TO CQ1-C-LABEL.
031200     MOVE CQ1-UNCHANGED-COUNT             TO CQ1-C-COUNT.
031300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
031400     MOVE 'SKIPPED, OLDER THAN CUTOFF'    TO CQ1-C-LABEL.
031500     MOVE CQ1-TOO-OLD-COUNT               TO CQ1-C-COUNT.
031600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
031700     MOVE 'PURGED FROM INQUIRY FILE'      TO CQ1-C-LABEL.
031800     MOVE CQ1-PURGED-COUNT                TO CQ1-C-COUNT.
031900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
032000     CLOSE TRANFILE.
032100     CLOSE TINQFILE.
032200     CLOSE RPTFILE.
032300 9000-EXIT.
032400     EXIT.
032500*
032600 9100-WRITE-COUNT-LINE.
032700     WRITE REPORT-LINE FROM CQ1-COUNT-LINE.
032800     IF CQ1-RPTFILE-STATUS NOT = '00'
032900         MOVE 'RPTFILE' TO CQ1-FAILING-FILE
033000         MOVE CQ1-RPTFILE-STATUS TO CQ1-FAILING-STATUS
033100         GO TO 9800-FILE-ERROR
033200     END-IF.
033300 9100-EXIT.
033400     EXIT.
033500*
033600****************************************************************
033700*    9800-FILE-ERROR
033800*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
033900*    OTHER THAN A NORMAL AT-END OR A POSTING NOT YET ON THE
034000*    INQUIRY FILE LANDS HERE WITH THE FAILING FILE NAME AND ITS
034100*    FILE STATUS ALREADY MOVED TO CQ1-FAILING-FILE/CQ1-FAILING-
034200*    STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
034300****************************************************************
034400 9800-FILE-ERROR.
034500     DISPLAY 'CBTIDX01C I/O ERROR ON FILE ' CQ1-FAILING-FILE
034600         ' STATUS ' CQ1-FAILING-STATUS.
034700     MOVE 16 TO RETURN-CODE.
034800     GOBACK.
