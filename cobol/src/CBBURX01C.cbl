000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBBURX01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  MONTH-END CREDIT BUREAU
001300*                     REPORTING EXTRACT, REPLACING THE SPREADSHEET
001400*                     THE MONTHLY BUREAU SUBMISSION WAS BUILT
001500*                     FROM.  EVERY ACCOUNT ON THE ACCTFILE KSDS IS
001600*                     EDITED AGAINST ITS NAMEFILE NAME-AND-ADDRESS
001700*                     RECORD; ONE THAT HAS NO ADDRESS ON FILE, AN
001800*                     INCOMPLETE ADDRESS, OR A BALANCE, LIMIT,
001900*                     STATUS OR OPEN DATE THAT IS NOT VALID GOES
002000*                     TO THE EXCEPTION LISTING (RC=8) AND IS NOT
002100*                     SENT.  EVERY OTHER ACCOUNT -- CLOSED AND
002200*                     CHARGED-OFF ONES INCLUDED, THE BUREAU WANTS
002300*                     THOSE TOO -- GETS ONE BASE SEGMENT ON A NEW
002400*                     BUREAU GENERATION (COPYBOOK BURXREC) WITH
002500*                     ITS BALANCE, LIMIT, OPEN DATE, STATUS, AND
002600*                     CURRENT / OVER-LIMIT / CHARGED-OFF
002700*                     CONDITION, PLUS ITS OVER-LIMIT HISTORY FROM
002800*                     HISTFILE.  THE BUREAU WANTS THE COUNTS AND
002900*                     TOTALS ON THE HEADER AS WELL AS THE TRAILER,
003000*                     SO THE MASTER IS READ TWICE: AN EDIT PASS
003100*                     LISTS THE EXCEPTIONS AND BUILDS THE HEADER
003200*                     TOTALS, AND THE EXTRACT PASS WRITES THE
003300*                     SEGMENTS AND BUILDS THE TRAILER TOTALS.  IF
003400*                     THE TWO PASSES DISAGREE THE STEP ABENDS
003500*                     RC=16 AND THE GENERATION IS NOT KEPT.  THE
003600*                     REPORTING MONTH IS THE SYSIN CARD'S YYYYMM,
003700*                     BLANK = THE MONTH BEFORE THE RUN DATE.
003800****************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCTFILE  ASSIGN TO ACCTFILE
004400                      ORGANIZATION IS INDEXED
004500                      ACCESS MODE IS SEQUENTIAL
004600                      RECORD KEY IS ACCT-ID
004700                      FILE STATUS IS BX1-ACCTFILE-STATUS.
004800     SELECT NAMEFILE  ASSIGN TO NAMEFILE
004900                      ORGANIZATION IS INDEXED
005000                      ACCESS MODE IS RANDOM
005100                      RECORD KEY IS NA-ACCT-ID
005200                      FILE STATUS IS BX1-NAMEFILE-STATUS.
005300     SELECT OPTIONAL HISTFILE  ASSIGN TO HISTFILE
005400                      ORGANIZATION IS INDEXED
005500                      ACCESS MODE IS RANDOM
005600                      RECORD KEY IS HIST-ACCT-ID
005700                      FILE STATUS IS BX1-HISTFILE-STATUS.
005800     SELECT BUREFILE  ASSIGN TO BUREFILE
005900                      ORGANIZATION IS SEQUENTIAL
006000                      FILE STATUS IS BX1-BUREFILE-STATUS.
006100     SELECT ERRFILE   ASSIGN TO ERRFILE
006200                      ORGANIZATION IS SEQUENTIAL
006300                      FILE STATUS IS BX1-ERRFILE-STATUS.
006400     SELECT RPTFILE   ASSIGN TO RPTFILE
006500                      ORGANIZATION IS SEQUENTIAL
006600                      FILE STATUS IS BX1-RPTFILE-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ACCTFILE.
007100     COPY ACCTREC.
007200*
007300 FD  NAMEFILE.
007400     COPY NAADREC.
007500*
007600 FD  HISTFILE.
007700     COPY HISTREC.
007800*
007900 FD  BUREFILE
008000     RECORDING MODE IS F.
008100     COPY BURXREC.
008200*
008300 FD  ERRFILE
008400     RECORDING MODE IS F.
008500 01  ERROR-LINE                  PIC X(80).
008600*
008700 FD  RPTFILE
008800     RECORDING MODE IS F.
008900 01  REPORT-LINE                 PIC X(80).
009000*
009100 WORKING-STORAGE SECTION.
009200 77  BX1-ACCT-EOF-SW             PIC X(01) VALUE 'N'.
009300     88  BX1-END-OF-ACCTFILE         VALUE 'Y'.
009400 77  BX1-ACCT-VALID-SW           PIC X(01) VALUE 'Y'.
009500     88  BX1-ACCT-VALID              VALUE 'Y'.
009600     88  BX1-ACCT-INVALID            VALUE 'N'.
009700 77  BX1-HIST-FOUND-SW           PIC X(01) VALUE 'N'.
009800     88  BX1-HIST-FOUND              VALUE 'Y'.
009900     88  BX1-HIST-NOT-FOUND          VALUE 'N'.
010000 77  BX1-REASON                  PIC X(34) VALUE SPACES.
010100 77  BX1-REPORT-MONTH            PIC X(06) VALUE SPACES.
010200 77  BX1-REPORTER-ID             PIC X(10) VALUE 'CARDDEMO'.
010300 77  BX1-ACCTS-READ              PIC 9(09) COMP VALUE ZERO.
010400 77  BX1-EXCEPTION-COUNT         PIC 9(09) COMP VALUE ZERO.
010500 77  BX1-EDIT-BASE-COUNT         PIC 9(09) COMP VALUE ZERO.
010600 77  BX1-EDIT-OVER-COUNT         PIC 9(09) COMP VALUE ZERO.
010700 77  BX1-EDIT-CHGOFF-COUNT       PIC 9(09) COMP VALUE ZERO.
010800 77  BX1-EDIT-BALANCE-TOTAL      PIC S9(13)V99 SIGN IS LEADING
010900                                  SEPARATE VALUE ZERO.
011000 77  BX1-EDIT-LIMIT-TOTAL        PIC S9(13)V99 SIGN IS LEADING
011100                                  SEPARATE VALUE ZERO.
011200 77  BX1-BASE-COUNT              PIC 9(09) COMP VALUE ZERO.
011300 77  BX1-OVER-COUNT              PIC 9(09) COMP VALUE ZERO.
011400 77  BX1-CHGOFF-COUNT            PIC 9(09) COMP VALUE ZERO.
011500 77  BX1-BALANCE-TOTAL           PIC S9(13)V99 SIGN IS LEADING
011600                                  SEPARATE VALUE ZERO.
011700 77  BX1-LIMIT-TOTAL             PIC S9(13)V99 SIGN IS LEADING
011800                                  SEPARATE VALUE ZERO.
011900 77  BX1-RECORD-COUNT            PIC 9(09) COMP VALUE ZERO.
012000 77  BX1-MONTHS-TOTAL            PIC 9(09) COMP VALUE ZERO.
012100 77  BX1-PRIOR-YEAR              PIC 9(04) VALUE ZERO.
012200 77  BX1-PRIOR-MONTH             PIC 9(02) VALUE ZERO.
012300 77  BX1-MONTH-REMAINDER         PIC 9(02) COMP VALUE ZERO.
012400 77  BX1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
012500 77  BX1-NAMEFILE-STATUS         PIC X(02) VALUE '00'.
012600 77  BX1-HISTFILE-STATUS         PIC X(02) VALUE '00'.
012700 77  BX1-BUREFILE-STATUS         PIC X(02) VALUE '00'.
012800 77  BX1-ERRFILE-STATUS          PIC X(02) VALUE '00'.
012900 77  BX1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
013000 77  BX1-FAILING-FILE            PIC X(10) VALUE SPACES.
013100 77  BX1-FAILING-STATUS          PIC X(02) VALUE SPACES.
013200*
013300 01  BX1-RUN-DATE                PIC X(08) VALUE SPACES.
013400 01  BX1-RUN-DATE-PARTS REDEFINES BX1-RUN-DATE.
013500     05  BX1-RUN-YEAR            PIC 9(04).
013600     05  BX1-RUN-MONTH           PIC 9(02).
013700     05  BX1-RUN-DAY             PIC 9(02).
013800 01  BX1-RUN-TIME                PIC X(08) VALUE SPACES.
013900*
014000 01  BX1-PRIOR-YYYYMM.
014100     05  BX1-PY-YEAR             PIC 9(04).
014200     05  BX1-PY-MONTH            PIC 9(02).
014300*
014400 01  BX1-OPEN-DATE               PIC X(08) VALUE SPACES.
014500 01  BX1-OPEN-DATE-PARTS REDEFINES BX1-OPEN-DATE.
014600     05  BX1-OPEN-YEAR           PIC 9(04).
014700     05  BX1-OPEN-MONTH          PIC 9(02).
014800     05  BX1-OPEN-DAY            PIC 9(02).
014900*
015000 01  BX1-PARM-CARD.
015100     05  BX1-PARM-MONTH          PIC X(06).
015200     05  BX1-PARM-MONTH-PARTS REDEFINES BX1-PARM-MONTH.
015300         10  BX1-PARM-YEAR       PIC 9(04).
015400         10  BX1-PARM-MM         PIC 9(02).
015500     05  FILLER                  PIC X(74).
015600*
015700 01  BX1-ERROR-HEADING.
015800     05  FILLER                  PIC X(05) VALUE SPACES.
015900     05  FILLER                  PIC X(45) VALUE
016000         'CREDIT BUREAU EXTRACT -- EXCEPTIONS -- MONTH '.
016100     05  BX1-EH-MONTH            PIC X(06).
016200*
016300 01  BX1-ERROR-DETAIL.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  BX1-E-ACCT              PIC 9(11).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  BX1-E-BRANCH            PIC X(05).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  BX1-E-REASON            PIC X(34).
017000*
017100 01  BX1-CONTROL-HEADING.
017200     05  FILLER                  PIC X(05) VALUE SPACES.
017300     05  FILLER                  PIC X(45) VALUE
017400         'CREDIT BUREAU EXTRACT -- CONTROL -- MONTH '.
017500     05  BX1-CH-MONTH            PIC X(06).
017600*
017700 01  BX1-CONTROL-COUNT-LINE.
017800     05  FILLER                  PIC X(05) VALUE SPACES.
017900     05  BX1-CC-LABEL            PIC X(30).
018000     05  BX1-CC-COUNT            PIC ZZZZZZZZ9.
018100*
018200 01  BX1-CONTROL-AMOUNT-LINE.
018300     05  FILLER                  PIC X(05) VALUE SPACES.
018400     05  BX1-CA-LABEL            PIC X(30).
018500     05  BX1-CA-AMOUNT           PIC -9(13).99.
018600*
018700 PROCEDURE DIVISION.
018800*
018900****************************************************************
019000*    0000-MAINLINE
019100*    EDIT THE WHOLE MASTER FOR THE HEADER TOTALS, THEN READ IT
019200*    AGAIN TO WRITE THE BASE SEGMENTS BEHIND THE HEADER, AND
019300*    CLOSE THE FILE WITH A TRAILER THAT MUST AGREE WITH IT.
019400****************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019700     PERFORM 2000-EDIT-PASS THRU 2000-EXIT.
019800     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
019900     PERFORM 4000-EXTRACT-PASS THRU 4000-EXIT.
020000     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     IF BX1-EXCEPTION-COUNT > ZERO
020300         IF 8 > RETURN-CODE
020400             MOVE 8 TO RETURN-CODE
020500         END-IF
020600     END-IF.
020700     GOBACK.
020800*
020900****************************************************************
021000*    1000-INITIALIZE
021100*    PICK UP THE REPORTING MONTH FROM THE SYSIN CARD -- BLANK
021200*    MEANS THE MONTH BEFORE THE RUN DATE, THE NORMAL MONTH-END
021300*    CASE -- AND OPEN THE LOOKUP FILES AND THE OUTPUTS.  A
021400*    HISTORY FILE THAT HAS NEVER BEEN LOADED IS NOT AN ERROR;
021500*    EVERY ACCOUNT THEN REPORTS NO OVER-LIMIT HISTORY.
021600****************************************************************
021700 1000-INITIALIZE.
021800     ACCEPT BX1-RUN-DATE FROM DATE YYYYMMDD.
021900     ACCEPT BX1-RUN-TIME FROM TIME.
022000     MOVE SPACES TO BX1-PARM-CARD.
022100     ACCEPT BX1-PARM-CARD.
022200     IF BX1-PARM-MONTH = SPACES
022300         COMPUTE BX1-MONTHS-TOTAL =
022400             (BX1-RUN-YEAR * 12) + BX1-RUN-MONTH - 2
022500         DIVIDE BX1-MONTHS-TOTAL BY 12
022600             GIVING BX1-PRIOR-YEAR
022700             REMAINDER BX1-MONTH-REMAINDER
022800         COMPUTE BX1-PRIOR-MONTH = BX1-MONTH-REMAINDER + 1
022900         MOVE BX1-PRIOR-YEAR  TO BX1-PY-YEAR
023000         MOVE BX1-PRIOR-MONTH TO BX1-PY-MONTH
023100         MOVE BX1-PRIOR-YYYYMM TO BX1-REPORT-MONTH
023200     ELSE
023300         IF BX1-PARM-MONTH IS NOT NUMERIC
023400             GO TO 9700-CONTROL-CARD-ERROR
023500         END-IF
023600         IF BX1-PARM-MM < 1 OR BX1-PARM-MM > 12
023700             GO TO 9700-CONTROL-CARD-ERROR
023800         END-IF
023900         MOVE BX1-PARM-MONTH TO BX1-REPORT-MONTH
024000     END-IF.
024100     OPEN INPUT NAMEFILE.
024200     IF BX1-NAMEFILE-STATUS NOT = '00'
024300         MOVE 'NAMEFILE' TO BX1-FAILING-FILE
024400         MOVE BX1-NAMEFILE-STATUS TO BX1-FAILING-STATUS
024500         GO TO 9800-FILE-ERROR
024600     END-IF.
024700     OPEN INPUT HISTFILE.
024800     IF BX1-HISTFILE-STATUS NOT = '00' AND BX1-HISTFILE-STATUS
024900             NOT = '05'
025000         MOVE 'HISTFILE' TO BX1-FAILING-FILE
025100         MOVE BX1-HISTFILE-STATUS TO BX1-FAILING-STATUS
025200         GO TO 9800-FILE-ERROR
025300     END-IF.
025400     OPEN OUTPUT BUREFILE.
025500     IF BX1-BUREFILE-STATUS NOT = '00'
025600         MOVE 'BUREFILE' TO BX1-FAILING-FILE
025700         MOVE BX1-BUREFILE-STATUS TO BX1-FAILING-STATUS
025800         GO TO 9800-FILE-ERROR
025900     END-IF.
026000     OPEN OUTPUT ERRFILE.
026100     IF BX1-ERRFILE-STATUS NOT = '00'
026200         MOVE 'ERRFILE' TO BX1-FAILING-FILE
026300         MOVE BX1-ERRFILE-STATUS TO BX1-FAILING-STATUS
026400         GO TO 9800-FILE-ERROR
026500     END-IF.
026600     MOVE BX1-REPORT-MONTH TO BX1-EH-MONTH.
026700     WRITE ERROR-LINE FROM BX1-ERROR-HEADING.
026800     IF BX1-ERRFILE-STATUS NOT = '00'
026900         MOVE 'ERRFILE' TO BX1-FAILING-FILE
027000         MOVE BX1-ERRFILE-STATUS TO BX1-FAILING-STATUS
027100         GO TO 9800-FILE-ERROR
027200     END-IF.
027300     OPEN OUTPUT RPTFILE.
027400     IF BX1-RPTFILE-STATUS NOT = '00'
027500         MOVE 'RPTFILE' TO BX1-FAILING-FILE
027600         MOVE BX1-RPTFILE-STATUS TO BX1-FAILING-STATUS
027700         GO TO 9800-FILE-ERROR
027800     END-IF.
027900 1000-EXIT.
028000     EXIT.
028100*
028200****************************************************************
028300*    2000-EDIT-PASS
028400*    FIRST READ OF THE MASTER.  EVERY ACCOUNT IS EDITED; THE
028500*    ONES THAT FAIL ARE LISTED, AND THE ONES THAT PASS ARE
028600*    COUNTED AND TOTALLED FOR THE HEADER.  NOTHING IS WRITTEN
028700*    TO THE BUREAU FILE ON THIS PASS.
028800****************************************************************
028900 2000-EDIT-PASS.
029000     PERFORM 2100-OPEN-ACCTFILE THRU 2100-EXIT.
029100     PERFORM 2200-EDIT-ONE-ACCOUNT THRU 2200-EXIT
029200         UNTIL BX1-END-OF-ACCTFILE.
029300     CLOSE ACCTFILE.
029400 2000-EXIT.
029500     EXIT.
029600*
029700 2100-OPEN-ACCTFILE.
029800     MOVE 'N' TO BX1-ACCT-EOF-SW.
029900     OPEN INPUT ACCTFILE.
030000     IF BX1-ACCTFILE-STATUS NOT = '00'
030100         MOVE 'ACCTFILE' TO BX1-FAILING-FILE
030200         MOVE BX1-ACCTFILE-STATUS TO BX1-FAILING-STATUS
030300         GO TO 9800-FILE-ERROR
030400     END-IF.
030500 2100-EXIT.
030600     EXIT.
030700*
030800 2200-EDIT-ONE-ACCOUNT.
030900     PERFORM 2300-READ-ACCTFILE THRU 2300-EXIT.
031000     IF BX1-END-OF-ACCTFILE
031100         GO TO 2200-EXIT
031200     END-IF.
031300     ADD 1 TO BX1-ACCTS-READ.
031400     PERFORM 2500-EDIT-ACCOUNT THRU 2500-EXIT.
031500     IF BX1-ACCT-INVALID
031600         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
031700         GO TO 2200-EXIT
031800     END-IF.
031900     ADD 1 TO BX1-EDIT-BASE-COUNT.
032000     ADD ACCT-CURR-BAL     TO BX1-EDIT-BALANCE-TOTAL.
032100     ADD ACCT-CREDIT-LIMIT TO BX1-EDIT-LIMIT-TOTAL.
032200     IF ACCT-STATUS-CHARGED-OFF
032300         ADD 1 TO BX1-EDIT-CHGOFF-COUNT
032400     ELSE
032500         IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
032600             ADD 1 TO BX1-EDIT-OVER-COUNT
032700         END-IF
032800     END-IF.
032900 2200-EXIT.
033000     EXIT.
033100*
033200 2300-READ-ACCTFILE.
033300     READ ACCTFILE
033400         AT END
033500             SET BX1-END-OF-ACCTFILE TO TRUE
033600     END-READ.
033700     IF BX1-ACCTFILE-STATUS NOT = '00' AND BX1-ACCTFILE-STATUS
033800             NOT = '10'
033900         MOVE 'ACCTFILE' TO BX1-FAILING-FILE
034000         MOVE BX1-ACCTFILE-STATUS TO BX1-FAILING-STATUS
034100         GO TO 9800-FILE-ERROR
034200     END-IF.
034300 2300-EXIT.
034400     EXIT.
034500*
034600****************************************************************
034700*    2500-EDIT-ACCOUNT
034800*    THE ONE SET OF EDITS BOTH PASSES APPLY, SO THE EXTRACT PASS
034900*    SENDS EXACTLY THE ACCOUNTS THE EDIT PASS COUNTED.  THE
035000*    MASTER FIELDS THE BUREAU LOADS MUST BE VALID, AND THE
035100*    ACCOUNT MUST HAVE A NAME AND A COMPLETE MAILING ADDRESS ON
035200*    THE NAME-AND-ADDRESS KSDS.  THE FIRST FAILURE FOUND IS THE
035300*    REASON LISTED.  THE HISTORY RECORD IS READ HERE TOO; AN
035400*    ACCOUNT THAT HAS NEVER GONE OVER HAS NONE.
035500****************************************************************
035600 2500-EDIT-ACCOUNT.
035700     SET BX1-ACCT-VALID TO TRUE.
035800     MOVE SPACES TO BX1-REASON.
035900     IF ACCT-CURR-BAL IS NOT NUMERIC
036000         MOVE 'BALANCE NOT NUMERIC' TO BX1-REASON
036100         GO TO 2500-INVALID
036200     END-IF.
036300     IF ACCT-CREDIT-LIMIT IS NOT NUMERIC
036400         MOVE 'CREDIT LIMIT NOT NUMERIC' TO BX1-REASON
036500         GO TO 2500-INVALID
036600     END-IF.
036700     IF ACCT-CREDIT-LIMIT < ZERO
036800         MOVE 'CREDIT LIMIT NEGATIVE' TO BX1-REASON
036900         GO TO 2500-INVALID
037000     END-IF.
037100     IF NOT ACCT-STATUS-ACTIVE AND NOT ACCT-STATUS-SUSPENDED
037200             AND NOT ACCT-STATUS-CLOSED
037300             AND NOT ACCT-STATUS-CHARGED-OFF
037400         MOVE 'ACCOUNT STATUS NOT VALID' TO BX1-REASON
037500         GO TO 2500-INVALID
037600     END-IF.
037700     MOVE ACCT-OPEN-DATE TO BX1-OPEN-DATE.
037800     IF BX1-OPEN-DATE IS NOT NUMERIC
037900         MOVE 'OPEN DATE NOT VALID' TO BX1-REASON
038000         GO TO 2500-INVALID
038100     END-IF.
038200     IF BX1-OPEN-MONTH < 1 OR BX1-OPEN-MONTH > 12
038300             OR BX1-OPEN-DAY < 1 OR BX1-OPEN-DAY > 31
038400             OR BX1-OPEN-DATE > BX1-RUN-DATE
038500         MOVE 'OPEN DATE NOT VALID' TO BX1-REASON
038600         GO TO 2500-INVALID
038700     END-IF.
038800     MOVE ACCT-ID TO NA-ACCT-ID.
038900     READ NAMEFILE
039000         INVALID KEY
039100             MOVE 'NO NAME-AND-ADDRESS RECORD' TO BX1-REASON
039200     END-READ.
039300     IF BX1-NAMEFILE-STATUS NOT = '00' AND BX1-NAMEFILE-STATUS
039400             NOT = '23'
039500         MOVE 'NAMEFILE' TO BX1-FAILING-FILE
039600         MOVE BX1-NAMEFILE-STATUS TO BX1-FAILING-STATUS
039700         GO TO 9800-FILE-ERROR
039800     END-IF.
039900     IF BX1-REASON NOT = SPACES
040000         GO TO 2500-INVALID
040100     END-IF.
040200     IF NA-CUST-NAME = SPACES
040300         MOVE 'NO CUSTOMER NAME ON FILE' TO BX1-REASON
040400         GO TO 2500-INVALID
040500     END-IF.
040600     IF NA-ADDR-LINE-1 = SPACES OR NA-CITY = SPACES
040700             OR NA-STATE = SPACES OR NA-ZIP = SPACES
040800         MOVE 'ADDRESS INCOMPLETE' TO BX1-REASON
040900         GO TO 2500-INVALID
041000     END-IF.
041100     SET BX1-HIST-FOUND TO TRUE.
041200     MOVE ACCT-ID TO HIST-ACCT-ID.
041300     READ HISTFILE
041400         INVALID KEY
041500             SET BX1-HIST-NOT-FOUND TO TRUE
041600     END-READ.
041700     IF BX1-HISTFILE-STATUS NOT = '00' AND BX1-HISTFILE-STATUS
041800             NOT = '23'
041900         MOVE 'HISTFILE' TO BX1-FAILING-FILE
042000         MOVE BX1-HISTFILE-STATUS TO BX1-FAILING-STATUS
042100         GO TO 9800-FILE-ERROR
042200     END-IF.
042300     GO TO 2500-EXIT.
042400 2500-INVALID.
042500     SET BX1-ACCT-INVALID TO TRUE.
042600 2500-EXIT.
042700     EXIT.
042800*
042900 2600-WRITE-EXCEPTION.
043000     ADD 1 TO BX1-EXCEPTION-COUNT.
043100     MOVE ACCT-ID        TO BX1-E-ACCT.
043200     MOVE ACCT-BRANCH-ID TO BX1-E-BRANCH.
043300     MOVE BX1-REASON     TO BX1-E-REASON.
043400     WRITE ERROR-LINE FROM BX1-ERROR-DETAIL.
043500     IF BX1-ERRFILE-STATUS NOT = '00'
043600         MOVE 'ERRFILE' TO BX1-FAILING-FILE
043700         MOVE BX1-ERRFILE-STATUS TO BX1-FAILING-STATUS
043800         GO TO 9800-FILE-ERROR
043900     END-IF.
044000 2600-EXIT.
044100     EXIT.
044200*
044300****************************************************************
044400*    3000-WRITE-HEADER
044500*    THE HEADER CARRIES THE EDIT PASS'S COUNTS AND TOTALS.  THE
044600*    RECORD COUNT INCLUDES THE HEADER AND TRAILER THEMSELVES.
044700****************************************************************
044800 3000-WRITE-HEADER.
044900     MOVE SPACES TO BUREAU-REPORT-RECORD.
045000     SET BURX-TYPE-HEADER TO TRUE.
045100     MOVE BX1-EDIT-BASE-COUNT    TO BURX-BASE-COUNT.
045200     COMPUTE BURX-RECORD-COUNT = BX1-EDIT-BASE-COUNT + 2.
045300     MOVE BX1-EDIT-BALANCE-TOTAL TO BURX-BALANCE-TOTAL.
045400     MOVE BX1-EDIT-LIMIT-TOTAL   TO BURX-LIMIT-TOTAL.
045500     MOVE BX1-EDIT-OVER-COUNT    TO BURX-OVER-COUNT.
045600     MOVE BX1-EDIT-CHGOFF-COUNT  TO BURX-CHGOFF-COUNT.
045700     PERFORM 3100-WRITE-CONTROL-RECORD THRU 3100-EXIT.
045800 3000-EXIT.
045900     EXIT.
046000*
046100 3100-WRITE-CONTROL-RECORD.
046200     MOVE BX1-REPORTER-ID    TO BURX-REPORTER-ID.
046300     MOVE BX1-REPORT-MONTH   TO BURX-REPORT-MONTH.
046400     MOVE BX1-RUN-DATE       TO BURX-CREATED-DATE.
046500     MOVE BX1-RUN-TIME (1:6) TO BURX-CREATED-TIME.
046600     WRITE BUREAU-REPORT-RECORD.
046700     IF BX1-BUREFILE-STATUS NOT = '00'
046800         MOVE 'BUREFILE' TO BX1-FAILING-FILE
046900         MOVE BX1-BUREFILE-STATUS TO BX1-FAILING-STATUS
047000         GO TO 9800-FILE-ERROR
047100     END-IF.
047200     ADD 1 TO BX1-RECORD-COUNT.
047300 3100-EXIT.
047400     EXIT.
047500*
047600****************************************************************
047700*    4000-EXTRACT-PASS
047800*    SECOND READ OF THE MASTER.  THE SAME EDITS DECIDE WHICH
047900*    ACCOUNTS GO; EACH ONE THAT PASSES IS WRITTEN AS A BASE
048000*    SEGMENT.  THE EXCEPTIONS WERE LISTED ON THE EDIT PASS.
048100****************************************************************
048200 4000-EXTRACT-PASS.
048300     PERFORM 2100-OPEN-ACCTFILE THRU 2100-EXIT.
048400     PERFORM 4100-EXTRACT-ONE-ACCOUNT THRU 4100-EXIT
048500         UNTIL BX1-END-OF-ACCTFILE.
048600     CLOSE ACCTFILE.
048700 4000-EXIT.
048800     EXIT.
048900*
049000 4100-EXTRACT-ONE-ACCOUNT.
049100     PERFORM 2300-READ-ACCTFILE THRU 2300-EXIT.
049200     IF BX1-END-OF-ACCTFILE
049300         GO TO 4100-EXIT
049400     END-IF.
049500     PERFORM 2500-EDIT-ACCOUNT THRU 2500-EXIT.
049600     IF BX1-ACCT-INVALID
049700         GO TO 4100-EXIT
049800     END-IF.
049900     PERFORM 4200-WRITE-BASE-SEGMENT THRU 4200-EXIT.
050000 4100-EXIT.
050100     EXIT.
050200*
050300****************************************************************
050400*    4200-WRITE-BASE-SEGMENT
050500*    ONE BASE SEGMENT FROM THE MASTER, THE NAME-AND-ADDRESS
050600*    RECORD, AND THE HISTORY RECORD.  A CHARGED-OFF ACCOUNT
050700*    REPORTS AS CHARGED OFF WHATEVER ITS BALANCE; OTHERWISE A
050800*    BALANCE OVER THE LIMIT REPORTS AS OVER-LIMIT WITH THE
050900*    AMOUNT OVER.
051000****************************************************************
051100 4200-WRITE-BASE-SEGMENT.
051200     MOVE SPACES TO BUREAU-REPORT-RECORD.
051300     SET BURX-TYPE-BASE TO TRUE.
051400     MOVE ACCT-ID           TO BURX-ACCT-ID.
051500     MOVE ACCT-BRANCH-ID    TO BURX-BRANCH-ID.
051600     MOVE NA-CUST-NAME      TO BURX-CUST-NAME.
051700     MOVE NA-ADDR-LINE-1    TO BURX-ADDR-LINE-1.
051800     MOVE NA-ADDR-LINE-2    TO BURX-ADDR-LINE-2.
051900     MOVE NA-CITY           TO BURX-CITY.
052000     MOVE NA-STATE          TO BURX-STATE.
052100     MOVE NA-ZIP            TO BURX-ZIP.
052200     MOVE ACCT-OPEN-DATE    TO BURX-OPEN-DATE.
052300     MOVE ACCT-STATUS       TO BURX-ACCT-STATUS.
052400     MOVE ACCT-CURR-BAL     TO BURX-CURR-BAL.
052500     MOVE ACCT-CREDIT-LIMIT TO BURX-CREDIT-LIMIT.
052600     MOVE ZERO              TO BURX-AMOUNT-OVER.
052700     IF ACCT-STATUS-CHARGED-OFF
052800         SET BURX-COND-CHARGED-OFF TO TRUE
052900         ADD 1 TO BX1-CHGOFF-COUNT
053000     ELSE
053100         IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
053200             SET BURX-COND-OVER-LIMIT TO TRUE
053300             COMPUTE BURX-AMOUNT-OVER =
053400                 ACCT-CURR-BAL - ACCT-CREDIT-LIMIT
053500             ADD 1 TO BX1-OVER-COUNT
053600         ELSE
053700             SET BURX-COND-CURRENT TO TRUE
053800         END-IF
053900     END-IF.
054000     IF BX1-HIST-FOUND
054100         MOVE HIST-LIFETIME-COUNT TO BURX-OVER-LIFETIME
054200         MOVE HIST-CONSEC-NIGHTS  TO BURX-OVER-CONSEC
054300         MOVE HIST-LAST-DATE      TO BURX-OVER-LAST-DATE
054400     ELSE
054500         MOVE ZERO                TO BURX-OVER-LIFETIME
054600         MOVE ZERO                TO BURX-OVER-CONSEC
054700         MOVE SPACES              TO BURX-OVER-LAST-DATE
054800     END-IF.
054900     WRITE BUREAU-REPORT-RECORD.
055000     IF BX1-BUREFILE-STATUS NOT = '00'
055100         MOVE 'BUREFILE' TO BX1-FAILING-FILE
055200         MOVE BX1-BUREFILE-STATUS TO BX1-FAILING-STATUS
055300         GO TO 9800-FILE-ERROR
055400     END-IF.
055500     ADD 1 TO BX1-RECORD-COUNT.
055600     ADD 1 TO BX1-BASE-COUNT.
055700     ADD ACCT-CURR-BAL     TO BX1-BALANCE-TOTAL.
055800     ADD ACCT-CREDIT-LIMIT TO BX1-LIMIT-TOTAL.
055900 4200-EXIT.
056000     EXIT.
056100*
056200****************************************************************
056300*    5000-WRITE-TRAILER
056400*    PROVE THE EXTRACT PASS AGAINST THE HEADER BEFORE THE
056500*    TRAILER GOES OUT.  A MASTER THAT CHANGED BETWEEN THE TWO
056600*    PASSES WOULD SEND THE BUREAU A FILE THAT DOES NOT TIE TO
056700*    ITS OWN HEADER -- THE STEP ENDS RC=16 INSTEAD, AND THE
056800*    JOB'S NEXT STEP (CBACT13J STEP020) DELETES THE NEW
056850*    GENERATION.
056900****************************************************************
057000 5000-WRITE-TRAILER.
057100     IF BX1-BASE-COUNT NOT = BX1-EDIT-BASE-COUNT
057200             OR BX1-BALANCE-TOTAL NOT = BX1-EDIT-BALANCE-TOTAL
057300             OR BX1-LIMIT-TOTAL NOT = BX1-EDIT-LIMIT-TOTAL
057400             OR BX1-OVER-COUNT NOT = BX1-EDIT-OVER-COUNT
057500             OR BX1-CHGOFF-COUNT NOT = BX1-EDIT-CHGOFF-COUNT
057600         DISPLAY 'CBBURX01C EXTRACT DOES NOT AGREE WITH HEADER'
057700         DISPLAY 'CBBURX01C HEADER SEGMENTS  ' BX1-EDIT-BASE-COUNT
057800             ' EXTRACTED ' BX1-BASE-COUNT
057900         MOVE 16 TO RETURN-CODE
058000         GOBACK
058100     END-IF.
058200     MOVE SPACES TO BUREAU-REPORT-RECORD.
058300     SET BURX-TYPE-TRAILER TO TRUE.
058400     MOVE BX1-BASE-COUNT    TO BURX-BASE-COUNT.
058500     COMPUTE BURX-RECORD-COUNT = BX1-RECORD-COUNT + 1.
058600     MOVE BX1-BALANCE-TOTAL TO BURX-BALANCE-TOTAL.
058700     MOVE BX1-LIMIT-TOTAL   TO BURX-LIMIT-TOTAL.
058800     MOVE BX1-OVER-COUNT    TO BURX-OVER-COUNT.
058900     MOVE BX1-CHGOFF-COUNT  TO BURX-CHGOFF-COUNT.
059000     PERFORM 3100-WRITE-CONTROL-RECORD THRU 3100-EXIT.
059100 5000-EXIT.
059200     EXIT.
059300*
059400****************************************************************
059500*    9000-TERMINATE
059600*    PRINT THE CONTROL TOTALS FOR THE SUBMISSION LOG AND CLOSE
059700*    THE FILES.
059800****************************************************************
059900 9000-TERMINATE.
060000     MOVE BX1-REPORT-MONTH TO BX1-CH-MONTH.
060100     WRITE REPORT-LINE FROM BX1-CONTROL-HEADING.
060200     MOVE 'ACCOUNTS READ' TO BX1-CC-LABEL.
060300     MOVE BX1-ACCTS-READ TO BX1-CC-COUNT.
060400     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
060500     MOVE 'EXCEPTIONS - NOT SENT' TO BX1-CC-LABEL.
060600     MOVE BX1-EXCEPTION-COUNT TO BX1-CC-COUNT.
060700     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
060800     MOVE 'BASE SEGMENTS SENT' TO BX1-CC-LABEL.
060900     MOVE BX1-BASE-COUNT TO BX1-CC-COUNT.
061000     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
061100     MOVE '  OVER LIMIT' TO BX1-CC-LABEL.
061200     MOVE BX1-OVER-COUNT TO BX1-CC-COUNT.
061300     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
061400     MOVE '  CHARGED OFF' TO BX1-CC-LABEL.
061500     MOVE BX1-CHGOFF-COUNT TO BX1-CC-COUNT.
061600     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
061700     MOVE 'RECORDS ON FILE' TO BX1-CC-LABEL.
061800     MOVE BX1-RECORD-COUNT TO BX1-CC-COUNT.
061900     WRITE REPORT-LINE FROM BX1-CONTROL-COUNT-LINE.
062000     MOVE 'BALANCE TOTAL' TO BX1-CA-LABEL.
062100     MOVE BX1-BALANCE-TOTAL TO BX1-CA-AMOUNT.
062200     WRITE REPORT-LINE FROM BX1-CONTROL-AMOUNT-LINE.
062300     MOVE 'CREDIT LIMIT TOTAL' TO BX1-CA-LABEL.
062400     MOVE BX1-LIMIT-TOTAL TO BX1-CA-AMOUNT.
062500     WRITE REPORT-LINE FROM BX1-CONTROL-AMOUNT-LINE.
062600     IF BX1-RPTFILE-STATUS NOT = '00'
062700         MOVE 'RPTFILE' TO BX1-FAILING-FILE
062800         MOVE BX1-RPTFILE-STATUS TO BX1-FAILING-STATUS
062900         GO TO 9800-FILE-ERROR
063000     END-IF.
063100     CLOSE NAMEFILE.
063200     CLOSE HISTFILE.
063300     CLOSE BUREFILE.
063400     CLOSE ERRFILE.
063500     CLOSE RPTFILE.
063600 9000-EXIT.
063700     EXIT.
063800*
063900****************************************************************
064000*    9700-CONTROL-CARD-ERROR
064100*    THE REPORTING MONTH ON THE CONTROL CARD IS NEITHER BLANK
064200*    NOR A VALID YYYYMM.  NOTHING IS EXTRACTED FOR A GUESSED
064300*    MONTH -- THE STEP ABENDS BEFORE ANY FILE IS OPENED.
064400****************************************************************
064500 9700-CONTROL-CARD-ERROR.
064600     DISPLAY 'CBBURX01C CONTROL CARD INVALID: ' BX1-PARM-CARD.
064700     MOVE 16 TO RETURN-CODE.
064800     GOBACK.
064900*
065000****************************************************************
065100*    9800-FILE-ERROR
065200*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
065300*    OTHER THAN A NORMAL AT-END, A MISSING NAME-AND-ADDRESS
065400*    RECORD (AN EXCEPTION LINE), OR A MISSING HISTORY RECORD
065500*    LANDS HERE WITH THE FAILING FILE NAME AND ITS FILE STATUS
065600*    ALREADY MOVED TO BX1-FAILING-FILE/BX1-FAILING-STATUS.  THE
065700*    STEP ABENDS WITH RETURN-CODE 16, AND CBACT13J STEP020
065750*    DELETES THE PARTIAL GENERATION.
065800****************************************************************
065900 9800-FILE-ERROR.
066000     DISPLAY 'CBBURX01C I/O ERROR ON FILE ' BX1-FAILING-FILE
066100         ' STATUS ' BX1-FAILING-STATUS.
066200     MOVE 16 TO RETURN-CODE.
066300     GOBACK.
