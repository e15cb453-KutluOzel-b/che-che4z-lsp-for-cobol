000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCPRF01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  CONTACT-PREFERENCE
001300*                     MAINTENANCE.  APPLIES THE MAINTENANCE CARDS
001400*                     (LAYOUT IN CPMTREC) TO THE CONTACT-
001500*                     PREFERENCE FILE (CPRFREC) THAT DECIDES
001600*                     WHETHER A CUSTOMER'S NOTICES AND STATEMENTS
001700*                     PRINT OR GO BY EMAIL OR TEXT, AND WHETHER
001800*                     THE CUSTOMER GETS NEAR-LIMIT ALERTS.  'A'
001900*                     ADDS A PREFERENCE FOR AN ACCOUNT ON THE
002000*                     MASTER, 'C' REPLACES ONE, 'D' DELETES ONE.
002100*                     AN ELECTRONIC CHANNEL NEEDS THE CUSTOMER'S
002200*                     E-DELIVERY OPT-IN AND THE ADDRESS OR NUMBER
002300*                     TO SEND TO; AN ALERT OPT-IN NEEDS AN ALERT
002400*                     CHANNEL AND ITS ADDRESS OR NUMBER.  A CARD
002500*                     THAT FAILS AN EDIT IS REJECTED AND TOUCHES
002600*                     NOTHING.  EVERY CARD IS LISTED ON THE
002700*                     MAINTENANCE REPORT.  COMES BACK RC=8 WHEN
002800*                     ANY CARD WAS REJECTED.
002900****************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CPMTFILE  ASSIGN TO CPMTFILE
003500                      ORGANIZATION IS SEQUENTIAL
003600                      FILE STATUS IS PF1-CPMTFILE-STATUS.
003700     SELECT OPTIONAL CPRFFILE  ASSIGN TO CPRFFILE
003800                      ORGANIZATION IS INDEXED
003900                      ACCESS MODE IS RANDOM
004000                      RECORD KEY IS CPRF-ACCT-ID
004100                      FILE STATUS IS PF1-CPRFFILE-STATUS.
004200     SELECT ACCTFILE  ASSIGN TO ACCTFILE
004300                      ORGANIZATION IS INDEXED
004400                      ACCESS MODE IS RANDOM
004500                      RECORD KEY IS ACCT-ID
004600                      FILE STATUS IS PF1-ACCTFILE-STATUS.
004700     SELECT RPTFILE   ASSIGN TO RPTFILE
004800                      ORGANIZATION IS SEQUENTIAL
004900                      FILE STATUS IS PF1-RPTFILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CPMTFILE
005400     RECORDING MODE IS F.
005500     COPY CPMTREC.
005600*
005700 FD  CPRFFILE.
005800     COPY CPRFREC.
005900*
006000 FD  ACCTFILE.
006100     COPY ACCTREC.
006200*
006300 FD  RPTFILE
006400     RECORDING MODE IS F.
006500 01  REPORT-LINE                 PIC X(80).
006600*
006700 WORKING-STORAGE SECTION.
006800 77  PF1-CPMT-EOF-SW             PIC X(01) VALUE 'N'.
006900     88  PF1-END-OF-CPMTFILE         VALUE 'Y'.
007000 77  PF1-EDIT-SW                 PIC X(01) VALUE 'Y'.
007100     88  PF1-CARD-GOOD               VALUE 'Y'.
007200     88  PF1-CARD-BAD                VALUE 'N'.
007300 77  PF1-RUN-DATE                PIC X(08) VALUE SPACES.
007400 77  PF1-CARDS-READ              PIC 9(05) COMP VALUE ZERO.
007500 77  PF1-PREFS-ADDED             PIC 9(05) COMP VALUE ZERO.
007600 77  PF1-PREFS-CHANGED           PIC 9(05) COMP VALUE ZERO.
007700 77  PF1-PREFS-DELETED           PIC 9(05) COMP VALUE ZERO.
007800 77  PF1-CARDS-REJECTED          PIC 9(05) COMP VALUE ZERO.
007900 77  PF1-RESULT                  PIC X(26) VALUE SPACES.
008000 77  PF1-AT-COUNT                PIC 9(03) COMP VALUE ZERO.
008100 77  PF1-DOT-COUNT               PIC 9(03) COMP VALUE ZERO.
008200 77  PF1-EMAIL-LEN               PIC 9(03) COMP VALUE ZERO.
008300 77  PF1-EMAIL-LOCAL             PIC X(50) VALUE SPACES.
008400 77  PF1-EMAIL-DOMAIN            PIC X(50) VALUE SPACES.
008500 77  PF1-CPMTFILE-STATUS         PIC X(02) VALUE '00'.
008600 77  PF1-CPRFFILE-STATUS         PIC X(02) VALUE '00'.
008700 77  PF1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
008800 77  PF1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
008900 77  PF1-FAILING-FILE            PIC X(10) VALUE SPACES.
009000 77  PF1-FAILING-STATUS          PIC X(02) VALUE SPACES.
009100*
009200 01  PF1-TITLE-LINE.
009300     05  FILLER                  PIC X(05) VALUE SPACES.
009400     05  FILLER                  PIC X(40) VALUE
009500         'CONTACT PREFERENCE MAINTENANCE REPORT'.
009600     05  FILLER                  PIC X(06) VALUE 'DATE: '.
009700     05  PF1-T-DATE              PIC X(08).
009800*
009900 01  PF1-CARD-HEADING.
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  FILLER                  PIC X(01) VALUE 'F'.
010200     05  FILLER                  PIC X(01) VALUE SPACES.
010300     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
010400     05  FILLER                  PIC X(01) VALUE SPACES.
010500     05  FILLER                  PIC X(02) VALUE 'CH'.
010600     05  FILLER                  PIC X(01) VALUE SPACES.
010700     05  FILLER                  PIC X(02) VALUE 'EO'.
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  FILLER                  PIC X(02) VALUE 'AO'.
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  FILLER                  PIC X(02) VALUE 'AC'.
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  FILLER                  PIC X(10) VALUE 'MOBILE'.
011400     05  FILLER                  PIC X(01) VALUE SPACES.
011500     05  FILLER                  PIC X(26) VALUE 'RESULT'.
011600*
011700 01  PF1-CARD-LINE.
011800     05  FILLER                  PIC X(02).
011900     05  PF1-D-FUNCTION          PIC X(01).
012000     05  FILLER                  PIC X(01).
012100     05  PF1-D-ACCT              PIC X(11).
012200     05  FILLER                  PIC X(01).
012300     05  PF1-D-CHANNEL           PIC X(02).
012400     05  FILLER                  PIC X(01).
012500     05  PF1-D-EDLV-OPT-IN       PIC X(02).
012600     05  FILLER                  PIC X(01).
012700     05  PF1-D-ALERT-OPT-IN      PIC X(02).
012800     05  FILLER                  PIC X(01).
012900     05  PF1-D-ALERT-CHANNEL     PIC X(02).
013000     05  FILLER                  PIC X(01).
013100     05  PF1-D-MOBILE            PIC X(10).
013200     05  FILLER                  PIC X(01).
013300     05  PF1-D-RESULT            PIC X(26).
013400*
013500 01  PF1-SUMMARY-LINE.
013600     05  FILLER                  PIC X(05).
013700     05  PF1-SM-CAPTION          PIC X(24).
013800     05  PF1-SM-COUNT            PIC ZZZZZZ9.
013900*
014000 PROCEDURE DIVISION.
014100*
014200****************************************************************
014300*    0000-MAINLINE
014400*    APPLY THE MAINTENANCE CARDS TO THE CONTACT-PREFERENCE FILE
014500*    AND LIST EVERY CARD WITH WHAT BECAME OF IT.
014600****************************************************************
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
015000         UNTIL PF1-END-OF-CPMTFILE.
015100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015200     IF PF1-CARDS-REJECTED > ZERO
015300         IF 8 > RETURN-CODE
015400             MOVE 8 TO RETURN-CODE
015500         END-IF
015600     END-IF.
015700     GOBACK.
015800*
015900****************************************************************
016000*    1000-INITIALIZE
016100*    OPEN THE FILES AND WRITE THE REPORT HEADINGS.
016200****************************************************************
016300 1000-INITIALIZE.
016400     ACCEPT PF1-RUN-DATE FROM DATE YYYYMMDD.
016500     OPEN INPUT CPMTFILE.
016600     IF PF1-CPMTFILE-STATUS NOT = '00'
016700         MOVE 'CPMTFILE' TO PF1-FAILING-FILE
016800         MOVE PF1-CPMTFILE-STATUS TO PF1-FAILING-STATUS
016900         GO TO 9800-FILE-ERROR
017000     END-IF.
017100     OPEN I-O CPRFFILE.
017200     IF PF1-CPRFFILE-STATUS NOT = '00' AND PF1-CPRFFILE-STATUS
017250             NOT = '05'
017300         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
017400         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
017500         GO TO 9800-FILE-ERROR
017600     END-IF.
017700     OPEN INPUT ACCTFILE.
017800     IF PF1-ACCTFILE-STATUS NOT = '00'
017900         MOVE 'ACCTFILE' TO PF1-FAILING-FILE
018000         MOVE PF1-ACCTFILE-STATUS TO PF1-FAILING-STATUS
018100         GO TO 9800-FILE-ERROR
018200     END-IF.
018300     OPEN OUTPUT RPTFILE.
018400     IF PF1-RPTFILE-STATUS NOT = '00'
018500         MOVE 'RPTFILE' TO PF1-FAILING-FILE
018600         MOVE PF1-RPTFILE-STATUS TO PF1-FAILING-STATUS
018700         GO TO 9800-FILE-ERROR
018800     END-IF.
018900     MOVE PF1-RUN-DATE TO PF1-T-DATE.
019000     WRITE REPORT-LINE FROM PF1-TITLE-LINE.
019100     WRITE REPORT-LINE FROM PF1-CARD-HEADING.
019200     IF PF1-RPTFILE-STATUS NOT = '00'
019300         MOVE 'RPTFILE' TO PF1-FAILING-FILE
019400         MOVE PF1-RPTFILE-STATUS TO PF1-FAILING-STATUS
019500         GO TO 9800-FILE-ERROR
019600     END-IF.
019700 1000-EXIT.
019800     EXIT.
019900*
020000****************************************************************
020100*    2000-PROCESS-CARD
020200*    READ ONE MAINTENANCE CARD, EDIT THE FUNCTION AND ACCOUNT,
020300*    AND HAND IT TO THE ADD, CHANGE OR DELETE LOGIC.
020400****************************************************************
020500 2000-PROCESS-CARD.
020600     READ CPMTFILE
020700         AT END
020800             SET PF1-END-OF-CPMTFILE TO TRUE
020900     END-READ.
021000     IF PF1-CPMTFILE-STATUS NOT = '00' AND PF1-CPMTFILE-STATUS
021100             NOT = '10'
021200         MOVE 'CPMTFILE' TO PF1-FAILING-FILE
021300         MOVE PF1-CPMTFILE-STATUS TO PF1-FAILING-STATUS
021400         GO TO 9800-FILE-ERROR
021500     END-IF.
021600     IF PF1-END-OF-CPMTFILE
021700         GO TO 2000-EXIT
021800     END-IF.
021900     ADD 1 TO PF1-CARDS-READ.
022000     IF NOT CPM-FUNC-ADD AND NOT CPM-FUNC-CHANGE
022100             AND NOT CPM-FUNC-DELETE
022200         MOVE 'INVALID FUNCTION CODE' TO PF1-RESULT
022300         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
022400         GO TO 2000-EXIT
022500     END-IF.
022600     IF CPM-ACCT-ID NOT NUMERIC
022700         MOVE 'NON-NUMERIC ACCOUNT' TO PF1-RESULT
022800         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
022900         GO TO 2000-EXIT
023000     END-IF.
023100     IF CPM-FUNC-ADD
023200         PERFORM 3000-APPLY-ADD THRU 3000-EXIT
023300     ELSE
023400         IF CPM-FUNC-CHANGE
023500             PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
023600         ELSE
023700             PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
023800         END-IF
023900     END-IF.
024000 2000-EXIT.
024100     EXIT.
024200*
024300****************************************************************
024400*    3000-APPLY-ADD
024500*    ADD A PREFERENCE.  THE CARD MUST PASS THE PREFERENCE EDITS,
024600*    THE ACCOUNT MUST BE ON THE MASTER, AND THE ACCOUNT MUST NOT
024700*    ALREADY HAVE A PREFERENCE (CHANGE IT INSTEAD).
024800****************************************************************
024900 3000-APPLY-ADD.
025000     PERFORM 6000-EDIT-PREFERENCE THRU 6000-EXIT.
025100     IF PF1-CARD-BAD
025200         GO TO 3000-EXIT
025300     END-IF.
025400     MOVE CPM-ACCT-ID-9 TO ACCT-ID.
025500     READ ACCTFILE
025600         INVALID KEY
025700             MOVE 'NO SUCH ACCOUNT' TO PF1-RESULT
025800             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
025900             GO TO 3000-EXIT
026000     END-READ.
026100     IF PF1-ACCTFILE-STATUS NOT = '00'
026200         MOVE 'ACCTFILE' TO PF1-FAILING-FILE
026300         MOVE PF1-ACCTFILE-STATUS TO PF1-FAILING-STATUS
026400         GO TO 9800-FILE-ERROR
026500     END-IF.
026600     MOVE SPACES          TO CONTACT-PREFERENCE-RECORD.
026700     MOVE CPM-ACCT-ID-9   TO CPRF-ACCT-ID.
026800     PERFORM 6200-BUILD-PREFERENCE THRU 6200-EXIT.
026900     MOVE PF1-RUN-DATE    TO CPRF-ADDED-DATE.
027000     WRITE CONTACT-PREFERENCE-RECORD
027100         INVALID KEY
027200             MOVE 'PREFERENCE ALREADY ON FILE' TO PF1-RESULT
027300             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
027400             GO TO 3000-EXIT
027500     END-WRITE.
027600     IF PF1-CPRFFILE-STATUS NOT = '00'
027700         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
027800         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
027900         GO TO 9800-FILE-ERROR
028000     END-IF.
028100     ADD 1 TO PF1-PREFS-ADDED.
028200     MOVE 'ADDED' TO PF1-RESULT.
028300     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
028400 3000-EXIT.
028500     EXIT.
028600*
028700****************************************************************
028800*    4000-APPLY-CHANGE
028900*    REPLACE AN EXISTING PREFERENCE WITH THE WHOLE CARD.  THE
029000*    READ COMES BEFORE THE EDITS SO "NO PREFERENCE ON FILE"
029100*    OUTRANKS A BAD FIELD.  THE DATE ADDED IS KEPT.
029200****************************************************************
029300 4000-APPLY-CHANGE.
029400     MOVE CPM-ACCT-ID-9 TO CPRF-ACCT-ID.
029500     READ CPRFFILE
029600         INVALID KEY
029700             MOVE 'NO PREFERENCE ON FILE' TO PF1-RESULT
029800             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
029900             GO TO 4000-EXIT
030000     END-READ.
030100     IF PF1-CPRFFILE-STATUS NOT = '00'
030200         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
030300         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
030400         GO TO 9800-FILE-ERROR
030500     END-IF.
030600     PERFORM 6000-EDIT-PREFERENCE THRU 6000-EXIT.
030700     IF PF1-CARD-BAD
030800         GO TO 4000-EXIT
030900     END-IF.
031000     PERFORM 6200-BUILD-PREFERENCE THRU 6200-EXIT.
031100     REWRITE CONTACT-PREFERENCE-RECORD.
031200     IF PF1-CPRFFILE-STATUS NOT = '00'
031300         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
031400         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
031500         GO TO 9800-FILE-ERROR
031600     END-IF.
031700     ADD 1 TO PF1-PREFS-CHANGED.
031800     MOVE 'CHANGED' TO PF1-RESULT.
031900     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
032000 4000-EXIT.
032100     EXIT.
032200*
032300****************************************************************
032400*    5000-APPLY-DELETE
032500*    DELETE AN EXISTING PREFERENCE.  ONLY THE FUNCTION AND
032600*    ACCOUNT ARE LOOKED AT.  FROM THE NEXT RUN ON THE CUSTOMER
032700*    GETS PRINTED NOTICES AND STATEMENTS AND NO ALERTS.
032800****************************************************************
032900 5000-APPLY-DELETE.
033000     MOVE CPM-ACCT-ID-9 TO CPRF-ACCT-ID.
033100     READ CPRFFILE
033200         INVALID KEY
033300             MOVE 'NO PREFERENCE ON FILE' TO PF1-RESULT
033400             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
033500             GO TO 5000-EXIT
033600     END-READ.
033700     IF PF1-CPRFFILE-STATUS NOT = '00'
033800         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
033900         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
034000         GO TO 9800-FILE-ERROR
034100     END-IF.
034200     DELETE CPRFFILE.
034300     IF PF1-CPRFFILE-STATUS NOT = '00'
034400         MOVE 'CPRFFILE' TO PF1-FAILING-FILE
034500         MOVE PF1-CPRFFILE-STATUS TO PF1-FAILING-STATUS
034600         GO TO 9800-FILE-ERROR
034700     END-IF.
034800     ADD 1 TO PF1-PREFS-DELETED.
034900     MOVE 'DELETED' TO PF1-RESULT.
035000     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
035100 5000-EXIT.
035200     EXIT.
035300*
035400****************************************************************
035500*    6000-EDIT-PREFERENCE
035600*    THE FIELD EDITS FOR AN ADD OR CHANGE CARD.  CODES MUST BE
035700*    VALID; AN EMAIL OR TEXT DELIVERY CHANNEL NEEDS THE
035800*    E-DELIVERY OPT-IN; AN ALERT OPT-IN NEEDS AN ALERT CHANNEL;
035900*    AN EMAIL ADDRESS OR MOBILE NUMBER GIVEN MUST BE WELL
036000*    FORMED, AND ONE MUST BE GIVEN FOR EVERY CHANNEL THAT USES
036100*    IT.  THE FIRST FAILURE REJECTS THE CARD AND LEAVES
036200*    PF1-CARD-BAD SET.  THE ALERT CHANNEL IS IGNORED WHEN THE
036300*    CUSTOMER HAS NOT OPTED IN TO ALERTS.
036400****************************************************************
036500 6000-EDIT-PREFERENCE.
036600     SET PF1-CARD-GOOD TO TRUE.
036700     IF CPM-DELIVERY-CHANNEL NOT = 'P'
036800             AND CPM-DELIVERY-CHANNEL NOT = 'E'
036900             AND CPM-DELIVERY-CHANNEL NOT = 'T'
037000         MOVE 'INVALID DELIVERY CHANNEL' TO PF1-RESULT
037100         GO TO 6000-REJECT
037200     END-IF.
037300     IF CPM-EDLV-OPT-IN NOT = 'Y' AND CPM-EDLV-OPT-IN NOT = 'N'
037400         MOVE 'INVALID E-DELIVERY OPT-IN' TO PF1-RESULT
037500         GO TO 6000-REJECT
037600     END-IF.
037700     IF CPM-ALERT-OPT-IN NOT = 'Y' AND CPM-ALERT-OPT-IN NOT = 'N'
037800         MOVE 'INVALID ALERT OPT-IN' TO PF1-RESULT
037900         GO TO 6000-REJECT
038000     END-IF.
038100     IF CPM-ALERT-OPT-IN = 'Y'
038200             AND CPM-ALERT-CHANNEL NOT = 'E'
038300             AND CPM-ALERT-CHANNEL NOT = 'T'
038400         MOVE 'INVALID ALERT CHANNEL' TO PF1-RESULT
038500         GO TO 6000-REJECT
038600     END-IF.
038700     IF CPM-DELIVERY-CHANNEL NOT = 'P' AND CPM-EDLV-OPT-IN = 'N'
038800         MOVE 'E-DELIVERY NOT OPTED IN' TO PF1-RESULT
038900         GO TO 6000-REJECT
039000     END-IF.
039100     IF CPM-MOBILE-NBR NOT = SPACES
039200             AND CPM-MOBILE-NBR NOT NUMERIC
039300         MOVE 'INVALID MOBILE NUMBER' TO PF1-RESULT
039400         GO TO 6000-REJECT
039500     END-IF.
039600     IF CPM-EMAIL-ADDR NOT = SPACES
039700         PERFORM 6100-EDIT-EMAIL THRU 6100-EXIT
039800         IF PF1-CARD-BAD
039900             MOVE 'INVALID EMAIL ADDRESS' TO PF1-RESULT
040000             GO TO 6000-REJECT
040100         END-IF
040200     END-IF.
040300     IF CPM-EMAIL-ADDR = SPACES
040400             AND (CPM-DELIVERY-CHANNEL = 'E'
040500                  OR (CPM-ALERT-OPT-IN = 'Y'
040600                      AND CPM-ALERT-CHANNEL = 'E'))
040700         MOVE 'EMAIL ADDRESS MISSING' TO PF1-RESULT
040800         GO TO 6000-REJECT
040900     END-IF.
041000     IF CPM-MOBILE-NBR = SPACES
041100             AND (CPM-DELIVERY-CHANNEL = 'T'
041200                  OR (CPM-ALERT-OPT-IN = 'Y'
041300                      AND CPM-ALERT-CHANNEL = 'T'))
041400         MOVE 'MOBILE NUMBER MISSING' TO PF1-RESULT
041500         GO TO 6000-REJECT
041600     END-IF.
041700     GO TO 6000-EXIT.
041800 6000-REJECT.
041900     SET PF1-CARD-BAD TO TRUE.
042000     PERFORM 7000-REJECT-CARD THRU 7000-EXIT.
042100 6000-EXIT.
042200     EXIT.
042300*
042400****************************************************************
042500*    6100-EDIT-EMAIL
042600*    AN EMAIL ADDRESS IS ONE UNBROKEN WORD STARTING IN COL 31,
042700*    WITH EXACTLY ONE '@', SOMETHING BEFORE IT, AND A DOMAIN
042800*    AFTER IT CONTAINING A '.' THAT NEITHER STARTS NOR ENDS
042900*    WITH THE '.'.  ANYTHING ELSE SETS PF1-CARD-BAD.
043000****************************************************************
043100 6100-EDIT-EMAIL.
043200     MOVE ZERO TO PF1-AT-COUNT.
043300     MOVE ZERO TO PF1-DOT-COUNT.
043400     MOVE ZERO TO PF1-EMAIL-LEN.
043500     INSPECT CPM-EMAIL-ADDR TALLYING PF1-AT-COUNT FOR ALL '@'.
043600     IF PF1-AT-COUNT NOT = 1
043700         GO TO 6100-BAD
043800     END-IF.
043900     INSPECT CPM-EMAIL-ADDR TALLYING PF1-EMAIL-LEN
044000         FOR CHARACTERS BEFORE INITIAL SPACE.
044100     IF PF1-EMAIL-LEN = ZERO
044200         GO TO 6100-BAD
044300     END-IF.
044400     IF PF1-EMAIL-LEN < 50
044500         IF CPM-EMAIL-ADDR (PF1-EMAIL-LEN + 1:) NOT = SPACES
044600             GO TO 6100-BAD
044700         END-IF
044800     END-IF.
044900     IF CPM-EMAIL-ADDR (PF1-EMAIL-LEN:1) = '.'
045000         GO TO 6100-BAD
045100     END-IF.
045200     MOVE SPACES TO PF1-EMAIL-LOCAL.
045300     MOVE SPACES TO PF1-EMAIL-DOMAIN.
045400     UNSTRING CPM-EMAIL-ADDR DELIMITED BY '@'
045500         INTO PF1-EMAIL-LOCAL PF1-EMAIL-DOMAIN
045600     END-UNSTRING.
045700     IF PF1-EMAIL-LOCAL = SPACES OR PF1-EMAIL-DOMAIN = SPACES
045800         GO TO 6100-BAD
045900     END-IF.
046000     IF PF1-EMAIL-DOMAIN (1:1) = '.'
046100         GO TO 6100-BAD
046200     END-IF.
046300     INSPECT PF1-EMAIL-DOMAIN TALLYING PF1-DOT-COUNT FOR ALL '.'.
046400     IF PF1-DOT-COUNT = ZERO
046500         GO TO 6100-BAD
046600     END-IF.
046700     GO TO 6100-EXIT.
046800 6100-BAD.
046900     SET PF1-CARD-BAD TO TRUE.
047000 6100-EXIT.
047100     EXIT.
047200*
047300****************************************************************
047400*    6200-BUILD-PREFERENCE
047500*    MOVE THE EDITED CARD ONTO THE PREFERENCE RECORD AND STAMP
047600*    THE MAINTENANCE DATE.  THE ALERT CHANNEL IS KEPT ONLY
047700*    WHILE THE CUSTOMER IS OPTED IN TO ALERTS.
047800****************************************************************
047900 6200-BUILD-PREFERENCE.
048000     MOVE CPM-DELIVERY-CHANNEL TO CPRF-DELIVERY-CHANNEL.
048100     MOVE CPM-EDLV-OPT-IN      TO CPRF-EDLV-OPT-IN.
048200     MOVE CPM-ALERT-OPT-IN     TO CPRF-ALERT-OPT-IN.
048300     IF CPM-ALERT-OPT-IN = 'Y'
048400         MOVE CPM-ALERT-CHANNEL TO CPRF-ALERT-CHANNEL
048500     ELSE
048600         MOVE SPACE TO CPRF-ALERT-CHANNEL
048700     END-IF.
048800     MOVE CPM-MOBILE-NBR       TO CPRF-MOBILE-NBR.
048900     MOVE CPM-EMAIL-ADDR       TO CPRF-EMAIL-ADDR.
049000     MOVE PF1-RUN-DATE         TO CPRF-LAST-MAINT-DATE.
049100 6200-EXIT.
049200     EXIT.
049300*
049400****************************************************************
049500*    7000-REJECT-CARD
049600*    THE CARD FAILED AN EDIT OR NAMES A PREFERENCE IT CANNOT
049700*    ADD, CHANGE OR DELETE.  NOTHING IS TOUCHED; THE STEP COMES
049800*    BACK RC=8.  THE REASON IS ALREADY IN PF1-RESULT.
049900****************************************************************
050000 7000-REJECT-CARD.
050100     ADD 1 TO PF1-CARDS-REJECTED.
050200     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
050300 7000-EXIT.
050400     EXIT.
050500*
050600 7100-LIST-CARD.
050700     MOVE SPACES               TO PF1-CARD-LINE.
050800     MOVE CPM-FUNCTION         TO PF1-D-FUNCTION.
050900     MOVE CPM-ACCT-ID          TO PF1-D-ACCT.
051000     MOVE CPM-DELIVERY-CHANNEL TO PF1-D-CHANNEL.
051100     MOVE CPM-EDLV-OPT-IN      TO PF1-D-EDLV-OPT-IN.
051200     MOVE CPM-ALERT-OPT-IN     TO PF1-D-ALERT-OPT-IN.
051300     MOVE CPM-ALERT-CHANNEL    TO PF1-D-ALERT-CHANNEL.
051400     MOVE CPM-MOBILE-NBR       TO PF1-D-MOBILE.
051500     MOVE PF1-RESULT           TO PF1-D-RESULT.
051600     WRITE REPORT-LINE FROM PF1-CARD-LINE.
051700     IF PF1-RPTFILE-STATUS NOT = '00'
051800         MOVE 'RPTFILE' TO PF1-FAILING-FILE
051900         MOVE PF1-RPTFILE-STATUS TO PF1-FAILING-STATUS
052000         GO TO 9800-FILE-ERROR
052100     END-IF.
052200 7100-EXIT.
052300     EXIT.
052400*
052500****************************************************************
052600*    9000-TERMINATE
052700*    WRITE THE CONTROL COUNTS AND CLOSE THE FILES.  EVERY CARD
052800*    READ IS ADDED, CHANGED, DELETED OR REJECTED.
052900****************************************************************
053000 9000-TERMINATE.
053100     MOVE SPACES TO REPORT-LINE.
053200     WRITE REPORT-LINE.
053300     MOVE SPACES TO PF1-SUMMARY-LINE.
053400     MOVE 'CARDS READ'             TO PF1-SM-CAPTION.
053500     MOVE PF1-CARDS-READ           TO PF1-SM-COUNT.
053600     WRITE REPORT-LINE FROM PF1-SUMMARY-LINE.
053700     MOVE 'PREFERENCES ADDED'      TO PF1-SM-CAPTION.
053800     MOVE PF1-PREFS-ADDED          TO PF1-SM-COUNT.
053900     WRITE REPORT-LINE FROM PF1-SUMMARY-LINE.
054000     MOVE 'PREFERENCES CHANGED'    TO PF1-SM-CAPTION.
054100     MOVE PF1-PREFS-CHANGED        TO PF1-SM-COUNT.
054200     WRITE REPORT-LINE FROM PF1-SUMMARY-LINE.
054300     MOVE 'PREFERENCES DELETED'    TO PF1-SM-CAPTION.
054400     MOVE PF1-PREFS-DELETED        TO PF1-SM-COUNT.
054500     WRITE REPORT-LINE FROM PF1-SUMMARY-LINE.
054600     MOVE 'CARDS REJECTED'         TO PF1-SM-CAPTION.
054700     MOVE PF1-CARDS-REJECTED       TO PF1-SM-COUNT.
054800     WRITE REPORT-LINE FROM PF1-SUMMARY-LINE.
054900     IF PF1-RPTFILE-STATUS NOT = '00'
055000         MOVE 'RPTFILE' TO PF1-FAILING-FILE
055100         MOVE PF1-RPTFILE-STATUS TO PF1-FAILING-STATUS
055200         GO TO 9800-FILE-ERROR
055300     END-IF.
055400     CLOSE CPMTFILE.
055500     CLOSE CPRFFILE.
055600     CLOSE ACCTFILE.
055700     CLOSE RPTFILE.
055800 9000-EXIT.
055900     EXIT.
056000*
056100****************************************************************
056200*    9800-FILE-ERROR
056300*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
056400*    OTHER THAN A NORMAL AT-END OR A MISSING RECORD (HANDLED AS
056500*    A REJECT ABOVE) LANDS HERE WITH THE FAILING FILE NAME AND
056600*    ITS FILE STATUS ALREADY MOVED TO PF1-FAILING-FILE/
056700*    PF1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
056800****************************************************************
056900 9800-FILE-ERROR.
057000     DISPLAY 'CBCPRF01C I/O ERROR ON FILE ' PF1-FAILING-FILE
057100         ' STATUS ' PF1-FAILING-STATUS.
057200     MOVE 16 TO RETURN-CODE.
057300     GOBACK.
