003100*                     IS SKIPPED.  COMES BACK RC=4 WHEN ANY
003200*                     ACCOUNT MADE THE LIST SO THE JOB STREAM
003300*                     CAN FLAG THE REPORT FOR BRANCH PICKUP.
003310*    2026-10-15 RS    THE SORT COPY OF ACCTREC NOW ALSO RENAMES
003320*                     THE NEW PRODUCT CODE AND LAST-INTEREST-CYCLE
003330*                     FIELDS.  NO LOGIC CHANGE.
003340*    2026-10-15 RS    THE SORT COPY OF ACCTREC NOW ALSO RENAMES
003350*                     THE NEW LAST-LATE-FEE FIELD.  NO LOGIC
003360*                     CHANGE.
003370*    2026-10-15 RS    THE SORT COPY OF ACCTREC NOW ALSO RENAMES
003380*                     THE NEW CHARGED-OFF STATUS.  A CHARGED-OFF
003390*                     ACCOUNT IS NOT ACTIVE, SO IT STAYS OFF THE
003400*                     LIST WITH THE SUSPENDED AND CLOSED ONES.  NO
003410*                     LOGIC CHANGE.
003420*    2026-10-15 RS    FOR A LISTED ACCOUNT WHOSE CUSTOMER HAS
003430*                     OPTED IN TO ALERTS ON THE CONTACT-PREFERENCE
003440*                     FILE (CPRFFILE KSDS, CPRFREC), ALSO WRITES A
003450*                     NEAR-LIMIT ALERT RECORD (NALTFILE, NALTREC)
003460*                     FOR THE MESSAGING GATEWAY TO SEND BY EMAIL
003470*                     OR TEXT.  THE ALERTS WRITTEN ARE COUNTED
003480*                     UNDER THE GRAND TOTAL.
003490****************************************************************
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005100     SELECT RPTFILE   ASSIGN TO RPTFILE
005200                      ORGANIZATION IS SEQUENTIAL
005300                      FILE STATUS IS CX1-RPTFILE-STATUS.
005310     SELECT OPTIONAL CPRFFILE  ASSIGN TO CPRFFILE
005320                      ORGANIZATION IS INDEXED
005330                      ACCESS MODE IS RANDOM
005340                      RECORD KEY IS CPRF-ACCT-ID
005350                      FILE STATUS IS CX1-CPRFFILE-STATUS.
005360     SELECT NALTFILE  ASSIGN TO NALTFILE
005370                      ORGANIZATION IS SEQUENTIAL
005380                      FILE STATUS IS CX1-NALTFILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
006400         ==ACCT-STATUS-ACTIVE==     BY ==SACC-STATUS-ACTIVE==
006500         ==ACCT-STATUS-CLOSED==     BY ==SACC-STATUS-CLOSED==
006600         ==ACCT-STATUS-SUSPENDED==  BY ==SACC-STATUS-SUSPENDED==
006650         ==ACCT-STATUS-CHARGED-OFF==
006660                                    BY ==SACC-STATUS-CHARGED-OFF==
006700         ==ACCT-STATUS==            BY ==SACC-STATUS==
006800         ==ACCT-BRANCH-ID==         BY ==SACC-BRANCH-ID==
006900         ==ACCT-CURR-BAL==          BY ==SACC-CURR-BAL==
007000         ==ACCT-CREDIT-LIMIT==      BY ==SACC-CREDIT-LIMIT==
007100         ==ACCT-OPEN-DATE==         BY ==SACC-OPEN-DATE==
007110         ==ACCT-PRODUCT-CODE==      BY ==SACC-PRODUCT-CODE==
007120         ==ACCT-LAST-INT-CYCLE==    BY ==SACC-LAST-INT-CYCLE==
007130         ==ACCT-LAST-LATE-FEE==     BY ==SACC-LAST-LATE-FEE==.
007200*
007300 FD  PARMFILE
007400     RECORDING MODE IS F.
007800     RECORDING MODE IS F.
007900     COPY WTCHREC.
008000*
008010 FD  CPRFFILE.
008020     COPY CPRFREC.
008030*
008040 FD  NALTFILE
008050     RECORDING MODE IS F.
008060     COPY NALTREC.
008070*
008100 FD  RPTFILE
008200     RECORDING MODE IS F.
008300 01  PRINT-RECORD.
010800 77  CX1-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
010900 77  CX1-TOTAL-LISTED            PIC 9(07) COMP VALUE ZERO.
011000 77  CX1-BRANCH-LISTED           PIC 9(07) COMP VALUE ZERO.
011010 77  CX1-ALERTS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
011100 77  CX1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
011200 77  CX1-PARMFILE-STATUS         PIC X(02) VALUE '00'.
011300 77  CX1-WTCHFILE-STATUS         PIC X(02) VALUE '00'.
011400 77  CX1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
011410 77  CX1-CPRFFILE-STATUS         PIC X(02) VALUE '00'.
011420 77  CX1-NALTFILE-STATUS         PIC X(02) VALUE '00'.
011500 77  CX1-FAILING-FILE            PIC X(10) VALUE SPACES.
011600 77  CX1-FAILING-STATUS          PIC X(02) VALUE SPACES.
011700*
016800     05  CX1-GT-COUNT            PIC ZZZZZZ9.
016900     05  FILLER                  PIC X(12) VALUE '  OF READ   '.
017000     05  CX1-GT-READ             PIC ZZZZZZZZ9.
017010*
017020 01  CX1-ALERT-TOTAL-LINE.
017030     05  FILLER                  PIC X(05) VALUE SPACES.
017040     05  FILLER                  PIC X(26) VALUE
017050         'CUSTOMER ALERTS WRITTEN --'.
017060     05  CX1-AT-COUNT            PIC ZZZZZZ9.
017100*
017200 01  CX1-THRESHOLD-NOTE.
017300     05  FILLER                  PIC X(05) VALUE SPACES.
025100*
025200****************************************************************
025300*    1600-FILTER-ONE-ACCOUNT
025400*    ONE MASTER RECORD AGAINST THE WATCH TEST.  SUSPENDED,
025500*    CLOSED, AND CHARGED-OFF ACCOUNTS, ACCOUNTS ALREADY OVER
025600*    (THE FEE PATH OWNS THOSE), AND RECORDS THE PRE-FLIGHT
025700*    AUDIT WOULD FLAG AS NON-NUMERIC ALL STAY OFF THE LIST.
025800****************************************************************
025900 1600-FILTER-ONE-ACCOUNT.
026000     READ ACCTFILE
030000*    DRIVE THE CONTROL-BREAK LISTING AND THE EXTRACT OFF THE
030100*    SORTED STREAM: EACH BRANCH OPENS ON A FRESH PAGE AND
030200*    CLOSES WITH ITS COUNT, AND THE GRAND TOTAL ENDS THE
030300*    REPORT.  OPTED-IN CUSTOMERS' ALERTS GO OUT ALONGSIDE.
030400****************************************************************
030500 2000-PRODUCE-REPORT.
030600     OPEN OUTPUT RPTFILE.
031500         MOVE CX1-WTCHFILE-STATUS TO CX1-FAILING-STATUS
031600         GO TO 9800-FILE-ERROR
031700     END-IF.
031710     OPEN INPUT CPRFFILE.
031720     IF CX1-CPRFFILE-STATUS NOT = '00' AND CX1-CPRFFILE-STATUS
031721             NOT = '05'
031730         MOVE 'CPRFFILE' TO CX1-FAILING-FILE
031740         MOVE CX1-CPRFFILE-STATUS TO CX1-FAILING-STATUS
031750         GO TO 9800-FILE-ERROR
031760     END-IF.
031765     OPEN OUTPUT NALTFILE.
031770     IF CX1-NALTFILE-STATUS NOT = '00'
031775         MOVE 'NALTFILE' TO CX1-FAILING-FILE
031780         MOVE CX1-NALTFILE-STATUS TO CX1-FAILING-STATUS
031785         GO TO 9800-FILE-ERROR
031790     END-IF.
031800     ACCEPT CX1-CURRENT-DATE FROM DATE YYYYMMDD.
031900     PERFORM 2150-GET-SORTED-RECORD THRU 2150-EXIT.
032000     PERFORM 2200-PROCESS-SORTED-RECORD THRU 2200-EXIT
032500     PERFORM 2400-WRITE-GRAND-TOTALS THRU 2400-EXIT.
032600     CLOSE RPTFILE.
032700     CLOSE WTCHFILE.
032710     CLOSE CPRFFILE.
032720     CLOSE NALTFILE.
032800 2000-EXIT.
032900     EXIT.
033000*
034000*    2200-PROCESS-SORTED-RECORD
034100*    ONE SORTED WATCH ACCOUNT: BREAK TO A NEW BRANCH PAGE WHEN
034200*    THE BRANCH CHANGES, PRINT THE DETAIL, WRITE THE EXTRACT
034300*    RECORD AND ANY CUSTOMER ALERT, AND COUNT.
034400****************************************************************
034500 2200-PROCESS-SORTED-RECORD.
034600     IF CX1-FIRST-RECORD
035800         GIVING CX1-HEADROOM.
035900     PERFORM 2210-WRITE-DETAIL-LINE THRU 2210-EXIT.
036000     PERFORM 2220-WRITE-EXTRACT THRU 2220-EXIT.
036010     PERFORM 2230-WRITE-CUSTOMER-ALERT THRU 2230-EXIT.
036100     ADD 1 TO CX1-BRANCH-LISTED.
036200     ADD 1 TO CX1-TOTAL-LISTED.
036300     PERFORM 2150-GET-SORTED-RECORD THRU 2150-EXIT.
039500     END-IF.
039600 2220-EXIT.
039700     EXIT.
039701*
039702****************************************************************
039703*    2230-WRITE-CUSTOMER-ALERT
039704*    A CUSTOMER WHO HAS OPTED IN TO ALERTS, WITH AN EMAIL
039705*    ADDRESS OR MOBILE NUMBER ON FILE FOR THE CHOSEN ALERT
039706*    CHANNEL, GETS ONE NEAR-LIMIT ALERT RECORD.  NO PREFERENCE
039707*    OR NO OPT-IN MEANS NO ALERT.
039708****************************************************************
039709 2230-WRITE-CUSTOMER-ALERT.
039710     MOVE SACC-ID TO CPRF-ACCT-ID.
039711     READ CPRFFILE
039712         INVALID KEY
039713             MOVE SPACE TO CPRF-ALERT-OPT-IN
039714     END-READ.
039715     IF CX1-CPRFFILE-STATUS NOT = '00' AND CX1-CPRFFILE-STATUS
039716             NOT = '23'
039717         MOVE 'CPRFFILE' TO CX1-FAILING-FILE
039718         MOVE CX1-CPRFFILE-STATUS TO CX1-FAILING-STATUS
039719         GO TO 9800-FILE-ERROR
039720     END-IF.
039721     IF NOT CPRF-ALERT-OPTED-IN
039722         GO TO 2230-EXIT
039723     END-IF.
039724     IF NOT ((CPRF-ALERT-BY-EMAIL
039725               AND CPRF-EMAIL-ADDR NOT = SPACES)
039726           OR (CPRF-ALERT-BY-TEXT
039727               AND CPRF-MOBILE-NBR NOT = SPACES))
039728         GO TO 2230-EXIT
039729     END-IF.
039730     MOVE SPACES             TO NEAR-LIMIT-ALERT-RECORD.
039731     MOVE SACC-ID            TO NALT-ACCT-ID.
039732     MOVE SACC-BRANCH-ID     TO NALT-BRANCH-ID.
039733     MOVE CPRF-ALERT-CHANNEL TO NALT-CHANNEL.
039734     IF CPRF-ALERT-BY-EMAIL
039735         MOVE CPRF-EMAIL-ADDR TO NALT-EMAIL-ADDR
039736     ELSE
039737         MOVE CPRF-MOBILE-NBR TO NALT-MOBILE-NBR
039738     END-IF.
039739     MOVE CX1-CURRENT-DATE   TO NALT-ALERT-DATE.
039740     MOVE SACC-CURR-BAL      TO NALT-CURR-BAL.
039741     MOVE SACC-CREDIT-LIMIT  TO NALT-CREDIT-LIMIT.
039742     MOVE CX1-HEADROOM       TO NALT-HEADROOM.
039743     WRITE NEAR-LIMIT-ALERT-RECORD.
039744     IF CX1-NALTFILE-STATUS NOT = '00'
039745         MOVE 'NALTFILE' TO CX1-FAILING-FILE
039746         MOVE CX1-NALTFILE-STATUS TO CX1-FAILING-STATUS
039747         GO TO 9800-FILE-ERROR
039748     END-IF.
039749     ADD 1 TO CX1-ALERTS-WRITTEN.
039750 2230-EXIT.
039751     EXIT.
039800*
039900****************************************************************
040000*    2250-START-BRANCH-PAGE
044300****************************************************************
044400*    2400-WRITE-GRAND-TOTALS
044500*    THE GRAND TOTAL: EVERY BRANCH'S WATCH ACCOUNTS IN ONE
044600*    PLACE FOR THE MORNING CREW, AND HOW MANY OF THEM WERE
044610*    SENT A CUSTOMER ALERT.
044700****************************************************************
044800 2400-WRITE-GRAND-TOTALS.
044900     MOVE CX1-TOTAL-LISTED TO CX1-GT-COUNT.
045100     MOVE '0'              TO PRT-CC.
045200     MOVE CX1-GRAND-TOTAL-LINE TO PRT-DATA.
045300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
045310     MOVE CX1-ALERTS-WRITTEN TO CX1-AT-COUNT.
045320     MOVE SPACE            TO PRT-CC.
045330     MOVE CX1-ALERT-TOTAL-LINE TO PRT-DATA.
045340     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
045400 2400-EXIT.
045500     EXIT.
045600*
