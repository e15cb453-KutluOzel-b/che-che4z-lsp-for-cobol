003391*                     CUSTOMER'S STATEMENT.  A GENUINE SECOND
003392*                     FEE NEVER MATCHES BYTE FOR BYTE -- ITS
003393*                     SEQUENCE NUMBER AND TIME DIFFER.
003394*    2026-10-15 RS    SORT COPY OF TRANREC RENAMES THE NEW 'IN',
003395*                     'LF' AND 'CO' TYPES, ALL KEPT OFF THIS
003396*                     STATEMENT.  ACCOUNTS CHARGED OFF (ACCTFILE
003397*                     STATUS 'W') ARE NOT STATEMENTED; E-DELIVERY
003398*                     CUSTOMERS (CPRFFILE) GET EDLVFILE RECORDS
003399*                     INSTEAD OF PAPER; BOTH ON THE MANIFEST.
003400****************************************************************
003500*
003600 ENVIRONMENT DIVISION.
004500                      ACCESS MODE IS RANDOM
004600                      RECORD KEY IS NA-ACCT-ID
004700                      FILE STATUS IS CZ1-NAMEFILE-STATUS.
004710     SELECT ACCTFILE  ASSIGN TO ACCTFILE
004720                      ORGANIZATION IS INDEXED
004730                      ACCESS MODE IS RANDOM
004740                      RECORD KEY IS ACCT-ID
004750                      FILE STATUS IS CZ1-ACCTFILE-STATUS.
004760     SELECT OPTIONAL CPRFFILE  ASSIGN TO CPRFFILE
004770                      ORGANIZATION IS INDEXED
004780                      ACCESS MODE IS RANDOM
004790                      RECORD KEY IS CPRF-ACCT-ID
004795                      FILE STATUS IS CZ1-CPRFFILE-STATUS.
004800     SELECT STMTFILE  ASSIGN TO STMTFILE
004900                      ORGANIZATION IS SEQUENTIAL
005000                      FILE STATUS IS CZ1-STMTFILE-STATUS.
005010     SELECT EDLVFILE  ASSIGN TO EDLVFILE
005020                      ORGANIZATION IS SEQUENTIAL
005030                      FILE STATUS IS CZ1-EDLVFILE-STATUS.
005100     SELECT ERRFILE   ASSIGN TO ERRFILE
005200                      ORGANIZATION IS SEQUENTIAL
005300                      FILE STATUS IS CZ1-ERRFILE-STATUS.
007100         ==TRAN-TYPE-PURCHASE==     BY ==STRN-TYPE-PURCHASE==
007200         ==TRAN-TYPE-PAYMENT==      BY ==STRN-TYPE-PAYMENT==
007300         ==TRAN-TYPE-FEE-REVERSAL== BY ==STRN-TYPE-REVERSAL==
007350         ==TRAN-TYPE-INTEREST==     BY ==STRN-TYPE-INTEREST==
007360         ==TRAN-TYPE-LATE-FEE==     BY ==STRN-TYPE-LATE-FEE==
007370         ==TRAN-TYPE-CHARGE-OFF==   BY ==STRN-TYPE-CHARGE-OFF==
007400         ==TRAN-TYPE==              BY ==STRN-TYPE==
007500         ==TRAN-DATE==              BY ==STRN-DATE==
007600         ==TRAN-TIME==              BY ==STRN-TIME==
008900 FD  NAMEFILE.
009000     COPY NAADREC.
009100*
009110 FD  ACCTFILE.
009120     COPY ACCTREC.
009130*
009140 FD  CPRFFILE.
009150     COPY CPRFREC.
009160*
009200 FD  STMTFILE
009300     RECORDING MODE IS F.
009400 01  STATEMENT-LINE              PIC X(80).
009500*
009510 FD  EDLVFILE
009520     RECORDING MODE IS F.
009530     COPY EDLVREC.
009540*
009600 FD  ERRFILE
009700     RECORDING MODE IS F.
009800 01  ERROR-LINE                  PIC X(80).
011000     88  CZ1-FIRST-RECORD            VALUE 'Y'.
011100 77  CZ1-ADDRESS-FOUND-SW        PIC X(01) VALUE 'N'.
011200     88  CZ1-ADDRESS-FOUND           VALUE 'Y'.
011210 77  CZ1-CHANNEL-SW              PIC X(01) VALUE 'P'.
011220     88  CZ1-ROUTE-PRINT             VALUE 'P'.
011230     88  CZ1-ROUTE-EDLV              VALUE 'E'.
011300 77  CZ1-STMT-MONTH              PIC X(06) VALUE SPACES.
011400 77  CZ1-CURR-ACCT               PIC 9(11) VALUE ZERO.
011500 77  CZ1-CURR-BRANCH             PIC X(05) VALUE SPACES.
012500 77  CZ1-TOTAL-STMTS             PIC 9(07) COMP VALUE ZERO.
012600 77  CZ1-UNMATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
012610 77  CZ1-DUPLICATES-DROPPED      PIC 9(07) COMP VALUE ZERO.
012620 77  CZ1-CHARGED-OFF-COUNT       PIC 9(07) COMP VALUE ZERO.
012630 77  CZ1-EDLV-STMTS              PIC 9(07) COMP VALUE ZERO.
012700 77  CZ1-MONTHS-TOTAL            PIC 9(09) COMP VALUE ZERO.
012800 77  CZ1-PRIOR-YEAR              PIC 9(04) VALUE ZERO.
012900 77  CZ1-PRIOR-MONTH             PIC 9(02) VALUE ZERO.
013000 77  CZ1-MONTH-REMAINDER         PIC 9(02) COMP VALUE ZERO.
013100 77  CZ1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
013200 77  CZ1-NAMEFILE-STATUS         PIC X(02) VALUE '00'.
013210 77  CZ1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
013220 77  CZ1-CPRFFILE-STATUS         PIC X(02) VALUE '00'.
013230 77  CZ1-EDLVFILE-STATUS         PIC X(02) VALUE '00'.
013300 77  CZ1-STMTFILE-STATUS         PIC X(02) VALUE '00'.
013400 77  CZ1-ERRFILE-STATUS          PIC X(02) VALUE '00'.
013500 77  CZ1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
024940     05  FILLER                  PIC X(32) VALUE
024950         'RE-ARCHIVED DUPLICATES DROPPED: '.
024960     05  CZ1-MD-COUNT            PIC ZZZZZZ9.
024970*
024975 01  CZ1-MANIFEST-CHGOFF-LINE.
024980     05  FILLER                  PIC X(05) VALUE SPACES.
024985     05  FILLER                  PIC X(32) VALUE
024990         'CHARGED OFF - NOT MAILED:       '.
024995     05  CZ1-MC-COUNT            PIC ZZZZZZ9.
025000*
025010 01  CZ1-MANIFEST-EDLV-LINE.
025020     05  FILLER                  PIC X(05) VALUE SPACES.
025030     05  FILLER                  PIC X(32) VALUE
025040         'E-DELIVERED - NOT PRINTED:      '.
025050     05  CZ1-ME-COUNT            PIC ZZZZZZ9.
025060*
025100 PROCEDURE DIVISION.
025200*
025300****************************************************************
030300         MOVE CZ1-NAMEFILE-STATUS TO CZ1-FAILING-STATUS
030400         GO TO 9800-FILE-ERROR
030500     END-IF.
030510     OPEN INPUT ACCTFILE.
030520     IF CZ1-ACCTFILE-STATUS NOT = '00'
030530         MOVE 'ACCTFILE' TO CZ1-FAILING-FILE
030540         MOVE CZ1-ACCTFILE-STATUS TO CZ1-FAILING-STATUS
030550         GO TO 9800-FILE-ERROR
030560     END-IF.
030570     OPEN INPUT CPRFFILE.
030575     IF CZ1-CPRFFILE-STATUS NOT = '00' AND CZ1-CPRFFILE-STATUS
030576             NOT = '05'
030580         MOVE 'CPRFFILE' TO CZ1-FAILING-FILE
030585         MOVE CZ1-CPRFFILE-STATUS TO CZ1-FAILING-STATUS
030590         GO TO 9800-FILE-ERROR
030595     END-IF.
030600     OPEN OUTPUT STMTFILE.
030700     IF CZ1-STMTFILE-STATUS NOT = '00'
030800         MOVE 'STMTFILE' TO CZ1-FAILING-FILE
030900         MOVE CZ1-STMTFILE-STATUS TO CZ1-FAILING-STATUS
031000         GO TO 9800-FILE-ERROR
031100     END-IF.
031110     OPEN OUTPUT EDLVFILE.
031120     IF CZ1-EDLVFILE-STATUS NOT = '00'
031130         MOVE 'EDLVFILE' TO CZ1-FAILING-FILE
031140         MOVE CZ1-EDLVFILE-STATUS TO CZ1-FAILING-STATUS
031150         GO TO 9800-FILE-ERROR
031160     END-IF.
031200     OPEN OUTPUT ERRFILE.
031300     IF CZ1-ERRFILE-STATUS NOT = '00'
031400         MOVE 'ERRFILE' TO CZ1-FAILING-FILE
043500*    MATCH THE ACCOUNT AGAINST THE NAME-AND-ADDRESS KSDS AND
043600*    OPEN ITS STATEMENT.  NO ADDRESS MEANS AN ERROR-LISTING
043700*    LINE INSTEAD -- THE ACTIVITY LINES AND TOTALS ARE
043800*    SUPPRESSED FOR AN ACCOUNT NOBODY CAN MAIL.  AN ACCOUNT
043810*    THE MASTER SHOWS CHARGED OFF IS NOT MAILED EITHER --
043820*    COLLECTIONS OWNS THE CUSTOMER CONTACT FROM THEN ON -- AND
043830*    IS COUNTED ON THE MANIFEST, NOT THE ERROR LISTING.  AN
043840*    ACCOUNT NOT ON THE MASTER IS STATEMENTED AS BEFORE.  A
043850*    CUSTOMER WHO HAS CHOSEN EMAIL OR TEXT GETS THE STATEMENT
043860*    ON THE E-DELIVERY FILE -- HEADER HERE, THEN ONE DETAIL
043870*    PER ACTIVITY LINE AND A TOTAL -- INSTEAD OF ON PAPER.
043900****************************************************************
044000 2300-OPEN-STATEMENT.
044100     MOVE ZERO TO CZ1-ACCT-FEE-COUNT.
044300     MOVE ZERO TO CZ1-ACCT-REV-COUNT.
044400     MOVE ZERO TO CZ1-ACCT-REV-AMOUNT.
044500     MOVE 'N'  TO CZ1-ADDRESS-FOUND-SW.
044505     SET CZ1-ROUTE-PRINT TO TRUE.
044510     MOVE CZ1-CURR-ACCT TO ACCT-ID.
044520     READ ACCTFILE
044530         INVALID KEY
044540             MOVE SPACE TO ACCT-STATUS
044550     END-READ.
044560     IF CZ1-ACCTFILE-STATUS NOT = '00' AND CZ1-ACCTFILE-STATUS
044570             NOT = '23'
044580         MOVE 'ACCTFILE' TO CZ1-FAILING-FILE
044590         MOVE CZ1-ACCTFILE-STATUS TO CZ1-FAILING-STATUS
044591         GO TO 9800-FILE-ERROR
044592     END-IF.
044593     IF ACCT-STATUS-CHARGED-OFF
044594         ADD 1 TO CZ1-CHARGED-OFF-COUNT
044595         GO TO 2300-EXIT
044596     END-IF.
044600     MOVE CZ1-CURR-ACCT TO NA-ACCT-ID.
044700     READ NAMEFILE
044800         INVALID KEY
045500         GO TO 9800-FILE-ERROR
045600     END-IF.
045700     SET CZ1-ADDRESS-FOUND TO TRUE.
045710     PERFORM 2350-CHOOSE-CHANNEL THRU 2350-EXIT.
045720     IF CZ1-ROUTE-EDLV
045730         PERFORM 2380-START-EDLV-RECORD THRU 2380-EXIT
045740         SET EDLV-TYPE-STMT-HEADER TO TRUE
045750         PERFORM 2390-PUT-EDLV-RECORD THRU 2390-EXIT
045760         GO TO 2300-EXIT
045770     END-IF.
045800     WRITE STATEMENT-LINE FROM CZ1-STMT-RULE-LINE.
045900     MOVE SPACES          TO CZ1-STMT-ADDR-LINE.
046000     MOVE NA-CUST-NAME    TO CZ1-SA-TEXT.
049700     END-IF.
049800 2310-EXIT.
049900     EXIT.
049901*
049902****************************************************************
049903*    2350-CHOOSE-CHANNEL
049904*    LOOK UP THE CUSTOMER'S CONTACT PREFERENCE.  THE STATEMENT
049905*    GOES ELECTRONIC ONLY WHEN THE CUSTOMER HAS OPTED IN TO
049906*    E-DELIVERY, CHOSEN EMAIL OR TEXT, AND GIVEN THE ADDRESS
049907*    OR NUMBER FOR IT.  NO PREFERENCE, OR ANYTHING SHORT OF
049908*    THAT, PRINTS.
049909****************************************************************
049910 2350-CHOOSE-CHANNEL.
049911     SET CZ1-ROUTE-PRINT TO TRUE.
049912     MOVE CZ1-CURR-ACCT TO CPRF-ACCT-ID.
049913     READ CPRFFILE
049914         INVALID KEY
049915             MOVE SPACE TO CPRF-DELIVERY-CHANNEL
049916     END-READ.
049917     IF CZ1-CPRFFILE-STATUS NOT = '00' AND CZ1-CPRFFILE-STATUS
049918             NOT = '23'
049919         MOVE 'CPRFFILE' TO CZ1-FAILING-FILE
049920         MOVE CZ1-CPRFFILE-STATUS TO CZ1-FAILING-STATUS
049921         GO TO 9800-FILE-ERROR
049922     END-IF.
049923     IF CPRF-EDLV-OPTED-IN
049924             AND ((CPRF-DELIVER-EMAIL
049925                   AND CPRF-EMAIL-ADDR NOT = SPACES)
049926               OR (CPRF-DELIVER-TEXT
049927                   AND CPRF-MOBILE-NBR NOT = SPACES))
049928         SET CZ1-ROUTE-EDLV TO TRUE
049929     END-IF.
049930 2350-EXIT.
049931     EXIT.
049932*
049933****************************************************************
049934*    2380-START-EDLV-RECORD
049935*    CLEAR THE E-DELIVERY RECORD AND FILL IN WHAT EVERY RECORD
049936*    OF THE STATEMENT CARRIES -- ACCOUNT, CHANNEL, THE ADDRESS
049937*    OR NUMBER FOR THE CHANNEL, NAME, AND STATEMENT MONTH.
049938****************************************************************
049939 2380-START-EDLV-RECORD.
049940     MOVE SPACES                TO EDELIVERY-RECORD.
049941     MOVE CZ1-CURR-ACCT         TO EDLV-ACCT-ID.
049942     MOVE CZ1-CURR-BRANCH       TO EDLV-BRANCH-ID.
049943     MOVE CPRF-DELIVERY-CHANNEL TO EDLV-CHANNEL.
049944     IF CPRF-DELIVER-EMAIL
049945         MOVE CPRF-EMAIL-ADDR   TO EDLV-EMAIL-ADDR
049946     ELSE
049947         MOVE CPRF-MOBILE-NBR   TO EDLV-MOBILE-NBR
049948     END-IF.
049949     MOVE NA-CUST-NAME          TO EDLV-CUST-NAME.
049950     MOVE CZ1-STMT-MONTH        TO EDLV-DOC-DATE.
049951 2380-EXIT.
049952     EXIT.
049953*
049954 2390-PUT-EDLV-RECORD.
049955     WRITE EDELIVERY-RECORD.
049956     IF CZ1-EDLVFILE-STATUS NOT = '00'
049957         MOVE 'EDLVFILE' TO CZ1-FAILING-FILE
049958         MOVE CZ1-EDLVFILE-STATUS TO CZ1-FAILING-STATUS
049959         GO TO 9800-FILE-ERROR
049960     END-IF.
049961 2390-EXIT.
049962     EXIT.
050000*
050100****************************************************************
050200*    2400-WRITE-ACTIVITY-LINE
052900     ELSE
053000         MOVE 'FEE REVERSAL' TO CZ1-SD-ACTIVITY
053100     END-IF.
053110     IF CZ1-ROUTE-EDLV
053120         PERFORM 2380-START-EDLV-RECORD THRU 2380-EXIT
053130         SET EDLV-TYPE-STMT-DETAIL TO TRUE
053140         MOVE STRN-DATE          TO EDLV-SD-DATE
053150         MOVE STRN-OVERAGE-AMT   TO EDLV-SD-OVERAGE
053160         MOVE STRN-AMOUNT        TO EDLV-SD-AMOUNT
053170         MOVE STRN-FEE-SCHED-VER TO EDLV-SD-SCHED
053180         MOVE CZ1-SD-ACTIVITY    TO EDLV-SD-ACTIVITY
053185         PERFORM 2390-PUT-EDLV-RECORD THRU 2390-EXIT
053190         GO TO 2400-EXIT
053195     END-IF.
053200     WRITE STATEMENT-LINE FROM CZ1-STMT-DETAIL-LINE.
053300     IF CZ1-STMTFILE-STATUS NOT = '00'
053400         MOVE 'STMTFILE' TO CZ1-FAILING-FILE
054200*    2500-CLOSE-ACCOUNT
054300*    CLOSE THE OPEN STATEMENT WITH ITS TOTALS AND COUNT IT ON
054400*    THE MANIFEST.  AN UNADDRESSED ACCOUNT ALREADY WENT TO THE
054500*    ERROR LISTING AND COUNTS THERE INSTEAD, AND A CHARGED-OFF
054510*    ACCOUNT ON THE MANIFEST'S CHARGED-OFF LINE.  AN
054520*    E-DELIVERED STATEMENT CLOSES WITH ITS TOTAL RECORD AND
054530*    COUNTS ON THE MANIFEST'S E-DELIVERED LINE, NOT IN THE
054540*    PRINT SHOP'S BRANCH COUNTS.
054600****************************************************************
054700 2500-CLOSE-ACCOUNT.
054800     IF NOT CZ1-ADDRESS-FOUND
055400     MOVE CZ1-ACCT-FEE-AMOUNT TO CZ1-ST-FEE-AMOUNT.
055500     MOVE CZ1-ACCT-REV-AMOUNT TO CZ1-ST-REV-AMOUNT.
055600     MOVE CZ1-ACCT-NET-AMOUNT TO CZ1-ST-NET-AMOUNT.
055610     IF CZ1-ROUTE-EDLV
055620         PERFORM 2380-START-EDLV-RECORD THRU 2380-EXIT
055630         SET EDLV-TYPE-STMT-TOTAL TO TRUE
055640         MOVE CZ1-ACCT-FEE-COUNT  TO EDLV-ST-FEE-COUNT
055650         MOVE CZ1-ACCT-FEE-AMOUNT TO EDLV-ST-FEE-AMOUNT
055660         MOVE CZ1-ACCT-REV-AMOUNT TO EDLV-ST-REV-AMOUNT
055670         MOVE CZ1-ACCT-NET-AMOUNT TO EDLV-ST-NET-AMOUNT
055680         PERFORM 2390-PUT-EDLV-RECORD THRU 2390-EXIT
055690         ADD 1 TO CZ1-EDLV-STMTS
055695         GO TO 2500-EXIT
055698     END-IF.
055700     WRITE STATEMENT-LINE FROM CZ1-STMT-TOTAL-LINE.
055800     MOVE SPACES TO STATEMENT-LINE.
055900     WRITE STATEMENT-LINE.
059500     WRITE REPORT-LINE FROM CZ1-MANIFEST-TOTAL-LINE.
059510     MOVE CZ1-DUPLICATES-DROPPED TO CZ1-MD-COUNT.
059520     WRITE REPORT-LINE FROM CZ1-MANIFEST-DUP-LINE.
059530     MOVE CZ1-CHARGED-OFF-COUNT TO CZ1-MC-COUNT.
059540     WRITE REPORT-LINE FROM CZ1-MANIFEST-CHGOFF-LINE.
059550     MOVE CZ1-EDLV-STMTS TO CZ1-ME-COUNT.
059560     WRITE REPORT-LINE FROM CZ1-MANIFEST-EDLV-LINE.
059600     IF CZ1-RPTFILE-STATUS NOT = '00'
059700         MOVE 'RPTFILE' TO CZ1-FAILING-FILE
059800         MOVE CZ1-RPTFILE-STATUS TO CZ1-FAILING-STATUS
059900         GO TO 9800-FILE-ERROR
060000     END-IF.
060100     CLOSE NAMEFILE.
060150     CLOSE ACCTFILE.
060160     CLOSE CPRFFILE.
060200     CLOSE STMTFILE.
060250     CLOSE EDLVFILE.
060300     CLOSE ERRFILE.
060400     CLOSE RPTFILE.
060500 9000-EXIT.
