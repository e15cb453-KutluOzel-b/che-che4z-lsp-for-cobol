002360*                     SETTLEMENT STEP (CBSETL01C) CAN PROVE
002370*                     EVERY FEE POSTING PRODUCED EXACTLY ONE
002380*                     NOTICE OR ONE ERROR LINE.
002382*    2026-10-15 RS    READS THE ACCOUNT MASTER (ACCTFILE KSDS) FOR
002384*                     EACH FEE POSTING.  A FEE AGAINST AN ACCOUNT
002386*                     THE MONTHLY CHARGE-OFF RUN CBCHGO01C HAS
002388*                     CHARGED OFF (STATUS 'W') IS NOT NOTICED; IT
002390*                     GOES TO THE ERROR LISTING AS '*** ACCOUNT
002392*                     CHARGED OFF ***' AND COUNTS IN THE ERROR LEG
002394*                     OF THE CONTROL TOTAL, SO THE SETTLEMENT
002396*                     PROOF STILL TIES.
002397*    2026-10-15 RS    HONOURS CPRFFILE CONTACT PREFERENCES: A
002398*                     CUSTOMER OPTED IN TO EMAIL OR TEXT GETS AN
002399*                     'NT' EDLVFILE RECORD INSTEAD OF PRINT.
002400****************************************************************
002500*
002600 ENVIRONMENT DIVISION.
003400                      ACCESS MODE IS RANDOM
003500                      RECORD KEY IS NA-ACCT-ID
003600                      FILE STATUS IS CN1-NAMEFILE-STATUS.
003610     SELECT ACCTFILE  ASSIGN TO ACCTFILE
003620                      ORGANIZATION IS INDEXED
003630                      ACCESS MODE IS RANDOM
003640                      RECORD KEY IS ACCT-ID
003650                      FILE STATUS IS CN1-ACCTFILE-STATUS.
003700     SELECT NOTCFILE  ASSIGN TO NOTCFILE
003800                      ORGANIZATION IS SEQUENTIAL
003900                      FILE STATUS IS CN1-NOTCFILE-STATUS.
004210     SELECT NOTTOTFILE ASSIGN TO NOTTOTFILE
004220                      ORGANIZATION IS SEQUENTIAL
004230                      FILE STATUS IS CN1-NOTTOTFILE-STATUS.
004240     SELECT OPTIONAL CPRFFILE  ASSIGN TO CPRFFILE
004250                      ORGANIZATION IS INDEXED
004260                      ACCESS MODE IS RANDOM
004270                      RECORD KEY IS CPRF-ACCT-ID
004280                      FILE STATUS IS CN1-CPRFFILE-STATUS.
004285     SELECT EDLVFILE  ASSIGN TO EDLVFILE
004290                      ORGANIZATION IS SEQUENTIAL
004295                      FILE STATUS IS CN1-EDLVFILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005000 FD  NAMEFILE.
005100     COPY NAADREC.
005200*
005210 FD  ACCTFILE.
005220     COPY ACCTREC.
005230*
005300 FD  NOTCFILE
005400     RECORDING MODE IS F.
005500 01  NOTICE-LINE                 PIC X(80).
005920 FD  NOTTOTFILE
005930     RECORDING MODE IS F.
005940     COPY NFCTREC.
005950*
005960 FD  CPRFFILE.
005970     COPY CPRFREC.
005975*
005980 FD  EDLVFILE
005985     RECORDING MODE IS F.
005990     COPY EDLVREC.
006000*
006100 WORKING-STORAGE SECTION.
006200 77  CN1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
006300     88  CN1-END-OF-TRANFILE         VALUE 'Y'.
006310 77  CN1-CHANNEL-SW              PIC X(01) VALUE 'P'.
006320     88  CN1-ROUTE-PRINT             VALUE 'P'.
006330     88  CN1-ROUTE-EDLV              VALUE 'E'.
006400 77  CN1-POSTINGS-READ           PIC 9(07) COMP VALUE ZERO.
006500 77  CN1-NOTICES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
006600 77  CN1-UNMATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
006602 77  CN1-PRINT-COUNT             PIC 9(07) COMP VALUE ZERO.
006604 77  CN1-EDLV-COUNT              PIC 9(07) COMP VALUE ZERO.
006610 77  CN1-NOTICED-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
006620                                  SEPARATE VALUE ZERO.
006630 77  CN1-UNMATCHED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
006650 77  CN1-RUN-DATE                PIC X(08) VALUE SPACES.
006700 77  CN1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
006800 77  CN1-NAMEFILE-STATUS         PIC X(02) VALUE '00'.
006810 77  CN1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
006900 77  CN1-NOTCFILE-STATUS         PIC X(02) VALUE '00'.
007000 77  CN1-ERRFILE-STATUS          PIC X(02) VALUE '00'.
007010 77  CN1-NOTTOTFILE-STATUS       PIC X(02) VALUE '00'.
007020 77  CN1-CPRFFILE-STATUS         PIC X(02) VALUE '00'.
007030 77  CN1-EDLVFILE-STATUS         PIC X(02) VALUE '00'.
007100 77  CN1-FAILING-FILE            PIC X(10) VALUE SPACES.
007200 77  CN1-FAILING-STATUS          PIC X(02) VALUE SPACES.
007300*
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  CN1-E-DATE              PIC X(08).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  CN1-E-REASON            PIC X(34).
012700*
012800 01  CN1-ERROR-TOTAL-LINE.
012900     05  FILLER                  PIC X(05) VALUE SPACES.
016200         MOVE CN1-NAMEFILE-STATUS TO CN1-FAILING-STATUS
016300         GO TO 9800-FILE-ERROR
016400     END-IF.
016410     OPEN INPUT ACCTFILE.
016420     IF CN1-ACCTFILE-STATUS NOT = '00'
016430         MOVE 'ACCTFILE' TO CN1-FAILING-FILE
016440         MOVE CN1-ACCTFILE-STATUS TO CN1-FAILING-STATUS
016450         GO TO 9800-FILE-ERROR
016460     END-IF.
016470     OPEN INPUT CPRFFILE.
016475     IF CN1-CPRFFILE-STATUS NOT = '00' AND CN1-CPRFFILE-STATUS
016476             NOT = '05'
016480         MOVE 'CPRFFILE' TO CN1-FAILING-FILE
016485         MOVE CN1-CPRFFILE-STATUS TO CN1-FAILING-STATUS
016490         GO TO 9800-FILE-ERROR
016495     END-IF.
016500     OPEN OUTPUT NOTCFILE.
016600     IF CN1-NOTCFILE-STATUS NOT = '00'
016700         MOVE 'NOTCFILE' TO CN1-FAILING-FILE
016800         MOVE CN1-NOTCFILE-STATUS TO CN1-FAILING-STATUS
016900         GO TO 9800-FILE-ERROR
017000     END-IF.
017010     OPEN OUTPUT EDLVFILE.
017020     IF CN1-EDLVFILE-STATUS NOT = '00'
017030         MOVE 'EDLVFILE' TO CN1-FAILING-FILE
017040         MOVE CN1-EDLVFILE-STATUS TO CN1-FAILING-STATUS
017050         GO TO 9800-FILE-ERROR
017060     END-IF.
017100     OPEN OUTPUT ERRFILE.
017200     IF CN1-ERRFILE-STATUS NOT = '00'
017300         MOVE 'ERRFILE' TO CN1-FAILING-FILE
018700*    2000-PROCESS-POSTING
018800*    READ ONE TRANSACTION RECORD.  ONLY OVER-LIMIT FEE POSTINGS
018900*    PRODUCE NOTICES; RECOVERY MARKERS AND ANYTHING ELSE PASS
019000*    THROUGH UNTOUCHED.  A FEE AGAINST AN ACCOUNT THE MASTER
019010*    SHOWS CHARGED OFF IS NOT MAILED -- COLLECTIONS OWNS THAT
019020*    CUSTOMER, AND THE FEE SHOULD NEVER HAVE BEEN ASSESSED --
019030*    SO IT GOES TO THE ERROR LISTING TO BE CHASED.  AN ACCOUNT
019040*    NOT ON THE MASTER IS NOTICED AS BEFORE.
019100****************************************************************
019200 2000-PROCESS-POSTING.
019300     READ TRANFILE
020400         GO TO 2000-EXIT
020500     END-IF.
020600     ADD 1 TO CN1-POSTINGS-READ.
020610     MOVE TRAN-ACCT-ID TO ACCT-ID.
020620     READ ACCTFILE
020630         INVALID KEY
020640             MOVE SPACE TO ACCT-STATUS
020650     END-READ.
020660     IF CN1-ACCTFILE-STATUS NOT = '00' AND CN1-ACCTFILE-STATUS
020670             NOT = '23'
020680         MOVE 'ACCTFILE' TO CN1-FAILING-FILE
020690         MOVE CN1-ACCTFILE-STATUS TO CN1-FAILING-STATUS
020691         GO TO 9800-FILE-ERROR
020692     END-IF.
020693     IF ACCT-STATUS-CHARGED-OFF
020694         MOVE '*** ACCOUNT CHARGED OFF ***' TO CN1-E-REASON
020695         PERFORM 2200-WRITE-ERROR-LINE THRU 2200-EXIT
020696         GO TO 2000-EXIT
020697     END-IF.
020698     MOVE '*** NO NAME-AND-ADDRESS RECORD ***' TO CN1-E-REASON.
020700     MOVE TRAN-ACCT-ID TO NA-ACCT-ID.
020800     READ NAMEFILE
020900         INVALID KEY
022200*
022300****************************************************************
022400*    2100-WRITE-NOTICE
022500*    CUT ONE FORMATTED NOTICE LINE-SET FOR THE PRINT SHOP, OR,
022510*    FOR A CUSTOMER WHO HAS CHOSEN EMAIL OR TEXT, ONE RECORD
022520*    ON THE E-DELIVERY FILE.  EITHER WAY IT IS ONE NOTICE.
022600****************************************************************
022700 2100-WRITE-NOTICE.
022710     PERFORM 2110-CHOOSE-CHANNEL THRU 2110-EXIT.
022720     IF CN1-ROUTE-EDLV
022730         PERFORM 2120-WRITE-EDELIVERY THRU 2120-EXIT
022740         GO TO 2100-COUNT
022750     END-IF.
022800     WRITE NOTICE-LINE FROM CN1-NOTICE-RULE-LINE.
022900     MOVE SPACES          TO CN1-NOTICE-ADDR-LINE.
023000     MOVE NA-CUST-NAME    TO CN1-NA-TEXT.
025800         MOVE CN1-NOTCFILE-STATUS TO CN1-FAILING-STATUS
025900         GO TO 9800-FILE-ERROR
026000     END-IF.
026010     ADD 1 TO CN1-PRINT-COUNT.
026050 2100-COUNT.
026100     ADD 1 TO CN1-NOTICES-WRITTEN.
026110     ADD TRAN-AMOUNT TO CN1-NOTICED-AMOUNT.
026200 2100-EXIT.
026300     EXIT.
026301*
026302****************************************************************
026303*    2110-CHOOSE-CHANNEL
026304*    LOOK UP THE CUSTOMER'S CONTACT PREFERENCE.  THE NOTICE
026305*    GOES ELECTRONIC ONLY WHEN THE CUSTOMER HAS OPTED IN TO
026306*    E-DELIVERY, CHOSEN EMAIL OR TEXT, AND GIVEN THE ADDRESS
026307*    OR NUMBER FOR IT.  NO PREFERENCE, OR ANYTHING SHORT OF
026308*    THAT, PRINTS.
026309****************************************************************
026310 2110-CHOOSE-CHANNEL.
026311     SET CN1-ROUTE-PRINT TO TRUE.
026312     MOVE TRAN-ACCT-ID TO CPRF-ACCT-ID.
026313     READ CPRFFILE
026314         INVALID KEY
026315             MOVE SPACE TO CPRF-DELIVERY-CHANNEL
026316     END-READ.
026317     IF CN1-CPRFFILE-STATUS NOT = '00' AND CN1-CPRFFILE-STATUS
026318             NOT = '23'
026319         MOVE 'CPRFFILE' TO CN1-FAILING-FILE
026320         MOVE CN1-CPRFFILE-STATUS TO CN1-FAILING-STATUS
026321         GO TO 9800-FILE-ERROR
026322     END-IF.
026323     IF CPRF-EDLV-OPTED-IN
026324             AND ((CPRF-DELIVER-EMAIL
026325                   AND CPRF-EMAIL-ADDR NOT = SPACES)
026326               OR (CPRF-DELIVER-TEXT
026327                   AND CPRF-MOBILE-NBR NOT = SPACES))
026328         SET CN1-ROUTE-EDLV TO TRUE
026329     END-IF.
026330 2110-EXIT.
026331     EXIT.
026332*
026333****************************************************************
026334*    2120-WRITE-EDELIVERY
026335*    WRITE THE NOTICE AS ONE 'NT' RECORD FOR THE MESSAGING
026336*    GATEWAY, CARRYING ONLY THE ADDRESS OR NUMBER FOR THE
026337*    CHOSEN CHANNEL.
026338****************************************************************
026339 2120-WRITE-EDELIVERY.
026340     MOVE SPACES                TO EDELIVERY-RECORD.
026341     SET EDLV-TYPE-NOTICE       TO TRUE.
026342     MOVE TRAN-ACCT-ID          TO EDLV-ACCT-ID.
026343     MOVE TRAN-BRANCH-ID        TO EDLV-BRANCH-ID.
026344     MOVE CPRF-DELIVERY-CHANNEL TO EDLV-CHANNEL.
026345     IF CPRF-DELIVER-EMAIL
026346         MOVE CPRF-EMAIL-ADDR   TO EDLV-EMAIL-ADDR
026347     ELSE
026348         MOVE CPRF-MOBILE-NBR   TO EDLV-MOBILE-NBR
026349     END-IF.
026350     MOVE NA-CUST-NAME          TO EDLV-CUST-NAME.
026351     MOVE TRAN-DATE             TO EDLV-DOC-DATE.
026352     MOVE TRAN-OVERAGE-AMT      TO EDLV-NT-OVERAGE.
026353     MOVE TRAN-AMOUNT           TO EDLV-NT-FEE.
026354     WRITE EDELIVERY-RECORD.
026355     IF CN1-EDLVFILE-STATUS NOT = '00'
026356         MOVE 'EDLVFILE' TO CN1-FAILING-FILE
026357         MOVE CN1-EDLVFILE-STATUS TO CN1-FAILING-STATUS
026358         GO TO 9800-FILE-ERROR
026359     END-IF.
026360     ADD 1 TO CN1-EDLV-COUNT.
026361 2120-EXIT.
026362     EXIT.
026400*
026500****************************************************************
026600*    2200-WRITE-ERROR-LINE
026700*    NO NAME-AND-ADDRESS RECORD FOR THIS ACCOUNT, OR THE
026800*    ACCOUNT IS CHARGED OFF -- KICK THE POSTING TO THE ERROR
026810*    LISTING RATHER THAN MAILING IT.  THE REASON IS ALREADY IN
026820*    CN1-E-REASON.
026900****************************************************************
027000 2200-WRITE-ERROR-LINE.
027100     ADD 1 TO CN1-UNMATCHED-COUNT.
028303*    2900-WRITE-CONTROL-TOTAL
028304*    WRITE THE MACHINE-READABLE CONTROL TOTAL RECORD FOR THE
028305*    SETTLEMENT STEP TO TIE OUT AGAINST -- NOTICES CUT AND
028306*    ERROR LINES, IN COUNTS AND FEE DOLLARS; NOTICES BY CHANNEL.
028307****************************************************************
028308 2900-WRITE-CONTROL-TOTAL.
028309     OPEN OUTPUT NOTTOTFILE.
028318     MOVE CN1-NOTICED-AMOUNT   TO NFCT-NOTICE-AMOUNT.
028319     MOVE CN1-UNMATCHED-COUNT  TO NFCT-ERROR-COUNT.
028320     MOVE CN1-UNMATCHED-AMOUNT TO NFCT-ERROR-AMOUNT.
028321     MOVE CN1-PRINT-COUNT      TO NFCT-PRINT-COUNT.
028322     MOVE CN1-EDLV-COUNT       TO NFCT-EDLV-COUNT.
028323     WRITE NOTICE-CONTROL-TOTAL-RECORD.
028324     IF CN1-NOTTOTFILE-STATUS NOT = '00'
028325         MOVE 'NOTTOTFILE' TO CN1-FAILING-FILE
028326         MOVE CN1-NOTTOTFILE-STATUS TO CN1-FAILING-STATUS
028327         GO TO 9800-FILE-ERROR
028328     END-IF.
028329     CLOSE NOTTOTFILE.
028330 2900-EXIT.
028331     EXIT.
028400****************************************************************
028500*    9000-TERMINATE
028600*    CLOSE OUT, TOTAL THE ERROR LISTING, AND SET RC=8 WHEN ANY
028700*    FEE'D ACCOUNT COULD NOT BE ADDRESSED OR WAS CHARGED OFF.
028800****************************************************************
028900 9000-TERMINATE.
029000     MOVE CN1-UNMATCHED-COUNT TO CN1-ET-COUNT.
029610     PERFORM 2900-WRITE-CONTROL-TOTAL THRU 2900-EXIT.
029700     CLOSE TRANFILE.
029800     CLOSE NAMEFILE.
029850     CLOSE ACCTFILE.
029860     CLOSE CPRFFILE.
029900     CLOSE NOTCFILE.
029950     CLOSE EDLVFILE.
030000     CLOSE ERRFILE.
030100     IF CN1-UNMATCHED-COUNT > ZERO
030200         MOVE 8 TO RETURN-CODE
