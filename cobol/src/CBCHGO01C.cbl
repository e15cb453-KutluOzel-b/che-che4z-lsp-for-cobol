000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCHGO01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  MONTHLY CHARGE-OFF OF
001300*                     UNCOLLECTABLE CHRONIC OVER-LIMIT ACCOUNTS.
001400*                     CBCHRN01C LISTS THE CHRONIC OFFENDERS FOR
001500*                     COLLECTIONS; THIS RUN ENDS THE CYCLE FOR
001600*                     THE ONES COLLECTIONS COULD NOT BRING BACK.
001700*                     AN ACCOUNT IS CHARGED OFF WHEN ITS ROLLING
001800*                     OVER-LIMIT HISTORY RECORD (HISTFILE) SHOWS
001900*                     AT LEAST THE CONTROL CARD'S NUMBER OF
002000*                     CONSECUTIVE NIGHTS OVER THE LIMIT, THE
002100*                     MASTER STILL HAS IT SUSPENDED, AND ITS
002200*                     BALANCE IS STILL OVER THE LIMIT TONIGHT.
002300*                     THE WHOLE BALANCE IS POSTED OPEN TO
002400*                     TRANFILE AS A NEGATIVE TYPE 'CO' POSTING,
002500*                     THEN LANDED ON THE MASTER -- BALANCE TO
002600*                     ZERO AND STATUS TO 'W' (CHARGED OFF) IN ONE
002700*                     REWRITE -- JOURNALED TO BALJRNL, AND
002800*                     STAMPED APPLIED, THE WAY CBINTR01C LANDS
002900*                     FINANCE CHARGES.  THE 'W' STATUS IS WHAT
003000*                     KEEPS A RERUN FROM WRITING THE SAME
003100*                     ACCOUNT OFF TWICE.  EVERY CHARGE-OFF PRINTS
003200*                     ON THE CHARGE-OFF REGISTER FOR CREDIT RISK
003300*                     TO SIGN OFF; THE GL EXTRACT (CBGLEX01C)
003400*                     JOURNALS THE WRITE-OFF FROM THE APPLIED
003500*                     POSTINGS THE SAME NIGHT.  COMES BACK RC=4
003600*                     WHEN ANYTHING WAS CHARGED OFF AND RC=8 WHEN
003700*                     ANY POSTING COULD NOT BE LANDED.
003800****************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCTFILE  ASSIGN TO ACCTFILE
004400                      ORGANIZATION IS INDEXED
004500                      ACCESS MODE IS DYNAMIC
004600                      RECORD KEY IS ACCT-ID
004700                      FILE STATUS IS GO1-ACCTFILE-STATUS.
004800     SELECT OPTIONAL HISTFILE  ASSIGN TO HISTFILE
004900                      ORGANIZATION IS INDEXED
005000                      ACCESS MODE IS DYNAMIC
005100                      RECORD KEY IS HIST-ACCT-ID
005200                      FILE STATUS IS GO1-HISTFILE-STATUS.
005300     SELECT TRANFILE  ASSIGN TO TRANFILE
005400                      ORGANIZATION IS SEQUENTIAL
005500                      FILE STATUS IS GO1-TRANFILE-STATUS.
005600     SELECT BALJRNL   ASSIGN TO BALJRNL
005700                      ORGANIZATION IS SEQUENTIAL
005800                      FILE STATUS IS GO1-BALJRNL-STATUS.
005900     SELECT RPTFILE   ASSIGN TO RPTFILE
006000                      ORGANIZATION IS SEQUENTIAL
006100                      FILE STATUS IS GO1-RPTFILE-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACCTFILE.
006600     COPY ACCTREC.
006700*
006800 FD  HISTFILE.
006900     COPY HISTREC.
007000*
007100 FD  TRANFILE
007200     RECORDING MODE IS F.
007300     COPY TRANREC.
007400*
007500 FD  BALJRNL
007600     RECORDING MODE IS F.
007700     COPY BALJREC.
007800*
007900 FD  RPTFILE
008000     RECORDING MODE IS F.
008100 01  PRINT-RECORD.
008200     05  PRT-CC                  PIC X(01).
008300     05  PRT-DATA                PIC X(132).
008400*
008500 WORKING-STORAGE SECTION.
008600 77  GO1-HIST-EOF-SW             PIC X(01) VALUE 'N'.
008700     88  GO1-END-OF-HISTFILE         VALUE 'Y'.
008800 77  GO1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
008900     88  GO1-END-OF-TRANFILE         VALUE 'Y'.
009000 77  GO1-HIST-FOUND-SW           PIC X(01) VALUE 'N'.
009100     88  GO1-HIST-FOUND              VALUE 'Y'.
009200     88  GO1-HIST-NOT-FOUND          VALUE 'N'.
009300 77  GO1-NIGHTS-THRESHOLD        PIC 9(05) VALUE 90.
009400 77  GO1-RESUME-KEY              PIC 9(11) VALUE ZERO.
009500 77  GO1-TRAN-SEQ                PIC 9(09) COMP VALUE ZERO.
009600 77  GO1-HIST-READ               PIC 9(07) COMP VALUE ZERO.
009700 77  GO1-BELOW-THRESHOLD         PIC 9(07) COMP VALUE ZERO.
009800 77  GO1-NOT-ON-MASTER           PIC 9(07) COMP VALUE ZERO.
009900 77  GO1-ALREADY-CHARGED-OFF     PIC 9(07) COMP VALUE ZERO.
010000 77  GO1-NOT-SUSPENDED           PIC 9(07) COMP VALUE ZERO.
010100 77  GO1-NOT-OVER-LIMIT          PIC 9(07) COMP VALUE ZERO.
010200 77  GO1-ACCOUNTS-POSTED         PIC 9(07) COMP VALUE ZERO.
010300 77  GO1-POSTED-EARLIER          PIC 9(07) COMP VALUE ZERO.
010400 77  GO1-POSTINGS-READ           PIC 9(07) COMP VALUE ZERO.
010500 77  GO1-POSTINGS-APPLIED        PIC 9(07) COMP VALUE ZERO.
010600 77  GO1-POSTINGS-UNMATCHED      PIC 9(07) COMP VALUE ZERO.
010700 77  GO1-POSTINGS-PRIOR-APPLIED  PIC 9(07) COMP VALUE ZERO.
010800 77  GO1-POSTED-AMOUNT           PIC S9(11)V99 SIGN IS LEADING
010900                                  SEPARATE VALUE ZERO.
011000 77  GO1-APPLIED-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
011100                                  SEPARATE VALUE ZERO.
011200 77  GO1-PRIOR-AMOUNT            PIC S9(11)V99 SIGN IS LEADING
011300                                  SEPARATE VALUE ZERO.
011400 77  GO1-UNMATCHED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
011500                                  SEPARATE VALUE ZERO.
011600 77  GO1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
011700                                  SEPARATE VALUE ZERO.
011800 77  GO1-WRITE-OFF               PIC S9(09)V99 SIGN IS LEADING
011900                                  SEPARATE VALUE ZERO.
012000 77  GO1-RUN-DATE                PIC X(08) VALUE SPACES.
012100 77  GO1-RUN-TIME                PIC X(08) VALUE SPACES.
012200 77  GO1-BUSINESS-DATE           PIC X(08) VALUE SPACES.
012300 77  GO1-DISPOSITION             PIC X(30) VALUE SPACES.
012400 77  GO1-PAGE-NO                 PIC 9(05) COMP VALUE ZERO.
012500 77  GO1-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
012600 77  GO1-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
012700 77  GO1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
012800 77  GO1-HISTFILE-STATUS         PIC X(02) VALUE '00'.
012900 77  GO1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
013000 77  GO1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
013100 77  GO1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
013200 77  GO1-FAILING-FILE            PIC X(10) VALUE SPACES.
013300 77  GO1-FAILING-STATUS          PIC X(02) VALUE SPACES.
013400*
013500****************************************************************
013600*    SYSIN CONTROL CARD.  EVERY FIELD MAY BE LEFT BLANK FOR ITS
013700*    DEFAULT.
013800*      COLS  1-5   CONSECUTIVE NIGHTS OVER THE LIMIT BEFORE AN
013900*                  ACCOUNT IS CHARGED OFF                 (00090)
014000*      COLS  7-14  BUSINESS DATE YYYYMMDD STAMPED ON THE
014100*                  POSTINGS                                (TODAY)
014200****************************************************************
014300 01  GO1-PARM-CARD.
014400     05  GO1-PARM-NIGHTS         PIC X(05).
014500     05  GO1-PARM-NIGHTS-9 REDEFINES GO1-PARM-NIGHTS
014600                                 PIC 9(05).
014700     05  FILLER                  PIC X(01).
014800     05  GO1-PARM-BUSINESS-DATE  PIC X(08).
014900     05  GO1-PARM-BUSINESS-DATE-9 REDEFINES GO1-PARM-BUSINESS-DATE
015000                                 PIC 9(08).
015100     05  FILLER                  PIC X(66).
015200*
015300 01  GO1-PAGE-HEADING-1.
015400     05  FILLER                  PIC X(05) VALUE SPACES.
015500     05  FILLER                  PIC X(44) VALUE
015600         'CHARGE-OFF REGISTER -- CHRONIC OVER-LIMIT'.
015700     05  FILLER                  PIC X(06) VALUE SPACES.
015800     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
015900     05  GO1-H-DATE              PIC X(08).
016000     05  FILLER                  PIC X(06) VALUE SPACES.
016100     05  FILLER                  PIC X(05) VALUE 'PAGE '.
016200     05  GO1-H-PAGE              PIC ZZZZ9.
016300*
016400 01  GO1-RULES-LINE.
016500     05  FILLER                  PIC X(05) VALUE SPACES.
016600     05  FILLER                  PIC X(20) VALUE
016700         'SUSPENDED ACCOUNTS '.
016800     05  GO1-RL-NIGHTS           PIC ZZZZ9.
016900     05  FILLER                  PIC X(45) VALUE
017000         ' OR MORE CONSECUTIVE NIGHTS OVER THE LIMIT'.
017100*
017200 01  GO1-DETAIL-HEADING.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(05) VALUE 'BRNCH'.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(13) VALUE 'CREDIT LIMIT'.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(13) VALUE 'OVER LIMIT BY'.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  FILLER                  PIC X(05) VALUE 'CONSC'.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  FILLER                  PIC X(07) VALUE 'LIFETME'.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  FILLER                  PIC X(08) VALUE 'LAST OVR'.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  FILLER                  PIC X(13) VALUE 'WRITTEN OFF'.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  FILLER                  PIC X(30) VALUE 'DISPOSITION'.
019100*
019200 01  GO1-DETAIL-LINE.
019300     05  FILLER                  PIC X(02).
019400     05  GO1-D-ACCT              PIC 9(11).
019500     05  FILLER                  PIC X(02).
019600     05  GO1-D-BRANCH            PIC X(05).
019700     05  FILLER                  PIC X(02).
019800     05  GO1-D-LIMIT             PIC -9(09).99.
019900     05  FILLER                  PIC X(02).
020000     05  GO1-D-OVERAGE           PIC -9(09).99.
020100     05  FILLER                  PIC X(02).
020200     05  GO1-D-CONSEC            PIC ZZZZ9.
020300     05  FILLER                  PIC X(02).
020400     05  GO1-D-LIFETIME          PIC ZZZZZZ9.
020500     05  FILLER                  PIC X(02).
020600     05  GO1-D-LAST-DATE         PIC X(08).
020700     05  FILLER                  PIC X(02).
020800     05  GO1-D-WRITE-OFF         PIC -9(09).99.
020900     05  FILLER                  PIC X(02).
021000     05  GO1-D-DISPOSITION       PIC X(30).
021100*
021200 01  GO1-TOTAL-LINE.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  FILLER                  PIC X(24) VALUE
021500         'ACCOUNTS CHARGED OFF -- '.
021600     05  GO1-TL-COUNT            PIC ZZZ,ZZ9.
021700     05  FILLER                  PIC X(25) VALUE
021800         '    BALANCES WRITTEN OFF '.
021900     05  GO1-TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
022000*
022100 01  GO1-SIGN-OFF-LINE.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FILLER                  PIC X(32) VALUE
022400         'CHARGE-OFFS REVIEWED FOR CREDIT '.
022500     05  FILLER                  PIC X(09) VALUE 'RISK BY: '.
022600     05  FILLER                  PIC X(30) VALUE ALL '_'.
022700     05  FILLER                  PIC X(08) VALUE '  DATE: '.
022800     05  FILLER                  PIC X(10) VALUE ALL '_'.
022900*
023000 01  GO1-SIGN-OFF-NOTE.
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  FILLER                  PIC X(46) VALUE
023300         'ANY CHARGE-OFF NOT AGREED IS RAISED WITH CARD '.
023400     05  FILLER                  PIC X(45) VALUE
023500         'SERVICES BEFORE THE NEXT MONTH-END RUN'.
023600*
023700 01  GO1-SUMMARY-HEADING.
023800     05  FILLER                  PIC X(05) VALUE SPACES.
023900     05  FILLER                  PIC X(40) VALUE
024000         'CHARGE-OFF REGISTER -- RUN SUMMARY'.
024100*
024200 01  GO1-SUMMARY-LINE.
024300     05  FILLER                  PIC X(05) VALUE SPACES.
024400     05  GO1-SM-CAPTION          PIC X(36).
024500     05  GO1-SM-COUNT            PIC ZZZ,ZZZ,ZZ9.
024600*
024700 01  GO1-AMOUNT-LINE.
024800     05  FILLER                  PIC X(05) VALUE SPACES.
024900     05  GO1-AM-CAPTION          PIC X(36).
025000     05  GO1-AM-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
025100*
025200 PROCEDURE DIVISION.
025300*
025400****************************************************************
025500*    0000-MAINLINE
025600*    READ THE CONTROL CARD, FIND WHERE AN EARLIER ATTEMPT AT
025700*    THIS BUSINESS DATE LEFT OFF, POST A CHARGE-OFF FOR EVERY
025800*    ACCOUNT BEYOND THAT POINT THAT QUALIFIES, THEN LAND EVERY
025900*    OPEN CHARGE-OFF POSTING ON THE MASTER AND PRINT THE
026000*    REGISTER.
026100****************************************************************
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     PERFORM 2000-SCAN-PRIOR-POSTING THRU 2000-EXIT
026500         UNTIL GO1-END-OF-TRANFILE.
026600     PERFORM 3000-START-SELECTION THRU 3000-EXIT.
026700     PERFORM 3100-SELECT-ONE-ACCOUNT THRU 3100-EXIT
026800         UNTIL GO1-END-OF-HISTFILE.
026900     PERFORM 4000-START-APPLY THRU 4000-EXIT.
027000     PERFORM 4100-APPLY-ONE-POSTING THRU 4100-EXIT
027100         UNTIL GO1-END-OF-TRANFILE.
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300     IF GO1-POSTINGS-APPLIED > ZERO
027400         IF 4 > RETURN-CODE
027500             MOVE 4 TO RETURN-CODE
027600         END-IF
027700     END-IF.
027800     IF GO1-POSTINGS-UNMATCHED > ZERO
027900         IF 8 > RETURN-CODE
028000             MOVE 8 TO RETURN-CODE
028100         END-IF
028200     END-IF.
028300     GOBACK.
028400*
028500****************************************************************
028600*    1000-INITIALIZE
028700*    PICK UP THE NIGHTS THRESHOLD AND THE BUSINESS DATE FROM THE
028800*    SYSIN CONTROL CARD.  A BLANK FIELD (OR NO CARD) TAKES THE
028900*    DEFAULT; A FIELD THAT IS NEITHER BLANK NOR VALID STOPS THE
029000*    STEP BEFORE ANYTHING IS WRITTEN OFF.  THEN OPEN THE MASTER,
029100*    THE HISTORY FILE, THE JOURNAL, THE REGISTER, AND TRANFILE
029200*    FOR THE PRIOR-POSTING SCAN.
029300****************************************************************
029400 1000-INITIALIZE.
029500     ACCEPT GO1-RUN-DATE FROM DATE YYYYMMDD.
029600     ACCEPT GO1-RUN-TIME FROM TIME.
029700     MOVE GO1-RUN-DATE TO GO1-BUSINESS-DATE.
029800     MOVE SPACES TO GO1-PARM-CARD.
029900     ACCEPT GO1-PARM-CARD.
030000     IF GO1-PARM-NIGHTS NOT = SPACES
030100         IF GO1-PARM-NIGHTS IS NOT NUMERIC
030200                 OR GO1-PARM-NIGHTS-9 = ZERO
030300             GO TO 9700-CONTROL-CARD-ERROR
030400         END-IF
030500         MOVE GO1-PARM-NIGHTS-9 TO GO1-NIGHTS-THRESHOLD
030600     END-IF.
030700     IF GO1-PARM-BUSINESS-DATE NOT = SPACES
030800         IF GO1-PARM-BUSINESS-DATE IS NOT NUMERIC
030900                 OR GO1-PARM-BUSINESS-DATE-9 = ZERO
031000             GO TO 9700-CONTROL-CARD-ERROR
031100         END-IF
031200         MOVE GO1-PARM-BUSINESS-DATE TO GO1-BUSINESS-DATE
031300     END-IF.
031400     OPEN I-O ACCTFILE.
031500     IF GO1-ACCTFILE-STATUS NOT = '00'
031600         MOVE 'ACCTFILE' TO GO1-FAILING-FILE
031700         MOVE GO1-ACCTFILE-STATUS TO GO1-FAILING-STATUS
031800         GO TO 9800-FILE-ERROR
031900     END-IF.
032000     OPEN INPUT HISTFILE.
032100     IF GO1-HISTFILE-STATUS NOT = '00' AND GO1-HISTFILE-STATUS
032200             NOT = '05'
032300         MOVE 'HISTFILE' TO GO1-FAILING-FILE
032400         MOVE GO1-HISTFILE-STATUS TO GO1-FAILING-STATUS
032500         GO TO 9800-FILE-ERROR
032600     END-IF.
032700     OPEN EXTEND BALJRNL.
032800     IF GO1-BALJRNL-STATUS NOT = '00'
032900         MOVE 'BALJRNL' TO GO1-FAILING-FILE
033000         MOVE GO1-BALJRNL-STATUS TO GO1-FAILING-STATUS
033100         GO TO 9800-FILE-ERROR
033200     END-IF.
033300     OPEN INPUT TRANFILE.
033400     IF GO1-TRANFILE-STATUS NOT = '00'
033500         MOVE 'TRANFILE' TO GO1-FAILING-FILE
033600         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
033700         GO TO 9800-FILE-ERROR
033800     END-IF.
033900     OPEN OUTPUT RPTFILE.
034000     IF GO1-RPTFILE-STATUS NOT = '00'
034100         MOVE 'RPTFILE' TO GO1-FAILING-FILE
034200         MOVE GO1-RPTFILE-STATUS TO GO1-FAILING-STATUS
034300         GO TO 9800-FILE-ERROR
034400     END-IF.
034500 1000-EXIT.
034600     EXIT.
034700*
034800****************************************************************
034900*    2000-SCAN-PRIOR-POSTING
035000*    READ ONE RECORD OF TRANFILE AS IT STANDS BEFORE THIS RUN
035100*    WRITES ANYTHING.  A CHARGE-OFF ALREADY POSTED FOR THIS
035200*    BUSINESS DATE MEANS AN EARLIER ATTEMPT GOT THAT FAR; THE
035300*    SELECTION WRITES ITS POSTINGS IN ACCOUNT ORDER, SO THE
035400*    HIGHEST ACCOUNT SEEN IS WHERE THIS RUN RESUMES, AND THE
035500*    HIGHEST SEQUENCE NUMBER IS WHERE ITS NUMBERING CARRIES ON.
035600****************************************************************
035700 2000-SCAN-PRIOR-POSTING.
035800     READ TRANFILE
035900         AT END
036000             SET GO1-END-OF-TRANFILE TO TRUE
036100     END-READ.
036200     IF GO1-TRANFILE-STATUS NOT = '00' AND GO1-TRANFILE-STATUS
036300             NOT = '10'
036400         MOVE 'TRANFILE' TO GO1-FAILING-FILE
036500         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
036600         GO TO 9800-FILE-ERROR
036700     END-IF.
036800     IF GO1-END-OF-TRANFILE OR NOT TRAN-TYPE-CHARGE-OFF
036900         GO TO 2000-EXIT
037000     END-IF.
037100     IF TRAN-DATE NOT = GO1-BUSINESS-DATE
037200         GO TO 2000-EXIT
037300     END-IF.
037400     ADD 1 TO GO1-POSTED-EARLIER.
037500     IF TRAN-ACCT-ID > GO1-RESUME-KEY
037600         MOVE TRAN-ACCT-ID TO GO1-RESUME-KEY
037700     END-IF.
037800     IF TRAN-SEQ-NO > GO1-TRAN-SEQ
037900         MOVE TRAN-SEQ-NO TO GO1-TRAN-SEQ
038000     END-IF.
038100 2000-EXIT.
038200     EXIT.
038300*
038400****************************************************************
038500*    3000-START-SELECTION
038600*    REOPEN TRANFILE FOR EXTEND AND POSITION THE HISTORY FILE
038700*    JUST PAST THE RESUME POINT (THE FIRST RECORD ON A FRESH
038800*    RUN).  NO HISTORY FILE, OR NOTHING LEFT PAST THE RESUME
038900*    POINT, IS NOT AN ERROR -- THERE IS SIMPLY NOTHING MORE TO
039000*    CHARGE OFF.
039100****************************************************************
039200 3000-START-SELECTION.
039300     CLOSE TRANFILE.
039400     OPEN EXTEND TRANFILE.
039500     IF GO1-TRANFILE-STATUS NOT = '00'
039600         MOVE 'TRANFILE' TO GO1-FAILING-FILE
039700         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
039800         GO TO 9800-FILE-ERROR
039900     END-IF.
040000     MOVE GO1-RESUME-KEY TO HIST-ACCT-ID.
040100     START HISTFILE KEY IS GREATER THAN HIST-ACCT-ID
040200         INVALID KEY
040300             SET GO1-END-OF-HISTFILE TO TRUE
040400             GO TO 3000-EXIT
040500     END-START.
040600     IF GO1-HISTFILE-STATUS NOT = '00'
040700         MOVE 'HISTFILE' TO GO1-FAILING-FILE
040800         MOVE GO1-HISTFILE-STATUS TO GO1-FAILING-STATUS
040900         GO TO 9800-FILE-ERROR
041000     END-IF.
041100 3000-EXIT.
041200     EXIT.
041300*
041400****************************************************************
041500*    3100-SELECT-ONE-ACCOUNT
041600*    READ THE NEXT OVER-LIMIT HISTORY RECORD.  AN ACCOUNT
041700*    QUALIFIES WHEN ITS CONSECUTIVE-NIGHTS COUNT MEETS THE
041800*    THRESHOLD, IT IS STILL ON THE MASTER AND SUSPENDED, AND ITS
041900*    BALANCE IS STILL OVER ITS LIMIT -- A STREAK THAT HAS SINCE
042000*    ENDED LEAVES ITS COUNT ON THE FILE, BUT THE BALANCE SHOWS
042100*    IT.  AN ACCOUNT ALREADY CHARGED OFF IS COUNTED AND LEFT
042200*    ALONE.  A QUALIFYING ACCOUNT GETS AN OPEN 'CO' POSTING FOR
042300*    ITS WHOLE BALANCE, FOR THE APPLY PASS TO LAND.
042400****************************************************************
042500 3100-SELECT-ONE-ACCOUNT.
042600     READ HISTFILE NEXT RECORD
042700         AT END
042800             SET GO1-END-OF-HISTFILE TO TRUE
042900     END-READ.
043000     IF GO1-HISTFILE-STATUS NOT = '00' AND GO1-HISTFILE-STATUS
043100             NOT = '10'
043200         MOVE 'HISTFILE' TO GO1-FAILING-FILE
043300         MOVE GO1-HISTFILE-STATUS TO GO1-FAILING-STATUS
043400         GO TO 9800-FILE-ERROR
043500     END-IF.
043600     IF GO1-END-OF-HISTFILE
043700         GO TO 3100-EXIT
043800     END-IF.
043900     ADD 1 TO GO1-HIST-READ.
044000     IF HIST-CONSEC-NIGHTS < GO1-NIGHTS-THRESHOLD
044100         ADD 1 TO GO1-BELOW-THRESHOLD
044200         GO TO 3100-EXIT
044300     END-IF.
044400     MOVE HIST-ACCT-ID TO ACCT-ID.
044500     READ ACCTFILE
044600         INVALID KEY
044700             ADD 1 TO GO1-NOT-ON-MASTER
044800             GO TO 3100-EXIT
044900     END-READ.
045000     IF GO1-ACCTFILE-STATUS NOT = '00'
045100         MOVE 'ACCTFILE' TO GO1-FAILING-FILE
045200         MOVE GO1-ACCTFILE-STATUS TO GO1-FAILING-STATUS
045300         GO TO 9800-FILE-ERROR
045400     END-IF.
045500     IF ACCT-STATUS-CHARGED-OFF
045600         ADD 1 TO GO1-ALREADY-CHARGED-OFF
045700         GO TO 3100-EXIT
045800     END-IF.
045900     IF NOT ACCT-STATUS-SUSPENDED
046000         ADD 1 TO GO1-NOT-SUSPENDED
046100         GO TO 3100-EXIT
046200     END-IF.
046300     IF ACCT-CURR-BAL NOT NUMERIC OR ACCT-CREDIT-LIMIT NOT NUMERIC
046400             OR ACCT-CURR-BAL NOT > ACCT-CREDIT-LIMIT
046500             OR ACCT-CURR-BAL NOT > ZERO
046600         ADD 1 TO GO1-NOT-OVER-LIMIT
046700         GO TO 3100-EXIT
046800     END-IF.
046900     PERFORM 3200-WRITE-CHARGE-OFF THRU 3200-EXIT.
047000 3100-EXIT.
047100     EXIT.
047200*
047300****************************************************************
047400*    3200-WRITE-CHARGE-OFF
047500*    POST THE WHOLE BALANCE AS AN OPEN, NEGATIVE 'CO' POSTING.
047600*    THE OVERAGE FIELD CARRIES THE AMOUNT OVER THE LIMIT AND THE
047700*    SCHEDULE-VERSION FIELD THE LAST NIGHT OF THE STREAK, SO THE
047800*    REGISTER CAN BE PRINTED FROM THE POSTING ALONE.
047900****************************************************************
048000 3200-WRITE-CHARGE-OFF.
048100     ADD 1 TO GO1-TRAN-SEQ.
048200     MOVE SPACES              TO TRANSACTION-RECORD.
048300     MOVE GO1-TRAN-SEQ        TO TRAN-SEQ-NO.
048400     MOVE ACCT-ID             TO TRAN-ACCT-ID.
048500     SET TRAN-TYPE-CHARGE-OFF TO TRUE.
048600     MOVE GO1-BUSINESS-DATE   TO TRAN-DATE.
048700     MOVE GO1-RUN-TIME(1:6)   TO TRAN-TIME.
048800     COMPUTE TRAN-AMOUNT = ZERO - ACCT-CURR-BAL.
048900     COMPUTE TRAN-OVERAGE-AMT = ACCT-CURR-BAL - ACCT-CREDIT-LIMIT.
049000     MOVE 'CHARGE-OFF'        TO TRAN-DESCRIPTION.
049100     MOVE HIST-LAST-DATE      TO TRAN-FEE-SCHED-VER.
049200     MOVE ACCT-BRANCH-ID      TO TRAN-BRANCH-ID.
049300     SET TRAN-POSTING-OPEN    TO TRUE.
049400     SET TRAN-FEE-STANDING    TO TRUE.
049500     WRITE TRANSACTION-RECORD.
049600     IF GO1-TRANFILE-STATUS NOT = '00'
049700         MOVE 'TRANFILE' TO GO1-FAILING-FILE
049800         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
049900         GO TO 9800-FILE-ERROR
050000     END-IF.
050100     ADD 1 TO GO1-ACCOUNTS-POSTED.
050200     ADD ACCT-CURR-BAL TO GO1-POSTED-AMOUNT.
050300 3200-EXIT.
050400     EXIT.
050500*
050600****************************************************************
050700*    4000-START-APPLY
050800*    REOPEN TRANFILE I-O FOR THE APPLY PASS SO EACH POSTING
050900*    LANDED ON THE MASTER CAN BE STAMPED IN PLACE, AND START
051000*    THE FIRST PAGE OF THE REGISTER.
051100****************************************************************
051200 4000-START-APPLY.
051300     CLOSE TRANFILE.
051400     MOVE 'N' TO GO1-TRAN-EOF-SW.
051500     OPEN I-O TRANFILE.
051600     IF GO1-TRANFILE-STATUS NOT = '00'
051700         MOVE 'TRANFILE' TO GO1-FAILING-FILE
051800         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
051900         GO TO 9800-FILE-ERROR
052000     END-IF.
052100     PERFORM 4500-START-REGISTER-PAGE THRU 4500-EXIT.
052200 4000-EXIT.
052300     EXIT.
052400*
052500****************************************************************
052600*    4100-APPLY-ONE-POSTING
052700*    READ ONE TRANSACTION RECORD.  ONLY CHARGE-OFF POSTINGS NOT
052800*    YET STAMPED APPLIED MOVE A BALANCE; ONE A PRIOR RUN ALREADY
052900*    LANDED IS COUNTED, LISTED, AND SKIPPED.  THE POSTING'S
053000*    ACCOUNT IS READ BY KEY; A MISSING ACCOUNT, ONE ALREADY
053100*    CHARGED OFF, OR ONE WHOSE BALANCE HAS MOVED SINCE THE
053200*    POSTING WAS WRITTEN IS NOT LANDED.
053300****************************************************************
053400 4100-APPLY-ONE-POSTING.
053500     READ TRANFILE
053600         AT END
053700             SET GO1-END-OF-TRANFILE TO TRUE
053800     END-READ.
053900     IF GO1-TRANFILE-STATUS NOT = '00' AND GO1-TRANFILE-STATUS
054000             NOT = '10'
054100         MOVE 'TRANFILE' TO GO1-FAILING-FILE
054200         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
054300         GO TO 9800-FILE-ERROR
054400     END-IF.
054500     IF GO1-END-OF-TRANFILE OR NOT TRAN-TYPE-CHARGE-OFF
054600         GO TO 4100-EXIT
054700     END-IF.
054800     IF TRAN-POSTING-APPLIED
054900         ADD 1 TO GO1-POSTINGS-PRIOR-APPLIED
055000         ADD TRAN-AMOUNT TO GO1-PRIOR-AMOUNT
055100         MOVE 'CHARGED OFF BY EARLIER RUN' TO GO1-DISPOSITION
055200         PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT
055300         GO TO 4100-EXIT
055400     END-IF.
055500     ADD 1 TO GO1-POSTINGS-READ.
055600     MOVE TRAN-ACCT-ID TO ACCT-ID.
055700     READ ACCTFILE
055800         INVALID KEY
055900             MOVE '*** NO MATCHING MASTER ***'
056000                 TO GO1-DISPOSITION
056100             PERFORM 4300-REPORT-UNMATCHED THRU 4300-EXIT
056200             GO TO 4100-EXIT
056300     END-READ.
056400     IF GO1-ACCTFILE-STATUS NOT = '00'
056500         MOVE 'ACCTFILE' TO GO1-FAILING-FILE
056600         MOVE GO1-ACCTFILE-STATUS TO GO1-FAILING-STATUS
056700         GO TO 9800-FILE-ERROR
056800     END-IF.
056900     IF ACCT-STATUS-CHARGED-OFF
057000         MOVE '*** ALREADY CHARGED OFF ***'
057100             TO GO1-DISPOSITION
057200         PERFORM 4300-REPORT-UNMATCHED THRU 4300-EXIT
057300         GO TO 4100-EXIT
057400     END-IF.
057500     IF ACCT-CURR-BAL + TRAN-AMOUNT NOT = ZERO
057600         MOVE '*** BALANCE MOVED SINCE POSTED'
057700             TO GO1-DISPOSITION
057800         PERFORM 4300-REPORT-UNMATCHED THRU 4300-EXIT
057900         GO TO 4100-EXIT
058000     END-IF.
058100     PERFORM 4200-LAND-POSTING THRU 4200-EXIT.
058200 4100-EXIT.
058300     EXIT.
058400*
058500****************************************************************
058600*    4200-LAND-POSTING
058700*    ADD THE (NEGATIVE) POSTING TO THE BALANCE, WHICH LEAVES IT
058800*    AT ZERO, AND SET THE CHARGED-OFF STATUS IN THE SAME
058900*    REWRITE, THEN JOURNAL THE MOVEMENT AND STAMP THE POSTING
059000*    APPLIED.  THE POSTING STAMP FOLLOWS THE MASTER REWRITE,
059100*    AND THE MASTER'S STATUS KEEPS A RERUN FROM LANDING THE
059200*    POSTING A SECOND TIME IF THE STEP DIES BETWEEN THE TWO --
059300*    THE RERUN REPORTS IT INSTEAD.
059400****************************************************************
059500 4200-LAND-POSTING.
059600     MOVE ACCT-CURR-BAL TO GO1-OLD-BALANCE.
059700     ADD TRAN-AMOUNT TO ACCT-CURR-BAL.
059800     SET ACCT-STATUS-CHARGED-OFF TO TRUE.
059900     REWRITE ACCOUNT-RECORD.
060000     IF GO1-ACCTFILE-STATUS NOT = '00'
060100         MOVE 'ACCTFILE' TO GO1-FAILING-FILE
060200         MOVE GO1-ACCTFILE-STATUS TO GO1-FAILING-STATUS
060300         GO TO 9800-FILE-ERROR
060400     END-IF.
060500     PERFORM 4250-WRITE-JOURNAL THRU 4250-EXIT.
060600     SET TRAN-POSTING-APPLIED TO TRUE.
060700     REWRITE TRANSACTION-RECORD.
060800     IF GO1-TRANFILE-STATUS NOT = '00'
060900         MOVE 'TRANFILE' TO GO1-FAILING-FILE
061000         MOVE GO1-TRANFILE-STATUS TO GO1-FAILING-STATUS
061100         GO TO 9800-FILE-ERROR
061200     END-IF.
061300     ADD 1 TO GO1-POSTINGS-APPLIED.
061400     ADD TRAN-AMOUNT TO GO1-APPLIED-AMOUNT.
061500     MOVE 'CHARGED OFF' TO GO1-DISPOSITION.
061600     PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT.
061700 4200-EXIT.
061800     EXIT.
061900*
062000****************************************************************
062100*    4250-WRITE-JOURNAL
062200*    APPEND THE CHARGE-OFF JUST LANDED TO THE SHARED BALANCE-
062300*    MOVEMENT JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT
062400*    MASTER PROOF READS, AHEAD OF THE POSTING STAMP, SO NO
062500*    BALANCE CHANGE EVER GOES UNJOURNALED.
062600****************************************************************
062700 4250-WRITE-JOURNAL.
062800     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
062900     MOVE ACCT-ID            TO BALJ-ACCT-ID.
063000     MOVE TRAN-TYPE          TO BALJ-MOVE-TYPE.
063100     MOVE 'CBCHGO01'         TO BALJ-SOURCE-PGM.
063200     MOVE TRAN-DATE          TO BALJ-TRAN-DATE.
063300     MOVE TRAN-SEQ-NO        TO BALJ-TRAN-SEQ-NO.
063400     MOVE GO1-RUN-DATE       TO BALJ-WRITE-DATE.
063500     MOVE GO1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
063600     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
063700     MOVE GO1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
063800     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
063900     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
064000     WRITE BALANCE-MOVEMENT-RECORD.
064100     IF GO1-BALJRNL-STATUS NOT = '00'
064200         MOVE 'BALJRNL' TO GO1-FAILING-FILE
064300         MOVE GO1-BALJRNL-STATUS TO GO1-FAILING-STATUS
064400         GO TO 9800-FILE-ERROR
064500     END-IF.
064600 4250-EXIT.
064700     EXIT.
064800*
064900****************************************************************
065000*    4300-REPORT-UNMATCHED
065100*    A CHARGE-OFF POSTING COULD NOT BE LANDED.  NOTHING IS
065200*    APPLIED AND THE POSTING IS NOT STAMPED, SO IT KEEPS
065300*    REPORTING ON EVERY RERUN UNTIL SOMEBODY CLEARS IT; THE
065400*    STEP COMES BACK RC=8.  THE REASON IS ALREADY IN
065500*    GO1-DISPOSITION.
065600****************************************************************
065700 4300-REPORT-UNMATCHED.
065800     ADD 1 TO GO1-POSTINGS-UNMATCHED.
065900     ADD TRAN-AMOUNT TO GO1-UNMATCHED-AMOUNT.
066000     PERFORM 4400-WRITE-REGISTER-LINE THRU 4400-EXIT.
066100 4300-EXIT.
066200     EXIT.
066300*
066400****************************************************************
066500*    4400-WRITE-REGISTER-LINE
066600*    PRINT ONE REGISTER LINE FROM THE POSTING IN THE BUFFER,
066700*    WITH THE STREAK COUNTS FROM THE ACCOUNT'S HISTORY RECORD.
066800*    THE CREDIT LIMIT IS WHAT WAS WRITTEN OFF LESS THE AMOUNT
066900*    OVER THE LIMIT.  THE DISPOSITION IS ALREADY IN
067000*    GO1-DISPOSITION.
067100****************************************************************
067200 4400-WRITE-REGISTER-LINE.
067300     COMPUTE GO1-WRITE-OFF = ZERO - TRAN-AMOUNT.
067400     SET GO1-HIST-FOUND TO TRUE.
067500     MOVE TRAN-ACCT-ID TO HIST-ACCT-ID.
067600     READ HISTFILE
067700         INVALID KEY
067800             SET GO1-HIST-NOT-FOUND TO TRUE
067900     END-READ.
068000     IF GO1-HISTFILE-STATUS NOT = '00' AND GO1-HISTFILE-STATUS
068100             NOT = '23'
068200         MOVE 'HISTFILE' TO GO1-FAILING-FILE
068300         MOVE GO1-HISTFILE-STATUS TO GO1-FAILING-STATUS
068400         GO TO 9800-FILE-ERROR
068500     END-IF.
068600     IF GO1-LINE-COUNT >= GO1-LINES-PER-PAGE
068700         PERFORM 4500-START-REGISTER-PAGE THRU 4500-EXIT
068800     END-IF.
068900     MOVE SPACES              TO GO1-DETAIL-LINE.
069000     MOVE TRAN-ACCT-ID        TO GO1-D-ACCT.
069100     MOVE TRAN-BRANCH-ID      TO GO1-D-BRANCH.
069200     COMPUTE GO1-D-LIMIT = GO1-WRITE-OFF - TRAN-OVERAGE-AMT.
069300     MOVE TRAN-OVERAGE-AMT    TO GO1-D-OVERAGE.
069400     IF GO1-HIST-FOUND
069500         MOVE HIST-CONSEC-NIGHTS  TO GO1-D-CONSEC
069600         MOVE HIST-LIFETIME-COUNT TO GO1-D-LIFETIME
069700     ELSE
069800         MOVE ZERO                TO GO1-D-CONSEC
069900         MOVE ZERO                TO GO1-D-LIFETIME
070000     END-IF.
070100     MOVE TRAN-FEE-SCHED-VER  TO GO1-D-LAST-DATE.
070200     MOVE GO1-WRITE-OFF       TO GO1-D-WRITE-OFF.
070300     MOVE GO1-DISPOSITION     TO GO1-D-DISPOSITION.
070400     MOVE SPACE               TO PRT-CC.
070500     MOVE GO1-DETAIL-LINE     TO PRT-DATA.
070600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
070700     ADD 1 TO GO1-LINE-COUNT.
070800 4400-EXIT.
070900     EXIT.
071000*
071100****************************************************************
071200*    4500-START-REGISTER-PAGE
071300*    EJECT TO A FRESH PAGE HEADED WITH THE BUSINESS DATE AND
071400*    PAGE NUMBER, AND NOTE THE THRESHOLD IN FORCE.
071500****************************************************************
071600 4500-START-REGISTER-PAGE.
071700     ADD 1 TO GO1-PAGE-NO.
071800     MOVE GO1-BUSINESS-DATE    TO GO1-H-DATE.
071900     MOVE GO1-PAGE-NO          TO GO1-H-PAGE.
072000     MOVE '1'                  TO PRT-CC.
072100     MOVE GO1-PAGE-HEADING-1   TO PRT-DATA.
072200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
072300     MOVE GO1-NIGHTS-THRESHOLD TO GO1-RL-NIGHTS.
072400     MOVE SPACE                TO PRT-CC.
072500     MOVE GO1-RULES-LINE       TO PRT-DATA.
072600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
072700     MOVE '0'                  TO PRT-CC.
072800     MOVE GO1-DETAIL-HEADING   TO PRT-DATA.
072900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
073000     MOVE 4 TO GO1-LINE-COUNT.
073100 4500-EXIT.
073200     EXIT.
073300*
073400****************************************************************
073500*    8000-WRITE-PRINT-LINE
073600*    COMMON PRINT WRITE WITH THE ONE FILE-STATUS CHECK.  THE
073700*    CARRIAGE CONTROL BYTE AND PRINT DATA ARE ALREADY IN
073800*    PRINT-RECORD.
073900****************************************************************
074000 8000-WRITE-PRINT-LINE.
074100     WRITE PRINT-RECORD.
074200     IF GO1-RPTFILE-STATUS NOT = '00'
074300         MOVE 'RPTFILE' TO GO1-FAILING-FILE
074400         MOVE GO1-RPTFILE-STATUS TO GO1-FAILING-STATUS
074500         GO TO 9800-FILE-ERROR
074600     END-IF.
074700 8000-EXIT.
074800     EXIT.
074900*
075000****************************************************************
075100*    8800-WRITE-SIGN-OFF
075200*    CLOSE THE REGISTER WITH THE CHARGE-OFF TOTAL -- THIS RUN'S
075300*    AND ANY EARLIER ATTEMPT'S AT THE SAME DATE -- AND THE
075400*    CREDIT RISK SIGN-OFF LINE.
075500****************************************************************
075600 8800-WRITE-SIGN-OFF.
075700     ADD GO1-POSTINGS-APPLIED GO1-POSTINGS-PRIOR-APPLIED
075800         GIVING GO1-TL-COUNT.
075900     COMPUTE GO1-TL-AMOUNT =
076000         ZERO - GO1-APPLIED-AMOUNT - GO1-PRIOR-AMOUNT.
076100     MOVE '0'                  TO PRT-CC.
076200     MOVE GO1-TOTAL-LINE       TO PRT-DATA.
076300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
076400     MOVE '0'                  TO PRT-CC.
076500     MOVE GO1-SIGN-OFF-LINE    TO PRT-DATA.
076600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
076700     MOVE SPACE                TO PRT-CC.
076800     MOVE GO1-SIGN-OFF-NOTE    TO PRT-DATA.
076900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
077000 8800-EXIT.
077100     EXIT.
077200*
077300****************************************************************
077400*    8900-WRITE-SUMMARY
077500*    THE RUN SUMMARY ON ITS OWN PAGE.  EVERY HISTORY RECORD READ
077600*    IS EITHER BELOW THE THRESHOLD, SET ASIDE FOR A REASON, OR
077700*    POSTED; EVERY OPEN POSTING READ BY THE APPLY PASS IS EITHER
077800*    APPLIED OR NOT LANDED, AND POSTINGS A PRIOR RUN ALREADY
077900*    LANDED ARE COUNTED SEPARATELY SO A RERUN'S SUMMARY STILL
078000*    TIES.
078100****************************************************************
078200 8900-WRITE-SUMMARY.
078300     MOVE '1'                      TO PRT-CC.
078400     MOVE GO1-SUMMARY-HEADING      TO PRT-DATA.
078500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
078600     MOVE '0'                      TO PRT-CC.
078700     MOVE GO1-RULES-LINE           TO PRT-DATA.
078800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
078900     MOVE SPACE                    TO PRT-CC.
079000     MOVE SPACES                   TO GO1-SUMMARY-LINE.
079100     MOVE 'HISTORY RECORDS READ'   TO GO1-SM-CAPTION.
079200     MOVE GO1-HIST-READ            TO GO1-SM-COUNT.
079300     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
079400     MOVE 'BELOW NIGHTS THRESHOLD' TO GO1-SM-CAPTION.
079500     MOVE GO1-BELOW-THRESHOLD      TO GO1-SM-COUNT.
079600     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
079700     MOVE 'NOT ON MASTER'          TO GO1-SM-CAPTION.
079800     MOVE GO1-NOT-ON-MASTER        TO GO1-SM-COUNT.
079900     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
080000     MOVE 'ALREADY CHARGED OFF'    TO GO1-SM-CAPTION.
080100     MOVE GO1-ALREADY-CHARGED-OFF  TO GO1-SM-COUNT.
080200     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
080300     MOVE 'NOT SUSPENDED'          TO GO1-SM-CAPTION.
080400     MOVE GO1-NOT-SUSPENDED        TO GO1-SM-COUNT.
080500     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
080600     MOVE 'NO LONGER OVER LIMIT'   TO GO1-SM-CAPTION.
080700     MOVE GO1-NOT-OVER-LIMIT       TO GO1-SM-COUNT.
080800     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
080900     MOVE 'CHARGE-OFFS POSTED'     TO GO1-SM-CAPTION.
081000     MOVE GO1-ACCOUNTS-POSTED      TO GO1-SM-COUNT.
081100     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
081200     MOVE 'POSTED BY EARLIER RUN'  TO GO1-SM-CAPTION.
081300     MOVE GO1-POSTED-EARLIER       TO GO1-SM-COUNT.
081400     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
081500     MOVE 'OPEN POSTINGS READ'     TO GO1-SM-CAPTION.
081600     MOVE GO1-POSTINGS-READ        TO GO1-SM-COUNT.
081700     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
081800     MOVE 'POSTINGS APPLIED'       TO GO1-SM-CAPTION.
081900     MOVE GO1-POSTINGS-APPLIED     TO GO1-SM-COUNT.
082000     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
082100     MOVE 'POSTINGS NOT LANDED'    TO GO1-SM-CAPTION.
082200     MOVE GO1-POSTINGS-UNMATCHED   TO GO1-SM-COUNT.
082300     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
082400     MOVE 'PREVIOUSLY APPLIED'     TO GO1-SM-CAPTION.
082500     MOVE GO1-POSTINGS-PRIOR-APPLIED TO GO1-SM-COUNT.
082600     PERFORM 8950-WRITE-SUMMARY-LINE THRU 8950-EXIT.
082700     MOVE SPACES                   TO GO1-AMOUNT-LINE.
082800     MOVE 'BALANCES POSTED FOR CHARGE-OFF' TO GO1-AM-CAPTION.
082900     MOVE GO1-POSTED-AMOUNT        TO GO1-AM-AMOUNT.
083000     PERFORM 8960-WRITE-AMOUNT-LINE THRU 8960-EXIT.
083100     MOVE 'BALANCES WRITTEN OFF'   TO GO1-AM-CAPTION.
083200     COMPUTE GO1-AM-AMOUNT = ZERO - GO1-APPLIED-AMOUNT.
083300     PERFORM 8960-WRITE-AMOUNT-LINE THRU 8960-EXIT.
083400     MOVE 'WRITTEN OFF BY EARLIER RUN' TO GO1-AM-CAPTION.
083500     COMPUTE GO1-AM-AMOUNT = ZERO - GO1-PRIOR-AMOUNT.
083600     PERFORM 8960-WRITE-AMOUNT-LINE THRU 8960-EXIT.
083700     MOVE 'BALANCES NOT LANDED'    TO GO1-AM-CAPTION.
083800     COMPUTE GO1-AM-AMOUNT = ZERO - GO1-UNMATCHED-AMOUNT.
083900     PERFORM 8960-WRITE-AMOUNT-LINE THRU 8960-EXIT.
084000 8900-EXIT.
084100     EXIT.
084200*
084300 8950-WRITE-SUMMARY-LINE.
084400     MOVE GO1-SUMMARY-LINE         TO PRT-DATA.
084500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
084600 8950-EXIT.
084700     EXIT.
084800*
084900 8960-WRITE-AMOUNT-LINE.
085000     MOVE GO1-AMOUNT-LINE          TO PRT-DATA.
085100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
085200 8960-EXIT.
085300     EXIT.
085400*
085500****************************************************************
085600*    9000-TERMINATE
085700*    FINISH THE REGISTER AND CLOSE THE FILES.
085800****************************************************************
085900 9000-TERMINATE.
086000     PERFORM 8800-WRITE-SIGN-OFF THRU 8800-EXIT.
086100     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
086200     CLOSE TRANFILE.
086300     CLOSE ACCTFILE.
086400     CLOSE HISTFILE.
086500     CLOSE BALJRNL.
086600     CLOSE RPTFILE.
086700 9000-EXIT.
086800     EXIT.
086900*
087000****************************************************************
087100*    9700-CONTROL-CARD-ERROR
087200*    A CONTROL CARD FIELD IS NEITHER BLANK NOR VALID.  NOTHING
087300*    IS WRITTEN OFF ON A GUESSED THRESHOLD OR DATE -- THE STEP
087400*    ABENDS BEFORE ANY FILE IS OPENED.
087500****************************************************************
087600 9700-CONTROL-CARD-ERROR.
087700     DISPLAY 'CBCHGO01C CONTROL CARD INVALID: ' GO1-PARM-CARD.
087800     MOVE 16 TO RETURN-CODE.
087900     GOBACK.
088000*
088100****************************************************************
088200*    9800-FILE-ERROR
088300*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
088400*    OTHER THAN A NORMAL AT-END, A RECORD NOT FOUND, OR A HISTORY
088500*    FILE NOT YET CREATED LANDS HERE WITH THE FAILING FILE NAME
088600*    AND ITS FILE STATUS ALREADY MOVED TO GO1-FAILING-FILE/
088700*    GO1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
088800****************************************************************
088900 9800-FILE-ERROR.
089000     DISPLAY 'CBCHGO01C I/O ERROR ON FILE ' GO1-FAILING-FILE
089100         ' STATUS ' GO1-FAILING-STATUS.
089200     MOVE 16 TO RETURN-CODE.
089300     GOBACK.
