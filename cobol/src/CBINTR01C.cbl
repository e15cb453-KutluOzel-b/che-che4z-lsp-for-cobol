000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBINTR01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  CYCLE-END FINANCE CHARGE
001300*                     ACCRUAL.  EVERY ACCOUNT CARRYING A POSITIVE
001400*                     BALANCE THAT IS NOT CLOSED IS CHARGED ONE
001500*                     MONTH'S INTEREST AT THE APR ITS PRODUCT,
001600*                     ITS BRANCH, OR THE DEFAULT ON THE RATE
001700*                     TABLE (RATEFILE, RATEREC LAYOUT) CALLS FOR.
001800*                     EACH CHARGE IS POSTED OPEN TO TRANFILE AS
001900*                     TYPE 'IN', THEN LANDED ON THE MASTER AND
002000*                     STAMPED APPLIED THE WAY CBUPDT01C LANDS
002100*                     FEES.  ACCT-LAST-INT-CYCLE IS SET IN THE
002200*                     SAME REWRITE AS THE BALANCE, SO A RERUN --
002300*                     TONIGHT OR ANY LATER NIGHT -- NEVER CHARGES
002400*                     THE SAME CYCLE TWICE.  LEAVES AN APCTREC
002500*                     CONTROL TOTAL (INTTOTFILE) FOR CBSETL01C.
002600*                     COMES BACK RC=8 WHEN ANY POSTING COULD NOT
002700*                     BE LANDED.
002710*    2026-10-15 RS    APPENDS EVERY CHARGE IT LANDS TO THE SHARED
002720*                     BALANCE-MOVEMENT JOURNAL (BALJRNL) WITH THE
002730*                     BALANCE BEFORE AND AFTER, FOR THE END-OF-
002740*                     NIGHT MASTER PROOF.
002800****************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATEFILE  ASSIGN TO RATEFILE
003400                      ORGANIZATION IS SEQUENTIAL
003500                      FILE STATUS IS CF1-RATEFILE-STATUS.
003600     SELECT ACCTFILE  ASSIGN TO ACCTFILE
003700                      ORGANIZATION IS INDEXED
003800                      ACCESS MODE IS DYNAMIC
003900                      RECORD KEY IS ACCT-ID
004000                      FILE STATUS IS CF1-ACCTFILE-STATUS.
004100     SELECT TRANFILE  ASSIGN TO TRANFILE
004200                      ORGANIZATION IS SEQUENTIAL
004300                      FILE STATUS IS CF1-TRANFILE-STATUS.
004400     SELECT RPTFILE   ASSIGN TO RPTFILE
004500                      ORGANIZATION IS SEQUENTIAL
004600                      FILE STATUS IS CF1-RPTFILE-STATUS.
004700     SELECT INTTOTFILE ASSIGN TO INTTOTFILE
004800                      ORGANIZATION IS SEQUENTIAL
004900                      FILE STATUS IS CF1-INTTOTFILE-STATUS.
004910     SELECT BALJRNL   ASSIGN TO BALJRNL
004920                      ORGANIZATION IS SEQUENTIAL
004930                      FILE STATUS IS CF1-BALJRNL-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RATEFILE
005400     RECORDING MODE IS F.
005500     COPY RATEREC.
005600*
005700 FD  ACCTFILE.
005800     COPY ACCTREC.
005900*
006000 FD  TRANFILE
006100     RECORDING MODE IS F.
006200     COPY TRANREC.
006300*
006400 FD  RPTFILE
006500     RECORDING MODE IS F.
006600 01  REPORT-LINE                 PIC X(80).
006700*
006800 FD  INTTOTFILE
006900     RECORDING MODE IS F.
007000     COPY APCTREC.
007010*
007020 FD  BALJRNL
007030     RECORDING MODE IS F.
007040     COPY BALJREC.
007100*
007200 WORKING-STORAGE SECTION.
007300 77  CF1-RATE-EOF-SW             PIC X(01) VALUE 'N'.
007400     88  CF1-END-OF-RATEFILE         VALUE 'Y'.
007500 77  CF1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
007600     88  CF1-END-OF-TRANFILE         VALUE 'Y'.
007700 77  CF1-ACCT-EOF-SW             PIC X(01) VALUE 'N'.
007800     88  CF1-END-OF-ACCTFILE         VALUE 'Y'.
007900 77  CF1-RATE-COUNT              PIC 9(03) COMP VALUE ZERO.
008000 77  CF1-RESUME-KEY              PIC 9(11) VALUE ZERO.
008100 77  CF1-TRAN-SEQ                PIC 9(09) COMP VALUE ZERO.
008200 77  CF1-ACCOUNTS-READ           PIC 9(07) COMP VALUE ZERO.
008300 77  CF1-ACCOUNTS-CHARGED        PIC 9(07) COMP VALUE ZERO.
008400 77  CF1-EXEMPT-CLOSED           PIC 9(07) COMP VALUE ZERO.
008500 77  CF1-EXEMPT-NO-BALANCE       PIC 9(07) COMP VALUE ZERO.
008600 77  CF1-ALREADY-CHARGED         PIC 9(07) COMP VALUE ZERO.
008700 77  CF1-ZERO-INTEREST           PIC 9(07) COMP VALUE ZERO.
008800 77  CF1-POSTED-EARLIER          PIC 9(07) COMP VALUE ZERO.
008900 77  CF1-POSTINGS-READ           PIC 9(07) COMP VALUE ZERO.
009000 77  CF1-POSTINGS-APPLIED        PIC 9(07) COMP VALUE ZERO.
009100 77  CF1-POSTINGS-UNMATCHED      PIC 9(07) COMP VALUE ZERO.
009200 77  CF1-POSTINGS-PRIOR-APPLIED  PIC 9(07) COMP VALUE ZERO.
009300 77  CF1-CHARGED-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
009400                                  SEPARATE VALUE ZERO.
009500 77  CF1-APPLIED-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
009600                                  SEPARATE VALUE ZERO.
009700 77  CF1-PRIOR-AMOUNT            PIC S9(11)V99 SIGN IS LEADING
009800                                  SEPARATE VALUE ZERO.
009900 77  CF1-UNMATCHED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
010000                                  SEPARATE VALUE ZERO.
010100 77  CF1-RATE-VERSION            PIC X(08) VALUE SPACES.
010200 77  CF1-DEFAULT-APR             PIC 9(02)V9(04) VALUE ZERO.
010300 77  CF1-WORK-APR                PIC 9(02)V9(04) VALUE ZERO.
010400 77  CF1-WORK-KEY                PIC X(05) VALUE SPACES.
010500 77  CF1-INTEREST                PIC S9(09)V99 SIGN IS LEADING
010600                                  SEPARATE VALUE ZERO.
010700 77  CF1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
010800                                  SEPARATE VALUE ZERO.
010900 77  CF1-RUN-DATE                PIC X(08) VALUE SPACES.
011000 77  CF1-RUN-TIME                PIC X(08) VALUE SPACES.
011100 77  CF1-CYCLE-DATE              PIC X(08) VALUE SPACES.
011200 77  CF1-RATEFILE-STATUS         PIC X(02) VALUE '00'.
011300 77  CF1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
011400 77  CF1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
011500 77  CF1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
011600 77  CF1-INTTOTFILE-STATUS       PIC X(02) VALUE '00'.
011610 77  CF1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
011700 77  CF1-FAILING-FILE            PIC X(10) VALUE SPACES.
011800 77  CF1-FAILING-STATUS          PIC X(02) VALUE SPACES.
011900*
012000 01  CF1-PARM-CARD.
012100     05  CF1-PARM-CYCLE-DATE     PIC X(08).
012200     05  CF1-PARM-CYCLE-DATE-9 REDEFINES CF1-PARM-CYCLE-DATE
012300                                 PIC 9(08).
012400     05  FILLER                  PIC X(72).
012500*
012600 01  CF1-RATE-TABLE.
012700     05  CF1-RATE-ENTRY    OCCURS 0 TO 200 TIMES
012800                           DEPENDING ON CF1-RATE-COUNT
012900                           INDEXED BY CF1-RATE-IDX.
013000         10  CF1-RT-TYPE         PIC X(01).
013100         10  CF1-RT-KEY          PIC X(05).
013200         10  CF1-RT-APR          PIC 9(02)V9(04).
013300*
013400 01  CF1-TITLE-LINE.
013500     05  FILLER                  PIC X(05) VALUE SPACES.
013600     05  FILLER                  PIC X(32) VALUE
013700         'FINANCE CHARGE ACCRUAL -- CYCLE '.
013800     05  CF1-T-CYCLE             PIC X(08).
013900     05  FILLER                  PIC X(10) VALUE '  RATES V '.
014000     05  CF1-T-VERSION           PIC X(08).
014100*
014200 01  CF1-DETAIL-HEADING.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  FILLER                  PIC X(05) VALUE 'BRNCH'.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  FILLER                  PIC X(04) VALUE 'PROD'.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  FILLER                  PIC X(13) VALUE 'BALANCE'.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  FILLER                  PIC X(07) VALUE 'APR'.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  FILLER                  PIC X(13) VALUE 'INTEREST'.
015500*
015600 01  CF1-CHARGE-LINE.
015700     05  FILLER                  PIC X(02).
015800     05  CF1-C-ACCT              PIC 9(11).
015900     05  FILLER                  PIC X(02).
016000     05  CF1-C-BRANCH            PIC X(05).
016100     05  FILLER                  PIC X(02).
016200     05  CF1-C-PRODUCT           PIC X(04).
016300     05  FILLER                  PIC X(02).
016400     05  CF1-C-BALANCE           PIC -9(09).99.
016500     05  FILLER                  PIC X(02).
016600     05  CF1-C-APR               PIC Z9.9999.
016700     05  FILLER                  PIC X(02).
016800     05  CF1-C-INTEREST          PIC -9(09).99.
016900*
017000 01  CF1-APPLY-HEADING.
017100     05  FILLER                  PIC X(05) VALUE SPACES.
017200     05  FILLER                  PIC X(40) VALUE
017300         'FINANCE CHARGE POSTINGS NOT LANDED'.
017400*
017500 01  CF1-UNMATCHED-LINE.
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  CF1-U-ACCT              PIC 9(11).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  CF1-U-DATE              PIC X(08).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  CF1-U-AMOUNT            PIC -9(09).99.
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  CF1-U-REASON            PIC X(30).
018400*
018500 01  CF1-SUMMARY-LINE.
018600     05  FILLER                  PIC X(05).
018700     05  CF1-SM-CAPTION          PIC X(24).
018800     05  CF1-SM-COUNT            PIC ZZZZZZ9.
018900*
019000 01  CF1-AMOUNT-LINE.
019100     05  FILLER                  PIC X(05).
019200     05  CF1-AM-CAPTION          PIC X(24).
019300     05  CF1-AM-AMOUNT           PIC -9(11).99.
019400*
019500 PROCEDURE DIVISION.
019600*
019700****************************************************************
019800*    0000-MAINLINE
019900*    LOAD THE RATE TABLE, FIND WHERE AN EARLIER ATTEMPT AT THIS
020000*    CYCLE LEFT OFF, POST A FINANCE CHARGE FOR EVERY ACCOUNT
020100*    BEYOND THAT POINT THAT OWES ONE, THEN LAND EVERY OPEN
020200*    FINANCE CHARGE POSTING ON THE MASTER AND LEAVE THE CONTROL
020300*    TOTAL FOR THE SETTLEMENT STEP.
020400****************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 2000-SCAN-PRIOR-POSTING THRU 2000-EXIT
020800         UNTIL CF1-END-OF-TRANFILE.
020900     PERFORM 3000-START-ACCRUAL THRU 3000-EXIT.
021000     PERFORM 3100-ACCRUE-ONE-ACCOUNT THRU 3100-EXIT
021100         UNTIL CF1-END-OF-ACCTFILE.
021200     PERFORM 4000-START-APPLY THRU 4000-EXIT.
021300     PERFORM 4100-APPLY-ONE-POSTING THRU 4100-EXIT
021400         UNTIL CF1-END-OF-TRANFILE.
021500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021600     IF CF1-POSTINGS-UNMATCHED > ZERO
021700         IF 8 > RETURN-CODE
021800             MOVE 8 TO RETURN-CODE
021900         END-IF
022000     END-IF.
022100     GOBACK.
022200*
022300****************************************************************
022400*    1000-INITIALIZE
022500*    PICK UP THE CYCLE-END BUSINESS DATE FROM THE SYSIN CARD
022600*    (COLUMNS 1-8, YYYYMMDD; BLANK OR MISSING MEANS TODAY), LOAD
022700*    THE RATE TABLE, OPEN THE MASTER, THE REPORT, AND TRANFILE
022800*    FOR THE PRIOR-POSTING SCAN, AND WRITE THE HEADINGS.
022900****************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT CF1-RUN-DATE FROM DATE YYYYMMDD.
023200     ACCEPT CF1-RUN-TIME FROM TIME.
023300     MOVE CF1-RUN-DATE TO CF1-CYCLE-DATE.
023400     MOVE SPACES TO CF1-PARM-CARD.
023500     ACCEPT CF1-PARM-CARD.
023600     IF CF1-PARM-CYCLE-DATE IS NUMERIC
023700             AND CF1-PARM-CYCLE-DATE-9 > ZERO
023800         MOVE CF1-PARM-CYCLE-DATE TO CF1-CYCLE-DATE
023900     END-IF.
024000     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
024100     OPEN I-O ACCTFILE.
024200     IF CF1-ACCTFILE-STATUS NOT = '00'
024300         MOVE 'ACCTFILE' TO CF1-FAILING-FILE
024400         MOVE CF1-ACCTFILE-STATUS TO CF1-FAILING-STATUS
024500         GO TO 9800-FILE-ERROR
024600     END-IF.
024610     OPEN EXTEND BALJRNL.
024620     IF CF1-BALJRNL-STATUS NOT = '00'
024630         MOVE 'BALJRNL' TO CF1-FAILING-FILE
024640         MOVE CF1-BALJRNL-STATUS TO CF1-FAILING-STATUS
024650         GO TO 9800-FILE-ERROR
024660     END-IF.
024700     OPEN INPUT TRANFILE.
024800     IF CF1-TRANFILE-STATUS NOT = '00'
024900         MOVE 'TRANFILE' TO CF1-FAILING-FILE
025000         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
025100         GO TO 9800-FILE-ERROR
025200     END-IF.
025300     OPEN OUTPUT RPTFILE.
025400     IF CF1-RPTFILE-STATUS NOT = '00'
025500         MOVE 'RPTFILE' TO CF1-FAILING-FILE
025600         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
025700         GO TO 9800-FILE-ERROR
025800     END-IF.
025900     MOVE CF1-CYCLE-DATE   TO CF1-T-CYCLE.
026000     MOVE CF1-RATE-VERSION TO CF1-T-VERSION.
026100     WRITE REPORT-LINE FROM CF1-TITLE-LINE.
026200     WRITE REPORT-LINE FROM CF1-DETAIL-HEADING.
026300     IF CF1-RPTFILE-STATUS NOT = '00'
026400         MOVE 'RPTFILE' TO CF1-FAILING-FILE
026500         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
026600         GO TO 9800-FILE-ERROR
026700     END-IF.
026800 1000-EXIT.
026900     EXIT.
027000*
027100****************************************************************
027200*    1100-LOAD-RATE-TABLE
027300*    READ THE RATE TABLE DECK.  THE FIRST CARD MUST BE THE
027400*    SCHEDULE CARD (TYPE 'S') CARRYING THE VERSION AND THE
027500*    DEFAULT APR; BRANCH ('B') AND PRODUCT ('P') OVERRIDE CARDS
027600*    FOLLOW AND ARE LOADED INTO THE RATE TABLE.  THE TABLE IS
027700*    MANDATORY -- NO RATES, NO FINANCE CHARGES.
027800****************************************************************
027900 1100-LOAD-RATE-TABLE.
028000     OPEN INPUT RATEFILE.
028100     IF CF1-RATEFILE-STATUS NOT = '00'
028200         MOVE 'RATEFILE' TO CF1-FAILING-FILE
028300         MOVE CF1-RATEFILE-STATUS TO CF1-FAILING-STATUS
028400         GO TO 9800-FILE-ERROR
028500     END-IF.
028600     READ RATEFILE
028700         AT END
028800             GO TO 9700-RATE-TABLE-ERROR
028900     END-READ.
029000     IF CF1-RATEFILE-STATUS NOT = '00'
029100         MOVE 'RATEFILE' TO CF1-FAILING-FILE
029200         MOVE CF1-RATEFILE-STATUS TO CF1-FAILING-STATUS
029300         GO TO 9800-FILE-ERROR
029400     END-IF.
029500     IF NOT RATE-TYPE-SCHEDULE
029600             OR RATE-TABLE-VERSION = SPACES
029700             OR RATE-APR IS NOT NUMERIC
029800         GO TO 9700-RATE-TABLE-ERROR
029900     END-IF.
030000     MOVE RATE-TABLE-VERSION TO CF1-RATE-VERSION.
030100     MOVE RATE-APR-9         TO CF1-DEFAULT-APR.
030200     PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
030300         UNTIL CF1-END-OF-RATEFILE.
030400     CLOSE RATEFILE.
030500 1100-EXIT.
030600     EXIT.
030700*
030800 1110-LOAD-ONE-RATE.
030900     READ RATEFILE
031000         AT END
031100             SET CF1-END-OF-RATEFILE TO TRUE
031200     END-READ.
031300     IF CF1-RATEFILE-STATUS NOT = '00' AND CF1-RATEFILE-STATUS
031400             NOT = '10'
031500         MOVE 'RATEFILE' TO CF1-FAILING-FILE
031600         MOVE CF1-RATEFILE-STATUS TO CF1-FAILING-STATUS
031700         GO TO 9800-FILE-ERROR
031800     END-IF.
031900     IF CF1-END-OF-RATEFILE
032000         GO TO 1110-EXIT
032100     END-IF.
032200     IF NOT RATE-TYPE-BRANCH AND NOT RATE-TYPE-PRODUCT
032300         GO TO 9700-RATE-TABLE-ERROR
032400     END-IF.
032500     IF RATE-KEY = SPACES OR RATE-APR IS NOT NUMERIC
032600         GO TO 9700-RATE-TABLE-ERROR
032700     END-IF.
032800     IF CF1-RATE-COUNT >= 200
032900         GO TO 9700-RATE-TABLE-ERROR
033000     END-IF.
033100     ADD 1 TO CF1-RATE-COUNT.
033200     SET CF1-RATE-IDX TO CF1-RATE-COUNT.
033300     MOVE RATE-RECORD-TYPE TO CF1-RT-TYPE(CF1-RATE-IDX).
033400     MOVE RATE-KEY         TO CF1-RT-KEY(CF1-RATE-IDX).
033500     MOVE RATE-APR-9       TO CF1-RT-APR(CF1-RATE-IDX).
033600 1110-EXIT.
033700     EXIT.
033800*
033900****************************************************************
034000*    2000-SCAN-PRIOR-POSTING
034100*    READ ONE RECORD OF TRANFILE AS IT STANDS BEFORE THIS RUN
034200*    WRITES ANYTHING.  A FINANCE CHARGE ALREADY POSTED FOR THIS
034300*    CYCLE DATE MEANS AN EARLIER ATTEMPT GOT THAT FAR; THE
034400*    ACCRUAL WRITES ITS POSTINGS IN ACCOUNT ORDER, SO THE
034500*    HIGHEST ACCOUNT SEEN IS WHERE THIS RUN RESUMES, AND THE
034600*    HIGHEST SEQUENCE NUMBER IS WHERE ITS NUMBERING CARRIES ON.
034700****************************************************************
034800 2000-SCAN-PRIOR-POSTING.
034900     READ TRANFILE
035000         AT END
035100             SET CF1-END-OF-TRANFILE TO TRUE
035200     END-READ.
035300     IF CF1-TRANFILE-STATUS NOT = '00' AND CF1-TRANFILE-STATUS
035400             NOT = '10'
035500         MOVE 'TRANFILE' TO CF1-FAILING-FILE
035600         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
035700         GO TO 9800-FILE-ERROR
035800     END-IF.
035900     IF CF1-END-OF-TRANFILE OR NOT TRAN-TYPE-INTEREST
036000         GO TO 2000-EXIT
036100     END-IF.
036200     IF TRAN-DATE NOT = CF1-CYCLE-DATE
036300         GO TO 2000-EXIT
036400     END-IF.
036500     ADD 1 TO CF1-POSTED-EARLIER.
036600     IF TRAN-ACCT-ID > CF1-RESUME-KEY
036700         MOVE TRAN-ACCT-ID TO CF1-RESUME-KEY
036800     END-IF.
036900     IF TRAN-SEQ-NO > CF1-TRAN-SEQ
037000         MOVE TRAN-SEQ-NO TO CF1-TRAN-SEQ
037100     END-IF.
037200 2000-EXIT.
037300     EXIT.
037400*
037500****************************************************************
037600*    3000-START-ACCRUAL
037700*    REOPEN TRANFILE FOR EXTEND AND POSITION THE MASTER JUST
037800*    PAST THE RESUME POINT (THE FIRST ACCOUNT ON A FRESH RUN).
037900*    AN EMPTY MASTER OR NOTHING LEFT PAST THE RESUME POINT IS
038000*    NOT AN ERROR -- THERE IS SIMPLY NOTHING MORE TO ACCRUE.
038100****************************************************************
038200 3000-START-ACCRUAL.
038300     CLOSE TRANFILE.
038400     OPEN EXTEND TRANFILE.
038500     IF CF1-TRANFILE-STATUS NOT = '00'
038600         MOVE 'TRANFILE' TO CF1-FAILING-FILE
038700         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
038800         GO TO 9800-FILE-ERROR
038900     END-IF.
039000     MOVE CF1-RESUME-KEY TO ACCT-ID.
039100     START ACCTFILE KEY IS GREATER THAN ACCT-ID
039200         INVALID KEY
039300             SET CF1-END-OF-ACCTFILE TO TRUE
039400     END-START.
039500     IF CF1-ACCTFILE-STATUS NOT = '00' AND CF1-ACCTFILE-STATUS
039600             NOT = '23'
039700         MOVE 'ACCTFILE' TO CF1-FAILING-FILE
039800         MOVE CF1-ACCTFILE-STATUS TO CF1-FAILING-STATUS
039900         GO TO 9800-FILE-ERROR
040000     END-IF.
040100 3000-EXIT.
040200     EXIT.
040300*
040400****************************************************************
040500*    3100-ACCRUE-ONE-ACCOUNT
040600*    READ THE NEXT ACCOUNT.  CLOSED ACCOUNTS AND ACCOUNTS WITH
040700*    NO BALANCE OWING ARE EXEMPT; AN ACCOUNT WHOSE MASTER SAYS
040800*    THIS CYCLE IS ALREADY CHARGED IS SKIPPED.  EVERY OTHER
040900*    ACCOUNT IS CHARGED ONE TWELFTH OF ITS APR ON THE CURRENT
041000*    BALANCE, ROUNDED TO THE CENT, AND THE CHARGE IS WRITTEN TO
041100*    TRANFILE AS AN OPEN 'IN' POSTING FOR THE APPLY PASS TO
041200*    LAND.  A CHARGE THAT ROUNDS TO ZERO IS NOT POSTED.
041300****************************************************************
041400 3100-ACCRUE-ONE-ACCOUNT.
041500     READ ACCTFILE NEXT RECORD
041600         AT END
041700             SET CF1-END-OF-ACCTFILE TO TRUE
041800     END-READ.
041900     IF CF1-ACCTFILE-STATUS NOT = '00' AND CF1-ACCTFILE-STATUS
042000             NOT = '10'
042100         MOVE 'ACCTFILE' TO CF1-FAILING-FILE
042200         MOVE CF1-ACCTFILE-STATUS TO CF1-FAILING-STATUS
042300         GO TO 9800-FILE-ERROR
042400     END-IF.
042500     IF CF1-END-OF-ACCTFILE
042600         GO TO 3100-EXIT
042700     END-IF.
042800     ADD 1 TO CF1-ACCOUNTS-READ.
042900     IF NOT ACCT-STATUS-ACTIVE AND NOT ACCT-STATUS-SUSPENDED
043000         ADD 1 TO CF1-EXEMPT-CLOSED
043100         GO TO 3100-EXIT
043200     END-IF.
043300     IF ACCT-CURR-BAL NOT > ZERO
043400         ADD 1 TO CF1-EXEMPT-NO-BALANCE
043500         GO TO 3100-EXIT
043600     END-IF.
043700     IF ACCT-LAST-INT-CYCLE = CF1-CYCLE-DATE(1:6)
043800         ADD 1 TO CF1-ALREADY-CHARGED
043900         GO TO 3100-EXIT
044000     END-IF.
044100     PERFORM 3200-RESOLVE-APR THRU 3200-EXIT.
044200     COMPUTE CF1-INTEREST ROUNDED =
044300         ACCT-CURR-BAL * CF1-WORK-APR / 1200.
044400     IF CF1-INTEREST NOT > ZERO
044500         ADD 1 TO CF1-ZERO-INTEREST
044600         GO TO 3100-EXIT
044700     END-IF.
044800     ADD 1 TO CF1-TRAN-SEQ.
044900     MOVE SPACES            TO TRANSACTION-RECORD.
045000     MOVE CF1-TRAN-SEQ      TO TRAN-SEQ-NO.
045100     MOVE ACCT-ID           TO TRAN-ACCT-ID.
045200     SET TRAN-TYPE-INTEREST TO TRUE.
045300     MOVE CF1-CYCLE-DATE    TO TRAN-DATE.
045400     MOVE CF1-RUN-TIME(1:6) TO TRAN-TIME.
045500     MOVE CF1-INTEREST      TO TRAN-AMOUNT.
045600     MOVE ACCT-CURR-BAL     TO TRAN-OVERAGE-AMT.
045700     MOVE 'FINANCE CHARGE'  TO TRAN-DESCRIPTION.
045800     MOVE CF1-RATE-VERSION  TO TRAN-FEE-SCHED-VER.
045900     MOVE ACCT-BRANCH-ID    TO TRAN-BRANCH-ID.
046000     SET TRAN-POSTING-OPEN  TO TRUE.
046100     SET TRAN-FEE-STANDING  TO TRUE.
046200     WRITE TRANSACTION-RECORD.
046300     IF CF1-TRANFILE-STATUS NOT = '00'
046400         MOVE 'TRANFILE' TO CF1-FAILING-FILE
046500         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
046600         GO TO 9800-FILE-ERROR
046700     END-IF.
046800     ADD 1 TO CF1-ACCOUNTS-CHARGED.
046900     ADD CF1-INTEREST TO CF1-CHARGED-AMOUNT.
047000     MOVE SPACES            TO CF1-CHARGE-LINE.
047100     MOVE ACCT-ID           TO CF1-C-ACCT.
047200     MOVE ACCT-BRANCH-ID    TO CF1-C-BRANCH.
047300     MOVE ACCT-PRODUCT-CODE TO CF1-C-PRODUCT.
047400     MOVE ACCT-CURR-BAL     TO CF1-C-BALANCE.
047500     MOVE CF1-WORK-APR      TO CF1-C-APR.
047600     MOVE CF1-INTEREST      TO CF1-C-INTEREST.
047700     WRITE REPORT-LINE FROM CF1-CHARGE-LINE.
047800     IF CF1-RPTFILE-STATUS NOT = '00'
047900         MOVE 'RPTFILE' TO CF1-FAILING-FILE
048000         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
048100         GO TO 9800-FILE-ERROR
048200     END-IF.
048300 3100-EXIT.
048400     EXIT.
048500*
048600****************************************************************
048700*    3200-RESOLVE-APR
048800*    THE ACCOUNT'S PRODUCT RATE WINS WHEN THE TABLE HAS ONE;
048900*    OTHERWISE ITS BRANCH RATE; OTHERWISE THE DEFAULT APR FROM
049000*    THE SCHEDULE CARD.
049100****************************************************************
049200 3200-RESOLVE-APR.
049300     MOVE CF1-DEFAULT-APR TO CF1-WORK-APR.
049400     IF ACCT-PRODUCT-CODE NOT = SPACES
049500         MOVE ACCT-PRODUCT-CODE TO CF1-WORK-KEY
049600         SET CF1-RATE-IDX TO 1
049700         SEARCH CF1-RATE-ENTRY
049800             AT END
049900                 CONTINUE
050000             WHEN CF1-RT-TYPE(CF1-RATE-IDX) = 'P'
050100                     AND CF1-RT-KEY(CF1-RATE-IDX) = CF1-WORK-KEY
050200                 MOVE CF1-RT-APR(CF1-RATE-IDX) TO CF1-WORK-APR
050300                 GO TO 3200-EXIT
050400         END-SEARCH
050500     END-IF.
050600     SET CF1-RATE-IDX TO 1.
050700     SEARCH CF1-RATE-ENTRY
050800         AT END
050900             CONTINUE
051000         WHEN CF1-RT-TYPE(CF1-RATE-IDX) = 'B'
051100                 AND CF1-RT-KEY(CF1-RATE-IDX) = ACCT-BRANCH-ID
051200             MOVE CF1-RT-APR(CF1-RATE-IDX) TO CF1-WORK-APR
051300     END-SEARCH.
051400 3200-EXIT.
051500     EXIT.
051600*
051700****************************************************************
051800*    4000-START-APPLY
051900*    REOPEN TRANFILE I-O FOR THE APPLY PASS SO EACH POSTING
052000*    LANDED ON THE MASTER CAN BE STAMPED IN PLACE, AND HEAD THE
052100*    NOT-LANDED SECTION OF THE REPORT.
052200****************************************************************
052300 4000-START-APPLY.
052400     CLOSE TRANFILE.
052500     MOVE 'N' TO CF1-TRAN-EOF-SW.
052600     OPEN I-O TRANFILE.
052700     IF CF1-TRANFILE-STATUS NOT = '00'
052800         MOVE 'TRANFILE' TO CF1-FAILING-FILE
052900         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
053000         GO TO 9800-FILE-ERROR
053100     END-IF.
053200     MOVE SPACES TO REPORT-LINE.
053300     WRITE REPORT-LINE.
053400     WRITE REPORT-LINE FROM CF1-APPLY-HEADING.
053500     IF CF1-RPTFILE-STATUS NOT = '00'
053600         MOVE 'RPTFILE' TO CF1-FAILING-FILE
053700         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
053800         GO TO 9800-FILE-ERROR
053900     END-IF.
054000 4000-EXIT.
054100     EXIT.
054200*
054300****************************************************************
054400*    4100-APPLY-ONE-POSTING
054500*    READ ONE TRANSACTION RECORD.  ONLY FINANCE CHARGE POSTINGS
054600*    NOT YET STAMPED APPLIED MOVE A BALANCE; ONE A PRIOR RUN
054700*    ALREADY LANDED IS COUNTED AND SKIPPED.  THE POSTING'S
054800*    ACCOUNT IS READ BY KEY; A MISSING ACCOUNT, OR ONE WHOSE
054900*    MASTER SAYS THE POSTING'S CYCLE IS ALREADY CHARGED, IS NOT
055000*    LANDED.
055100****************************************************************
055200 4100-APPLY-ONE-POSTING.
055300     READ TRANFILE
055400         AT END
055500             SET CF1-END-OF-TRANFILE TO TRUE
055600     END-READ.
055700     IF CF1-TRANFILE-STATUS NOT = '00' AND CF1-TRANFILE-STATUS
055800             NOT = '10'
055900         MOVE 'TRANFILE' TO CF1-FAILING-FILE
056000         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
056100         GO TO 9800-FILE-ERROR
056200     END-IF.
056300     IF CF1-END-OF-TRANFILE OR NOT TRAN-TYPE-INTEREST
056400         GO TO 4100-EXIT
056500     END-IF.
056600     IF TRAN-POSTING-APPLIED
056700         ADD 1 TO CF1-POSTINGS-PRIOR-APPLIED
056800         ADD TRAN-AMOUNT TO CF1-PRIOR-AMOUNT
056900         GO TO 4100-EXIT
057000     END-IF.
057100     ADD 1 TO CF1-POSTINGS-READ.
057200     MOVE TRAN-ACCT-ID TO ACCT-ID.
057300     READ ACCTFILE
057400         INVALID KEY
057500             MOVE '*** NO MATCHING MASTER ***' TO CF1-U-REASON
057600             PERFORM 4300-REPORT-UNMATCHED THRU 4300-EXIT
057700             GO TO 4100-EXIT
057800     END-READ.
057900     IF CF1-ACCTFILE-STATUS NOT = '00'
058000         MOVE 'ACCTFILE' TO CF1-FAILING-FILE
058100         MOVE CF1-ACCTFILE-STATUS TO CF1-FAILING-STATUS
058200         GO TO 9800-FILE-ERROR
058300     END-IF.
058400     IF ACCT-LAST-INT-CYCLE = TRAN-DATE(1:6)
058500         MOVE '*** CYCLE ALREADY CHARGED ***' TO CF1-U-REASON
058600         PERFORM 4300-REPORT-UNMATCHED THRU 4300-EXIT
058700         GO TO 4100-EXIT
058800     END-IF.
058900     PERFORM 4200-LAND-POSTING THRU 4200-EXIT.
059000 4100-EXIT.
059100     EXIT.
059200*
059300****************************************************************
059400*    4200-LAND-POSTING
059500*    ADD THE CHARGE TO THE CURRENT BALANCE AND STAMP THE CYCLE
059600*    ON THE MASTER IN ONE REWRITE, THEN STAMP THE POSTING
059700*    APPLIED.  THE POSTING STAMP FOLLOWS THE MASTER REWRITE,
059800*    AND THE MASTER'S CYCLE STAMP KEEPS A RERUN FROM LANDING
059900*    THE POSTING A SECOND TIME IF THE STEP DIES BETWEEN THE TWO
060000*    -- THE RERUN REPORTS IT INSTEAD.
060010*    THE BALANCE-MOVEMENT JOURNAL RECORD IS WRITTEN STRAIGHT
060020*    AFTER THE MASTER REWRITE.
060100****************************************************************
060200 4200-LAND-POSTING.
060300     MOVE ACCT-CURR-BAL TO CF1-OLD-BALANCE.
060400     ADD TRAN-AMOUNT TO ACCT-CURR-BAL.
060500     MOVE TRAN-DATE(1:6) TO ACCT-LAST-INT-CYCLE.
060600     REWRITE ACCOUNT-RECORD.
060700     IF CF1-ACCTFILE-STATUS NOT = '00'
060800         MOVE 'ACCTFILE' TO CF1-FAILING-FILE
060900         MOVE CF1-ACCTFILE-STATUS TO CF1-FAILING-STATUS
061000         GO TO 9800-FILE-ERROR
061100     END-IF.
061110     PERFORM 4250-WRITE-JOURNAL THRU 4250-EXIT.
061200     SET TRAN-POSTING-APPLIED TO TRUE.
061300     REWRITE TRANSACTION-RECORD.
061400     IF CF1-TRANFILE-STATUS NOT = '00'
061500         MOVE 'TRANFILE' TO CF1-FAILING-FILE
061600         MOVE CF1-TRANFILE-STATUS TO CF1-FAILING-STATUS
061700         GO TO 9800-FILE-ERROR
061800     END-IF.
061900     ADD 1 TO CF1-POSTINGS-APPLIED.
062000     ADD TRAN-AMOUNT TO CF1-APPLIED-AMOUNT.
062100 4200-EXIT.
062200     EXIT.
062201*
062202****************************************************************
062203*    4250-WRITE-JOURNAL
062204*    APPEND THE CHARGE JUST LANDED TO THE SHARED BALANCE-
062205*    MOVEMENT JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT
062206*    MASTER PROOF READS, AHEAD OF THE POSTING STAMP, SO NO
062207*    BALANCE CHANGE EVER GOES UNJOURNALED.
062208****************************************************************
062209 4250-WRITE-JOURNAL.
062210     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
062211     MOVE ACCT-ID            TO BALJ-ACCT-ID.
062212     MOVE TRAN-TYPE          TO BALJ-MOVE-TYPE.
062213     MOVE 'CBINTR01'         TO BALJ-SOURCE-PGM.
062214     MOVE TRAN-DATE          TO BALJ-TRAN-DATE.
062215     MOVE TRAN-SEQ-NO        TO BALJ-TRAN-SEQ-NO.
062216     MOVE CF1-RUN-DATE       TO BALJ-WRITE-DATE.
062217     MOVE CF1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
062218     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
062219     MOVE CF1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
062220     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
062221     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
062222     WRITE BALANCE-MOVEMENT-RECORD.
062223     IF CF1-BALJRNL-STATUS NOT = '00'
062224         MOVE 'BALJRNL' TO CF1-FAILING-FILE
062225         MOVE CF1-BALJRNL-STATUS TO CF1-FAILING-STATUS
062226         GO TO 9800-FILE-ERROR
062227     END-IF.
062228 4250-EXIT.
062229     EXIT.
062300*
062400****************************************************************
062500*    4300-REPORT-UNMATCHED
062600*    A FINANCE CHARGE POSTING COULD NOT BE LANDED.  NOTHING IS
062700*    APPLIED AND THE POSTING IS NOT STAMPED, SO IT KEEPS
062800*    REPORTING ON EVERY RERUN UNTIL SOMEBODY CLEARS IT; THE
062900*    STEP COMES BACK RC=8.  THE REASON IS ALREADY IN
063000*    CF1-U-REASON.
063100****************************************************************
063200 4300-REPORT-UNMATCHED.
063300     ADD 1 TO CF1-POSTINGS-UNMATCHED.
063400     ADD TRAN-AMOUNT TO CF1-UNMATCHED-AMOUNT.
063500     MOVE TRAN-ACCT-ID TO CF1-U-ACCT.
063600     MOVE TRAN-DATE    TO CF1-U-DATE.
063700     MOVE TRAN-AMOUNT  TO CF1-U-AMOUNT.
063800     WRITE REPORT-LINE FROM CF1-UNMATCHED-LINE.
063900     IF CF1-RPTFILE-STATUS NOT = '00'
064000         MOVE 'RPTFILE' TO CF1-FAILING-FILE
064100         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
064200         GO TO 9800-FILE-ERROR
064300     END-IF.
064400 4300-EXIT.
064500     EXIT.
064600*
064700****************************************************************
064800*    8900-WRITE-SUMMARY
064900*    CONTROL COUNTS FOR ACCOUNTING.  EVERY ACCOUNT READ IS
065000*    EITHER CHARGED, EXEMPT, ALREADY CHARGED, OR CHARGED NOTHING
065100*    AFTER ROUNDING; EVERY OPEN POSTING READ BY THE APPLY PASS
065200*    IS EITHER APPLIED OR NOT LANDED, AND POSTINGS A PRIOR RUN
065300*    ALREADY LANDED ARE COUNTED SEPARATELY SO A RERUN'S REPORT
065400*    STILL TIES.
065500****************************************************************
065600 8900-WRITE-SUMMARY.
065700     MOVE SPACES TO REPORT-LINE.
065800     WRITE REPORT-LINE.
065900     MOVE SPACES TO CF1-SUMMARY-LINE.
066000     MOVE 'ACCOUNTS READ'        TO CF1-SM-CAPTION.
066100     MOVE CF1-ACCOUNTS-READ      TO CF1-SM-COUNT.
066200     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
066300     MOVE 'ACCOUNTS CHARGED'     TO CF1-SM-CAPTION.
066400     MOVE CF1-ACCOUNTS-CHARGED   TO CF1-SM-COUNT.
066500     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
066600     MOVE 'EXEMPT - STATUS'      TO CF1-SM-CAPTION.
066700     MOVE CF1-EXEMPT-CLOSED      TO CF1-SM-COUNT.
066800     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
066900     MOVE 'EXEMPT - NO BALANCE'  TO CF1-SM-CAPTION.
067000     MOVE CF1-EXEMPT-NO-BALANCE  TO CF1-SM-COUNT.
067100     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
067200     MOVE 'CYCLE ALREADY CHARGED' TO CF1-SM-CAPTION.
067300     MOVE CF1-ALREADY-CHARGED    TO CF1-SM-COUNT.
067400     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
067500     MOVE 'CHARGE ROUNDED TO ZERO' TO CF1-SM-CAPTION.
067600     MOVE CF1-ZERO-INTEREST      TO CF1-SM-COUNT.
067700     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
067800     MOVE 'POSTED BY EARLIER RUN' TO CF1-SM-CAPTION.
067900     MOVE CF1-POSTED-EARLIER     TO CF1-SM-COUNT.
068000     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
068100     MOVE 'OPEN POSTINGS READ'   TO CF1-SM-CAPTION.
068200     MOVE CF1-POSTINGS-READ      TO CF1-SM-COUNT.
068300     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
068400     MOVE 'POSTINGS APPLIED'     TO CF1-SM-CAPTION.
068500     MOVE CF1-POSTINGS-APPLIED   TO CF1-SM-COUNT.
068600     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
068700     MOVE 'POSTINGS NOT LANDED'  TO CF1-SM-CAPTION.
068800     MOVE CF1-POSTINGS-UNMATCHED TO CF1-SM-COUNT.
068900     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
069000     MOVE 'PREVIOUSLY APPLIED'   TO CF1-SM-CAPTION.
069100     MOVE CF1-POSTINGS-PRIOR-APPLIED TO CF1-SM-COUNT.
069200     WRITE REPORT-LINE FROM CF1-SUMMARY-LINE.
069300     MOVE SPACES TO CF1-AMOUNT-LINE.
069400     MOVE 'INTEREST CHARGED'     TO CF1-AM-CAPTION.
069500     MOVE CF1-CHARGED-AMOUNT     TO CF1-AM-AMOUNT.
069600     WRITE REPORT-LINE FROM CF1-AMOUNT-LINE.
069700     MOVE 'INTEREST APPLIED'     TO CF1-AM-CAPTION.
069800     MOVE CF1-APPLIED-AMOUNT     TO CF1-AM-AMOUNT.
069900     WRITE REPORT-LINE FROM CF1-AMOUNT-LINE.
070000     IF CF1-RPTFILE-STATUS NOT = '00'
070100         MOVE 'RPTFILE' TO CF1-FAILING-FILE
070200         MOVE CF1-RPTFILE-STATUS TO CF1-FAILING-STATUS
070300         GO TO 9800-FILE-ERROR
070400     END-IF.
070500 8900-EXIT.
070600     EXIT.
070700*
070800****************************************************************
070900*    8950-WRITE-CONTROL-TOTAL
071000*    WRITE THE MACHINE-READABLE CONTROL TOTAL RECORD FOR THE
071100*    SETTLEMENT STEP TO TIE OUT AGAINST -- COUNTS AND DOLLARS
071200*    FOR THE APPLIED, PREVIOUSLY-APPLIED, AND NOT-LANDED LEGS.
071300****************************************************************
071400 8950-WRITE-CONTROL-TOTAL.
071500     OPEN OUTPUT INTTOTFILE.
071600     IF CF1-INTTOTFILE-STATUS NOT = '00'
071700         MOVE 'INTTOTFILE' TO CF1-FAILING-FILE
071800         MOVE CF1-INTTOTFILE-STATUS TO CF1-FAILING-STATUS
071900         GO TO 9800-FILE-ERROR
072000     END-IF.
072100     MOVE 'CBINTR01C'                TO APCT-PROGRAM-ID.
072200     MOVE CF1-RUN-DATE               TO APCT-RUN-DATE.
072300     MOVE CF1-POSTINGS-APPLIED       TO APCT-APPLIED-COUNT.
072400     MOVE CF1-APPLIED-AMOUNT         TO APCT-APPLIED-AMOUNT.
072500     MOVE CF1-POSTINGS-PRIOR-APPLIED TO APCT-PRIOR-COUNT.
072600     MOVE CF1-PRIOR-AMOUNT           TO APCT-PRIOR-AMOUNT.
072700     MOVE CF1-POSTINGS-UNMATCHED     TO APCT-UNMATCHED-COUNT.
072800     MOVE CF1-UNMATCHED-AMOUNT       TO APCT-UNMATCHED-AMOUNT.
072900     WRITE APPLY-CONTROL-TOTAL-RECORD.
073000     IF CF1-INTTOTFILE-STATUS NOT = '00'
073100         MOVE 'INTTOTFILE' TO CF1-FAILING-FILE
073200         MOVE CF1-INTTOTFILE-STATUS TO CF1-FAILING-STATUS
073300         GO TO 9800-FILE-ERROR
073400     END-IF.
073500     CLOSE INTTOTFILE.
073600 8950-EXIT.
073700     EXIT.
073800*
073900****************************************************************
074000*    9000-TERMINATE
074100*    WRITE THE CONTROL COUNTS AND CLOSE THE FILES.
074200****************************************************************
074300 9000-TERMINATE.
074400     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
074500     PERFORM 8950-WRITE-CONTROL-TOTAL THRU 8950-EXIT.
074600     CLOSE TRANFILE.
074700     CLOSE ACCTFILE.
074800     CLOSE RPTFILE.
074810     CLOSE BALJRNL.
074900 9000-EXIT.
075000     EXIT.
075100*
075200****************************************************************
075300*    9700-RATE-TABLE-ERROR
075400*    THE RATE TABLE DECK IS EMPTY, MALFORMED, OR CARRIES MORE
075500*    OVERRIDES THAN THE RATE TABLE HOLDS.  NO CHARGE CAN BE
075600*    PRICED SAFELY, SO THE STEP ABENDS BEFORE ANY ACCOUNT IS
075700*    READ RATHER THAN GUESSING AT A RATE.
075800****************************************************************
075900 9700-RATE-TABLE-ERROR.
076000     DISPLAY 'CBINTR01C RATE TABLE FILE MISSING OR INVALID'.
076100     MOVE 16 TO RETURN-CODE.
076200     GOBACK.
076300*
076400****************************************************************
076500*    9800-FILE-ERROR
076600*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
076700*    OTHER THAN A NORMAL AT-END LANDS HERE WITH THE FAILING FILE
076800*    NAME AND ITS FILE STATUS ALREADY MOVED TO CF1-FAILING-FILE/
076900*    CF1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
077000****************************************************************
077100 9800-FILE-ERROR.
077200     DISPLAY 'CBINTR01C I/O ERROR ON FILE ' CF1-FAILING-FILE
077300         ' STATUS ' CF1-FAILING-STATUS.
077400     MOVE 16 TO RETURN-CODE.
077500     GOBACK.
