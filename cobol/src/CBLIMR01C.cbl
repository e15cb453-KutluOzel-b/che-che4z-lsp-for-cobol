000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBLIMR01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  PERIODIC CREDIT-LIMIT
001300*                     REVIEW.  PROPOSES AN INCREASE FOR EVERY
001400*                     ACTIVE ACCOUNT THAT SAT ON THE NEAR-LIMIT
001500*                     WATCH LIST (CBWTCH01C, WTCHREC LAYOUT) ON
001600*                     ENOUGH NIGHTS OF THE REVIEW PERIOD BUT HAS
001700*                     NEVER GONE OVER (NO OVER-LIMIT HISTORY
001800*                     RECORD), AND A DECREASE FOR EVERY CHRONIC
001900*                     OVER-LIMIT OFFENDER ON THE ROLLING HISTORY
002000*                     FILE (HISTFILE).  THE PROPOSALS PRINT ON A
002100*                     BRANCH-GROUPED REVIEW REPORT FOR THE BRANCH
002200*                     MANAGERS TO SIGN OFF, AND ARE WRITTEN AS 'L'
002300*                     MAINTENANCE CARDS (MNTREC LAYOUT) READY FOR
002400*                     CBMNTC01C, SO AN APPROVED LIMIT CHANGE STILL
002500*                     PASSES THE MAINTENANCE EDITS AND LANDS ON
002600*                     THE AUDIT TRAIL LIKE A HAND-PUNCHED ONE.
002700*                     NOTHING ON THE MASTER IS CHANGED HERE.
002710*    2026-10-15 RS    A CHARGED-OFF ACCOUNT (STATUS 'W') IS
002720*                     BYPASSED BY THE CHRONIC-OFFENDER DECREASE
002730*                     SWEEP, LIKE A CLOSED ONE.
002800****************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCTFILE  ASSIGN TO ACCTFILE
003400                      ORGANIZATION IS INDEXED
003500                      ACCESS MODE IS RANDOM
003600                      RECORD KEY IS ACCT-ID
003700                      FILE STATUS IS LM1-ACCTFILE-STATUS.
003800     SELECT OPTIONAL HISTFILE  ASSIGN TO HISTFILE
003900                      ORGANIZATION IS INDEXED
004000                      ACCESS MODE IS DYNAMIC
004100                      RECORD KEY IS HIST-ACCT-ID
004200                      FILE STATUS IS LM1-HISTFILE-STATUS.
004300     SELECT WTCHFILE  ASSIGN TO WTCHFILE
004400                      ORGANIZATION IS SEQUENTIAL
004500                      FILE STATUS IS LM1-WTCHFILE-STATUS.
004600     SELECT SORTFILE  ASSIGN TO SORTWK1.
004700     SELECT PROPFILE  ASSIGN TO PROPFILE
004800                      ORGANIZATION IS SEQUENTIAL
004900                      FILE STATUS IS LM1-PROPFILE-STATUS.
005000     SELECT RPTFILE   ASSIGN TO RPTFILE
005100                      ORGANIZATION IS SEQUENTIAL
005200                      FILE STATUS IS LM1-RPTFILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCTFILE.
005700     COPY ACCTREC.
005800*
005900 FD  HISTFILE.
006000     COPY HISTREC.
006100*
006200 FD  WTCHFILE
006300     RECORDING MODE IS F.
006400     COPY WTCHREC.
006500*
006600****************************************************************
006700*    ONE SORT RECORD PER WATCH-LIST NIGHT ('W') OR PER CHRONIC
006800*    OFFENDER ('H'), CARRYING THE MASTER'S CURRENT BRANCH,
006900*    STATUS, BALANCE, AND LIMIT SO THE OUTPUT SIDE NEVER GOES
007000*    BACK TO THE MASTER.
007100****************************************************************
007200 SD  SORTFILE.
007300 01  SLRV-RECORD.
007400     05  SLRV-BRANCH-ID          PIC X(05).
007500     05  SLRV-ACCT-ID            PIC 9(11).
007600     05  SLRV-SOURCE             PIC X(01).
007700         88  SLRV-FROM-HISTORY       VALUE 'H'.
007800         88  SLRV-FROM-WATCH-LIST    VALUE 'W'.
007900     05  SLRV-STATUS             PIC X(01).
008000     05  SLRV-CURR-BAL           PIC S9(09)V99
008100                                  SIGN IS LEADING SEPARATE.
008200     05  SLRV-CREDIT-LIMIT       PIC S9(09)V99
008300                                  SIGN IS LEADING SEPARATE.
008400     05  SLRV-LIFETIME-COUNT     PIC 9(07).
008500     05  SLRV-LAST-OVER-DATE     PIC X(08).
008600*
008700 FD  PROPFILE
008800     RECORDING MODE IS F.
008900     COPY MNTREC.
009000*
009100 FD  RPTFILE
009200     RECORDING MODE IS F.
009300 01  PRINT-RECORD.
009400     05  PRT-CC                  PIC X(01).
009500     05  PRT-DATA                PIC X(132).
009600*
009700 WORKING-STORAGE SECTION.
009800 77  LM1-WTCH-EOF-SW             PIC X(01) VALUE 'N'.
009900     88  LM1-END-OF-WTCHFILE         VALUE 'Y'.
010000 77  LM1-HIST-EOF-SW             PIC X(01) VALUE 'N'.
010100     88  LM1-END-OF-HISTFILE         VALUE 'Y'.
010200 77  LM1-SORT-EOF-SW             PIC X(01) VALUE 'N'.
010300     88  LM1-END-OF-SORT             VALUE 'Y'.
010400 77  LM1-FIRST-RECORD-SW         PIC X(01) VALUE 'Y'.
010500     88  LM1-FIRST-RECORD            VALUE 'Y'.
010600 77  LM1-MASTER-SW               PIC X(01) VALUE 'N'.
010700     88  LM1-ON-MASTER               VALUE 'Y'.
010800     88  LM1-NOT-ON-MASTER           VALUE 'N'.
010900 77  LM1-OFFENDER-SW             PIC X(01) VALUE 'N'.
011000     88  LM1-CHRONIC-OFFENDER        VALUE 'Y'.
011100     88  LM1-NOT-CHRONIC-OFFENDER    VALUE 'N'.
011200 77  LM1-DIRECTION-SW            PIC X(01) VALUE SPACE.
011300     88  LM1-PROPOSE-INCREASE        VALUE 'I'.
011400     88  LM1-PROPOSE-DECREASE        VALUE 'D'.
011500*
011600****************************************************************
011700*    REVIEW RULES, FROM THE SYSIN CONTROL CARD.  A ZERO NIGHTS
011800*    COUNT TURNS THE INCREASE RULE OFF; A ZERO OFFENCE COUNT
011900*    TURNS THE DECREASE RULE OFF.
012000****************************************************************
012100 77  LM1-MIN-NIGHTS              PIC 9(03) VALUE 20.
012200 77  LM1-INCREASE-PCT            PIC 9(03) VALUE 20.
012300 77  LM1-MAX-LIMIT               PIC 9(09)V99 VALUE 25000.00.
012400 77  LM1-MIN-OFFENCES            PIC 9(03) VALUE 3.
012500 77  LM1-DECREASE-PCT            PIC 9(03) VALUE 25.
012600 77  LM1-MIN-LIMIT               PIC 9(09)V99 VALUE 500.00.
012700*
012800 77  LM1-CURRENT-DATE            PIC X(08).
012900 77  LM1-CURR-BRANCH             PIC X(05) VALUE SPACES.
013000 77  LM1-GRP-ACCT-ID             PIC 9(11) VALUE ZERO.
013100 77  LM1-GRP-NIGHTS              PIC 9(05) COMP VALUE ZERO.
013200 77  LM1-GRP-STATUS              PIC X(01) VALUE SPACE.
013300 77  LM1-GRP-BAL                 PIC S9(09)V99 SIGN IS LEADING
013400                                  SEPARATE VALUE ZERO.
013500 77  LM1-GRP-LIMIT               PIC S9(09)V99 SIGN IS LEADING
013600                                  SEPARATE VALUE ZERO.
013700 77  LM1-HUNDREDS                PIC 9(09) COMP VALUE ZERO.
013800 77  LM1-NEW-LIMIT               PIC S9(09)V99 SIGN IS LEADING
013900                                  SEPARATE VALUE ZERO.
014000 77  LM1-FLOOR-LIMIT             PIC S9(09)V99 SIGN IS LEADING
014100                                  SEPARATE VALUE ZERO.
014200 77  LM1-LIMIT-CHANGE            PIC S9(09)V99 SIGN IS LEADING
014300                                  SEPARATE VALUE ZERO.
014400 77  LM1-PAGE-NO                 PIC 9(05) COMP VALUE ZERO.
014500 77  LM1-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
014600 77  LM1-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
014700*
014800 77  LM1-WATCH-READ              PIC 9(09) COMP VALUE ZERO.
014900 77  LM1-WATCH-BYPASSED          PIC 9(09) COMP VALUE ZERO.
015000 77  LM1-WATCH-WENT-OVER         PIC 9(09) COMP VALUE ZERO.
015100 77  LM1-HIST-READ               PIC 9(07) COMP VALUE ZERO.
015200 77  LM1-HIST-BYPASSED           PIC 9(07) COMP VALUE ZERO.
015300 77  LM1-ACCOUNTS-REVIEWED       PIC 9(07) COMP VALUE ZERO.
015400 77  LM1-TOO-FEW-NIGHTS          PIC 9(07) COMP VALUE ZERO.
015500 77  LM1-AT-MAXIMUM              PIC 9(07) COMP VALUE ZERO.
015600 77  LM1-AT-FLOOR                PIC 9(07) COMP VALUE ZERO.
015700 77  LM1-INCREASES               PIC 9(07) COMP VALUE ZERO.
015800 77  LM1-DECREASES               PIC 9(07) COMP VALUE ZERO.
015900 77  LM1-CARDS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
016000 77  LM1-INCREASE-AMT            PIC S9(11)V99 SIGN IS LEADING
016100                                  SEPARATE VALUE ZERO.
016200 77  LM1-DECREASE-AMT            PIC S9(11)V99 SIGN IS LEADING
016300                                  SEPARATE VALUE ZERO.
016400 77  LM1-BR-INCREASES            PIC 9(07) COMP VALUE ZERO.
016500 77  LM1-BR-DECREASES            PIC 9(07) COMP VALUE ZERO.
016600 77  LM1-BR-INCREASE-AMT         PIC S9(11)V99 SIGN IS LEADING
016700                                  SEPARATE VALUE ZERO.
016800 77  LM1-BR-DECREASE-AMT         PIC S9(11)V99 SIGN IS LEADING
016900                                  SEPARATE VALUE ZERO.
017000*
017100 77  LM1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
017200 77  LM1-HISTFILE-STATUS         PIC X(02) VALUE '00'.
017300 77  LM1-WTCHFILE-STATUS         PIC X(02) VALUE '00'.
017400 77  LM1-PROPFILE-STATUS         PIC X(02) VALUE '00'.
017500 77  LM1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
017600 77  LM1-FAILING-FILE            PIC X(10) VALUE SPACES.
017700 77  LM1-FAILING-STATUS          PIC X(02) VALUE SPACES.
017800*
017900****************************************************************
018000*    SYSIN CONTROL CARD.  EVERY FIELD MAY BE LEFT BLANK FOR ITS
018100*    DEFAULT; AMOUNTS ARE DOLLARS AND CENTS WITHOUT A POINT.
018200*      COLS  1-3   NIGHTS ON THE WATCH LIST FOR AN INCREASE (020)
018300*      COLS  5-7   INCREASE PERCENT OF THE LIMIT            (020)
018400*      COLS  9-19  LARGEST LIMIT AN INCREASE MAY PROPOSE
018500*                                                  (00002500000)
018600*      COLS 21-23  LIFETIME OVER-LIMIT INCIDENTS FOR A
018700*                  DECREASE                                 (003)
018800*      COLS 25-27  DECREASE PERCENT OF THE LIMIT, UNDER 100 (025)
018900*      COLS 29-39  SMALLEST LIMIT A DECREASE MAY PROPOSE
019000*                                                  (00000050000)
019100****************************************************************
019200 01  LM1-PARM-CARD.
019300     05  LM1-PARM-MIN-NIGHTS     PIC X(03).
019400     05  LM1-PARM-MIN-NIGHTS-9 REDEFINES LM1-PARM-MIN-NIGHTS
019500                                 PIC 9(03).
019600     05  FILLER                  PIC X(01).
019700     05  LM1-PARM-INCR-PCT       PIC X(03).
019800     05  LM1-PARM-INCR-PCT-9 REDEFINES LM1-PARM-INCR-PCT
019900                                 PIC 9(03).
020000     05  FILLER                  PIC X(01).
020100     05  LM1-PARM-MAX-LIMIT      PIC X(11).
020200     05  LM1-PARM-MAX-LIMIT-9 REDEFINES LM1-PARM-MAX-LIMIT
020300                                 PIC 9(09)V99.
020400     05  FILLER                  PIC X(01).
020500     05  LM1-PARM-MIN-OFFENCES   PIC X(03).
020600     05  LM1-PARM-MIN-OFFENCES-9 REDEFINES LM1-PARM-MIN-OFFENCES
020700                                 PIC 9(03).
020800     05  FILLER                  PIC X(01).
020900     05  LM1-PARM-DECR-PCT       PIC X(03).
021000     05  LM1-PARM-DECR-PCT-9 REDEFINES LM1-PARM-DECR-PCT
021100                                 PIC 9(03).
021200     05  FILLER                  PIC X(01).
021300     05  LM1-PARM-MIN-LIMIT      PIC X(11).
021400     05  LM1-PARM-MIN-LIMIT-9 REDEFINES LM1-PARM-MIN-LIMIT
021500                                 PIC 9(09)V99.
021600     05  FILLER                  PIC X(41).
021700*
021800 01  LM1-PAGE-HEADING-1.
021900     05  FILLER                  PIC X(05) VALUE SPACES.
022000     05  FILLER                  PIC X(44) VALUE
022100         'CREDIT-LIMIT REVIEW -- PROPOSED CHANGES'.
022200     05  FILLER                  PIC X(06) VALUE SPACES.
022300     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
022400     05  LM1-H-BRANCH            PIC X(05).
022500     05  FILLER                  PIC X(06) VALUE SPACES.
022600     05  FILLER                  PIC X(05) VALUE 'DATE '.
022700     05  LM1-H-DATE              PIC X(08).
022800     05  FILLER                  PIC X(06) VALUE SPACES.
022900     05  FILLER                  PIC X(05) VALUE 'PAGE '.
023000     05  LM1-H-PAGE              PIC ZZZZ9.
023100*
023200 01  LM1-RULES-LINE.
023300     05  FILLER                  PIC X(05) VALUE SPACES.
023400     05  FILLER                  PIC X(16) VALUE
023500         'INCREASE AFTER '.
023600     05  LM1-RL-NIGHTS           PIC ZZ9.
023700     05  FILLER                  PIC X(14) VALUE
023800         ' WATCH NIGHTS '.
023900     05  LM1-RL-INCR-PCT         PIC ZZ9.
024000     05  FILLER                  PIC X(13) VALUE
024100         ' PCT, MAX '.
024200     05  LM1-RL-MAX-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER                  PIC X(18) VALUE
024400         '   DECREASE AFTER '.
024500     05  LM1-RL-OFFENCES         PIC ZZ9.
024600     05  FILLER                  PIC X(12) VALUE
024700         ' OFFENCES '.
024800     05  LM1-RL-DECR-PCT         PIC ZZ9.
024900     05  FILLER                  PIC X(13) VALUE
025000         ' PCT, MIN '.
025100     05  LM1-RL-MIN-LIMIT        PIC ZZZ,ZZZ,ZZ9.99.
025200*
025300 01  LM1-DETAIL-HEADING.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  FILLER                  PIC X(02) VALUE 'ST'.
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  FILLER                  PIC X(13) VALUE 'BALANCE'.
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  FILLER                  PIC X(13) VALUE 'CURRENT LIMIT'.
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  FILLER                  PIC X(13) VALUE 'PROPOSED'.
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  FILLER                  PIC X(13) VALUE 'CHANGE'.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  FILLER                  PIC X(08) VALUE 'ACTION'.
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  FILLER                  PIC X(30) VALUE 'BASIS'.
027000*
027100 01  LM1-DETAIL-LINE.
027200     05  FILLER                  PIC X(02).
027300     05  LM1-D-ACCT              PIC 9(11).
027400     05  FILLER                  PIC X(02).
027500     05  LM1-D-STATUS            PIC X(01).
027600     05  FILLER                  PIC X(03).
027700     05  LM1-D-BALANCE           PIC -9(09).99.
027800     05  FILLER                  PIC X(02).
027900     05  LM1-D-LIMIT             PIC -9(09).99.
028000     05  FILLER                  PIC X(02).
028100     05  LM1-D-NEW-LIMIT         PIC -9(09).99.
028200     05  FILLER                  PIC X(02).
028300     05  LM1-D-CHANGE            PIC -9(09).99.
028400     05  FILLER                  PIC X(02).
028500     05  LM1-D-ACTION            PIC X(08).
028600     05  FILLER                  PIC X(02).
028700     05  LM1-D-BASIS             PIC X(40).
028800*
028900 01  LM1-NIGHTS-BASIS.
029000     05  LM1-NB-NIGHTS           PIC ZZZZ9.
029100     05  FILLER                  PIC X(25) VALUE
029200         ' NIGHTS NEAR, NEVER OVER'.
029300*
029400 01  LM1-OFFENCE-BASIS.
029500     05  LM1-OB-COUNT            PIC ZZZZZZ9.
029600     05  FILLER                  PIC X(17) VALUE
029700         ' TIMES OVER, LAST'.
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  LM1-OB-LAST-DATE        PIC X(08).
030000*
030100 01  LM1-BRANCH-TOTAL-LINE.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
030400     05  LM1-BT-BRANCH           PIC X(05).
030500     05  FILLER                  PIC X(14) VALUE
030600         ' -- INCREASES '.
030700     05  LM1-BT-INCREASES        PIC ZZZZZZ9.
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  LM1-BT-INCREASE-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031000     05  FILLER                  PIC X(12) VALUE
031100         '  DECREASES '.
031200     05  LM1-BT-DECREASES        PIC ZZZZZZ9.
031300     05  FILLER                  PIC X(01) VALUE SPACE.
031400     05  LM1-BT-DECREASE-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031500*
031600 01  LM1-APPROVAL-LINE.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  FILLER                  PIC X(40) VALUE
031900         'APPROVED FOR MAINTENANCE BY BRANCH MGR: '.
032000     05  FILLER                  PIC X(30) VALUE ALL '_'.
032100     05  FILLER                  PIC X(08) VALUE '  DATE: '.
032200     05  FILLER                  PIC X(10) VALUE ALL '_'.
032300*
032400 01  LM1-APPROVAL-NOTE.
032500     05  FILLER                  PIC X(02) VALUE SPACES.
032600     05  FILLER                  PIC X(45) VALUE
032700         'STRIKE ANY PROPOSAL NOT APPROVED -- ITS CARD '.
032800     05  FILLER                  PIC X(45) VALUE
032900         'COMES OUT BEFORE THE DECK GOES TO MAINTENANCE'.
033000*
033100 01  LM1-SUMMARY-HEADING.
033200     05  FILLER                  PIC X(05) VALUE SPACES.
033300     05  FILLER                  PIC X(40) VALUE
033400         'CREDIT-LIMIT REVIEW -- RUN SUMMARY'.
033500*
033600 01  LM1-SUMMARY-LINE.
033700     05  FILLER                  PIC X(05) VALUE SPACES.
033800     05  LM1-SM-CAPTION          PIC X(36).
033900     05  LM1-SM-COUNT            PIC ZZZ,ZZZ,ZZ9.
034000*
034100 01  LM1-AMOUNT-LINE.
034200     05  FILLER                  PIC X(05) VALUE SPACES.
034300     05  LM1-AM-CAPTION          PIC X(36).
034400     05  LM1-AM-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
034500*
034600 PROCEDURE DIVISION.
034700*
034800****************************************************************
034900*    0000-MAINLINE
035000*    READ THE RULES CARD, GATHER THE CANDIDATES FROM THE WATCH
035100*    LIST AND THE HISTORY FILE INTO BRANCH-THEN-ACCOUNT ORDER,
035200*    AND PRODUCE THE REVIEW REPORT AND THE PROPOSED CARD DECK.
035300*    THE STEP COMES BACK RC=4 WHEN ANY CHANGE WAS PROPOSED SO
035400*    THE SCHEDULER CAN ROUTE THE REPORT TO THE BRANCHES.
035500****************************************************************
035600 0000-MAINLINE.
035700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035800     SORT SORTFILE
035900         ON ASCENDING KEY SLRV-BRANCH-ID
036000                          SLRV-ACCT-ID
036100                          SLRV-SOURCE
036200         INPUT PROCEDURE 2000-SELECT-CANDIDATES THRU 2000-EXIT
036300         OUTPUT PROCEDURE 3000-PRODUCE-REVIEW THRU 3000-EXIT.
036400     IF LM1-CARDS-WRITTEN > ZERO
036500         IF 4 > RETURN-CODE
036600             MOVE 4 TO RETURN-CODE
036700         END-IF
036800     END-IF.
036900     GOBACK.
037000*
037100****************************************************************
037200*    1000-INITIALIZE
037300*    PICK UP THE REVIEW RULES FROM THE SYSIN CONTROL CARD.  A
037400*    BLANK FIELD (OR NO CARD) TAKES THE DEFAULT; A FIELD THAT IS
037500*    NEITHER BLANK NOR VALID STOPS THE STEP.
037600****************************************************************
037700 1000-INITIALIZE.
037800     MOVE SPACES TO LM1-PARM-CARD.
037900     ACCEPT LM1-PARM-CARD.
038000     IF LM1-PARM-MIN-NIGHTS NOT = SPACES
038100         IF LM1-PARM-MIN-NIGHTS IS NOT NUMERIC
038200             GO TO 9700-CONTROL-CARD-ERROR
038300         END-IF
038400         MOVE LM1-PARM-MIN-NIGHTS-9 TO LM1-MIN-NIGHTS
038500     END-IF.
038600     IF LM1-PARM-INCR-PCT NOT = SPACES
038700         IF LM1-PARM-INCR-PCT IS NOT NUMERIC
038800             GO TO 9700-CONTROL-CARD-ERROR
038900         END-IF
039000         MOVE LM1-PARM-INCR-PCT-9 TO LM1-INCREASE-PCT
039100     END-IF.
039200     IF LM1-PARM-MAX-LIMIT NOT = SPACES
039300         IF LM1-PARM-MAX-LIMIT IS NOT NUMERIC
039400                 OR LM1-PARM-MAX-LIMIT-9 = ZERO
039500             GO TO 9700-CONTROL-CARD-ERROR
039600         END-IF
039700         MOVE LM1-PARM-MAX-LIMIT-9 TO LM1-MAX-LIMIT
039800     END-IF.
039900     IF LM1-PARM-MIN-OFFENCES NOT = SPACES
040000         IF LM1-PARM-MIN-OFFENCES IS NOT NUMERIC
040100             GO TO 9700-CONTROL-CARD-ERROR
040200         END-IF
040300         MOVE LM1-PARM-MIN-OFFENCES-9 TO LM1-MIN-OFFENCES
040400     END-IF.
040500     IF LM1-PARM-DECR-PCT NOT = SPACES
040600         IF LM1-PARM-DECR-PCT IS NOT NUMERIC
040700                 OR LM1-PARM-DECR-PCT-9 > 99
040800             GO TO 9700-CONTROL-CARD-ERROR
040900         END-IF
041000         MOVE LM1-PARM-DECR-PCT-9 TO LM1-DECREASE-PCT
041100     END-IF.
041200     IF LM1-PARM-MIN-LIMIT NOT = SPACES
041300         IF LM1-PARM-MIN-LIMIT IS NOT NUMERIC
041400                 OR LM1-PARM-MIN-LIMIT-9 = ZERO
041500             GO TO 9700-CONTROL-CARD-ERROR
041600         END-IF
041700         MOVE LM1-PARM-MIN-LIMIT-9 TO LM1-MIN-LIMIT
041800     END-IF.
041900     ACCEPT LM1-CURRENT-DATE FROM DATE YYYYMMDD.
042000 1000-EXIT.
042100     EXIT.
042200*
042300****************************************************************
042400*    2000-SELECT-CANDIDATES
042500*    SORT INPUT SIDE.  THE WATCH LIST SUPPLIES ONE RECORD PER
042600*    NIGHT AN ACCOUNT SAT NEAR ITS LIMIT -- WTCHFILE IS EVERY
042700*    GENERATION OF THE EXTRACT STILL KEPT, SO THE REVIEW PERIOD
042800*    IS HOWEVER MANY NIGHTS THAT IS -- AND THE HISTORY FILE
042900*    SUPPLIES THE CHRONIC OFFENDERS.  EACH IS PRICED AGAINST THE
043000*    MASTER AS IT STANDS TONIGHT.
043100****************************************************************
043200 2000-SELECT-CANDIDATES.
043300     OPEN INPUT ACCTFILE.
043400     IF LM1-ACCTFILE-STATUS NOT = '00'
043500         MOVE 'ACCTFILE' TO LM1-FAILING-FILE
043600         MOVE LM1-ACCTFILE-STATUS TO LM1-FAILING-STATUS
043700         GO TO 9800-FILE-ERROR
043800     END-IF.
043900     OPEN INPUT HISTFILE.
044000     IF LM1-HISTFILE-STATUS NOT = '00' AND LM1-HISTFILE-STATUS
044100             NOT = '05'
044200         MOVE 'HISTFILE' TO LM1-FAILING-FILE
044300         MOVE LM1-HISTFILE-STATUS TO LM1-FAILING-STATUS
044400         GO TO 9800-FILE-ERROR
044500     END-IF.
044600     IF LM1-MIN-NIGHTS > ZERO
044700         PERFORM 2100-SWEEP-WATCH-LIST THRU 2100-EXIT
044800     END-IF.
044900     IF LM1-MIN-OFFENCES > ZERO
045000         PERFORM 2300-SWEEP-HISTORY THRU 2300-EXIT
045100     END-IF.
045200     CLOSE ACCTFILE.
045300     CLOSE HISTFILE.
045400 2000-EXIT.
045500     EXIT.
045600*
045700 2100-SWEEP-WATCH-LIST.
045800     OPEN INPUT WTCHFILE.
045900     IF LM1-WTCHFILE-STATUS NOT = '00'
046000         MOVE 'WTCHFILE' TO LM1-FAILING-FILE
046100         MOVE LM1-WTCHFILE-STATUS TO LM1-FAILING-STATUS
046200         GO TO 9800-FILE-ERROR
046300     END-IF.
046400     PERFORM 2200-SCREEN-WATCH-RECORD THRU 2200-EXIT
046500         UNTIL LM1-END-OF-WTCHFILE.
046600     CLOSE WTCHFILE.
046700 2100-EXIT.
046800     EXIT.
046900*
047000****************************************************************
047100*    2200-SCREEN-WATCH-RECORD
047200*    ONE WATCH-LIST NIGHT.  IT COUNTS TOWARD AN INCREASE ONLY
047300*    WHILE THE ACCOUNT IS STILL ON THE MASTER, STILL ACTIVE, AND
047400*    HAS NEVER GONE OVER -- ANY OVER-LIMIT HISTORY RECORD AT ALL
047500*    RULES IT OUT.
047600****************************************************************
047700 2200-SCREEN-WATCH-RECORD.
047800     READ WTCHFILE
047900         AT END
048000             SET LM1-END-OF-WTCHFILE TO TRUE
048100     END-READ.
048200     IF LM1-WTCHFILE-STATUS NOT = '00' AND LM1-WTCHFILE-STATUS
048300             NOT = '10'
048400         MOVE 'WTCHFILE' TO LM1-FAILING-FILE
048500         MOVE LM1-WTCHFILE-STATUS TO LM1-FAILING-STATUS
048600         GO TO 9800-FILE-ERROR
048700     END-IF.
048800     IF LM1-END-OF-WTCHFILE
048900         GO TO 2200-EXIT
049000     END-IF.
049100     ADD 1 TO LM1-WATCH-READ.
049200     MOVE WTCH-ACCT-ID TO ACCT-ID.
049300     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
049400     IF LM1-NOT-ON-MASTER OR NOT ACCT-STATUS-ACTIVE
049500         ADD 1 TO LM1-WATCH-BYPASSED
049600         GO TO 2200-EXIT
049700     END-IF.
049800     MOVE WTCH-ACCT-ID TO HIST-ACCT-ID.
049900     READ HISTFILE
050000         INVALID KEY
050100             CONTINUE
050200     END-READ.
050300     IF LM1-HISTFILE-STATUS = '00'
050400         ADD 1 TO LM1-WATCH-WENT-OVER
050500         GO TO 2200-EXIT
050600     END-IF.
050700     IF LM1-HISTFILE-STATUS NOT = '23' AND LM1-HISTFILE-STATUS
050800             NOT = '35'
050900         MOVE 'HISTFILE' TO LM1-FAILING-FILE
051000         MOVE LM1-HISTFILE-STATUS TO LM1-FAILING-STATUS
051100         GO TO 9800-FILE-ERROR
051200     END-IF.
051300     MOVE 'W' TO SLRV-SOURCE.
051400     MOVE ZERO TO SLRV-LIFETIME-COUNT.
051500     MOVE SPACES TO SLRV-LAST-OVER-DATE.
051600     PERFORM 2600-RELEASE-CANDIDATE THRU 2600-EXIT.
051700 2200-EXIT.
051800     EXIT.
051900*
052000 2300-SWEEP-HISTORY.
052100     MOVE ZERO TO HIST-ACCT-ID.
052200     START HISTFILE KEY IS NOT LESS THAN HIST-ACCT-ID
052300         INVALID KEY
052400             GO TO 2300-EXIT
052500     END-START.
052600     IF LM1-HISTFILE-STATUS NOT = '00'
052700         MOVE 'HISTFILE' TO LM1-FAILING-FILE
052800         MOVE LM1-HISTFILE-STATUS TO LM1-FAILING-STATUS
052900         GO TO 9800-FILE-ERROR
053000     END-IF.
053100     PERFORM 2400-SCREEN-HISTORY-RECORD THRU 2400-EXIT
053200         UNTIL LM1-END-OF-HISTFILE.
053300 2300-EXIT.
053400     EXIT.
053500*
053600****************************************************************
053700*    2400-SCREEN-HISTORY-RECORD
053800*    ONE OVER-LIMIT HISTORY RECORD.  A CHRONIC OFFENDER IS AN
053900*    ACCOUNT OVER ITS LIMIT AT LEAST THE CARD'S NUMBER OF TIMES
054000*    IN ITS LIFE.  A CLOSED OR CHARGED-OFF ACCOUNT HAS NO LIMIT
054050*    LEFT TO CUT.
054100****************************************************************
054200 2400-SCREEN-HISTORY-RECORD.
054300     READ HISTFILE NEXT RECORD
054400         AT END
054500             SET LM1-END-OF-HISTFILE TO TRUE
054600     END-READ.
054700     IF LM1-HISTFILE-STATUS NOT = '00' AND LM1-HISTFILE-STATUS
054800             NOT = '10'
054900         MOVE 'HISTFILE' TO LM1-FAILING-FILE
055000         MOVE LM1-HISTFILE-STATUS TO LM1-FAILING-STATUS
055100         GO TO 9800-FILE-ERROR
055200     END-IF.
055300     IF LM1-END-OF-HISTFILE
055400         GO TO 2400-EXIT
055500     END-IF.
055600     ADD 1 TO LM1-HIST-READ.
055700     IF HIST-LIFETIME-COUNT < LM1-MIN-OFFENCES
055800         GO TO 2400-EXIT
055900     END-IF.
056000     MOVE HIST-ACCT-ID TO ACCT-ID.
056100     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
056200     IF LM1-NOT-ON-MASTER OR ACCT-STATUS-CLOSED
056250             OR ACCT-STATUS-CHARGED-OFF
056300         ADD 1 TO LM1-HIST-BYPASSED
056400         GO TO 2400-EXIT
056500     END-IF.
056600     MOVE 'H' TO SLRV-SOURCE.
056700     MOVE HIST-LIFETIME-COUNT TO SLRV-LIFETIME-COUNT.
056800     MOVE HIST-LAST-DATE TO SLRV-LAST-OVER-DATE.
056900     PERFORM 2600-RELEASE-CANDIDATE THRU 2600-EXIT.
057000 2400-EXIT.
057100     EXIT.
057200*
057300****************************************************************
057400*    2500-READ-MASTER
057500*    READ THE ACCOUNT NAMED IN ACCT-ID.  AN ACCOUNT NO LONGER ON
057600*    THE MASTER, OR ONE WHOSE AMOUNTS THE PRE-FLIGHT AUDIT WOULD
057700*    FLAG AS NON-NUMERIC, IS TREATED AS NOT ON FILE.
057800****************************************************************
057900 2500-READ-MASTER.
058000     SET LM1-ON-MASTER TO TRUE.
058100     READ ACCTFILE
058200         INVALID KEY
058300             SET LM1-NOT-ON-MASTER TO TRUE
058400     END-READ.
058500     IF LM1-ACCTFILE-STATUS NOT = '00' AND LM1-ACCTFILE-STATUS
058600             NOT = '23'
058700         MOVE 'ACCTFILE' TO LM1-FAILING-FILE
058800         MOVE LM1-ACCTFILE-STATUS TO LM1-FAILING-STATUS
058900         GO TO 9800-FILE-ERROR
059000     END-IF.
059100     IF LM1-ON-MASTER
059200         IF ACCT-CURR-BAL NOT NUMERIC
059300                 OR ACCT-CREDIT-LIMIT NOT NUMERIC
059400             SET LM1-NOT-ON-MASTER TO TRUE
059500         END-IF
059600     END-IF.
059700 2500-EXIT.
059800     EXIT.
059900*
060000 2600-RELEASE-CANDIDATE.
060100     MOVE ACCT-BRANCH-ID    TO SLRV-BRANCH-ID.
060200     MOVE ACCT-ID           TO SLRV-ACCT-ID.
060300     MOVE ACCT-STATUS       TO SLRV-STATUS.
060400     MOVE ACCT-CURR-BAL     TO SLRV-CURR-BAL.
060500     MOVE ACCT-CREDIT-LIMIT TO SLRV-CREDIT-LIMIT.
060600     RELEASE SLRV-RECORD.
060700 2600-EXIT.
060800     EXIT.
060900*
061000****************************************************************
061100*    3000-PRODUCE-REVIEW
061200*    SORT OUTPUT SIDE.  EACH ACCOUNT'S RECORDS ARRIVE TOGETHER,
061300*    THE HISTORY RECORD (IF ANY) FIRST; EACH BRANCH OPENS ON A
061400*    FRESH PAGE AND CLOSES WITH ITS TOTALS AND A SIGN-OFF LINE.
061500****************************************************************
061600 3000-PRODUCE-REVIEW.
061700     OPEN OUTPUT RPTFILE.
061800     IF LM1-RPTFILE-STATUS NOT = '00'
061900         MOVE 'RPTFILE' TO LM1-FAILING-FILE
062000         MOVE LM1-RPTFILE-STATUS TO LM1-FAILING-STATUS
062100         GO TO 9800-FILE-ERROR
062200     END-IF.
062300     OPEN OUTPUT PROPFILE.
062400     IF LM1-PROPFILE-STATUS NOT = '00'
062500         MOVE 'PROPFILE' TO LM1-FAILING-FILE
062600         MOVE LM1-PROPFILE-STATUS TO LM1-FAILING-STATUS
062700         GO TO 9800-FILE-ERROR
062800     END-IF.
062900     PERFORM 3100-GET-SORTED-RECORD THRU 3100-EXIT.
063000     PERFORM 3200-REVIEW-ONE-ACCOUNT THRU 3200-EXIT
063100         UNTIL LM1-END-OF-SORT.
063200     IF NOT LM1-FIRST-RECORD
063300         PERFORM 3700-WRITE-BRANCH-TOTALS THRU 3700-EXIT
063400     END-IF.
063500     PERFORM 3800-WRITE-SUMMARY THRU 3800-EXIT.
063600     CLOSE RPTFILE.
063700     CLOSE PROPFILE.
063800 3000-EXIT.
063900     EXIT.
064000*
064100 3100-GET-SORTED-RECORD.
064200     RETURN SORTFILE
064300         AT END
064400             SET LM1-END-OF-SORT TO TRUE
064500     END-RETURN.
064600 3100-EXIT.
064700     EXIT.
064800*
064900****************************************************************
065000*    3200-REVIEW-ONE-ACCOUNT
065100*    GATHER ONE ACCOUNT'S RECORDS -- COUNTING ITS WATCH-LIST
065200*    NIGHTS -- THEN DECIDE.  A CHRONIC OFFENDER IS PROPOSED A
065300*    DECREASE; AN ACCOUNT NEAR ITS LIMIT ON ENOUGH NIGHTS IS
065400*    PROPOSED AN INCREASE.  THE TWO CANNOT MEET ON ONE ACCOUNT:
065500*    A WATCH NIGHT IS ONLY RELEASED FOR AN ACCOUNT WITH NO
065600*    HISTORY.
065700****************************************************************
065800 3200-REVIEW-ONE-ACCOUNT.
065900     IF LM1-FIRST-RECORD
066000         MOVE 'N' TO LM1-FIRST-RECORD-SW
066100         MOVE SLRV-BRANCH-ID TO LM1-CURR-BRANCH
066200         PERFORM 3600-START-BRANCH-PAGE THRU 3600-EXIT
066300     ELSE
066400         IF SLRV-BRANCH-ID NOT = LM1-CURR-BRANCH
066500             PERFORM 3700-WRITE-BRANCH-TOTALS THRU 3700-EXIT
066600             MOVE SLRV-BRANCH-ID TO LM1-CURR-BRANCH
066700             PERFORM 3600-START-BRANCH-PAGE THRU 3600-EXIT
066800         END-IF
066900     END-IF.
067000     ADD 1 TO LM1-ACCOUNTS-REVIEWED.
067100     MOVE SLRV-ACCT-ID TO LM1-GRP-ACCT-ID.
067200     MOVE SLRV-STATUS TO LM1-GRP-STATUS.
067300     MOVE SLRV-CURR-BAL TO LM1-GRP-BAL.
067400     MOVE SLRV-CREDIT-LIMIT TO LM1-GRP-LIMIT.
067500     MOVE ZERO TO LM1-GRP-NIGHTS.
067600     SET LM1-NOT-CHRONIC-OFFENDER TO TRUE.
067700     IF SLRV-FROM-HISTORY
067800         SET LM1-CHRONIC-OFFENDER TO TRUE
067900         MOVE SLRV-LIFETIME-COUNT TO LM1-OB-COUNT
068000         MOVE SLRV-LAST-OVER-DATE TO LM1-OB-LAST-DATE
068100     END-IF.
068200     PERFORM 3250-COUNT-ONE-RECORD THRU 3250-EXIT
068300         UNTIL LM1-END-OF-SORT
068400            OR SLRV-ACCT-ID NOT = LM1-GRP-ACCT-ID.
068500     IF LM1-CHRONIC-OFFENDER
068600         PERFORM 3400-PROPOSE-DECREASE THRU 3400-EXIT
068700     ELSE
068800         IF LM1-GRP-NIGHTS < LM1-MIN-NIGHTS
068900             ADD 1 TO LM1-TOO-FEW-NIGHTS
069000         ELSE
069100             PERFORM 3300-PROPOSE-INCREASE THRU 3300-EXIT
069200         END-IF
069300     END-IF.
069400 3200-EXIT.
069500     EXIT.
069600*
069700 3250-COUNT-ONE-RECORD.
069800     IF SLRV-FROM-WATCH-LIST
069900         ADD 1 TO LM1-GRP-NIGHTS
070000     END-IF.
070100     PERFORM 3100-GET-SORTED-RECORD THRU 3100-EXIT.
070200 3250-EXIT.
070300     EXIT.
070400*
070500****************************************************************
070600*    3300-PROPOSE-INCREASE
070700*    RAISE THE LIMIT BY THE CARD'S PERCENT, ROUNDED DOWN TO A
070800*    WHOLE HUNDRED DOLLARS AND CAPPED AT THE CARD'S MAXIMUM.  AN
070900*    ACCOUNT ALREADY AT THE CAP IS COUNTED, NOT PROPOSED.
071000****************************************************************
071100 3300-PROPOSE-INCREASE.
071200     COMPUTE LM1-HUNDREDS =
071300         LM1-GRP-LIMIT * (100 + LM1-INCREASE-PCT) / 10000.
071400     COMPUTE LM1-NEW-LIMIT = LM1-HUNDREDS * 100.
071500     IF LM1-NEW-LIMIT > LM1-MAX-LIMIT
071600         MOVE LM1-MAX-LIMIT TO LM1-NEW-LIMIT
071700     END-IF.
071800     IF LM1-NEW-LIMIT NOT > LM1-GRP-LIMIT
071900         ADD 1 TO LM1-AT-MAXIMUM
072000         GO TO 3300-EXIT
072100     END-IF.
072200     SET LM1-PROPOSE-INCREASE TO TRUE.
072300     MOVE LM1-GRP-NIGHTS TO LM1-NB-NIGHTS.
072400     PERFORM 3500-WRITE-PROPOSAL THRU 3500-EXIT.
072500 3300-EXIT.
072600     EXIT.
072700*
072800****************************************************************
072900*    3400-PROPOSE-DECREASE
073000*    CUT THE LIMIT BY THE CARD'S PERCENT, ROUNDED DOWN TO A WHOLE
073100*    HUNDRED DOLLARS, BUT NEVER BELOW THE CARD'S MINIMUM AND
073200*    NEVER BELOW THE BALANCE ROUNDED UP TO THE NEXT HUNDRED -- A
073300*    CUT MUST NOT ITSELF PUT THE ACCOUNT OVER AND INTO THE FEE
073400*    PATH.  AN ACCOUNT WITH NO ROOM TO CUT (INCLUDING ONE OVER
073500*    ITS LIMIT TONIGHT) IS COUNTED, NOT PROPOSED.
073600****************************************************************
073700 3400-PROPOSE-DECREASE.
073800     COMPUTE LM1-HUNDREDS =
073900         LM1-GRP-LIMIT * (100 - LM1-DECREASE-PCT) / 10000.
074000     COMPUTE LM1-NEW-LIMIT = LM1-HUNDREDS * 100.
074100     MOVE LM1-MIN-LIMIT TO LM1-FLOOR-LIMIT.
074200     IF LM1-GRP-BAL > ZERO
074300         COMPUTE LM1-HUNDREDS = (LM1-GRP-BAL + 99.99) / 100
074400         IF LM1-HUNDREDS * 100 > LM1-FLOOR-LIMIT
074500             COMPUTE LM1-FLOOR-LIMIT = LM1-HUNDREDS * 100
074600         END-IF
074700     END-IF.
074800     IF LM1-NEW-LIMIT < LM1-FLOOR-LIMIT
074900         MOVE LM1-FLOOR-LIMIT TO LM1-NEW-LIMIT
075000     END-IF.
075100     IF LM1-NEW-LIMIT NOT < LM1-GRP-LIMIT
075200         ADD 1 TO LM1-AT-FLOOR
075300         GO TO 3400-EXIT
075400     END-IF.
075500     SET LM1-PROPOSE-DECREASE TO TRUE.
075600     PERFORM 3500-WRITE-PROPOSAL THRU 3500-EXIT.
075700 3400-EXIT.
075800     EXIT.
075900*
076000****************************************************************
076100*    3500-WRITE-PROPOSAL
076200*    PRINT THE PROPOSAL, ADD IT TO THE BRANCH AND RUN TOTALS,
076300*    AND WRITE ITS 'L' MAINTENANCE CARD.  THE CARD CARRIES ONLY
076400*    THE FUNCTION, ACCOUNT, AND NEW LIMIT -- THE REST IS BLANK,
076500*    AS CBMNTC01C EDITS ONLY THE FIELDS A FUNCTION USES.
076600****************************************************************
076700 3500-WRITE-PROPOSAL.
076800     SUBTRACT LM1-GRP-LIMIT FROM LM1-NEW-LIMIT
076900         GIVING LM1-LIMIT-CHANGE.
077000     IF LM1-LINE-COUNT >= LM1-LINES-PER-PAGE
077100         PERFORM 3600-START-BRANCH-PAGE THRU 3600-EXIT
077200     END-IF.
077300     MOVE SPACES            TO LM1-DETAIL-LINE.
077400     MOVE LM1-GRP-ACCT-ID   TO LM1-D-ACCT.
077500     MOVE LM1-GRP-STATUS    TO LM1-D-STATUS.
077600     MOVE LM1-GRP-BAL       TO LM1-D-BALANCE.
077700     MOVE LM1-GRP-LIMIT     TO LM1-D-LIMIT.
077800     MOVE LM1-NEW-LIMIT     TO LM1-D-NEW-LIMIT.
077900     MOVE LM1-LIMIT-CHANGE  TO LM1-D-CHANGE.
078000     IF LM1-PROPOSE-INCREASE
078100         MOVE 'INCREASE'       TO LM1-D-ACTION
078200         MOVE LM1-NIGHTS-BASIS TO LM1-D-BASIS
078300         ADD 1 TO LM1-INCREASES LM1-BR-INCREASES
078400         ADD LM1-LIMIT-CHANGE TO LM1-INCREASE-AMT
078500                                 LM1-BR-INCREASE-AMT
078600     ELSE
078700         MOVE 'DECREASE'        TO LM1-D-ACTION
078800         MOVE LM1-OFFENCE-BASIS TO LM1-D-BASIS
078900         ADD 1 TO LM1-DECREASES LM1-BR-DECREASES
079000         SUBTRACT LM1-LIMIT-CHANGE FROM LM1-DECREASE-AMT
079100                                        LM1-BR-DECREASE-AMT
079200     END-IF.
079300     MOVE SPACE             TO PRT-CC.
079400     MOVE LM1-DETAIL-LINE   TO PRT-DATA.
079500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
079600     ADD 1 TO LM1-LINE-COUNT.
079700     MOVE SPACES            TO MAINTENANCE-CARD.
079800     SET MNT-FUNC-LIMIT-CHG TO TRUE.
079900     MOVE LM1-GRP-ACCT-ID   TO MNT-ACCT-ID-9.
080000     MOVE LM1-NEW-LIMIT     TO MNT-NEW-LIMIT-9.
080100     WRITE MAINTENANCE-CARD.
080200     IF LM1-PROPFILE-STATUS NOT = '00'
080300         MOVE 'PROPFILE' TO LM1-FAILING-FILE
080400         MOVE LM1-PROPFILE-STATUS TO LM1-FAILING-STATUS
080500         GO TO 9800-FILE-ERROR
080600     END-IF.
080700     ADD 1 TO LM1-CARDS-WRITTEN.
080800 3500-EXIT.
080900     EXIT.
081000*
081100****************************************************************
081200*    3600-START-BRANCH-PAGE
081300*    EJECT TO A FRESH PAGE HEADED WITH THE REPORT DATE, PAGE
081400*    NUMBER, AND BRANCH, AND NOTE THE RULES IN FORCE.
081500****************************************************************
081600 3600-START-BRANCH-PAGE.
081700     ADD 1 TO LM1-PAGE-NO.
081800     MOVE LM1-CURR-BRANCH  TO LM1-H-BRANCH.
081900     MOVE LM1-CURRENT-DATE TO LM1-H-DATE.
082000     MOVE LM1-PAGE-NO      TO LM1-H-PAGE.
082100     MOVE '1'              TO PRT-CC.
082200     MOVE LM1-PAGE-HEADING-1 TO PRT-DATA.
082300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
082400     MOVE LM1-MIN-NIGHTS   TO LM1-RL-NIGHTS.
082500     MOVE LM1-INCREASE-PCT TO LM1-RL-INCR-PCT.
082600     MOVE LM1-MAX-LIMIT    TO LM1-RL-MAX-LIMIT.
082700     MOVE LM1-MIN-OFFENCES TO LM1-RL-OFFENCES.
082800     MOVE LM1-DECREASE-PCT TO LM1-RL-DECR-PCT.
082900     MOVE LM1-MIN-LIMIT    TO LM1-RL-MIN-LIMIT.
083000     MOVE SPACE            TO PRT-CC.
083100     MOVE LM1-RULES-LINE   TO PRT-DATA.
083200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
083300     MOVE '0'              TO PRT-CC.
083400     MOVE LM1-DETAIL-HEADING TO PRT-DATA.
083500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
083600     MOVE 4 TO LM1-LINE-COUNT.
083700 3600-EXIT.
083800     EXIT.
083900*
084000****************************************************************
084100*    3700-WRITE-BRANCH-TOTALS
084200*    CLOSE OUT ONE BRANCH WITH ITS PROPOSAL COUNTS AND DOLLARS
084300*    AND THE MANAGER'S SIGN-OFF LINE, THEN RESET FOR THE NEXT.
084400****************************************************************
084500 3700-WRITE-BRANCH-TOTALS.
084600     MOVE LM1-CURR-BRANCH     TO LM1-BT-BRANCH.
084700     MOVE LM1-BR-INCREASES    TO LM1-BT-INCREASES.
084800     MOVE LM1-BR-INCREASE-AMT TO LM1-BT-INCREASE-AMT.
084900     MOVE LM1-BR-DECREASES    TO LM1-BT-DECREASES.
085000     MOVE LM1-BR-DECREASE-AMT TO LM1-BT-DECREASE-AMT.
085100     MOVE '0'                 TO PRT-CC.
085200     MOVE LM1-BRANCH-TOTAL-LINE TO PRT-DATA.
085300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
085400     MOVE '0'                 TO PRT-CC.
085500     MOVE LM1-APPROVAL-LINE   TO PRT-DATA.
085600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
085700     MOVE SPACE               TO PRT-CC.
085800     MOVE LM1-APPROVAL-NOTE   TO PRT-DATA.
085900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
086000     MOVE ZERO TO LM1-BR-INCREASES LM1-BR-DECREASES
086100                  LM1-BR-INCREASE-AMT LM1-BR-DECREASE-AMT.
086200 3700-EXIT.
086300     EXIT.
086400*
086500****************************************************************
086600*    3800-WRITE-SUMMARY
086700*    THE RUN SUMMARY ON ITS OWN PAGE: WHAT WAS READ, WHAT WAS SET
086800*    ASIDE AND WHY, AND WHAT WAS PROPOSED.
086900****************************************************************
087000 3800-WRITE-SUMMARY.
087100     MOVE '1'                      TO PRT-CC.
087200     MOVE LM1-SUMMARY-HEADING      TO PRT-DATA.
087300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
087400     MOVE '0'                      TO PRT-CC.
087500     MOVE LM1-RULES-LINE           TO PRT-DATA.
087600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
087700     MOVE SPACE                    TO PRT-CC.
087800     MOVE 'WATCH-LIST NIGHTS READ' TO LM1-SM-CAPTION.
087900     MOVE LM1-WATCH-READ           TO LM1-SM-COUNT.
088000     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
088100     MOVE 'NIGHTS OFF MASTER OR NOT ACTIVE' TO LM1-SM-CAPTION.
088200     MOVE LM1-WATCH-BYPASSED       TO LM1-SM-COUNT.
088300     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
088400     MOVE 'NIGHTS OF ACCOUNTS THAT WENT OVER' TO LM1-SM-CAPTION.
088500     MOVE LM1-WATCH-WENT-OVER      TO LM1-SM-COUNT.
088600     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
088700     MOVE 'HISTORY RECORDS READ'   TO LM1-SM-CAPTION.
088800     MOVE LM1-HIST-READ            TO LM1-SM-COUNT.
088900     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
089000     MOVE 'OFFENDERS OFF MASTER/CLOSED/CHGOFF' TO LM1-SM-CAPTION.
089100     MOVE LM1-HIST-BYPASSED        TO LM1-SM-COUNT.
089200     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
089300     MOVE 'ACCOUNTS REVIEWED'      TO LM1-SM-CAPTION.
089400     MOVE LM1-ACCOUNTS-REVIEWED    TO LM1-SM-COUNT.
089500     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
089600     MOVE 'TOO FEW NIGHTS NEAR LIMIT' TO LM1-SM-CAPTION.
089700     MOVE LM1-TOO-FEW-NIGHTS       TO LM1-SM-COUNT.
089800     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
089900     MOVE 'ALREADY AT MAXIMUM LIMIT' TO LM1-SM-CAPTION.
090000     MOVE LM1-AT-MAXIMUM           TO LM1-SM-COUNT.
090100     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
090200     MOVE 'NO ROOM TO DECREASE'    TO LM1-SM-CAPTION.
090300     MOVE LM1-AT-FLOOR             TO LM1-SM-COUNT.
090400     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
090500     MOVE 'INCREASES PROPOSED'     TO LM1-SM-CAPTION.
090600     MOVE LM1-INCREASES            TO LM1-SM-COUNT.
090700     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
090800     MOVE 'DECREASES PROPOSED'     TO LM1-SM-CAPTION.
090900     MOVE LM1-DECREASES            TO LM1-SM-COUNT.
091000     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
091100     MOVE 'MAINTENANCE CARDS WRITTEN' TO LM1-SM-CAPTION.
091200     MOVE LM1-CARDS-WRITTEN        TO LM1-SM-COUNT.
091300     PERFORM 3850-WRITE-SUMMARY-LINE THRU 3850-EXIT.
091400     MOVE SPACES                   TO LM1-AMOUNT-LINE.
091500     MOVE 'TOTAL LIMIT INCREASES'  TO LM1-AM-CAPTION.
091600     MOVE LM1-INCREASE-AMT         TO LM1-AM-AMOUNT.
091700     MOVE LM1-AMOUNT-LINE          TO PRT-DATA.
091800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
091900     MOVE 'TOTAL LIMIT DECREASES'  TO LM1-AM-CAPTION.
092000     MOVE LM1-DECREASE-AMT         TO LM1-AM-AMOUNT.
092100     MOVE LM1-AMOUNT-LINE          TO PRT-DATA.
092200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
092300 3800-EXIT.
092400     EXIT.
092500*
092600 3850-WRITE-SUMMARY-LINE.
092700     MOVE LM1-SUMMARY-LINE         TO PRT-DATA.
092800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
092900 3850-EXIT.
093000     EXIT.
093100*
093200****************************************************************
093300*    8000-WRITE-PRINT-LINE
093400*    COMMON PRINT WRITE WITH THE ONE FILE-STATUS CHECK.  THE
093500*    CARRIAGE CONTROL BYTE AND PRINT DATA ARE ALREADY IN
093600*    PRINT-RECORD.
093700****************************************************************
093800 8000-WRITE-PRINT-LINE.
093900     WRITE PRINT-RECORD.
094000     IF LM1-RPTFILE-STATUS NOT = '00'
094100         MOVE 'RPTFILE' TO LM1-FAILING-FILE
094200         MOVE LM1-RPTFILE-STATUS TO LM1-FAILING-STATUS
094300         GO TO 9800-FILE-ERROR
094400     END-IF.
094500 8000-EXIT.
094600     EXIT.
094700*
094800****************************************************************
094900*    9700-CONTROL-CARD-ERROR
095000*    THE SYSIN CARD CARRIES A FIELD THAT IS NEITHER BLANK NOR A
095100*    VALID VALUE.  PROPOSALS PRICED ON A GUESSED RULE WOULD GO
095200*    TO THE BRANCHES LOOKING AUTHORITATIVE, SO THE STEP ABENDS
095300*    BEFORE ANY FILE IS OPENED.
095400****************************************************************
095500 9700-CONTROL-CARD-ERROR.
095600     DISPLAY 'CBLIMR01C CONTROL CARD INVALID: ' LM1-PARM-CARD.
095700     MOVE 16 TO RETURN-CODE.
095800     GOBACK.
095900*
096000****************************************************************
096100*    9800-FILE-ERROR
096200*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
096300*    OTHER THAN A NORMAL AT-END, A RECORD NOT FOUND, OR A HISTORY
096400*    FILE NOT YET CREATED LANDS HERE WITH THE FAILING FILE NAME
096500*    AND ITS FILE STATUS ALREADY MOVED TO LM1-FAILING-FILE/
096600*    LM1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
096700****************************************************************
096800 9800-FILE-ERROR.
096900     DISPLAY 'CBLIMR01C I/O ERROR ON FILE ' LM1-FAILING-FILE
097000         ' STATUS ' LM1-FAILING-STATUS.
097100     MOVE 16 TO RETURN-CODE.
097200     GOBACK.
