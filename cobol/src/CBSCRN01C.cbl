000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSCRN01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  VELOCITY AND LARGE-
001300*                     PURCHASE SCREENING OF THE AUTHORIZATION
001400*                     FEED AHEAD OF POSTING.  GROUPS THE FEED'S
001500*                     OPEN PURCHASES BY ACCOUNT AND HOLDS EVERY
001600*                     PURCHASE OF AN ACCOUNT WITH MORE PURCHASES
001700*                     THAN THE CONTROL CARD ALLOWS IN ONE FEED, OR
001800*                     WHOSE DAY'S PURCHASES WOULD TAKE IT TOO FAR
001900*                     PAST ITS CREDIT LIMIT, AND ANY SINGLE
002000*                     PURCHASE ABOVE THE CARD'S SHARE OF THE
002100*                     CREDIT LIMIT.  HELD PURCHASES GO TO THE
002200*                     HELD-ITEMS FILE (HELDFILE, HELDREC LAYOUT)
002300*                     AND THE FRAUD REVIEW REPORT (FRDRPT), AND
002400*                     ARE STAMPED 'H' ON DALYFILE SO CBPOST01C
002500*                     LEAVES THEM ALONE.  COMES BACK RC=4 WHEN
002600*                     ANYTHING WAS HELD.
002610*    2026-10-15 RS    A CHARGED-OFF ACCOUNT (STATUS 'W') IS NOT
002620*                     SCREENED, LIKE A CLOSED ONE -- THE POSTING
002630*                     STEP REJECTS ITS PURCHASES.
002640*    2026-10-15 RS    THE STAMPING PASS NOW RUNS ON EVERY RUN, NOT
002650*                     ONLY WHEN THIS RUN HELD SOMETHING, SO A
002660*                     PURCHASE HELD BY A RUN THAT DIED BEFORE
002670*                     STAMPING IS STILL STAMPED BY A RERUN WHOSE
002680*                     SCREENING NO LONGER TRIPS ON IT.
002700****************************************************************
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DALYFILE  ASSIGN TO DALYFILE
003300                      ORGANIZATION IS SEQUENTIAL
003400                      FILE STATUS IS CC1-DALYFILE-STATUS.
003500     SELECT ACCTFILE  ASSIGN TO ACCTFILE
003600                      ORGANIZATION IS INDEXED
003700                      ACCESS MODE IS RANDOM
003800                      RECORD KEY IS ACCT-ID
003900                      FILE STATUS IS CC1-ACCTFILE-STATUS.
004000     SELECT HELDFILE  ASSIGN TO HELDFILE
004100                      ORGANIZATION IS INDEXED
004200                      ACCESS MODE IS RANDOM
004300                      RECORD KEY IS HELD-KEY
004400                      FILE STATUS IS CC1-HELDFILE-STATUS.
004500     SELECT SORTFILE  ASSIGN TO SORTWK1.
004600     SELECT FRDRPT    ASSIGN TO FRDRPT
004700                      ORGANIZATION IS SEQUENTIAL
004800                      FILE STATUS IS CC1-FRDRPT-STATUS.
004900     SELECT RPTFILE   ASSIGN TO RPTFILE
005000                      ORGANIZATION IS SEQUENTIAL
005100                      FILE STATUS IS CC1-RPTFILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DALYFILE
005600     RECORDING MODE IS F.
005700     COPY DALYREC.
005800*
005900 FD  ACCTFILE.
006000     COPY ACCTREC.
006100*
006200 FD  HELDFILE.
006300     COPY HELDREC.
006400*
006500 SD  SORTFILE.
006600 01  SSCR-RECORD.
006700     05  SSCR-ACCT-ID            PIC 9(11).
006800     05  SSCR-FEED-SEQ           PIC 9(07).
006900     05  SSCR-DATE               PIC X(08).
007000     05  SSCR-TIME               PIC X(06).
007100     05  SSCR-AMOUNT             PIC S9(09)V99
007200                                  SIGN IS LEADING SEPARATE.
007300     05  SSCR-DESCRIPTION        PIC X(20).
007400*
007500 FD  FRDRPT
007600     RECORDING MODE IS F.
007700 01  PRINT-RECORD.
007800     05  PRT-CC                  PIC X(01).
007900     05  PRT-DATA                PIC X(132).
008000*
008100 FD  RPTFILE
008200     RECORDING MODE IS F.
008300 01  REPORT-LINE                 PIC X(80).
008400*
008500 WORKING-STORAGE SECTION.
008600 77  CC1-DALY-EOF-SW             PIC X(01) VALUE 'N'.
008700     88  CC1-END-OF-DALYFILE         VALUE 'Y'.
008800 77  CC1-SORT-EOF-SW             PIC X(01) VALUE 'N'.
008900     88  CC1-END-OF-SORT             VALUE 'Y'.
009000 77  CC1-SCREENABLE-SW           PIC X(01) VALUE 'N'.
009100     88  CC1-ACCOUNT-SCREENABLE      VALUE 'Y'.
009200 77  CC1-OVERFLOW-SW             PIC X(01) VALUE 'N'.
009300     88  CC1-TABLE-OVERFLOWED        VALUE 'Y'.
009400 77  CC1-ACCT-HELD-SW            PIC X(01) VALUE 'N'.
009500     88  CC1-ACCOUNT-HAS-HOLDS       VALUE 'Y'.
009600 77  CC1-MAX-PURCHASES           PIC 9(03) VALUE 10.
009700 77  CC1-LARGE-PCT               PIC 9(03) VALUE 50.
009800 77  CC1-OVER-PCT                PIC 9(03) VALUE 25.
009900 77  CC1-TABLE-MAX               PIC 9(05) COMP VALUE 500.
010000 77  CC1-PT-COUNT                PIC 9(05) COMP VALUE ZERO.
010100 77  CC1-PT-SUB                  PIC 9(05) COMP VALUE ZERO.
010200 77  CC1-FEED-SEQ                PIC 9(07) VALUE ZERO.
010300 77  CC1-CURR-ACCT               PIC 9(11) VALUE ZERO.
010400 77  CC1-ACCT-PURCHASES          PIC 9(05) COMP VALUE ZERO.
010500 77  CC1-ACCT-REASON             PIC X(02) VALUE SPACES.
010600 77  CC1-ITEM-REASON             PIC X(02) VALUE SPACES.
010700 77  CC1-REASON-TEXT             PIC X(17) VALUE SPACES.
010800 77  CC1-DAY-TOTAL               PIC S9(11)V99 SIGN IS LEADING
010900                                  SEPARATE VALUE ZERO.
011000 77  CC1-PROJECTED-BAL           PIC S9(11)V99 SIGN IS LEADING
011100                                  SEPARATE VALUE ZERO.
011200 77  CC1-CEILING                 PIC S9(11)V99 SIGN IS LEADING
011300                                  SEPARATE VALUE ZERO.
011400 77  CC1-LARGE-AMOUNT            PIC S9(11)V99 SIGN IS LEADING
011500                                  SEPARATE VALUE ZERO.
011600 77  CC1-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
011700 77  CC1-PURCHASES-SCREENED      PIC 9(07) COMP VALUE ZERO.
011800 77  CC1-ACCOUNTS-SCREENED       PIC 9(07) COMP VALUE ZERO.
011900 77  CC1-ACCOUNTS-NOT-SCREENED   PIC 9(07) COMP VALUE ZERO.
012000 77  CC1-ACCOUNTS-WITH-HOLDS     PIC 9(07) COMP VALUE ZERO.
012100 77  CC1-HELD-VELOCITY           PIC 9(07) COMP VALUE ZERO.
012200 77  CC1-HELD-LARGE              PIC 9(07) COMP VALUE ZERO.
012300 77  CC1-HELD-OVER-LIMIT         PIC 9(07) COMP VALUE ZERO.
012400 77  CC1-ITEMS-HELD              PIC 9(07) COMP VALUE ZERO.
012500 77  CC1-ALREADY-HELD            PIC 9(07) COMP VALUE ZERO.
012600 77  CC1-RECORDS-STAMPED         PIC 9(07) COMP VALUE ZERO.
012700 77  CC1-HELD-AMOUNT             PIC S9(11)V99 SIGN IS LEADING
012800                                  SEPARATE VALUE ZERO.
012900 77  CC1-PAGE-NO                 PIC 9(05) COMP VALUE ZERO.
013000 77  CC1-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
013100 77  CC1-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
013200 77  CC1-RUN-DATE                PIC X(08) VALUE SPACES.
013300 77  CC1-BUSINESS-DATE           PIC X(08) VALUE SPACES.
013400 77  CC1-DALYFILE-STATUS         PIC X(02) VALUE '00'.
013500 77  CC1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
013600 77  CC1-HELDFILE-STATUS         PIC X(02) VALUE '00'.
013700 77  CC1-FRDRPT-STATUS           PIC X(02) VALUE '00'.
013800 77  CC1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
013900 77  CC1-FAILING-FILE            PIC X(10) VALUE SPACES.
014000 77  CC1-FAILING-STATUS          PIC X(02) VALUE SPACES.
014100*
014200 01  CC1-PARM-CARD.
014300     05  CC1-PARM-BUS-DATE       PIC X(08).
014400     05  CC1-PARM-BUS-DATE-9 REDEFINES CC1-PARM-BUS-DATE
014500                                 PIC 9(08).
014600     05  FILLER                  PIC X(01).
014700     05  CC1-PARM-MAX-PURCH      PIC X(03).
014800     05  CC1-PARM-MAX-PURCH-9 REDEFINES CC1-PARM-MAX-PURCH
014900                                 PIC 9(03).
015000     05  FILLER                  PIC X(01).
015100     05  CC1-PARM-LARGE-PCT      PIC X(03).
015200     05  CC1-PARM-LARGE-PCT-9 REDEFINES CC1-PARM-LARGE-PCT
015300                                 PIC 9(03).
015400     05  FILLER                  PIC X(01).
015500     05  CC1-PARM-OVER-PCT       PIC X(03).
015600     05  CC1-PARM-OVER-PCT-9 REDEFINES CC1-PARM-OVER-PCT
015700                                 PIC 9(03).
015800     05  FILLER                  PIC X(60).
015900*
016000 01  CC1-PURCHASE-TABLE.
016100     05  CC1-PT-ENTRY            OCCURS 500 TIMES.
016200         10  CC1-PT-FEED-SEQ     PIC 9(07).
016300         10  CC1-PT-DATE         PIC X(08).
016400         10  CC1-PT-TIME         PIC X(06).
016500         10  CC1-PT-AMOUNT       PIC S9(09)V99 SIGN IS LEADING
016600                                  SEPARATE.
016700         10  CC1-PT-DESCRIPTION  PIC X(20).
016800*
016900 01  CC1-ITEM.
017000     05  CC1-IT-FEED-SEQ         PIC 9(07).
017100     05  CC1-IT-DATE             PIC X(08).
017200     05  CC1-IT-TIME             PIC X(06).
017300     05  CC1-IT-AMOUNT           PIC S9(09)V99 SIGN IS LEADING
017400                                  SEPARATE.
017500     05  CC1-IT-DESCRIPTION      PIC X(20).
017600*
017700 01  CC1-REASON-NAMES.
017800     05  FILLER                  PIC X(17) VALUE
017900         'VC VELOCITY'.
018000     05  FILLER                  PIC X(17) VALUE
018100         'LP LARGE PURCHASE'.
018200     05  FILLER                  PIC X(17) VALUE
018300         'OL OVER LIMIT'.
018400 01  CC1-REASON-NAME-TABLE REDEFINES CC1-REASON-NAMES.
018500     05  CC1-REASON-NAME         PIC X(17) OCCURS 3 TIMES.
018600*
018700 01  CC1-TITLE-LINE.
018800     05  FILLER                  PIC X(05) VALUE SPACES.
018900     05  FILLER                  PIC X(40) VALUE
019000         'AUTHORIZATION FEED FRAUD SCREEN'.
019100     05  FILLER                  PIC X(06) VALUE 'DATE: '.
019200     05  CC1-T-DATE              PIC X(08).
019300*
019400 01  CC1-RULES-LINE.
019500     05  FILLER                  PIC X(05) VALUE SPACES.
019600     05  FILLER                  PIC X(16) VALUE
019700         'MAX PURCHASES '.
019800     05  CC1-RL-MAX              PIC ZZ9.
019900     05  FILLER                  PIC X(17) VALUE
020000         '  LARGE PURCHASE '.
020100     05  CC1-RL-LARGE            PIC ZZ9.
020200     05  FILLER                  PIC X(14) VALUE
020300         '%  OVER LIMIT '.
020400     05  CC1-RL-OVER             PIC ZZ9.
020500     05  FILLER                  PIC X(01) VALUE '%'.
020600*
020700 01  CC1-SUMMARY-LINE.
020800     05  FILLER                  PIC X(05).
020900     05  CC1-SM-CAPTION          PIC X(24).
021000     05  CC1-SM-COUNT            PIC ZZZZZZ9.
021100*
021200 01  CC1-AMOUNT-LINE.
021300     05  FILLER                  PIC X(05).
021400     05  CC1-AM-CAPTION          PIC X(24).
021500     05  CC1-AM-AMOUNT           PIC -9(11).99.
021600*
021700 01  CC1-PAGE-HEADING-1.
021800     05  FILLER                  PIC X(05) VALUE SPACES.
021900     05  FILLER                  PIC X(44) VALUE
022000         'FRAUD REVIEW REPORT -- PURCHASES HELD'.
022100     05  FILLER                  PIC X(18) VALUE SPACES.
022200     05  FILLER                  PIC X(05) VALUE 'DATE '.
022300     05  CC1-H-DATE              PIC X(08).
022400     05  FILLER                  PIC X(06) VALUE SPACES.
022500     05  FILLER                  PIC X(05) VALUE 'PAGE '.
022600     05  CC1-H-PAGE              PIC ZZZZ9.
022700*
022800 01  CC1-PAGE-HEADING-2.
022900     05  FILLER                  PIC X(05) VALUE SPACES.
023000     05  FILLER                  PIC X(50) VALUE
023100         'RELEASE OR DECLINE ON A CBACT10J DECISION CARD'.
023200*
023300 01  CC1-DETAIL-HEADING.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  FILLER                  PIC X(05) VALUE 'BRNCH'.
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  FILLER                  PIC X(08) VALUE 'FEEDDATE'.
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  FILLER                  PIC X(06) VALUE 'TIME'.
024200     05  FILLER                  PIC X(01) VALUE SPACES.
024300     05  FILLER                  PIC X(07) VALUE 'SEQ'.
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  FILLER                  PIC X(13) VALUE 'AMOUNT'.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  FILLER                  PIC X(13) VALUE 'CREDIT-LIMIT'.
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  FILLER                  PIC X(13) VALUE 'BALANCE'.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  FILLER                  PIC X(13) VALUE 'DAY PURCHASES'.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  FILLER                  PIC X(05) VALUE 'COUNT'.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  FILLER                  PIC X(17) VALUE 'REASON'.
025600*
025700 01  CC1-DETAIL-LINE.
025800     05  FILLER                  PIC X(02).
025900     05  CC1-D-ACCT              PIC 9(11).
026000     05  FILLER                  PIC X(02).
026100     05  CC1-D-BRANCH            PIC X(05).
026200     05  FILLER                  PIC X(02).
026300     05  CC1-D-FEED-DATE         PIC X(08).
026400     05  FILLER                  PIC X(01).
026500     05  CC1-D-FEED-TIME         PIC X(06).
026600     05  FILLER                  PIC X(01).
026700     05  CC1-D-FEED-SEQ          PIC 9(07).
026800     05  FILLER                  PIC X(02).
026900     05  CC1-D-AMOUNT            PIC -9(09).99.
027000     05  FILLER                  PIC X(02).
027100     05  CC1-D-LIMIT             PIC -9(09).99.
027200     05  FILLER                  PIC X(02).
027300     05  CC1-D-BALANCE           PIC -9(09).99.
027400     05  FILLER                  PIC X(02).
027500     05  CC1-D-DAY-TOTAL         PIC -9(09).99.
027600     05  FILLER                  PIC X(02).
027700     05  CC1-D-COUNT             PIC ZZZZ9.
027800     05  FILLER                  PIC X(02).
027900     05  CC1-D-REASON            PIC X(17).
028000*
028100 01  CC1-NONE-HELD-LINE.
028200     05  FILLER                  PIC X(05) VALUE SPACES.
028300     05  FILLER                  PIC X(40) VALUE
028400         'NO PURCHASES HELD FROM THIS FEED'.
028500*
028600 01  CC1-TOTAL-LINE.
028700     05  FILLER                  PIC X(05) VALUE SPACES.
028800     05  FILLER                  PIC X(14) VALUE 'ITEMS HELD -- '.
028900     05  CC1-TL-COUNT            PIC ZZZZZZ9.
029000     05  FILLER                  PIC X(16) VALUE
029100         '   ON ACCOUNTS '.
029200     05  CC1-TL-ACCOUNTS         PIC ZZZZZZ9.
029300     05  FILLER                  PIC X(14) VALUE
029400         '   AMOUNT '.
029500     05  CC1-TL-AMOUNT           PIC -9(11).99.
029600*
029700 PROCEDURE DIVISION.
029800*
029900****************************************************************
030000*    0000-MAINLINE
030100*    SORT THE FEED'S OPEN PURCHASES BY ACCOUNT AND SCREEN EACH
030200*    ACCOUNT'S PURCHASES TOGETHER, PUTTING EVERY PURCHASE THAT
030300*    TRIPS A RULE ON THE HELD-ITEMS FILE AND THE FRAUD REVIEW
030400*    REPORT.  THEN STAMP THE HELD PURCHASES ON THE FEED SO THE
030500*    POSTING STEP PASSES THEM BY.
030600****************************************************************
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030900     SORT SORTFILE
031000         ON ASCENDING KEY SSCR-ACCT-ID
031100                          SSCR-FEED-SEQ
031200         INPUT PROCEDURE 2000-SELECT-PURCHASES THRU 2000-EXIT
031300         OUTPUT PROCEDURE 3000-SCREEN-ACCOUNTS THRU 3000-EXIT.
031500     PERFORM 5000-STAMP-HELD-ACTIVITY THRU 5000-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     IF CC1-ITEMS-HELD > ZERO
031900         IF 4 > RETURN-CODE
032000             MOVE 4 TO RETURN-CODE
032100         END-IF
032200     END-IF.
032300     GOBACK.
032400*
032500****************************************************************
032600*    1000-INITIALIZE
032700*    READ THE CONTROL CARD, OPEN THE MASTER FOR LOOKUP, THE
032800*    HELD-ITEMS FILE FOR UPDATE AND THE TWO REPORTS, AND
032900*    WRITE THE RUN REPORT HEADINGS.
033000****************************************************************
033100 1000-INITIALIZE.
033200     ACCEPT CC1-RUN-DATE FROM DATE YYYYMMDD.
033300     MOVE CC1-RUN-DATE TO CC1-BUSINESS-DATE.
033400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
033500     OPEN INPUT ACCTFILE.
033600     IF CC1-ACCTFILE-STATUS NOT = '00'
033700         MOVE 'ACCTFILE' TO CC1-FAILING-FILE
033800         MOVE CC1-ACCTFILE-STATUS TO CC1-FAILING-STATUS
033900         GO TO 9800-FILE-ERROR
034000     END-IF.
034100     OPEN I-O HELDFILE.
034200     IF CC1-HELDFILE-STATUS NOT = '00'
034300         MOVE 'HELDFILE' TO CC1-FAILING-FILE
034400         MOVE CC1-HELDFILE-STATUS TO CC1-FAILING-STATUS
034500         GO TO 9800-FILE-ERROR
034600     END-IF.
034700     OPEN OUTPUT FRDRPT.
034800     IF CC1-FRDRPT-STATUS NOT = '00'
034900         MOVE 'FRDRPT' TO CC1-FAILING-FILE
035000         MOVE CC1-FRDRPT-STATUS TO CC1-FAILING-STATUS
035100         GO TO 9800-FILE-ERROR
035200     END-IF.
035300     OPEN OUTPUT RPTFILE.
035400     IF CC1-RPTFILE-STATUS NOT = '00'
035500         MOVE 'RPTFILE' TO CC1-FAILING-FILE
035600         MOVE CC1-RPTFILE-STATUS TO CC1-FAILING-STATUS
035700         GO TO 9800-FILE-ERROR
035800     END-IF.
035900     MOVE CC1-BUSINESS-DATE TO CC1-T-DATE.
036000     MOVE CC1-MAX-PURCHASES TO CC1-RL-MAX.
036100     MOVE CC1-LARGE-PCT     TO CC1-RL-LARGE.
036200     MOVE CC1-OVER-PCT      TO CC1-RL-OVER.
036300     WRITE REPORT-LINE FROM CC1-TITLE-LINE.
036400     WRITE REPORT-LINE FROM CC1-RULES-LINE.
036500     IF CC1-RPTFILE-STATUS NOT = '00'
036600         MOVE 'RPTFILE' TO CC1-FAILING-FILE
036700         MOVE CC1-RPTFILE-STATUS TO CC1-FAILING-STATUS
036800         GO TO 9800-FILE-ERROR
036900     END-IF.
037000     PERFORM 3650-START-PAGE THRU 3650-EXIT.
037100 1000-EXIT.
037200     EXIT.
037300*
037400****************************************************************
037500*    1100-READ-CONTROL-CARD
037600*    THE SYSIN CARD CARRIES:
037700*         COLS 1-8   BUSINESS DATE YYYYMMDD (BLANK = TODAY),
037800*                    STAMPED ON EACH HELD ITEM.
037900*         COLS 10-12 MOST PURCHASES ONE ACCOUNT MAY HAVE IN ONE
038000*                    FEED BEFORE ALL OF THEM ARE HELD
038100*                    (BLANK = 010).
038200*         COLS 14-16 LARGEST SINGLE PURCHASE, AS A PERCENT OF
038300*                    THE CREDIT LIMIT, THAT POSTS WITHOUT REVIEW
038400*                    (BLANK = 050).
038500*         COLS 18-20 HOW FAR PAST THE CREDIT LIMIT, AS A
038600*                    PERCENT OF THE LIMIT, THE DAY'S PURCHASES
038700*                    MAY TAKE THE BALANCE BEFORE ALL OF THEM ARE
038800*                    HELD (BLANK = 025).
038900*    ZERO IN ANY OF COLS 10-20 TURNS THAT RULE OFF.  A BLANK OR
039000*    MISSING CARD TAKES EVERY DEFAULT.  ANYTHING ELSE THAT IS NOT
039100*    A VALID VALUE ABENDS THE STEP BEFORE ANY RECORD IS TOUCHED.
039200****************************************************************
039300 1100-READ-CONTROL-CARD.
039400     MOVE SPACES TO CC1-PARM-CARD.
039500     ACCEPT CC1-PARM-CARD.
039600     IF CC1-PARM-BUS-DATE NOT = SPACES
039700         IF CC1-PARM-BUS-DATE IS NOT NUMERIC
039800                 OR CC1-PARM-BUS-DATE-9 = ZERO
039900             GO TO 9700-CONTROL-CARD-ERROR
040000         END-IF
040100         MOVE CC1-PARM-BUS-DATE TO CC1-BUSINESS-DATE
040200     END-IF.
040300     IF CC1-PARM-MAX-PURCH NOT = SPACES
040400         IF CC1-PARM-MAX-PURCH IS NOT NUMERIC
040500             GO TO 9700-CONTROL-CARD-ERROR
040600         END-IF
040700         MOVE CC1-PARM-MAX-PURCH-9 TO CC1-MAX-PURCHASES
040800     END-IF.
040900     IF CC1-PARM-LARGE-PCT NOT = SPACES
041000         IF CC1-PARM-LARGE-PCT IS NOT NUMERIC
041100             GO TO 9700-CONTROL-CARD-ERROR
041200         END-IF
041300         MOVE CC1-PARM-LARGE-PCT-9 TO CC1-LARGE-PCT
041400     END-IF.
041500     IF CC1-PARM-OVER-PCT NOT = SPACES
041600         IF CC1-PARM-OVER-PCT IS NOT NUMERIC
041700             GO TO 9700-CONTROL-CARD-ERROR
041800         END-IF
041900         MOVE CC1-PARM-OVER-PCT-9 TO CC1-OVER-PCT
042000     END-IF.
042100 1100-EXIT.
042200     EXIT.
042300*
042400****************************************************************
042500*    2000-SELECT-PURCHASES
042600*    SORT INPUT PROCEDURE.  READ THE WHOLE FEED AND RELEASE
042700*    EVERY OPEN PURCHASE THE POSTING STEP WOULD ACCEPT.
042800****************************************************************
042900 2000-SELECT-PURCHASES.
043000     OPEN INPUT DALYFILE.
043100     IF CC1-DALYFILE-STATUS NOT = '00'
043200         MOVE 'DALYFILE' TO CC1-FAILING-FILE
043300         MOVE CC1-DALYFILE-STATUS TO CC1-FAILING-STATUS
043400         GO TO 9800-FILE-ERROR
043500     END-IF.
043600     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
043700         UNTIL CC1-END-OF-DALYFILE.
043800     CLOSE DALYFILE.
043900 2000-EXIT.
044000     EXIT.
044100*
044200****************************************************************
044300*    2100-SELECT-ONE-RECORD
044400*    EVERY FEED RECORD IS NUMBERED BY ITS POSITION IN THE FEED
044500*    -- THE NUMBER IS PART OF THE HELD ITEM'S KEY, AND THE FEED
044600*    IS NEVER REORDERED, SO THE STAMPING PASS AND A RERUN FIND
044700*    THE SAME NUMBER AGAIN.  ACTIVITY ALREADY POSTED OR HELD,
044800*    PAYMENTS, AND RECORDS THE POSTING STEP WOULD REJECT ON ITS
044900*    OWN EDITS ARE NOT SCREENED.
045000****************************************************************
045100 2100-SELECT-ONE-RECORD.
045200     READ DALYFILE
045300         AT END
045400             SET CC1-END-OF-DALYFILE TO TRUE
045500     END-READ.
045600     IF CC1-DALYFILE-STATUS NOT = '00' AND CC1-DALYFILE-STATUS
045700             NOT = '10'
045800         MOVE 'DALYFILE' TO CC1-FAILING-FILE
045900         MOVE CC1-DALYFILE-STATUS TO CC1-FAILING-STATUS
046000         GO TO 9800-FILE-ERROR
046100     END-IF.
046200     IF CC1-END-OF-DALYFILE
046300         GO TO 2100-EXIT
046400     END-IF.
046500     ADD 1 TO CC1-RECORDS-READ.
046600     ADD 1 TO CC1-FEED-SEQ.
046700     IF NOT DALY-ACTIVITY-OPEN OR NOT DALY-TYPE-PURCHASE
046800         GO TO 2100-EXIT
046900     END-IF.
047000     IF DALY-ACCT-ID NOT NUMERIC OR DALY-AMOUNT NOT NUMERIC
047100         GO TO 2100-EXIT
047200     END-IF.
047300     IF DALY-AMOUNT NOT > ZERO
047400         GO TO 2100-EXIT
047500     END-IF.
047600     MOVE DALY-ACCT-ID     TO SSCR-ACCT-ID.
047700     MOVE CC1-FEED-SEQ     TO SSCR-FEED-SEQ.
047800     MOVE DALY-DATE        TO SSCR-DATE.
047900     MOVE DALY-TIME        TO SSCR-TIME.
048000     MOVE DALY-AMOUNT      TO SSCR-AMOUNT.
048100     MOVE DALY-DESCRIPTION TO SSCR-DESCRIPTION.
048200     RELEASE SSCR-RECORD.
048300     ADD 1 TO CC1-PURCHASES-SCREENED.
048400 2100-EXIT.
048500     EXIT.
048600*
048700****************************************************************
048800*    3000-SCREEN-ACCOUNTS
048900*    SORT OUTPUT PROCEDURE.  SCREEN ONE ACCOUNT'S PURCHASES AT
049000*    A TIME, THEN CLOSE THE FRAUD REVIEW REPORT WITH ITS TOTAL.
049100****************************************************************
049200 3000-SCREEN-ACCOUNTS.
049300     PERFORM 3050-GET-SORTED-RECORD THRU 3050-EXIT.
049400     PERFORM 3100-SCREEN-ONE-ACCOUNT THRU 3100-EXIT
049500         UNTIL CC1-END-OF-SORT.
049600     IF CC1-ITEMS-HELD = ZERO
049700         MOVE '0'               TO PRT-CC
049800         MOVE CC1-NONE-HELD-LINE TO PRT-DATA
049900         PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT
050000     END-IF.
050100     MOVE CC1-ITEMS-HELD          TO CC1-TL-COUNT.
050200     MOVE CC1-ACCOUNTS-WITH-HOLDS TO CC1-TL-ACCOUNTS.
050300     MOVE CC1-HELD-AMOUNT         TO CC1-TL-AMOUNT.
050400     MOVE '0'                     TO PRT-CC.
050500     MOVE CC1-TOTAL-LINE          TO PRT-DATA.
050600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
050700 3000-EXIT.
050800     EXIT.
050900*
051000 3050-GET-SORTED-RECORD.
051100     RETURN SORTFILE
051200         AT END
051300             SET CC1-END-OF-SORT TO TRUE
051400     END-RETURN.
051500 3050-EXIT.
051600     EXIT.
051700*
051800****************************************************************
051900*    3100-SCREEN-ONE-ACCOUNT
052000*    LOOK THE ACCOUNT UP, GATHER ALL ITS PURCHASES FROM THE
052100*    SORT, THEN JUDGE THEM.  AN ACCOUNT NOT ON THE MASTER, OR
052200*    CLOSED OR CHARGED OFF, IS NOT SCREENED -- THE POSTING
052300*    STEP REJECTS ITS PURCHASES ANYWAY.
052400****************************************************************
052500 3100-SCREEN-ONE-ACCOUNT.
052600     MOVE SSCR-ACCT-ID TO CC1-CURR-ACCT.
052700     MOVE ZERO         TO CC1-ACCT-PURCHASES.
052800     MOVE ZERO         TO CC1-PT-COUNT.
052900     MOVE ZERO         TO CC1-DAY-TOTAL.
053000     MOVE 'N'          TO CC1-OVERFLOW-SW.
053100     MOVE 'N'          TO CC1-ACCT-HELD-SW.
053200     PERFORM 3150-READ-MASTER THRU 3150-EXIT.
053300     PERFORM 3200-COLLECT-ONE-PURCHASE THRU 3200-EXIT
053400         UNTIL CC1-END-OF-SORT
053500            OR SSCR-ACCT-ID NOT = CC1-CURR-ACCT.
053600     IF NOT CC1-ACCOUNT-SCREENABLE
053700         ADD 1 TO CC1-ACCOUNTS-NOT-SCREENED
053800         GO TO 3100-EXIT
053900     END-IF.
054000     ADD 1 TO CC1-ACCOUNTS-SCREENED.
054100     PERFORM 3300-JUDGE-ACCOUNT THRU 3300-EXIT.
054200     PERFORM 3400-JUDGE-ONE-PURCHASE THRU 3400-EXIT
054300         VARYING CC1-PT-SUB FROM 1 BY 1
054400         UNTIL CC1-PT-SUB > CC1-PT-COUNT.
054500     IF CC1-ACCOUNT-HAS-HOLDS
054600         ADD 1 TO CC1-ACCOUNTS-WITH-HOLDS
054700     END-IF.
054800 3100-EXIT.
054900     EXIT.
055000*
055100 3150-READ-MASTER.
055200     MOVE 'N'           TO CC1-SCREENABLE-SW.
055300     MOVE CC1-CURR-ACCT TO ACCT-ID.
055400     READ ACCTFILE
055500         INVALID KEY
055600             GO TO 3150-EXIT
055700     END-READ.
055800     IF CC1-ACCTFILE-STATUS NOT = '00'
055900         MOVE 'ACCTFILE' TO CC1-FAILING-FILE
056000         MOVE CC1-ACCTFILE-STATUS TO CC1-FAILING-STATUS
056100         GO TO 9800-FILE-ERROR
056200     END-IF.
056300     IF NOT ACCT-STATUS-CLOSED AND NOT ACCT-STATUS-CHARGED-OFF
056400         SET CC1-ACCOUNT-SCREENABLE TO TRUE
056500     END-IF.
056600 3150-EXIT.
056700     EXIT.
056800*
056900****************************************************************
057000*    3200-COLLECT-ONE-PURCHASE
057100*    COUNT AND TOTAL THE PURCHASE AND KEEP IT IN THE TABLE FOR
057200*    JUDGING.  AN ACCOUNT WITH MORE PURCHASES IN ONE FEED THAN
057300*    THE TABLE HOLDS IS A BURST BY ANY MEASURE: THE OVERFLOW IS
057400*    HELD FOR VELOCITY ON THE SPOT, AND SO IS EVERYTHING IN THE
057500*    TABLE WHEN THE ACCOUNT IS JUDGED.
057600****************************************************************
057700 3200-COLLECT-ONE-PURCHASE.
057800     ADD 1           TO CC1-ACCT-PURCHASES.
057900     ADD SSCR-AMOUNT TO CC1-DAY-TOTAL.
058000     IF CC1-PT-COUNT < CC1-TABLE-MAX
058100         ADD 1 TO CC1-PT-COUNT
058200         MOVE SSCR-FEED-SEQ    TO CC1-PT-FEED-SEQ(CC1-PT-COUNT)
058300         MOVE SSCR-DATE        TO CC1-PT-DATE(CC1-PT-COUNT)
058400         MOVE SSCR-TIME        TO CC1-PT-TIME(CC1-PT-COUNT)
058500         MOVE SSCR-AMOUNT      TO CC1-PT-AMOUNT(CC1-PT-COUNT)
058600         MOVE SSCR-DESCRIPTION TO CC1-PT-DESCRIPTION(CC1-PT-COUNT)
058700     ELSE
058800         SET CC1-TABLE-OVERFLOWED TO TRUE
058900         IF CC1-ACCOUNT-SCREENABLE
059000             MOVE SSCR-FEED-SEQ    TO CC1-IT-FEED-SEQ
059100             MOVE SSCR-DATE        TO CC1-IT-DATE
059200             MOVE SSCR-TIME        TO CC1-IT-TIME
059300             MOVE SSCR-AMOUNT      TO CC1-IT-AMOUNT
059400             MOVE SSCR-DESCRIPTION TO CC1-IT-DESCRIPTION
059500             MOVE 'VC'             TO CC1-ITEM-REASON
059600             PERFORM 3500-HOLD-ONE-PURCHASE THRU 3500-EXIT
059700         END-IF
059800     END-IF.
059900     PERFORM 3050-GET-SORTED-RECORD THRU 3050-EXIT.
060000 3200-EXIT.
060100     EXIT.
060200*
060300****************************************************************
060400*    3300-JUDGE-ACCOUNT
060500*    THE ACCOUNT-WIDE RULES, WHICH HOLD EVERY PURCHASE THE
060600*    ACCOUNT HAS IN THE FEED: MORE PURCHASES THAN THE CARD
060700*    ALLOWS (VC), OR THE DAY'S PURCHASES ON TOP OF THE BALANCE
060800*    GOING PAST THE CREDIT LIMIT BY MORE THAN THE CARD'S
060900*    PERCENT OF THE LIMIT (OL).  ALSO WORKS OUT THE LARGE-
061000*    PURCHASE THRESHOLD FOR THE PER-PURCHASE RULE.  THE LIMIT
061100*    RULES NEED A POSITIVE CREDIT LIMIT TO MEASURE AGAINST.
061200****************************************************************
061300 3300-JUDGE-ACCOUNT.
061400     MOVE SPACES TO CC1-ACCT-REASON.
061500     MOVE ZERO   TO CC1-LARGE-AMOUNT.
061600     IF ACCT-CREDIT-LIMIT IS NUMERIC AND ACCT-CREDIT-LIMIT > ZERO
061700             AND CC1-LARGE-PCT > ZERO
061800         COMPUTE CC1-LARGE-AMOUNT ROUNDED =
061900             ACCT-CREDIT-LIMIT * CC1-LARGE-PCT / 100
062000     END-IF.
062100     IF CC1-TABLE-OVERFLOWED
062200         MOVE 'VC' TO CC1-ACCT-REASON
062300         GO TO 3300-EXIT
062400     END-IF.
062500     IF CC1-MAX-PURCHASES > ZERO
062600             AND CC1-ACCT-PURCHASES > CC1-MAX-PURCHASES
062700         MOVE 'VC' TO CC1-ACCT-REASON
062800         GO TO 3300-EXIT
062900     END-IF.
063000     IF CC1-OVER-PCT = ZERO
063100         GO TO 3300-EXIT
063200     END-IF.
063300     IF ACCT-CREDIT-LIMIT IS NOT NUMERIC
063400             OR ACCT-CREDIT-LIMIT NOT > ZERO
063500             OR ACCT-CURR-BAL IS NOT NUMERIC
063600         GO TO 3300-EXIT
063700     END-IF.
063800     COMPUTE CC1-CEILING ROUNDED =
063900         ACCT-CREDIT-LIMIT * (100 + CC1-OVER-PCT) / 100.
064000     COMPUTE CC1-PROJECTED-BAL = ACCT-CURR-BAL + CC1-DAY-TOTAL.
064100     IF CC1-PROJECTED-BAL > CC1-CEILING
064200         MOVE 'OL' TO CC1-ACCT-REASON
064300     END-IF.
064400 3300-EXIT.
064500     EXIT.
064600*
064700****************************************************************
064800*    3400-JUDGE-ONE-PURCHASE
064900*    A PURCHASE IS HELD FOR ITS ACCOUNT'S REASON, OR ON ITS
065000*    OWN WHEN IT IS LARGER THAN THE LARGE-PURCHASE THRESHOLD.
065100****************************************************************
065200 3400-JUDGE-ONE-PURCHASE.
065300     MOVE CC1-PT-ENTRY(CC1-PT-SUB) TO CC1-ITEM.
065400     MOVE CC1-ACCT-REASON TO CC1-ITEM-REASON.
065500     IF CC1-ITEM-REASON = SPACES AND CC1-LARGE-AMOUNT > ZERO
065600             AND CC1-IT-AMOUNT > CC1-LARGE-AMOUNT
065700         MOVE 'LP' TO CC1-ITEM-REASON
065800     END-IF.
065900     IF CC1-ITEM-REASON = SPACES
066000         GO TO 3400-EXIT
066100     END-IF.
066200     PERFORM 3500-HOLD-ONE-PURCHASE THRU 3500-EXIT.
066300 3400-EXIT.
066400     EXIT.
066500*
066600****************************************************************
066700*    3500-HOLD-ONE-PURCHASE
066800*    PUT THE PURCHASE IN CC1-ITEM ON THE HELD-ITEMS FILE,
066900*    PENDING FRAUD OPERATIONS' DECISION, AND LIST IT ON THE
067000*    FRAUD REVIEW REPORT.  AN ITEM ALREADY ON FILE WAS HELD BY
067100*    AN EARLIER ATTEMPT AT THIS SAME FEED THAT DID NOT GET AS
067200*    FAR AS STAMPING IT; IT IS COUNTED, NOT HELD OR LISTED
067300*    AGAIN.
067400****************************************************************
067500 3500-HOLD-ONE-PURCHASE.
067600     MOVE SPACES             TO HELD-ITEM-RECORD.
067700     MOVE CC1-CURR-ACCT      TO HELD-ACCT-ID.
067800     MOVE CC1-IT-DATE        TO HELD-FEED-DATE.
067900     MOVE CC1-IT-TIME        TO HELD-FEED-TIME.
068000     MOVE CC1-IT-FEED-SEQ    TO HELD-FEED-SEQ.
068100     SET HELD-PENDING        TO TRUE.
068200     MOVE CC1-ITEM-REASON    TO HELD-REASON.
068300     MOVE ACCT-BRANCH-ID     TO HELD-BRANCH-ID.
068400     MOVE CC1-BUSINESS-DATE  TO HELD-SCREEN-DATE.
068500     MOVE CC1-IT-AMOUNT      TO HELD-AMOUNT.
068600     MOVE CC1-IT-DESCRIPTION TO HELD-DESCRIPTION.
068700     WRITE HELD-ITEM-RECORD
068800         INVALID KEY
068900             ADD 1 TO CC1-ALREADY-HELD
069000             GO TO 3500-EXIT
069100     END-WRITE.
069200     IF CC1-HELDFILE-STATUS NOT = '00'
069300         MOVE 'HELDFILE' TO CC1-FAILING-FILE
069400         MOVE CC1-HELDFILE-STATUS TO CC1-FAILING-STATUS
069500         GO TO 9800-FILE-ERROR
069600     END-IF.
069700     SET CC1-ACCOUNT-HAS-HOLDS TO TRUE.
069800     ADD 1 TO CC1-ITEMS-HELD.
069900     ADD CC1-IT-AMOUNT TO CC1-HELD-AMOUNT.
070000     EVALUATE TRUE
070100         WHEN HELD-RSN-VELOCITY
070200             ADD 1 TO CC1-HELD-VELOCITY
070300             MOVE CC1-REASON-NAME(1) TO CC1-REASON-TEXT
070400         WHEN HELD-RSN-LARGE-PURCHASE
070500             ADD 1 TO CC1-HELD-LARGE
070600             MOVE CC1-REASON-NAME(2) TO CC1-REASON-TEXT
070700         WHEN OTHER
070800             ADD 1 TO CC1-HELD-OVER-LIMIT
070900             MOVE CC1-REASON-NAME(3) TO CC1-REASON-TEXT
071000     END-EVALUATE.
071100     PERFORM 3600-WRITE-HELD-LINE THRU 3600-EXIT.
071200 3500-EXIT.
071300     EXIT.
071400*
071500 3600-WRITE-HELD-LINE.
071600     IF CC1-LINE-COUNT >= CC1-LINES-PER-PAGE
071700         PERFORM 3650-START-PAGE THRU 3650-EXIT
071800     END-IF.
071900     MOVE SPACES             TO CC1-DETAIL-LINE.
072000     MOVE CC1-CURR-ACCT      TO CC1-D-ACCT.
072100     MOVE ACCT-BRANCH-ID     TO CC1-D-BRANCH.
072200     MOVE CC1-IT-DATE        TO CC1-D-FEED-DATE.
072300     MOVE CC1-IT-TIME        TO CC1-D-FEED-TIME.
072400     MOVE CC1-IT-FEED-SEQ    TO CC1-D-FEED-SEQ.
072500     MOVE CC1-IT-AMOUNT      TO CC1-D-AMOUNT.
072600     MOVE ACCT-CREDIT-LIMIT  TO CC1-D-LIMIT.
072700     MOVE ACCT-CURR-BAL      TO CC1-D-BALANCE.
072800     MOVE CC1-DAY-TOTAL      TO CC1-D-DAY-TOTAL.
072900     MOVE CC1-ACCT-PURCHASES TO CC1-D-COUNT.
073000     MOVE CC1-REASON-TEXT    TO CC1-D-REASON.
073100     MOVE SPACE              TO PRT-CC.
073200     MOVE CC1-DETAIL-LINE    TO PRT-DATA.
073300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
073400     ADD 1 TO CC1-LINE-COUNT.
073500 3600-EXIT.
073600     EXIT.
073700*
073800****************************************************************
073900*    3650-START-PAGE
074000*    NEW PAGE OF THE FRAUD REVIEW REPORT: HEADING WITH THE
074100*    BUSINESS DATE AND PAGE NUMBER, THE RULES IN FORCE, AND THE
074200*    COLUMN HEADINGS.  THE KEY COLUMNS (ACCOUNT, FEED DATE,
074300*    TIME, SEQUENCE) ARE WHAT FRAUD OPERATIONS PUNCHES ON THE
074400*    DECISION CARD.
074500****************************************************************
074600 3650-START-PAGE.
074700     ADD 1 TO CC1-PAGE-NO.
074800     MOVE CC1-BUSINESS-DATE TO CC1-H-DATE.
074900     MOVE CC1-PAGE-NO       TO CC1-H-PAGE.
075000     MOVE '1'               TO PRT-CC.
075100     MOVE CC1-PAGE-HEADING-1 TO PRT-DATA.
075200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
075300     MOVE SPACE             TO PRT-CC.
075400     MOVE CC1-PAGE-HEADING-2 TO PRT-DATA.
075500     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
075600     MOVE SPACE             TO PRT-CC.
075700     MOVE CC1-RULES-LINE    TO PRT-DATA.
075800     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
075900     MOVE '0'               TO PRT-CC.
076000     MOVE CC1-DETAIL-HEADING TO PRT-DATA.
076100     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
076200     MOVE 5 TO CC1-LINE-COUNT.
076300 3650-EXIT.
076400     EXIT.
076500*
076600****************************************************************
076700*    5000-STAMP-HELD-ACTIVITY
076800*    SECOND PASS OF THE FEED, OPENED I-O.  EVERY OPEN PURCHASE
076900*    WHOSE KEY IS ON THE HELD-ITEMS FILE IS STAMPED 'H' IN
077000*    PLACE.  THE HOLD IS WRITTEN BEFORE THE STAMP, SO A CRASH
077100*    BETWEEN THE TWO LEAVES A HELD ITEM WHOSE FEED RECORD IS
077200*    STILL OPEN.  THE PASS THEREFORE RUNS ON EVERY RUN, WHETHER
077210*    OR NOT THIS RUN HELD ANYTHING: THE PURCHASES STILL OPEN ON
077220*    A RERUN MAY NO LONGER TRIP ANY RULE, BUT EACH ONE IS LOOKED
077230*    UP ON THE HELD-ITEMS FILE HERE AND STAMPED IF IT IS THERE,
077240*    SO NOTHING ALREADY HELD IS LEFT FOR THE POSTING STEP.
077300****************************************************************
077400 5000-STAMP-HELD-ACTIVITY.
077500     MOVE 'N'  TO CC1-DALY-EOF-SW.
077600     MOVE ZERO TO CC1-FEED-SEQ.
077700     OPEN I-O DALYFILE.
077800     IF CC1-DALYFILE-STATUS NOT = '00'
077900         MOVE 'DALYFILE' TO CC1-FAILING-FILE
078000         MOVE CC1-DALYFILE-STATUS TO CC1-FAILING-STATUS
078100         GO TO 9800-FILE-ERROR
078200     END-IF.
078300     PERFORM 5100-STAMP-ONE-RECORD THRU 5100-EXIT
078400         UNTIL CC1-END-OF-DALYFILE.
078500     CLOSE DALYFILE.
078600 5000-EXIT.
078700     EXIT.
078800*
078900 5100-STAMP-ONE-RECORD.
079000     READ DALYFILE
079100         AT END
079200             SET CC1-END-OF-DALYFILE TO TRUE
079300     END-READ.
079400     IF CC1-DALYFILE-STATUS NOT = '00' AND CC1-DALYFILE-STATUS
079500             NOT = '10'
079600         MOVE 'DALYFILE' TO CC1-FAILING-FILE
079700         MOVE CC1-DALYFILE-STATUS TO CC1-FAILING-STATUS
079800         GO TO 9800-FILE-ERROR
079900     END-IF.
080000     IF CC1-END-OF-DALYFILE
080100         GO TO 5100-EXIT
080200     END-IF.
080300     ADD 1 TO CC1-FEED-SEQ.
080400     IF NOT DALY-ACTIVITY-OPEN OR NOT DALY-TYPE-PURCHASE
080500             OR DALY-ACCT-ID NOT NUMERIC
080600         GO TO 5100-EXIT
080700     END-IF.
080800     MOVE DALY-ACCT-ID TO HELD-ACCT-ID.
080900     MOVE DALY-DATE    TO HELD-FEED-DATE.
081000     MOVE DALY-TIME    TO HELD-FEED-TIME.
081100     MOVE CC1-FEED-SEQ TO HELD-FEED-SEQ.
081200     READ HELDFILE
081300         INVALID KEY
081400             GO TO 5100-EXIT
081500     END-READ.
081600     IF CC1-HELDFILE-STATUS NOT = '00'
081700         MOVE 'HELDFILE' TO CC1-FAILING-FILE
081800         MOVE CC1-HELDFILE-STATUS TO CC1-FAILING-STATUS
081900         GO TO 9800-FILE-ERROR
082000     END-IF.
082100     SET DALY-ACTIVITY-HELD TO TRUE.
082200     REWRITE DAILY-ACTIVITY-RECORD.
082300     IF CC1-DALYFILE-STATUS NOT = '00'
082400         MOVE 'DALYFILE' TO CC1-FAILING-FILE
082500         MOVE CC1-DALYFILE-STATUS TO CC1-FAILING-STATUS
082600         GO TO 9800-FILE-ERROR
082700     END-IF.
082800     ADD 1 TO CC1-RECORDS-STAMPED.
082900 5100-EXIT.
083000     EXIT.
083100*
083200 8000-WRITE-PRINT-LINE.
083300     WRITE PRINT-RECORD.
083400     IF CC1-FRDRPT-STATUS NOT = '00'
083500         MOVE 'FRDRPT' TO CC1-FAILING-FILE
083600         MOVE CC1-FRDRPT-STATUS TO CC1-FAILING-STATUS
083700         GO TO 9800-FILE-ERROR
083800     END-IF.
083900 8000-EXIT.
084000     EXIT.
084100*
084200****************************************************************
084300*    8900-WRITE-SUMMARY
084400*    CONTROL COUNTS.  EVERY PURCHASE HELD THIS RUN, PLUS ANY
084500*    AN EARLIER ATTEMPT HELD, IS STAMPED ON THE FEED.
084600****************************************************************
084700 8900-WRITE-SUMMARY.
084800     MOVE SPACES TO REPORT-LINE.
084900     WRITE REPORT-LINE.
085000     MOVE SPACES TO CC1-SUMMARY-LINE.
085100     MOVE 'FEED RECORDS READ'      TO CC1-SM-CAPTION.
085200     MOVE CC1-RECORDS-READ         TO CC1-SM-COUNT.
085300     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
085400     MOVE 'PURCHASES SCREENED'     TO CC1-SM-CAPTION.
085500     MOVE CC1-PURCHASES-SCREENED   TO CC1-SM-COUNT.
085600     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
085700     MOVE 'ACCOUNTS SCREENED'      TO CC1-SM-CAPTION.
085800     MOVE CC1-ACCOUNTS-SCREENED    TO CC1-SM-COUNT.
085900     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
086000     MOVE 'NOT SCREENED - MASTER'  TO CC1-SM-CAPTION.
086100     MOVE CC1-ACCOUNTS-NOT-SCREENED TO CC1-SM-COUNT.
086200     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
086300     MOVE 'ACCOUNTS WITH HOLDS'    TO CC1-SM-CAPTION.
086400     MOVE CC1-ACCOUNTS-WITH-HOLDS  TO CC1-SM-COUNT.
086500     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
086600     MOVE 'HELD - VELOCITY'        TO CC1-SM-CAPTION.
086700     MOVE CC1-HELD-VELOCITY        TO CC1-SM-COUNT.
086800     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
086900     MOVE 'HELD - LARGE PURCHASE'  TO CC1-SM-CAPTION.
087000     MOVE CC1-HELD-LARGE           TO CC1-SM-COUNT.
087100     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
087200     MOVE 'HELD - OVER LIMIT'      TO CC1-SM-CAPTION.
087300     MOVE CC1-HELD-OVER-LIMIT      TO CC1-SM-COUNT.
087400     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
087500     MOVE 'ITEMS HELD'             TO CC1-SM-CAPTION.
087600     MOVE CC1-ITEMS-HELD           TO CC1-SM-COUNT.
087700     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
087800     MOVE 'HELD BY EARLIER RUN'    TO CC1-SM-CAPTION.
087900     MOVE CC1-ALREADY-HELD         TO CC1-SM-COUNT.
088000     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
088100     MOVE 'FEED RECORDS STAMPED'   TO CC1-SM-CAPTION.
088200     MOVE CC1-RECORDS-STAMPED      TO CC1-SM-COUNT.
088300     WRITE REPORT-LINE FROM CC1-SUMMARY-LINE.
088400     MOVE SPACES TO CC1-AMOUNT-LINE.
088500     MOVE 'DOLLARS HELD'           TO CC1-AM-CAPTION.
088600     MOVE CC1-HELD-AMOUNT          TO CC1-AM-AMOUNT.
088700     WRITE REPORT-LINE FROM CC1-AMOUNT-LINE.
088800     IF CC1-RPTFILE-STATUS NOT = '00'
088900         MOVE 'RPTFILE' TO CC1-FAILING-FILE
089000         MOVE CC1-RPTFILE-STATUS TO CC1-FAILING-STATUS
089100         GO TO 9800-FILE-ERROR
089200     END-IF.
089300 8900-EXIT.
089400     EXIT.
089500*
089600****************************************************************
089700*    9000-TERMINATE
089800*    WRITE THE CONTROL COUNTS AND CLOSE THE FILES.
089900****************************************************************
090000 9000-TERMINATE.
090100     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
090200     CLOSE HELDFILE.
090300     CLOSE ACCTFILE.
090400     CLOSE FRDRPT.
090500     CLOSE RPTFILE.
090600 9000-EXIT.
090700     EXIT.
090800*
090900****************************************************************
091000*    9700-CONTROL-CARD-ERROR
091100*    THE SYSIN CARD CARRIES A FIELD THAT IS NEITHER BLANK NOR A
091200*    VALID VALUE.  SCREENING ON A GUESSED THRESHOLD COULD LET A
091300*    BURST THROUGH OR HOLD A WHOLE FEED, SO THE STEP ABENDS
091400*    BEFORE ANY FILE IS OPENED.
091500****************************************************************
091600 9700-CONTROL-CARD-ERROR.
091700     DISPLAY 'CBSCRN01C CONTROL CARD INVALID: ' CC1-PARM-CARD.
091800     MOVE 16 TO RETURN-CODE.
091900     GOBACK.
092000*
092100****************************************************************
092200*    9800-FILE-ERROR
092300*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
092400*    OTHER THAN A NORMAL AT-END LANDS HERE WITH THE FAILING FILE
092500*    NAME AND ITS FILE STATUS ALREADY MOVED TO CC1-FAILING-FILE/
092600*    CC1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
092700****************************************************************
092800 9800-FILE-ERROR.
092900     DISPLAY 'CBSCRN01C I/O ERROR ON FILE ' CC1-FAILING-FILE
093000         ' STATUS ' CC1-FAILING-STATUS.
093100     MOVE 16 TO RETURN-CODE.
093200     GOBACK.
