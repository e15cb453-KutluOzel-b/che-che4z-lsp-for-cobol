000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBMRGE01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  MERGE STEP FOR THE
001300*                     PARTITIONED OVER-LIMIT PASS.  THE PASS NOW
001400*                     RUNS AS SEVERAL CONCURRENT CBACT01C STREAMS,
001500*                     EACH OVER ONE ACCT-ID RANGE FROM THE
001600*                     PARTITION DECK (PARTREC), EACH WITH ITS OWN
001700*                     RESTFILE, ABEND LOG, POSTINGS, AND RUN LOG.
001800*                     THIS STEP PROVES THE DECK COVERS EVERY
001900*                     ACCT-ID EXACTLY ONCE, PROVES EVERY STREAM
002000*                     FINISHED ITS OWN RANGE FOR THE SAME RUN
002100*                     DATE, THEN FOLDS THE STREAMS INTO WHAT THE
002200*                     REST OF THE NIGHT HAS ALWAYS READ: THE ABEND
002300*                     ROWS AND FEE POSTINGS ARE APPENDED TO THE
002400*                     NIGHT'S ABNDFILE AND TRANFILE, ONE RUN-
002500*                     HISTORY RECORD GOES TO RUNLOG, AND ONE
002600*                     FINAL COUNTS RECORD (TYPE 'F', OR 'D' FOR A
002700*                     DRY RUN) GOES TO THE MAIN RESTFILE FOR
002800*                     CBRECN01C AND CBCHRN01C.  EVERY COUNT IS
002900*                     THE SUM OF THE STREAMS' FINAL COUNTS, SO
003000*                     THE NIGHT TIES EXACTLY AS A SINGLE STREAM
003100*                     DID.  THE STEP'S RETURN CODE IS THE HIGHEST
003200*                     STREAM RETURN CODE, SO THE JOB'S COND
003300*                     TESTS ON THE PASS STILL MEAN WHAT THEY DID.
003400*                     A STREAM STILL HOLDING A CHECKPOINT IS
003500*                     COPIED TO THE MAIN RESTFILE AS A PENDING
003600*                     CHECKPOINT (SO HOUSEKEEPING STILL REFUSES)
003700*                     AND THE STEP REFUSES, RC=12, NOTHING
003800*                     APPENDED.  A RERUN AFTER A CLEAN MERGE
003900*                     FINDS ITS OWN MERGED RECORD AND DOES NOT
004000*                     APPEND A SECOND TIME.
004008*    2026-10-15 RS    THE MERGE NOW LEAVES AN IN-PROGRESS MARKER
004016*                     (TYPE 'C', PARTITION '+') ON THE MAIN
004024*                     RESTFILE, CARRYING THE ROW COUNTS ABNDFILE,
004032*                     TRANFILE AND RUNLOG HELD BEFORE ANYTHING WAS
004040*                     APPENDED, AND A RERUN THAT FINDS IT SKIPS
004048*                     WHATEVER ALREADY REACHED EACH TARGET -- A
004056*                     STEP THAT DIED PART WAY THROUGH ITS APPENDS
004064*                     NO LONGER APPENDS ROWS, POSTINGS OR THE RUN-
004072*                     HISTORY RECORD TWICE.  BEING A CHECKPOINT,
004080*                     THE MARKER ALSO STOPS HOUSEKEEPING CLEARING
004088*                     THE HALF-MERGED FILES.
004089*    2026-10-15 RS    A REFUSAL NO LONGER STOPS THE READ OF THE
004090*                     STREAMS' RESTART RECORDS.  EVERY STREAM
004091*                     STILL HOLDING A CHECKPOINT IS CARRIED TO THE
004092*                     MAIN RESTFILE, NOT JUST ONE SEEN BEFORE THE
004093*                     FAULT, SO HOUSEKEEPING CANNOT CLEAR UNDER
004094*                     ANY OF THEM.
004095*    2026-10-15 RS    THE STREAMS' FRAUD-HOLD FEE COUNTS ARE
004096*                     SUMMED ONTO THE MERGED RESTFILE RECORD.
004097*                     THE MARKER AND PENDING CHECKPOINT LAYOUTS
004098*                     GROW WITH RESTREC TO 69 BYTES.
004100****************************************************************
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PARTFILE  ASSIGN TO PARTFILE
004700                      ORGANIZATION IS SEQUENTIAL
004800                      FILE STATUS IS CJ1-PARTFILE-STATUS.
004900     SELECT PRSTFILE  ASSIGN TO PRSTFILE
005000                      ORGANIZATION IS SEQUENTIAL
005100                      FILE STATUS IS CJ1-PRSTFILE-STATUS.
005200     SELECT RESTFILE  ASSIGN TO RESTFILE
005300                      ORGANIZATION IS SEQUENTIAL
005400                      FILE STATUS IS CJ1-RESTFILE-STATUS.
005500     SELECT PABNFILE  ASSIGN TO PABNFILE
005600                      ORGANIZATION IS SEQUENTIAL
005700                      FILE STATUS IS CJ1-PABNFILE-STATUS.
005800     SELECT ABNDFILE  ASSIGN TO ABNDFILE
005900                      ORGANIZATION IS SEQUENTIAL
006000                      FILE STATUS IS CJ1-ABNDFILE-STATUS.
006100     SELECT PTRNFILE  ASSIGN TO PTRNFILE
006200                      ORGANIZATION IS SEQUENTIAL
006300                      FILE STATUS IS CJ1-PTRNFILE-STATUS.
006400     SELECT TRANFILE  ASSIGN TO TRANFILE
006500                      ORGANIZATION IS SEQUENTIAL
006600                      FILE STATUS IS CJ1-TRANFILE-STATUS.
006700     SELECT OPTIONAL PRUNFILE  ASSIGN TO PRUNFILE
006800                      ORGANIZATION IS SEQUENTIAL
006900                      FILE STATUS IS CJ1-PRUNFILE-STATUS.
007000     SELECT OPTIONAL RUNLOG    ASSIGN TO RUNLOG
007100                      ORGANIZATION IS SEQUENTIAL
007200                      FILE STATUS IS CJ1-RUNLOG-STATUS.
007300     SELECT RPTFILE   ASSIGN TO RPTFILE
007400                      ORGANIZATION IS SEQUENTIAL
007500                      FILE STATUS IS CJ1-RPTFILE-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARTFILE
008000     RECORDING MODE IS F.
008100     COPY PARTREC.
008200*
008300 FD  PRSTFILE
008400     RECORDING MODE IS F.
008500     COPY RESTREC REPLACING
008600         ==RESTART-CONTROL-RECORD== BY ==PART-RESTART-RECORD==
008700         ==REST-PROGRAM-ID==        BY ==PRST-PROGRAM-ID==
008800         ==REST-RUN-DATE==          BY ==PRST-RUN-DATE==
008900         ==REST-RECORD-TYPE==       BY ==PRST-RECORD-TYPE==
009000         ==REST-TYPE-CHECKPOINT==   BY ==PRST-TYPE-CHECKPOINT==
009100         ==REST-TYPE-FINAL==        BY ==PRST-TYPE-FINAL==
009200         ==REST-TYPE-REPORT-ONLY==  BY ==PRST-TYPE-REPORT-ONLY==
009300         ==REST-LAST-KEY==          BY ==PRST-LAST-KEY==
009400         ==REST-RECORDS-PROCESSED== BY ==PRST-RECORDS-PROCESSED==
009500         ==REST-CHECKPOINT-COUNT==  BY ==PRST-CHECKPOINT-COUNT==
009600         ==REST-ABEND-COUNT==       BY ==PRST-ABEND-COUNT==
009700         ==REST-BADINPUT-COUNT==    BY ==PRST-BADINPUT-COUNT==
009800         ==REST-LAST-ABEND-CODE==   BY ==PRST-LAST-ABEND-CODE==
009900         ==REST-CLOSED-SKIPPED==    BY ==PRST-CLOSED-SKIPPED==
010000         ==REST-SUSPENDED-COUNT==   BY ==PRST-SUSPENDED-COUNT==
010100         ==REST-PRIOR-RUN-DATE==    BY ==PRST-PRIOR-RUN-DATE==
010200         ==REST-PARTITION-ID==      BY ==PRST-PARTITION-ID==
010300         ==REST-SINGLE-STREAM==     BY ==PRST-SINGLE-STREAM==
010400         ==REST-MERGED-STREAMS==    BY ==PRST-MERGED-STREAMS==
010450         ==REST-FEES-HELD==         BY ==PRST-FEES-HELD==.
010500*
010600 FD  RESTFILE
010700     RECORDING MODE IS F.
010800     COPY RESTREC.
010900*
011000 FD  PABNFILE
011100     RECORDING MODE IS F.
011200 01  ABND-PART-RECORD            PIC X(84).
011300*
011400 FD  ABNDFILE
011500     RECORDING MODE IS F.
011600 01  ABND-LIVE-RECORD            PIC X(84).
011700*
011800 FD  PTRNFILE
011900     RECORDING MODE IS F.
012000 01  TRAN-PART-RECORD            PIC X(90).
012100*
012200 FD  TRANFILE
012300     RECORDING MODE IS F.
012400 01  TRAN-LIVE-RECORD            PIC X(90).
012500*
012600 FD  PRUNFILE
012700     RECORDING MODE IS F.
012800     COPY RUNLREC REPLACING
012900         ==RUN-HISTORY-RECORD==     BY ==PART-HISTORY-RECORD==
013000         ==RUNL-PROGRAM-ID==        BY ==PRUN-PROGRAM-ID==
013100         ==RUNL-RUN-DATE==          BY ==PRUN-RUN-DATE==
013200         ==RUNL-START-TIME==        BY ==PRUN-START-TIME==
013300         ==RUNL-END-TIME==          BY ==PRUN-END-TIME==
013400         ==RUNL-RECORDS-PROCESSED== BY ==PRUN-RECORDS-PROCESSED==
013500         ==RUNL-ABEND-COUNT==       BY ==PRUN-ABEND-COUNT==
013600         ==RUNL-BADINPUT-COUNT==    BY ==PRUN-BADINPUT-COUNT==
013700         ==RUNL-CLOSED-SKIPPED==    BY ==PRUN-CLOSED-SKIPPED==
013800         ==RUNL-SUSPENDED-COUNT==   BY ==PRUN-SUSPENDED-COUNT==
013900         ==RUNL-CHECKPOINTS-TAKEN== BY ==PRUN-CHECKPOINTS-TAKEN==
014000         ==RUNL-FINAL-RC==          BY ==PRUN-FINAL-RC==
014100         ==RUNL-RUN-TYPE==          BY ==PRUN-RUN-TYPE==
014200         ==RUNL-TYPE-FRESH==        BY ==PRUN-TYPE-FRESH==
014300         ==RUNL-TYPE-RESTART==      BY ==PRUN-TYPE-RESTART==
014400         ==RUNL-REPORT-ONLY==       BY ==PRUN-REPORT-ONLY==
014500         ==RUNL-MODE-REPORT-ONLY==  BY ==PRUN-MODE-REPORT-ONLY==
014600         ==RUNL-MODE-LIVE==         BY ==PRUN-MODE-LIVE==.
014700*
014800 FD  RUNLOG
014900     RECORDING MODE IS F.
015000     COPY RUNLREC.
015100*
015200 FD  RPTFILE
015300     RECORDING MODE IS F.
015400 01  REPORT-LINE                 PIC X(80).
015500*
015600 WORKING-STORAGE SECTION.
015700 77  CJ1-DECK-EOF-SW             PIC X(01) VALUE 'N'.
015800     88  CJ1-END-OF-DECK             VALUE 'Y'.
015900 77  CJ1-PRST-EOF-SW             PIC X(01) VALUE 'N'.
016000     88  CJ1-END-OF-PRSTFILE         VALUE 'Y'.
016100 77  CJ1-COPY-EOF-SW             PIC X(01) VALUE 'N'.
016200     88  CJ1-END-OF-COPY             VALUE 'Y'.
016300 77  CJ1-PRUN-EOF-SW             PIC X(01) VALUE 'N'.
016400     88  CJ1-END-OF-PRUNFILE         VALUE 'Y'.
016500 77  CJ1-REFUSED-SW              PIC X(01) VALUE 'N'.
016600     88  CJ1-MERGE-REFUSED           VALUE 'Y'.
016700 77  CJ1-PENDING-SW              PIC X(01) VALUE 'N'.
016800     88  CJ1-CHECKPOINT-PENDING      VALUE 'Y'.
016900 77  CJ1-MERGED-SW               PIC X(01) VALUE 'N'.
017000     88  CJ1-ALREADY-MERGED          VALUE 'Y'.
017100 77  CJ1-RESTART-SW              PIC X(01) VALUE 'N'.
017200     88  CJ1-ANY-RESTART             VALUE 'Y'.
017210 77  CJ1-RESUMED-SW              PIC X(01) VALUE 'N'.
017220     88  CJ1-MERGE-RESUMED           VALUE 'Y'.
017300 77  CJ1-RUN-DATE                PIC X(08) VALUE SPACES.
017400 77  CJ1-RECORD-TYPE             PIC X(01) VALUE SPACE.
017500     88  CJ1-TYPE-REPORT-ONLY        VALUE 'D'.
017600 77  CJ1-PRIOR-RUN-DATE          PIC X(08) VALUE SPACES.
017700 77  CJ1-EXPECT-LOW              PIC 9(12) VALUE ZERO.
017800 77  CJ1-MAX-KEY                 PIC 9(11) VALUE 99999999999.
017900 77  CJ1-PART-COUNT              PIC 9(03) COMP VALUE ZERO.
018000 77  CJ1-PARTS-FINAL             PIC 9(03) COMP VALUE ZERO.
018100 77  CJ1-RECORDS-PROCESSED       PIC 9(09) COMP VALUE ZERO.
018200 77  CJ1-CHECKPOINT-COUNT        PIC 9(05) COMP VALUE ZERO.
018300 77  CJ1-ABEND-COUNT             PIC 9(05) COMP VALUE ZERO.
018400 77  CJ1-BADINPUT-COUNT          PIC 9(05) COMP VALUE ZERO.
018500 77  CJ1-CLOSED-SKIPPED          PIC 9(05) COMP VALUE ZERO.
018600 77  CJ1-SUSPENDED-COUNT         PIC 9(05) COMP VALUE ZERO.
018610 77  CJ1-FEES-HELD               PIC 9(05) COMP VALUE ZERO.
018700 77  CJ1-LAST-ABEND-CODE         PIC X(04) VALUE SPACES.
018800 77  CJ1-LAST-CODE-KEY           PIC 9(11) VALUE ZERO.
018900 77  CJ1-START-TIME              PIC X(06) VALUE SPACES.
019000 77  CJ1-END-TIME                PIC X(06) VALUE SPACES.
019100 77  CJ1-FINAL-RC                PIC 9(02) VALUE ZERO.
019200 77  CJ1-RUNLOG-COUNT            PIC 9(05) COMP VALUE ZERO.
019300 77  CJ1-ABND-COPIED             PIC 9(09) COMP VALUE ZERO.
019400 77  CJ1-TRAN-COPIED             PIC 9(09) COMP VALUE ZERO.
019410 77  CJ1-ABND-ON-FILE            PIC 9(09) COMP VALUE ZERO.
019420 77  CJ1-TRAN-ON-FILE            PIC 9(09) COMP VALUE ZERO.
019430 77  CJ1-RUNL-ON-FILE            PIC 9(09) COMP VALUE ZERO.
019440 77  CJ1-ABND-SKIP               PIC 9(09) COMP VALUE ZERO.
019450 77  CJ1-TRAN-SKIP               PIC 9(09) COMP VALUE ZERO.
019460 77  CJ1-RUNL-SKIP               PIC 9(09) COMP VALUE ZERO.
019500 77  CJ1-CURRENT-DATE            PIC X(08) VALUE SPACES.
019600 77  CJ1-PENDING-COUNT           PIC 9(03) COMP VALUE ZERO.
019610 77  CJ1-PENDING-PART            PIC X(01) VALUE SPACE.
019700 77  CJ1-PARTFILE-STATUS         PIC X(02) VALUE '00'.
019800 77  CJ1-PRSTFILE-STATUS         PIC X(02) VALUE '00'.
019900 77  CJ1-RESTFILE-STATUS         PIC X(02) VALUE '00'.
020000 77  CJ1-PABNFILE-STATUS         PIC X(02) VALUE '00'.
020100 77  CJ1-ABNDFILE-STATUS         PIC X(02) VALUE '00'.
020200 77  CJ1-PTRNFILE-STATUS         PIC X(02) VALUE '00'.
020300 77  CJ1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
020400 77  CJ1-PRUNFILE-STATUS         PIC X(02) VALUE '00'.
020500 77  CJ1-RUNLOG-STATUS           PIC X(02) VALUE '00'.
020600 77  CJ1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
020700 77  CJ1-FAILING-FILE            PIC X(08) VALUE SPACES.
020800 77  CJ1-FAILING-STATUS          PIC X(02) VALUE SPACES.
020900*
020905 01  CJ1-MARKER-RECORD.
020910     05  CJ1-MK-PROGRAM-ID       PIC X(08).
020915     05  CJ1-MK-RUN-DATE         PIC X(08).
020920     05  CJ1-MK-RECORD-TYPE      PIC X(01).
020925     05  CJ1-MK-RUN-TYPE         PIC X(01).
020930     05  CJ1-MK-ABND-BASE        PIC 9(09).
020935     05  CJ1-MK-TRAN-BASE        PIC 9(09).
020940     05  CJ1-MK-RUNL-BASE        PIC 9(09).
020945     05  FILLER                  PIC X(19).
020950     05  CJ1-MK-PARTITION-ID     PIC X(01).
020955         88  CJ1-MK-IN-PROGRESS      VALUE '+'.
020956     05  FILLER                  PIC X(04).
020960*
020965 01  CJ1-PENDING-TABLE.
020970     05  CJ1-PENDING-ENTRY     OCCURS 36 TIMES
020975                               INDEXED BY CJ1-PEND-IDX.
020980         10  CJ1-PD-RECORD       PIC X(69).
020985*
021000 01  CJ1-PART-TABLE.
021100     05  CJ1-PART-ENTRY    OCCURS 0 TO 36 TIMES
021200                           DEPENDING ON CJ1-PART-COUNT
021300                           INDEXED BY CJ1-PART-IDX.
021400         10  CJ1-PT-ID           PIC X(01).
021500         10  CJ1-PT-LOW          PIC 9(11).
021600         10  CJ1-PT-HIGH         PIC 9(11).
021700         10  CJ1-PT-TYPE         PIC X(01).
021800             88  CJ1-PT-NOT-SEEN     VALUE SPACE.
021900         10  CJ1-PT-RECORDS      PIC 9(09) COMP.
022000         10  CJ1-PT-ABENDS       PIC 9(05) COMP.
022100         10  CJ1-PT-BADINPUT     PIC 9(05) COMP.
022200         10  CJ1-PT-CLOSED       PIC 9(05) COMP.
022300         10  CJ1-PT-SUSPENDED    PIC 9(05) COMP.
022400*
022500 01  CJ1-TITLE-LINE.
022600     05  FILLER                  PIC X(05) VALUE SPACES.
022700     05  FILLER                  PIC X(40) VALUE
022800         'OVER-LIMIT PASS PARTITION MERGE REPORT'.
022900     05  FILLER                  PIC X(06) VALUE 'DATE: '.
023000     05  CJ1-T-DATE              PIC X(08).
023100*
023200 01  CJ1-COLUMN-LINE.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  FILLER                  PIC X(07) VALUE 'PART'.
023500     05  FILLER                  PIC X(24) VALUE
023600         'KEY RANGE'.
023700     05  FILLER                  PIC X(02) VALUE 'T'.
023800     05  FILLER                  PIC X(10) VALUE '  ACCOUNTS'.
023900     05  FILLER                  PIC X(06) VALUE ' OVLIM'.
024000     05  FILLER                  PIC X(06) VALUE ' BADIN'.
024100     05  FILLER                  PIC X(06) VALUE ' CLOSD'.
024200     05  FILLER                  PIC X(06) VALUE ' SUSPD'.
024300*
024400 01  CJ1-DETAIL-LINE.
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  FILLER                  PIC X(05) VALUE 'PART '.
024700     05  CJ1-D-ID                PIC X(01).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  CJ1-D-LOW               PIC 9(11).
025000     05  FILLER                  PIC X(01) VALUE '-'.
025100     05  CJ1-D-HIGH              PIC 9(11).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  CJ1-D-TYPE              PIC X(01).
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  CJ1-D-RECORDS           PIC ZZZZZZZZ9.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  CJ1-D-ABENDS            PIC ZZZZ9.
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  CJ1-D-BADINPUT          PIC ZZZZ9.
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  CJ1-D-CLOSED            PIC ZZZZ9.
026200     05  FILLER                  PIC X(01) VALUE SPACE.
026300     05  CJ1-D-SUSPENDED         PIC ZZZZ9.
026400*
026500 01  CJ1-TOTAL-LINE.
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  FILLER                  PIC X(33) VALUE
026800         'MERGED FINAL COUNTS'.
026900     05  CJ1-TL-RECORDS          PIC ZZZZZZZZ9.
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  CJ1-TL-ABENDS           PIC ZZZZ9.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  CJ1-TL-BADINPUT         PIC ZZZZ9.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  CJ1-TL-CLOSED           PIC ZZZZ9.
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027700     05  CJ1-TL-SUSPENDED        PIC ZZZZ9.
027800*
027900 01  CJ1-COPY-LINE.
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  CJ1-C-NAME              PIC X(08).
028200     05  FILLER                  PIC X(25) VALUE
028300         ' ROWS APPENDED'.
028400     05  CJ1-C-COUNT             PIC ZZZZZZZZ9.
028500*
028600 01  CJ1-RESULT-LINE.
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  CJ1-R-RESULT            PIC X(48).
028900     05  CJ1-R-PART              PIC X(01).
029000*
029100 PROCEDURE DIVISION.
029200*
029300****************************************************************
029400*    0000-MAINLINE
029500*    PROVE THE DECK AND THE STREAMS, THEN FOLD THE STREAMS INTO
029600*    THE NIGHT'S ONE SET OF PASS OUTPUTS.  ANY REFUSAL LEAVES
029700*    THE NIGHT'S DATASETS AS THEY WERE AND COMES BACK RC=12.
029800****************************************************************
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     PERFORM 2000-READ-STREAM-COUNTS THRU 2000-EXIT.
030200     IF CJ1-CHECKPOINT-PENDING
030300         PERFORM 2900-CARRY-PENDING-CHECKPOINT THRU 2900-EXIT
030400     END-IF.
030500     IF CJ1-MERGE-REFUSED
030600         GO TO 0000-REFUSED
030700     END-IF.
030800     PERFORM 3000-CHECK-ALREADY-MERGED THRU 3000-EXIT.
030900     IF NOT CJ1-ALREADY-MERGED
030910         PERFORM 3100-MARK-MERGE-STARTED THRU 3100-EXIT
030920     END-IF.
030930     IF CJ1-MERGE-REFUSED
030940         GO TO 0000-REFUSED
030950     END-IF.
030960     IF NOT CJ1-ALREADY-MERGED
031000         PERFORM 4000-APPEND-ABEND-ROWS THRU 4000-EXIT
031100         PERFORM 4100-APPEND-POSTINGS THRU 4100-EXIT
031200     END-IF.
031300     PERFORM 5000-FOLD-RUN-LOGS THRU 5000-EXIT.
031400     IF NOT CJ1-ALREADY-MERGED
031500         PERFORM 5100-WRITE-RUN-HISTORY THRU 5100-EXIT
031600     END-IF.
031700     PERFORM 6000-WRITE-MERGED-FINAL THRU 6000-EXIT.
031800     PERFORM 8000-WRITE-MERGE-REPORT THRU 8000-EXIT.
031900     CLOSE RPTFILE.
032000     MOVE CJ1-FINAL-RC TO RETURN-CODE.
032100     GOBACK.
032200 0000-REFUSED.
032300     PERFORM 8000-WRITE-MERGE-REPORT THRU 8000-EXIT.
032400     CLOSE RPTFILE.
032500     MOVE 12 TO RETURN-CODE.
032600     GOBACK.
032700*
032800****************************************************************
032900*    1000-INITIALIZE
033000*    OPEN THE REPORT AND LOAD THE PARTITION DECK.  THE CARDS
033100*    MUST RUN IN ASCENDING KEY ORDER, EACH RANGE STARTING ONE
033200*    KEY PAST THE LAST ONE'S HIGH KEY, THE FIRST AT ZERO AND THE
033300*    LAST ENDING ON THE HIGHEST POSSIBLE ACCT-ID -- A GAP WOULD
033400*    LEAVE ACCOUNTS UNJUDGED, AN OVERLAP WOULD JUDGE THEM TWICE.
033500****************************************************************
033600 1000-INITIALIZE.
033700     ACCEPT CJ1-CURRENT-DATE FROM DATE YYYYMMDD.
033800     OPEN OUTPUT RPTFILE.
033900     IF CJ1-RPTFILE-STATUS NOT = '00'
034000         MOVE 'RPTFILE' TO CJ1-FAILING-FILE
034100         MOVE CJ1-RPTFILE-STATUS TO CJ1-FAILING-STATUS
034200         GO TO 9800-FILE-ERROR
034300     END-IF.
034400     MOVE CJ1-CURRENT-DATE TO CJ1-T-DATE.
034500     WRITE REPORT-LINE FROM CJ1-TITLE-LINE.
034600     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
034700     OPEN INPUT PARTFILE.
034800     IF CJ1-PARTFILE-STATUS NOT = '00'
034900         MOVE 'PARTFILE' TO CJ1-FAILING-FILE
035000         MOVE CJ1-PARTFILE-STATUS TO CJ1-FAILING-STATUS
035100         GO TO 9800-FILE-ERROR
035200     END-IF.
035300     PERFORM 1100-LOAD-ONE-PARTITION THRU 1100-EXIT
035400         UNTIL CJ1-END-OF-DECK.
035500     CLOSE PARTFILE.
035600     IF CJ1-PART-COUNT = ZERO
035700         GO TO 9600-DECK-ERROR
035800     END-IF.
035900     IF CJ1-PT-HIGH(CJ1-PART-COUNT) NOT = CJ1-MAX-KEY
036000         GO TO 9600-DECK-ERROR
036100     END-IF.
036200 1000-EXIT.
036300     EXIT.
036400*
036500 1100-LOAD-ONE-PARTITION.
036600     READ PARTFILE
036700         AT END
036800             SET CJ1-END-OF-DECK TO TRUE
036900     END-READ.
037000     IF CJ1-PARTFILE-STATUS NOT = '00' AND CJ1-PARTFILE-STATUS
037100             NOT = '10'
037200         MOVE 'PARTFILE' TO CJ1-FAILING-FILE
037300         MOVE CJ1-PARTFILE-STATUS TO CJ1-FAILING-STATUS
037400         GO TO 9800-FILE-ERROR
037500     END-IF.
037600     IF CJ1-END-OF-DECK
037700         GO TO 1100-EXIT
037800     END-IF.
037900     IF PART-ID = SPACE OR PART-ID = LOW-VALUE
038000         GO TO 9600-DECK-ERROR
038100     END-IF.
038200     IF PART-LOW-KEY IS NOT NUMERIC
038300             OR PART-HIGH-KEY IS NOT NUMERIC
038400         GO TO 9600-DECK-ERROR
038500     END-IF.
038600     IF PART-LOW-KEY-9 NOT = CJ1-EXPECT-LOW
038700             OR PART-HIGH-KEY-9 < PART-LOW-KEY-9
038800         GO TO 9600-DECK-ERROR
038900     END-IF.
039000     IF CJ1-PART-COUNT >= 36
039100         GO TO 9600-DECK-ERROR
039200     END-IF.
039300     SET CJ1-PART-IDX TO 1.
039400     SEARCH CJ1-PART-ENTRY
039500         AT END
039600             CONTINUE
039700         WHEN CJ1-PT-ID(CJ1-PART-IDX) = PART-ID
039800             GO TO 9600-DECK-ERROR
039900     END-SEARCH.
040000     ADD 1 TO CJ1-PART-COUNT.
040100     SET CJ1-PART-IDX TO CJ1-PART-COUNT.
040200     INITIALIZE CJ1-PART-ENTRY(CJ1-PART-IDX).
040300     MOVE PART-ID         TO CJ1-PT-ID(CJ1-PART-IDX).
040400     MOVE PART-LOW-KEY-9  TO CJ1-PT-LOW(CJ1-PART-IDX).
040500     MOVE PART-HIGH-KEY-9 TO CJ1-PT-HIGH(CJ1-PART-IDX).
040600     MOVE SPACE           TO CJ1-PT-TYPE(CJ1-PART-IDX).
040700     COMPUTE CJ1-EXPECT-LOW = PART-HIGH-KEY-9 + 1.
040800 1100-EXIT.
040900     EXIT.
041000*
041100****************************************************************
041200*    2000-READ-STREAM-COUNTS
041300*    READ EVERY STREAM'S RESTART CONTROL RECORD (THE PRSTFILE
041400*    DD CONCATENATES THE STREAMS' RESTFILES) AND SUM THE FINAL
041500*    COUNTS.  EACH RECORD MUST BELONG TO A STREAM ON THE DECK,
041600*    ONCE ONLY, AND A FINAL RECORD MUST CARRY THAT STREAM'S HIGH
041700*    KEY AND THE SAME RUN DATE AND RUN TYPE AS EVERY OTHER
041800*    STREAM -- A STREAM THAT DID NOT RUN TONIGHT STILL HOLDS
041900*    LAST NIGHT'S FINAL RECORD, AND MUST NOT BE MERGED IN.  A
042000*    STREAM MISSING ALTOGETHER REFUSES THE MERGE TOO.
042010*    A REFUSAL DOES NOT STOP THE READ: EVERY REMAINING STREAM IS
042020*    STILL LOOKED AT, SO NO STREAM'S PENDING CHECKPOINT GOES
042030*    UNCARRIED BECAUSE AN EARLIER STREAM WAS AT FAULT.
042100****************************************************************
042200 2000-READ-STREAM-COUNTS.
042300     OPEN INPUT PRSTFILE.
042400     IF CJ1-PRSTFILE-STATUS NOT = '00'
042500         MOVE 'PRSTFILE' TO CJ1-FAILING-FILE
042600         MOVE CJ1-PRSTFILE-STATUS TO CJ1-FAILING-STATUS
042700         GO TO 9800-FILE-ERROR
042800     END-IF.
042900     PERFORM 2100-READ-ONE-STREAM THRU 2100-EXIT
043000         UNTIL CJ1-END-OF-PRSTFILE.
043100     CLOSE PRSTFILE.
043200     IF CJ1-MERGE-REFUSED OR CJ1-CHECKPOINT-PENDING
043300         GO TO 2000-EXIT
043400     END-IF.
043500     IF CJ1-PARTS-FINAL NOT = CJ1-PART-COUNT
043600         SET CJ1-MERGE-REFUSED TO TRUE
043700         MOVE '*** REFUSED -- NO FINAL RECORD FOR PARTITION '
043800             TO CJ1-R-RESULT
043900         SET CJ1-PART-IDX TO 1
044000         SEARCH CJ1-PART-ENTRY
044100             AT END
044200                 CONTINUE
044300             WHEN CJ1-PT-NOT-SEEN(CJ1-PART-IDX)
044400                 MOVE CJ1-PT-ID(CJ1-PART-IDX) TO CJ1-R-PART
044500         END-SEARCH
044600     END-IF.
044700 2000-EXIT.
044800     EXIT.
044900*
045000 2100-READ-ONE-STREAM.
045100     READ PRSTFILE
045200         AT END
045300             SET CJ1-END-OF-PRSTFILE TO TRUE
045400     END-READ.
045500     IF CJ1-PRSTFILE-STATUS NOT = '00' AND CJ1-PRSTFILE-STATUS
045600             NOT = '10'
045700         MOVE 'PRSTFILE' TO CJ1-FAILING-FILE
045800         MOVE CJ1-PRSTFILE-STATUS TO CJ1-FAILING-STATUS
045900         GO TO 9800-FILE-ERROR
046000     END-IF.
046100     IF CJ1-END-OF-PRSTFILE
046200         GO TO 2100-EXIT
046300     END-IF.
046310     IF PRST-PROGRAM-ID = 'CBACT01C' AND PRST-TYPE-CHECKPOINT
046320         PERFORM 2150-SAVE-PENDING-CHECKPOINT THRU 2150-EXIT
046330     END-IF.
046340     IF CJ1-MERGE-REFUSED
046350         GO TO 2100-EXIT
046360     END-IF.
046400     MOVE PRST-PARTITION-ID TO CJ1-R-PART.
046500     IF PRST-PROGRAM-ID NOT = 'CBACT01C'
046600         SET CJ1-MERGE-REFUSED TO TRUE
046700         MOVE '*** REFUSED -- FOREIGN RESTART RECORD, PART '
046800             TO CJ1-R-RESULT
046900         GO TO 2100-EXIT
047000     END-IF.
047100     SET CJ1-PART-IDX TO 1.
047200     SEARCH CJ1-PART-ENTRY
047300         AT END
047400             SET CJ1-MERGE-REFUSED TO TRUE
047500             MOVE '*** REFUSED -- STREAM NOT ON THE DECK, PART '
047600                 TO CJ1-R-RESULT
047700         WHEN CJ1-PT-ID(CJ1-PART-IDX) = PRST-PARTITION-ID
047800             CONTINUE
047900     END-SEARCH.
048000     IF CJ1-MERGE-REFUSED
048100         GO TO 2100-EXIT
048200     END-IF.
048300     IF NOT CJ1-PT-NOT-SEEN(CJ1-PART-IDX)
048400         SET CJ1-MERGE-REFUSED TO TRUE
048500         MOVE '*** REFUSED -- TWO RESTART RECORDS FOR PART '
048600             TO CJ1-R-RESULT
048700         GO TO 2100-EXIT
048800     END-IF.
048900     MOVE PRST-RECORD-TYPE TO CJ1-PT-TYPE(CJ1-PART-IDX).
049000     IF PRST-TYPE-CHECKPOINT
049500         GO TO 2100-EXIT
049600     END-IF.
049700     IF NOT PRST-TYPE-FINAL AND NOT PRST-TYPE-REPORT-ONLY
049800         SET CJ1-MERGE-REFUSED TO TRUE
049900         MOVE '*** REFUSED -- UNKNOWN RESTART RECORD, PART '
050000             TO CJ1-R-RESULT
050100         GO TO 2100-EXIT
050200     END-IF.
050300     IF PRST-LAST-KEY NOT = CJ1-PT-HIGH(CJ1-PART-IDX)
050400         SET CJ1-MERGE-REFUSED TO TRUE
050500         MOVE '*** REFUSED -- STREAM RAN ANOTHER RANGE, PART '
050600             TO CJ1-R-RESULT
050700         GO TO 2100-EXIT
050800     END-IF.
050900     IF CJ1-PARTS-FINAL = ZERO
051000         MOVE PRST-RUN-DATE       TO CJ1-RUN-DATE
051100         MOVE PRST-RECORD-TYPE    TO CJ1-RECORD-TYPE
051200         MOVE PRST-PRIOR-RUN-DATE TO CJ1-PRIOR-RUN-DATE
051300     END-IF.
051400     IF PRST-RUN-DATE NOT = CJ1-RUN-DATE
051500             OR PRST-RECORD-TYPE NOT = CJ1-RECORD-TYPE
051600         SET CJ1-MERGE-REFUSED TO TRUE
051700         MOVE '*** REFUSED -- RUN DATE OR TYPE DIFFERS, PART '
051800             TO CJ1-R-RESULT
051900         GO TO 2100-EXIT
052000     END-IF.
052100     ADD 1 TO CJ1-PARTS-FINAL.
052200     MOVE PRST-RECORDS-PROCESSED TO CJ1-PT-RECORDS(CJ1-PART-IDX).
052300     MOVE PRST-ABEND-COUNT       TO CJ1-PT-ABENDS(CJ1-PART-IDX).
052400     MOVE PRST-BADINPUT-COUNT    TO CJ1-PT-BADINPUT(CJ1-PART-IDX).
052500     MOVE PRST-CLOSED-SKIPPED    TO CJ1-PT-CLOSED(CJ1-PART-IDX).
052600     MOVE PRST-SUSPENDED-COUNT   TO
052700         CJ1-PT-SUSPENDED(CJ1-PART-IDX).
052800     ADD PRST-RECORDS-PROCESSED  TO CJ1-RECORDS-PROCESSED.
052900     ADD PRST-CHECKPOINT-COUNT   TO CJ1-CHECKPOINT-COUNT.
053000     ADD PRST-ABEND-COUNT        TO CJ1-ABEND-COUNT.
053100     ADD PRST-BADINPUT-COUNT     TO CJ1-BADINPUT-COUNT.
053200     ADD PRST-CLOSED-SKIPPED     TO CJ1-CLOSED-SKIPPED.
053300     ADD PRST-SUSPENDED-COUNT    TO CJ1-SUSPENDED-COUNT.
053310     ADD PRST-FEES-HELD          TO CJ1-FEES-HELD.
053400     IF PRST-LAST-ABEND-CODE NOT = SPACES
053500             AND PRST-LAST-KEY >= CJ1-LAST-CODE-KEY
053600         MOVE PRST-LAST-ABEND-CODE TO CJ1-LAST-ABEND-CODE
053700         MOVE PRST-LAST-KEY        TO CJ1-LAST-CODE-KEY
053800     END-IF.
053900 2100-EXIT.
054000     EXIT.
054100*
054105 2150-SAVE-PENDING-CHECKPOINT.
054110     IF NOT CJ1-CHECKPOINT-PENDING
054115         SET CJ1-CHECKPOINT-PENDING TO TRUE
054120         MOVE PRST-PARTITION-ID TO CJ1-PENDING-PART
054125     END-IF.
054130     IF CJ1-PENDING-COUNT < 36
054135         ADD 1 TO CJ1-PENDING-COUNT
054140         SET CJ1-PEND-IDX TO CJ1-PENDING-COUNT
054145         MOVE PART-RESTART-RECORD TO CJ1-PD-RECORD(CJ1-PEND-IDX)
054150     END-IF.
054155 2150-EXIT.
054160     EXIT.
054165*
054200****************************************************************
054300*    2900-CARRY-PENDING-CHECKPOINT
054400*    A STREAM IS STILL HOLDING A CHECKPOINT -- IT CRASHED AND IS
054500*    WAITING TO BE RESUBMITTED.  EVERY SUCH CHECKPOINT RECORD IS
054600*    COPIED TO THE MAIN RESTFILE AS IT STANDS, SO START-OF-DAY
054700*    HOUSEKEEPING (CBHSKP01C) SEES A PENDING RESTART THERE AND
054800*    REFUSES TO CLEAR THE NIGHT'S DATASETS, EXACTLY AS IT DID
054900*    FOR A CRASHED SINGLE STREAM.  NOTHING IS MERGED.
055000****************************************************************
055100 2900-CARRY-PENDING-CHECKPOINT.
055200     SET CJ1-MERGE-REFUSED TO TRUE.
055300     MOVE CJ1-PENDING-PART TO CJ1-R-PART.
055500     MOVE '*** REFUSED -- CHECKPOINT PENDING ON PARTITION '
055600         TO CJ1-R-RESULT.
055700     OPEN OUTPUT RESTFILE.
055800     IF CJ1-RESTFILE-STATUS NOT = '00'
055900         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
056000         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
056100         GO TO 9800-FILE-ERROR
056200     END-IF.
056300     PERFORM 2910-WRITE-PENDING-RECORD THRU 2910-EXIT
056400         VARYING CJ1-PEND-IDX FROM 1 BY 1
056500         UNTIL CJ1-PEND-IDX > CJ1-PENDING-COUNT.
056900     CLOSE RESTFILE.
057000 2900-EXIT.
057100     EXIT.
057105*
057110 2910-WRITE-PENDING-RECORD.
057115     WRITE RESTART-CONTROL-RECORD
057120         FROM CJ1-PD-RECORD(CJ1-PEND-IDX).
057125     IF CJ1-RESTFILE-STATUS NOT = '00'
057130         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
057135         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
057140         GO TO 9800-FILE-ERROR
057145     END-IF.
057150 2910-EXIT.
057155     EXIT.
057200*
057300****************************************************************
057400*    3000-CHECK-ALREADY-MERGED
057500*    A MERGED RECORD ON THE MAIN RESTFILE FOR TONIGHT'S RUN DATE
057600*    AND RUN TYPE MEANS THIS STEP ALREADY FINISHED ONCE AND IS
057700*    BEING RERUN.  THE STREAMS' ROWS ARE ALREADY ON ABNDFILE AND
057800*    TRANFILE AND THE RUN LOG ALREADY HAS TONIGHT'S ENTRY, SO
057900*    NONE OF THAT IS DONE AGAIN; THE FINAL COUNTS ARE SIMPLY
058000*    REWRITTEN.  AN EMPTY OR MISSING MAIN RESTFILE IS A FIRST
058100*    MERGE.
058110*    AN IN-PROGRESS MARKER FOR TONIGHT'S RUN DATE AND RUN TYPE
058120*    (SEE 3100) MEANS AN EARLIER ATTEMPT DIED PART WAY THROUGH
058130*    ITS APPENDS, AND THE MERGE RESUMES FROM WHERE THE TARGETS
058140*    NOW STAND.
058200****************************************************************
058300 3000-CHECK-ALREADY-MERGED.
058400     OPEN INPUT RESTFILE.
058500     IF CJ1-RESTFILE-STATUS NOT = '00'
058600         GO TO 3000-EXIT
058700     END-IF.
058800     READ RESTFILE
058900         AT END
059000             CONTINUE
059100         NOT AT END
059200             IF REST-MERGED-STREAMS
059300                     AND REST-RUN-DATE = CJ1-RUN-DATE
059400                     AND REST-RECORD-TYPE = CJ1-RECORD-TYPE
059500                 SET CJ1-ALREADY-MERGED TO TRUE
059600             END-IF
059610             MOVE RESTART-CONTROL-RECORD TO CJ1-MARKER-RECORD
059620             IF CJ1-MK-IN-PROGRESS
059630                     AND CJ1-MK-PROGRAM-ID = 'CBACT01C'
059640                     AND CJ1-MK-RUN-DATE = CJ1-RUN-DATE
059650                     AND CJ1-MK-RUN-TYPE = CJ1-RECORD-TYPE
059660                 SET CJ1-MERGE-RESUMED TO TRUE
059670             END-IF
059700     END-READ.
059800     IF CJ1-RESTFILE-STATUS NOT = '00' AND CJ1-RESTFILE-STATUS
059900             NOT = '10'
060000         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
060100         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
060200         GO TO 9800-FILE-ERROR
060300     END-IF.
060400     CLOSE RESTFILE.
060500 3000-EXIT.
060600     EXIT.
060700*
060701****************************************************************
060702*    3100-MARK-MERGE-STARTED
060703*    BEFORE THE FIRST APPEND, COUNT WHAT ABNDFILE, TRANFILE AND
060704*    RUNLOG ALREADY HOLD AND LEAVE THOSE COUNTS ON THE MAIN
060705*    RESTFILE AS AN IN-PROGRESS MARKER.  THE MARKER IS A
060706*    CHECKPOINT RECORD, SO IF THE STEP DIES BEFORE 6000 REPLACES
060707*    IT HOUSEKEEPING REFUSES TO CLEAR THE HALF-MERGED FILES.  ON
060708*    A RESUMED MERGE THE COUNTS NOW ON FILE LESS THE MARKER'S
060709*    SAY HOW MANY ROWS OF EACH THE FAILED ATTEMPT ALREADY
060710*    APPENDED; THE APPENDS SKIP THAT MANY AND CARRY ON.  A
060711*    TARGET HOLDING FEWER ROWS THAN THE MARKER HAS BEEN TOUCHED
060712*    BY SOMETHING ELSE SINCE, AND THE MERGE REFUSES.
060713****************************************************************
060714 3100-MARK-MERGE-STARTED.
060715     PERFORM 4020-COUNT-ABEND-ROWS THRU 4020-EXIT.
060716     PERFORM 4120-COUNT-POSTINGS THRU 4120-EXIT.
060717     PERFORM 5110-COUNT-RUN-HISTORY THRU 5110-EXIT.
060718     IF NOT CJ1-MERGE-RESUMED
060719         GO TO 3100-WRITE-MARKER
060720     END-IF.
060721     IF CJ1-ABND-ON-FILE < CJ1-MK-ABND-BASE
060722             OR CJ1-TRAN-ON-FILE < CJ1-MK-TRAN-BASE
060723             OR CJ1-RUNL-ON-FILE < CJ1-MK-RUNL-BASE
060724         SET CJ1-MERGE-REFUSED TO TRUE
060725         MOVE '*** REFUSED -- TARGETS SHRANK SINCE MERGE BEGAN'
060726             TO CJ1-R-RESULT
060727         MOVE SPACE TO CJ1-R-PART
060728         GO TO 3100-EXIT
060729     END-IF.
060730     COMPUTE CJ1-ABND-SKIP = CJ1-ABND-ON-FILE - CJ1-MK-ABND-BASE.
060731     COMPUTE CJ1-TRAN-SKIP = CJ1-TRAN-ON-FILE - CJ1-MK-TRAN-BASE.
060732     COMPUTE CJ1-RUNL-SKIP = CJ1-RUNL-ON-FILE - CJ1-MK-RUNL-BASE.
060733     GO TO 3100-EXIT.
060734 3100-WRITE-MARKER.
060735     MOVE SPACES                 TO CJ1-MARKER-RECORD.
060736     MOVE 'CBACT01C'             TO CJ1-MK-PROGRAM-ID.
060737     MOVE CJ1-RUN-DATE           TO CJ1-MK-RUN-DATE.
060738     MOVE 'C'                    TO CJ1-MK-RECORD-TYPE.
060739     MOVE CJ1-RECORD-TYPE        TO CJ1-MK-RUN-TYPE.
060740     MOVE CJ1-ABND-ON-FILE       TO CJ1-MK-ABND-BASE.
060741     MOVE CJ1-TRAN-ON-FILE       TO CJ1-MK-TRAN-BASE.
060742     MOVE CJ1-RUNL-ON-FILE       TO CJ1-MK-RUNL-BASE.
060743     SET CJ1-MK-IN-PROGRESS      TO TRUE.
060744     OPEN OUTPUT RESTFILE.
060745     IF CJ1-RESTFILE-STATUS NOT = '00'
060746         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
060747         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
060748         GO TO 9800-FILE-ERROR
060749     END-IF.
060750     WRITE RESTART-CONTROL-RECORD FROM CJ1-MARKER-RECORD.
060751     IF CJ1-RESTFILE-STATUS NOT = '00'
060752         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
060753         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
060754         GO TO 9800-FILE-ERROR
060755     END-IF.
060756     CLOSE RESTFILE.
060757 3100-EXIT.
060758     EXIT.
060759*
060800****************************************************************
060900*    4000-APPEND-ABEND-ROWS
061000*    APPEND EVERY STREAM'S ABEND LOG ROWS (THE PABNFILE DD
061100*    CONCATENATES THEM IN DECK ORDER) TO THE NIGHT'S ABNDFILE,
061200*    WHERE CBEXCP01C AND HOUSEKEEPING HAVE ALWAYS FOUND THEM.
061300****************************************************************
061400 4000-APPEND-ABEND-ROWS.
061500     OPEN INPUT PABNFILE.
061600     IF CJ1-PABNFILE-STATUS NOT = '00'
061700         MOVE 'PABNFILE' TO CJ1-FAILING-FILE
061800         MOVE CJ1-PABNFILE-STATUS TO CJ1-FAILING-STATUS
061900         GO TO 9800-FILE-ERROR
062000     END-IF.
062100     OPEN EXTEND ABNDFILE.
062200     IF CJ1-ABNDFILE-STATUS NOT = '00'
062300         MOVE 'ABNDFILE' TO CJ1-FAILING-FILE
062400         MOVE CJ1-ABNDFILE-STATUS TO CJ1-FAILING-STATUS
062500         GO TO 9800-FILE-ERROR
062600     END-IF.
062700     MOVE 'N' TO CJ1-COPY-EOF-SW.
062800     PERFORM 4010-APPEND-ONE-ABEND-ROW THRU 4010-EXIT
062900         UNTIL CJ1-END-OF-COPY.
063000     CLOSE PABNFILE.
063100     CLOSE ABNDFILE.
063200 4000-EXIT.
063300     EXIT.
063400*
063500 4010-APPEND-ONE-ABEND-ROW.
063600     READ PABNFILE
063700         AT END
063800             SET CJ1-END-OF-COPY TO TRUE
063900     END-READ.
064000     IF CJ1-PABNFILE-STATUS NOT = '00' AND CJ1-PABNFILE-STATUS
064100             NOT = '10'
064200         MOVE 'PABNFILE' TO CJ1-FAILING-FILE
064300         MOVE CJ1-PABNFILE-STATUS TO CJ1-FAILING-STATUS
064400         GO TO 9800-FILE-ERROR
064500     END-IF.
064600     IF CJ1-END-OF-COPY
064700         GO TO 4010-EXIT
064800     END-IF.
064810     IF CJ1-ABND-SKIP > ZERO
064820         SUBTRACT 1 FROM CJ1-ABND-SKIP
064830         GO TO 4010-EXIT
064840     END-IF.
064900     WRITE ABND-LIVE-RECORD FROM ABND-PART-RECORD.
065000     IF CJ1-ABNDFILE-STATUS NOT = '00'
065100         MOVE 'ABNDFILE' TO CJ1-FAILING-FILE
065200         MOVE CJ1-ABNDFILE-STATUS TO CJ1-FAILING-STATUS
065300         GO TO 9800-FILE-ERROR
065400     END-IF.
065500     ADD 1 TO CJ1-ABND-COPIED.
065600 4010-EXIT.
065700     EXIT.
065800*
065801****************************************************************
065802*    4020-COUNT-ABEND-ROWS
065803*    COUNT THE ROWS ALREADY ON THE NIGHT'S ABNDFILE (FOR 3100).
065804****************************************************************
065805 4020-COUNT-ABEND-ROWS.
065806     MOVE ZERO TO CJ1-ABND-ON-FILE.
065807     MOVE 'N' TO CJ1-COPY-EOF-SW.
065808     OPEN INPUT ABNDFILE.
065809     IF CJ1-ABNDFILE-STATUS NOT = '00'
065810         MOVE 'ABNDFILE' TO CJ1-FAILING-FILE
065811         MOVE CJ1-ABNDFILE-STATUS TO CJ1-FAILING-STATUS
065812         GO TO 9800-FILE-ERROR
065813     END-IF.
065814     PERFORM 4030-COUNT-ONE-ABEND-ROW THRU 4030-EXIT
065815         UNTIL CJ1-END-OF-COPY.
065816     CLOSE ABNDFILE.
065817 4020-EXIT.
065818     EXIT.
065819*
065820 4030-COUNT-ONE-ABEND-ROW.
065821     READ ABNDFILE
065822         AT END
065823             SET CJ1-END-OF-COPY TO TRUE
065824     END-READ.
065825     IF CJ1-ABNDFILE-STATUS NOT = '00' AND CJ1-ABNDFILE-STATUS
065826             NOT = '10'
065827         MOVE 'ABNDFILE' TO CJ1-FAILING-FILE
065828         MOVE CJ1-ABNDFILE-STATUS TO CJ1-FAILING-STATUS
065829         GO TO 9800-FILE-ERROR
065830     END-IF.
065831     IF NOT CJ1-END-OF-COPY
065832         ADD 1 TO CJ1-ABND-ON-FILE
065833     END-IF.
065834 4030-EXIT.
065835     EXIT.
065836*
065900****************************************************************
066000*    4100-APPEND-POSTINGS
066100*    APPEND EVERY STREAM'S FEE POSTINGS (THE PTRNFILE DD
066200*    CONCATENATES THEM IN DECK ORDER) TO THE NIGHT'S TRANFILE,
066300*    BEHIND THE POSTING ENGINE'S PURCHASES AND PAYMENTS, WHERE
066400*    THE APPLY, THE GL EXTRACT, THE NOTICES, AND THE SETTLEMENT
066500*    PROOF HAVE ALWAYS FOUND THEM.
066600****************************************************************
066700 4100-APPEND-POSTINGS.
066800     OPEN INPUT PTRNFILE.
066900     IF CJ1-PTRNFILE-STATUS NOT = '00'
067000         MOVE 'PTRNFILE' TO CJ1-FAILING-FILE
067100         MOVE CJ1-PTRNFILE-STATUS TO CJ1-FAILING-STATUS
067200         GO TO 9800-FILE-ERROR
067300     END-IF.
067400     OPEN EXTEND TRANFILE.
067500     IF CJ1-TRANFILE-STATUS NOT = '00'
067600         MOVE 'TRANFILE' TO CJ1-FAILING-FILE
067700         MOVE CJ1-TRANFILE-STATUS TO CJ1-FAILING-STATUS
067800         GO TO 9800-FILE-ERROR
067900     END-IF.
068000     MOVE 'N' TO CJ1-COPY-EOF-SW.
068100     PERFORM 4110-APPEND-ONE-POSTING THRU 4110-EXIT
068200         UNTIL CJ1-END-OF-COPY.
068300     CLOSE PTRNFILE.
068400     CLOSE TRANFILE.
068500 4100-EXIT.
068600     EXIT.
068700*
068800 4110-APPEND-ONE-POSTING.
068900     READ PTRNFILE
069000         AT END
069100             SET CJ1-END-OF-COPY TO TRUE
069200     END-READ.
069300     IF CJ1-PTRNFILE-STATUS NOT = '00' AND CJ1-PTRNFILE-STATUS
069400             NOT = '10'
069500         MOVE 'PTRNFILE' TO CJ1-FAILING-FILE
069600         MOVE CJ1-PTRNFILE-STATUS TO CJ1-FAILING-STATUS
069700         GO TO 9800-FILE-ERROR
069800     END-IF.
069900     IF CJ1-END-OF-COPY
070000         GO TO 4110-EXIT
070100     END-IF.
070110     IF CJ1-TRAN-SKIP > ZERO
070120         SUBTRACT 1 FROM CJ1-TRAN-SKIP
070130         GO TO 4110-EXIT
070140     END-IF.
070200     WRITE TRAN-LIVE-RECORD FROM TRAN-PART-RECORD.
070300     IF CJ1-TRANFILE-STATUS NOT = '00'
070400         MOVE 'TRANFILE' TO CJ1-FAILING-FILE
070500         MOVE CJ1-TRANFILE-STATUS TO CJ1-FAILING-STATUS
070600         GO TO 9800-FILE-ERROR
070700     END-IF.
070800     ADD 1 TO CJ1-TRAN-COPIED.
070900 4110-EXIT.
071000     EXIT.
071100*
071101****************************************************************
071102*    4120-COUNT-POSTINGS
071103*    COUNT THE RECORDS ALREADY ON THE NIGHT'S TRANFILE (FOR 3100).
071104****************************************************************
071105 4120-COUNT-POSTINGS.
071106     MOVE ZERO TO CJ1-TRAN-ON-FILE.
071107     MOVE 'N' TO CJ1-COPY-EOF-SW.
071108     OPEN INPUT TRANFILE.
071109     IF CJ1-TRANFILE-STATUS NOT = '00'
071110         MOVE 'TRANFILE' TO CJ1-FAILING-FILE
071111         MOVE CJ1-TRANFILE-STATUS TO CJ1-FAILING-STATUS
071112         GO TO 9800-FILE-ERROR
071113     END-IF.
071114     PERFORM 4130-COUNT-ONE-POSTING THRU 4130-EXIT
071115         UNTIL CJ1-END-OF-COPY.
071116     CLOSE TRANFILE.
071117 4120-EXIT.
071118     EXIT.
071119*
071120 4130-COUNT-ONE-POSTING.
071121     READ TRANFILE
071122         AT END
071123             SET CJ1-END-OF-COPY TO TRUE
071124     END-READ.
071125     IF CJ1-TRANFILE-STATUS NOT = '00' AND CJ1-TRANFILE-STATUS
071126             NOT = '10'
071127         MOVE 'TRANFILE' TO CJ1-FAILING-FILE
071128         MOVE CJ1-TRANFILE-STATUS TO CJ1-FAILING-STATUS
071129         GO TO 9800-FILE-ERROR
071130     END-IF.
071131     IF NOT CJ1-END-OF-COPY
071132         ADD 1 TO CJ1-TRAN-ON-FILE
071133     END-IF.
071134 4130-EXIT.
071135     EXIT.
071136*
071200****************************************************************
071300*    5000-FOLD-RUN-LOGS
071400*    READ THE STREAMS' OWN RUN-HISTORY RECORDS (THE PRUNFILE DD
071500*    CONCATENATES THEM) FOR TONIGHT'S RUN DATE: THE EARLIEST
071600*    START, THE LATEST END, WHETHER ANY STREAM HAD TO RESTART,
071700*    AND THE HIGHEST RETURN CODE.  THAT RETURN CODE BECOMES THIS
071800*    STEP'S, SO THE JOB CONDITIONS DOWNSTREAM SEE WHAT ONE
071900*    STREAM OVER THE WHOLE MASTER WOULD HAVE RETURNED.  WITH NO
072000*    STREAM RUN LOG TO GO ON, THE CODE IS RECONSTRUCTED FROM
072100*    THE COUNTS THE SAME WAY THE PASS SETS IT.
072200****************************************************************
072300 5000-FOLD-RUN-LOGS.
072400     OPEN INPUT PRUNFILE.
072500     IF CJ1-PRUNFILE-STATUS NOT = '00' AND CJ1-PRUNFILE-STATUS
072600             NOT = '05'
072700         MOVE 'PRUNFILE' TO CJ1-FAILING-FILE
072800         MOVE CJ1-PRUNFILE-STATUS TO CJ1-FAILING-STATUS
072900         GO TO 9800-FILE-ERROR
073000     END-IF.
073100     PERFORM 5010-FOLD-ONE-RUN-LOG THRU 5010-EXIT
073200         UNTIL CJ1-END-OF-PRUNFILE.
073300     CLOSE PRUNFILE.
073400     IF CJ1-RUNLOG-COUNT = ZERO
073500         IF CJ1-BADINPUT-COUNT > ZERO
073600             MOVE 8 TO CJ1-FINAL-RC
073700         ELSE
073800             IF CJ1-ABEND-COUNT > ZERO
073900                 MOVE 4 TO CJ1-FINAL-RC
074000             END-IF
074100         END-IF
074200     END-IF.
074300 5000-EXIT.
074400     EXIT.
074500*
074600 5010-FOLD-ONE-RUN-LOG.
074700     READ PRUNFILE
074800         AT END
074900             SET CJ1-END-OF-PRUNFILE TO TRUE
075000     END-READ.
075100     IF CJ1-PRUNFILE-STATUS NOT = '00' AND CJ1-PRUNFILE-STATUS
075200             NOT = '10'
075300         MOVE 'PRUNFILE' TO CJ1-FAILING-FILE
075400         MOVE CJ1-PRUNFILE-STATUS TO CJ1-FAILING-STATUS
075500         GO TO 9800-FILE-ERROR
075600     END-IF.
075700     IF CJ1-END-OF-PRUNFILE
075800         GO TO 5010-EXIT
075900     END-IF.
076000     IF PRUN-PROGRAM-ID NOT = 'CBACT01C'
076100             OR PRUN-RUN-DATE NOT = CJ1-RUN-DATE
076200         GO TO 5010-EXIT
076300     END-IF.
076400     ADD 1 TO CJ1-RUNLOG-COUNT.
076500     IF CJ1-START-TIME = SPACES
076600             OR PRUN-START-TIME < CJ1-START-TIME
076700         MOVE PRUN-START-TIME TO CJ1-START-TIME
076800     END-IF.
076900     IF PRUN-END-TIME > CJ1-END-TIME
077000         MOVE PRUN-END-TIME TO CJ1-END-TIME
077100     END-IF.
077200     IF PRUN-TYPE-RESTART
077300         SET CJ1-ANY-RESTART TO TRUE
077400     END-IF.
077500     IF PRUN-FINAL-RC > CJ1-FINAL-RC
077600         MOVE PRUN-FINAL-RC TO CJ1-FINAL-RC
077700     END-IF.
077800 5010-EXIT.
077900     EXIT.
078000*
078100****************************************************************
078200*    5100-WRITE-RUN-HISTORY
078300*    APPEND THE NIGHT'S ONE RUN-HISTORY RECORD TO THE CUMULATIVE
078400*    RUN LOG, CARRYING THE MERGED COUNTS, SO THE MONTH-END TREND
078500*    REPORT SEES ONE PASS PER NIGHT, NOT ONE PER STREAM.
078600****************************************************************
078700 5100-WRITE-RUN-HISTORY.
078710     IF CJ1-RUNL-SKIP > ZERO
078720         GO TO 5100-EXIT
078730     END-IF.
078800     OPEN EXTEND RUNLOG.
078900     IF CJ1-RUNLOG-STATUS NOT = '00' AND CJ1-RUNLOG-STATUS
079000             NOT = '05'
079100         MOVE 'RUNLOG' TO CJ1-FAILING-FILE
079200         MOVE CJ1-RUNLOG-STATUS TO CJ1-FAILING-STATUS
079300         GO TO 9800-FILE-ERROR
079400     END-IF.
079500     INITIALIZE RUN-HISTORY-RECORD.
079600     MOVE 'CBACT01C'             TO RUNL-PROGRAM-ID.
079700     MOVE CJ1-RUN-DATE           TO RUNL-RUN-DATE.
079800     MOVE CJ1-START-TIME         TO RUNL-START-TIME.
079900     MOVE CJ1-END-TIME           TO RUNL-END-TIME.
080000     MOVE CJ1-RECORDS-PROCESSED  TO RUNL-RECORDS-PROCESSED.
080100     MOVE CJ1-ABEND-COUNT        TO RUNL-ABEND-COUNT.
080200     MOVE CJ1-BADINPUT-COUNT     TO RUNL-BADINPUT-COUNT.
080300     MOVE CJ1-CLOSED-SKIPPED     TO RUNL-CLOSED-SKIPPED.
080400     MOVE CJ1-SUSPENDED-COUNT    TO RUNL-SUSPENDED-COUNT.
080500     MOVE CJ1-CHECKPOINT-COUNT   TO RUNL-CHECKPOINTS-TAKEN.
080600     MOVE CJ1-FINAL-RC           TO RUNL-FINAL-RC.
080700     IF CJ1-ANY-RESTART
080800         SET RUNL-TYPE-RESTART TO TRUE
080900     ELSE
081000         SET RUNL-TYPE-FRESH TO TRUE
081100     END-IF.
081200     IF CJ1-TYPE-REPORT-ONLY
081300         SET RUNL-MODE-REPORT-ONLY TO TRUE
081400     ELSE
081500         SET RUNL-MODE-LIVE TO TRUE
081600     END-IF.
081700     WRITE RUN-HISTORY-RECORD.
081800     IF CJ1-RUNLOG-STATUS NOT = '00'
081900         MOVE 'RUNLOG' TO CJ1-FAILING-FILE
082000         MOVE CJ1-RUNLOG-STATUS TO CJ1-FAILING-STATUS
082100         GO TO 9800-FILE-ERROR
082200     END-IF.
082300     CLOSE RUNLOG.
082400 5100-EXIT.
082500     EXIT.
082600*
082601****************************************************************
082602*    5110-COUNT-RUN-HISTORY
082603*    COUNT THE RECORDS ALREADY ON THE CUMULATIVE RUN LOG (FOR
082604*    3100).  A RUN LOG NOT YET CREATED HOLDS NONE.
082605****************************************************************
082606 5110-COUNT-RUN-HISTORY.
082607     MOVE ZERO TO CJ1-RUNL-ON-FILE.
082608     MOVE 'N' TO CJ1-COPY-EOF-SW.
082609     OPEN INPUT RUNLOG.
082610     IF CJ1-RUNLOG-STATUS NOT = '00' AND CJ1-RUNLOG-STATUS
082611             NOT = '05'
082612         MOVE 'RUNLOG' TO CJ1-FAILING-FILE
082613         MOVE CJ1-RUNLOG-STATUS TO CJ1-FAILING-STATUS
082614         GO TO 9800-FILE-ERROR
082615     END-IF.
082616     PERFORM 5120-COUNT-ONE-RUN-HISTORY THRU 5120-EXIT
082617         UNTIL CJ1-END-OF-COPY.
082618     CLOSE RUNLOG.
082619 5110-EXIT.
082620     EXIT.
082621*
082622 5120-COUNT-ONE-RUN-HISTORY.
082623     READ RUNLOG
082624         AT END
082625             SET CJ1-END-OF-COPY TO TRUE
082626     END-READ.
082627     IF CJ1-RUNLOG-STATUS NOT = '00' AND CJ1-RUNLOG-STATUS
082628             NOT = '10'
082629         MOVE 'RUNLOG' TO CJ1-FAILING-FILE
082630         MOVE CJ1-RUNLOG-STATUS TO CJ1-FAILING-STATUS
082631         GO TO 9800-FILE-ERROR
082632     END-IF.
082633     IF NOT CJ1-END-OF-COPY
082634         ADD 1 TO CJ1-RUNL-ON-FILE
082635     END-IF.
082636 5120-EXIT.
082637     EXIT.
082638*
082700****************************************************************
082800*    6000-WRITE-MERGED-FINAL
082900*    REWRITE THE MAIN RESTFILE WITH THE ONE FINAL COUNTS RECORD
083000*    CBRECN01C AND CBCHRN01C HAVE ALWAYS READ -- THE SUM OF THE
083100*    STREAMS, MARKED AS MERGED.  THE LAST ABEND CODE IS THE ONE
083200*    THE HIGHEST-KEYED STREAM WITH AN INCIDENT CARRIED, WHICH IS
083300*    WHAT ONE STREAM OVER THE WHOLE MASTER WOULD HAVE LEFT.
083400****************************************************************
083500 6000-WRITE-MERGED-FINAL.
083600     INITIALIZE RESTART-CONTROL-RECORD.
083700     MOVE 'CBACT01C'             TO REST-PROGRAM-ID.
083800     MOVE CJ1-RUN-DATE           TO REST-RUN-DATE.
083900     MOVE CJ1-RECORD-TYPE        TO REST-RECORD-TYPE.
084000     MOVE ZERO                   TO REST-LAST-KEY.
084100     MOVE CJ1-RECORDS-PROCESSED  TO REST-RECORDS-PROCESSED.
084200     MOVE CJ1-CHECKPOINT-COUNT   TO REST-CHECKPOINT-COUNT.
084300     MOVE CJ1-ABEND-COUNT        TO REST-ABEND-COUNT.
084400     MOVE CJ1-BADINPUT-COUNT     TO REST-BADINPUT-COUNT.
084500     MOVE CJ1-LAST-ABEND-CODE    TO REST-LAST-ABEND-CODE.
084600     MOVE CJ1-CLOSED-SKIPPED     TO REST-CLOSED-SKIPPED.
084700     MOVE CJ1-SUSPENDED-COUNT    TO REST-SUSPENDED-COUNT.
084710     MOVE CJ1-FEES-HELD          TO REST-FEES-HELD.
084800     MOVE CJ1-PRIOR-RUN-DATE     TO REST-PRIOR-RUN-DATE.
084900     SET REST-MERGED-STREAMS     TO TRUE.
085000     OPEN OUTPUT RESTFILE.
085100     IF CJ1-RESTFILE-STATUS NOT = '00'
085200         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
085300         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
085400         GO TO 9800-FILE-ERROR
085500     END-IF.
085600     WRITE RESTART-CONTROL-RECORD.
085700     IF CJ1-RESTFILE-STATUS NOT = '00'
085800         MOVE 'RESTFILE' TO CJ1-FAILING-FILE
085900         MOVE CJ1-RESTFILE-STATUS TO CJ1-FAILING-STATUS
086000         GO TO 9800-FILE-ERROR
086100     END-IF.
086200     CLOSE RESTFILE.
086300     IF CJ1-ALREADY-MERGED
086400         MOVE 'ALREADY MERGED -- FINAL COUNTS REWRITTEN ONLY'
086500             TO CJ1-R-RESULT
086600     ELSE
086700         MOVE 'MERGED -- FINAL COUNTS WRITTEN' TO CJ1-R-RESULT
086800     END-IF.
086810     IF CJ1-MERGE-RESUMED
086820         MOVE 'RESUMED -- MERGE FINISHED, FINAL COUNTS WRITTEN'
086830             TO CJ1-R-RESULT
086840     END-IF.
086900     MOVE SPACE TO CJ1-R-PART.
087000 6000-EXIT.
087100     EXIT.
087200*
087300****************************************************************
087400*    8000-WRITE-MERGE-REPORT
087500*    ONE LINE PER STREAM ON THE DECK, THE MERGED TOTALS, THE
087600*    ROWS APPENDED, AND THE RESULT.  A STREAM THAT NEVER LEFT A
087700*    RECORD SHOWS A BLANK TYPE.
087800****************************************************************
087900 8000-WRITE-MERGE-REPORT.
088000     WRITE REPORT-LINE FROM CJ1-COLUMN-LINE.
088100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
088200     PERFORM 8010-WRITE-STREAM-LINE THRU 8010-EXIT
088300         VARYING CJ1-PART-IDX FROM 1 BY 1
088400         UNTIL CJ1-PART-IDX > CJ1-PART-COUNT.
088500     IF NOT CJ1-MERGE-REFUSED
088600         MOVE CJ1-RECORDS-PROCESSED TO CJ1-TL-RECORDS
088700         MOVE CJ1-ABEND-COUNT       TO CJ1-TL-ABENDS
088800         MOVE CJ1-BADINPUT-COUNT    TO CJ1-TL-BADINPUT
088900         MOVE CJ1-CLOSED-SKIPPED    TO CJ1-TL-CLOSED
089000         MOVE CJ1-SUSPENDED-COUNT   TO CJ1-TL-SUSPENDED
089100         WRITE REPORT-LINE FROM CJ1-TOTAL-LINE
089200         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
089300         MOVE 'ABNDFILE'            TO CJ1-C-NAME
089400         MOVE CJ1-ABND-COPIED       TO CJ1-C-COUNT
089500         WRITE REPORT-LINE FROM CJ1-COPY-LINE
089600         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
089700         MOVE 'TRANFILE'            TO CJ1-C-NAME
089800         MOVE CJ1-TRAN-COPIED       TO CJ1-C-COUNT
089900         WRITE REPORT-LINE FROM CJ1-COPY-LINE
090000         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
090100     END-IF.
090200     WRITE REPORT-LINE FROM CJ1-RESULT-LINE.
090300     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
090400 8000-EXIT.
090500     EXIT.
090600*
090700 8010-WRITE-STREAM-LINE.
090800     MOVE CJ1-PT-ID(CJ1-PART-IDX)        TO CJ1-D-ID.
090900     MOVE CJ1-PT-LOW(CJ1-PART-IDX)       TO CJ1-D-LOW.
091000     MOVE CJ1-PT-HIGH(CJ1-PART-IDX)      TO CJ1-D-HIGH.
091100     MOVE CJ1-PT-TYPE(CJ1-PART-IDX)      TO CJ1-D-TYPE.
091200     MOVE CJ1-PT-RECORDS(CJ1-PART-IDX)   TO CJ1-D-RECORDS.
091300     MOVE CJ1-PT-ABENDS(CJ1-PART-IDX)    TO CJ1-D-ABENDS.
091400     MOVE CJ1-PT-BADINPUT(CJ1-PART-IDX)  TO CJ1-D-BADINPUT.
091500     MOVE CJ1-PT-CLOSED(CJ1-PART-IDX)    TO CJ1-D-CLOSED.
091600     MOVE CJ1-PT-SUSPENDED(CJ1-PART-IDX) TO CJ1-D-SUSPENDED.
091700     WRITE REPORT-LINE FROM CJ1-DETAIL-LINE.
091800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
091900 8010-EXIT.
092000     EXIT.
092100*
092200 8100-CHECK-REPORT-WRITE.
092300     IF CJ1-RPTFILE-STATUS NOT = '00'
092400         MOVE 'RPTFILE' TO CJ1-FAILING-FILE
092500         MOVE CJ1-RPTFILE-STATUS TO CJ1-FAILING-STATUS
092600         GO TO 9800-FILE-ERROR
092700     END-IF.
092800 8100-EXIT.
092900     EXIT.
093000*
093100****************************************************************
093200*    9600-DECK-ERROR
093300*    THE PARTITION DECK IS EMPTY, UNREADABLE, OUT OF ORDER, OR
093400*    DOES NOT COVER EVERY ACCT-ID EXACTLY ONCE.  NOTHING CAN BE
093500*    PROVED AGAINST A BAD DECK, SO THE STEP ABENDS.
093600****************************************************************
093700 9600-DECK-ERROR.
093800     DISPLAY 'CBMRGE01C PARTITION DECK INVALID'.
093900     MOVE 16 TO RETURN-CODE.
094000     GOBACK.
094100*
094200****************************************************************
094300*    9800-FILE-ERROR
094400*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
094500*    OTHER THAN A NORMAL AT-END OR A MISSING MAIN RESTFILE OR
094600*    STREAM RUN LOG LANDS HERE WITH THE FAILING FILE NAME AND
094700*    ITS FILE STATUS ALREADY MOVED TO CJ1-FAILING-FILE/
094800*    CJ1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
094900****************************************************************
095000 9800-FILE-ERROR.
095100     DISPLAY 'CBMRGE01C I/O ERROR ON FILE ' CJ1-FAILING-FILE
095200         ' STATUS ' CJ1-FAILING-STATUS.
095300     MOVE 16 TO RETURN-CODE.
095400     GOBACK.
