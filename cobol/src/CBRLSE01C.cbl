000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBRLSE01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  FRAUD HOLD DECISIONS.
001300*                     APPLIES FRAUD OPERATIONS' DECISION CARDS
001400*                     (LAYOUT IN FRDCREC) TO THE HELD-ITEMS FILE
001500*                     THE NIGHTLY FRAUD SCREEN CBSCRN01C BUILDS:
001600*                     'R' RELEASES A HELD PURCHASE TO POST ON THE
001700*                     NEXT NIGHT'S CBPOST01C RUN, 'D' DECLINES IT
001800*                     FOR GOOD.  THE DECISION DATE AND REVIEWER
001900*                     ARE KEPT ON THE ITEM.  A DECISION MAY BE
002000*                     CHANGED UNTIL THE ITEM HAS POSTED; A CARD
002100*                     REPEATING THE DECISION ALREADY ON FILE IS
002200*                     COUNTED, NOT REJECTED, SO A RESUBMITTED
002300*                     DECK IS HARMLESS.  A CARD THAT FAILS AN
002400*                     EDIT, NAMES NO HELD ITEM, OR TRIES TO
002500*                     CHANGE AN ITEM ALREADY POSTED IS REJECTED
002600*                     AND TOUCHES NOTHING.  EVERY CARD IS LISTED
002700*                     ON THE DECISION REPORT.  COMES BACK RC=8
002800*                     WHEN ANY CARD WAS REJECTED.
002900****************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FRDCFILE  ASSIGN TO FRDCFILE
003500                      ORGANIZATION IS SEQUENTIAL
003600                      FILE STATUS IS CO1-FRDCFILE-STATUS.
003700     SELECT HELDFILE  ASSIGN TO HELDFILE
003800                      ORGANIZATION IS INDEXED
003900                      ACCESS MODE IS RANDOM
004000                      RECORD KEY IS HELD-KEY
004100                      FILE STATUS IS CO1-HELDFILE-STATUS.
004200     SELECT RPTFILE   ASSIGN TO RPTFILE
004300                      ORGANIZATION IS SEQUENTIAL
004400                      FILE STATUS IS CO1-RPTFILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FRDCFILE
004900     RECORDING MODE IS F.
005000     COPY FRDCREC.
005100*
005200 FD  HELDFILE.
005300     COPY HELDREC.
005400*
005500 FD  RPTFILE
005600     RECORDING MODE IS F.
005700 01  REPORT-LINE                 PIC X(80).
005800*
005900 WORKING-STORAGE SECTION.
006000 77  CO1-FRDC-EOF-SW             PIC X(01) VALUE 'N'.
006100     88  CO1-END-OF-FRDCFILE         VALUE 'Y'.
006200 77  CO1-RUN-DATE                PIC X(08) VALUE SPACES.
006300 77  CO1-CARDS-READ              PIC 9(05) COMP VALUE ZERO.
006400 77  CO1-ITEMS-RELEASED          PIC 9(05) COMP VALUE ZERO.
006500 77  CO1-ITEMS-DECLINED          PIC 9(05) COMP VALUE ZERO.
006600 77  CO1-DECISIONS-CHANGED       PIC 9(05) COMP VALUE ZERO.
006700 77  CO1-ALREADY-DECIDED         PIC 9(05) COMP VALUE ZERO.
006800 77  CO1-CARDS-REJECTED          PIC 9(05) COMP VALUE ZERO.
006900 77  CO1-RESULT                  PIC X(24) VALUE SPACES.
007000 77  CO1-FRDCFILE-STATUS         PIC X(02) VALUE '00'.
007100 77  CO1-HELDFILE-STATUS         PIC X(02) VALUE '00'.
007200 77  CO1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
007300 77  CO1-FAILING-FILE            PIC X(10) VALUE SPACES.
007400 77  CO1-FAILING-STATUS          PIC X(02) VALUE SPACES.
007500*
007600 01  CO1-TITLE-LINE.
007700     05  FILLER                  PIC X(05) VALUE SPACES.
007800     05  FILLER                  PIC X(40) VALUE
007900         'FRAUD HOLD DECISION REPORT'.
008000     05  FILLER                  PIC X(06) VALUE 'DATE: '.
008100     05  CO1-T-DATE              PIC X(08).
008200*
008300 01  CO1-DECISION-HEADING.
008400     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  FILLER                  PIC X(01) VALUE 'D'.
008600     05  FILLER                  PIC X(01) VALUE SPACES.
008700     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
008800     05  FILLER                  PIC X(01) VALUE SPACES.
008900     05  FILLER                  PIC X(08) VALUE 'FEEDDATE'.
009000     05  FILLER                  PIC X(01) VALUE SPACES.
009100     05  FILLER                  PIC X(06) VALUE 'TIME'.
009200     05  FILLER                  PIC X(01) VALUE SPACES.
009300     05  FILLER                  PIC X(07) VALUE 'SEQ'.
009400     05  FILLER                  PIC X(01) VALUE SPACES.
009500     05  FILLER                  PIC X(08) VALUE 'REVIEWER'.
009600     05  FILLER                  PIC X(01) VALUE SPACES.
009700     05  FILLER                  PIC X(24) VALUE 'RESULT'.
009800*
009900 01  CO1-DECISION-LINE.
010000     05  FILLER                  PIC X(02).
010100     05  CO1-D-DECISION          PIC X(01).
010200     05  FILLER                  PIC X(01).
010300     05  CO1-D-ACCT              PIC X(11).
010400     05  FILLER                  PIC X(01).
010500     05  CO1-D-FEED-DATE         PIC X(08).
010600     05  FILLER                  PIC X(01).
010700     05  CO1-D-FEED-TIME         PIC X(06).
010800     05  FILLER                  PIC X(01).
010900     05  CO1-D-FEED-SEQ          PIC X(07).
011000     05  FILLER                  PIC X(01).
011100     05  CO1-D-REVIEWER          PIC X(08).
011200     05  FILLER                  PIC X(01).
011300     05  CO1-D-RESULT            PIC X(24).
011400*
011500 01  CO1-SUMMARY-LINE.
011600     05  FILLER                  PIC X(05).
011700     05  CO1-SM-CAPTION          PIC X(24).
011800     05  CO1-SM-COUNT            PIC ZZZZZZ9.
011900*
012000 PROCEDURE DIVISION.
012100*
012200****************************************************************
012300*    0000-MAINLINE
012400*    APPLY THE DECISION CARDS TO THE HELD-ITEMS FILE AND LIST
012500*    EVERY CARD WITH WHAT BECAME OF IT.
012600****************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
013000         UNTIL CO1-END-OF-FRDCFILE.
013100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013200     IF CO1-CARDS-REJECTED > ZERO
013300         IF 8 > RETURN-CODE
013400             MOVE 8 TO RETURN-CODE
013500         END-IF
013600     END-IF.
013700     GOBACK.
013800*
013900****************************************************************
014000*    1000-INITIALIZE
014100*    OPEN THE FILES AND WRITE THE REPORT HEADINGS.
014200****************************************************************
014300 1000-INITIALIZE.
014400     ACCEPT CO1-RUN-DATE FROM DATE YYYYMMDD.
014500     OPEN INPUT FRDCFILE.
014600     IF CO1-FRDCFILE-STATUS NOT = '00'
014700         MOVE 'FRDCFILE' TO CO1-FAILING-FILE
014800         MOVE CO1-FRDCFILE-STATUS TO CO1-FAILING-STATUS
014900         GO TO 9800-FILE-ERROR
015000     END-IF.
015100     OPEN I-O HELDFILE.
015200     IF CO1-HELDFILE-STATUS NOT = '00'
015300         MOVE 'HELDFILE' TO CO1-FAILING-FILE
015400         MOVE CO1-HELDFILE-STATUS TO CO1-FAILING-STATUS
015500         GO TO 9800-FILE-ERROR
015600     END-IF.
015700     OPEN OUTPUT RPTFILE.
015800     IF CO1-RPTFILE-STATUS NOT = '00'
015900         MOVE 'RPTFILE' TO CO1-FAILING-FILE
016000         MOVE CO1-RPTFILE-STATUS TO CO1-FAILING-STATUS
016100         GO TO 9800-FILE-ERROR
016200     END-IF.
016300     MOVE CO1-RUN-DATE TO CO1-T-DATE.
016400     WRITE REPORT-LINE FROM CO1-TITLE-LINE.
016500     WRITE REPORT-LINE FROM CO1-DECISION-HEADING.
016600     IF CO1-RPTFILE-STATUS NOT = '00'
016700         MOVE 'RPTFILE' TO CO1-FAILING-FILE
016800         MOVE CO1-RPTFILE-STATUS TO CO1-FAILING-STATUS
016900         GO TO 9800-FILE-ERROR
017000     END-IF.
017100 1000-EXIT.
017200     EXIT.
017300*
017400****************************************************************
017500*    2000-PROCESS-CARD
017600*    READ AND EDIT ONE DECISION CARD, FIND THE HELD ITEM IT
017700*    NAMES, AND APPLY THE DECISION.
017800****************************************************************
017900 2000-PROCESS-CARD.
018000     READ FRDCFILE
018100         AT END
018200             SET CO1-END-OF-FRDCFILE TO TRUE
018300     END-READ.
018400     IF CO1-FRDCFILE-STATUS NOT = '00' AND CO1-FRDCFILE-STATUS
018500             NOT = '10'
018600         MOVE 'FRDCFILE' TO CO1-FAILING-FILE
018700         MOVE CO1-FRDCFILE-STATUS TO CO1-FAILING-STATUS
018800         GO TO 9800-FILE-ERROR
018900     END-IF.
019000     IF CO1-END-OF-FRDCFILE
019100         GO TO 2000-EXIT
019200     END-IF.
019300     ADD 1 TO CO1-CARDS-READ.
019400     IF NOT FRDC-RELEASE AND NOT FRDC-DECLINE
019500         MOVE 'INVALID DECISION CODE' TO CO1-RESULT
019600         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
019700         GO TO 2000-EXIT
019800     END-IF.
019900     IF FRDC-ACCT-ID NOT NUMERIC
020000         MOVE 'NON-NUMERIC ACCOUNT' TO CO1-RESULT
020100         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
020200         GO TO 2000-EXIT
020300     END-IF.
020400     IF FRDC-FEED-SEQ NOT NUMERIC
020500         MOVE 'NON-NUMERIC SEQUENCE' TO CO1-RESULT
020600         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
020700         GO TO 2000-EXIT
020800     END-IF.
020900     IF FRDC-REVIEWER = SPACES
021000         MOVE 'REVIEWER MISSING' TO CO1-RESULT
021100         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
021200         GO TO 2000-EXIT
021300     END-IF.
021400     MOVE FRDC-ACCT-ID-9  TO HELD-ACCT-ID.
021500     MOVE FRDC-FEED-DATE  TO HELD-FEED-DATE.
021600     MOVE FRDC-FEED-TIME  TO HELD-FEED-TIME.
021700     MOVE FRDC-FEED-SEQ-9 TO HELD-FEED-SEQ.
021800     READ HELDFILE
021900         INVALID KEY
022000             MOVE 'NO SUCH HELD ITEM' TO CO1-RESULT
022100             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
022200             GO TO 2000-EXIT
022300     END-READ.
022400     IF CO1-HELDFILE-STATUS NOT = '00'
022500         MOVE 'HELDFILE' TO CO1-FAILING-FILE
022600         MOVE CO1-HELDFILE-STATUS TO CO1-FAILING-STATUS
022700         GO TO 9800-FILE-ERROR
022800     END-IF.
022900     PERFORM 3000-APPLY-DECISION THRU 3000-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200*
023300****************************************************************
023400*    3000-APPLY-DECISION
023500*    AN ITEM ALREADY POSTED IS BEYOND RECALL.  A CARD THAT
023600*    REPEATS THE DECISION ON FILE CHANGES NOTHING.  OTHERWISE
023700*    THE ITEM -- STILL HELD, OR RELEASED OR DECLINED EARLIER
023800*    AND NOT YET POSTED -- TAKES THE NEW DECISION, DATE AND
023900*    REVIEWER.
024000****************************************************************
024100 3000-APPLY-DECISION.
024200     IF HELD-POSTED
024300         MOVE 'ITEM ALREADY POSTED' TO CO1-RESULT
024400         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
024500         GO TO 3000-EXIT
024600     END-IF.
024700     IF (FRDC-RELEASE AND HELD-RELEASED)
024800             OR (FRDC-DECLINE AND HELD-DECLINED)
024900         ADD 1 TO CO1-ALREADY-DECIDED
025000         MOVE 'ALREADY DECIDED - NO CHG' TO CO1-RESULT
025100         PERFORM 7100-LIST-CARD THRU 7100-EXIT
025200         GO TO 3000-EXIT
025300     END-IF.
025400     IF NOT HELD-PENDING
025500         ADD 1 TO CO1-DECISIONS-CHANGED
025600     END-IF.
025700     IF FRDC-RELEASE
025800         SET HELD-RELEASED TO TRUE
025900         ADD 1 TO CO1-ITEMS-RELEASED
026000         MOVE 'RELEASED TO POST' TO CO1-RESULT
026100     ELSE
026200         SET HELD-DECLINED TO TRUE
026300         ADD 1 TO CO1-ITEMS-DECLINED
026400         MOVE 'DECLINED' TO CO1-RESULT
026500     END-IF.
026600     MOVE CO1-RUN-DATE  TO HELD-DECISION-DATE.
026700     MOVE FRDC-REVIEWER TO HELD-REVIEWER.
026800     REWRITE HELD-ITEM-RECORD.
026900     IF CO1-HELDFILE-STATUS NOT = '00'
027000         MOVE 'HELDFILE' TO CO1-FAILING-FILE
027100         MOVE CO1-HELDFILE-STATUS TO CO1-FAILING-STATUS
027200         GO TO 9800-FILE-ERROR
027300     END-IF.
027400     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700*
027800****************************************************************
027900*    7000-REJECT-CARD
028000*    THE CARD FAILED AN EDIT OR NAMES AN ITEM IT CANNOT
028100*    CHANGE.  NOTHING IS TOUCHED; THE STEP COMES BACK RC=8.
028200*    THE REASON IS ALREADY IN CO1-RESULT.
028300****************************************************************
028400 7000-REJECT-CARD.
028500     ADD 1 TO CO1-CARDS-REJECTED.
028600     PERFORM 7100-LIST-CARD THRU 7100-EXIT.
028700 7000-EXIT.
028800     EXIT.
028900*
029000 7100-LIST-CARD.
029100     MOVE SPACES         TO CO1-DECISION-LINE.
029200     MOVE FRDC-DECISION  TO CO1-D-DECISION.
029300     MOVE FRDC-ACCT-ID   TO CO1-D-ACCT.
029400     MOVE FRDC-FEED-DATE TO CO1-D-FEED-DATE.
029500     MOVE FRDC-FEED-TIME TO CO1-D-FEED-TIME.
029600     MOVE FRDC-FEED-SEQ  TO CO1-D-FEED-SEQ.
029700     MOVE FRDC-REVIEWER  TO CO1-D-REVIEWER.
029800     MOVE CO1-RESULT     TO CO1-D-RESULT.
029900     WRITE REPORT-LINE FROM CO1-DECISION-LINE.
030000     IF CO1-RPTFILE-STATUS NOT = '00'
030100         MOVE 'RPTFILE' TO CO1-FAILING-FILE
030200         MOVE CO1-RPTFILE-STATUS TO CO1-FAILING-STATUS
030300         GO TO 9800-FILE-ERROR
030400     END-IF.
030500 7100-EXIT.
030600     EXIT.
030700*
030800****************************************************************
030900*    9000-TERMINATE
031000*    WRITE THE CONTROL COUNTS AND CLOSE THE FILES.  EVERY CARD
031100*    READ IS RELEASED, DECLINED, ALREADY DECIDED OR REJECTED.
031200****************************************************************
031300 9000-TERMINATE.
031400     MOVE SPACES TO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     MOVE SPACES TO CO1-SUMMARY-LINE.
031700     MOVE 'CARDS READ'             TO CO1-SM-CAPTION.
031800     MOVE CO1-CARDS-READ           TO CO1-SM-COUNT.
031900     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
032000     MOVE 'ITEMS RELEASED'         TO CO1-SM-CAPTION.
032100     MOVE CO1-ITEMS-RELEASED       TO CO1-SM-COUNT.
032200     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
032300     MOVE 'ITEMS DECLINED'         TO CO1-SM-CAPTION.
032400     MOVE CO1-ITEMS-DECLINED       TO CO1-SM-COUNT.
032500     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
032600     MOVE 'EARLIER DECISION CHANGED' TO CO1-SM-CAPTION.
032700     MOVE CO1-DECISIONS-CHANGED    TO CO1-SM-COUNT.
032800     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
032900     MOVE 'ALREADY DECIDED'        TO CO1-SM-CAPTION.
033000     MOVE CO1-ALREADY-DECIDED      TO CO1-SM-COUNT.
033100     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
033200     MOVE 'CARDS REJECTED'         TO CO1-SM-CAPTION.
033300     MOVE CO1-CARDS-REJECTED       TO CO1-SM-COUNT.
033400     WRITE REPORT-LINE FROM CO1-SUMMARY-LINE.
033500     IF CO1-RPTFILE-STATUS NOT = '00'
033600         MOVE 'RPTFILE' TO CO1-FAILING-FILE
033700         MOVE CO1-RPTFILE-STATUS TO CO1-FAILING-STATUS
033800         GO TO 9800-FILE-ERROR
033900     END-IF.
034000     CLOSE FRDCFILE.
034100     CLOSE HELDFILE.
034200     CLOSE RPTFILE.
034300 9000-EXIT.
034400     EXIT.
034500*
034600****************************************************************
034700*    9800-FILE-ERROR
034800*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
034900*    OTHER THAN A NORMAL AT-END OR A MISSING HELD ITEM (HANDLED
035000*    AS A REJECT ABOVE) LANDS HERE WITH THE FAILING FILE NAME
035100*    AND ITS FILE STATUS ALREADY MOVED TO CO1-FAILING-FILE/
035200*    CO1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
035300****************************************************************
035400 9800-FILE-ERROR.
035500     DISPLAY 'CBRLSE01C I/O ERROR ON FILE ' CO1-FAILING-FILE
035600         ' STATUS ' CO1-FAILING-STATUS.
035700     MOVE 16 TO RETURN-CODE.
035800     GOBACK.
