003500*                     REPORT -- NEVER A MOVEMENT SILENTLY LOST.
003600*                     COMES BACK RC=8 WHEN ANY FEED RECORD WAS
003700*                     REJECTED.
003710*    2026-10-15 RS    APPENDS EVERY PURCHASE AND PAYMENT IT LANDS
003720*                     TO THE SHARED BALANCE-MOVEMENT JOURNAL
003730*                     (BALJRNL) WITH THE BALANCE BEFORE AND AFTER,
003740*                     FOR THE END-OF-NIGHT MASTER PROOF.
003745*    2026-10-15 RS    SKIPS FEED PURCHASES THE FRAUD SCREEN
003750*                     CBSCRN01C HAS STAMPED HELD ('H'), AND AFTER
003755*                     THE FEED POSTS EVERY HELD ITEM FRAUD
003760*                     OPERATIONS HAS RELEASED (HELDFILE STATUS
003765*                     'R') THROUGH THE SAME EDITS AND POSTING,
003770*                     MARKING IT POSTED ('P') ON THE HELD-ITEMS
003775*                     FILE INSTEAD OF STAMPING THE FEED.
003779*    2026-10-15 RS    A PURCHASE AGAINST A CHARGED-OFF ACCOUNT
003783*                     (STATUS 'W') IS REJECTED LIKE ONE AGAINST A
003787*                     CLOSED ACCOUNT, REASON 'CHARGED-OFF
003791*                     ACCOUNT'.  PAYMENTS STILL LAND.
003793*    2026-10-15 RS    ZEROES THE NEW REST-FEES-HELD FIELD ON ITS
003795*                     RESTART RECORD; POSTREST GROWS TO 69 BYTES
003797*                     WITH RESTREC.
003800****************************************************************
003900*
004000 ENVIRONMENT DIVISION.
006000     SELECT RPTFILE   ASSIGN TO RPTFILE
006100                      ORGANIZATION IS SEQUENTIAL
006200                      FILE STATUS IS CP1-RPTFILE-STATUS.
006210     SELECT BALJRNL   ASSIGN TO BALJRNL
006220                      ORGANIZATION IS SEQUENTIAL
006230                      FILE STATUS IS CP1-BALJRNL-STATUS.
006240     SELECT HELDFILE  ASSIGN TO HELDFILE
006250                      ORGANIZATION IS INDEXED
006260                      ACCESS MODE IS SEQUENTIAL
006270                      RECORD KEY IS HELD-KEY
006280                      FILE STATUS IS CP1-HELDFILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
008500 FD  RPTFILE
008600     RECORDING MODE IS F.
008700 01  REPORT-LINE                 PIC X(80).
008710*
008720 FD  BALJRNL
008730     RECORDING MODE IS F.
008740     COPY BALJREC.
008750*
008760 FD  HELDFILE.
008770     COPY HELDREC.
008800*
008900 WORKING-STORAGE SECTION.
009000 77  CP1-DALY-EOF-SW             PIC X(01) VALUE 'N'.
009100     88  CP1-END-OF-DALYFILE         VALUE 'Y'.
009110 77  CP1-HELD-EOF-SW             PIC X(01) VALUE 'N'.
009120     88  CP1-END-OF-HELDFILE         VALUE 'Y'.
009130 77  CP1-SOURCE-SW               PIC X(01) VALUE 'F'.
009140     88  CP1-POSTING-FEED            VALUE 'F'.
009150     88  CP1-POSTING-RELEASED        VALUE 'R'.
009200 77  CP1-RESTART-SW              PIC X(01) VALUE 'N'.
009300     88  CP1-RESTARTED-RUN           VALUE 'Y'.
009400 77  CP1-CHECKPOINT-INTVL        PIC 9(05) COMP VALUE 100.
010100 77  CP1-PAYMENT-COUNT           PIC 9(09) COMP VALUE ZERO.
010200 77  CP1-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
010300 77  CP1-PRIOR-POSTED            PIC 9(09) COMP VALUE ZERO.
010310 77  CP1-HELD-SKIPPED            PIC 9(09) COMP VALUE ZERO.
010320 77  CP1-RELEASED-READ           PIC 9(09) COMP VALUE ZERO.
010330 77  CP1-RELEASED-POSTED         PIC 9(09) COMP VALUE ZERO.
010400 77  CP1-TRAN-SEQ                PIC 9(09) COMP VALUE ZERO.
010410 77  CP1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
010420                                  SEPARATE VALUE ZERO.
010430 77  CP1-RUN-DATE                PIC X(08) VALUE SPACES.
010440 77  CP1-RUN-TIME                PIC X(08) VALUE SPACES.
010600 77  CP1-REJECT-REASON           PIC X(24) VALUE SPACES.
010700 77  CP1-DALYFILE-STATUS         PIC X(02) VALUE '00'.
010800 77  CP1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
011000 77  CP1-PARMFILE-STATUS         PIC X(02) VALUE '00'.
011100 77  CP1-RESTFILE-STATUS         PIC X(02) VALUE '00'.
011200 77  CP1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
011210 77  CP1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
011220 77  CP1-HELDFILE-STATUS         PIC X(02) VALUE '00'.
011300 77  CP1-FAILING-FILE            PIC X(10) VALUE SPACES.
011400 77  CP1-FAILING-STATUS          PIC X(02) VALUE SPACES.
011500*
015500****************************************************************
015600*    0000-MAINLINE
015700*    SWEEP THE DAY'S AUTHORIZATION FEED, POST EACH OPEN
015800*    MOVEMENT TO THE MASTER AND TRANFILE, THEN POST EACH HELD
015900*    PURCHASE FRAUD OPERATIONS HAS RELEASED, AND WRITE THE
015950*    POSTED/REJECTED COUNT REPORT.
016000****************************************************************
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016300     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
016400         UNTIL CP1-END-OF-DALYFILE.
016410     PERFORM 6000-START-RELEASED THRU 6000-EXIT.
016420     PERFORM 6100-POST-ONE-RELEASED THRU 6100-EXIT
016430         UNTIL CP1-END-OF-HELDFILE.
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016600     IF CP1-REJECTED-COUNT > ZERO
016700         IF 8 > RETURN-CODE
017700*    IS OPENED I-O SO EACH POSTED FEED RECORD CAN BE STAMPED
017800*    IN PLACE; TRANFILE IS OPENED EXTEND SO A RESTART APPENDS
017900*    BEHIND THE CRASHED ATTEMPT'S POSTINGS.
017910*    THE HELD-ITEMS FILE IS OPENED I-O SO EACH RELEASED ITEM
017920*    POSTED CAN BE MARKED IN PLACE.
018000****************************************************************
018100 1000-INITIALIZE.
018200     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
018300     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
018310     ACCEPT CP1-RUN-DATE FROM DATE YYYYMMDD.
018320     ACCEPT CP1-RUN-TIME FROM TIME.
018400     OPEN I-O DALYFILE.
018500     IF CP1-DALYFILE-STATUS NOT = '00'
018600         MOVE 'DALYFILE' TO CP1-FAILING-FILE
019900         MOVE CP1-TRANFILE-STATUS TO CP1-FAILING-STATUS
020000         GO TO 9800-FILE-ERROR
020100     END-IF.
020110     OPEN EXTEND BALJRNL.
020120     IF CP1-BALJRNL-STATUS NOT = '00'
020130         MOVE 'BALJRNL' TO CP1-FAILING-FILE
020140         MOVE CP1-BALJRNL-STATUS TO CP1-FAILING-STATUS
020150         GO TO 9800-FILE-ERROR
020160     END-IF.
020165     OPEN I-O HELDFILE.
020170     IF CP1-HELDFILE-STATUS NOT = '00'
020175         MOVE 'HELDFILE' TO CP1-FAILING-FILE
020180         MOVE CP1-HELDFILE-STATUS TO CP1-FAILING-STATUS
020185         GO TO 9800-FILE-ERROR
020190     END-IF.
020200     OPEN OUTPUT RPTFILE.
020300     IF CP1-RPTFILE-STATUS NOT = '00'
020400         MOVE 'RPTFILE' TO CP1-FAILING-FILE
029000*    READ ONE FEED RECORD.  A RECORD A PRIOR RUN ALREADY POSTED
029100*    (STAMPED 'P') IS COUNTED AND SKIPPED -- THAT SKIP IS WHAT
029200*    MAKES A RERUN OF THIS STEP SAFE.  EVERYTHING ELSE IS
029300*    EDITED AND EITHER POSTED OR REJECTED VISIBLY.  A PURCHASE
029310*    THE FRAUD SCREEN STAMPED HELD ('H') IS COUNTED AND LEFT
029320*    ALONE -- IT POSTS FROM THE HELD-ITEMS FILE IF AND WHEN
029330*    FRAUD OPERATIONS RELEASES IT.
029400****************************************************************
029500 2000-PROCESS-ACTIVITY.
029600     READ DALYFILE
031000         ADD 1 TO CP1-PRIOR-POSTED
031100         GO TO 2000-EXIT
031200     END-IF.
031210     IF DALY-ACTIVITY-HELD
031220         ADD 1 TO CP1-HELD-SKIPPED
031230         GO TO 2000-EXIT
031240     END-IF.
031300     ADD 1 TO CP1-ACTIVITY-READ.
031400     IF NOT DALY-TYPE-PURCHASE AND NOT DALY-TYPE-PAYMENT
031500         MOVE 'INVALID ACTIVITY TYPE' TO CP1-REJECT-REASON
034600****************************************************************
034700*    3000-EDIT-AND-POST
034800*    THE FEED RECORD'S ACCOUNT IS ON THE MASTER.  A PURCHASE
034900*    AGAINST A CLOSED OR CHARGED-OFF ACCOUNT IS REJECTED; A
035000*    PAYMENT LANDS WHATEVER THE STATUS -- A CUSTOMER PAYING
035100*    DOWN A CLOSED OR CHARGED-OFF ACCOUNT MUST NEVER BOUNCE.
035200****************************************************************
035300 3000-EDIT-AND-POST.
035400     IF DALY-TYPE-PURCHASE AND ACCT-STATUS-CLOSED
035600         PERFORM 4100-REJECT-ACTIVITY THRU 4100-EXIT
035700         GO TO 3000-EXIT
035800     END-IF.
035810     IF DALY-TYPE-PURCHASE AND ACCT-STATUS-CHARGED-OFF
035820         MOVE 'CHARGED-OFF ACCOUNT' TO CP1-REJECT-REASON
035830         PERFORM 4100-REJECT-ACTIVITY THRU 4100-EXIT
035840         GO TO 3000-EXIT
035850     END-IF.
035900     PERFORM 4000-POST-ONE-MOVEMENT THRU 4000-EXIT.
036000 3000-EXIT.
036100     EXIT.
036700*    PROGRAM LANDED IT, THE APPLY STEP MUST NOT LAND IT
036800*    AGAIN), THEN STAMP THE FEED RECORD POSTED.  THE STAMP IS
036900*    LAST, SO A CRASH NEVER LOSES A MOVEMENT SILENTLY.
036910*    THE BALANCE-MOVEMENT JOURNAL RECORD IS WRITTEN STRAIGHT
036920*    AFTER THE MASTER REWRITE.
036930*    A RELEASED HELD ITEM IS MARKED POSTED ON THE HELD-ITEMS
036940*    FILE IN PLACE OF THE FEED STAMP.
037000****************************************************************
037100 4000-POST-ONE-MOVEMENT.
037110     MOVE ACCT-CURR-BAL TO CP1-OLD-BALANCE.
037120     ADD 1 TO CP1-TRAN-SEQ.
037200     IF DALY-TYPE-PURCHASE
037300         ADD DALY-AMOUNT TO ACCT-CURR-BAL
037400     ELSE
038000         MOVE CP1-ACCTFILE-STATUS TO CP1-FAILING-STATUS
038100         GO TO 9800-FILE-ERROR
038200     END-IF.
038210     PERFORM 4050-WRITE-JOURNAL THRU 4050-EXIT.
038400     MOVE SPACES            TO TRANSACTION-RECORD.
038500     MOVE CP1-TRAN-SEQ      TO TRAN-SEQ-NO.
038600     MOVE DALY-ACCT-ID      TO TRAN-ACCT-ID.
040300         MOVE CP1-TRANFILE-STATUS TO CP1-FAILING-STATUS
040400         GO TO 9800-FILE-ERROR
040500     END-IF.
040600     IF CP1-POSTING-RELEASED
040610         PERFORM 4060-MARK-RELEASED-POSTED THRU 4060-EXIT
040620         GO TO 4000-COUNT
040630     END-IF.
040640     SET DALY-ACTIVITY-POSTED TO TRUE.
040700     REWRITE DAILY-ACTIVITY-RECORD.
040800     IF CP1-DALYFILE-STATUS NOT = '00'
040900         MOVE 'DALYFILE' TO CP1-FAILING-FILE
041000         MOVE CP1-DALYFILE-STATUS TO CP1-FAILING-STATUS
041100         GO TO 9800-FILE-ERROR
041200     END-IF.
041250 4000-COUNT.
041300     ADD 1 TO CP1-POSTED-COUNT.
041400     IF DALY-TYPE-PURCHASE
041500         ADD 1 TO CP1-PURCHASE-COUNT
042300     END-IF.
042400 4000-EXIT.
042500     EXIT.
042501*
042502****************************************************************
042503*    4050-WRITE-JOURNAL
042504*    APPEND THE MOVEMENT JUST LANDED TO THE SHARED BALANCE-
042505*    MOVEMENT JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT
042506*    MASTER PROOF READS.  WRITTEN STRAIGHT AFTER THE MASTER
042507*    REWRITE, AHEAD OF THE TRANFILE POSTING AND THE FEED STAMP,
042508*    SO NO BALANCE CHANGE EVER GOES UNJOURNALED.  THE POSTING'S
042509*    SEQUENCE NUMBER IS ALREADY ISSUED IN CP1-TRAN-SEQ.
042510****************************************************************
042511 4050-WRITE-JOURNAL.
042512     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
042513     MOVE ACCT-ID            TO BALJ-ACCT-ID.
042514     MOVE DALY-TYPE          TO BALJ-MOVE-TYPE.
042515     MOVE 'CBPOST01'         TO BALJ-SOURCE-PGM.
042516     MOVE CP1-BUSINESS-DATE  TO BALJ-TRAN-DATE.
042517     MOVE CP1-TRAN-SEQ       TO BALJ-TRAN-SEQ-NO.
042518     MOVE CP1-RUN-DATE       TO BALJ-WRITE-DATE.
042519     MOVE CP1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
042520     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
042521     MOVE CP1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
042522     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
042523     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
042524     WRITE BALANCE-MOVEMENT-RECORD.
042525     IF CP1-BALJRNL-STATUS NOT = '00'
042526         MOVE 'BALJRNL' TO CP1-FAILING-FILE
042527         MOVE CP1-BALJRNL-STATUS TO CP1-FAILING-STATUS
042528         GO TO 9800-FILE-ERROR
042529     END-IF.
042530 4050-EXIT.
042531     EXIT.
042532*
042533****************************************************************
042534*    4060-MARK-RELEASED-POSTED
042535*    THE MOVEMENT JUST LANDED CAME FROM THE HELD-ITEMS FILE.
042536*    MARK THE HELD ITEM POSTED, WITH TONIGHT'S BUSINESS DATE,
042537*    SO NO LATER RUN POSTS IT AGAIN.
042538****************************************************************
042539 4060-MARK-RELEASED-POSTED.
042540     SET HELD-POSTED         TO TRUE.
042541     MOVE CP1-BUSINESS-DATE  TO HELD-POSTED-DATE.
042542     REWRITE HELD-ITEM-RECORD.
042543     IF CP1-HELDFILE-STATUS NOT = '00'
042544         MOVE 'HELDFILE' TO CP1-FAILING-FILE
042545         MOVE CP1-HELDFILE-STATUS TO CP1-FAILING-STATUS
042546         GO TO 9800-FILE-ERROR
042547     END-IF.
042548     ADD 1 TO CP1-RELEASED-POSTED.
042549 4060-EXIT.
042550     EXIT.
042600*
042700****************************************************************
042800*    4100-REJECT-ACTIVITY
048300     MOVE CP1-PURCHASE-COUNT    TO REST-CLOSED-SKIPPED.
048400     MOVE CP1-PAYMENT-COUNT     TO REST-SUSPENDED-COUNT.
048500     MOVE SPACES                TO REST-PRIOR-RUN-DATE.
048510     MOVE ZERO                  TO REST-FEES-HELD.
048600     OPEN OUTPUT RESTFILE.
048700     IF CP1-RESTFILE-STATUS NOT = '00'
048800         MOVE 'RESTFILE' TO CP1-FAILING-FILE
049900 5100-EXIT.
050000     EXIT.
050100*
050101****************************************************************
050102*    6000-START-RELEASED
050103*    THE FEED IS DONE.  FROM HERE ON EACH MOVEMENT POSTED COMES
050104*    FROM THE HELD-ITEMS FILE, SO 4000 MARKS THE HELD ITEM
050105*    INSTEAD OF STAMPING A FEED RECORD.
050106****************************************************************
050107 6000-START-RELEASED.
050108     SET CP1-POSTING-RELEASED TO TRUE.
050109 6000-EXIT.
050110     EXIT.
050111*
050112****************************************************************
050113*    6100-POST-ONE-RELEASED
050114*    READ THE NEXT HELD ITEM.  ONE FRAUD OPERATIONS HAS
050115*    RELEASED ('R') IS LAID INTO THE FEED RECORD AREA AS THE
050116*    PURCHASE IT WAS AND GOES THROUGH THE SAME MASTER LOOKUP,
050117*    EDITS AND POSTING AS TONIGHT'S FEED, SO AN ACCOUNT CLOSED
050118*    SINCE THE HOLD STILL REJECTS IT.  A REJECTED RELEASE STAYS
050119*    AT 'R' AND IS TRIED AGAIN ON THE NEXT RUN.  ITEMS STILL
050120*    HELD, DECLINED OR ALREADY POSTED ARE PASSED BY.
050121****************************************************************
050122 6100-POST-ONE-RELEASED.
050123     READ HELDFILE NEXT RECORD
050124         AT END
050125             SET CP1-END-OF-HELDFILE TO TRUE
050126     END-READ.
050127     IF CP1-HELDFILE-STATUS NOT = '00' AND CP1-HELDFILE-STATUS
050128             NOT = '10'
050129         MOVE 'HELDFILE' TO CP1-FAILING-FILE
050130         MOVE CP1-HELDFILE-STATUS TO CP1-FAILING-STATUS
050131         GO TO 9800-FILE-ERROR
050132     END-IF.
050133     IF CP1-END-OF-HELDFILE
050134         GO TO 6100-EXIT
050135     END-IF.
050136     IF NOT HELD-RELEASED
050137         GO TO 6100-EXIT
050138     END-IF.
050139     ADD 1 TO CP1-RELEASED-READ.
050140     MOVE SPACES            TO DAILY-ACTIVITY-RECORD.
050141     MOVE HELD-ACCT-ID      TO DALY-ACCT-ID.
050142     SET DALY-TYPE-PURCHASE TO TRUE.
050143     MOVE HELD-FEED-DATE    TO DALY-DATE.
050144     MOVE HELD-FEED-TIME    TO DALY-TIME.
050145     MOVE HELD-AMOUNT       TO DALY-AMOUNT.
050146     MOVE HELD-DESCRIPTION  TO DALY-DESCRIPTION.
050147     MOVE DALY-ACCT-ID TO ACCT-ID.
050148     READ ACCTFILE
050149         INVALID KEY
050150             MOVE 'NO MASTER RECORD' TO CP1-REJECT-REASON
050151             PERFORM 4100-REJECT-ACTIVITY THRU 4100-EXIT
050152         NOT INVALID KEY
050153             PERFORM 3000-EDIT-AND-POST THRU 3000-EXIT
050154     END-READ.
050155     IF CP1-ACCTFILE-STATUS NOT = '00' AND CP1-ACCTFILE-STATUS
050156             NOT = '23'
050157         MOVE 'ACCTFILE' TO CP1-FAILING-FILE
050158         MOVE CP1-ACCTFILE-STATUS TO CP1-FAILING-STATUS
050159         GO TO 9800-FILE-ERROR
050160     END-IF.
050161 6100-EXIT.
050162     EXIT.
050163*
050200****************************************************************
050300*    2900-WRITE-SUMMARY
050400*    CONTROL COUNTS FOR OPERATIONS: EVERY OPEN FEED RECORD READ
050500*    MUST SHOW UP AS EITHER POSTED OR REJECTED, AND RECORDS A
050600*    PRIOR RUN ALREADY POSTED ARE COUNTED SEPARATELY SO A
050700*    RERUN'S REPORT STILL TIES.
050710*    RELEASED HELD ITEMS READ ARE LIKEWISE EITHER POSTED OR
050720*    REJECTED; FEED PURCHASES STILL HELD ARE COUNTED APART.
050800****************************************************************
050900 2900-WRITE-SUMMARY.
051000     MOVE SPACES TO CP1-SUMMARY-LINE.
052600     MOVE 'PREVIOUSLY POSTED'      TO CP1-SM-CAPTION.
052700     MOVE CP1-PRIOR-POSTED         TO CP1-SM-COUNT.
052800     WRITE REPORT-LINE FROM CP1-SUMMARY-LINE.
052805     MOVE 'HELD FOR FRAUD REVIEW'  TO CP1-SM-CAPTION.
052810     MOVE CP1-HELD-SKIPPED         TO CP1-SM-COUNT.
052815     WRITE REPORT-LINE FROM CP1-SUMMARY-LINE.
052820     MOVE 'RELEASED ITEMS READ'    TO CP1-SM-CAPTION.
052825     MOVE CP1-RELEASED-READ        TO CP1-SM-COUNT.
052830     WRITE REPORT-LINE FROM CP1-SUMMARY-LINE.
052835     MOVE 'RELEASED ITEMS POSTED'  TO CP1-SM-CAPTION.
052840     MOVE CP1-RELEASED-POSTED      TO CP1-SM-COUNT.
052845     WRITE REPORT-LINE FROM CP1-SUMMARY-LINE.
052900     MOVE 'CHECKPOINTS TAKEN'      TO CP1-SM-CAPTION.
053000     MOVE CP1-CHECKPOINTS-TAKEN    TO CP1-SM-COUNT.
053100     WRITE REPORT-LINE FROM CP1-SUMMARY-LINE.
055100     CLOSE ACCTFILE.
055200     CLOSE TRANFILE.
055300     CLOSE RPTFILE.
055310     CLOSE BALJRNL.
055320     CLOSE HELDFILE.
055400 9000-EXIT.
055500     EXIT.
055600*
