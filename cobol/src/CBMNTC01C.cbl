002800*                     TRACEABLE TO A MAINTENANCE TRANSACTION.
002900*                     COMES BACK RC=8 WHEN ANY CARD WAS
003000*                     REJECTED.
003010*    2026-10-15 RS    ADDED FUNCTION 'P', WHICH CHANGES THE CARD
003020*                     PRODUCT CODE THE FINANCE CHARGE RATE TABLE
003030*                     PRICES BY (MNTREC COLUMNS 35-38, MUST NOT BE
003040*                     BLANK).  AN ADD CARD MAY ALSO CARRY A
003050*                     PRODUCT CODE.  AUDITED LIKE EVERY OTHER
003060*                     CHANGE.
003070*    2026-10-15 RS    EVERY ADD AND BRANCH CHANGE IS ALSO APPENDED
003080*                     TO THE SHARED BALANCE-MOVEMENT JOURNAL
003090*                     (BALJRNL) FOR THE END-OF-NIGHT MASTER PROOF.
003091*    2026-10-15 RS    A STATUS CHANGE, LIMIT CHANGE, OR CLOSE
003092*                     AGAINST AN ACCOUNT THE MONTHLY CHARGE-OFF
003093*                     RUN CBCHGO01C HAS CHARGED OFF (STATUS 'W')
003094*                     IS REJECTED 'ACCOUNT CHARGED OFF'.  'W' IS
003095*                     SET ONLY BY THAT RUN, NEVER BY A CARD.
003100****************************************************************
003200*
003300 ENVIRONMENT DIVISION.
004700     SELECT RPTFILE   ASSIGN TO RPTFILE
004800                      ORGANIZATION IS SEQUENTIAL
004900                      FILE STATUS IS CM1-RPTFILE-STATUS.
004910     SELECT BALJRNL   ASSIGN TO BALJRNL
004920                      ORGANIZATION IS SEQUENTIAL
004930                      FILE STATUS IS CM1-BALJRNL-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006400 FD  RPTFILE
006500     RECORDING MODE IS F.
006600 01  REPORT-LINE                 PIC X(80).
006610*
006620 FD  BALJRNL
006630     RECORDING MODE IS F.
006640     COPY BALJREC.
006700*
006800 WORKING-STORAGE SECTION.
006900 77  CM1-MNT-EOF-SW              PIC X(01) VALUE 'N'.
007600 77  CM1-CLOSES-APPLIED          PIC 9(05) COMP VALUE ZERO.
007700 77  CM1-CARDS-REJECTED          PIC 9(05) COMP VALUE ZERO.
007800 77  CM1-REJECT-REASON           PIC X(24) VALUE SPACES.
007810 77  CM1-OLD-BRANCH              PIC X(05) VALUE SPACES.
007820 77  CM1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
007830                                  SEPARATE VALUE ZERO.
007900 77  CM1-MNTFILE-STATUS          PIC X(02) VALUE '00'.
008000 77  CM1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
008100 77  CM1-AUDTFILE-STATUS         PIC X(02) VALUE '00'.
008200 77  CM1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
008210 77  CM1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
008300 77  CM1-FAILING-FILE            PIC X(10) VALUE SPACES.
008400 77  CM1-FAILING-STATUS          PIC X(02) VALUE SPACES.
008500*
015800         MOVE CM1-AUDTFILE-STATUS TO CM1-FAILING-STATUS
015900         GO TO 9800-FILE-ERROR
016000     END-IF.
016010     OPEN EXTEND BALJRNL.
016020     IF CM1-BALJRNL-STATUS NOT = '00'
016030         MOVE 'BALJRNL' TO CM1-FAILING-FILE
016040         MOVE CM1-BALJRNL-STATUS TO CM1-FAILING-STATUS
016050         GO TO 9800-FILE-ERROR
016060     END-IF.
016100     OPEN OUTPUT RPTFILE.
016200     IF CM1-RPTFILE-STATUS NOT = '00'
016300         MOVE 'RPTFILE' TO CM1-FAILING-FILE
019900     IF NOT MNT-FUNC-ADD AND NOT MNT-FUNC-STATUS-CHG
020000             AND NOT MNT-FUNC-LIMIT-CHG
020100             AND NOT MNT-FUNC-BRANCH-CHG AND NOT MNT-FUNC-CLOSE
020110             AND NOT MNT-FUNC-PRODUCT-CHG
020200         MOVE 'INVALID FUNCTION CODE' TO CM1-REJECT-REASON
020300         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
020400         GO TO 2000-EXIT
022100*    ADD A NEW ACCOUNT.  THE KEY MUST BE FREE, THE STATUS (IF
022200*    GIVEN) VALID, THE LIMIT NUMERIC AND POSITIVE, AND THE
022300*    BRANCH PRESENT.  THE NEW ACCOUNT OPENS WITH A ZERO
022400*    BALANCE AND TODAY AS ITS OPEN DATE.  THE PRODUCT CODE IS
022410*    OPTIONAL ON AN ADD.
022500****************************************************************
022600 3000-APPLY-ADD.
022700     IF MNT-NEW-STATUS NOT = 'A' AND MNT-NEW-STATUS NOT = 'C'
025400         MOVE MNT-NEW-STATUS TO ACCT-STATUS
025500     END-IF.
025600     MOVE MNT-NEW-BRANCH  TO ACCT-BRANCH-ID.
025610     MOVE MNT-NEW-PRODUCT TO ACCT-PRODUCT-CODE.
025700     MOVE ZERO            TO ACCT-CURR-BAL.
025800     MOVE MNT-NEW-LIMIT-9 TO ACCT-CREDIT-LIMIT.
025900     MOVE CM1-RUN-DATE    TO ACCT-OPEN-DATE.
026000     MOVE SPACES          TO CM1-BEFORE-IMAGE.
026010     MOVE SPACES          TO CM1-OLD-BRANCH.
026020     MOVE ZERO            TO CM1-OLD-BALANCE.
026100     WRITE ACCOUNT-RECORD
026200         INVALID KEY
026300             MOVE 'ACCOUNT ALREADY EXISTS' TO CM1-REJECT-REASON
027100     END-IF.
027200     ADD 1 TO CM1-ADDS-APPLIED.
027300     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
027310     PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT.
027400 3000-EXIT.
027500     EXIT.
027600*
027700****************************************************************
027800*    4000-APPLY-CHANGE
027900*    STATUS, LIMIT, BRANCH, AND PRODUCT CHANGES AND CLOSES ALL
028000*    NEED AN EXISTING ACCOUNT.  THE FUNCTION-SPECIFIC EDIT RUNS
028100*    AFTER THE READ SO "NO SUCH ACCOUNT" OUTRANKS A BAD FIELD.
028110*    A CHARGED-OFF ACCOUNT'S STATUS AND LIMIT BELONG TO THE
028120*    CHARGE-OFF RUN -- A STATUS OR LIMIT CHANGE OR A CLOSE
028130*    AGAINST ONE IS REJECTED; BRANCH AND PRODUCT CHANGES ARE
028140*    BOOKKEEPING AND STILL GO THROUGH.
028200****************************************************************
028300 4000-APPLY-CHANGE.
028400     MOVE MNT-ACCT-ID-9 TO ACCT-ID.
029400         GO TO 9800-FILE-ERROR
029500     END-IF.
029600     MOVE ACCOUNT-RECORD TO CM1-BEFORE-IMAGE.
029610     MOVE ACCT-BRANCH-ID TO CM1-OLD-BRANCH.
029620     MOVE ACCT-CURR-BAL  TO CM1-OLD-BALANCE.
029630     IF ACCT-STATUS-CHARGED-OFF
029640             AND (MNT-FUNC-STATUS-CHG OR MNT-FUNC-LIMIT-CHG
029650                  OR MNT-FUNC-CLOSE)
029660         MOVE 'ACCOUNT CHARGED OFF' TO CM1-REJECT-REASON
029670         PERFORM 7000-REJECT-CARD THRU 7000-EXIT
029680         GO TO 4000-EXIT
029690     END-IF.
029700     IF MNT-FUNC-STATUS-CHG
029800         IF MNT-NEW-STATUS NOT = 'A' AND MNT-NEW-STATUS NOT = 'C'
029900                 AND MNT-NEW-STATUS NOT = 'S'
032400         END-IF
032500         MOVE MNT-NEW-BRANCH TO ACCT-BRANCH-ID
032600     END-IF.
032610     IF MNT-FUNC-PRODUCT-CHG
032620         IF MNT-NEW-PRODUCT = SPACES
032630             MOVE 'PRODUCT CODE MISSING' TO CM1-REJECT-REASON
032640             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
032650             GO TO 4000-EXIT
032660         END-IF
032670         MOVE MNT-NEW-PRODUCT TO ACCT-PRODUCT-CODE
032680     END-IF.
032700     IF MNT-FUNC-CLOSE
032800         IF ACCT-STATUS-CLOSED
032900             MOVE 'ACCOUNT ALREADY CLOSED' TO CM1-REJECT-REASON
034400         ADD 1 TO CM1-CHANGES-APPLIED
034500     END-IF.
034600     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
034610     IF MNT-FUNC-BRANCH-CHG
034620         PERFORM 6100-WRITE-JOURNAL THRU 6100-EXIT
034630     END-IF.
034700 4000-EXIT.
034800     EXIT.
034900*
036900     END-IF.
037000 6000-EXIT.
037100     EXIT.
037101*
037102****************************************************************
037103*    6100-WRITE-JOURNAL
037104*    AN ADD OR A BRANCH CHANGE MOVES AN ACCOUNT'S BALANCE ONTO
037105*    A BRANCH, SO IT IS APPENDED TO THE SHARED BALANCE-MOVEMENT
037106*    JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT MASTER
037107*    PROOF READS: 'NA' FOR AN ADD (BLANK BRANCH AND ZERO
037108*    BALANCE BEFORE), 'BC' FOR A BRANCH CHANGE (SAME BALANCE,
037109*    OLD BRANCH BEFORE AND NEW BRANCH AFTER).  NO TRANFILE
037110*    POSTING STANDS BEHIND EITHER, SO THE POSTING DATE AND
037111*    SEQUENCE NUMBER ARE LEFT ZERO.
037112****************************************************************
037113 6100-WRITE-JOURNAL.
037114     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
037115     MOVE ACCT-ID            TO BALJ-ACCT-ID.
037116     IF MNT-FUNC-ADD
037117         SET BALJ-MOVE-NEW-ACCOUNT TO TRUE
037118     ELSE
037119         SET BALJ-MOVE-BRANCH-CHANGE TO TRUE
037120     END-IF.
037121     MOVE 'CBMNTC01'         TO BALJ-SOURCE-PGM.
037122     MOVE ZERO               TO BALJ-TRAN-DATE.
037123     MOVE ZERO               TO BALJ-TRAN-SEQ-NO.
037124     MOVE CM1-RUN-DATE       TO BALJ-WRITE-DATE.
037125     MOVE CM1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
037126     MOVE CM1-OLD-BRANCH     TO BALJ-BEFORE-BRANCH.
037127     MOVE CM1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
037128     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
037129     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
037130     WRITE BALANCE-MOVEMENT-RECORD.
037131     IF CM1-BALJRNL-STATUS NOT = '00'
037132         MOVE 'BALJRNL' TO CM1-FAILING-FILE
037133         MOVE CM1-BALJRNL-STATUS TO CM1-FAILING-STATUS
037134         GO TO 9800-FILE-ERROR
037135     END-IF.
037136 6100-EXIT.
037137     EXIT.
037200*
037300****************************************************************
037400*    7000-REJECT-CARD
041900     CLOSE MNTFILE.
042000     CLOSE ACCTFILE.
042100     CLOSE AUDTFILE.
042110     CLOSE BALJRNL.
042200     CLOSE RPTFILE.
042300 9000-EXIT.
042400     EXIT.
