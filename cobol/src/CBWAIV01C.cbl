003207*                     NEVER LOSE ITS REVERSAL SILENTLY -- THE
003208*                     SAME DISCIPLINE CBUPDT01C AND CBPOST01C
003209*                     DOCUMENT FOR THEIR STAMP ORDERING.
003210*    2026-10-15 RS    THE TRANLIVE COPY OF TRANREC NOW ALSO
003211*                     RENAMES THE NEW 'IN' FINANCE CHARGE TYPE.
003212*                     NO LOGIC CHANGE.
003213*    2026-10-15 RS    THE TRANLIVE COPY OF TRANREC NOW ALSO
003214*                     RENAMES THE NEW 'LF' LATE FEE TYPE.  NO
003215*                     LOGIC CHANGE.
003216*    2026-10-15 RS    APPENDS EVERY FEE CREDIT IT LANDS TO THE
003217*                     SHARED BALANCE-MOVEMENT JOURNAL (BALJRNL)
003218*                     WITH THE BALANCE BEFORE AND AFTER, FOR THE
003219*                     END-OF-NIGHT MASTER PROOF.
003229*    2026-10-15 RS    THE TRANLIVE COPY OF TRANREC NOW ALSO
003239*                     RENAMES THE NEW 'CO' CHARGE-OFF TYPE.  NO
003249*                     LOGIC CHANGE.
003290****************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005300     SELECT RPTFILE   ASSIGN TO RPTFILE
005400                      ORGANIZATION IS SEQUENTIAL
005500                      FILE STATUS IS CW1-RPTFILE-STATUS.
005510     SELECT BALJRNL   ASSIGN TO BALJRNL
005520                      ORGANIZATION IS SEQUENTIAL
005530                      FILE STATUS IS CW1-BALJRNL-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
006568         ==TRAN-POSTING-OPEN==      BY ==TLIV-POSTING-OPEN==
006569         ==TRAN-WAIVED-FLAG==       BY ==TLIV-WAIVED-FLAG==
006570         ==TRAN-FEE-WAIVED==        BY ==TLIV-FEE-WAIVED==
006571         ==TRAN-FEE-STANDING==      BY ==TLIV-FEE-STANDING==
006572         ==TRAN-TYPE-INTEREST==     BY ==TLIV-TYPE-INTEREST==
006573         ==TRAN-TYPE-LATE-FEE==     BY ==TLIV-TYPE-LATE-FEE==
006574         ==TRAN-TYPE-CHARGE-OFF==   BY ==TLIV-TYPE-CHARGE-OFF==.
006600*
006700 FD  ACCTFILE.
006800     COPY ACCTREC.
007300 FD  RPTFILE
007400     RECORDING MODE IS F.
007500 01  REPORT-LINE                 PIC X(80).
007510*
007520 FD  BALJRNL
007530     RECORDING MODE IS F.
007540     COPY BALJREC.
007600*
007700 WORKING-STORAGE SECTION.
007800 77  CW1-WAIV-EOF-SW             PIC X(01) VALUE 'N'.
008700 77  CW1-APPROVED-COUNT          PIC 9(05) COMP VALUE ZERO.
008800 77  CW1-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
008900 77  CW1-REVERSAL-SEQ            PIC 9(09) COMP VALUE ZERO.
008910 77  CW1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
008920                                  SEPARATE VALUE ZERO.
009000 77  CW1-WAIVFILE-STATUS         PIC X(02) VALUE '00'.
009100 77  CW1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
009110 77  CW1-TRANLIVE-STATUS         PIC X(02) VALUE '00'.
009200 77  CW1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
009300 77  CW1-HISTFILE-STATUS         PIC X(02) VALUE '00'.
009400 77  CW1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
009410 77  CW1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
009500 77  CW1-FAILING-FILE            PIC X(10) VALUE SPACES.
009600 77  CW1-FAILING-STATUS          PIC X(02) VALUE SPACES.
009700*
020930         MOVE CW1-TRANLIVE-STATUS TO CW1-FAILING-STATUS
020940         GO TO 9800-FILE-ERROR
020950     END-IF.
020951     OPEN EXTEND BALJRNL.
020952     IF CW1-BALJRNL-STATUS NOT = '00'
020953         MOVE 'BALJRNL' TO CW1-FAILING-FILE
020954         MOVE CW1-BALJRNL-STATUS TO CW1-FAILING-STATUS
020955         GO TO 9800-FILE-ERROR
020956     END-IF.
020960     OPEN OUTPUT RPTFILE.
021000     IF CW1-RPTFILE-STATUS NOT = '00'
021100         MOVE 'RPTFILE' TO CW1-FAILING-FILE
034230*    DUPLICATE, NEVER A FEE STAMPED WAIVED WITH ITS REVERSAL
034300*    SILENTLY LOST.  CHECK THE CRASHED RUN'S REPORT BEFORE
034400*    RESUBMITTING THE SAME DECK.
034410*    THE BALANCE-MOVEMENT JOURNAL RECORD IS WRITTEN STRAIGHT
034420*    AFTER THE MASTER REWRITE.
034500****************************************************************
034600 2200-APPROVE-WAIVER.
034700     MOVE TRAN-ACCT-ID TO ACCT-ID.
035700         MOVE CW1-ACCTFILE-STATUS TO CW1-FAILING-STATUS
035800         GO TO 9800-FILE-ERROR
035900     END-IF.
035910     MOVE ACCT-CURR-BAL TO CW1-OLD-BALANCE.
036000     SUBTRACT TRAN-AMOUNT FROM ACCT-CURR-BAL.
036100     REWRITE ACCOUNT-RECORD.
036200     IF CW1-ACCTFILE-STATUS NOT = '00'
036400         MOVE CW1-ACCTFILE-STATUS TO CW1-FAILING-STATUS
036500         GO TO 9800-FILE-ERROR
036600     END-IF.
036610     PERFORM 2250-WRITE-JOURNAL THRU 2250-EXIT.
036700     PERFORM 2300-ADJUST-HISTORY THRU 2300-EXIT.
036710     PERFORM 2400-WRITE-REVERSAL THRU 2400-EXIT.
036800     SET TRAN-FEE-WAIVED TO TRUE.
038000     ADD 1 TO CW1-APPROVED-COUNT.
038100 2200-EXIT.
038200     EXIT.
038201*
038202****************************************************************
038203*    2250-WRITE-JOURNAL
038204*    APPEND THE CREDIT JUST LANDED TO THE SHARED BALANCE-
038205*    MOVEMENT JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT
038206*    MASTER PROOF READS.  THE JOURNAL RECORD CARRIES THE DATE
038207*    AND SEQUENCE NUMBER OF THE 'OF' POSTING BEING WAIVED.
038208****************************************************************
038209 2250-WRITE-JOURNAL.
038210     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
038211     MOVE ACCT-ID            TO BALJ-ACCT-ID.
038212     SET BALJ-MOVE-FEE-REVERSAL TO TRUE.
038213     MOVE 'CBWAIV01'         TO BALJ-SOURCE-PGM.
038214     MOVE TRAN-DATE          TO BALJ-TRAN-DATE.
038215     MOVE TRAN-SEQ-NO        TO BALJ-TRAN-SEQ-NO.
038216     MOVE CW1-RUN-DATE       TO BALJ-WRITE-DATE.
038217     MOVE CW1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
038218     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
038219     MOVE CW1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
038220     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
038221     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
038222     WRITE BALANCE-MOVEMENT-RECORD.
038223     IF CW1-BALJRNL-STATUS NOT = '00'
038224         MOVE 'BALJRNL' TO CW1-FAILING-FILE
038225         MOVE CW1-BALJRNL-STATUS TO CW1-FAILING-STATUS
038226         GO TO 9800-FILE-ERROR
038227     END-IF.
038228 2250-EXIT.
038229     EXIT.
038300*
038400****************************************************************
038500*    2300-ADJUST-HISTORY
055800     CLOSE ACCTFILE.
055900     CLOSE HISTFILE.
055910     CLOSE TRANLIVE.
055920     CLOSE BALJRNL.
056000     CLOSE RPTFILE.
056100 9000-EXIT.
056200     EXIT.
