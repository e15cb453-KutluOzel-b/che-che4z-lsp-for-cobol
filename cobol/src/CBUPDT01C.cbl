002397*                     IN BOTH COUNTS AND DOLLARS, SO THE END-OF-
002398*                     JOB SETTLEMENT STEP (CBSETL01C) CAN PROVE
002399*                     THE MONEY INSTEAD OF JUST THE ROW COUNTS.
002410*    2026-10-15 RS    APPENDS EVERY FEE IT LANDS TO THE SHARED
002420*                     BALANCE-MOVEMENT JOURNAL (BALJRNL) WITH THE
002430*                     BALANCE BEFORE AND AFTER, FOR THE END-OF-
002440*                     NIGHT MASTER PROOF.
002450****************************************************************
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004110     SELECT UPDTOTFILE ASSIGN TO UPDTOTFILE
004120                      ORGANIZATION IS SEQUENTIAL
004130                      FILE STATUS IS CU1-UPDTOTFILE-STATUS.
004140     SELECT BALJRNL   ASSIGN TO BALJRNL
004150                      ORGANIZATION IS SEQUENTIAL
004160                      FILE STATUS IS CU1-BALJRNL-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
007320 FD  UPDTOTFILE
007330     RECORDING MODE IS F.
007340     COPY APCTREC.
007350*
007360 FD  BALJRNL
007370     RECORDING MODE IS F.
007380     COPY BALJREC.
007400*
007500 WORKING-STORAGE SECTION.
007600 77  CU1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
008550 77  CU1-UNMATCHED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
008560                                  SEPARATE VALUE ZERO.
008570 77  CU1-RUN-DATE                PIC X(08) VALUE SPACES.
008580 77  CU1-RUN-TIME                PIC X(08) VALUE SPACES.
008700 77  CU1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
008800                                  SEPARATE VALUE ZERO.
008900 77  CU1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
009000 77  CU1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
009200 77  CU1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
009210 77  CU1-UPDTOTFILE-STATUS       PIC X(02) VALUE '00'.
009220 77  CU1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
009300 77  CU1-FAILING-FILE            PIC X(10) VALUE SPACES.
009400 77  CU1-FAILING-STATUS          PIC X(02) VALUE SPACES.
009500*
016600****************************************************************
016700 1000-INITIALIZE.
016710     ACCEPT CU1-RUN-DATE FROM DATE YYYYMMDD.
016720     ACCEPT CU1-RUN-TIME FROM TIME.
016800     OPEN I-O TRANFILE.
016900     IF CU1-TRANFILE-STATUS NOT = '00'
017000         MOVE 'TRANFILE' TO CU1-FAILING-FILE
017700         MOVE CU1-ACCTFILE-STATUS TO CU1-FAILING-STATUS
017800         GO TO 9800-FILE-ERROR
017900     END-IF.
017910     OPEN EXTEND BALJRNL.
017920     IF CU1-BALJRNL-STATUS NOT = '00'
017930         MOVE 'BALJRNL' TO CU1-FAILING-FILE
017940         MOVE CU1-BALJRNL-STATUS TO CU1-FAILING-STATUS
017950         GO TO 9800-FILE-ERROR
017960     END-IF.
018000     OPEN OUTPUT RPTFILE.
018100     IF CU1-RPTFILE-STATUS NOT = '00'
018200         MOVE 'RPTFILE' TO CU1-FAILING-FILE
030430*    REWRITE, SO A CRASH BETWEEN THE TWO CAN AT WORST LEAVE
030440*    ONE POSTING TO SHOW TWICE ON THE RERUN'S REPORT -- NEVER
030450*    A FEE SILENTLY LOST.
030460*    THE BALANCE-MOVEMENT JOURNAL RECORD IS WRITTEN STRAIGHT
030470*    AFTER THE MASTER REWRITE.
030500****************************************************************
030600 4000-APPLY-ONE-POSTING.
030700     MOVE ACCT-CURR-BAL TO CU1-OLD-BALANCE.
030840         MOVE CU1-ACCTFILE-STATUS TO CU1-FAILING-STATUS
030850         GO TO 9800-FILE-ERROR
030860     END-IF.
030861     PERFORM 4050-WRITE-JOURNAL THRU 4050-EXIT.
030870     ADD 1 TO CU1-MASTERS-UPDATED.
030871     SET TRAN-POSTING-APPLIED TO TRUE.
030872     REWRITE TRANSACTION-RECORD.
032100     END-IF.
032200 4000-EXIT.
032300     EXIT.
032301*
032302****************************************************************
032303*    4050-WRITE-JOURNAL
032304*    APPEND THE FEE JUST LANDED TO THE SHARED BALANCE-MOVEMENT
032305*    JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT MASTER
032306*    PROOF READS, AHEAD OF THE POSTING STAMP, SO NO BALANCE
032307*    CHANGE EVER GOES UNJOURNALED.
032308****************************************************************
032309 4050-WRITE-JOURNAL.
032310     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
032311     MOVE ACCT-ID            TO BALJ-ACCT-ID.
032312     MOVE TRAN-TYPE          TO BALJ-MOVE-TYPE.
032313     MOVE 'CBUPDT01'         TO BALJ-SOURCE-PGM.
032314     MOVE TRAN-DATE          TO BALJ-TRAN-DATE.
032315     MOVE TRAN-SEQ-NO        TO BALJ-TRAN-SEQ-NO.
032316     MOVE CU1-RUN-DATE       TO BALJ-WRITE-DATE.
032317     MOVE CU1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
032318     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
032319     MOVE CU1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
032320     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
032321     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
032322     WRITE BALANCE-MOVEMENT-RECORD.
032323     IF CU1-BALJRNL-STATUS NOT = '00'
032324         MOVE 'BALJRNL' TO CU1-FAILING-FILE
032325         MOVE CU1-BALJRNL-STATUS TO CU1-FAILING-STATUS
032326         GO TO 9800-FILE-ERROR
032327     END-IF.
032328 4050-EXIT.
032329     EXIT.
032400*
032500****************************************************************
032600*    4100-REPORT-UNMATCHED
039600     CLOSE TRANFILE.
039700     CLOSE ACCTFILE.
039800     CLOSE RPTFILE.
039810     CLOSE BALJRNL.
039900 9000-EXIT.
040000     EXIT.
040100*
