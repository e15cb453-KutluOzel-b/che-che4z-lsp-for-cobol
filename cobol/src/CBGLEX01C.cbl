002400*                     REVENUE YET AND STAY OUT OF THE JOURNAL;
002500*                     THEY ARE COUNTED ON THE EXTRACT SUMMARY
002600*                     SO NOBODY WONDERS WHERE THEY WENT.
002610*    2026-10-15 RS    THE APPLIED 'IN' FINANCE CHARGES THE CYCLE-
002620*                     END ACCRUAL CBINTR01C POSTS ARE NOW
002630*                     JOURNALED TOO, GROUPED THE SAME WAY (THE
002640*                     SCHEDULE VERSION SLOT CARRIES THE RATE TABLE
002650*                     VERSION): EACH PAIR DEBITS THE CARDHOLDER
002660*                     RECEIVABLE AND CREDITS INTEREST INCOME
002670*                     (44200100).  INTEREST DOLLARS ADDED TO THE
002680*                     SUMMARY.
002690*    2026-10-15 RS    THE APPLIED 'LF' LATE FEES THE DELINQUENCY
002691*                     RUN CBDLNQ01C POSTS ARE JOURNALED THE SAME
002692*                     WAY (THE SCHEDULE VERSION SLOT CARRIES THE
002693*                     MISSED DUE DATE): EACH PAIR DEBITS THE
002694*                     CARDHOLDER RECEIVABLE AND CREDITS LATE FEE
002695*                     INCOME (44100200).  LATE FEE DOLLARS ADDED
002696*                     TO THE SUMMARY.
002697*    2026-10-15 RS    THE 'CO' CHARGE-OFFS CBCHGO01C POSTS ARE
002698*                     JOURNALED TOO: DEBIT ALLOWANCE (14900100),
002699*                     CREDIT RECEIVABLE, DOLLARS ON THE SUMMARY.
002700****************************************************************
002800*
002900 ENVIRONMENT DIVISION.
005600         ==TRAN-TYPE-PURCHASE==     BY ==STRN-TYPE-PURCHASE==
005700         ==TRAN-TYPE-PAYMENT==      BY ==STRN-TYPE-PAYMENT==
005800         ==TRAN-TYPE-FEE-REVERSAL== BY ==STRN-TYPE-REVERSAL==
005850         ==TRAN-TYPE-INTEREST==     BY ==STRN-TYPE-INTEREST==
005860         ==TRAN-TYPE-LATE-FEE==     BY ==STRN-TYPE-LATE-FEE==
005870         ==TRAN-TYPE-CHARGE-OFF==   BY ==STRN-TYPE-CHARGE-OFF==
005900         ==TRAN-TYPE==              BY ==STRN-TYPE==
006000         ==TRAN-DATE==              BY ==STRN-DATE==
006100         ==TRAN-TIME==              BY ==STRN-TIME==
009800                                  SEPARATE VALUE ZERO.
009900 77  CG1-REV-AMOUNT-TOTAL        PIC S9(11)V99 SIGN IS LEADING
010000                                  SEPARATE VALUE ZERO.
010010 77  CG1-INT-AMOUNT-TOTAL        PIC S9(11)V99 SIGN IS LEADING
010020                                  SEPARATE VALUE ZERO.
010022 77  CG1-LF-AMOUNT-TOTAL         PIC S9(11)V99 SIGN IS LEADING
010024                                  SEPARATE VALUE ZERO.
010026 77  CG1-CO-AMOUNT-TOTAL         PIC S9(11)V99 SIGN IS LEADING
010028                                  SEPARATE VALUE ZERO.
010030 77  CG1-INCOME-ACCOUNT          PIC X(08) VALUE SPACES.
010100 77  CG1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
010200 77  CG1-GLJFILE-STATUS          PIC X(02) VALUE '00'.
010300 77  CG1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
010500 77  CG1-FAILING-STATUS          PIC X(02) VALUE SPACES.
010600*
010700*    GL CHART ACCOUNTS FOR THE FEE JOURNALS -- THE RECEIVABLE
010800*    AND FEE INCOME ACCOUNTS THE INTAKE JOB EXPECTS -- AND THE
010810*    INTEREST INCOME ACCOUNT FINANCE CHARGES ARE CREDITED TO,
010820*    AND THE LATE FEE INCOME ACCOUNT FOR MISSED PAYMENTS,
010830*    AND THE ALLOWANCE FOR CREDIT LOSSES CHARGE-OFFS ARE
010840*    WRITTEN AGAINST.
010900 77  CG1-GL-RECEIVABLE           PIC X(08) VALUE '14200100'.
011000 77  CG1-GL-FEE-INCOME           PIC X(08) VALUE '44100100'.
011010 77  CG1-GL-INT-INCOME           PIC X(08) VALUE '44200100'.
011020 77  CG1-GL-LATE-FEE-INCOME      PIC X(08) VALUE '44100200'.
011030 77  CG1-GL-LOSS-ALLOWANCE       PIC X(08) VALUE '14900100'.
011100*
011200 01  CG1-CURRENT-GROUP.
011300     05  CG1-CURR-DATE           PIC X(08).
014000*
014100****************************************************************
014200*    0000-MAINLINE
014300*    SORT THE APPLIED FEE POSTINGS, REVERSALS, AND FINANCE
014400*    CHARGES INTO JOURNAL GROUP ORDER AND WRITE ONE BALANCED
014500*    DEBIT/CREDIT PAIR PER GROUP OFF THE SORTED STREAM.
014600****************************************************************
014700 0000-MAINLINE.
014800     SORT SORTFILE
015600*
015700****************************************************************
015800*    1000-FILTER-APPLIED
015900*    COPY ONLY THE APPLIED 'OF', 'FR', 'IN', 'LF', AND 'CO'
015950*    POSTINGS INTO THE SORT.  AN OPEN OR UNMATCHED POSTING HAS
016000*    NOT MOVED A BALANCE YET --
016100*    IT IS COUNTED AS SKIPPED AND LEFT FOR THE APPLY AND
016200*    SETTLEMENT STEPS TO CHASE.
016300****************************************************************
019000     END-IF.
019100     IF NOT TRAN-TYPE-OVERLIMIT-FEE
019200             AND NOT TRAN-TYPE-FEE-REVERSAL
019250             AND NOT TRAN-TYPE-INTEREST
019260             AND NOT TRAN-TYPE-LATE-FEE
019270             AND NOT TRAN-TYPE-CHARGE-OFF
019300         GO TO 1100-EXIT
019400     END-IF.
019500     IF NOT TRAN-POSTING-APPLIED
025700     ADD 1           TO CG1-POSTINGS-JOURNALED.
025800     IF STRN-TYPE-OVERLIMIT
025900         ADD STRN-AMOUNT TO CG1-FEE-AMOUNT-TOTAL
026000     END-IF.
026050     IF STRN-TYPE-REVERSAL
026100         ADD STRN-AMOUNT TO CG1-REV-AMOUNT-TOTAL
026200     END-IF.
026250     IF STRN-TYPE-INTEREST
026260         ADD STRN-AMOUNT TO CG1-INT-AMOUNT-TOTAL
026270     END-IF.
026280     IF STRN-TYPE-LATE-FEE
026285         ADD STRN-AMOUNT TO CG1-LF-AMOUNT-TOTAL
026290     END-IF.
026292     IF STRN-TYPE-CHARGE-OFF
026294         ADD STRN-AMOUNT TO CG1-CO-AMOUNT-TOTAL
026296     END-IF.
026300     PERFORM 2150-GET-SORTED-RECORD THRU 2150-EXIT.
026400 2200-EXIT.
026500     EXIT.
026800*    2300-WRITE-JOURNAL-PAIR
026900*    CLOSE OUT ONE JOURNAL GROUP AS A BALANCED DEBIT/CREDIT
027000*    PAIR.  A FEE GROUP DEBITS THE CARDHOLDER RECEIVABLE AND
027100*    CREDITS FEE INCOME; A FINANCE CHARGE GROUP DOES THE SAME
027150*    AGAINST INTEREST INCOME, AND A LATE FEE GROUP AGAINST
027160*    LATE FEE INCOME; A REVERSAL GROUP (WHOSE POSTINGS
027200*    CARRY NEGATIVE AMOUNTS) RUNS THE OTHER WAY.  A CHARGE-OFF
027210*    GROUP (ALSO NEGATIVE) DEBITS THE ALLOWANCE FOR CREDIT
027220*    LOSSES AND CREDITS THE CARDHOLDER RECEIVABLE.  JOURNAL
027300*    AMOUNTS ARE ALWAYS POSITIVE -- THE DR/CR SIDE SAYS WHICH
027400*    WAY THE MONEY MOVES.
027500****************************************************************
027900     ELSE
028000         MOVE CG1-GROUP-AMOUNT TO CG1-PAIR-AMOUNT
028100     END-IF.
028110     IF CG1-CURR-TYPE = 'IN'
028120         MOVE CG1-GL-INT-INCOME TO CG1-INCOME-ACCOUNT
028130     ELSE
028140         IF CG1-CURR-TYPE = 'LF'
028150             MOVE CG1-GL-LATE-FEE-INCOME TO CG1-INCOME-ACCOUNT
028160         ELSE
028170             IF CG1-CURR-TYPE = 'CO'
028172                 MOVE CG1-GL-LOSS-ALLOWANCE TO CG1-INCOME-ACCOUNT
028174             ELSE
028176                 MOVE CG1-GL-FEE-INCOME TO CG1-INCOME-ACCOUNT
028178             END-IF
028180         END-IF
028190     END-IF.
028200     MOVE CG1-CURR-DATE      TO GLJR-JOURNAL-DATE.
028300     MOVE CG1-CURR-BRANCH    TO GLJR-BRANCH-ID.
028400     MOVE CG1-CURR-SCHED-VER TO GLJR-FEE-SCHED-VER.
028600     MOVE CG1-GROUP-COUNT    TO GLJR-TRAN-COUNT.
028700     MOVE CG1-PAIR-AMOUNT    TO GLJR-AMOUNT.
028800     MOVE 'D'                TO GLJR-DR-CR.
028900     IF CG1-CURR-TYPE = 'FR' OR CG1-CURR-TYPE = 'CO'
029000         MOVE CG1-INCOME-ACCOUNT TO GLJR-GL-ACCOUNT
029100     ELSE
029200         MOVE CG1-GL-RECEIVABLE TO GLJR-GL-ACCOUNT
029300     END-IF.
029400     PERFORM 2350-WRITE-JOURNAL-RECORD THRU 2350-EXIT.
029500     MOVE 'C'                TO GLJR-DR-CR.
029600     IF CG1-CURR-TYPE = 'FR' OR CG1-CURR-TYPE = 'CO'
029700         MOVE CG1-GL-RECEIVABLE TO GLJR-GL-ACCOUNT
029800     ELSE
029900         MOVE CG1-INCOME-ACCOUNT TO GLJR-GL-ACCOUNT
030000     END-IF.
030100     PERFORM 2350-WRITE-JOURNAL-RECORD THRU 2350-EXIT.
030200     MOVE ZERO TO CG1-GROUP-COUNT.
031800****************************************************************
031900*    2900-WRITE-SUMMARY
032000*    THE EXTRACT SUMMARY: WHAT WAS JOURNALED, WHAT WAS SKIPPED
032100*    AS NOT YET REVENUE, AND THE FEE, REVERSAL, AND INTEREST
032200*    DOLLARS SO ACCOUNTING CAN EYEBALL THE MORNING'S INTAKE,
032250*    AND THE BALANCES CHARGED OFF.
032300****************************************************************
032400 2900-WRITE-SUMMARY.
032500     OPEN OUTPUT RPTFILE.
034600     MOVE 'REVERSAL DOLLARS'        TO CG1-AM-CAPTION.
034700     MOVE CG1-REV-AMOUNT-TOTAL      TO CG1-AM-AMOUNT.
034800     WRITE REPORT-LINE FROM CG1-AMOUNT-LINE.
034810     MOVE 'INTEREST DOLLARS'        TO CG1-AM-CAPTION.
034820     MOVE CG1-INT-AMOUNT-TOTAL      TO CG1-AM-AMOUNT.
034830     WRITE REPORT-LINE FROM CG1-AMOUNT-LINE.
034840     MOVE 'LATE FEE DOLLARS'        TO CG1-AM-CAPTION.
034850     MOVE CG1-LF-AMOUNT-TOTAL       TO CG1-AM-AMOUNT.
034860     WRITE REPORT-LINE FROM CG1-AMOUNT-LINE.
034870     MOVE 'CHARGE-OFF DOLLARS'      TO CG1-AM-CAPTION.
034880     MOVE CG1-CO-AMOUNT-TOTAL       TO CG1-AM-AMOUNT.
034890     WRITE REPORT-LINE FROM CG1-AMOUNT-LINE.
034900     IF CG1-RPTFILE-STATUS NOT = '00'
035000         MOVE 'RPTFILE' TO CG1-FAILING-FILE
035100         MOVE CG1-RPTFILE-STATUS TO CG1-FAILING-STATUS
