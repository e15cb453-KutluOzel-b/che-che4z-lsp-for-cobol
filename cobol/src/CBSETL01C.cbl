002800*                     REVERSALS ARE SHOWN FOR INFORMATION --
002900*                     THEY SETTLE THROUGH THE WAIVER REPORT,
003000*                     NOT THROUGH THE APPLY OR NOTICE LEGS.
003010*    2026-10-15 RS    ADDED THE INTEREST LEG.  THE NIGHT'S 'IN'
003020*                     FINANCE CHARGE POSTINGS ARE TOTALLED AND
003030*                     TIED AGAINST THE CONTROL TOTAL THE CYCLE-END
003040*                     ACCRUAL CBINTR01C LEFT BEHIND (INTTOTFILE,
003050*                     APCTREC LAYOUT) THE SAME WAY THE FEE APPLY
003060*                     LEG IS TIED.  JUDGED ONLY ON A NIGHT THAT
003070*                     POSTED FINANCE CHARGES, SINCE THE ACCRUAL
003080*                     RUNS AT CYCLE END ONLY.
003081*    2026-10-15 RS    ADDED THE LATE FEE LEG.  THE NIGHT'S 'LF'
003082*                     LATE FEE POSTINGS ARE TOTALLED AND TIED
003083*                     AGAINST THE CONTROL TOTAL THE DELINQUENCY
003084*                     RUN CBDLNQ01C LEFT BEHIND (DLQTOTFILE,
003085*                     APCTREC LAYOUT) THE SAME WAY.  JUDGED ONLY
003086*                     ON A NIGHT THAT POSTED LATE FEES.
003088*    2026-10-15 RS    PRINTS THE NOTICES CBNOTF01C CUT BY
003090*                     CHANNEL -- PRINTED AND E-DELIVERED -- UNDER
003092*                     THE NOTICE LEG, AND PUTS THE SHEET OUT OF
003094*                     BALANCE WHEN THE TWO DO NOT ADD UP TO THE
003096*                     NOTICES CUT.  THE NOTICE LEG ITSELF IS TIED
003098*                     AS BEFORE.
003100****************************************************************
003200*
003300 ENVIRONMENT DIVISION.
004200     SELECT NOTTOTFILE ASSIGN TO NOTTOTFILE
004300                       ORGANIZATION IS SEQUENTIAL
004400                       FILE STATUS IS CS1-NOTTOTFILE-STATUS.
004410     SELECT INTTOTFILE ASSIGN TO INTTOTFILE
004420                       ORGANIZATION IS SEQUENTIAL
004430                       FILE STATUS IS CS1-INTTOTFILE-STATUS.
004440     SELECT DLQTOTFILE ASSIGN TO DLQTOTFILE
004450                       ORGANIZATION IS SEQUENTIAL
004460                       FILE STATUS IS CS1-DLQTOTFILE-STATUS.
004500     SELECT RPTFILE    ASSIGN TO RPTFILE
004600                       ORGANIZATION IS SEQUENTIAL
004700                       FILE STATUS IS CS1-RPTFILE-STATUS.
005900 FD  NOTTOTFILE
006000     RECORDING MODE IS F.
006100     COPY NFCTREC.
006110*
006120 FD  INTTOTFILE
006130     RECORDING MODE IS F.
006140     COPY APCTREC REPLACING
006145         ==APPLY-CONTROL-TOTAL-RECORD==
006147             BY ==INT-CONTROL-TOTAL-RECORD==
006150         ==APCT-PROGRAM-ID==        BY ==IACT-PROGRAM-ID==
006155         ==APCT-RUN-DATE==          BY ==IACT-RUN-DATE==
006160         ==APCT-APPLIED-COUNT==     BY ==IACT-APPLIED-COUNT==
006165         ==APCT-APPLIED-AMOUNT==    BY ==IACT-APPLIED-AMOUNT==
006170         ==APCT-PRIOR-COUNT==       BY ==IACT-PRIOR-COUNT==
006175         ==APCT-PRIOR-AMOUNT==      BY ==IACT-PRIOR-AMOUNT==
006180         ==APCT-UNMATCHED-COUNT==   BY ==IACT-UNMATCHED-COUNT==
006185         ==APCT-UNMATCHED-AMOUNT==  BY ==IACT-UNMATCHED-AMOUNT==.
006186*
006187 FD  DLQTOTFILE
006188     RECORDING MODE IS F.
006189     COPY APCTREC REPLACING
006190         ==APPLY-CONTROL-TOTAL-RECORD==
006191             BY ==DLQ-CONTROL-TOTAL-RECORD==
006192         ==APCT-PROGRAM-ID==        BY ==DACT-PROGRAM-ID==
006193         ==APCT-RUN-DATE==          BY ==DACT-RUN-DATE==
006194         ==APCT-APPLIED-COUNT==     BY ==DACT-APPLIED-COUNT==
006195         ==APCT-APPLIED-AMOUNT==    BY ==DACT-APPLIED-AMOUNT==
006196         ==APCT-PRIOR-COUNT==       BY ==DACT-PRIOR-COUNT==
006197         ==APCT-PRIOR-AMOUNT==      BY ==DACT-PRIOR-AMOUNT==
006198         ==APCT-UNMATCHED-COUNT==   BY ==DACT-UNMATCHED-COUNT==
006199         ==APCT-UNMATCHED-AMOUNT==  BY ==DACT-UNMATCHED-AMOUNT==.
006200*
006300 FD  RPTFILE
006400     RECORDING MODE IS F.
007100     88  CS1-APCT-RECORD-FOUND       VALUE 'Y'.
007200 77  CS1-NFCT-FOUND-SW           PIC X(01) VALUE 'N'.
007300     88  CS1-NFCT-RECORD-FOUND       VALUE 'Y'.
007310 77  CS1-IACT-FOUND-SW           PIC X(01) VALUE 'N'.
007320     88  CS1-IACT-RECORD-FOUND       VALUE 'Y'.
007330 77  CS1-DACT-FOUND-SW           PIC X(01) VALUE 'N'.
007340     88  CS1-DACT-RECORD-FOUND       VALUE 'Y'.
007400 77  CS1-OUT-OF-BALANCE-SW       PIC X(01) VALUE 'N'.
007500     88  CS1-OUT-OF-BALANCE          VALUE 'Y'.
007600 77  CS1-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  CS1-NOTICE-LEG-COUNT        PIC 9(07) COMP VALUE ZERO.
008600 77  CS1-NOTICE-LEG-AMOUNT       PIC S9(11)V99 SIGN IS LEADING
008700                                  SEPARATE VALUE ZERO.
008702 77  CS1-NOTICE-CUT-COUNT        PIC 9(07) COMP VALUE ZERO.
008704 77  CS1-NOTICE-PRINT-COUNT      PIC 9(07) COMP VALUE ZERO.
008706 77  CS1-NOTICE-EDLV-COUNT       PIC 9(07) COMP VALUE ZERO.
008710 77  CS1-INT-POSTED-COUNT        PIC 9(07) COMP VALUE ZERO.
008720 77  CS1-INT-POSTED-AMOUNT       PIC S9(11)V99 SIGN IS LEADING
008730                                  SEPARATE VALUE ZERO.
008740 77  CS1-INT-LEG-COUNT           PIC 9(07) COMP VALUE ZERO.
008750 77  CS1-INT-LEG-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
008760                                  SEPARATE VALUE ZERO.
008770 77  CS1-LF-POSTED-COUNT         PIC 9(07) COMP VALUE ZERO.
008775 77  CS1-LF-POSTED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
008780                                  SEPARATE VALUE ZERO.
008785 77  CS1-LF-LEG-COUNT            PIC 9(07) COMP VALUE ZERO.
008790 77  CS1-LF-LEG-AMOUNT           PIC S9(11)V99 SIGN IS LEADING
008795                                  SEPARATE VALUE ZERO.
008800 77  CS1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
008900 77  CS1-UPDTOTFILE-STATUS       PIC X(02) VALUE '00'.
009000 77  CS1-NOTTOTFILE-STATUS       PIC X(02) VALUE '00'.
009010 77  CS1-INTTOTFILE-STATUS       PIC X(02) VALUE '00'.
009020 77  CS1-DLQTOTFILE-STATUS       PIC X(02) VALUE '00'.
009100 77  CS1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
009200 77  CS1-FAILING-FILE            PIC X(10) VALUE SPACES.
009300 77  CS1-FAILING-STATUS          PIC X(02) VALUE SPACES.
009500 01  CS1-TITLE-LINE.
009600     05  FILLER                  PIC X(05) VALUE SPACES.
009700     05  FILLER                  PIC X(45) VALUE
009800         'FEE AND FINANCE CHARGE SETTLEMENT PROOF SHEET'.
009900*
010000 01  CS1-LEG-HEADING.
010100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  CS1-L-COUNT             PIC ZZZZZZZ9.
011300     05  FILLER                  PIC X(02).
011400     05  CS1-L-AMOUNT            PIC -9(11).99.
011410*
011420 01  CS1-CHANNEL-LINE.
011430     05  FILLER                  PIC X(04).
011440     05  CS1-C-CAPTION           PIC X(24).
011450     05  FILLER                  PIC X(02).
011460     05  CS1-C-COUNT             PIC ZZZZZZZ9.
011500*
011600 01  CS1-RESULT-LINE.
011700     05  FILLER                  PIC X(05) VALUE SPACES.
012900     PERFORM 1000-TOTAL-POSTINGS THRU 1000-EXIT.
013000     PERFORM 1200-READ-APPLY-TOTALS THRU 1200-EXIT.
013100     PERFORM 1300-READ-NOTICE-TOTALS THRU 1300-EXIT.
013110     PERFORM 1400-READ-INTEREST-TOTALS THRU 1400-EXIT.
013120     PERFORM 1500-READ-LATE-FEE-TOTALS THRU 1500-EXIT.
013200     PERFORM 2000-PRODUCE-PROOF-SHEET THRU 2000-EXIT.
013300     GOBACK.
013400*
013500****************************************************************
013600*    1000-TOTAL-POSTINGS
013700*    SWEEP TRANFILE AND TOTAL THE 'OF' FEE POSTINGS (AND THE
013800*    'FR' REVERSALS, FOR INFORMATION), THE 'IN' FINANCE
013850*    CHARGES, AND THE 'LF' LATE FEES.  PURCHASES, PAYMENTS,
013900*    AND RECOVERY MARKERS ARE NOT REVENUE AND STAY OFF THE
014000*    PROOF SHEET.
014100****************************************************************
014200 1000-TOTAL-POSTINGS.
017400         ADD 1           TO CS1-REVERSAL-COUNT
017500         ADD TRAN-AMOUNT TO CS1-REVERSAL-AMOUNT
017600     END-IF.
017610     IF TRAN-TYPE-INTEREST
017620         ADD 1           TO CS1-INT-POSTED-COUNT
017630         ADD TRAN-AMOUNT TO CS1-INT-POSTED-AMOUNT
017640     END-IF.
017650     IF TRAN-TYPE-LATE-FEE
017660         ADD 1           TO CS1-LF-POSTED-COUNT
017670         ADD TRAN-AMOUNT TO CS1-LF-POSTED-AMOUNT
017680     END-IF.
017700 1100-EXIT.
017800     EXIT.
017900*
021600****************************************************************
021700*    1300-READ-NOTICE-TOTALS
021800*    PICK UP CBNOTF01C'S CONTROL TOTALS, SAME ARRANGEMENT AS
021900*    THE APPLY LEG.  THE NOTICES CUT ARE ALSO KEPT BY CHANNEL
021910*    -- PRINTED AND E-DELIVERED -- FOR THE CHANNEL CHECK.
022000****************************************************************
022100 1300-READ-NOTICE-TOTALS.
022200     OPEN INPUT NOTTOTFILE.
023800     IF CS1-NFCT-RECORD-FOUND
023900         COMPUTE CS1-NOTICE-LEG-COUNT =
024000             NFCT-NOTICE-COUNT + NFCT-ERROR-COUNT
024010         MOVE NFCT-NOTICE-COUNT TO CS1-NOTICE-CUT-COUNT
024020         MOVE NFCT-PRINT-COUNT  TO CS1-NOTICE-PRINT-COUNT
024030         MOVE NFCT-EDLV-COUNT   TO CS1-NOTICE-EDLV-COUNT
024100         COMPUTE CS1-NOTICE-LEG-AMOUNT =
024200             NFCT-NOTICE-AMOUNT + NFCT-ERROR-AMOUNT
024300     END-IF.
024400     CLOSE NOTTOTFILE.
024500 1300-EXIT.
024600     EXIT.
024610*
024620****************************************************************
024630*    1400-READ-INTEREST-TOTALS
024640*    PICK UP CBINTR01C'S CONTROL TOTALS, SAME ARRANGEMENT AS
024650*    THE APPLY LEG.  THE ACCRUAL ONLY RUNS AT CYCLE END, SO ON
024660*    ANY OTHER NIGHT THE FILE STILL HOLDS THE LAST CYCLE'S
024670*    RECORD; IT IS ONLY JUDGED WHEN TONIGHT'S TRANFILE CARRIES
024680*    FINANCE CHARGES (SEE 2100).
024690****************************************************************
024700 1400-READ-INTEREST-TOTALS.
024705     OPEN INPUT INTTOTFILE.
024710     IF CS1-INTTOTFILE-STATUS NOT = '00'
024715         GO TO 1400-EXIT
024720     END-IF.
024725     READ INTTOTFILE
024730         AT END
024735             CONTINUE
024740         NOT AT END
024745             SET CS1-IACT-RECORD-FOUND TO TRUE
024750     END-READ.
024755     IF CS1-INTTOTFILE-STATUS NOT = '00' AND
024760             CS1-INTTOTFILE-STATUS NOT = '10'
024765         MOVE 'INTTOTFILE' TO CS1-FAILING-FILE
024770         MOVE CS1-INTTOTFILE-STATUS TO CS1-FAILING-STATUS
024775         GO TO 9800-FILE-ERROR
024780     END-IF.
024785     IF CS1-IACT-RECORD-FOUND
024786         COMPUTE CS1-INT-LEG-COUNT =
024787             IACT-APPLIED-COUNT + IACT-PRIOR-COUNT
024788             + IACT-UNMATCHED-COUNT
024789         COMPUTE CS1-INT-LEG-AMOUNT =
024790             IACT-APPLIED-AMOUNT + IACT-PRIOR-AMOUNT
024791             + IACT-UNMATCHED-AMOUNT
024792     END-IF.
024793     CLOSE INTTOTFILE.
024794 1400-EXIT.
024795     EXIT.
024796*
024797****************************************************************
024798*    1500-READ-LATE-FEE-TOTALS
024799*    PICK UP CBDLNQ01C'S CONTROL TOTALS, SAME ARRANGEMENT AS
024800*    THE APPLY LEG.  JUDGED ONLY WHEN TONIGHT'S TRANFILE
024801*    CARRIES LATE FEES (SEE 2100).
024802****************************************************************
024803 1500-READ-LATE-FEE-TOTALS.
024804     OPEN INPUT DLQTOTFILE.
024805     IF CS1-DLQTOTFILE-STATUS NOT = '00'
024806         GO TO 1500-EXIT
024807     END-IF.
024808     READ DLQTOTFILE
024809         AT END
024810             CONTINUE
024811         NOT AT END
024812             SET CS1-DACT-RECORD-FOUND TO TRUE
024813     END-READ.
024814     IF CS1-DLQTOTFILE-STATUS NOT = '00' AND
024815             CS1-DLQTOTFILE-STATUS NOT = '10'
024816         MOVE 'DLQTOTFILE' TO CS1-FAILING-FILE
024817         MOVE CS1-DLQTOTFILE-STATUS TO CS1-FAILING-STATUS
024818         GO TO 9800-FILE-ERROR
024819     END-IF.
024820     IF CS1-DACT-RECORD-FOUND
024821         COMPUTE CS1-LF-LEG-COUNT =
024822             DACT-APPLIED-COUNT + DACT-PRIOR-COUNT
024823             + DACT-UNMATCHED-COUNT
024824         COMPUTE CS1-LF-LEG-AMOUNT =
024825             DACT-APPLIED-AMOUNT + DACT-PRIOR-AMOUNT
024826             + DACT-UNMATCHED-AMOUNT
024827     END-IF.
024828     CLOSE DLQTOTFILE.
024829 1500-EXIT.
024830     EXIT.
024831*
024840****************************************************************
024900*    2000-PRODUCE-PROOF-SHEET
025000*    PRINT THE ONE-PAGE PROOF -- POSTED VS APPLIED VS NOTICED,
025100*    COUNTS AND DOLLARS -- AND SET THE RETURN CODE.  EITHER
027500     MOVE CS1-NOTICE-LEG-COUNT      TO CS1-L-COUNT.
027600     MOVE CS1-NOTICE-LEG-AMOUNT     TO CS1-L-AMOUNT.
027700     WRITE REPORT-LINE FROM CS1-LEG-LINE.
027710     MOVE SPACES TO CS1-CHANNEL-LINE.
027720     MOVE 'NOTICES PRINTED'         TO CS1-C-CAPTION.
027730     MOVE CS1-NOTICE-PRINT-COUNT    TO CS1-C-COUNT.
027740     WRITE REPORT-LINE FROM CS1-CHANNEL-LINE.
027750     MOVE 'NOTICES E-DELIVERED'     TO CS1-C-CAPTION.
027760     MOVE CS1-NOTICE-EDLV-COUNT     TO CS1-C-COUNT.
027770     WRITE REPORT-LINE FROM CS1-CHANNEL-LINE.
027800     MOVE 'FEE REVERSALS (INFO)'    TO CS1-L-CAPTION.
027900     MOVE CS1-REVERSAL-COUNT        TO CS1-L-COUNT.
028000     MOVE CS1-REVERSAL-AMOUNT       TO CS1-L-AMOUNT.
028100     WRITE REPORT-LINE FROM CS1-LEG-LINE.
028110     MOVE 'INT POSTED (TRANFILE)'   TO CS1-L-CAPTION.
028120     MOVE CS1-INT-POSTED-COUNT      TO CS1-L-COUNT.
028130     MOVE CS1-INT-POSTED-AMOUNT     TO CS1-L-AMOUNT.
028140     WRITE REPORT-LINE FROM CS1-LEG-LINE.
028150     MOVE 'INT APPLIED (CBINTR01C)' TO CS1-L-CAPTION.
028160     MOVE CS1-INT-LEG-COUNT         TO CS1-L-COUNT.
028170     MOVE CS1-INT-LEG-AMOUNT        TO CS1-L-AMOUNT.
028180     WRITE REPORT-LINE FROM CS1-LEG-LINE.
028182     MOVE 'LF POSTED (TRANFILE)'    TO CS1-L-CAPTION.
028184     MOVE CS1-LF-POSTED-COUNT       TO CS1-L-COUNT.
028186     MOVE CS1-LF-POSTED-AMOUNT      TO CS1-L-AMOUNT.
028188     WRITE REPORT-LINE FROM CS1-LEG-LINE.
028190     MOVE 'LF APPLIED (CBDLNQ01C)'  TO CS1-L-CAPTION.
028192     MOVE CS1-LF-LEG-COUNT          TO CS1-L-COUNT.
028194     MOVE CS1-LF-LEG-AMOUNT         TO CS1-L-AMOUNT.
028196     WRITE REPORT-LINE FROM CS1-LEG-LINE.
028200     IF CS1-RPTFILE-STATUS NOT = '00'
028300         MOVE 'RPTFILE' TO CS1-FAILING-FILE
028400         MOVE CS1-RPTFILE-STATUS TO CS1-FAILING-STATUS
029800****************************************************************
029900*    2100-JUDGE-THE-LEGS
030000*    EACH LEG MUST EQUAL THE POSTED TOTALS IN BOTH COUNT AND
030100*    DOLLARS, AND BOTH CONTROL TOTALS MUST EXIST.  THE INTEREST
030110*    LEG IS JUDGED THE SAME WAY, BUT ONLY ON A NIGHT THAT
030120*    POSTED FINANCE CHARGES -- ITS CONTROL TOTAL IS THEN
030130*    REQUIRED TOO.  THE LATE FEE LEG LIKEWISE, ON A NIGHT THAT
030140*    POSTED LATE FEES.  THE NOTICES CUT MUST ALSO BE EXACTLY
030150*    THE PRINTED ONES PLUS THE E-DELIVERED ONES, OR A NOTICE
030160*    WENT NOWHERE (OR TWO PLACES).
030200****************************************************************
030300 2100-JUDGE-THE-LEGS.
030400     IF NOT CS1-APCT-RECORD-FOUND
030500             OR NOT CS1-NFCT-RECORD-FOUND
030510             OR (CS1-INT-POSTED-COUNT > ZERO
030520                 AND NOT CS1-IACT-RECORD-FOUND)
030530             OR (CS1-LF-POSTED-COUNT > ZERO
030540                 AND NOT CS1-DACT-RECORD-FOUND)
030600         MOVE 'CANNOT SETTLE -- CONTROL TOTAL MISSING'
030700             TO CS1-R-RESULT
030800         MOVE 8 TO RETURN-CODE
031600             OR CS1-NOTICE-LEG-AMOUNT NOT = CS1-POSTED-AMOUNT
031700         SET CS1-OUT-OF-BALANCE TO TRUE
031800     END-IF.
031805     IF CS1-NOTICE-PRINT-COUNT + CS1-NOTICE-EDLV-COUNT
031806             NOT = CS1-NOTICE-CUT-COUNT
031807         SET CS1-OUT-OF-BALANCE TO TRUE
031808     END-IF.
031810     IF CS1-INT-POSTED-COUNT > ZERO
031820         IF CS1-INT-LEG-COUNT NOT = CS1-INT-POSTED-COUNT
031830                 OR CS1-INT-LEG-AMOUNT NOT = CS1-INT-POSTED-AMOUNT
031840             SET CS1-OUT-OF-BALANCE TO TRUE
031850         END-IF
031860     END-IF.
031870     IF CS1-LF-POSTED-COUNT > ZERO
031875         IF CS1-LF-LEG-COUNT NOT = CS1-LF-POSTED-COUNT
031880                 OR CS1-LF-LEG-AMOUNT NOT = CS1-LF-POSTED-AMOUNT
031885             SET CS1-OUT-OF-BALANCE TO TRUE
031890         END-IF
031895     END-IF.
031900     IF CS1-OUT-OF-BALANCE
032000         MOVE 'OUT OF BALANCE -- A LEG DOES NOT TIE'
032100             TO CS1-R-RESULT
