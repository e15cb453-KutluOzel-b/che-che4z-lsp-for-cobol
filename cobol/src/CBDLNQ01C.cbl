000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDLNQ01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  PAYMENT-DUE TRACKING AND
001300*                     DELINQUENCY AGING.  AT CYCLE END (MODE 'C')
001400*                     SETS EACH ACCOUNT'S MINIMUM PAYMENT DUE AND
001500*                     DUE DATE ON THE PAYMENT-DUE FILE (DUEFILE,
001600*                     DUEREC LAYOUT).  EVERY NIGHT COUNTS THE
001700*                     NIGHT'S 'PY' PAYMENTS AGAINST WHAT IS DUE,
001800*                     JUDGES EACH DUE DATE THAT HAS PASSED, POSTS
001900*                     A LATE FEE (TYPE 'LF') WHEN THE MINIMUM WAS
002000*                     NOT PAID, AND AGES EVERY ACCOUNT THAT IS
002100*                     NOT CLOSED INTO THE CURRENT, 30, 60, 90 AND
002200*                     120+ BUCKETS.  PRINTS THE AGING REPORT BY
002300*                     BRANCH (AGERPT), WRITES THE COLLECTIONS
002400*                     EXTRACT (COLLFILE, COLLREC LAYOUT) FOR THE
002500*                     30-DAY AND LATER BUCKETS, LANDS THE LATE
002600*                     FEES ON THE MASTER THE WAY CBUPDT01C LANDS
002700*                     FEES, AND LEAVES AN APCTREC CONTROL TOTAL
002800*                     (DLQTOTFILE) FOR CBSETL01C.  COMES BACK
002900*                     RC=8 WHEN ANY POSTING COULD NOT BE LANDED.
002910*    2026-10-15 RS    APPENDS EVERY LATE FEE IT LANDS TO THE
002920*                     SHARED BALANCE-MOVEMENT JOURNAL (BALJRNL)
002930*                     WITH THE BALANCE BEFORE AND AFTER, FOR THE
002940*                     END-OF-NIGHT MASTER PROOF.
002947*    2026-10-15 RS    AT CYCLE END A DUE DATE FALLING ON THE
002954*                     BUSINESS DATE IS JUDGED BEFORE THE NEW CYCLE
002961*                     REPLACES IT, AND AN ACCOUNT WHOSE DUE DATE
002968*                     IS STILL IN THE FUTURE (AND SO UNJUDGED)
002975*                     KEEPS ITS OPEN CYCLE INSTEAD OF HAVING THE
002982*                     MISSED PAYMENT FORGIVEN UNSEEN.  SUCH
002989*                     ACCOUNTS ARE LISTED AND COUNTED, RC=4.
003000****************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCTFILE  ASSIGN TO ACCTFILE
003600                      ORGANIZATION IS INDEXED
003700                      ACCESS MODE IS DYNAMIC
003800                      RECORD KEY IS ACCT-ID
003900                      FILE STATUS IS CD1-ACCTFILE-STATUS.
004000     SELECT DUEFILE   ASSIGN TO DUEFILE
004100                      ORGANIZATION IS INDEXED
004200                      ACCESS MODE IS DYNAMIC
004300                      RECORD KEY IS DUE-ACCT-ID
004400                      FILE STATUS IS CD1-DUEFILE-STATUS.
004500     SELECT TRANFILE  ASSIGN TO TRANFILE
004600                      ORGANIZATION IS SEQUENTIAL
004700                      FILE STATUS IS CD1-TRANFILE-STATUS.
004800     SELECT SORTFILE  ASSIGN TO SORTWK1.
004900     SELECT COLLFILE  ASSIGN TO COLLFILE
005000                      ORGANIZATION IS SEQUENTIAL
005100                      FILE STATUS IS CD1-COLLFILE-STATUS.
005200     SELECT AGERPT    ASSIGN TO AGERPT
005300                      ORGANIZATION IS SEQUENTIAL
005400                      FILE STATUS IS CD1-AGERPT-STATUS.
005500     SELECT RPTFILE   ASSIGN TO RPTFILE
005600                      ORGANIZATION IS SEQUENTIAL
005700                      FILE STATUS IS CD1-RPTFILE-STATUS.
005800     SELECT DLQTOTFILE ASSIGN TO DLQTOTFILE
005900                      ORGANIZATION IS SEQUENTIAL
006000                      FILE STATUS IS CD1-DLQTOTFILE-STATUS.
006010     SELECT BALJRNL   ASSIGN TO BALJRNL
006020                      ORGANIZATION IS SEQUENTIAL
006030                      FILE STATUS IS CD1-BALJRNL-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACCTFILE.
006500     COPY ACCTREC.
006600*
006700 FD  DUEFILE.
006800     COPY DUEREC.
006900*
007000 FD  TRANFILE
007100     RECORDING MODE IS F.
007200     COPY TRANREC.
007300*
007400 SD  SORTFILE.
007500     COPY COLLREC REPLACING
007600         ==COLLECTIONS-RECORD==     BY ==SCOL-RECORD==
007700         ==COLL-ACCT-ID==           BY ==SCOL-ACCT-ID==
007800         ==COLL-BRANCH-ID==         BY ==SCOL-BRANCH-ID==
007900         ==COLL-ACCT-STATUS==       BY ==SCOL-ACCT-STATUS==
008000         ==COLL-BUCKET==            BY ==SCOL-BUCKET==
008100         ==COLL-CYCLES-DELINQ==     BY ==SCOL-CYCLES-DELINQ==
008200         ==COLL-DUE-DATE==          BY ==SCOL-DUE-DATE==
008300         ==COLL-MIN-DUE==           BY ==SCOL-MIN-DUE==
008400         ==COLL-PAST-DUE==          BY ==SCOL-PAST-DUE==
008500         ==COLL-CURR-BAL==          BY ==SCOL-CURR-BAL==
008600         ==COLL-CREDIT-LIMIT==      BY ==SCOL-CREDIT-LIMIT==
008700         ==COLL-LAST-PAY-DATE==     BY ==SCOL-LAST-PAY-DATE==
008800         ==COLL-RUN-DATE==          BY ==SCOL-RUN-DATE==.
008900*
009000 FD  COLLFILE
009100     RECORDING MODE IS F.
009200     COPY COLLREC.
009300*
009400 FD  AGERPT
009500     RECORDING MODE IS F.
009600 01  PRINT-RECORD.
009700     05  PRT-CC                  PIC X(01).
009800     05  PRT-DATA                PIC X(132).
009900*
010000 FD  RPTFILE
010100     RECORDING MODE IS F.
010200 01  REPORT-LINE                 PIC X(80).
010300*
010400 FD  DLQTOTFILE
010500     RECORDING MODE IS F.
010600     COPY APCTREC.
010610*
010620 FD  BALJRNL
010630     RECORDING MODE IS F.
010640     COPY BALJREC.
010700*
010800 WORKING-STORAGE SECTION.
010900 77  CD1-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
011000     88  CD1-END-OF-TRANFILE         VALUE 'Y'.
011100 77  CD1-ACCT-EOF-SW             PIC X(01) VALUE 'N'.
011200     88  CD1-END-OF-ACCTFILE         VALUE 'Y'.
011300 77  CD1-SORT-EOF-SW             PIC X(01) VALUE 'N'.
011400     88  CD1-END-OF-SORT             VALUE 'Y'.
011500 77  CD1-FIRST-RECORD-SW         PIC X(01) VALUE 'Y'.
011600     88  CD1-FIRST-RECORD            VALUE 'Y'.
011700 77  CD1-MODE-SW                 PIC X(01) VALUE 'N'.
011800     88  CD1-CYCLE-END-MODE          VALUE 'C'.
011900 77  CD1-DUE-FOUND-SW            PIC X(01) VALUE 'N'.
012000     88  CD1-DUE-FOUND               VALUE 'Y'.
012100 77  CD1-DUE-CHANGED-SW          PIC X(01) VALUE 'N'.
012200     88  CD1-DUE-CHANGED             VALUE 'Y'.
012300 77  CD1-DUE-CREATED-SW          PIC X(01) VALUE 'N'.
012400     88  CD1-DUE-CREATED             VALUE 'Y'.
012500 77  CD1-TRAN-SEQ                PIC 9(09) COMP VALUE ZERO.
012600 77  CD1-HIGH-PAY-SEQ            PIC 9(09) COMP VALUE ZERO.
012700 77  CD1-HIGH-PAY-DATE           PIC X(08) VALUE SPACES.
012800 77  CD1-PAYMENTS-APPLIED        PIC 9(07) COMP VALUE ZERO.
012900 77  CD1-PAYMENTS-COUNTED        PIC 9(07) COMP VALUE ZERO.
013000 77  CD1-PAYMENTS-NO-DUE         PIC 9(07) COMP VALUE ZERO.
013100 77  CD1-ACCOUNTS-READ           PIC 9(07) COMP VALUE ZERO.
013200 77  CD1-ACCOUNTS-AGED           PIC 9(07) COMP VALUE ZERO.
013300 77  CD1-EXEMPT-CLOSED           PIC 9(07) COMP VALUE ZERO.
013400 77  CD1-NOT-YET-CYCLED          PIC 9(07) COMP VALUE ZERO.
013500 77  CD1-DUES-CREATED            PIC 9(07) COMP VALUE ZERO.
013600 77  CD1-DUES-SET                PIC 9(07) COMP VALUE ZERO.
013700 77  CD1-DUES-ALREADY-SET        PIC 9(07) COMP VALUE ZERO.
013710 77  CD1-DUES-HELD               PIC 9(07) COMP VALUE ZERO.
013800 77  CD1-DUES-MET                PIC 9(07) COMP VALUE ZERO.
013900 77  CD1-DUES-MISSED             PIC 9(07) COMP VALUE ZERO.
014000 77  CD1-LATE-FEES-POSTED        PIC 9(07) COMP VALUE ZERO.
014100 77  CD1-TOTAL-DELINQUENT        PIC 9(07) COMP VALUE ZERO.
014200 77  CD1-POSTINGS-READ           PIC 9(07) COMP VALUE ZERO.
014300 77  CD1-POSTINGS-APPLIED        PIC 9(07) COMP VALUE ZERO.
014400 77  CD1-POSTINGS-UNMATCHED      PIC 9(07) COMP VALUE ZERO.
014500 77  CD1-POSTINGS-PRIOR-APPLIED  PIC 9(07) COMP VALUE ZERO.
014600 77  CD1-PAYMENT-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
014700                                  SEPARATE VALUE ZERO.
014800 77  CD1-POSTED-AMOUNT           PIC S9(11)V99 SIGN IS LEADING
014900                                  SEPARATE VALUE ZERO.
015000 77  CD1-APPLIED-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
015100                                  SEPARATE VALUE ZERO.
015200 77  CD1-PRIOR-AMOUNT            PIC S9(11)V99 SIGN IS LEADING
015300                                  SEPARATE VALUE ZERO.
015400 77  CD1-UNMATCHED-AMOUNT        PIC S9(11)V99 SIGN IS LEADING
015500                                  SEPARATE VALUE ZERO.
015600 77  CD1-PAYMENT                 PIC S9(09)V99 SIGN IS LEADING
015700                                  SEPARATE VALUE ZERO.
015800 77  CD1-WORK-BALANCE            PIC S9(09)V99 SIGN IS LEADING
015900                                  SEPARATE VALUE ZERO.
016000 77  CD1-MIN-DUE                 PIC S9(09)V99 SIGN IS LEADING
016100                                  SEPARATE VALUE ZERO.
016200 77  CD1-MIN-PCT                 PIC 9(02)V99 VALUE 2.
016300 77  CD1-MIN-FLOOR               PIC 9(05)V99 VALUE 25.
016400 77  CD1-GRACE-DAYS              PIC 9(02) VALUE 25.
016500 77  CD1-LATE-FEE                PIC 9(05)V99 VALUE 25.
016600 77  CD1-BKT-DIGIT               PIC 9(01) VALUE ZERO.
016700 77  CD1-BKT-SUB                 PIC 9(02) COMP VALUE ZERO.
016800 77  CD1-COL                     PIC 9(02) COMP VALUE ZERO.
016900 77  CD1-COL-COUNT               PIC 9(07) COMP VALUE ZERO.
017000 77  CD1-COL-BALANCE             PIC S9(11)V99 SIGN IS LEADING
017100                                  SEPARATE VALUE ZERO.
017200 77  CD1-MONTH-DAYS              PIC 9(02) VALUE ZERO.
017300 77  CD1-LEAP-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
017400 77  CD1-LEAP-REMAINDER          PIC 9(04) COMP VALUE ZERO.
017500 77  CD1-CURR-BRANCH             PIC X(05) VALUE SPACES.
017600 77  CD1-PAGE-NO                 PIC 9(05) COMP VALUE ZERO.
017700 77  CD1-LINE-COUNT              PIC 9(03) COMP VALUE ZERO.
017800 77  CD1-LINES-PER-PAGE          PIC 9(03) COMP VALUE 55.
017900 77  CD1-RUN-DATE                PIC X(08) VALUE SPACES.
018000 77  CD1-RUN-TIME                PIC X(08) VALUE SPACES.
018100 77  CD1-BUSINESS-DATE           PIC X(08) VALUE SPACES.
018110 77  CD1-OLD-BALANCE             PIC S9(09)V99 SIGN IS LEADING
018120                                  SEPARATE VALUE ZERO.
018200 77  CD1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
018300 77  CD1-DUEFILE-STATUS          PIC X(02) VALUE '00'.
018400 77  CD1-TRANFILE-STATUS         PIC X(02) VALUE '00'.
018500 77  CD1-COLLFILE-STATUS         PIC X(02) VALUE '00'.
018600 77  CD1-AGERPT-STATUS           PIC X(02) VALUE '00'.
018700 77  CD1-RPTFILE-STATUS          PIC X(02) VALUE '00'.
018800 77  CD1-DLQTOTFILE-STATUS       PIC X(02) VALUE '00'.
018810 77  CD1-BALJRNL-STATUS          PIC X(02) VALUE '00'.
018900 77  CD1-FAILING-FILE            PIC X(10) VALUE SPACES.
019000 77  CD1-FAILING-STATUS          PIC X(02) VALUE SPACES.
019100*
019200 01  CD1-PARM-CARD.
019300     05  CD1-PARM-MODE           PIC X(01).
019400         88  CD1-PARM-CYCLE-END      VALUE 'C'.
019500         88  CD1-PARM-NIGHTLY        VALUES ' ' 'N'.
019600     05  FILLER                  PIC X(01).
019700     05  CD1-PARM-BUS-DATE       PIC X(08).
019800     05  CD1-PARM-BUS-DATE-9 REDEFINES CD1-PARM-BUS-DATE
019900                                 PIC 9(08).
020000     05  FILLER                  PIC X(01).
020100     05  CD1-PARM-MIN-PCT        PIC X(04).
020200     05  CD1-PARM-MIN-PCT-9 REDEFINES CD1-PARM-MIN-PCT
020300                                 PIC 9(02)V99.
020400     05  FILLER                  PIC X(01).
020500     05  CD1-PARM-MIN-FLOOR      PIC X(07).
020600     05  CD1-PARM-MIN-FLOOR-9 REDEFINES CD1-PARM-MIN-FLOOR
020700                                 PIC 9(05)V99.
020800     05  FILLER                  PIC X(01).
020900     05  CD1-PARM-GRACE          PIC X(02).
021000     05  CD1-PARM-GRACE-9 REDEFINES CD1-PARM-GRACE
021100                                 PIC 9(02).
021200     05  FILLER                  PIC X(01).
021300     05  CD1-PARM-LATE-FEE       PIC X(07).
021400     05  CD1-PARM-LATE-FEE-9 REDEFINES CD1-PARM-LATE-FEE
021500                                 PIC 9(05)V99.
021600     05  FILLER                  PIC X(46).
021700*
021800 01  CD1-DUE-DATE-WORK.
021900     05  CD1-DD-YEAR             PIC 9(04).
022000     05  CD1-DD-MONTH            PIC 9(02).
022100     05  CD1-DD-DAY              PIC 9(02).
022200 01  CD1-DUE-DATE-WORK-X REDEFINES CD1-DUE-DATE-WORK
022300                                 PIC X(08).
022400*
022500 01  CD1-MONTH-LENGTHS.
022600     05  FILLER                  PIC X(24) VALUE
022700         '312831303130313130313031'.
022800 01  CD1-MONTH-LENGTH-TABLE REDEFINES CD1-MONTH-LENGTHS.
022900     05  CD1-MONTH-LENGTH        PIC 9(02) OCCURS 12 TIMES.
023000*
023100 01  CD1-BUCKET-NAMES.
023200     05  FILLER                  PIC X(40) VALUE
023300         'CURRENT 30 DAYS 60 DAYS 90 DAYS 120+    '.
023400 01  CD1-BUCKET-NAME-TABLE REDEFINES CD1-BUCKET-NAMES.
023500     05  CD1-BUCKET-NAME         PIC X(08) OCCURS 5 TIMES.
023600*
023700 01  CD1-BRANCH-AGING.
023800     05  CD1-BA-BUCKET           OCCURS 5 TIMES.
023900         10  CD1-BA-COUNT        PIC 9(07) COMP.
024000         10  CD1-BA-BALANCE      PIC S9(11)V99 SIGN IS LEADING
024100                                  SEPARATE.
024200*
024300 01  CD1-GRAND-AGING.
024400     05  CD1-GA-BUCKET           OCCURS 5 TIMES.
024500         10  CD1-GA-COUNT        PIC 9(07) COMP.
024600         10  CD1-GA-BALANCE      PIC S9(11)V99 SIGN IS LEADING
024700                                  SEPARATE.
024800*
024900 01  CD1-PRINT-AGING.
025000     05  CD1-PA-BUCKET           OCCURS 5 TIMES.
025100         10  CD1-PA-COUNT        PIC 9(07) COMP.
025200         10  CD1-PA-BALANCE      PIC S9(11)V99 SIGN IS LEADING
025300                                  SEPARATE.
025400*
025500 01  CD1-TITLE-LINE.
025600     05  FILLER                  PIC X(05) VALUE SPACES.
025700     05  FILLER                  PIC X(30) VALUE
025800         'PAYMENT-DUE AND DELINQUENCY --'.
025900     05  CD1-T-MODE              PIC X(10).
026000     05  FILLER                  PIC X(07) VALUE '  DATE '.
026100     05  CD1-T-DATE              PIC X(08).
026200*
026300 01  CD1-FEE-HEADING.
026400     05  FILLER                  PIC X(05) VALUE SPACES.
026500     05  FILLER                  PIC X(40) VALUE
026600         'LATE FEES ASSESSED'.
026700*
026800 01  CD1-FEE-COLUMN-HEADING.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  FILLER                  PIC X(05) VALUE 'BRNCH'.
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  FILLER                  PIC X(08) VALUE 'DUE DATE'.
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  FILLER                  PIC X(13) VALUE 'MINIMUM DUE'.
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  FILLER                  PIC X(13) VALUE 'PAID'.
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  FILLER                  PIC X(10) VALUE 'LATE FEE'.
028100*
028200 01  CD1-FEE-LINE.
028300     05  FILLER                  PIC X(02).
028400     05  CD1-F-ACCT              PIC 9(11).
028500     05  FILLER                  PIC X(02).
028600     05  CD1-F-BRANCH            PIC X(05).
028700     05  FILLER                  PIC X(02).
028800     05  CD1-F-DUE-DATE          PIC X(08).
028900     05  FILLER                  PIC X(02).
029000     05  CD1-F-MIN-DUE           PIC -9(09).99.
029100     05  FILLER                  PIC X(02).
029200     05  CD1-F-PAID              PIC -9(09).99.
029300     05  FILLER                  PIC X(02).
029400     05  CD1-F-FEE               PIC -9(05).99.
029500*
029600 01  CD1-APPLY-HEADING.
029700     05  FILLER                  PIC X(05) VALUE SPACES.
029800     05  FILLER                  PIC X(40) VALUE
029900         'LATE FEE POSTINGS NOT LANDED'.
030000*
030100 01  CD1-UNMATCHED-LINE.
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  CD1-U-ACCT              PIC 9(11).
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  CD1-U-DATE              PIC X(08).
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  CD1-U-AMOUNT            PIC -9(09).99.
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  CD1-U-REASON            PIC X(32).
031000*
031100 01  CD1-SUMMARY-LINE.
031200     05  FILLER                  PIC X(05).
031300     05  CD1-SM-CAPTION          PIC X(24).
031400     05  CD1-SM-COUNT            PIC ZZZZZZ9.
031500*
031600 01  CD1-AMOUNT-LINE.
031700     05  FILLER                  PIC X(05).
031800     05  CD1-AM-CAPTION          PIC X(24).
031900     05  CD1-AM-AMOUNT           PIC -9(11).99.
032000*
032100 01  CD1-PAGE-HEADING-1.
032200     05  FILLER                  PIC X(05) VALUE SPACES.
032300     05  FILLER                  PIC X(44) VALUE
032400         'PAYMENT-DUE DELINQUENCY AGING REPORT'.
032500     05  FILLER                  PIC X(06) VALUE SPACES.
032600     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
032700     05  CD1-H-BRANCH            PIC X(05).
032800     05  FILLER                  PIC X(06) VALUE SPACES.
032900     05  FILLER                  PIC X(05) VALUE 'DATE '.
033000     05  CD1-H-DATE              PIC X(08).
033100     05  FILLER                  PIC X(06) VALUE SPACES.
033200     05  FILLER                  PIC X(05) VALUE 'PAGE '.
033300     05  CD1-H-PAGE              PIC ZZZZ9.
033400*
033500 01  CD1-MODE-NOTE.
033600     05  FILLER                  PIC X(05) VALUE SPACES.
033700     05  FILLER                  PIC X(10) VALUE 'RUN MODE: '.
033800     05  CD1-MN-TEXT             PIC X(10).
033900*
034000 01  CD1-AGE-DETAIL-HEADING.
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  FILLER                  PIC X(11) VALUE 'ACCOUNT-ID'.
034300     05  FILLER                  PIC X(02) VALUE SPACES.
034400     05  FILLER                  PIC X(02) VALUE 'ST'.
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  FILLER                  PIC X(08) VALUE 'BUCKET'.
034700     05  FILLER                  PIC X(02) VALUE SPACES.
034800     05  FILLER                  PIC X(03) VALUE 'CYC'.
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  FILLER                  PIC X(08) VALUE 'DUE DATE'.
035100     05  FILLER                  PIC X(02) VALUE SPACES.
035200     05  FILLER                  PIC X(13) VALUE 'MINIMUM DUE'.
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  FILLER                  PIC X(13) VALUE 'PAST DUE'.
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  FILLER                  PIC X(13) VALUE 'BALANCE'.
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  FILLER                  PIC X(13) VALUE 'CREDIT-LIMIT'.
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  FILLER                  PIC X(08) VALUE 'LAST PAY'.
036100*
036200 01  CD1-AGE-DETAIL-LINE.
036300     05  FILLER                  PIC X(02).
036400     05  CD1-D-ACCT              PIC 9(11).
036500     05  FILLER                  PIC X(03).
036600     05  CD1-D-STATUS            PIC X(01).
036700     05  FILLER                  PIC X(02).
036800     05  CD1-D-BUCKET            PIC X(08).
036900     05  FILLER                  PIC X(02).
037000     05  CD1-D-CYCLES            PIC ZZ9.
037100     05  FILLER                  PIC X(02).
037200     05  CD1-D-DUE-DATE          PIC X(08).
037300     05  FILLER                  PIC X(02).
037400     05  CD1-D-MIN-DUE           PIC -9(09).99.
037500     05  FILLER                  PIC X(02).
037600     05  CD1-D-PAST-DUE          PIC -9(09).99.
037700     05  FILLER                  PIC X(02).
037800     05  CD1-D-BALANCE           PIC -9(09).99.
037900     05  FILLER                  PIC X(02).
038000     05  CD1-D-LIMIT             PIC -9(09).99.
038100     05  FILLER                  PIC X(02).
038200     05  CD1-D-LAST-PAY          PIC X(08).
038300*
038400 01  CD1-AGING-HEADING.
038500     05  FILLER                  PIC X(14) VALUE SPACES.
038600     05  FILLER                  PIC X(16) VALUE
038700         '         CURRENT'.
038800     05  FILLER                  PIC X(16) VALUE
038900         '         30 DAYS'.
039000     05  FILLER                  PIC X(16) VALUE
039100         '         60 DAYS'.
039200     05  FILLER                  PIC X(16) VALUE
039300         '         90 DAYS'.
039400     05  FILLER                  PIC X(16) VALUE
039500         '            120+'.
039600     05  FILLER                  PIC X(16) VALUE
039700         '           TOTAL'.
039800*
039900 01  CD1-AGING-COUNT-LINE.
040000     05  FILLER                  PIC X(02).
040100     05  CD1-AC-CAPTION          PIC X(12).
040200     05  CD1-AC-COLUMN           OCCURS 6 TIMES.
040300         10  FILLER              PIC X(04).
040400         10  CD1-AC-COUNT        PIC ZZZZZZZZZZZ9.
040500*
040600 01  CD1-AGING-AMOUNT-LINE.
040700     05  FILLER                  PIC X(02).
040800     05  CD1-AA-CAPTION          PIC X(12).
040900     05  CD1-AA-COLUMN           OCCURS 6 TIMES.
041000         10  FILLER              PIC X(01).
041100         10  CD1-AA-AMOUNT       PIC -Z(10)9.99.
041200*
041300 01  CD1-BRANCH-TOTAL-LINE.
041400     05  FILLER                  PIC X(02) VALUE SPACES.
041500     05  FILLER                  PIC X(07) VALUE 'BRANCH '.
041600     05  CD1-BT-BRANCH           PIC X(05).
041700     05  FILLER                  PIC X(14) VALUE
041800         ' -- AGING BY '.
041900     05  FILLER                  PIC X(06) VALUE 'BUCKET'.
042000*
042100 01  CD1-GRAND-TOTAL-LINE.
042200     05  FILLER                  PIC X(05) VALUE SPACES.
042300     05  FILLER                  PIC X(26) VALUE
042400         'TOTAL ACCOUNTS DELINQUENT '.
042500     05  FILLER                  PIC X(03) VALUE '-- '.
042600     05  CD1-GT-COUNT            PIC ZZZZZZ9.
042700     05  FILLER                  PIC X(12) VALUE '  OF AGED   '.
042800     05  CD1-GT-AGED             PIC ZZZZZZZZ9.
042900*
043000 PROCEDURE DIVISION.
043100*
043200****************************************************************
043300*    0000-MAINLINE
043400*    COUNT THE NIGHT'S PAYMENTS AGAINST WHAT IS DUE, THEN SWEEP
043500*    THE MASTER: JUDGE EVERY DUE DATE THAT HAS PASSED (POSTING A
043600*    LATE FEE WHERE THE MINIMUM WAS MISSED), SET THE NEW MINIMUM
043700*    AND DUE DATE AT CYCLE END, AND AGE EVERY ACCOUNT INTO THE
043800*    SORT.  THE SORTED AGING IS PRINTED BY BRANCH AND THE
043900*    DELINQUENT ACCOUNTS EXTRACTED FOR COLLECTIONS.  FINALLY
044000*    LAND EVERY OPEN LATE FEE POSTING ON THE MASTER AND LEAVE
044100*    THE CONTROL TOTAL FOR THE SETTLEMENT STEP.
044200****************************************************************
044300 0000-MAINLINE.
044400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044500     PERFORM 2000-COUNT-ONE-PAYMENT THRU 2000-EXIT
044600         UNTIL CD1-END-OF-TRANFILE.
044700     PERFORM 2900-START-AGING THRU 2900-EXIT.
044800     SORT SORTFILE
044900         ON ASCENDING KEY SCOL-BRANCH-ID
045000                          SCOL-ACCT-ID
045100         INPUT PROCEDURE 3000-AGE-ACCOUNTS THRU 3000-EXIT
045200         OUTPUT PROCEDURE 4000-PRODUCE-AGING THRU 4000-EXIT.
045300     PERFORM 6000-START-APPLY THRU 6000-EXIT.
045400     PERFORM 6100-APPLY-ONE-POSTING THRU 6100-EXIT
045500         UNTIL CD1-END-OF-TRANFILE.
045600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
045700     IF CD1-POSTINGS-UNMATCHED > ZERO
045800         IF 8 > RETURN-CODE
045900             MOVE 8 TO RETURN-CODE
046000         END-IF
046100     END-IF.
046110     IF CD1-DUES-HELD > ZERO
046120         IF 4 > RETURN-CODE
046130             MOVE 4 TO RETURN-CODE
046140         END-IF
046150     END-IF.
046200     GOBACK.
046300*
046400****************************************************************
046500*    1000-INITIALIZE
046600*    READ THE CONTROL CARD, OPEN THE MASTER AND THE PAYMENT-DUE
046700*    FILE FOR UPDATE, TRANFILE FOR THE PAYMENT PASS AND THE RUN
046800*    REPORT, AND WRITE THE HEADINGS.
046900****************************************************************
047000 1000-INITIALIZE.
047100     ACCEPT CD1-RUN-DATE FROM DATE YYYYMMDD.
047200     ACCEPT CD1-RUN-TIME FROM TIME.
047300     MOVE CD1-RUN-DATE TO CD1-BUSINESS-DATE.
047400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
047500     OPEN I-O ACCTFILE.
047600     IF CD1-ACCTFILE-STATUS NOT = '00'
047700         MOVE 'ACCTFILE' TO CD1-FAILING-FILE
047800         MOVE CD1-ACCTFILE-STATUS TO CD1-FAILING-STATUS
047900         GO TO 9800-FILE-ERROR
048000     END-IF.
048010     OPEN EXTEND BALJRNL.
048020     IF CD1-BALJRNL-STATUS NOT = '00'
048030         MOVE 'BALJRNL' TO CD1-FAILING-FILE
048040         MOVE CD1-BALJRNL-STATUS TO CD1-FAILING-STATUS
048050         GO TO 9800-FILE-ERROR
048060     END-IF.
048100     OPEN I-O DUEFILE.
048200     IF CD1-DUEFILE-STATUS NOT = '00'
048300         MOVE 'DUEFILE' TO CD1-FAILING-FILE
048400         MOVE CD1-DUEFILE-STATUS TO CD1-FAILING-STATUS
048500         GO TO 9800-FILE-ERROR
048600     END-IF.
048700     OPEN INPUT TRANFILE.
048800     IF CD1-TRANFILE-STATUS NOT = '00'
048900         MOVE 'TRANFILE' TO CD1-FAILING-FILE
049000         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
049100         GO TO 9800-FILE-ERROR
049200     END-IF.
049300     OPEN OUTPUT RPTFILE.
049400     IF CD1-RPTFILE-STATUS NOT = '00'
049500         MOVE 'RPTFILE' TO CD1-FAILING-FILE
049600         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
049700         GO TO 9800-FILE-ERROR
049800     END-IF.
049900     IF CD1-CYCLE-END-MODE
050000         MOVE 'CYCLE END' TO CD1-T-MODE
050100     ELSE
050200         MOVE 'NIGHTLY'   TO CD1-T-MODE
050300     END-IF.
050400     MOVE CD1-BUSINESS-DATE TO CD1-T-DATE.
050500     WRITE REPORT-LINE FROM CD1-TITLE-LINE.
050600     MOVE SPACES TO REPORT-LINE.
050700     WRITE REPORT-LINE.
050800     WRITE REPORT-LINE FROM CD1-FEE-HEADING.
050900     WRITE REPORT-LINE FROM CD1-FEE-COLUMN-HEADING.
051000     IF CD1-RPTFILE-STATUS NOT = '00'
051100         MOVE 'RPTFILE' TO CD1-FAILING-FILE
051200         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
051300         GO TO 9800-FILE-ERROR
051400     END-IF.
051500 1000-EXIT.
051600     EXIT.
051700*
051800****************************************************************
051900*    1100-READ-CONTROL-CARD
052000*    THE SYSIN CARD CARRIES:
052100*         COL  1     RUN MODE -- 'C' CYCLE END, 'N' OR BLANK
052200*                    NIGHTLY.
052300*         COLS 3-10  BUSINESS DATE YYYYMMDD (BLANK = TODAY).
052400*         COLS 12-15 MINIMUM DUE PERCENT OF BALANCE, 99V99
052500*                    (BLANK = 02.00).
052600*         COLS 17-23 MINIMUM DUE FLOOR, 99999V99 (BLANK =
052700*                    25.00).
052800*         COLS 25-26 GRACE DAYS FROM CYCLE END TO DUE DATE,
052900*                    01-28 (BLANK = 25).  THE CYCLES MUST
052910*                    RUN AT LEAST THIS MANY DAYS APART.
053000*         COLS 28-34 LATE FEE, 99999V99 (BLANK = 25.00; ZERO
053100*                    MEANS NO LATE FEE).
053200*    A BLANK OR MISSING CARD TAKES EVERY DEFAULT.  ANYTHING
053300*    ELSE THAT IS NOT A VALID VALUE ABENDS THE STEP BEFORE ANY
053400*    RECORD IS TOUCHED.
053500****************************************************************
053600 1100-READ-CONTROL-CARD.
053700     MOVE SPACES TO CD1-PARM-CARD.
053800     ACCEPT CD1-PARM-CARD.
053900     IF CD1-PARM-CYCLE-END
054000         SET CD1-CYCLE-END-MODE TO TRUE
054100     ELSE
054200         IF NOT CD1-PARM-NIGHTLY
054300             GO TO 9700-CONTROL-CARD-ERROR
054400         END-IF
054500     END-IF.
054600     IF CD1-PARM-BUS-DATE NOT = SPACES
054700         IF CD1-PARM-BUS-DATE IS NOT NUMERIC
054800                 OR CD1-PARM-BUS-DATE-9 = ZERO
054900             GO TO 9700-CONTROL-CARD-ERROR
055000         END-IF
055100         MOVE CD1-PARM-BUS-DATE TO CD1-BUSINESS-DATE
055200     END-IF.
055300     IF CD1-PARM-MIN-PCT NOT = SPACES
055400         IF CD1-PARM-MIN-PCT IS NOT NUMERIC
055500             GO TO 9700-CONTROL-CARD-ERROR
055600         END-IF
055700         MOVE CD1-PARM-MIN-PCT-9 TO CD1-MIN-PCT
055800     END-IF.
055900     IF CD1-PARM-MIN-FLOOR NOT = SPACES
056000         IF CD1-PARM-MIN-FLOOR IS NOT NUMERIC
056100             GO TO 9700-CONTROL-CARD-ERROR
056200         END-IF
056300         MOVE CD1-PARM-MIN-FLOOR-9 TO CD1-MIN-FLOOR
056400     END-IF.
056500     IF CD1-PARM-GRACE NOT = SPACES
056600         IF CD1-PARM-GRACE IS NOT NUMERIC
056700                 OR CD1-PARM-GRACE-9 = ZERO
056800                 OR CD1-PARM-GRACE-9 > 28
056900             GO TO 9700-CONTROL-CARD-ERROR
057000         END-IF
057100         MOVE CD1-PARM-GRACE-9 TO CD1-GRACE-DAYS
057200     END-IF.
057300     IF CD1-PARM-LATE-FEE NOT = SPACES
057400         IF CD1-PARM-LATE-FEE IS NOT NUMERIC
057500             GO TO 9700-CONTROL-CARD-ERROR
057600         END-IF
057700         MOVE CD1-PARM-LATE-FEE-9 TO CD1-LATE-FEE
057800     END-IF.
057900 1100-EXIT.
058000     EXIT.
058100*
058200****************************************************************
058300*    2000-COUNT-ONE-PAYMENT
058400*    READ ONE RECORD OF TRANFILE AS IT STANDS BEFORE THIS RUN
058500*    WRITES ANYTHING.  THE HIGHEST LATE FEE SEQUENCE NUMBER IS
058600*    WHERE THIS RUN'S NUMBERING CARRIES ON.  EACH 'PY' PAYMENT
058700*    (A NEGATIVE TRAN-AMOUNT) IS ADDED TO THE PAID AMOUNT ON
058800*    THE ACCOUNT'S PAYMENT-DUE RECORD, AND CUTS DOWN ANY
058900*    PAST-DUE AMOUNT -- PAYING IT OFF CURES THE ACCOUNT.  A
059000*    PAYMENT AT OR BEFORE THE RECORD'S PAYMENT MARK WAS COUNTED
059100*    BY AN EARLIER RUN AND IS SKIPPED.  AN ACCOUNT THAT HAS NOT
059200*    CYCLED YET HAS NO PAYMENT-DUE RECORD AND NOTHING TO COUNT
059300*    AGAINST.
059400****************************************************************
059500 2000-COUNT-ONE-PAYMENT.
059600     READ TRANFILE
059700         AT END
059800             SET CD1-END-OF-TRANFILE TO TRUE
059900     END-READ.
060000     IF CD1-TRANFILE-STATUS NOT = '00' AND CD1-TRANFILE-STATUS
060100             NOT = '10'
060200         MOVE 'TRANFILE' TO CD1-FAILING-FILE
060300         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
060400         GO TO 9800-FILE-ERROR
060500     END-IF.
060600     IF CD1-END-OF-TRANFILE
060700         GO TO 2000-EXIT
060800     END-IF.
060900     IF TRAN-TYPE-LATE-FEE
061000         IF TRAN-SEQ-NO > CD1-TRAN-SEQ
061100             MOVE TRAN-SEQ-NO TO CD1-TRAN-SEQ
061200         END-IF
061300         GO TO 2000-EXIT
061400     END-IF.
061500     IF NOT TRAN-TYPE-PAYMENT
061600         GO TO 2000-EXIT
061700     END-IF.
061800     IF TRAN-DATE > CD1-HIGH-PAY-DATE
061900             OR (TRAN-DATE = CD1-HIGH-PAY-DATE
062000                 AND TRAN-SEQ-NO > CD1-HIGH-PAY-SEQ)
062100         MOVE TRAN-DATE   TO CD1-HIGH-PAY-DATE
062200         MOVE TRAN-SEQ-NO TO CD1-HIGH-PAY-SEQ
062300     END-IF.
062400     MOVE TRAN-ACCT-ID TO DUE-ACCT-ID.
062500     READ DUEFILE
062600         INVALID KEY
062700             ADD 1 TO CD1-PAYMENTS-NO-DUE
062800             GO TO 2000-EXIT
062900     END-READ.
063000     IF CD1-DUEFILE-STATUS NOT = '00'
063100         MOVE 'DUEFILE' TO CD1-FAILING-FILE
063200         MOVE CD1-DUEFILE-STATUS TO CD1-FAILING-STATUS
063300         GO TO 9800-FILE-ERROR
063400     END-IF.
063500     IF TRAN-DATE < DUE-PAY-MARK-DATE
063600             OR (TRAN-DATE = DUE-PAY-MARK-DATE
063700                 AND TRAN-SEQ-NO NOT > DUE-PAY-MARK-SEQ)
063800         ADD 1 TO CD1-PAYMENTS-COUNTED
063900         GO TO 2000-EXIT
064000     END-IF.
064100     COMPUTE CD1-PAYMENT = ZERO - TRAN-AMOUNT.
064200     ADD CD1-PAYMENT TO DUE-PAID-AMOUNT.
064300     MOVE TRAN-DATE TO DUE-LAST-PAY-DATE.
064400     IF DUE-PAST-DUE-AMOUNT > ZERO
064500         SUBTRACT CD1-PAYMENT FROM DUE-PAST-DUE-AMOUNT
064600         IF DUE-PAST-DUE-AMOUNT NOT > ZERO
064700             MOVE ZERO TO DUE-PAST-DUE-AMOUNT
064800             MOVE ZERO TO DUE-CYCLES-DELINQ
064900             SET DUE-BUCKET-CURRENT TO TRUE
065000         END-IF
065100     END-IF.
065200     MOVE TRAN-DATE   TO DUE-PAY-MARK-DATE.
065300     MOVE TRAN-SEQ-NO TO DUE-PAY-MARK-SEQ.
065400     REWRITE PAYMENT-DUE-RECORD.
065500     IF CD1-DUEFILE-STATUS NOT = '00'
065600         MOVE 'DUEFILE' TO CD1-FAILING-FILE
065700         MOVE CD1-DUEFILE-STATUS TO CD1-FAILING-STATUS
065800         GO TO 9800-FILE-ERROR
065900     END-IF.
066000     ADD 1 TO CD1-PAYMENTS-APPLIED.
066100     ADD CD1-PAYMENT TO CD1-PAYMENT-AMOUNT.
066200 2000-EXIT.
066300     EXIT.
066400*
066500****************************************************************
066600*    2900-START-AGING
066700*    REOPEN TRANFILE FOR EXTEND SO THE AGING PASS CAN POST ITS
066800*    LATE FEES.  THE MASTER IS STILL POSITIONED AT ITS FIRST
066900*    RECORD -- NOTHING HAS READ IT YET.
067000****************************************************************
067100 2900-START-AGING.
067200     CLOSE TRANFILE.
067300     OPEN EXTEND TRANFILE.
067400     IF CD1-TRANFILE-STATUS NOT = '00'
067500         MOVE 'TRANFILE' TO CD1-FAILING-FILE
067600         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
067700         GO TO 9800-FILE-ERROR
067800     END-IF.
067900 2900-EXIT.
068000     EXIT.
068100*
068200****************************************************************
068300*    3000-AGE-ACCOUNTS
068400*    SORT INPUT PROCEDURE.  SWEEP THE WHOLE MASTER AND RELEASE
068500*    ONE AGING RECORD PER ACCOUNT THAT IS NOT CLOSED.
068600****************************************************************
068700 3000-AGE-ACCOUNTS.
068800     PERFORM 3100-AGE-ONE-ACCOUNT THRU 3100-EXIT
068900         UNTIL CD1-END-OF-ACCTFILE.
069000 3000-EXIT.
069100     EXIT.
069200*
069300****************************************************************
069400*    3100-AGE-ONE-ACCOUNT
069500*    READ THE NEXT ACCOUNT.  CLOSED ACCOUNTS ARE NOT AGED.  FOR
069600*    THE REST, JUDGE A DUE DATE THAT HAS PASSED, SET THE NEW
069700*    CYCLE'S MINIMUM AND DUE DATE ON A CYCLE-END RUN, AND SAVE
069800*    THE PAYMENT-DUE RECORD IF EITHER CHANGED IT.  AN ACCOUNT
069900*    THAT HAS NOT CYCLED YET HAS NOTHING DUE AND AGES CURRENT.
070000****************************************************************
070100 3100-AGE-ONE-ACCOUNT.
070200     READ ACCTFILE NEXT RECORD
070300         AT END
070400             SET CD1-END-OF-ACCTFILE TO TRUE
070500     END-READ.
070600     IF CD1-ACCTFILE-STATUS NOT = '00' AND CD1-ACCTFILE-STATUS
070700             NOT = '10'
070800         MOVE 'ACCTFILE' TO CD1-FAILING-FILE
070900         MOVE CD1-ACCTFILE-STATUS TO CD1-FAILING-STATUS
071000         GO TO 9800-FILE-ERROR
071100     END-IF.
071200     IF CD1-END-OF-ACCTFILE
071300         GO TO 3100-EXIT
071400     END-IF.
071500     ADD 1 TO CD1-ACCOUNTS-READ.
071600     IF NOT ACCT-STATUS-ACTIVE AND NOT ACCT-STATUS-SUSPENDED
071700         ADD 1 TO CD1-EXEMPT-CLOSED
071800         GO TO 3100-EXIT
071900     END-IF.
072000     MOVE 'N' TO CD1-DUE-FOUND-SW.
072100     MOVE 'N' TO CD1-DUE-CHANGED-SW.
072200     MOVE 'N' TO CD1-DUE-CREATED-SW.
072300     MOVE ACCT-ID TO DUE-ACCT-ID.
072400     READ DUEFILE
072500         INVALID KEY
072600             CONTINUE
072700         NOT INVALID KEY
072800             SET CD1-DUE-FOUND TO TRUE
072900     END-READ.
073000     IF CD1-DUEFILE-STATUS NOT = '00' AND CD1-DUEFILE-STATUS
073100             NOT = '23'
073200         MOVE 'DUEFILE' TO CD1-FAILING-FILE
073300         MOVE CD1-DUEFILE-STATUS TO CD1-FAILING-STATUS
073400         GO TO 9800-FILE-ERROR
073500     END-IF.
073600     MOVE ACCT-CURR-BAL TO CD1-WORK-BALANCE.
073700     IF CD1-DUE-FOUND
073800         PERFORM 3200-JUDGE-DUE-DATE THRU 3200-EXIT
073900     END-IF.
074000     IF CD1-CYCLE-END-MODE
074100         PERFORM 3300-SET-CYCLE-DUE THRU 3300-EXIT
074200     END-IF.
074300     IF NOT CD1-DUE-FOUND AND NOT CD1-DUE-CREATED
074400         ADD 1 TO CD1-NOT-YET-CYCLED
074500         MOVE SPACES TO PAYMENT-DUE-RECORD
074600         MOVE ZERO   TO DUE-MIN-AMOUNT
074700                        DUE-PAID-AMOUNT
074800                        DUE-PAST-DUE-AMOUNT
074900                        DUE-CYCLES-DELINQ
075000     END-IF.
075100     PERFORM 3400-ASSIGN-BUCKET THRU 3400-EXIT.
075200     IF NOT CD1-DUE-CHANGED
075300         GO TO 3100-RELEASE
075400     END-IF.
075500     IF CD1-DUE-CREATED
075600         WRITE PAYMENT-DUE-RECORD
075700     ELSE
075800         REWRITE PAYMENT-DUE-RECORD
075900     END-IF.
076000     IF CD1-DUEFILE-STATUS NOT = '00'
076100         MOVE 'DUEFILE' TO CD1-FAILING-FILE
076200         MOVE CD1-DUEFILE-STATUS TO CD1-FAILING-STATUS
076300         GO TO 9800-FILE-ERROR
076400     END-IF.
076500 3100-RELEASE.
076600     PERFORM 3500-RELEASE-AGING THRU 3500-EXIT.
076700 3100-EXIT.
076800     EXIT.
076900*
077000****************************************************************
077100*    3200-JUDGE-DUE-DATE
077200*    ONCE THE BUSINESS DATE IS PAST THE DUE DATE, AND THAT DUE
077300*    DATE HAS NOT ALREADY BEEN JUDGED, THE ACCOUNT EITHER PAID
077400*    ITS MINIMUM -- AND IS CURRENT AGAIN -- OR MISSED IT: THE
077500*    UNPAID PART OF THE MINIMUM BECOMES THE PAST-DUE AMOUNT,
077600*    THE ACCOUNT SLIPS ONE MORE CYCLE DELINQUENT, AND A LATE
077700*    FEE IS POSTED.  A ZERO MINIMUM CANNOT BE MISSED.
077710*    A DUE DATE FALLING ON THE BUSINESS DATE ITSELF IS JUDGED
077720*    ONLY ON A CYCLE-END RUN -- AFTER THE DAY'S PAYMENTS ARE
077730*    COUNTED, AND BEFORE 3300 REPLACES IT WITH THE NEW CYCLE'S.
077800****************************************************************
077900 3200-JUDGE-DUE-DATE.
078000     IF DUE-DATE = SPACES
078100             OR DUE-DATE > CD1-BUSINESS-DATE
078200             OR DUE-JUDGED-DATE = DUE-DATE
078300         GO TO 3200-EXIT
078400     END-IF.
078410     IF DUE-DATE = CD1-BUSINESS-DATE AND NOT CD1-CYCLE-END-MODE
078420         GO TO 3200-EXIT
078430     END-IF.
078500     MOVE DUE-DATE TO DUE-JUDGED-DATE.
078600     SET CD1-DUE-CHANGED TO TRUE.
078700     IF DUE-PAID-AMOUNT NOT < DUE-MIN-AMOUNT
078800         ADD 1 TO CD1-DUES-MET
078900         MOVE ZERO TO DUE-PAST-DUE-AMOUNT
079000         MOVE ZERO TO DUE-CYCLES-DELINQ
079100         GO TO 3200-EXIT
079200     END-IF.
079300     ADD 1 TO CD1-DUES-MISSED.
079400     SUBTRACT DUE-PAID-AMOUNT FROM DUE-MIN-AMOUNT
079500         GIVING DUE-PAST-DUE-AMOUNT.
079600     IF DUE-CYCLES-DELINQ < 999
079700         ADD 1 TO DUE-CYCLES-DELINQ
079800     END-IF.
079900     IF CD1-LATE-FEE > ZERO
080000         PERFORM 3250-POST-LATE-FEE THRU 3250-EXIT
080100     END-IF.
080200 3200-EXIT.
080300     EXIT.
080400*
080500****************************************************************
080600*    3250-POST-LATE-FEE
080700*    WRITE THE LATE FEE TO TRANFILE AS AN OPEN 'LF' POSTING FOR
080800*    THE APPLY PASS TO LAND.  THE POSTING CARRIES THE MISSED DUE
080900*    DATE IN TRAN-FEE-SCHED-VER AND THE UNPAID MINIMUM IN
081000*    TRAN-OVERAGE-AMT.  THE FEE IS COUNTED IN THE WORKING
081100*    BALANCE SO A NEW MINIMUM SET THIS SAME RUN INCLUDES IT.
081200****************************************************************
081300 3250-POST-LATE-FEE.
081400     ADD 1 TO CD1-TRAN-SEQ.
081500     MOVE SPACES            TO TRANSACTION-RECORD.
081600     MOVE CD1-TRAN-SEQ      TO TRAN-SEQ-NO.
081700     MOVE ACCT-ID           TO TRAN-ACCT-ID.
081800     SET TRAN-TYPE-LATE-FEE TO TRUE.
081900     MOVE CD1-BUSINESS-DATE TO TRAN-DATE.
082000     MOVE CD1-RUN-TIME(1:6) TO TRAN-TIME.
082100     MOVE CD1-LATE-FEE      TO TRAN-AMOUNT.
082200     MOVE DUE-PAST-DUE-AMOUNT TO TRAN-OVERAGE-AMT.
082300     MOVE 'LATE PAYMENT FEE' TO TRAN-DESCRIPTION.
082400     MOVE DUE-DATE          TO TRAN-FEE-SCHED-VER.
082500     MOVE ACCT-BRANCH-ID    TO TRAN-BRANCH-ID.
082600     SET TRAN-POSTING-OPEN  TO TRUE.
082700     SET TRAN-FEE-STANDING  TO TRUE.
082800     WRITE TRANSACTION-RECORD.
082900     IF CD1-TRANFILE-STATUS NOT = '00'
083000         MOVE 'TRANFILE' TO CD1-FAILING-FILE
083100         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
083200         GO TO 9800-FILE-ERROR
083300     END-IF.
083400     ADD 1 TO CD1-LATE-FEES-POSTED.
083500     ADD CD1-LATE-FEE TO CD1-POSTED-AMOUNT.
083600     ADD CD1-LATE-FEE TO CD1-WORK-BALANCE.
083700     MOVE SPACES            TO CD1-FEE-LINE.
083800     MOVE ACCT-ID           TO CD1-F-ACCT.
083900     MOVE ACCT-BRANCH-ID    TO CD1-F-BRANCH.
084000     MOVE DUE-DATE          TO CD1-F-DUE-DATE.
084100     MOVE DUE-MIN-AMOUNT    TO CD1-F-MIN-DUE.
084200     MOVE DUE-PAID-AMOUNT   TO CD1-F-PAID.
084300     MOVE CD1-LATE-FEE      TO CD1-F-FEE.
084400     WRITE REPORT-LINE FROM CD1-FEE-LINE.
084500     IF CD1-RPTFILE-STATUS NOT = '00'
084600         MOVE 'RPTFILE' TO CD1-FAILING-FILE
084700         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
084800         GO TO 9800-FILE-ERROR
084900     END-IF.
085000 3250-EXIT.
085100     EXIT.
085200*
085300****************************************************************
085400*    3300-SET-CYCLE-DUE
085500*    CYCLE END ONLY.  THE NEW MINIMUM IS THE MINIMUM-DUE
085600*    PERCENT OF THE BALANCE OR THE FLOOR, WHICHEVER IS MORE,
085700*    PLUS ANY PAST-DUE AMOUNT CARRIED IN -- NEVER MORE THAN THE
085800*    BALANCE ITSELF.  AN ACCOUNT OWING NOTHING HAS NOTHING DUE
085900*    AND NOTHING PAST DUE.  THE DUE DATE IS THE GRACE DAYS PAST
086000*    THE BUSINESS DATE.  AN ACCOUNT CYCLING FOR THE FIRST TIME
086100*    GETS A NEW PAYMENT-DUE RECORD, MARKED PAST EVERY PAYMENT
086200*    ALREADY ON TRANFILE SO NONE OF THEM COUNTS AGAINST THE
086300*    NEW MINIMUM.  A RECORD ALREADY SET FOR THIS BUSINESS DATE
086400*    IS LEFT ALONE, SO A RERUN CANNOT RESET WHAT IS DUE.
086410*    A DUE DATE STILL IN THE FUTURE HAS NOT BEEN JUDGED, AND
086420*    REPLACING IT WOULD FORGIVE A MISSED PAYMENT UNSEEN, SO THE
086430*    ACCOUNT KEEPS ITS OPEN CYCLE (SEE 3350) -- THE CYCLES ARE
086440*    RUNNING CLOSER TOGETHER THAN THE GRACE DAYS ALLOW.
086500****************************************************************
086600 3300-SET-CYCLE-DUE.
086700     IF CD1-DUE-FOUND AND DUE-CYCLE-DATE = CD1-BUSINESS-DATE
086800         ADD 1 TO CD1-DUES-ALREADY-SET
086900         GO TO 3300-EXIT
087000     END-IF.
087010     IF CD1-DUE-FOUND AND DUE-DATE NOT = SPACES
087020             AND DUE-JUDGED-DATE NOT = DUE-DATE
087030         PERFORM 3350-HOLD-CYCLE THRU 3350-EXIT
087040         GO TO 3300-EXIT
087050     END-IF.
087100     IF NOT CD1-DUE-FOUND
087200         MOVE SPACES            TO PAYMENT-DUE-RECORD
087300         MOVE ACCT-ID           TO DUE-ACCT-ID
087400         MOVE ZERO              TO DUE-PAST-DUE-AMOUNT
087500                                   DUE-CYCLES-DELINQ
087600         MOVE CD1-HIGH-PAY-DATE TO DUE-PAY-MARK-DATE
087700         MOVE CD1-HIGH-PAY-SEQ  TO DUE-PAY-MARK-SEQ
087800         SET CD1-DUE-CREATED    TO TRUE
087900         ADD 1 TO CD1-DUES-CREATED
088000     END-IF.
088100     IF CD1-WORK-BALANCE NOT > ZERO
088200         MOVE ZERO TO CD1-MIN-DUE
088300         MOVE ZERO TO DUE-PAST-DUE-AMOUNT
088400         MOVE ZERO TO DUE-CYCLES-DELINQ
088500     ELSE
088600         COMPUTE CD1-MIN-DUE ROUNDED =
088700             CD1-WORK-BALANCE * CD1-MIN-PCT / 100
088800         IF CD1-MIN-DUE < CD1-MIN-FLOOR
088900             MOVE CD1-MIN-FLOOR TO CD1-MIN-DUE
089000         END-IF
089100         ADD DUE-PAST-DUE-AMOUNT TO CD1-MIN-DUE
089200         IF CD1-MIN-DUE > CD1-WORK-BALANCE
089300             MOVE CD1-WORK-BALANCE TO CD1-MIN-DUE
089400         END-IF
089500     END-IF.
089600     MOVE CD1-MIN-DUE       TO DUE-MIN-AMOUNT.
089700     MOVE ZERO              TO DUE-PAID-AMOUNT.
089800     MOVE CD1-BUSINESS-DATE TO DUE-CYCLE-DATE.
089900     PERFORM 8100-COMPUTE-DUE-DATE THRU 8100-EXIT.
090000     MOVE CD1-DUE-DATE-WORK-X TO DUE-DATE.
090100     SET CD1-DUE-CHANGED TO TRUE.
090200     ADD 1 TO CD1-DUES-SET.
090300 3300-EXIT.
090400     EXIT.
090500*
090501****************************************************************
090502*    3350-HOLD-CYCLE
090503*    LIST THE ACCOUNT WHOSE CYCLE WAS NOT ROLLED.  ITS DUE DATE
090504*    IS JUDGED BY THE NIGHTLY RUN ONCE IT PASSES AND THE NEXT
090505*    CYCLE END SETS ITS NEW MINIMUM; THE STEP COMES BACK RC=4.
090506****************************************************************
090507 3350-HOLD-CYCLE.
090508     ADD 1 TO CD1-DUES-HELD.
090509     MOVE ACCT-ID        TO CD1-U-ACCT.
090510     MOVE DUE-DATE       TO CD1-U-DATE.
090511     MOVE DUE-MIN-AMOUNT TO CD1-U-AMOUNT.
090512     MOVE '*** CYCLE HELD - DUE OPEN ***' TO CD1-U-REASON.
090513     WRITE REPORT-LINE FROM CD1-UNMATCHED-LINE.
090515     IF CD1-RPTFILE-STATUS NOT = '00'
090516         MOVE 'RPTFILE' TO CD1-FAILING-FILE
090517         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
090518         GO TO 9800-FILE-ERROR
090519     END-IF.
090520 3350-EXIT.
090521     EXIT.
090522*
090600****************************************************************
090700*    3400-ASSIGN-BUCKET
090800*    THE AGING BUCKET FOLLOWS THE NUMBER OF CONSECUTIVE DUE
090900*    DATES MISSED: NONE IS CURRENT, ONE IS 30 DAYS, TWO 60,
091000*    THREE 90, AND FOUR OR MORE 120+.
091100****************************************************************
091200 3400-ASSIGN-BUCKET.
091300     EVALUATE DUE-CYCLES-DELINQ
091400         WHEN 0
091500             SET DUE-BUCKET-CURRENT  TO TRUE
091600         WHEN 1
091700             SET DUE-BUCKET-30       TO TRUE
091800         WHEN 2
091900             SET DUE-BUCKET-60       TO TRUE
092000         WHEN 3
092100             SET DUE-BUCKET-90       TO TRUE
092200         WHEN OTHER
092300             SET DUE-BUCKET-120-PLUS TO TRUE
092400     END-EVALUATE.
092500 3400-EXIT.
092600     EXIT.
092700*
092800****************************************************************
092900*    3500-RELEASE-AGING
093000*    BUILD THE ACCOUNT'S AGING RECORD FOR THE SORT.  THE
093100*    BALANCE SHOWN IS THE MASTER BALANCE AS THE SWEEP FOUND IT
093200*    -- LATE FEES POSTED TONIGHT LAND AFTER THE REPORT.
093300****************************************************************
093400 3500-RELEASE-AGING.
093500     MOVE SPACES              TO SCOL-RECORD.
093600     MOVE ACCT-ID             TO SCOL-ACCT-ID.
093700     MOVE ACCT-BRANCH-ID      TO SCOL-BRANCH-ID.
093800     MOVE ACCT-STATUS         TO SCOL-ACCT-STATUS.
093900     MOVE DUE-BUCKET          TO SCOL-BUCKET.
094000     MOVE DUE-CYCLES-DELINQ   TO SCOL-CYCLES-DELINQ.
094100     MOVE DUE-DATE            TO SCOL-DUE-DATE.
094200     MOVE DUE-MIN-AMOUNT      TO SCOL-MIN-DUE.
094300     MOVE DUE-PAST-DUE-AMOUNT TO SCOL-PAST-DUE.
094400     MOVE ACCT-CURR-BAL       TO SCOL-CURR-BAL.
094500     MOVE ACCT-CREDIT-LIMIT   TO SCOL-CREDIT-LIMIT.
094600     MOVE DUE-LAST-PAY-DATE   TO SCOL-LAST-PAY-DATE.
094700     MOVE CD1-BUSINESS-DATE   TO SCOL-RUN-DATE.
094800     RELEASE SCOL-RECORD.
094900     ADD 1 TO CD1-ACCOUNTS-AGED.
095000 3500-EXIT.
095100     EXIT.
095200*
095300****************************************************************
095400*    4000-PRODUCE-AGING
095500*    SORT OUTPUT PROCEDURE.  PRINT THE AGING REPORT BY BRANCH --
095600*    ONE LINE PER DELINQUENT ACCOUNT AND AN AGING BLOCK OF
095700*    ACCOUNTS AND BALANCES BY BUCKET FOR EVERY BRANCH, THEN FOR
095800*    ALL BRANCHES -- AND EXTRACT THE DELINQUENT ACCOUNTS FOR
095900*    THE COLLECTIONS QUEUE.
096000****************************************************************
096100 4000-PRODUCE-AGING.
096200     OPEN OUTPUT AGERPT.
096300     IF CD1-AGERPT-STATUS NOT = '00'
096400         MOVE 'AGERPT' TO CD1-FAILING-FILE
096500         MOVE CD1-AGERPT-STATUS TO CD1-FAILING-STATUS
096600         GO TO 9800-FILE-ERROR
096700     END-IF.
096800     OPEN OUTPUT COLLFILE.
096900     IF CD1-COLLFILE-STATUS NOT = '00'
097000         MOVE 'COLLFILE' TO CD1-FAILING-FILE
097100         MOVE CD1-COLLFILE-STATUS TO CD1-FAILING-STATUS
097200         GO TO 9800-FILE-ERROR
097300     END-IF.
097400     INITIALIZE CD1-BRANCH-AGING.
097500     INITIALIZE CD1-GRAND-AGING.
097600     PERFORM 4150-GET-SORTED-RECORD THRU 4150-EXIT.
097700     PERFORM 4200-PROCESS-SORTED-RECORD THRU 4200-EXIT
097800         UNTIL CD1-END-OF-SORT.
097900     IF NOT CD1-FIRST-RECORD
098000         PERFORM 4300-WRITE-BRANCH-TOTALS THRU 4300-EXIT
098100     END-IF.
098200     PERFORM 4400-WRITE-GRAND-TOTALS THRU 4400-EXIT.
098300     CLOSE AGERPT.
098400     CLOSE COLLFILE.
098500 4000-EXIT.
098600     EXIT.
098700*
098800 4150-GET-SORTED-RECORD.
098900     RETURN SORTFILE
099000         AT END
099100             SET CD1-END-OF-SORT TO TRUE
099200     END-RETURN.
099300 4150-EXIT.
099400     EXIT.
099500*
099600****************************************************************
099700*    4200-PROCESS-SORTED-RECORD
099800*    BRANCH BREAK, THEN ADD THE ACCOUNT TO ITS BUCKET FOR THE
099900*    BRANCH AND FOR ALL BRANCHES.  AN ACCOUNT IN THE 30-DAY OR
100000*    LATER BUCKETS IS LISTED AND EXTRACTED.
100100****************************************************************
100200 4200-PROCESS-SORTED-RECORD.
100300     IF CD1-FIRST-RECORD
100400         MOVE 'N' TO CD1-FIRST-RECORD-SW
100500         MOVE SCOL-BRANCH-ID TO CD1-CURR-BRANCH
100600         PERFORM 4250-START-BRANCH-PAGE THRU 4250-EXIT
100700     ELSE
100800         IF SCOL-BRANCH-ID NOT = CD1-CURR-BRANCH
100900             PERFORM 4300-WRITE-BRANCH-TOTALS THRU 4300-EXIT
101000             MOVE SCOL-BRANCH-ID TO CD1-CURR-BRANCH
101100             PERFORM 4250-START-BRANCH-PAGE THRU 4250-EXIT
101200         END-IF
101300     END-IF.
101400     MOVE SCOL-BUCKET TO CD1-BKT-DIGIT.
101500     COMPUTE CD1-BKT-SUB = CD1-BKT-DIGIT + 1.
101600     ADD 1             TO CD1-BA-COUNT(CD1-BKT-SUB).
101700     ADD SCOL-CURR-BAL TO CD1-BA-BALANCE(CD1-BKT-SUB).
101800     ADD 1             TO CD1-GA-COUNT(CD1-BKT-SUB).
101900     ADD SCOL-CURR-BAL TO CD1-GA-BALANCE(CD1-BKT-SUB).
102000     IF SCOL-BUCKET > '0'
102100         PERFORM 4210-WRITE-DETAIL-LINE THRU 4210-EXIT
102200         PERFORM 4220-WRITE-EXTRACT THRU 4220-EXIT
102300         ADD 1 TO CD1-TOTAL-DELINQUENT
102400     END-IF.
102500     PERFORM 4150-GET-SORTED-RECORD THRU 4150-EXIT.
102600 4200-EXIT.
102700     EXIT.
102800*
102900 4210-WRITE-DETAIL-LINE.
103000     IF CD1-LINE-COUNT >= CD1-LINES-PER-PAGE
103100         PERFORM 4250-START-BRANCH-PAGE THRU 4250-EXIT
103200     END-IF.
103300     MOVE SPACES             TO CD1-AGE-DETAIL-LINE.
103400     MOVE SCOL-ACCT-ID       TO CD1-D-ACCT.
103500     MOVE SCOL-ACCT-STATUS   TO CD1-D-STATUS.
103600     MOVE CD1-BUCKET-NAME(CD1-BKT-SUB) TO CD1-D-BUCKET.
103700     MOVE SCOL-CYCLES-DELINQ TO CD1-D-CYCLES.
103800     MOVE SCOL-DUE-DATE      TO CD1-D-DUE-DATE.
103900     MOVE SCOL-MIN-DUE       TO CD1-D-MIN-DUE.
104000     MOVE SCOL-PAST-DUE      TO CD1-D-PAST-DUE.
104100     MOVE SCOL-CURR-BAL      TO CD1-D-BALANCE.
104200     MOVE SCOL-CREDIT-LIMIT  TO CD1-D-LIMIT.
104300     MOVE SCOL-LAST-PAY-DATE TO CD1-D-LAST-PAY.
104400     MOVE SPACE              TO PRT-CC.
104500     MOVE CD1-AGE-DETAIL-LINE TO PRT-DATA.
104600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
104700     ADD 1 TO CD1-LINE-COUNT.
104800 4210-EXIT.
104900     EXIT.
105000*
105100 4220-WRITE-EXTRACT.
105200     WRITE COLLECTIONS-RECORD FROM SCOL-RECORD.
105300     IF CD1-COLLFILE-STATUS NOT = '00'
105400         MOVE 'COLLFILE' TO CD1-FAILING-FILE
105500         MOVE CD1-COLLFILE-STATUS TO CD1-FAILING-STATUS
105600         GO TO 9800-FILE-ERROR
105700     END-IF.
105800 4220-EXIT.
105900     EXIT.
106000*
106100****************************************************************
106200*    4250-START-BRANCH-PAGE
106300*    NEW PAGE: REPORT HEADING WITH BRANCH, BUSINESS DATE AND
106400*    PAGE NUMBER, THE RUN MODE, AND THE COLUMN HEADINGS.
106500****************************************************************
106600 4250-START-BRANCH-PAGE.
106700     ADD 1 TO CD1-PAGE-NO.
106800     MOVE CD1-CURR-BRANCH   TO CD1-H-BRANCH.
106900     MOVE CD1-BUSINESS-DATE TO CD1-H-DATE.
107000     MOVE CD1-PAGE-NO       TO CD1-H-PAGE.
107100     MOVE '1'               TO PRT-CC.
107200     MOVE CD1-PAGE-HEADING-1 TO PRT-DATA.
107300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
107400     MOVE CD1-T-MODE        TO CD1-MN-TEXT.
107500     MOVE SPACE             TO PRT-CC.
107600     MOVE CD1-MODE-NOTE     TO PRT-DATA.
107700     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
107800     MOVE '0'               TO PRT-CC.
107900     MOVE CD1-AGE-DETAIL-HEADING TO PRT-DATA.
108000     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
108100     MOVE 4 TO CD1-LINE-COUNT.
108200 4250-EXIT.
108300     EXIT.
108400*
108500****************************************************************
108600*    4300-WRITE-BRANCH-TOTALS
108700*    THE BRANCH'S AGING BLOCK, THEN CLEAR ITS BUCKETS FOR THE
108800*    NEXT BRANCH.
108900****************************************************************
109000 4300-WRITE-BRANCH-TOTALS.
109100     MOVE CD1-CURR-BRANCH   TO CD1-BT-BRANCH.
109200     MOVE '0'               TO PRT-CC.
109300     MOVE CD1-BRANCH-TOTAL-LINE TO PRT-DATA.
109400     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
109500     ADD 2 TO CD1-LINE-COUNT.
109600     MOVE CD1-BRANCH-AGING  TO CD1-PRINT-AGING.
109700     MOVE SPACES            TO CD1-AGING-COUNT-LINE.
109800     MOVE SPACES            TO CD1-AGING-AMOUNT-LINE.
109900     MOVE 'BRANCH'          TO CD1-AC-CAPTION.
110000     MOVE CD1-CURR-BRANCH   TO CD1-AC-CAPTION(8:5).
110100     PERFORM 4500-WRITE-AGING-BLOCK THRU 4500-EXIT.
110200     INITIALIZE CD1-BRANCH-AGING.
110300 4300-EXIT.
110400     EXIT.
110500*
110600****************************************************************
110700*    4400-WRITE-GRAND-TOTALS
110800*    THE AGING BLOCK FOR ALL BRANCHES ON A PAGE OF ITS OWN, AND
110900*    THE COUNT OF DELINQUENT ACCOUNTS AGAINST ACCOUNTS AGED.
111000****************************************************************
111100 4400-WRITE-GRAND-TOTALS.
111200     MOVE 'ALL'             TO CD1-CURR-BRANCH.
111300     PERFORM 4250-START-BRANCH-PAGE THRU 4250-EXIT.
111400     MOVE CD1-GRAND-AGING   TO CD1-PRINT-AGING.
111500     MOVE SPACES            TO CD1-AGING-COUNT-LINE.
111600     MOVE SPACES            TO CD1-AGING-AMOUNT-LINE.
111700     MOVE 'ALL BRANCHES'    TO CD1-AC-CAPTION.
111800     PERFORM 4500-WRITE-AGING-BLOCK THRU 4500-EXIT.
111900     MOVE CD1-TOTAL-DELINQUENT TO CD1-GT-COUNT.
112000     MOVE CD1-ACCOUNTS-AGED TO CD1-GT-AGED.
112100     MOVE '0'               TO PRT-CC.
112200     MOVE CD1-GRAND-TOTAL-LINE TO PRT-DATA.
112300     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
112400 4400-EXIT.
112500     EXIT.
112600*
112700****************************************************************
112800*    4500-WRITE-AGING-BLOCK
112900*    PRINT THE BUCKET HEADINGS, THE ACCOUNT COUNTS AND THE
113000*    BALANCES HELD IN CD1-PRINT-AGING, WITH A TOTAL COLUMN.
113100*    THE CAPTION IS ALREADY IN CD1-AC-CAPTION.
113200****************************************************************
113300 4500-WRITE-AGING-BLOCK.
113400     IF CD1-LINE-COUNT + 5 > CD1-LINES-PER-PAGE
113500         PERFORM 4250-START-BRANCH-PAGE THRU 4250-EXIT
113600     END-IF.
113700     MOVE CD1-AC-CAPTION    TO CD1-AA-CAPTION.
113800     MOVE ZERO TO CD1-COL-COUNT.
113900     MOVE ZERO TO CD1-COL-BALANCE.
114000     PERFORM 4510-FILL-ONE-COLUMN THRU 4510-EXIT
114100         VARYING CD1-COL FROM 1 BY 1 UNTIL CD1-COL > 5.
114200     MOVE CD1-COL-COUNT     TO CD1-AC-COUNT(6).
114300     MOVE CD1-COL-BALANCE   TO CD1-AA-AMOUNT(6).
114400     MOVE '0'               TO PRT-CC.
114500     MOVE CD1-AGING-HEADING TO PRT-DATA.
114600     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
114700     MOVE SPACE             TO PRT-CC.
114800     MOVE CD1-AGING-COUNT-LINE TO PRT-DATA.
114900     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
115000     MOVE 'BALANCE'         TO CD1-AA-CAPTION.
115100     MOVE CD1-AGING-AMOUNT-LINE TO PRT-DATA.
115200     PERFORM 8000-WRITE-PRINT-LINE THRU 8000-EXIT.
115300     ADD 4 TO CD1-LINE-COUNT.
115400 4500-EXIT.
115500     EXIT.
115600*
115700 4510-FILL-ONE-COLUMN.
115800     MOVE CD1-PA-COUNT(CD1-COL)   TO CD1-AC-COUNT(CD1-COL).
115900     MOVE CD1-PA-BALANCE(CD1-COL) TO CD1-AA-AMOUNT(CD1-COL).
116000     ADD CD1-PA-COUNT(CD1-COL)    TO CD1-COL-COUNT.
116100     ADD CD1-PA-BALANCE(CD1-COL)  TO CD1-COL-BALANCE.
116200 4510-EXIT.
116300     EXIT.
116400*
116500****************************************************************
116600*    6000-START-APPLY
116700*    REOPEN TRANFILE I-O FOR THE APPLY PASS SO EACH POSTING
116800*    LANDED ON THE MASTER CAN BE STAMPED IN PLACE, AND HEAD THE
116900*    NOT-LANDED SECTION OF THE RUN REPORT.
117000****************************************************************
117100 6000-START-APPLY.
117200     CLOSE TRANFILE.
117300     MOVE 'N' TO CD1-TRAN-EOF-SW.
117400     OPEN I-O TRANFILE.
117500     IF CD1-TRANFILE-STATUS NOT = '00'
117600         MOVE 'TRANFILE' TO CD1-FAILING-FILE
117700         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
117800         GO TO 9800-FILE-ERROR
117900     END-IF.
118000     MOVE SPACES TO REPORT-LINE.
118100     WRITE REPORT-LINE.
118200     WRITE REPORT-LINE FROM CD1-APPLY-HEADING.
118300     IF CD1-RPTFILE-STATUS NOT = '00'
118400         MOVE 'RPTFILE' TO CD1-FAILING-FILE
118500         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
118600         GO TO 9800-FILE-ERROR
118700     END-IF.
118800 6000-EXIT.
118900     EXIT.
119000*
119100****************************************************************
119200*    6100-APPLY-ONE-POSTING
119300*    READ ONE TRANSACTION RECORD.  ONLY LATE FEE POSTINGS NOT
119400*    YET STAMPED APPLIED MOVE A BALANCE; ONE A PRIOR RUN
119500*    ALREADY LANDED IS COUNTED AND SKIPPED.  THE POSTING'S
119600*    ACCOUNT IS READ BY KEY; A MISSING ACCOUNT, OR ONE WHOSE
119700*    MASTER SAYS THE POSTING'S DUE DATE IS ALREADY CHARGED, IS
119800*    NOT LANDED.
119900****************************************************************
120000 6100-APPLY-ONE-POSTING.
120100     READ TRANFILE
120200         AT END
120300             SET CD1-END-OF-TRANFILE TO TRUE
120400     END-READ.
120500     IF CD1-TRANFILE-STATUS NOT = '00' AND CD1-TRANFILE-STATUS
120600             NOT = '10'
120700         MOVE 'TRANFILE' TO CD1-FAILING-FILE
120800         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
120900         GO TO 9800-FILE-ERROR
121000     END-IF.
121100     IF CD1-END-OF-TRANFILE OR NOT TRAN-TYPE-LATE-FEE
121200         GO TO 6100-EXIT
121300     END-IF.
121400     IF TRAN-POSTING-APPLIED
121500         ADD 1 TO CD1-POSTINGS-PRIOR-APPLIED
121600         ADD TRAN-AMOUNT TO CD1-PRIOR-AMOUNT
121700         GO TO 6100-EXIT
121800     END-IF.
121900     ADD 1 TO CD1-POSTINGS-READ.
122000     MOVE TRAN-ACCT-ID TO ACCT-ID.
122100     READ ACCTFILE
122200         INVALID KEY
122300             MOVE '*** NO MATCHING MASTER ***' TO CD1-U-REASON
122400             PERFORM 6300-REPORT-UNMATCHED THRU 6300-EXIT
122500             GO TO 6100-EXIT
122600     END-READ.
122700     IF CD1-ACCTFILE-STATUS NOT = '00'
122800         MOVE 'ACCTFILE' TO CD1-FAILING-FILE
122900         MOVE CD1-ACCTFILE-STATUS TO CD1-FAILING-STATUS
123000         GO TO 9800-FILE-ERROR
123100     END-IF.
123200     IF ACCT-LAST-LATE-FEE = TRAN-FEE-SCHED-VER
123300         MOVE '*** DUE DATE ALREADY CHARGED ***' TO CD1-U-REASON
123400         PERFORM 6300-REPORT-UNMATCHED THRU 6300-EXIT
123500         GO TO 6100-EXIT
123600     END-IF.
123700     PERFORM 6200-LAND-POSTING THRU 6200-EXIT.
123800 6100-EXIT.
123900     EXIT.
124000*
124100****************************************************************
124200*    6200-LAND-POSTING
124300*    ADD THE FEE TO THE CURRENT BALANCE AND STAMP THE MISSED
124400*    DUE DATE ON THE MASTER IN ONE REWRITE, THEN STAMP THE
124500*    POSTING APPLIED.  THE MASTER'S DUE-DATE STAMP KEEPS A
124600*    RERUN FROM LANDING THE POSTING A SECOND TIME IF THE STEP
124700*    DIES BETWEEN THE TWO -- THE RERUN REPORTS IT INSTEAD.
124710*    THE BALANCE-MOVEMENT JOURNAL RECORD IS WRITTEN STRAIGHT
124720*    AFTER THE MASTER REWRITE.
124800****************************************************************
124900 6200-LAND-POSTING.
124910     MOVE ACCT-CURR-BAL TO CD1-OLD-BALANCE.
125000     ADD TRAN-AMOUNT TO ACCT-CURR-BAL.
125100     MOVE TRAN-FEE-SCHED-VER TO ACCT-LAST-LATE-FEE.
125200     REWRITE ACCOUNT-RECORD.
125300     IF CD1-ACCTFILE-STATUS NOT = '00'
125400         MOVE 'ACCTFILE' TO CD1-FAILING-FILE
125500         MOVE CD1-ACCTFILE-STATUS TO CD1-FAILING-STATUS
125600         GO TO 9800-FILE-ERROR
125700     END-IF.
125710     PERFORM 6250-WRITE-JOURNAL THRU 6250-EXIT.
125800     SET TRAN-POSTING-APPLIED TO TRUE.
125900     REWRITE TRANSACTION-RECORD.
126000     IF CD1-TRANFILE-STATUS NOT = '00'
126100         MOVE 'TRANFILE' TO CD1-FAILING-FILE
126200         MOVE CD1-TRANFILE-STATUS TO CD1-FAILING-STATUS
126300         GO TO 9800-FILE-ERROR
126400     END-IF.
126500     ADD 1 TO CD1-POSTINGS-APPLIED.
126600     ADD TRAN-AMOUNT TO CD1-APPLIED-AMOUNT.
126700 6200-EXIT.
126800     EXIT.
126801*
126802****************************************************************
126803*    6250-WRITE-JOURNAL
126804*    APPEND THE FEE JUST LANDED TO THE SHARED BALANCE-MOVEMENT
126805*    JOURNAL (LAYOUT IN BALJREC) THAT THE END-OF-NIGHT MASTER
126806*    PROOF READS, AHEAD OF THE POSTING STAMP, SO NO BALANCE
126807*    CHANGE EVER GOES UNJOURNALED.
126808****************************************************************
126809 6250-WRITE-JOURNAL.
126810     MOVE SPACES             TO BALANCE-MOVEMENT-RECORD.
126811     MOVE ACCT-ID            TO BALJ-ACCT-ID.
126812     MOVE TRAN-TYPE          TO BALJ-MOVE-TYPE.
126813     MOVE 'CBDLNQ01'         TO BALJ-SOURCE-PGM.
126814     MOVE TRAN-DATE          TO BALJ-TRAN-DATE.
126815     MOVE TRAN-SEQ-NO        TO BALJ-TRAN-SEQ-NO.
126816     MOVE CD1-RUN-DATE       TO BALJ-WRITE-DATE.
126817     MOVE CD1-RUN-TIME (1:6) TO BALJ-WRITE-TIME.
126818     MOVE ACCT-BRANCH-ID     TO BALJ-BEFORE-BRANCH.
126819     MOVE CD1-OLD-BALANCE    TO BALJ-BEFORE-BAL.
126820     MOVE ACCT-BRANCH-ID     TO BALJ-AFTER-BRANCH.
126821     MOVE ACCT-CURR-BAL      TO BALJ-AFTER-BAL.
126822     WRITE BALANCE-MOVEMENT-RECORD.
126823     IF CD1-BALJRNL-STATUS NOT = '00'
126824         MOVE 'BALJRNL' TO CD1-FAILING-FILE
126825         MOVE CD1-BALJRNL-STATUS TO CD1-FAILING-STATUS
126826         GO TO 9800-FILE-ERROR
126827     END-IF.
126828 6250-EXIT.
126829     EXIT.
126900*
127000****************************************************************
127100*    6300-REPORT-UNMATCHED
127200*    A LATE FEE POSTING COULD NOT BE LANDED.  NOTHING IS
127300*    APPLIED AND THE POSTING IS NOT STAMPED, SO IT KEEPS
127400*    REPORTING ON EVERY RERUN UNTIL SOMEBODY CLEARS IT; THE
127500*    STEP COMES BACK RC=8.  THE REASON IS ALREADY IN
127600*    CD1-U-REASON.
127700****************************************************************
127800 6300-REPORT-UNMATCHED.
127900     ADD 1 TO CD1-POSTINGS-UNMATCHED.
128000     ADD TRAN-AMOUNT TO CD1-UNMATCHED-AMOUNT.
128100     MOVE TRAN-ACCT-ID TO CD1-U-ACCT.
128200     MOVE TRAN-DATE    TO CD1-U-DATE.
128300     MOVE TRAN-AMOUNT  TO CD1-U-AMOUNT.
128400     WRITE REPORT-LINE FROM CD1-UNMATCHED-LINE.
128500     IF CD1-RPTFILE-STATUS NOT = '00'
128600         MOVE 'RPTFILE' TO CD1-FAILING-FILE
128700         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
128800         GO TO 9800-FILE-ERROR
128900     END-IF.
129000 6300-EXIT.
129100     EXIT.
129200*
129300****************************************************************
129400*    8000-WRITE-PRINT-LINE
129500*    WRITE ONE LINE OF THE AGING REPORT; PRT-CC AND PRT-DATA
129600*    ARE ALREADY SET.
129700****************************************************************
129800 8000-WRITE-PRINT-LINE.
129900     WRITE PRINT-RECORD.
130000     IF CD1-AGERPT-STATUS NOT = '00'
130100         MOVE 'AGERPT' TO CD1-FAILING-FILE
130200         MOVE CD1-AGERPT-STATUS TO CD1-FAILING-STATUS
130300         GO TO 9800-FILE-ERROR
130400     END-IF.
130500 8000-EXIT.
130600     EXIT.
130700*
130800****************************************************************
130900*    8100-COMPUTE-DUE-DATE
131000*    THE DUE DATE IS THE BUSINESS DATE PLUS THE GRACE DAYS,
131100*    ROLLED INTO THE NEXT MONTH (AND YEAR) WHEN IT RUNS PAST
131200*    THE END OF THE MONTH.  RESULT IN CD1-DUE-DATE-WORK.
131300****************************************************************
131400 8100-COMPUTE-DUE-DATE.
131500     MOVE CD1-BUSINESS-DATE TO CD1-DUE-DATE-WORK-X.
131600     ADD CD1-GRACE-DAYS TO CD1-DD-DAY.
131700     PERFORM 8110-SET-MONTH-DAYS THRU 8110-EXIT.
131800     PERFORM 8120-ROLL-ONE-MONTH THRU 8120-EXIT
131900         UNTIL CD1-DD-DAY NOT > CD1-MONTH-DAYS.
132000 8100-EXIT.
132100     EXIT.
132200*
132300 8110-SET-MONTH-DAYS.
132400     MOVE CD1-MONTH-LENGTH(CD1-DD-MONTH) TO CD1-MONTH-DAYS.
132500     IF CD1-DD-MONTH NOT = 2
132600         GO TO 8110-EXIT
132700     END-IF.
132800     DIVIDE CD1-DD-YEAR BY 4 GIVING CD1-LEAP-QUOTIENT
132900         REMAINDER CD1-LEAP-REMAINDER.
133000     IF CD1-LEAP-REMAINDER NOT = ZERO
133100         GO TO 8110-EXIT
133200     END-IF.
133300     DIVIDE CD1-DD-YEAR BY 100 GIVING CD1-LEAP-QUOTIENT
133400         REMAINDER CD1-LEAP-REMAINDER.
133500     IF CD1-LEAP-REMAINDER NOT = ZERO
133600         MOVE 29 TO CD1-MONTH-DAYS
133700         GO TO 8110-EXIT
133800     END-IF.
133900     DIVIDE CD1-DD-YEAR BY 400 GIVING CD1-LEAP-QUOTIENT
134000         REMAINDER CD1-LEAP-REMAINDER.
134100     IF CD1-LEAP-REMAINDER = ZERO
134200         MOVE 29 TO CD1-MONTH-DAYS
134300     END-IF.
134400 8110-EXIT.
134500     EXIT.
134600*
134700 8120-ROLL-ONE-MONTH.
134800     SUBTRACT CD1-MONTH-DAYS FROM CD1-DD-DAY.
134900     IF CD1-DD-MONTH = 12
135000         MOVE 1 TO CD1-DD-MONTH
135100         ADD 1 TO CD1-DD-YEAR
135200     ELSE
135300         ADD 1 TO CD1-DD-MONTH
135400     END-IF.
135500     PERFORM 8110-SET-MONTH-DAYS THRU 8110-EXIT.
135600 8120-EXIT.
135700     EXIT.
135800*
135900****************************************************************
136000*    8900-WRITE-SUMMARY
136100*    CONTROL COUNTS FOR ACCOUNTING.  EVERY ACCOUNT READ IS
136200*    EITHER AGED OR EXEMPT; EVERY OPEN POSTING READ BY THE
136300*    APPLY PASS IS EITHER APPLIED OR NOT LANDED, AND POSTINGS A
136400*    PRIOR RUN ALREADY LANDED ARE COUNTED SEPARATELY SO A
136500*    RERUN'S REPORT STILL TIES.
136600****************************************************************
136700 8900-WRITE-SUMMARY.
136800     MOVE SPACES TO REPORT-LINE.
136900     WRITE REPORT-LINE.
137000     MOVE SPACES TO CD1-SUMMARY-LINE.
137100     MOVE 'PAYMENTS COUNTED'     TO CD1-SM-CAPTION.
137200     MOVE CD1-PAYMENTS-APPLIED   TO CD1-SM-COUNT.
137300     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
137400     MOVE 'PAYMENTS COUNTED BEFORE' TO CD1-SM-CAPTION.
137500     MOVE CD1-PAYMENTS-COUNTED   TO CD1-SM-COUNT.
137600     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
137700     MOVE 'PAYMENTS - NOT CYCLED' TO CD1-SM-CAPTION.
137800     MOVE CD1-PAYMENTS-NO-DUE    TO CD1-SM-COUNT.
137900     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
138000     MOVE 'ACCOUNTS READ'        TO CD1-SM-CAPTION.
138100     MOVE CD1-ACCOUNTS-READ      TO CD1-SM-COUNT.
138200     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
138300     MOVE 'ACCOUNTS AGED'        TO CD1-SM-CAPTION.
138400     MOVE CD1-ACCOUNTS-AGED      TO CD1-SM-COUNT.
138500     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
138600     MOVE 'EXEMPT - STATUS'      TO CD1-SM-CAPTION.
138700     MOVE CD1-EXEMPT-CLOSED      TO CD1-SM-COUNT.
138800     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
138900     MOVE 'NOT YET CYCLED'       TO CD1-SM-CAPTION.
139000     MOVE CD1-NOT-YET-CYCLED     TO CD1-SM-COUNT.
139100     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
139200     MOVE 'DUE RECORDS CREATED'  TO CD1-SM-CAPTION.
139300     MOVE CD1-DUES-CREATED       TO CD1-SM-COUNT.
139400     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
139500     MOVE 'CYCLE DUES SET'       TO CD1-SM-CAPTION.
139600     MOVE CD1-DUES-SET           TO CD1-SM-COUNT.
139700     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
139800     MOVE 'CYCLE ALREADY SET'    TO CD1-SM-CAPTION.
139900     MOVE CD1-DUES-ALREADY-SET   TO CD1-SM-COUNT.
140000     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
140010     MOVE 'CYCLE HELD - DUE OPEN' TO CD1-SM-CAPTION.
140020     MOVE CD1-DUES-HELD          TO CD1-SM-COUNT.
140030     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
140100     MOVE 'DUE DATES MET'        TO CD1-SM-CAPTION.
140200     MOVE CD1-DUES-MET           TO CD1-SM-COUNT.
140300     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
140400     MOVE 'DUE DATES MISSED'     TO CD1-SM-CAPTION.
140500     MOVE CD1-DUES-MISSED        TO CD1-SM-COUNT.
140600     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
140700     MOVE 'ACCOUNTS DELINQUENT'  TO CD1-SM-CAPTION.
140800     MOVE CD1-TOTAL-DELINQUENT   TO CD1-SM-COUNT.
140900     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
141000     MOVE 'LATE FEES POSTED'     TO CD1-SM-CAPTION.
141100     MOVE CD1-LATE-FEES-POSTED   TO CD1-SM-COUNT.
141200     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
141300     MOVE 'OPEN POSTINGS READ'   TO CD1-SM-CAPTION.
141400     MOVE CD1-POSTINGS-READ      TO CD1-SM-COUNT.
141500     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
141600     MOVE 'POSTINGS APPLIED'     TO CD1-SM-CAPTION.
141700     MOVE CD1-POSTINGS-APPLIED   TO CD1-SM-COUNT.
141800     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
141900     MOVE 'POSTINGS NOT LANDED'  TO CD1-SM-CAPTION.
142000     MOVE CD1-POSTINGS-UNMATCHED TO CD1-SM-COUNT.
142100     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
142200     MOVE 'PREVIOUSLY APPLIED'   TO CD1-SM-CAPTION.
142300     MOVE CD1-POSTINGS-PRIOR-APPLIED TO CD1-SM-COUNT.
142400     WRITE REPORT-LINE FROM CD1-SUMMARY-LINE.
142500     MOVE SPACES TO CD1-AMOUNT-LINE.
142600     MOVE 'PAYMENT DOLLARS COUNTED' TO CD1-AM-CAPTION.
142700     MOVE CD1-PAYMENT-AMOUNT     TO CD1-AM-AMOUNT.
142800     WRITE REPORT-LINE FROM CD1-AMOUNT-LINE.
142900     MOVE 'LATE FEES CHARGED'    TO CD1-AM-CAPTION.
143000     MOVE CD1-POSTED-AMOUNT      TO CD1-AM-AMOUNT.
143100     WRITE REPORT-LINE FROM CD1-AMOUNT-LINE.
143200     MOVE 'LATE FEES APPLIED'    TO CD1-AM-CAPTION.
143300     MOVE CD1-APPLIED-AMOUNT     TO CD1-AM-AMOUNT.
143400     WRITE REPORT-LINE FROM CD1-AMOUNT-LINE.
143500     IF CD1-RPTFILE-STATUS NOT = '00'
143600         MOVE 'RPTFILE' TO CD1-FAILING-FILE
143700         MOVE CD1-RPTFILE-STATUS TO CD1-FAILING-STATUS
143800         GO TO 9800-FILE-ERROR
143900     END-IF.
144000 8900-EXIT.
144100     EXIT.
144200*
144300****************************************************************
144400*    8950-WRITE-CONTROL-TOTAL
144500*    WRITE THE MACHINE-READABLE CONTROL TOTAL RECORD FOR THE
144600*    SETTLEMENT STEP TO TIE OUT AGAINST -- COUNTS AND DOLLARS
144700*    FOR THE APPLIED, PREVIOUSLY-APPLIED, AND NOT-LANDED LEGS.
144800****************************************************************
144900 8950-WRITE-CONTROL-TOTAL.
145000     OPEN OUTPUT DLQTOTFILE.
145100     IF CD1-DLQTOTFILE-STATUS NOT = '00'
145200         MOVE 'DLQTOTFILE' TO CD1-FAILING-FILE
145300         MOVE CD1-DLQTOTFILE-STATUS TO CD1-FAILING-STATUS
145400         GO TO 9800-FILE-ERROR
145500     END-IF.
145600     MOVE 'CBDLNQ01C'                TO APCT-PROGRAM-ID.
145700     MOVE CD1-RUN-DATE               TO APCT-RUN-DATE.
145800     MOVE CD1-POSTINGS-APPLIED       TO APCT-APPLIED-COUNT.
145900     MOVE CD1-APPLIED-AMOUNT         TO APCT-APPLIED-AMOUNT.
146000     MOVE CD1-POSTINGS-PRIOR-APPLIED TO APCT-PRIOR-COUNT.
146100     MOVE CD1-PRIOR-AMOUNT           TO APCT-PRIOR-AMOUNT.
146200     MOVE CD1-POSTINGS-UNMATCHED     TO APCT-UNMATCHED-COUNT.
146300     MOVE CD1-UNMATCHED-AMOUNT       TO APCT-UNMATCHED-AMOUNT.
146400     WRITE APPLY-CONTROL-TOTAL-RECORD.
146500     IF CD1-DLQTOTFILE-STATUS NOT = '00'
146600         MOVE 'DLQTOTFILE' TO CD1-FAILING-FILE
146700         MOVE CD1-DLQTOTFILE-STATUS TO CD1-FAILING-STATUS
146800         GO TO 9800-FILE-ERROR
146900     END-IF.
147000     CLOSE DLQTOTFILE.
147100 8950-EXIT.
147200     EXIT.
147300*
147400****************************************************************
147500*    9000-TERMINATE
147600*    WRITE THE CONTROL COUNTS AND CLOSE THE FILES.
147700****************************************************************
147800 9000-TERMINATE.
147900     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
148000     PERFORM 8950-WRITE-CONTROL-TOTAL THRU 8950-EXIT.
148100     CLOSE TRANFILE.
148200     CLOSE DUEFILE.
148300     CLOSE ACCTFILE.
148400     CLOSE RPTFILE.
148410     CLOSE BALJRNL.
148500 9000-EXIT.
148600     EXIT.
148700*
148800****************************************************************
148900*    9700-CONTROL-CARD-ERROR
149000*    THE SYSIN CARD CARRIES A MODE OTHER THAN 'C' OR 'N', OR A
149100*    FIELD THAT IS NEITHER BLANK NOR A VALID VALUE.  MINIMUMS,
149200*    DUE DATES AND LATE FEES CANNOT BE SET SAFELY ON A GUESS,
149300*    SO THE STEP ABENDS BEFORE ANY FILE IS OPENED.
149400****************************************************************
149500 9700-CONTROL-CARD-ERROR.
149600     DISPLAY 'CBDLNQ01C CONTROL CARD INVALID: ' CD1-PARM-CARD.
149700     MOVE 16 TO RETURN-CODE.
149800     GOBACK.
149900*
150000****************************************************************
150100*    9800-FILE-ERROR
150200*    COMMON I/O ERROR ABEND PATH.  ANY OPEN/READ/WRITE FAILURE
150300*    OTHER THAN A NORMAL AT-END LANDS HERE WITH THE FAILING FILE
150400*    NAME AND ITS FILE STATUS ALREADY MOVED TO CD1-FAILING-FILE/
150500*    CD1-FAILING-STATUS.  THE STEP ABENDS WITH RETURN-CODE 16.
150600****************************************************************
150700 9800-FILE-ERROR.
150800     DISPLAY 'CBDLNQ01C I/O ERROR ON FILE ' CD1-FAILING-FILE
150900         ' STATUS ' CD1-FAILING-STATUS.
151000     MOVE 16 TO RETURN-CODE.
151100     GOBACK.
