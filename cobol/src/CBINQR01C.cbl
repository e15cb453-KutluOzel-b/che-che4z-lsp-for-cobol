000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBINQR01C.
000300 AUTHOR.        R SOKOLOWSKI.
000400 INSTALLATION.  CARD SERVICES BATCH GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    DATE       INIT  DESCRIPTION
001200*    2026-10-15 RS    INITIAL VERSION.  ONLINE ACCOUNT OVER-LIMIT
001300*                     INQUIRY FOR CUSTOMER SERVICE, TRANSACTION
001400*                     CBIQ, MAP CBIQMP OF MAPSET CBIQMS.
001500*                     PSEUDO-CONVERSATIONAL:  THE REP KEYS AN
001600*                     ACCT-ID AND GETS THE ACCOUNT MASTER BALANCE,
001700*                     LIMIT, STATUS, AND BRANCH; THE NAME AND
001800*                     ADDRESS; THE OVER-LIMIT HISTORY COUNTS; AND
001900*                     THE ACCOUNT'S MOST RECENT POSTINGS ('OF'
002000*                     FEES, 'FR' REVERSALS, 'PU' PURCHASES, 'PY'
002100*                     PAYMENTS) NEWEST FIRST WITH THEIR APPLIED
002200*                     AND WAIVED STAMPS, SO A REP CAN SAY WHY A
002300*                     FEE WAS CHARGED AND WHETHER IT WAS ALREADY
002400*                     WAIVED WITHOUT CALLING OPERATIONS.  THE
002500*                     POSTINGS COME FROM THE TRANINQ KSDS
002600*                     CBTIDX01C LOADS FROM TRANFILE, NOT FROM
002700*                     TRANFILE ITSELF.  READ ONLY:  NOTHING IS
002800*                     EVER UPDATED FROM THIS SCREEN.
002810*    2026-10-15 RS    SHOWS STATUS 'W' AS 'W CHARGE-OFF' FOR AN
002820*                     ACCOUNT THE MONTHLY CHARGE-OFF RUN CBCHGO01C
002830*                     HAS WRITTEN OFF.
002900****************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200*
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 77  CI1-TRANID                  PIC X(04) VALUE 'CBIQ'.
003600 77  CI1-RESP                    PIC S9(08) COMP VALUE ZERO.
003700 77  CI1-LINE-COUNT              PIC S9(04) COMP VALUE ZERO.
003800 77  CI1-MAX-LINES               PIC S9(04) COMP VALUE 8.
003900 77  CI1-VALID-SW                PIC X(01) VALUE 'N'.
004000     88  CI1-INPUT-VALID             VALUE 'Y'.
004100 77  CI1-BROWSE-SW               PIC X(01) VALUE 'N'.
004200     88  CI1-BROWSE-DONE             VALUE 'Y'.
004300 77  CI1-MORE-SW                 PIC X(01) VALUE 'N'.
004400     88  CI1-MORE-POSTINGS           VALUE 'Y'.
004500 77  CI1-ACCT-ID                 PIC 9(11) VALUE ZERO.
004600 77  CI1-OVER-AMT                PIC S9(09)V99 VALUE ZERO.
004700 77  CI1-AMOUNT-EDIT             PIC -ZZZ,ZZZ,ZZ9.99.
004800 77  CI1-COUNT-EDIT              PIC ZZZZZZ9.
004900 77  CI1-MESSAGE                 PIC X(50) VALUE SPACES.
005000 77  CI1-GOODBYE                 PIC X(30) VALUE
005100         'CBIQ OVER-LIMIT INQUIRY ENDED'.
005200*
005300 01  CI1-COMMAREA.
005400     05  CI1-CA-ACCT-ID          PIC X(11).
005500*
005600 01  CI1-BROWSE-KEY.
005700     05  CI1-BK-ACCT-ID          PIC 9(11).
005800     05  CI1-BK-POSTING-KEY      PIC X(25).
005900*
006000 01  CI1-SCREEN-LINES.
006100     05  CI1-SCREEN-LINE         PIC X(75) OCCURS 8 TIMES.
006200*
006300 01  CI1-POSTING-LINE.
006400     05  CI1-P-DATE              PIC X(08).
006500     05  FILLER                  PIC X(01) VALUE SPACE.
006600     05  CI1-P-TYPE              PIC X(02).
006700     05  FILLER                  PIC X(01) VALUE SPACE.
006800     05  CI1-P-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
006900     05  FILLER                  PIC X(01) VALUE SPACE.
007000     05  CI1-P-OVERAGE           PIC Z,ZZZ,ZZ9.99-.
007100     05  FILLER                  PIC X(01) VALUE SPACE.
007200     05  CI1-P-APPLIED           PIC X(01).
007300     05  FILLER                  PIC X(02) VALUE SPACES.
007400     05  CI1-P-WAIVED            PIC X(01).
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  CI1-P-DESCRIPTION       PIC X(20).
007700     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  CI1-P-SCHED-VER         PIC X(08).
007900*
008000 01  CI1-CITY-LINE.
008100     05  CI1-CL-CITY             PIC X(20).
008200     05  FILLER                  PIC X(01) VALUE SPACE.
008300     05  CI1-CL-STATE            PIC X(02).
008400     05  FILLER                  PIC X(01) VALUE SPACE.
008500     05  CI1-CL-ZIP              PIC X(09).
008600*
008700 01  CI1-OVER-MESSAGE.
008800     05  FILLER                  PIC X(22) VALUE
008900         'ACCOUNT OVER LIMIT BY'.
009000     05  CI1-OM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
009100*
009200 01  CI1-ERROR-MESSAGE.
009300     05  FILLER                  PIC X(05) VALUE 'FILE '.
009400     05  CI1-EM-FILE             PIC X(08).
009500     05  FILLER                  PIC X(18) VALUE
009600         ' NOT AVAILABLE RC '.
009700     05  CI1-EM-RESP             PIC 9(04).
009800     05  FILLER                  PIC X(15) VALUE
009900         ' -- CALL OPS'.
010000*
010100     COPY ACCTREC.
010200*
010300     COPY NAADREC.
010400*
010500     COPY HISTREC.
010600*
010700     COPY TINQREC.
010800*
010900     COPY TRANREC.
011000*
011100     COPY CBIQMS.
011200*
011300     COPY DFHAID.
011400*
011500 LINKAGE SECTION.
011600 01  DFHCOMMAREA                 PIC X(11).
011700*
011800 PROCEDURE DIVISION.
011900*
012000****************************************************************
012100*    0000-MAINLINE
012200*    FIRST ENTRY SENDS THE EMPTY SCREEN.  AFTER THAT, PF3 OR
012300*    CLEAR ENDS THE SESSION, ENTER LOOKS UP THE ACCOUNT KEYED,
012400*    AND ANY OTHER KEY JUST PROMPTS AGAIN.  EVERY PATH BUT THE
012500*    END OF SESSION RETURNS WITH THE TRANSACTION ID SO THE NEXT
012600*    KEY PRESS COMES BACK HERE.
012700****************************************************************
012800 0000-MAINLINE.
012900     MOVE SPACES TO CI1-COMMAREA.
013000     MOVE SPACES TO CI1-SCREEN-LINES.
013100     IF EIBCALEN = ZERO
013200         MOVE 'ENTER AN ACCOUNT ID' TO CI1-MESSAGE
013300         PERFORM 1000-SEND-EMPTY-SCREEN THRU 1000-EXIT
013400         GO TO 0000-RETURN
013500     END-IF.
013600     MOVE DFHCOMMAREA TO CI1-COMMAREA.
013700     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
013800         GO TO 9000-END-SESSION
013900     END-IF.
014000     IF EIBAID NOT = DFHENTER
014100         MOVE 'PRESS ENTER TO INQUIRE OR PF3 TO EXIT'
014200             TO CI1-MESSAGE
014300         PERFORM 1000-SEND-EMPTY-SCREEN THRU 1000-EXIT
014400         GO TO 0000-RETURN
014500     END-IF.
014600     PERFORM 2000-RECEIVE-ACCOUNT-ID THRU 2000-EXIT.
014700     IF CI1-INPUT-VALID
014800         PERFORM 3000-GATHER-ACCOUNT THRU 3000-EXIT
014900     END-IF.
015000     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
015100 0000-RETURN.
015200     EXEC CICS
015300         RETURN
015400         TRANSID(CI1-TRANID)
015500         COMMAREA(CI1-COMMAREA)
015600         LENGTH(LENGTH OF CI1-COMMAREA)
015700     END-EXEC.
015800*
015900****************************************************************
016000*    1000-SEND-EMPTY-SCREEN
016100*    A CLEAN SCREEN WITH ONLY THE PROMPT OR MESSAGE ALREADY IN
016200*    CI1-MESSAGE.
016300****************************************************************
016400 1000-SEND-EMPTY-SCREEN.
016500     MOVE LOW-VALUES TO CBIQMPO.
016600     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
016700 1000-EXIT.
016800     EXIT.
016900*
017000****************************************************************
017100*    2000-RECEIVE-ACCOUNT-ID
017200*    RECEIVE THE SCREEN AND EDIT THE ACCOUNT ID.  THE MAP RIGHT-
017300*    JUSTIFIES AND ZERO-FILLS THE FIELD, SO A SHORT ID KEYED
017400*    WITHOUT ITS LEADING ZEROS IS STILL FOUND.  THE OUTPUT MAP
017500*    SHARES THE INPUT MAP'S STORAGE, SO THE ID IS SAVED BEFORE
017600*    THE MAP IS CLEARED FOR THE REPLY.
017700****************************************************************
017800 2000-RECEIVE-ACCOUNT-ID.
017900     EXEC CICS
018000         RECEIVE MAP('CBIQMP')
018100         MAPSET('CBIQMS')
018200         INTO(CBIQMPI)
018300         RESP(CI1-RESP)
018400     END-EXEC.
018500     IF CI1-RESP = DFHRESP(MAPFAIL)
018600         MOVE 'ENTER AN ACCOUNT ID' TO CI1-MESSAGE
018700         MOVE LOW-VALUES TO CBIQMPO
018800         GO TO 2000-EXIT
018900     END-IF.
019000     IF CI1-RESP NOT = DFHRESP(NORMAL)
019100         MOVE 'SCREEN' TO CI1-EM-FILE
019200         GO TO 9800-FILE-ERROR
019300     END-IF.
019400     IF ACCTIDI IS NOT NUMERIC
019500         MOVE 'ACCOUNT ID MUST BE NUMERIC' TO CI1-MESSAGE
019600         MOVE LOW-VALUES TO CBIQMPO
019700         GO TO 2000-EXIT
019800     END-IF.
019900     MOVE ACCTIDI TO CI1-ACCT-ID.
020000     MOVE ACCTIDI TO CI1-CA-ACCT-ID.
020100     MOVE LOW-VALUES TO CBIQMPO.
020200     MOVE CI1-ACCT-ID TO ACCTIDO.
020300     SET CI1-INPUT-VALID TO TRUE.
020400 2000-EXIT.
020500     EXIT.
020600*
020700****************************************************************
020800*    3000-GATHER-ACCOUNT
020900*    READ THE ACCOUNT MASTER AND FILL THE ACCOUNT FIELDS, THEN
021000*    THE NAME AND ADDRESS, THE OVER-LIMIT HISTORY, AND THE
021100*    RECENT POSTINGS.  AN ACCOUNT NOT ON THE MASTER STOPS THERE.
021200****************************************************************
021300 3000-GATHER-ACCOUNT.
021400     MOVE CI1-ACCT-ID TO ACCT-ID.
021500     EXEC CICS
021600         READ FILE('ACCTFILE')
021700         INTO(ACCOUNT-RECORD)
021800         RIDFLD(ACCT-ID)
021900         RESP(CI1-RESP)
022000     END-EXEC.
022100     IF CI1-RESP = DFHRESP(NOTFND)
022200         MOVE 'ACCOUNT NOT ON FILE' TO CI1-MESSAGE
022300         GO TO 3000-EXIT
022400     END-IF.
022500     IF CI1-RESP NOT = DFHRESP(NORMAL)
022600         MOVE 'ACCTFILE' TO CI1-EM-FILE
022700         GO TO 9800-FILE-ERROR
022800     END-IF.
022900     MOVE ACCT-CURR-BAL     TO CI1-AMOUNT-EDIT.
023000     MOVE CI1-AMOUNT-EDIT   TO BALO.
023100     MOVE ACCT-CREDIT-LIMIT TO CI1-AMOUNT-EDIT.
023200     MOVE CI1-AMOUNT-EDIT   TO CLIMITO.
023300     MOVE ACCT-BRANCH-ID    TO BRANCHO.
023400     IF ACCT-STATUS-ACTIVE
023500         MOVE 'A ACTIVE'    TO STATO
023600     ELSE
023700         IF ACCT-STATUS-CLOSED
023800             MOVE 'C CLOSED'    TO STATO
023900         ELSE
024000             IF ACCT-STATUS-SUSPENDED
024100                 MOVE 'S SUSPENDED' TO STATO
024200             ELSE
024210                 IF ACCT-STATUS-CHARGED-OFF
024220                     MOVE 'W CHARGE-OFF' TO STATO
024230                 ELSE
024300                     MOVE ACCT-STATUS   TO STATO
024310                 END-IF
024400             END-IF
024500         END-IF
024600     END-IF.
024700     PERFORM 3100-GET-NAME-ADDRESS THRU 3100-EXIT.
024800     PERFORM 3200-GET-HISTORY THRU 3200-EXIT.
024900     PERFORM 3300-GET-POSTINGS THRU 3300-EXIT.
025000     IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
025100         COMPUTE CI1-OVER-AMT = ACCT-CURR-BAL - ACCT-CREDIT-LIMIT
025200         MOVE CI1-OVER-AMT TO CI1-OM-AMOUNT
025300         MOVE CI1-OVER-MESSAGE TO CI1-MESSAGE
025400     ELSE
025500         IF CI1-LINE-COUNT = ZERO
025600             MOVE 'NO RECENT POSTINGS ON FILE' TO CI1-MESSAGE
025700         ELSE
025800             IF CI1-MORE-POSTINGS
025900                 MOVE 'MOST RECENT 8 POSTINGS SHOWN'
026000                     TO CI1-MESSAGE
026100             ELSE
026200                 MOVE 'ALL RECENT POSTINGS SHOWN'
026300                     TO CI1-MESSAGE
026400             END-IF
026500         END-IF
026600     END-IF.
026700 3000-EXIT.
026800     EXIT.
026900*
027000 3100-GET-NAME-ADDRESS.
027100     EXEC CICS
027200         READ FILE('NAMEFILE')
027300         INTO(NAME-ADDRESS-RECORD)
027400         RIDFLD(CI1-ACCT-ID)
027500         RESP(CI1-RESP)
027600     END-EXEC.
027700     IF CI1-RESP = DFHRESP(NOTFND)
027800         MOVE '*** NO NAME OR ADDRESS ON FILE' TO CNAMEO
027900         GO TO 3100-EXIT
028000     END-IF.
028100     IF CI1-RESP NOT = DFHRESP(NORMAL)
028200         MOVE 'NAMEFILE' TO CI1-EM-FILE
028300         GO TO 9800-FILE-ERROR
028400     END-IF.
028500     MOVE NA-CUST-NAME   TO CNAMEO.
028600     MOVE NA-ADDR-LINE-1 TO ADDR1O.
028700     MOVE NA-ADDR-LINE-2 TO ADDR2O.
028800     MOVE NA-CITY        TO CI1-CL-CITY.
028900     MOVE NA-STATE       TO CI1-CL-STATE.
029000     MOVE NA-ZIP         TO CI1-CL-ZIP.
029100     MOVE CI1-CITY-LINE  TO CSZO.
029200 3100-EXIT.
029300     EXIT.
029400*
029500****************************************************************
029600*    3200-GET-HISTORY
029700*    THE OVER-LIMIT HISTORY RECORD.  AN ACCOUNT THAT HAS NEVER
029800*    BEEN OVER ITS LIMIT HAS NONE, AND SHOWS ZERO COUNTS.  THE
029900*    CONSECUTIVE-NIGHTS COUNT IS AS OF THE LAST OVER-LIMIT DATE
030000*    SHOWN BESIDE IT -- A STREAK WHOSE LAST DATE IS NOT LAST
030100*    NIGHT HAS ALREADY ENDED.
030200****************************************************************
030300 3200-GET-HISTORY.
030400     EXEC CICS
030500         READ FILE('HISTFILE')
030600         INTO(OVERLIMIT-HISTORY-RECORD)
030700         RIDFLD(CI1-ACCT-ID)
030800         RESP(CI1-RESP)
030900     END-EXEC.
031000     IF CI1-RESP = DFHRESP(NOTFND)
031100         MOVE ZERO           TO CI1-COUNT-EDIT
031200         MOVE CI1-COUNT-EDIT(3:5) TO CONSECO
031300         MOVE CI1-COUNT-EDIT TO LIFEO
031400         MOVE 'NEVER'        TO LASTDTO
031500         GO TO 3200-EXIT
031600     END-IF.
031700     IF CI1-RESP NOT = DFHRESP(NORMAL)
031800         MOVE 'HISTFILE' TO CI1-EM-FILE
031900         GO TO 9800-FILE-ERROR
032000     END-IF.
032100     MOVE HIST-CONSEC-NIGHTS  TO CI1-COUNT-EDIT.
032200     MOVE CI1-COUNT-EDIT(3:5) TO CONSECO.
032300     MOVE HIST-LIFETIME-COUNT TO CI1-COUNT-EDIT.
032400     MOVE CI1-COUNT-EDIT      TO LIFEO.
032500     MOVE HIST-LAST-DATE      TO LASTDTO.
032600     MOVE HIST-LAST-OVERAGE   TO CI1-AMOUNT-EDIT.
032700     MOVE CI1-AMOUNT-EDIT     TO LASTOVO.
032800 3200-EXIT.
032900     EXIT.
033000*
033100****************************************************************
033200*    3300-GET-POSTINGS
033300*    BROWSE THE ACCOUNT'S POSTINGS BACKWARDS FROM THE HIGHEST
033400*    POSSIBLE KEY FOR THE ACCOUNT, SO THE NEWEST COME FIRST, AND
033500*    FILL UP TO EIGHT SCREEN LINES.  THE BROWSE STARTS ON THE
033600*    FIRST KEY AT OR PAST THAT POINT, WHICH IS THE NEXT
033700*    ACCOUNT'S FIRST POSTING; IT IS READ AND SKIPPED.  NOTHING
033800*    AT OR PAST THAT POINT MEANS THE ACCOUNT IS AT THE END OF
033900*    THE FILE, AND THE BROWSE STARTS FROM THE END INSTEAD.
034000****************************************************************
034100 3300-GET-POSTINGS.
034200     MOVE CI1-ACCT-ID TO CI1-BK-ACCT-ID.
034300     MOVE HIGH-VALUES TO CI1-BK-POSTING-KEY.
034400     EXEC CICS
034500         STARTBR FILE('TRANINQ')
034600         RIDFLD(CI1-BROWSE-KEY)
034700         GTEQ
034800         RESP(CI1-RESP)
034900     END-EXEC.
035000     IF CI1-RESP = DFHRESP(NOTFND)
035100         MOVE HIGH-VALUES TO CI1-BROWSE-KEY
035200         EXEC CICS
035300             STARTBR FILE('TRANINQ')
035400             RIDFLD(CI1-BROWSE-KEY)
035500             GTEQ
035600             RESP(CI1-RESP)
035700         END-EXEC
035800     END-IF.
035900     IF CI1-RESP = DFHRESP(NOTFND)
036000         GO TO 3300-EXIT
036100     END-IF.
036200     IF CI1-RESP NOT = DFHRESP(NORMAL)
036300         MOVE 'TRANINQ' TO CI1-EM-FILE
036400         GO TO 9800-FILE-ERROR
036500     END-IF.
036600     PERFORM 3310-READ-PRIOR-POSTING THRU 3310-EXIT
036700         UNTIL CI1-BROWSE-DONE.
036800     EXEC CICS
036900         ENDBR FILE('TRANINQ')
037000     END-EXEC.
037100 3300-EXIT.
037200     EXIT.
037300*
037400 3310-READ-PRIOR-POSTING.
037500     EXEC CICS
037600         READPREV FILE('TRANINQ')
037700         INTO(TRAN-INQUIRY-RECORD)
037800         RIDFLD(CI1-BROWSE-KEY)
037900         RESP(CI1-RESP)
038000     END-EXEC.
038100     IF CI1-RESP = DFHRESP(ENDFILE)
038200         SET CI1-BROWSE-DONE TO TRUE
038300         GO TO 3310-EXIT
038400     END-IF.
038500     IF CI1-RESP NOT = DFHRESP(NORMAL)
038600         MOVE 'TRANINQ' TO CI1-EM-FILE
038700         GO TO 9800-FILE-ERROR
038800     END-IF.
038900     IF TINQ-ACCT-ID > CI1-ACCT-ID
039000         GO TO 3310-EXIT
039100     END-IF.
039200     IF TINQ-ACCT-ID < CI1-ACCT-ID
039300         SET CI1-BROWSE-DONE TO TRUE
039400         GO TO 3310-EXIT
039500     END-IF.
039600     IF CI1-LINE-COUNT >= CI1-MAX-LINES
039700         SET CI1-MORE-POSTINGS TO TRUE
039800         SET CI1-BROWSE-DONE TO TRUE
039900         GO TO 3310-EXIT
040000     END-IF.
040100     MOVE TINQ-POSTING       TO TRANSACTION-RECORD.
040200     MOVE TRAN-DATE          TO CI1-P-DATE.
040300     MOVE TRAN-TYPE          TO CI1-P-TYPE.
040400     MOVE TRAN-AMOUNT        TO CI1-P-AMOUNT.
040500     MOVE TRAN-OVERAGE-AMT   TO CI1-P-OVERAGE.
040600     IF TRAN-POSTING-APPLIED
040700         MOVE 'Y' TO CI1-P-APPLIED
040800     ELSE
040900         MOVE 'N' TO CI1-P-APPLIED
041000     END-IF.
041100     IF TRAN-FEE-WAIVED
041200         MOVE 'Y' TO CI1-P-WAIVED
041300     ELSE
041400         MOVE 'N' TO CI1-P-WAIVED
041500     END-IF.
041600     MOVE TRAN-DESCRIPTION   TO CI1-P-DESCRIPTION.
041700     MOVE TRAN-FEE-SCHED-VER TO CI1-P-SCHED-VER.
041800     ADD 1 TO CI1-LINE-COUNT.
041900     MOVE CI1-POSTING-LINE   TO CI1-SCREEN-LINE(CI1-LINE-COUNT).
042000 3310-EXIT.
042100     EXIT.
042200*
042300****************************************************************
042400*    8000-SEND-SCREEN
042500*    PUT THE MESSAGE AND POSTING LINES ON THE MAP AND SEND IT,
042600*    CURSOR ON THE ACCOUNT ID READY FOR THE NEXT INQUIRY.
042700****************************************************************
042800 8000-SEND-SCREEN.
042900     MOVE CI1-MESSAGE        TO MSGO.
043000     MOVE CI1-SCREEN-LINE(1) TO LINE01O.
043100     MOVE CI1-SCREEN-LINE(2) TO LINE02O.
043200     MOVE CI1-SCREEN-LINE(3) TO LINE03O.
043300     MOVE CI1-SCREEN-LINE(4) TO LINE04O.
043400     MOVE CI1-SCREEN-LINE(5) TO LINE05O.
043500     MOVE CI1-SCREEN-LINE(6) TO LINE06O.
043600     MOVE CI1-SCREEN-LINE(7) TO LINE07O.
043700     MOVE CI1-SCREEN-LINE(8) TO LINE08O.
043800     MOVE -1 TO ACCTIDL.
043900     EXEC CICS
044000         SEND MAP('CBIQMP')
044100         MAPSET('CBIQMS')
044200         FROM(CBIQMPO)
044300         ERASE
044400         CURSOR
044500     END-EXEC.
044600 8000-EXIT.
044700     EXIT.
044800*
044900****************************************************************
045000*    9000-END-SESSION
045100*    PF3 OR CLEAR: SAY SO AND END WITHOUT A NEXT TRANSACTION ID.
045200****************************************************************
045300 9000-END-SESSION.
045400     EXEC CICS
045500         SEND TEXT
045600         FROM(CI1-GOODBYE)
045700         LENGTH(LENGTH OF CI1-GOODBYE)
045800         ERASE
045900         FREEKB
046000     END-EXEC.
046100     EXEC CICS
046200         RETURN
046300     END-EXEC.
046400*
046500****************************************************************
046600*    9800-FILE-ERROR
046700*    ANY FILE OR SCREEN CONDITION OTHER THAN RECORD-NOT-FOUND,
046800*    END OF BROWSE, OR AN EMPTY SCREEN LANDS HERE WITH THE FILE
046900*    NAME ALREADY MOVED TO CI1-EM-FILE.  THE REP GETS THE FILE
047000*    AND THE CICS RESPONSE CODE ON THE MESSAGE LINE, THE
047100*    TRANSACTION STAYS UP, AND NOTHING HALF-FILLED IS SHOWN.
047200****************************************************************
047300 9800-FILE-ERROR.
047400     MOVE CI1-RESP TO CI1-EM-RESP.
047500     MOVE CI1-ERROR-MESSAGE TO CI1-MESSAGE.
047600     MOVE SPACES TO CI1-SCREEN-LINES.
047700     MOVE LOW-VALUES TO CBIQMPO.
047800     MOVE CI1-CA-ACCT-ID TO ACCTIDO.
047900     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
048000     GO TO 0000-RETURN.
