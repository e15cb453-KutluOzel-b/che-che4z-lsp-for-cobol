010097*                     PAGE COVERS EVERY INCIDENT OF THE NIGHT,
010098*                     INCLUDING WARNINGS THE CRASHED ATTEMPT
010099*                     WAS HOLDING FOR A DIGEST IT NEVER SENT.
010104*    2026-10-15 RS    THE PASS CAN NOW RUN AS SEVERAL CONCURRENT
010109*                     KEY-RANGE STREAMS.  AN OPTIONAL PARTITION
010114*                     CARD (PARTFILE, LAYOUT IN PARTREC) NAMES
010119*                     THE STREAM AND ITS LOW/HIGH ACCT-ID; THE
010124*                     STREAM STARTS THE MASTER AT ITS LOW KEY AND
010129*                     STOPS PAST ITS HIGH KEY.  EACH STREAM KEEPS
010134*                     ITS OWN RESTFILE, STAMPED WITH THE
010139*                     PARTITION ID SO A STREAM CAN ONLY RESUME
010144*                     FROM ITS OWN CHECKPOINT, AND ITS FINAL
010149*                     RECORD CARRIES ITS HIGH KEY FOR THE MERGE
010154*                     STEP (CBMRGE01C) TO PROVE COVERAGE.  THE
010159*                     DIGEST PAGE NAMES THE STREAM INSTEAD OF
010164*                     'ALL'.  NO CARD MEANS ONE STREAM OVER THE
010169*                     WHOLE MASTER, AS BEFORE.
010172*    2026-10-15 RS    AN ACCOUNT WITH PURCHASES STILL HELD FOR
010175*                     FRAUD REVIEW (HELDFILE, WRITTEN BY CBSCRN01C
010178*                     AHEAD OF POSTING) IS NOT CHARGED AN OVER-
010181*                     LIMIT FEE THAT NIGHT; THE SKIPS ARE COUNTED
010184*                     ON THE RUN OUTPUT.
010185*    2026-10-15 RS    A CHARGED-OFF ACCOUNT (STATUS 'W', SET BY
010186*                     THE MONTHLY CHARGE-OFF RUN CBCHGO01C) IS
010187*                     BYPASSED WITH THE CLOSED ONES BEFORE ANY
010188*                     EDIT -- NEVER FEE'D, LOGGED, OR PAGED -- AND
010189*                     COUNTED IN THE SAME BYPASS COUNT, NOW
010190*                     LABELLED CLOSED/CHGOFF ON THE RUN OUTPUT.
010191*    2026-10-15 RS    A SUSPENDED ACCOUNT OVER ITS LIMIT NOW
010192*                     KEEPS ITS OVER-LIMIT HISTORY CURRENT, SO ITS
010193*                     STREAK COUNTS TOWARD CHARGE-OFF.  A BAD
010194*                     PARTITION CARD OR CHECKPOINT NOW CLOSES THE
010195*                     FILES IT OPENED BEFORE ABENDING.
010196*    2026-10-15 RS    THE FRAUD-HOLD FEE COUNT NOW RIDES THE
010197*                     CHECKPOINT AND IS RESTORED ON A RESTART.
010198****************************************************************
010199*
010200 ENVIRONMENT DIVISION.
010300 INPUT-OUTPUT SECTION.
010400 FILE-CONTROL.
011660                      ACCESS MODE IS RANDOM
011670                      RECORD KEY IS HIST-ACCT-ID
011680                      FILE STATUS IS CB1-HISTFILE-STATUS.
011681     SELECT OPTIONAL PARTFILE  ASSIGN TO PARTFILE
011682                      ORGANIZATION IS SEQUENTIAL
011683                      FILE STATUS IS CB1-PARTFILE-STATUS.
011684     SELECT OPTIONAL HELDFILE  ASSIGN TO HELDFILE
011685                      ORGANIZATION IS INDEXED
011686                      ACCESS MODE IS DYNAMIC
011687                      RECORD KEY IS HELD-KEY
011688                      FILE STATUS IS CB1-HELDFILE-STATUS.
011700*
011800 DATA DIVISION.
011900 FILE SECTION.
014639     COPY RUNLREC.
014640 FD  HISTFILE.
014650     COPY HISTREC.
014651 FD  HELDFILE.
014652     COPY HELDREC.
014660 FD  PARTFILE
014670     RECORDING MODE IS F.
014680     COPY PARTREC.
014700*
014800 WORKING-STORAGE SECTION.
014900 77  CB1-BUSINESS-DATE           PIC X(08) VALUE SPACES.
015029 77  CB1-DIG-BRANCH-COUNT        PIC 9(03) COMP VALUE ZERO.
015030 77  CB1-ABNDSCAN-EOF-SW         PIC X(01) VALUE 'N'.
015031     88  CB1-END-OF-ABNDSCAN         VALUE 'Y'.
015036 77  CB1-PARTITION-SW            PIC X(01) VALUE 'N'.
015041     88  CB1-PARTITIONED-RUN         VALUE 'Y'.
015046     88  CB1-SINGLE-STREAM           VALUE 'N'.
015051 77  CB1-PARTITION-ID            PIC X(01) VALUE SPACE.
015056 77  CB1-PART-LOW-KEY            PIC 9(11) VALUE ZERO.
015061 77  CB1-PART-HIGH-KEY           PIC 9(11) VALUE 99999999999.
015066 77  CB1-DIGEST-SCOPE            PIC X(05) VALUE 'ALL'.
015076 77  CB1-FILES-OPEN-SW           PIC X(01) VALUE 'N'.
015086     88  CB1-MASTER-FILES-OPEN       VALUE 'Y'.
015100 77  CB1-ABEND-CODE              PIC X(04)  VALUE 'U100'.
015200 77  CB1-BADINPUT-ABEND-CODE     PIC X(04)  VALUE 'U101'.
015300 77  CB1-MIN-RANGE               PIC S9(09)V99 SIGN IS LEADING
017720 77  CB1-FEES-EOF-SW             PIC X(01) VALUE 'N'.
017721     88  CB1-END-OF-FEESFILE         VALUE 'Y'.
017722 77  CB1-FEE-BRANCH-COUNT        PIC 9(03) COMP VALUE ZERO.
017732 77  CB1-FEES-HELD               PIC 9(05) COMP VALUE ZERO.
017742 77  CB1-HELD-SW                 PIC X(01) VALUE 'N'.
017752     88  CB1-ACTIVITY-HELD           VALUE 'Y'.
017762     88  CB1-NO-ACTIVITY-HELD        VALUE 'N'.
017800 77  CB1-ROLLBACK-SW             PIC X(01) VALUE 'N'.
017900     88  CB1-AFTER-ROLLBACK          VALUE 'Y'.
018000     88  CB1-NOT-AFTER-ROLLBACK      VALUE 'N'.
018046 77  CB1-RUNLOG-STATUS           PIC X(02) VALUE '00'.
018050 77  CB1-FEESFILE-STATUS         PIC X(02) VALUE '00'.
018060 77  CB1-HISTFILE-STATUS         PIC X(02) VALUE '00'.
018061 77  CB1-HELDFILE-STATUS         PIC X(02) VALUE '00'.
018070 77  CB1-PARTFILE-STATUS         PIC X(02) VALUE '00'.
018100 77  CB1-ACCTFILE-STATUS         PIC X(02) VALUE '00'.
018200 77  CB1-ABNDFILE-STATUS         PIC X(02) VALUE '00'.
018300 77  CB1-RESTFILE-STATUS         PIC X(02) VALUE '00'.
020801     ACCEPT CB1-CURRENT-TIME FROM TIME.
020802     MOVE CB1-CURRENT-TIME(1:6) TO CB1-START-TIME.
020810     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
020820     PERFORM 1070-READ-PARTITION-CARD THRU 1070-EXIT.
020900     OPEN INPUT  ACCTFILE.
021000     IF CB1-ACCTFILE-STATUS NOT = '00'
021100         MOVE 'ACCTFILE' TO CB1-FAILING-FILE
022606         GO TO 9800-FILE-ERROR
022607     END-IF.
022610     PERFORM 1100-LOAD-FEE-SCHEDULE THRU 1100-EXIT.
022620     OPEN INPUT HELDFILE.
022630     IF CB1-HELDFILE-STATUS NOT = '00' AND CB1-HELDFILE-STATUS
022640             NOT = '05'
022650         MOVE 'HELDFILE' TO CB1-FAILING-FILE
022660         MOVE CB1-HELDFILE-STATUS TO CB1-FAILING-STATUS
022670         GO TO 9800-FILE-ERROR
022680     END-IF.
022685     SET CB1-MASTER-FILES-OPEN TO TRUE.
022700     PERFORM 1200-READ-RESTART-CONTROL THRU 1200-EXIT.
022710     IF CB1-RESTART-RUN
022720         PERFORM 1250-POSITION-TO-CHECKPOINT THRU 1250-EXIT
022722     ELSE
022724         IF CB1-PARTITIONED-RUN
022726             PERFORM 1260-POSITION-TO-PARTITION THRU 1260-EXIT
022728         END-IF
022730     END-IF.
022740     IF NOT CB1-END-OF-FILE
022800         PERFORM 1300-READ-NEXT-ACCOUNT THRU 1300-EXIT
023600*    PRIOR CLEAN FINISH, OR A TYPE 'D' RECORD FROM A PRIOR DRY
023700*    RUN ALL MEAN A FRESH RUN; 'F' AND 'D' DIFFER ONLY IN WHERE
023800*    THE PRIOR LIVE RUN DATE IS CARRIED.
023810*    A CHECKPOINT LEFT BY A DIFFERENT KEY-RANGE STREAM IS NEVER
023820*    RESUMED FROM -- IT MEANS THE WRONG RESTFILE IS ALLOCATED.
023900****************************************************************
024000 1200-READ-RESTART-CONTROL.
024100     SET CB1-FRESH-RUN TO TRUE.
024820               SET CB1-LIVE-CKPT-PENDING TO TRUE
024830               MOVE REST-PRIOR-RUN-DATE TO CB1-PRIOR-RUN-DATE
024840             ELSE
024845               IF REST-PARTITION-ID NOT = CB1-PARTITION-ID
024850                 IF CB1-PARTITIONED-RUN
024855                         OR REST-PARTITION-ID NOT = LOW-VALUE
024860                   GO TO 9650-PARTITION-ERROR
024865                 END-IF
024870               END-IF
024900               SET CB1-RESTART-RUN      TO TRUE
025000               MOVE REST-LAST-KEY       TO CB1-LAST-KEY
025100               MOVE REST-RECORDS-PROCESSED
025400               MOVE REST-BADINPUT-COUNT  TO CB1-BADINPUT-COUNT
025410               MOVE REST-CLOSED-SKIPPED  TO CB1-CLOSED-SKIPPED
025420               MOVE REST-SUSPENDED-COUNT TO CB1-SUSPENDED-COUNT
025421               MOVE REST-FEES-HELD       TO CB1-FEES-HELD
025430               MOVE REST-PRIOR-RUN-DATE  TO CB1-PRIOR-RUN-DATE
025435             END-IF
025440           ELSE
028100         MOVE CB1-ACCTFILE-STATUS TO CB1-FAILING-STATUS
028200         GO TO 9800-FILE-ERROR
028300     END-IF.
028310     IF CB1-PARTITIONED-RUN AND NOT CB1-END-OF-FILE
028320             AND ACCT-ID > CB1-PART-HIGH-KEY
028330         SET CB1-END-OF-FILE TO TRUE
028340     END-IF.
028900 1300-EXIT.
029000     EXIT.
029100*
029101****************************************************************
029102*    1070-READ-PARTITION-CARD
029103*    PICK UP THE KEY-RANGE PARTITION CARD.  A MISSING DD OR EMPTY
029104*    FILE MEANS ONE STREAM OVER THE WHOLE MASTER.  A CARD THAT IS
029105*    PRESENT MUST NAME THE STREAM AND CARRY A NUMERIC LOW AND
029106*    HIGH KEY, LOW NOT ABOVE HIGH -- A STREAM THAT GUESSED AT ITS
029107*    RANGE WOULD SKIP OR DOUBLE-FEE ACCOUNTS ANOTHER STREAM OWNS.
029108****************************************************************
029109 1070-READ-PARTITION-CARD.
029110     OPEN INPUT PARTFILE.
029111     IF CB1-PARTFILE-STATUS NOT = '00'
029112             AND CB1-PARTFILE-STATUS NOT = '05'
029113         MOVE 'PARTFILE' TO CB1-FAILING-FILE
029114         MOVE CB1-PARTFILE-STATUS TO CB1-FAILING-STATUS
029115         GO TO 9800-FILE-ERROR
029116     END-IF.
029117     READ PARTFILE
029118         AT END
029119             GO TO 1070-CLOSE
029120     END-READ.
029121     IF CB1-PARTFILE-STATUS NOT = '00'
029122         MOVE 'PARTFILE' TO CB1-FAILING-FILE
029123         MOVE CB1-PARTFILE-STATUS TO CB1-FAILING-STATUS
029124         GO TO 9800-FILE-ERROR
029125     END-IF.
029126     IF PART-ID = SPACE OR PART-ID = LOW-VALUE
029127         GO TO 9650-PARTITION-ERROR
029128     END-IF.
029129     IF PART-LOW-KEY IS NOT NUMERIC
029130             OR PART-HIGH-KEY IS NOT NUMERIC
029131         GO TO 9650-PARTITION-ERROR
029132     END-IF.
029133     IF PART-LOW-KEY-9 > PART-HIGH-KEY-9
029134         GO TO 9650-PARTITION-ERROR
029135     END-IF.
029136     SET CB1-PARTITIONED-RUN TO TRUE.
029137     MOVE PART-ID         TO CB1-PARTITION-ID.
029138     MOVE PART-LOW-KEY-9  TO CB1-PART-LOW-KEY.
029139     MOVE PART-HIGH-KEY-9 TO CB1-PART-HIGH-KEY.
029140     MOVE 'PART'          TO CB1-DIGEST-SCOPE.
029141     MOVE PART-ID         TO CB1-DIGEST-SCOPE(5:1).
029142     DISPLAY 'CBACT01C PARTITION ' CB1-PARTITION-ID ' KEYS '
029143         PART-LOW-KEY ' THRU ' PART-HIGH-KEY.
029144 1070-CLOSE.
029145     IF CB1-PARTFILE-STATUS = '00' OR CB1-PARTFILE-STATUS = '10'
029146         CLOSE PARTFILE
029147     END-IF.
029148 1070-EXIT.
029149     EXIT.
029150*
029151****************************************************************
029152*    1260-POSITION-TO-PARTITION
029153*    FRESH PARTITIONED RUN: POSITION THE KEYED ACCOUNT MASTER AT
029154*    THE FIRST ACCOUNT IN THE STREAM'S RANGE.  NO RECORD AT OR
029155*    PAST THE LOW KEY MEANS THE RANGE IS EMPTY, SO THE RUN GOES
029156*    STRAIGHT TO TERMINATION AND STILL LEAVES ITS FINAL COUNTS.
029157****************************************************************
029158 1260-POSITION-TO-PARTITION.
029159     MOVE CB1-PART-LOW-KEY TO ACCT-ID.
029160     START ACCTFILE KEY NOT LESS THAN ACCT-ID
029161         INVALID KEY
029162             SET CB1-END-OF-FILE TO TRUE
029163     END-START.
029164     IF CB1-ACCTFILE-STATUS NOT = '00' AND CB1-ACCTFILE-STATUS
029165             NOT = '23'
029166         MOVE 'ACCTFILE' TO CB1-FAILING-FILE
029167         MOVE CB1-ACCTFILE-STATUS TO CB1-FAILING-STATUS
029168         GO TO 9800-FILE-ERROR
029169     END-IF.
029170 1260-EXIT.
029171     EXIT.
029172*
029200****************************************************************
029300*    7000-WRITE-CHECKPOINT
029400*    REWRITE THE ONE-RECORD RESTART CONTROL FILE WITH THE
030800     MOVE CB1-BADINPUT-COUNT     TO REST-BADINPUT-COUNT.
030810     MOVE CB1-CLOSED-SKIPPED     TO REST-CLOSED-SKIPPED.
030820     MOVE CB1-SUSPENDED-COUNT    TO REST-SUSPENDED-COUNT.
030821     MOVE CB1-FEES-HELD          TO REST-FEES-HELD.
030830     MOVE CB1-PRIOR-RUN-DATE     TO REST-PRIOR-RUN-DATE.
030900     MOVE CB1-LAST-ABEND-CODE    TO REST-LAST-ABEND-CODE.
030910     MOVE CB1-PARTITION-ID       TO REST-PARTITION-ID.
031000     OPEN OUTPUT RESTFILE.
031100     IF CB1-RESTFILE-STATUS NOT = '00'
031200         MOVE 'RESTFILE' TO CB1-FAILING-FILE
035330         MOVE 'F' TO REST-RECORD-TYPE
035340     END-IF.
035500     MOVE CB1-BUSINESS-DATE      TO REST-RUN-DATE.
035600     IF CB1-PARTITIONED-RUN
035610         MOVE CB1-PART-HIGH-KEY  TO REST-LAST-KEY
035620     ELSE
035630         MOVE ZERO               TO REST-LAST-KEY
035640     END-IF.
035700     MOVE CB1-RECORDS-PROCESSED  TO REST-RECORDS-PROCESSED.
035800     MOVE CB1-CHECKPOINT-COUNT   TO REST-CHECKPOINT-COUNT.
035900     MOVE CB1-ABEND-COUNT        TO REST-ABEND-COUNT.
036000     MOVE CB1-BADINPUT-COUNT     TO REST-BADINPUT-COUNT.
036010     MOVE CB1-CLOSED-SKIPPED     TO REST-CLOSED-SKIPPED.
036020     MOVE CB1-SUSPENDED-COUNT    TO REST-SUSPENDED-COUNT.
036021     MOVE CB1-FEES-HELD          TO REST-FEES-HELD.
036030     MOVE CB1-PRIOR-RUN-DATE     TO REST-PRIOR-RUN-DATE.
036100     MOVE CB1-LAST-ABEND-CODE    TO REST-LAST-ABEND-CODE.
036110     MOVE CB1-PARTITION-ID       TO REST-PARTITION-ID.
036200     OPEN OUTPUT RESTFILE.
036300     IF CB1-RESTFILE-STATUS NOT = '00'
036400         MOVE 'RESTFILE' TO CB1-FAILING-FILE
037622     MOVE CB1-BADINPUT-COUNT TO CB1-COUNT-EDIT.
037623     DISPLAY 'CBACT01C BAD-INPUT ABENDS          ' CB1-COUNT-EDIT.
037624     MOVE CB1-CLOSED-SKIPPED TO CB1-COUNT-EDIT.
037625     DISPLAY 'CBACT01C CLOSED/CHGOFF BYPASSED    ' CB1-COUNT-EDIT.
037626     MOVE CB1-SUSPENDED-COUNT TO CB1-COUNT-EDIT.
037627     DISPLAY 'CBACT01C SUSPENDED OVER LIMIT      ' CB1-COUNT-EDIT.
037628     MOVE CB1-FEES-WAIVED TO CB1-COUNT-EDIT.
038500 9000-TERMINATE.
038600     PERFORM 7200-WRITE-FINAL-COUNTS THRU 7200-EXIT.
038610     PERFORM 7300-DISPLAY-RUN-COUNTS THRU 7300-EXIT.
038612     MOVE CB1-FEES-HELD TO CB1-COUNT-EDIT.
038614     DISPLAY 'CBACT01C FEES SKIPPED (FRAUD HOLD) ' CB1-COUNT-EDIT.
038620     PERFORM 7400-WRITE-RUN-HISTORY THRU 7400-EXIT.
038700     CLOSE ACCTFILE.
038800     CLOSE ABNDFILE.
038900     CLOSE TRANFILE.
038910     CLOSE HISTFILE.
038911     CLOSE HELDFILE.
038920     PERFORM 3600-SEND-DIGEST-ALERT THRU 3600-EXIT.
039000 9000-EXIT.
039100     EXIT.
039400*    2000-PROCESS-ACCOUNT
039500*    STATUS SCREEN, VALIDATE, OVER-LIMIT CHECK, AND ABEND
039600*    HANDLING FOR ONE ACCOUNT RECORD, THEN CHECKPOINT AND READ
039610*    THE NEXT ONE.  A CLOSED OR CHARGED-OFF ACCOUNT IS BYPASSED
039620*    BEFORE ANY EDIT; A SUSPENDED ACCOUNT OVER ITS LIMIT TAKES
039630*    ITS OWN LOG-ONLY PATH.  BAD-INPUT-ABEND, SUSPENDED-OVERLIMIT,
039700*    HANDLE-ABEND, AND CALCULATION ARE REACHED BY GO TO AND
039800*    FALL THROUGH BACK INTO THIS RANGE.
039900****************************************************************
040000 2000-PROCESS-ACCOUNT.
040100     MOVE ACCT-ID TO CB1-LAST-KEY.
040110     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
040120         ADD 1 TO CB1-CLOSED-SKIPPED
040130         GO TO 2000-CHECKPOINT-AND-READ
040140     END-IF.
042850*    IT, BUT NO FEE IS POSTED, NO PAGE GOES OUT, AND THE STEP'S
042860*    RETURN CODE IS NOT TOUCHED -- COLLECTIONS OWNS SUSPENDED
042870*    ACCOUNTS, NOT THE FEE PASS.
042871*    THE OVER-LIMIT HISTORY IS STILL KEPT, SO THE NIGHTS A
042872*    SUSPENDED ACCOUNT STAYS OVER COUNT TOWARD ITS CHARGE-OFF.
042880****************************************************************
042890 SUSPENDED-OVERLIMIT.
042891     PERFORM 3300-WRITE-SUSPENDED-LOG THRU 3300-EXIT.
042892     ADD 1 TO CB1-SUSPENDED-COUNT.
042893     SUBTRACT B FROM A GIVING CB1-OVERAGE-AMT.
042894     PERFORM 3400-UPDATE-OVERLIMIT-HISTORY THRU 3400-EXIT.
042895     GO TO 2000-CHECKPOINT-AND-READ.
042896*
042900****************************************************************
043000*    HANDLE-ABEND
043100*    THE A > B OVER-LIMIT CONDITION TRIPPED.  WRITE A FORMATTED
057657     INITIALIZE ALERT-RECORD.
057658     MOVE 'CBACT01C'          TO ALRT-PROGRAM-ID.
057659     MOVE ZERO                TO ALRT-ACCT-ID.
057660     MOVE CB1-DIGEST-SCOPE    TO ALRT-BRANCH-ID.
057661     MOVE CB1-ABEND-CODE      TO ALRT-ABEND-CODE.
057662     IF CB1-DIG-CRITICAL-COUNT > ZERO
057663         SET ALRT-SEVERITY-CRITICAL TO TRUE
064230         ADD 1 TO CB1-FEES-WAIVED
064240         GO TO 6000-EXIT
064250     END-IF.
064255     PERFORM 6050-CHECK-HELD-ACTIVITY THRU 6050-EXIT.
064260     IF CB1-ACTIVITY-HELD
064265         ADD 1 TO CB1-FEES-HELD
064270         GO TO 6000-EXIT
064275     END-IF.
064300     PERFORM 4000-POST-OVERLIMIT-FEE THRU 4000-EXIT.
064400 6000-EXIT.
064500     EXIT.
064600*
064601****************************************************************
064602*    6050-CHECK-HELD-ACTIVITY
064603*    AN ACCOUNT WITH PURCHASES SITTING ON THE HELD-ITEMS FILE
064604*    AWAITING FRAUD REVIEW IS NOT CHARGED AN OVER-LIMIT FEE
064605*    TONIGHT -- THE BALANCE THE FEE WOULD BE PRICED FROM MAY BE
064606*    THE WORK OF A COMPROMISED CARD.  POSITIONS TO THE
064607*    ACCOUNT'S FIRST HELD ITEM AND LOOKS FOR ONE STILL PENDING.
064608*    A RELEASED OR DECLINED ITEM DOES NOT HOLD THE FEE BACK.
064609****************************************************************
064610 6050-CHECK-HELD-ACTIVITY.
064611     SET CB1-NO-ACTIVITY-HELD TO TRUE.
064612     MOVE ACCT-ID TO HELD-ACCT-ID.
064613     MOVE LOW-VALUES TO HELD-FEED-DATE HELD-FEED-TIME.
064614     MOVE ZERO TO HELD-FEED-SEQ.
064615     START HELDFILE KEY IS NOT LESS THAN HELD-KEY
064616         INVALID KEY
064617             GO TO 6050-EXIT
064618     END-START.
064619     IF CB1-HELDFILE-STATUS NOT = '00'
064620         MOVE 'HELDFILE' TO CB1-FAILING-FILE
064621         MOVE CB1-HELDFILE-STATUS TO CB1-FAILING-STATUS
064622         GO TO 9800-FILE-ERROR
064623     END-IF.
064624 6050-READ.
064625     READ HELDFILE NEXT RECORD
064626         AT END
064627             GO TO 6050-EXIT
064628     END-READ.
064629     IF CB1-HELDFILE-STATUS NOT = '00'
064630         MOVE 'HELDFILE' TO CB1-FAILING-FILE
064631         MOVE CB1-HELDFILE-STATUS TO CB1-FAILING-STATUS
064632         GO TO 9800-FILE-ERROR
064633     END-IF.
064634     IF HELD-ACCT-ID NOT = ACCT-ID
064635         GO TO 6050-EXIT
064636     END-IF.
064637     IF HELD-PENDING
064638         SET CB1-ACTIVITY-HELD TO TRUE
064639         GO TO 6050-EXIT
064640     END-IF.
064641     GO TO 6050-READ.
064642 6050-EXIT.
064643     EXIT.
064644*
064700****************************************************************
064800*    6500-RECOVERY-CALCULATION
064900*    RESERVED FOR A CALLER THAT ENTERS CALCULATION DIRECTLY,
065818     MOVE 16 TO RETURN-CODE.
065819     GOBACK.
065820*
065825****************************************************************
065830*    9650-PARTITION-ERROR
065835*    THE PARTITION CARD IS PRESENT BUT UNREADABLE, OR THE STREAM'S
065840*    RESTFILE HOLDS A CHECKPOINT FROM SOME OTHER STREAM.  EITHER
065845*    WAY THE STREAM COULD MISS OR REPEAT ACCOUNTS, SO THE STEP
065850*    ABENDS BEFORE ANY ACCOUNT IS PROCESSED.
065851*    THE FILES OPENED SO FAR ARE CLOSED FIRST.
065855****************************************************************
065860 9650-PARTITION-ERROR.
065865     DISPLAY 'CBACT01C PARTITION CARD OR PARTITION CHECKPOINT'
065870         ' INVALID'.
065871     PERFORM 9660-CLOSE-PARTITION-FILES THRU 9660-EXIT.
065875     MOVE 16 TO RETURN-CODE.
065880     GOBACK.
065885*
065886 9660-CLOSE-PARTITION-FILES.
065887     IF NOT CB1-MASTER-FILES-OPEN
065888         CLOSE PARTFILE
065889         GO TO 9660-EXIT
065890     END-IF.
065891     CLOSE RESTFILE.
065892     CLOSE ACCTFILE.
065893     CLOSE ABNDFILE.
065894     CLOSE TRANFILE.
065895     CLOSE HISTFILE.
065896     CLOSE HELDFILE.
065897 9660-EXIT.
065898     EXIT.
065899*
065910****************************************************************
065920*    9700-SCHEDULE-ERROR
065930*    THE FEE SCHEDULE CONTROL FILE IS EMPTY, MALFORMED, OR
