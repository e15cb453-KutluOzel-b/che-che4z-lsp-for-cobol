000100******************************************************************
000200*    COPYBOOK:     DUEREC
000300*    DESCRIPTION:  PAYMENT-DUE AND DELINQUENCY RECORD, ONE PER
000400*                  ACCOUNT, KEYED BY DUE-ACCT-ID ON A VSAM KSDS
000500*                  (DUEFILE).  KEPT BY CBDLNQ01C: AT CYCLE END IT
000600*                  SETS THE MINIMUM PAYMENT DUE AND THE DUE DATE
000700*                  (CREATING THE RECORD THE FIRST TIME AN ACCOUNT
000800*                  CYCLES); EACH NIGHT IT COUNTS THE NIGHT'S 'PY'
000900*                  PAYMENTS AGAINST WHAT IS DUE, JUDGES A DUE DATE
001000*                  ONCE IT HAS PASSED, AND AGES THE ACCOUNT.
001100*                  DUE-MIN-AMOUNT INCLUDES ANY PAST-DUE AMOUNT
001200*                  CARRIED IN FROM EARLIER CYCLES.
001300*                  DUE-CYCLES-DELINQ IS THE NUMBER OF CONSECUTIVE
001400*                  DUE DATES MISSED AND NOT YET CURED; IT DRIVES
001500*                  THE AGING BUCKET (ONE MISSED = 30 DAYS, TWO =
001600*                  60, THREE = 90, FOUR OR MORE = 120+).  PAYING
001700*                  THE PAST-DUE AMOUNT IN FULL CURES THE ACCOUNT.
001800*                  DUE-JUDGED-DATE IS THE LAST DUE DATE ALREADY
001900*                  JUDGED MET OR MISSED, SO A RERUN NEVER JUDGES
002000*                  (OR LATE-FEES) THE SAME DUE DATE TWICE.
002100*                  DUE-PAY-MARK-DATE/-SEQ ARE THE DATE AND
002200*                  TRANFILE SEQUENCE NUMBER OF THE LAST 'PY'
002300*                  POSTING COUNTED, SO A RERUN SKIPS PAYMENTS
002400*                  ALREADY COUNTED.  THE CLUSTER IS DEFINED ONCE
002500*                  BY IDCAMS (KEYS(11 0), RECORDSIZE(110 110)) AND
002600*                  IS NEVER CLEARED.
002700******************************************************************
002800 01  PAYMENT-DUE-RECORD.
002900     05  DUE-ACCT-ID             PIC 9(11).
003000     05  DUE-CYCLE-DATE          PIC X(08).
003100     05  DUE-DATE                PIC X(08).
003200     05  DUE-MIN-AMOUNT          PIC S9(09)V99
003300                                  SIGN IS LEADING SEPARATE.
003400     05  DUE-PAID-AMOUNT         PIC S9(09)V99
003500                                  SIGN IS LEADING SEPARATE.
003600     05  DUE-PAST-DUE-AMOUNT     PIC S9(09)V99
003700                                  SIGN IS LEADING SEPARATE.
003800     05  DUE-CYCLES-DELINQ       PIC 9(03) COMP.
003900     05  DUE-BUCKET              PIC X(01).
004000         88  DUE-BUCKET-CURRENT      VALUE '0'.
004100         88  DUE-BUCKET-30           VALUE '1'.
004200         88  DUE-BUCKET-60           VALUE '2'.
004300         88  DUE-BUCKET-90           VALUE '3'.
004400         88  DUE-BUCKET-120-PLUS     VALUE '4'.
004500     05  DUE-JUDGED-DATE         PIC X(08).
004600     05  DUE-LAST-PAY-DATE       PIC X(08).
004700     05  DUE-PAY-MARK-DATE       PIC X(08).
004800     05  DUE-PAY-MARK-SEQ        PIC 9(09) COMP.
004900     05  FILLER                  PIC X(16).
