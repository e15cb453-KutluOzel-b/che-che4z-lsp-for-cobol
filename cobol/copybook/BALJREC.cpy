000100******************************************************************
000200*    COPYBOOK:     BALJREC
000300*    DESCRIPTION:  BALANCE-MOVEMENT JOURNAL RECORD, ONE PER CHANGE
000400*                  ANY PROGRAM MAKES TO ACCT-CURR-BAL OR
000500*                  ACCT-BRANCH-ID ON THE ACCOUNT MASTER, APPENDED
000600*                  TO THE SHARED JOURNAL (BALJRNL, DISP=MOD) RIGHT
000700*                  AFTER THE MASTER REWRITE (OR WRITE) SUCCEEDS.
000800*                  WRITERS: CBPOST01C (PU, PY), CBUPDT01C (OF),
000900*                  CBWAIV01C (FR), CBINTR01C (IN), CBDLNQ01C (LF),
000910*                  CBCHGO01C (CO, A CHARGE-OFF) AND CBMNTC01C (NA
000920*                  ON AN ADD, BC ON A BRANCH
001100*                  CHANGE).  THE BEFORE AND AFTER BRANCH AND
001200*                  BALANCE ARE THE MASTER AS IT STOOD ON EITHER
001300*                  SIDE OF THE CHANGE; A NEW ACCOUNT CARRIES A
001400*                  BLANK BEFORE BRANCH AND A ZERO BEFORE BALANCE.
001500*                  BALJ-TRAN-DATE/-SEQ-NO ARE THE TRANFILE POSTING
001600*                  THAT MOVED THE BALANCE (FOR AN FR, THE 'OF'
001700*                  POSTING WAIVED); ZERO ON A MAINTENANCE CHANGE.
001800*                  THE END-OF-NIGHT PROOF CBBALP01C READS THE
001900*                  JOURNAL, ARCHIVES IT TO A GENERATION, AND
002000*                  EMPTIES IT.
002100******************************************************************
002200 01  BALANCE-MOVEMENT-RECORD.
002300     05  BALJ-ACCT-ID            PIC 9(11).
002400     05  BALJ-MOVE-TYPE          PIC X(02).
002500         88  BALJ-MOVE-PURCHASE      VALUE 'PU'.
002600         88  BALJ-MOVE-PAYMENT       VALUE 'PY'.
002700         88  BALJ-MOVE-OVERLIMIT-FEE VALUE 'OF'.
002800         88  BALJ-MOVE-FEE-REVERSAL  VALUE 'FR'.
002900         88  BALJ-MOVE-INTEREST      VALUE 'IN'.
003000         88  BALJ-MOVE-LATE-FEE      VALUE 'LF'.
003010         88  BALJ-MOVE-CHARGE-OFF    VALUE 'CO'.
003100         88  BALJ-MOVE-NEW-ACCOUNT   VALUE 'NA'.
003200         88  BALJ-MOVE-BRANCH-CHANGE VALUE 'BC'.
003300     05  BALJ-SOURCE-PGM         PIC X(08).
003400     05  BALJ-TRAN-DATE          PIC X(08).
003500     05  BALJ-TRAN-SEQ-NO        PIC 9(09).
003600     05  BALJ-WRITE-DATE         PIC X(08).
003700     05  BALJ-WRITE-TIME         PIC X(06).
003800     05  BALJ-BEFORE-BRANCH      PIC X(05).
003900     05  BALJ-BEFORE-BAL         PIC S9(09)V99
004000                                  SIGN IS LEADING SEPARATE.
004100     05  BALJ-AFTER-BRANCH       PIC X(05).
004200     05  BALJ-AFTER-BAL          PIC S9(09)V99
004300                                  SIGN IS LEADING SEPARATE.
004400     05  FILLER                  PIC X(14).
