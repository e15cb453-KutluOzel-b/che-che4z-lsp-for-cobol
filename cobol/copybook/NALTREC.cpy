000100******************************************************************
000200*    COPYBOOK:     NALTREC
000300*    DESCRIPTION:  CUSTOMER NEAR-LIMIT ALERT EXTRACT RECORD, ONE
000400*                  PER WATCH-LIST ACCOUNT WHOSE CUSTOMER HAS OPTED
000500*                  IN TO ALERTS (CPRF-ALERT-OPT-IN ON CPRFREC).
000600*                  WRITTEN BY CBWTCH01C ALONGSIDE THE BRANCH
000700*                  EXTRACT (WTCHREC) AND PASSED TO THE MESSAGING
000800*                  GATEWAY, WHICH SENDS THE EMAIL OR TEXT.  THERE
000900*                  IS ONE EACH NIGHT THE ACCOUNT STAYS ON THE
001000*                  LIST; HOW OFTEN TO REPEAT THE MESSAGE IS THE
001100*                  GATEWAY'S CALL.  ONLY THE ADDRESS OR NUMBER
001200*                  FOR NALT-CHANNEL IS FILLED IN; THE OTHER IS
001300*                  BLANK.  NALT-HEADROOM IS LIMIT MINUS BALANCE,
001400*                  AS ON WTCHREC.  NOT TO BE CONFUSED WITH
001500*                  ALERTREC, THE ON-CALL PAGING RECORD.
001600******************************************************************
001700 01  NEAR-LIMIT-ALERT-RECORD.
001800     05  NALT-ACCT-ID            PIC 9(11).
001900     05  NALT-BRANCH-ID          PIC X(05).
002000     05  NALT-CHANNEL            PIC X(01).
002100         88  NALT-BY-EMAIL           VALUE 'E'.
002200         88  NALT-BY-TEXT            VALUE 'T'.
002300     05  NALT-EMAIL-ADDR         PIC X(50).
002400     05  NALT-MOBILE-NBR         PIC X(10).
002500     05  NALT-ALERT-DATE         PIC X(08).
002600     05  NALT-CURR-BAL           PIC S9(09)V99
002700                                  SIGN IS LEADING SEPARATE.
002800     05  NALT-CREDIT-LIMIT       PIC S9(09)V99
002900                                  SIGN IS LEADING SEPARATE.
003000     05  NALT-HEADROOM           PIC S9(09)V99
003100                                  SIGN IS LEADING SEPARATE.
003200     05  FILLER                  PIC X(10).
