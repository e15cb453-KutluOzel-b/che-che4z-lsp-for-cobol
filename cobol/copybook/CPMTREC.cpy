000100******************************************************************
000200*    COPYBOOK:     CPMTREC
000300*    DESCRIPTION:  CONTACT-PREFERENCE MAINTENANCE CARD, ONE PER
000400*                  REQUESTED CHANGE, READ BY CBCPRF01C FROM THE
000500*                  CPMTFILE DD.  'A' ADDS A PREFERENCE FOR AN
000600*                  ACCOUNT ON THE MASTER THAT HAS NONE, 'C'
000700*                  REPLACES AN EXISTING ONE WITH THE WHOLE CARD
000800*                  (A CHANGE CARD CARRIES EVERY FIELD, NOT JUST
000900*                  THE ONE CHANGING), AND 'D' DELETES ONE, WHICH
001000*                  PUTS THE CUSTOMER BACK ON PAPER WITH NO ALERTS.
001100*                  COLS 15-18 ARE THE DELIVERY CHANNEL (P/E/T),
001200*                  THE E-DELIVERY OPT-IN (Y/N), THE ALERT OPT-IN
001300*                  (Y/N) AND THE ALERT CHANNEL (E/T, BLANK WHEN
001400*                  NOT OPTED IN).  THE MOBILE NUMBER IS TEN
001500*                  DIGITS.  A CARD THAT FAILS ITS EDITS GOES TO
001600*                  THE REPORT AND TOUCHES NOTHING.
001700******************************************************************
001800 01  CONTACT-MAINT-CARD.
001900     05  CPM-FUNCTION            PIC X(01).
002000         88  CPM-FUNC-ADD            VALUE 'A'.
002100         88  CPM-FUNC-CHANGE         VALUE 'C'.
002200         88  CPM-FUNC-DELETE         VALUE 'D'.
002300     05  FILLER                  PIC X(01).
002400     05  CPM-ACCT-ID             PIC X(11).
002500     05  CPM-ACCT-ID-9 REDEFINES CPM-ACCT-ID
002600                                 PIC 9(11).
002700     05  FILLER                  PIC X(01).
002800     05  CPM-DELIVERY-CHANNEL    PIC X(01).
002900     05  CPM-EDLV-OPT-IN         PIC X(01).
003000     05  CPM-ALERT-OPT-IN        PIC X(01).
003100     05  CPM-ALERT-CHANNEL       PIC X(01).
003200     05  FILLER                  PIC X(01).
003300     05  CPM-MOBILE-NBR          PIC X(10).
003400     05  FILLER                  PIC X(01).
003500     05  CPM-EMAIL-ADDR          PIC X(50).
