000100******************************************************************
000200*    COPYBOOK:     FRDCREC
000300*    DESCRIPTION:  FRAUD DECISION CARD, ONE PER HELD PURCHASE
000400*                  FRAUD OPERATIONS HAS REVIEWED.  READ BY
000500*                  CBRLSE01C FROM THE FRDCFILE DD.  COLS 3-37 ARE
000600*                  THE HELD ITEM'S KEY AS PRINTED ON CBSCRN01C'S
000700*                  FRAUD REVIEW REPORT (ACCOUNT, FEED DATE, FEED
000800*                  TIME, FEED SEQUENCE).  DECISION R RELEASES THE
000900*                  ITEM TO POST ON THE NEXT NIGHT'S CBPOST01C RUN;
001000*                  D DECLINES IT.  A LATER CARD MAY CHANGE THE
001050*                  DECISION UNTIL THE ITEM HAS POSTED.  THE
001100*                  REVIEWER'S ID IS KEPT ON THE HELD ITEM.
001200******************************************************************
001300 01  FRAUD-DECISION-CARD.
001400     05  FRDC-DECISION           PIC X(01).
001500         88  FRDC-RELEASE            VALUE 'R'.
001600         88  FRDC-DECLINE            VALUE 'D'.
001700     05  FILLER                  PIC X(01).
001800     05  FRDC-ACCT-ID            PIC X(11).
001900     05  FRDC-ACCT-ID-9 REDEFINES FRDC-ACCT-ID
002000                                 PIC 9(11).
002100     05  FILLER                  PIC X(01).
002200     05  FRDC-FEED-DATE          PIC X(08).
002300     05  FILLER                  PIC X(01).
002400     05  FRDC-FEED-TIME          PIC X(06).
002500     05  FILLER                  PIC X(01).
002600     05  FRDC-FEED-SEQ           PIC X(07).
002700     05  FRDC-FEED-SEQ-9 REDEFINES FRDC-FEED-SEQ
002800                                 PIC 9(07).
002900     05  FILLER                  PIC X(01).
003000     05  FRDC-REVIEWER           PIC X(08).
003100     05  FILLER                  PIC X(34).
