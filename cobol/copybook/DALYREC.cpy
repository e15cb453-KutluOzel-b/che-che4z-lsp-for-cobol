001400*                  DISCIPLINE CBUPDT01C STAMPS TRANFILE WITH:
001500*                  A RERUN OR RESTART OF THE POSTING STEP SKIPS
001600*                  STAMPED ACTIVITY INSTEAD OF POSTING IT TWICE.
001610*    2026-10-15 RS ADDED FLAG VALUE 'H', STAMPED BY THE FRAUD
001620*                  SCREEN CBSCRN01C AHEAD OF POSTING ON A PURCHASE
001630*                  IT HAS PUT ON THE HELD-ITEMS FILE (HELDREC).
001640*                  CBPOST01C LEAVES HELD ACTIVITY ALONE; A HELD
001650*                  PURCHASE FRAUD OPERATIONS RELEASES POSTS FROM
001660*                  THE HELD-ITEMS FILE ON A LATER NIGHT.
001700******************************************************************
001800 01  DAILY-ACTIVITY-RECORD.
001900     05  DALY-ACCT-ID            PIC 9(11).
002800     05  DALY-POSTED-FLAG        PIC X(01).
002900         88  DALY-ACTIVITY-POSTED    VALUE 'P'.
003000         88  DALY-ACTIVITY-OPEN      VALUES ' ' 'N'.
003010         88  DALY-ACTIVITY-HELD      VALUE 'H'.
003100     05  FILLER                  PIC X(10).
