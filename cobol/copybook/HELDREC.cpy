000100******************************************************************
000200*    COPYBOOK:     HELDREC
000300*    DESCRIPTION:  HELD-ITEMS FILE RECORD (HELDFILE, KSDS KEYED
000400*                  ON HELD-KEY), ONE PER DALYFILE PURCHASE THE
000500*                  NIGHTLY FRAUD SCREEN CBSCRN01C TOOK OUT OF
000600*                  POSTING.  THE KEY IS THE ACCOUNT PLUS THE
000700*                  PURCHASE'S DATE, TIME AND ORDINAL POSITION IN
000800*                  THE FEED IT ARRIVED ON, SO A RERUN OF THE
000900*                  SCREEN AGAINST THE SAME FEED FINDS THE ITEM
001000*                  ALREADY HELD.  STATUS LIFE CYCLE:
001100*                  H  HELD, AWAITING FRAUD OPERATIONS' DECISION
001200*                  R  RELEASED BY CBRLSE01C -- CBPOST01C POSTS IT
001300*                     ON THE NEXT NIGHT'S RUN AND MARKS IT P
001400*                  P  RELEASED AND POSTED (HELD-POSTED-DATE)
001500*                  D  DECLINED BY CBRLSE01C -- DOES NOT POST
001550*                  A DECISION MAY BE CHANGED UNTIL THE ITEM POSTS.
001600*                  AN ACCOUNT WITH ANY ITEM STILL AT H IS SPARED
001700*                  THE OVER-LIMIT FEE BY CBACT01C.  HELD-REASON IS
001800*                  THE SCREENING RULE THAT TRIPPED: VC TOO MANY
001900*                  PURCHASES IN ONE FEED, LP ONE PURCHASE TOO
002000*                  LARGE A SHARE OF THE CREDIT LIMIT, OL THE DAY'S
002100*                  PURCHASES TAKING THE ACCOUNT TOO FAR PAST ITS
002200*                  LIMIT.
002300******************************************************************
002400 01  HELD-ITEM-RECORD.
002500     05  HELD-KEY.
002600         10  HELD-ACCT-ID        PIC 9(11).
002700         10  HELD-FEED-DATE      PIC X(08).
002800         10  HELD-FEED-TIME      PIC X(06).
002900         10  HELD-FEED-SEQ       PIC 9(07).
003000     05  HELD-STATUS             PIC X(01).
003100         88  HELD-PENDING            VALUE 'H'.
003200         88  HELD-RELEASED           VALUE 'R'.
003300         88  HELD-POSTED             VALUE 'P'.
003400         88  HELD-DECLINED           VALUE 'D'.
003500     05  HELD-REASON             PIC X(02).
003600         88  HELD-RSN-VELOCITY       VALUE 'VC'.
003700         88  HELD-RSN-LARGE-PURCHASE VALUE 'LP'.
003800         88  HELD-RSN-OVER-LIMIT     VALUE 'OL'.
003900     05  HELD-BRANCH-ID          PIC X(05).
004000     05  HELD-SCREEN-DATE        PIC X(08).
004100     05  HELD-AMOUNT             PIC S9(09)V99
004200                                  SIGN IS LEADING SEPARATE.
004300     05  HELD-DESCRIPTION        PIC X(20).
004400     05  HELD-DECISION-DATE      PIC X(08).
004500     05  HELD-REVIEWER           PIC X(08).
004600     05  HELD-POSTED-DATE        PIC X(08).
004700     05  FILLER                  PIC X(16).
