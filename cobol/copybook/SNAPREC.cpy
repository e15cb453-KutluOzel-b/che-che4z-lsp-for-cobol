000100******************************************************************
000200*    COPYBOOK:     SNAPREC
000300*    DESCRIPTION:  ACCOUNT MASTER BALANCE SNAPSHOT, WRITTEN BY THE
000400*                  END-OF-NIGHT BALANCE PROOF CBBALP01C TO A NEW
000500*                  GENERATION OF BALSNAP AND READ BACK THE NEXT
000600*                  NIGHT AS THE OPENING POSITION.  ONE 'D' RECORD
000700*                  PER ACCOUNT IN ACCT-ID ORDER CARRYING THE
000800*                  BRANCH AND CURRENT BALANCE AS THE MASTER STOOD
000900*                  WHEN THE PROOF RAN, THEN ONE 'T' TRAILER WITH
001000*                  THE DATE AND TIME TAKEN, THE ACCOUNT COUNT AND
001100*                  THE BALANCE TOTAL.  A GENERATION WITHOUT ITS
001200*                  TRAILER, OR WHOSE TRAILER DOES NOT AGREE WITH
001300*                  ITS DETAIL, IS NEVER TRUSTED AS AN OPENING.
001400******************************************************************
001500 01  BALANCE-SNAPSHOT-RECORD.
001600     05  SNAP-RECORD-TYPE        PIC X(01).
001700         88  SNAP-TYPE-ACCOUNT       VALUE 'D'.
001800         88  SNAP-TYPE-TRAILER       VALUE 'T'.
001900     05  SNAP-ACCOUNT-DATA.
002000         10  SNAP-ACCT-ID        PIC 9(11).
002100         10  SNAP-BRANCH-ID      PIC X(05).
002200         10  SNAP-CURR-BAL       PIC S9(09)V99
002300                                  SIGN IS LEADING SEPARATE.
002400         10  FILLER              PIC X(21).
002500     05  SNAP-TRAILER-DATA REDEFINES SNAP-ACCOUNT-DATA.
002600         10  SNAP-TAKEN-DATE     PIC X(08).
002700         10  SNAP-TAKEN-TIME     PIC X(06).
002800         10  SNAP-ACCOUNT-COUNT  PIC 9(09).
002900         10  SNAP-BALANCE-TOTAL  PIC S9(13)V99
003000                                  SIGN IS LEADING SEPARATE.
003100         10  FILLER              PIC X(10).
