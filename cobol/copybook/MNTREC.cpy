001300*                  BLANK.  A CARD THAT FAILS ITS EDITS GOES TO
001400*                  THE REJECTED-TRANSACTION REPORT AND TOUCHES
001500*                  NOTHING.
001510*    2026-10-15 RS ADDED FUNCTION 'P', WHICH CHANGES THE CARD
001520*                  PRODUCT CODE (MNT-NEW-PRODUCT, COLUMNS 35-38)
001530*                  THE FINANCE CHARGE RATE TABLE PRICES BY.  AN
001540*                  'A' CARD MAY ALSO CARRY A PRODUCT CODE; BLANK
001550*                  ON AN ADD MEANS NO PRODUCT PRICING.  CARVED
001560*                  OUT OF THE TRAILING FILLER -- THE CARD STAYS
001570*                  80 BYTES.
001600******************************************************************
001700 01  MAINTENANCE-CARD.
001800     05  MNT-FUNCTION            PIC X(01).
002100         88  MNT-FUNC-LIMIT-CHG      VALUE 'L'.
002200         88  MNT-FUNC-BRANCH-CHG     VALUE 'B'.
002300         88  MNT-FUNC-CLOSE          VALUE 'C'.
002310         88  MNT-FUNC-PRODUCT-CHG    VALUE 'P'.
002400     05  FILLER                  PIC X(01).
002500     05  MNT-ACCT-ID             PIC X(11).
002600     05  MNT-ACCT-ID-9 REDEFINES MNT-ACCT-ID
003300                                 PIC 9(09)V99.
003400     05  FILLER                  PIC X(01).
003500     05  MNT-NEW-BRANCH          PIC X(05).
003600     05  FILLER                  PIC X(01).
003610     05  MNT-NEW-PRODUCT         PIC X(04).
003620     05  FILLER                  PIC X(42).
