000100******************************************************************
000200*    COPYBOOK:     CPRFREC
000300*    DESCRIPTION:  CUSTOMER CONTACT-PREFERENCE RECORD, ONE PER
000400*                  ACCOUNT THAT HAS GIVEN ONE, KEYED BY
000500*                  CPRF-ACCT-ID ON A VSAM KSDS (CPRFFILE).  KEPT
000600*                  CURRENT ONLY BY THE EDITED MAINTENANCE RUN
000700*                  CBCPRF01C.  CPRF-DELIVERY-CHANNEL SAYS HOW THE
000800*                  CUSTOMER WANTS OVER-LIMIT NOTICES (CBNOTF01C)
000900*                  AND MONTHLY STATEMENTS (CBSTMT01C): P ON PAPER
001000*                  FROM THE PRINT SHOP, E BY EMAIL, T BY TEXT
001100*                  MESSAGE.  E AND T ARE ONLY HONOURED WHILE
001200*                  CPRF-EDLV-OPT-IN IS Y -- THE CUSTOMER'S CONSENT
001300*                  TO ELECTRONIC DELIVERY -- AND THE MATCHING
001400*                  EMAIL ADDRESS OR MOBILE NUMBER IS ON FILE;
001500*                  OTHERWISE THE MAILPIECE PRINTS.  NEAR-LIMIT
001600*                  ALERTS FROM THE WATCH LIST (CBWTCH01C) GO ONLY
001700*                  TO A CUSTOMER WITH CPRF-ALERT-OPT-IN Y, BY THE
001800*                  CPRF-ALERT-CHANNEL (E OR T), WHICH IS SEPARATE
001900*                  FROM THE DELIVERY CHANNEL SO A CUSTOMER CAN
002000*                  TAKE PAPER STATEMENTS AND TEXT ALERTS.  AN
002100*                  ACCOUNT WITH NO RECORD HERE GETS PAPER AND NO
002200*                  ALERTS, AS EVERY ACCOUNT DID BEFORE.
002300******************************************************************
002400 01  CONTACT-PREFERENCE-RECORD.
002500     05  CPRF-ACCT-ID            PIC 9(11).
002600     05  CPRF-EMAIL-ADDR         PIC X(50).
002700     05  CPRF-MOBILE-NBR         PIC X(10).
002800     05  CPRF-DELIVERY-CHANNEL   PIC X(01).
002900         88  CPRF-DELIVER-PRINT      VALUE 'P'.
003000         88  CPRF-DELIVER-EMAIL      VALUE 'E'.
003100         88  CPRF-DELIVER-TEXT       VALUE 'T'.
003200     05  CPRF-EDLV-OPT-IN        PIC X(01).
003300         88  CPRF-EDLV-OPTED-IN      VALUE 'Y'.
003400     05  CPRF-ALERT-OPT-IN       PIC X(01).
003500         88  CPRF-ALERT-OPTED-IN     VALUE 'Y'.
003600     05  CPRF-ALERT-CHANNEL      PIC X(01).
003700         88  CPRF-ALERT-BY-EMAIL     VALUE 'E'.
003800         88  CPRF-ALERT-BY-TEXT      VALUE 'T'.
003900     05  CPRF-ADDED-DATE         PIC X(08).
004000     05  CPRF-LAST-MAINT-DATE    PIC X(08).
004100     05  FILLER                  PIC X(09).
