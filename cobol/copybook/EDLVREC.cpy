000100******************************************************************
000200*    COPYBOOK:     EDLVREC
000300*    DESCRIPTION:  E-DELIVERY INTERFACE RECORD.  WRITTEN IN PLACE
000400*                  OF THE PRINTED MAILPIECE FOR A CUSTOMER WHOSE
000500*                  CONTACT PREFERENCE (CPRFREC) ASKS FOR EMAIL OR
000600*                  TEXT DELIVERY, AND PASSED TO THE MESSAGING
000700*                  GATEWAY, WHICH RENDERS AND SENDS IT.  CBNOTF01C
000800*                  WRITES ONE 'NT' RECORD PER OVER-LIMIT NOTICE.
000900*                  CBSTMT01C WRITES EACH STATEMENT AS AN 'SH'
001000*                  HEADER, ONE 'SD' PER ACTIVITY LINE, AND AN 'ST'
001100*                  TOTAL, THE SAME LINES THE PRINTED STATEMENT
001200*                  CARRIES.  EVERY RECORD CARRIES THE CHANNEL AND
001300*                  THE ADDRESS OR NUMBER TO SEND TO.  EDLV-DOC-
001400*                  DATE IS THE FEE POSTING DATE ON A NOTICE AND
001500*                  THE STATEMENT MONTH (YYYYMM) ON A STATEMENT.
001600*                  MONEY IS SIGNED, LEADING SEPARATE.
001700******************************************************************
001800 01  EDELIVERY-RECORD.
001900     05  EDLV-RECORD-TYPE        PIC X(02).
002000         88  EDLV-TYPE-NOTICE        VALUE 'NT'.
002100         88  EDLV-TYPE-STMT-HEADER   VALUE 'SH'.
002200         88  EDLV-TYPE-STMT-DETAIL   VALUE 'SD'.
002300         88  EDLV-TYPE-STMT-TOTAL    VALUE 'ST'.
002400     05  EDLV-ACCT-ID            PIC 9(11).
002500     05  EDLV-BRANCH-ID          PIC X(05).
002600     05  EDLV-CHANNEL            PIC X(01).
002700         88  EDLV-BY-EMAIL           VALUE 'E'.
002800         88  EDLV-BY-TEXT            VALUE 'T'.
002900     05  EDLV-EMAIL-ADDR         PIC X(50).
003000     05  EDLV-MOBILE-NBR         PIC X(10).
003100     05  EDLV-CUST-NAME          PIC X(30).
003200     05  EDLV-DOC-DATE           PIC X(08).
003300     05  EDLV-DOC-DATA           PIC X(60).
003400     05  EDLV-NOTICE-DATA REDEFINES EDLV-DOC-DATA.
003500         10  EDLV-NT-OVERAGE     PIC S9(09)V99
003600                                  SIGN IS LEADING SEPARATE.
003700         10  EDLV-NT-FEE         PIC S9(09)V99
003800                                  SIGN IS LEADING SEPARATE.
003900         10  FILLER              PIC X(36).
004000     05  EDLV-STMT-DETAIL REDEFINES EDLV-DOC-DATA.
004100         10  EDLV-SD-DATE        PIC X(08).
004200         10  EDLV-SD-OVERAGE     PIC S9(09)V99
004300                                  SIGN IS LEADING SEPARATE.
004400         10  EDLV-SD-AMOUNT      PIC S9(09)V99
004500                                  SIGN IS LEADING SEPARATE.
004600         10  EDLV-SD-SCHED       PIC X(08).
004700         10  EDLV-SD-ACTIVITY    PIC X(12).
004800         10  FILLER              PIC X(08).
004900     05  EDLV-STMT-TOTAL REDEFINES EDLV-DOC-DATA.
005000         10  EDLV-ST-FEE-COUNT   PIC 9(05).
005100         10  EDLV-ST-FEE-AMOUNT  PIC S9(09)V99
005200                                  SIGN IS LEADING SEPARATE.
005300         10  EDLV-ST-REV-AMOUNT  PIC S9(09)V99
005400                                  SIGN IS LEADING SEPARATE.
005500         10  EDLV-ST-NET-AMOUNT  PIC S9(09)V99
005600                                  SIGN IS LEADING SEPARATE.
005700         10  FILLER              PIC X(19).
005800     05  FILLER                  PIC X(03).
