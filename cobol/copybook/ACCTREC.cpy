000200*    COPYBOOK:     ACCTREC
000300*    DESCRIPTION:  ACCOUNT MASTER RECORD LAYOUT FOR ACCTFILE.
000400*                  READ BY CBACT01C, ONE RECORD PER ACCOUNT.
000410*    2026-10-15 RS ADDED ACCT-PRODUCT-CODE, THE CARD PRODUCT THE
000420*                  ACCOUNT IS ISSUED UNDER (SET BY CBMNTC01C;
000430*                  BLANK = NO PRODUCT PRICING), AND
000440*                  ACCT-LAST-INT-CYCLE, THE YYYYMM OF THE LAST
000450*                  CYCLE WHOSE FINANCE CHARGE CBINTR01C LANDED
000460*                  ON THE BALANCE -- SET IN THE SAME REWRITE AS
000470*                  THE BALANCE, SO A CYCLE CAN NEVER BE CHARGED
000480*                  TWICE.  CARVED OUT OF THE TRAILING FILLER --
000490*                  THE RECORD LENGTH DOES NOT CHANGE.
000491*    2026-10-15 RS ADDED ACCT-LAST-LATE-FEE, THE PAYMENT DUE
000492*                  DATE (YYYYMMDD) WHOSE LATE FEE CBDLNQ01C LAST
000493*                  LANDED ON THE BALANCE -- SET IN THE SAME
000494*                  REWRITE AS THE BALANCE, SO ONE MISSED DUE
000495*                  DATE CAN NEVER BE CHARGED TWICE.  CARVED OUT
000496*                  OF THE TRAILING FILLER.
000497*    2026-10-15 RS ADDED STATUS 'W' (CHARGED OFF), SET ONLY BY
000498*                  THE MONTHLY CHARGE-OFF RUN CBCHGO01C WHEN IT
000499*                  WRITES THE BALANCE OFF.
000500******************************************************************
000600 01  ACCOUNT-RECORD.
000700     05  ACCT-ID                 PIC 9(11).
000900         88  ACCT-STATUS-ACTIVE      VALUE 'A'.
001000         88  ACCT-STATUS-CLOSED      VALUE 'C'.
001100         88  ACCT-STATUS-SUSPENDED   VALUE 'S'.
001110         88  ACCT-STATUS-CHARGED-OFF VALUE 'W'.
001200     05  ACCT-BRANCH-ID           PIC X(05).
001300     05  ACCT-CURR-BAL            PIC S9(09)V99
001400                                   SIGN IS LEADING SEPARATE.
001500     05  ACCT-CREDIT-LIMIT        PIC S9(09)V99
001600                                   SIGN IS LEADING SEPARATE.
001700     05  ACCT-OPEN-DATE           PIC X(08).
001800     05  ACCT-PRODUCT-CODE        PIC X(04).
001810     05  ACCT-LAST-INT-CYCLE      PIC X(06).
001815     05  ACCT-LAST-LATE-FEE       PIC X(08).
001820     05  FILLER                   PIC X(02).
