003000*                     A THRESHOLD-BUSTING COUNT COMES BACK RC=8
003100*                     SO THE JOB STOPS BEFORE THE WINDOW IS
003200*                     WASTED.
003210*    2026-10-15 RS    STATUS 'W' (CHARGED OFF, SET BY THE MONTHLY
003220*                     CHARGE-OFF RUN CBCHGO01C) IS NOW A VALID
003230*                     STATUS CODE.
003300****************************************************************
003400*
003500 ENVIRONMENT DIVISION.
029100     END-IF.
029200     IF NOT ACCT-STATUS-ACTIVE AND NOT ACCT-STATUS-CLOSED
029300             AND NOT ACCT-STATUS-SUSPENDED
029350             AND NOT ACCT-STATUS-CHARGED-OFF
029400         ADD 1 TO CA1-CNT-BAD-STATUS
029500         MOVE 'INVALID STATUS CODE' TO CA1-D-ERROR
029600         PERFORM 2100-WRITE-ERROR-LINE THRU 2100-EXIT
