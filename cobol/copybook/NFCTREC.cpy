000800*                  PRODUCED EXACTLY ONE NOTICE OR ONE ERROR-
000900*                  LISTING LINE, IN COUNTS AND FEE DOLLARS --
001000*                  WITHOUT RE-READING THE PRINT FILES.
001010*    2026-10-15 RS ADDED NFCT-PRINT-COUNT AND NFCT-EDLV-COUNT,
001020*                  THE NOTICES THAT WENT TO THE PRINT FILE AND
001030*                  TO THE E-DELIVERY INTERFACE FILE, CARVED OUT
001040*                  OF THE FILLER SO THE RECORD STAYS 62 BYTES.
001050*                  THE TWO ALWAYS ADD UP TO NFCT-NOTICE-COUNT.
001100******************************************************************
001200 01  NOTICE-CONTROL-TOTAL-RECORD.
001300     05  NFCT-PROGRAM-ID         PIC X(08).
001800     05  NFCT-ERROR-COUNT        PIC 9(07) COMP.
001900     05  NFCT-ERROR-AMOUNT       PIC S9(11)V99
002000                                  SIGN IS LEADING SEPARATE.
002010     05  NFCT-PRINT-COUNT        PIC 9(07) COMP.
002020     05  NFCT-EDLV-COUNT         PIC 9(07) COMP.
002100     05  FILLER                  PIC X(02).
