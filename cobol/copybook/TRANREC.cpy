001142*                  CARVED OUT OF THE TRAILING FILLER -- THE
001143*                  RECORD LENGTH (TRANFILE LRECL) DOES NOT
001144*                  CHANGE.
001145*    2026-10-15 RS ADDED THE FINANCE CHARGE TYPE 'IN', WRITTEN
001146*                  OPEN BY THE CYCLE-END INTEREST ACCRUAL
001147*                  CBINTR01C AND LANDED ON THE MASTER (AND
001148*                  STAMPED APPLIED) BY THAT SAME PROGRAM'S APPLY
001149*                  PASS, THE WAY CBUPDT01C LANDS 'OF' FEES.  ON
001150*                  AN 'IN' POSTING TRAN-OVERAGE-AMT CARRIES THE
001151*                  BALANCE THE CHARGE WAS COMPUTED ON, AND
001152*                  TRAN-FEE-SCHED-VER THE RATE TABLE VERSION.
001153*    2026-10-15 RS ADDED THE LATE PAYMENT FEE TYPE 'LF',
001154*                  WRITTEN OPEN BY THE DELINQUENCY RUN CBDLNQ01C
001155*                  WHEN A PAYMENT DUE DATE PASSES WITHOUT THE
001156*                  MINIMUM BEING PAID, AND LANDED ON THE MASTER
001157*                  (AND STAMPED APPLIED) BY THAT SAME PROGRAM'S
001158*                  APPLY PASS.  ON AN 'LF' POSTING
001159*                  TRAN-OVERAGE-AMT CARRIES THE UNPAID MINIMUM
001160*                  AND TRAN-FEE-SCHED-VER THE MISSED DUE DATE.
001161*    2026-10-15 RS ADDED THE CHARGE-OFF TYPE 'CO', WRITTEN OPEN
001162*                  BY THE MONTHLY CHARGE-OFF RUN CBCHGO01C FOR A
001163*                  CHRONIC OVER-LIMIT ACCOUNT IT WRITES OFF, AND
001164*                  LANDED ON THE MASTER (AND STAMPED APPLIED) BY
001165*                  THAT SAME PROGRAM'S APPLY PASS.  A 'CO' CARRIES
001166*                  THE WHOLE BALANCE AS A NEGATIVE TRAN-AMOUNT, SO
001167*                  LANDING IT LEAVES THE BALANCE AT ZERO.  ON A
001168*                  'CO' POSTING TRAN-OVERAGE-AMT CARRIES THE
001169*                  AMOUNT OVER THE LIMIT AND TRAN-FEE-SCHED-VER
001170*                  THE LAST NIGHT OF THE OVER-LIMIT STREAK.
001200******************************************************************
001300 01  TRANSACTION-RECORD.
001400     05  TRAN-SEQ-NO             PIC 9(09) COMP.
001810         88  TRAN-TYPE-PURCHASE       VALUE 'PU'.
001820         88  TRAN-TYPE-PAYMENT        VALUE 'PY'.
001830         88  TRAN-TYPE-FEE-REVERSAL   VALUE 'FR'.
001840         88  TRAN-TYPE-INTEREST       VALUE 'IN'.
001850         88  TRAN-TYPE-LATE-FEE       VALUE 'LF'.
001860         88  TRAN-TYPE-CHARGE-OFF     VALUE 'CO'.
001900     05  TRAN-DATE               PIC X(08).
002000     05  TRAN-TIME               PIC X(06).
002100     05  TRAN-AMOUNT             PIC S9(09)V99
