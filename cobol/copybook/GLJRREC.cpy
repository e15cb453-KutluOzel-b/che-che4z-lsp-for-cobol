001500*                  POSTINGS STAMPED APPLIED ARE JOURNALED;
001600*                  UNAPPLIED OR UNMATCHED POSTINGS ARE NOT
001700*                  REVENUE YET AND STAY OUT.
001710*    2026-10-15 RS ADDED SOURCE TYPE 'IN' FOR THE CYCLE-END
001720*                  FINANCE CHARGES: AN 'IN' PAIR DEBITS THE
001730*                  CARDHOLDER RECEIVABLE AND CREDITS INTEREST
001740*                  INCOME.  ON AN 'IN' PAIR GLJR-FEE-SCHED-VER
001750*                  CARRIES THE RATE TABLE VERSION.
001760*    2026-10-15 RS ADDED SOURCE TYPE 'LF' FOR LATE PAYMENT
001770*                  FEES: AN 'LF' PAIR DEBITS THE CARDHOLDER
001780*                  RECEIVABLE AND CREDITS LATE FEE INCOME.  ON AN
001790*                  'LF' PAIR GLJR-FEE-SCHED-VER CARRIES THE MISSED
001795*                  DUE DATE.
001796*    2026-10-15 RS ADDED SOURCE TYPE 'CO' FOR CHARGE-OFFS: A
001797*                  'CO' PAIR DEBITS THE ALLOWANCE FOR CREDIT
001798*                  LOSSES AND CREDITS THE CARDHOLDER RECEIVABLE.
001800******************************************************************
001900 01  GL-JOURNAL-RECORD.
002000     05  GLJR-JOURNAL-DATE       PIC X(08).
002300     05  GLJR-SOURCE-TYPE        PIC X(02).
002400         88  GLJR-SOURCE-FEE         VALUE 'OF'.
002500         88  GLJR-SOURCE-REVERSAL    VALUE 'FR'.
002510         88  GLJR-SOURCE-INTEREST    VALUE 'IN'.
002520         88  GLJR-SOURCE-LATE-FEE    VALUE 'LF'.
002530         88  GLJR-SOURCE-CHARGE-OFF  VALUE 'CO'.
002600     05  GLJR-DR-CR              PIC X(01).
002700         88  GLJR-SIDE-DEBIT         VALUE 'D'.
002800         88  GLJR-SIDE-CREDIT        VALUE 'C'.
