      *****************************************************************
      *    HELD-REL-REC - ONE ROW PER RELEASE OF HELD PAY KEYED BY
      *    PAYROLL OPS ONCE HR CLEARS IT, APPLIED IN BATCH BY PAYREL01.
      *    A PAY PERIOD OF SPACES RELEASES EVERY PERIOD STILL HELD FOR
      *    THE EMPLOYEE. THE ROUTE PICKS BANK OR CHEQUE; SPACES PAYS
      *    EACH ROW THE WAY IT WOULD HAVE GONE HAD IT NOT BEEN HELD.
      *****************************************************************
       01 HELD-REL-REC.
          05 HRL-EMP-ID          PIC 9(5).
          05 HRL-PAY-PERIOD-END  PIC X(8).
          05 HRL-ROUTE           PIC X(1).
             88 HRL-ROUTE-BANK   VALUE 'B'.
             88 HRL-ROUTE-CHEQUE VALUE 'C'.
             88 HRL-ROUTE-AS-HELD VALUE ' '.
