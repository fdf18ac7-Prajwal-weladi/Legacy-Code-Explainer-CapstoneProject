      *****************************************************************
      *    HELD-PAY-REC - ONE ROW PER NET PAY LEFT UNPAID BECAUSE THE
      *    EMPLOYEE WAS ON STOP-PAY. WRITTEN BY BANKFEED01 FOR A ROW
      *    IT WOULD HAVE FED TO THE BANK AND BY PAYCHEQ01 FOR A ROW IT
      *    WOULD HAVE PAID BY CHEQUE (HP-ROUTE), SO EACH EMP-OUT ROW
      *    IS STILL HANDLED BY EXACTLY ONE OF THE TWO. THE REGISTER IS
      *    PERMANENT - ALWAYS OPENED EXTEND - AND PAYREL01 REWRITES A
      *    ROW IN PLACE WHEN IT RELEASES IT, RECORDING WHICH ROUTE
      *    PAID IT. BALANCE01 COUNTS A PERIOD'S HELD ROWS AS ACCOUNTED
      *    FOR; HOLDAGE01 AGES THE ONES STILL HELD.
      *****************************************************************
       01 HELD-PAY-REC.
          05 HP-EMP-ID          PIC 9(5).
          05 HP-EMP-NAME        PIC X(20).
          05 HP-DEPT-CODE       PIC X(4).
          05 HP-PAY-PERIOD-END  PIC X(8).
          05 HP-AMOUNT          PIC 9(7)V99.
          05 HP-ROUTE           PIC X(1).
             88 HP-ROUTE-BANK   VALUE 'B'.
             88 HP-ROUTE-CHEQUE VALUE 'C'.
          05 HP-HOLD-REASON     PIC X(20).
          05 HP-HELD-DATE       PIC X(8).
      *    'H' STILL HELD. 'B' RELEASED ON THE RELEASE BANK FEED, 'C'
      *    RELEASED BY A CHEQUE ON THE CHEQUE REGISTER (HP-CHEQUE-NO).
          05 HP-STATUS          PIC X(1).
             88 HP-HELD              VALUE 'H'.
             88 HP-RELEASED-BANK     VALUE 'B'.
             88 HP-RELEASED-CHEQUE   VALUE 'C'.
          05 HP-RELEASE-DATE    PIC X(8).
          05 HP-CHEQUE-NO       PIC 9(8).
      *    PAY GROUP OF THE HELD PAYMENT, CARRIED ONTO THE CHEQUE IF
      *    IT IS RELEASED THAT WAY. SPACES (OLDER ROWS) MEANS "MN".
          05 HP-PAY-GROUP       PIC X(2).
