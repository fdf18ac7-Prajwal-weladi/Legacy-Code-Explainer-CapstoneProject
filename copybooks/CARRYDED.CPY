      *****************************************************************
      *    CARRY-DED-REC - ONE ROW PER EMPLOYEE WITH DEDUCTIONS THE
      *    NET PAY FLOOR HELD BACK, KEYED BY CD-EMP-ID. PAYROLL01
      *    WRITES THE UNRECOVERED LOAN INSTALLMENT AND OTHER
      *    DEDUCTIONS HERE INSTEAD OF DROPPING THEM, RECOVERS THEM
      *    AHEAD OF THE CURRENT PERIOD'S AMOUNTS NEXT PERIOD, AND
      *    DELETES THE ROW ONCE BOTH ARE CLEARED. A DEFERRED LOAN
      *    INSTALLMENT NEVER REDUCED LN-BALANCE, SO THE LOAN MASTER
      *    STILL OWES IT. SETTLE01 RECOVERS WHATEVER IS LEFT WHEN
      *    THE EMPLOYEE LEAVES.
      *****************************************************************
       01 CARRY-DED-REC.
          05 CD-EMP-ID          PIC 9(5).
          05 CD-LOAN-AMT        PIC S9(7)V99.
          05 CD-OTHER-AMT       PIC S9(7)V99.
      *    THE PAY PERIOD THE AMOUNTS WERE LAST CARRIED FORWARD
      *    FROM, SO OPS CAN SEE HOW LONG A BALANCE HAS BEEN OWED.
          05 CD-LAST-PERIOD     PIC X(8).
