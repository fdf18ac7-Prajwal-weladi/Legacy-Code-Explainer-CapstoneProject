      *****************************************************************
      *    PROV-MAST-REC - ONE ROW PER EMPLOYEE, KEYED BY PRV-EMP-ID,
      *    HOLDING THE GRATUITY AND LEAVE-ENCASHMENT LIABILITY BOOKED
      *    FOR THEM. PROV01 RESTATES BOTH BALANCES AFTER EACH PAYROLL
      *    RUN AND POSTS ONLY THE CHANGE TO THE GL. SETTLE01 CHARGES
      *    THE TERMINAL PAYOUT AGAINST THE BALANCES, MOVES THEM TO
      *    THE USED FIELDS AND MARKS THE ROW SETTLED; THE NEXT PROV01
      *    REPORTS THE USE ON THE PROVISION REGISTER AND CLOSES IT.
      *****************************************************************
       01 PROV-MAST-REC.
          05 PRV-EMP-ID         PIC 9(5).
          05 PRV-STATUS         PIC X(1).
             88 PRV-OPEN        VALUE 'A'.
             88 PRV-SETTLED     VALUE 'S'.
             88 PRV-CLOSED      VALUE 'C'.
          05 PRV-GRAT-BAL       PIC S9(9)V99.
          05 PRV-LEAVE-BAL      PIC S9(9)V99.
      *    THE PAY PERIOD THE BALANCES WERE LAST RESTATED FOR.
          05 PRV-LAST-PERIOD    PIC X(8).
      *    PROVISION SETTLE01 USED AT TERMINATION AND THE PERIOD OF
      *    THE SETTLEMENT, KEPT UNTIL PROV01 HAS REPORTED THEM.
          05 PRV-GRAT-USED      PIC S9(9)V99.
          05 PRV-LEAVE-USED     PIC S9(9)V99.
          05 PRV-SETTLE-PERIOD  PIC X(8).
