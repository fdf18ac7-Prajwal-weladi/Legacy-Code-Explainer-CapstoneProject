      *    PAID LEAVE BALANCE IN DAYS AFTER THIS PERIOD'S ACCRUAL
      *    AND ANY LEAVE DRAWN, SO THE PAYSLIP CAN SHOW IT.
          05 OUT-LEAVE-BAL    PIC S9(3)V99.
      *    DEDUCTIONS THE NET PAY FLOOR HELD BACK. THE CARRIED
      *    FIGURES ARE WHAT WAS STILL OWED FROM EARLIER PERIODS WHEN
      *    THIS PAYMENT STARTED; THE DEFERRED FIGURES ARE WHAT IS
      *    STILL OWED AFTER IT AND CARRIES FORWARD TO NEXT PERIOD.
      *    ONLY WHAT WAS ACTUALLY RECOVERED IS IN OUT-LOAN-DED AND
      *    OUT-OTHER-DED.
          05 OUT-CARRY-LOAN   PIC S9(7)V99.
          05 OUT-CARRY-OTHER  PIC S9(7)V99.
          05 OUT-DEFER-LOAN   PIC S9(7)V99.
          05 OUT-DEFER-OTHER  PIC S9(7)V99.
      *    THE RUN CONTROL NUMBER OF THE RUN THAT MADE THIS PAYMENT
      *    (A RESTART STAMPS ITS OWN NUMBER ON THE ROWS IT ADDS TO
      *    THOSE OF THE ABENDED ATTEMPT), AND THE LEAVE POSITION ON
      *    THE MASTER BEFORE ITS ACCRUAL AND DRAW - THE BALANCE AND
      *    THE PERIOD LEAVE WAS LAST ACCRUED FOR - SO PAYREV01 CAN
      *    BACK OUT EXACTLY WHAT ONE RUN POSTED.
          05 OUT-RUN-NUMBER   PIC 9(5).
          05 OUT-LEAVE-OPEN-BAL PIC S9(3)V99.
          05 OUT-LEAVE-PREV-ACCR PIC X(8).
      *    TERMINAL BENEFITS PAID BY SETTLE01 - GRATUITY AND THE
      *    ENCASHED LEAVE BALANCE - ALREADY REFLECTED IN OUT-NET-PAY
      *    BUT OUTSIDE THE TAXED GROSS. ZERO ON A REGULAR PAYMENT.
          05 OUT-GRATUITY     PIC S9(7)V99.
          05 OUT-LEAVE-ENC    PIC S9(7)V99.
      *    PAY GROUP OF THE RUN THAT MADE THIS PAYMENT, SO THE
      *    DOWNSTREAM STEPS KNOW WHICH GROUP'S PERIOD THEY ARE ON.
          05 OUT-PAY-GROUP    PIC X(2).
