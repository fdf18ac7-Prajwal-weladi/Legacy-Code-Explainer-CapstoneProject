             10 CHK-DT-BONUS      PIC S9(9)V99.
             10 CHK-DT-TAX        PIC S9(9)V99.
             10 CHK-DT-NET        PIC S9(9)V99.
      *    NET PAY FLOOR EXCEPTIONS SO FAR, FOR THE REPORT TOTALS.
          05 CHK-FLOOR-COUNT    PIC 9(5).
          05 CHK-TOT-DEFER      PIC S9(9)V99.
      *    THE RUN CONTROL NUMBER OF THE RUN THAT WROTE THIS
      *    CHECKPOINT, SO PAYREV01 CAN TELL THE CHECKPOINT STILL
      *    BELONGS TO THE RUN IT IS ASKED TO BACK OUT.
          05 CHK-RUN-NUMBER     PIC 9(5).
      *    PAY GROUP OF THE RUN THAT WROTE THIS CHECKPOINT, SO ONE
      *    GROUP'S RUN NEVER RESTARTS FROM ANOTHER GROUP'S CHECKPOINT.
          05 CHK-PAY-GROUP      PIC X(2).
