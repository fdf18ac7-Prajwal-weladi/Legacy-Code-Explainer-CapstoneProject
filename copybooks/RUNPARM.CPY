             88 PARM-REGULAR      VALUES 'R' ' '.
             88 PARM-SUPPLEMENTAL VALUE 'S'.
             88 PARM-ADJUSTMENT   VALUE 'A'.
      *    MINIMUM TAKE-HOME PAY AS A PERCENTAGE OF GROSS. PAYROLL01
      *    DEFERS LOAN AND OTHER DEDUCTIONS THAT WOULD TAKE NET PAY
      *    BELOW IT. ZERO OR NON-NUMERIC (OLD SHORT PARM RECORDS)
      *    MEANS THE FLOOR IS ZERO - NET PAY NEVER GOES NEGATIVE.
          05 PARM-MIN-NET-PCT     PIC 9(3)V99.
      *    WHICH TAX-SAVING DECLARATION AMOUNTS REDUCE TAXABLE
      *    INCOME. 'V' (SET BY OPS ONCE THE PROOF-SUBMISSION WINDOW
      *    CLOSES) USES ONLY WHAT HR HAS VERIFIED. ANYTHING ELSE,
      *    INCLUDING SPACES ON OLD PARM FILES, USES THE DECLARED
      *    AMOUNTS.
          05 PARM-TAX-PROOF       PIC X(1).
             88 PARM-PROOF-VERIFIED VALUE 'V'.
      *    PAY GROUP THIS RUN PAYS. EACH GROUP RUNS ON ITS OWN
      *    CALENDAR, SO SALEXTR01 AND PAYROLL01 ARE RUN ONCE PER
      *    GROUP AND PERIOD. SPACES (OLD PARM FILES) MEANS "MN".
          05 PARM-PAY-GROUP       PIC X(2).
