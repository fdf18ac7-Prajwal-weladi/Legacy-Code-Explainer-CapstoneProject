          05 HST-LOAN-DED     PIC S9(7)V99.
          05 HST-LOAN-BAL     PIC S9(7)V99.
          05 HST-LEAVE-BAL    PIC S9(3)V99.
          05 HST-CARRY-LOAN   PIC S9(7)V99.
          05 HST-CARRY-OTHER  PIC S9(7)V99.
          05 HST-DEFER-LOAN   PIC S9(7)V99.
          05 HST-DEFER-OTHER  PIC S9(7)V99.
          05 HST-GRATUITY     PIC S9(7)V99.
          05 HST-LEAVE-ENC    PIC S9(7)V99.
