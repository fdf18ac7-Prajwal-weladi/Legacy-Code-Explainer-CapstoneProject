          05 RC-WRITE-COUNT     PIC 9(5).
          05 RC-REJECT-COUNT    PIC 9(5).
          05 RC-TOT-NET         PIC S9(9)V99.
      *    PAY GROUP THE RUN WAS FOR - A PERIOD END ALONE NO LONGER
      *    IDENTIFIES A PAY RUN ONCE GROUPS ARE PAID ON DIFFERENT
      *    CALENDARS. SPACES (ROWS FROM BEFORE PAY GROUPS, AND
      *    PROGRAMS THAT ARE NOT RUN PER GROUP) MEANS "MN".
          05 RC-PAY-GROUP       PIC X(2).
