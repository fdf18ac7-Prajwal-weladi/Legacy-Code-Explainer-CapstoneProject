      *****************************************************************
      *    PAY-CAL-REC - ONE ROW PER PAY GROUP AND PAY PERIOD, KEYED
      *    IN BY PAYROLL ADMIN AHEAD OF THE YEAR. GIVES EACH GROUP'S
      *    PERIOD END DATES, THE DATE THE PERIOD IS PAID, AND THE
      *    GROUP'S PAY FREQUENCY, WHICH DRIVES THE SLAB ANNUALIZATION,
      *    DAILY AND HOURLY RATES AND LEAVE ACCRUAL IN PAYROLL01.
      *    CALCHK01 READS IT AGAINST THE RUN CONTROL FILE TO WARN OF
      *    A GROUP'S PERIOD THAT IS DUE BUT HAS NOT BEEN RUN.
      *****************************************************************
       01 PAY-CAL-REC.
          05 CAL-PAY-GROUP      PIC X(2).
          05 CAL-PERIOD-END     PIC X(8).
          05 CAL-PAY-DATE       PIC X(8).
          05 CAL-FREQUENCY      PIC X(1).
             88 CAL-WEEKLY      VALUE 'W'.
             88 CAL-FORTNIGHTLY VALUE 'F'.
             88 CAL-SEMI-MONTHLY VALUE 'S'.
             88 CAL-MONTHLY     VALUE 'M'.
             88 CAL-FREQ-VALID  VALUES 'W' 'F' 'S' 'M'.
