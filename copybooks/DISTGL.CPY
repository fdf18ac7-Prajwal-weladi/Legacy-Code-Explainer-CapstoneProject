      *****************************************************************
      *    DIST-GL-REC - ONE ROW PER GL ACCOUNT PER COST CENTRE OR
      *    PROJECT FROM LABDIST01. IT ANALYSES THE COMPANY-WIDE PAY
      *    EXPENSE LINES OF GL-FEED-REC (BASIC, BONUS, OVERTIME,
      *    ALLOWANCE AND THE LEAVE WITHOUT PAY RECOVERY) DOWN TO THE
      *    CENTRES THE LABOR IS CHARGED TO. FOR EACH ACCOUNT THE ROWS
      *    OF ONE DISTRIBUTION ADD UP EXACTLY TO WHAT THE PAY RUNS IT
      *    COVERED POSTED.
      *****************************************************************
       01 DIST-GL-REC.
          05 DGL-PAY-PERIOD-END PIC X(8).
          05 DGL-ACCOUNT-CODE   PIC X(10).
      *    C = COST CENTRE, P = PROJECT, D = HOME DEPARTMENT (NO
      *    SPLIT ON FILE FOR THE EMPLOYEE).
          05 DGL-CHARGE-TYPE    PIC X(1).
          05 DGL-CHARGE-CODE    PIC X(8).
          05 DGL-DR-CR          PIC X(2).
          05 DGL-AMOUNT         PIC S9(9)V99.
          05 DGL-DESCRIPTION    PIC X(30).
