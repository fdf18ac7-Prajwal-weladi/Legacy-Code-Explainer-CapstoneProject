      *****************************************************************
      *    DCL-SECT-REC - ONE ROW PER TAX-SAVING SECTION THE TAX RULES
      *    ALLOW AN EMPLOYEE TO DECLARE AGAINST, WITH THE MOST THAT
      *    SECTION CAN TAKE OFF ANNUAL TAXABLE INCOME IN A YEAR.
      *    KEPT BY FINANCE AND READ BY DCLMAINT01, PAYROLL01,
      *    TAXPROJ01 AND YEAREND01. A SECTION DROPPED FROM THIS FILE
      *    STOPS COUNTING EVEN IF EMPLOYEES HAVE DECLARED AGAINST IT.
      *****************************************************************
       01 DCL-SECT-REC.
          05 SEC-CODE              PIC X(4).
          05 SEC-DESC              PIC X(20).
          05 SEC-LIMIT             PIC 9(9)V99.
