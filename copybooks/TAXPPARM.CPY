      *****************************************************************
      *    TAXP-PARM-REC - ONE ROW READ AT START-OF-JOB BY TAXPROJ01
      *    TO SELECT WHOSE PROJECTED TAX STATEMENT TO PRINT. WHEN THE
      *    FILE IS ABSENT OR THE EMPLOYEE ID IS SPACES, EVERY ACTIVE
      *    EMPLOYEE GETS A STATEMENT.
      *****************************************************************
       01 TAXP-PARM-REC.
          05 XPARM-EMP-ID          PIC X(5).
