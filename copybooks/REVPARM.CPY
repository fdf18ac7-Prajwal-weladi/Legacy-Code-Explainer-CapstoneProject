      *****************************************************************
      *    REV-PARM-REC - REQUIRED PARAMETER FOR PAYREV01: THE RUN
      *    CONTROL NUMBER OF THE PAYROLL01 RUN TO BACK OUT, AS SHOWN
      *    ON THE RUN CONTROL AUDIT FILE AND THE RUNRPT01 GRID.
      *****************************************************************
       01 REV-PARM-REC.
          05 RVP-RUN-NUMBER     PIC 9(5).
