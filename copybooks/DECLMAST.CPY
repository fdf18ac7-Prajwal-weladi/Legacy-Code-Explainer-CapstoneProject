      *****************************************************************
      *    DECL-MASTER-REC - ONE ROW PER EMPLOYEE PER FISCAL YEAR
      *    HOLDING THE TAX-SAVING INVESTMENTS THE EMPLOYEE HAS
      *    DECLARED, SECTION BY SECTION, MAINTAINED BY DCLMAINT01.
      *    THE DECLARED AMOUNT IS WHAT THE EMPLOYEE SAYS THEY WILL
      *    INVEST. THE VERIFIED AMOUNT IS WHAT HR HAS SEEN PROOF OF,
      *    AND IS WHAT COUNTS ONCE RUN-PARM SWITCHES PAYROLL TO
      *    PROOF-VERIFIED AMOUNTS LATE IN THE YEAR. AN UNUSED
      *    SECTION SLOT HAS A CODE OF SPACES.
      *****************************************************************
       01 DECL-MASTER-REC.
          05 DCL-KEY.
             10 DCL-EMP-ID         PIC 9(5).
             10 DCL-FY-END         PIC X(8).
          05 DCL-SECTION OCCURS 8 TIMES.
             10 DCL-SEC-CODE       PIC X(4).
             10 DCL-SEC-DECLARED   PIC S9(9)V99.
             10 DCL-SEC-VERIFIED   PIC S9(9)V99.
          05 DCL-LAST-UPDATED      PIC X(8).
