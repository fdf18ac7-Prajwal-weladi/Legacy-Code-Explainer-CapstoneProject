      *****************************************************************
      *    DCL-TRAN-REC - ONE ROW PER TAX DECLARATION ACTION KEYED BY
      *    HR AND APPLIED IN BATCH BY DCLMAINT01. A DECLARE SETS (OR
      *    RESETS) THE AMOUNT THE EMPLOYEE HAS DECLARED UNDER A
      *    SECTION FOR THE FISCAL YEAR ENDING DTR-FY-END. A PROOF SETS
      *    THE AMOUNT HR HAS SEEN EVIDENCE FOR. A REMOVE TAKES THE
      *    SECTION OFF THE DECLARATION ALTOGETHER.
      *****************************************************************
       01 DCL-TRAN-REC.
          05 DTR-ACTION         PIC X(1).
             88 DTR-DECLARE     VALUE 'D'.
             88 DTR-PROOF       VALUE 'P'.
             88 DTR-REMOVE      VALUE 'X'.
          05 DTR-EMP-ID         PIC 9(5).
          05 DTR-FY-END         PIC X(8).
          05 DTR-SEC-CODE       PIC X(4).
          05 DTR-AMOUNT         PIC S9(9)V99.
