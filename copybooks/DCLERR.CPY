      *****************************************************************
      *    DCL-ERR-REC - ONE ROW PER TAX DECLARATION TRANSACTION
      *    REJECTED BY DCLMAINT01, WITH THE REASON, SO HR CAN CORRECT
      *    AND RESUBMIT.
      *****************************************************************
       01 DCL-ERR-REC.
          05 DERR-ACTION       PIC X(1).
          05 DERR-EMP-ID       PIC 9(5).
          05 DERR-FY-END       PIC X(8).
          05 DERR-SEC-CODE     PIC X(4).
          05 DERR-AMOUNT       PIC S9(9)V99.
          05 DERR-REASON       PIC X(35).
