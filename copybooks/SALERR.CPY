      *****************************************************************
      *    SAL-ERR-REC - ONE ROW PER SALARY MAINTENANCE TRANSACTION
      *    REJECTED BY SALMAINT01, WITH THE REASON, SO HR CAN CORRECT
      *    AND RESUBMIT BEFORE THE NEXT EXTRACT.
      *****************************************************************
       01 SAL-ERR-REC.
          05 SERR-ACTION       PIC X(1).
          05 SERR-EMP-ID       PIC 9(5).
          05 SERR-EFF-PERIOD   PIC X(8).
          05 SERR-REASON       PIC X(35).
