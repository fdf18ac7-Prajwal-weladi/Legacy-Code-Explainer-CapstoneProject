      *****************************************************************
      *    ALC-ERR-REC - ONE ROW PER ALLOCATION MAINTENANCE
      *    TRANSACTION REJECTED BY ALCMAINT01, WITH THE REASON, SO
      *    FINANCE CAN CORRECT AND RESUBMIT BEFORE THE NEXT
      *    DISTRIBUTION.
      *****************************************************************
       01 ALC-ERR-REC.
          05 AERR-ACTION       PIC X(1).
          05 AERR-EMP-ID       PIC 9(5).
          05 AERR-EFF-PERIOD   PIC X(8).
          05 AERR-REASON       PIC X(35).
