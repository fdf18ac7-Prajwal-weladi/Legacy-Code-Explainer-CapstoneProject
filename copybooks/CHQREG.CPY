      *    CHEQUE RUN - SO EVERY CHEQUE EVER ISSUED STAYS ON RECORD
      *    AND CHQMNT01 CAN LATER MARK IT PRESENTED, STALE OR VOID.
      *    BALANCE01 ADDS THE PERIOD'S NON-VOID CHEQUES TO THE BANK
      *    FEED TOTAL WHEN IT PROVES NET PAY FULLY DISBURSED. POSPAY01
      *    SENDS NEW ROWS TO THE BANK AS POSITIVE PAY, AND CHQAGE01
      *    AGES THE ROWS STILL ISSUED FOR THE CLEARING ACCOUNT.
      *****************************************************************
       01 CHQ-REG-REC.
          05 CQ-CHEQUE-NO       PIC 9(8).
             88 CQ-PRESENTED    VALUE 'P'.
             88 CQ-STALE        VALUE 'S'.
             88 CQ-VOID         VALUE 'V'.
      *    PAY GROUP OF THE PAYMENT, SO BALANCE01 PROVES EACH GROUP'S
      *    PERIOD ON ITS OWN. SPACES (OLDER ROWS) MEANS "MN".
          05 CQ-PAY-GROUP       PIC X(2).
