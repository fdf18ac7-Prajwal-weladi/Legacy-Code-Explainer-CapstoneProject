      *****************************************************************
      *    PRENOTE-REC - ONE ZERO-VALUE PRENOTIFICATION PER NEW OR
      *    CHANGED SET OF BANK DETAILS, WRITTEN BY EMPMAINT01 AND SENT
      *    TO THE BANK AHEAD OF THE FIRST DEPOSIT SO A MISKEYED OR
      *    FRAUDULENT ACCOUNT IS CAUGHT BEFORE ANY SALARY GOES TO IT.
      *    THE BANK ANSWERS EACH ONE ON THE PRENOTE RESPONSE FILE.
      *****************************************************************
       01 PRENOTE-REC.
          05 PN-EMP-ID          PIC 9(5).
          05 PN-EMP-NAME        PIC X(20).
          05 PN-BANK-ACCT-NO    PIC X(20).
          05 PN-BANK-IFSC       PIC X(11).
          05 PN-AMOUNT          PIC 9(7)V99.
          05 PN-SENT-DATE       PIC X(8).
