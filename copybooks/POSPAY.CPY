      *****************************************************************
      *    POS-PAY-REC - ONE ROW PER CHEQUE THE BANK IS TOLD ABOUT, IN
      *    THE BANK'S POSITIVE-PAY LAYOUT. POSPAY01 SENDS AN ISSUE ROW
      *    FOR EVERY CHEQUE NEWLY ON THE CHEQUE REGISTER SO THE BANK
      *    ONLY HONOURS A PAYROLL CHEQUE WHOSE NUMBER, PAYEE AND AMOUNT
      *    MATCH; CHQMNT01 SENDS A VOID ROW ON THE CANCELLATION FILE
      *    FOR EVERY CHEQUE IT VOIDS SO THE BANK STOPS PAYMENT ON IT.
      *****************************************************************
       01 POS-PAY-REC.
          05 PP-ACTION          PIC X(1).
             88 PP-ISSUE        VALUE 'I'.
             88 PP-VOID         VALUE 'V'.
          05 PP-CHEQUE-NO       PIC 9(8).
          05 PP-PAYEE           PIC X(20).
          05 PP-AMOUNT          PIC 9(7)V99.
          05 PP-ISSUE-DATE      PIC X(8).
      *    THE DATE THE CHEQUE WAS VOIDED - SPACES ON AN ISSUE ROW.
          05 PP-VOID-DATE       PIC X(8).
