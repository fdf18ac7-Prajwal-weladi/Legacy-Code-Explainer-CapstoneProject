      *****************************************************************
      *    PN-RESP-REC - ONE ROW PER PRENOTE THE BANK HAS ANSWERED, IN
      *    THE BANK'S RESPONSE LAYOUT. PNRESP01 MATCHES EACH BACK TO
      *    THE MASTER BY EMPLOYEE ID AND THE ACCOUNT / IFSC PRENOTED
      *    AND MARKS THE ACCOUNT VERIFIED OR REJECTED.
      *****************************************************************
       01 PN-RESP-REC.
          05 PNR-EMP-ID         PIC 9(5).
          05 PNR-BANK-ACCT-NO   PIC X(20).
          05 PNR-BANK-IFSC      PIC X(11).
          05 PNR-RESULT         PIC X(1).
             88 PNR-VERIFIED    VALUE 'V'.
             88 PNR-REJECTED    VALUE 'R'.
          05 PNR-REASON-CODE    PIC X(4).
          05 PNR-REASON-DESC    PIC X(25).
