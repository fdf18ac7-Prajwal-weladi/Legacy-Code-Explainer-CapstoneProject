      *****************************************************************
      *    PP-CTL-REC - SINGLE-RECORD CONTROL FILE CARRYING THE
      *    HIGHEST CHEQUE NUMBER ALREADY SENT TO THE BANK ON A
      *    POSITIVE-PAY FILE. CHEQUE NUMBERS ARE ISSUED IN SEQUENCE,
      *    SO EVERY REGISTER ROW ABOVE IT IS NEW SINCE THE LAST FILE -
      *    WHETHER CUT BY PAYCHEQ01 OR BY A PAYREL01 RELEASE. A
      *    MISSING FILE MEANS NOTHING HAS BEEN SENT YET; SETTING IT
      *    BACK RESENDS THE CHEQUES ABOVE THE NEW VALUE.
      *****************************************************************
       01 PP-CTL-REC.
          05 PPC-LAST-CHEQUE-NO PIC 9(8).
