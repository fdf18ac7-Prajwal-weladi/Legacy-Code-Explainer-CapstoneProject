      *****************************************************************
      *    PN-PARM-REC - OPTIONAL PARAMETER FOR PNAGE01: A PRENOTE
      *    STILL UNANSWERED AFTER THIS MANY DAYS IS LISTED FOR PAYROLL
      *    OPS TO CHASE WITH THE BANK. MISSING OR NOT NUMERIC MEANS
      *    THE STANDING DEFAULT IN PNAGE01.
      *****************************************************************
       01 PN-PARM-REC.
          05 PNP-DAYS           PIC 9(3).
