          05 MST-BANK-IFSC     PIC X(11).
      *    SET TO 'H' BY BANKRET01 WHEN THE BANK RETURNS A CREDIT
      *    (CLOSED ACCOUNT, BAD IFSC) SO BANKFEED01 STOPS FEEDING
      *    THE ACCOUNT. NEW OR CHANGED BANK DETAILS KEYED THROUGH
      *    EMPMAINT01 GO TO 'P' WHILE A ZERO-VALUE PRENOTE IS WITH
      *    THE BANK; PNRESP01 THEN SETS 'V' (VERIFIED) OR 'R'
      *    (REJECTED). ONLY A VERIFIED ACCOUNT - OR ONE ON FILE FROM
      *    BEFORE PRENOTES, LEFT AS SPACES - IS FED; ANY OTHER STATUS
      *    IS PAID BY PAYCHEQ01'S CHEQUE RUN.
          05 MST-BANK-STATUS   PIC X(1).
             88 MST-BANK-HELD     VALUE 'H'.
             88 MST-BANK-PENDING  VALUE 'P'.
             88 MST-BANK-REJECTED VALUE 'R'.
             88 MST-BANK-USABLE   VALUE ' ' 'V'.
      *    PAID LEAVE BALANCE IN DAYS. PAYROLL01 ACCRUES ONTO IT
      *    EACH PAY PERIOD AND DRAWS LEAVE-WITHOUT-PAY DAYS AGAINST
      *    IT BEFORE DOCKING PAY; YEAREND01 CAPS IT AT THE CARRY-OVER
      *    ADJUSTMENT RUN THAT PAYS THE SAME EMPLOYEE AGAIN IN THE
      *    SAME PERIOD STILL DRAWS LEAVE BUT NEVER RE-ACCRUES.
          05 MST-LEAVE-ACCR-PERIOD PIC X(8).
      *    STOP-PAY HOLD, SET AND LIFTED THROUGH EMPMAINT01 WITH THE
      *    REASON AND WHO ASKED FOR IT. PAYROLL01 STILL PAYS A HELD
      *    EMPLOYEE AS NORMAL - YTD, LEAVE AND HISTORY STAY WHOLE -
      *    BUT BANKFEED01 AND PAYCHEQ01 PUT THE NET ON THE HELD
      *    PAYMENTS REGISTER INSTEAD OF DISBURSING IT, UNTIL PAYREL01
      *    RELEASES IT.
          05 MST-PAY-HOLD      PIC X(1).
             88 MST-PAY-HELD   VALUE 'Y'.
          05 MST-HOLD-REASON   PIC X(20).
          05 MST-HOLD-SET-BY   PIC X(8).
          05 MST-HOLD-DATE     PIC X(8).
      *    DATE THE LAST PRENOTE FOR THE CURRENT BANK DETAILS WENT
      *    TO THE BANK, SO PNAGE01 CAN CHASE ONES LEFT UNANSWERED.
          05 MST-PRENOTE-DATE  PIC X(8).
      *    DATE OF JOINING (YYYYMMDD), KEYED THROUGH EMPMAINT01.
      *    PROV01 ACCRUES GRATUITY ON THE SERVICE SINCE THIS DATE
      *    AND SETTLE01 PAYS IT OUT ON COMPLETED YEARS OF SERVICE.
          05 MST-JOIN-DATE     PIC X(8).
      *    PAY GROUP THE EMPLOYEE IS PAID WITH (E.G. "MN" MONTHLY
      *    OFFICE STAFF, "WK" WEEKLY PLANT STAFF). THE GROUP'S PAY
      *    FREQUENCY AND PERIOD DATES COME FROM THE PAY CALENDAR.
      *    SPACES (ROWS FROM BEFORE PAY GROUPS) MEANS "MN".
          05 MST-PAY-GROUP     PIC X(2).
