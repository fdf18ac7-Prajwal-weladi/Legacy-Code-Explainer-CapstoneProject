      *    DEPARTMENT/BANK CHANGES AND TERMINATIONS REACH THE EMPLOYEE
      *    MASTER THROUGH A CONTROLLED, AUDITED RUN INSTEAD OF BEING
      *    PATCHED INTO THE FILE BY HAND. ON A CHANGE, A FIELD LEFT
      *    AS SPACES MEANS "LEAVE THE MASTER VALUE UNCHANGED". A HOLD
      *    PUTS THE EMPLOYEE'S PAY ON STOP-PAY WITH A REASON AND THE
      *    USER WHO ASKED FOR IT; A LIFT TAKES THE HOLD OFF FOR
      *    FUTURE PERIODS (PAY ALREADY HELD IS PAID BY PAYREL01).
      *    THE JOIN DATE (YYYYMMDD) DEFAULTS TO THE RUN DATE ON AN
      *    ADD AND CAN BE CORRECTED ON A CHANGE. THE PAY GROUP
      *    DEFAULTS TO "MN" (MONTHLY) ON AN ADD.
      *****************************************************************
       01 EMP-TRAN-REC.
          05 TRN-ACTION         PIC X(1).
             88 TRN-ADD         VALUE 'A'.
             88 TRN-CHANGE      VALUE 'C'.
             88 TRN-TERMINATE   VALUE 'T'.
             88 TRN-HOLD        VALUE 'H'.
             88 TRN-LIFT-HOLD   VALUE 'L'.
          05 TRN-EMP-ID         PIC 9(5).
          05 TRN-EMP-NAME       PIC X(20).
          05 TRN-DEPT-CODE      PIC X(4).
          05 TRN-BANK-ACCT-NO   PIC X(20).
          05 TRN-BANK-IFSC      PIC X(11).
          05 TRN-HOLD-REASON    PIC X(20).
          05 TRN-HOLD-SET-BY    PIC X(8).
          05 TRN-JOIN-DATE      PIC X(8).
          05 TRN-PAY-GROUP      PIC X(2).
