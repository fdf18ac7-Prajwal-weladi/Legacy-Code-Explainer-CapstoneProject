      *****************************************************************
      *    SAL-TRAN-REC - ONE ROW PER SALARY MAINTENANCE ACTION KEYED
      *    IN BY HR AND APPLIED IN BATCH BY SALMAINT01, THE SAME WAY
      *    EMP-TRAN-REC FEEDS EMPMAINT01. AN ADD SETS UP A RATE FROM
      *    ITS EFFECTIVE PERIOD - A NEW HIRE'S STARTING SALARY OR A
      *    FUTURE-DATED INCREMENT. A CHANGE CORRECTS, AND A CANCEL
      *    WITHDRAWS, A RATE NOT YET PAID FROM. ON A CHANGE, A BASIC
      *    LEFT AS ZERO OR A GRADE LEFT AS SPACES MEANS "LEAVE THE
      *    MASTER VALUE UNCHANGED".
      *****************************************************************
       01 SAL-TRAN-REC.
          05 STR-ACTION         PIC X(1).
             88 STR-ADD         VALUE 'A'.
             88 STR-CHANGE      VALUE 'C'.
             88 STR-CANCEL      VALUE 'X'.
          05 STR-EMP-ID         PIC 9(5).
          05 STR-EFF-PERIOD     PIC X(8).
          05 STR-BASIC-SAL      PIC S9(7)V99.
          05 STR-GRADE          PIC X(4).
