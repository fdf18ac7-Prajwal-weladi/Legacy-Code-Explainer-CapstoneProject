      *****************************************************************
      *    ALC-TRAN-REC - ONE ROW PER ALLOCATION MAINTENANCE ACTION
      *    KEYED IN BY FINANCE AND APPLIED IN BATCH BY ALCMAINT01, THE
      *    SAME WAY SAL-TRAN-REC FEEDS SALMAINT01. AN ADD SETS UP A
      *    SPLIT FROM ITS EFFECTIVE PERIOD. A CHANGE REPLACES THE
      *    WHOLE SPLIT OF A ROW NOT YET CHARGED FROM, SO IT CARRIES
      *    EVERY LINE, NOT JUST THE ONES THAT MOVE. A CANCEL WITHDRAWS
      *    ONE. UNUSED SPLIT LINES ARE LEFT AS SPACES AND ZERO; THE
      *    LINES USED MUST ADD UP TO 100 PERCENT.
      *****************************************************************
       01 ALC-TRAN-REC.
          05 ATR-ACTION         PIC X(1).
             88 ATR-ADD         VALUE 'A'.
             88 ATR-CHANGE      VALUE 'C'.
             88 ATR-CANCEL      VALUE 'X'.
          05 ATR-EMP-ID         PIC 9(5).
          05 ATR-EFF-PERIOD     PIC X(8).
          05 ATR-SPLIT OCCURS 5 TIMES.
      *    C = COST CENTRE, P = CLIENT PROJECT.
             10 ATR-CHARGE-TYPE PIC X(1).
             10 ATR-CHARGE-CODE PIC X(8).
             10 ATR-PCT         PIC 9(3)V99.
