      *****************************************************************
      *    SAL-MASTER-REC - THE COMPENSATION MASTER. ONE ROW PER
      *    EMPLOYEE PER SALARY RATE, KEYED BY EMPLOYEE ID PLUS THE
      *    EFFECTIVE-FROM PERIOD, SO AN EMPLOYEE'S WHOLE RATE HISTORY
      *    AND ANY FUTURE-DATED INCREMENT SIT SIDE BY SIDE IN KEY
      *    ORDER. THE RATE IN FORCE FOR A PAY PERIOD IS THE LAST
      *    ACTIVE ROW WHOSE EFFECTIVE PERIOD IS ON OR BEFORE THAT
      *    PERIOD'S END - A LATER-DATED ROW IS HELD UNTIL ITS PERIOD
      *    ARRIVES. A RATE IS AN AMOUNT PER PAY PERIOD OF THE PAY
      *    GROUP THE EMPLOYEE WAS IN WHEN IT WAS KEYED, AND CARRIES
      *    THAT GROUP - IT IS NOT PAID TO THE EMPLOYEE IN ANY OTHER
      *    GROUP. MAINTAINED ONLY THROUGH SALMAINT01; READ BY
      *    SALEXTR01 TO BUILD EMP-IN-FILE AND BY SETTLE01 FOR A
      *    LEAVER'S BASIC.
      *****************************************************************
       01 SAL-MASTER-REC.
          05 SAL-KEY.
             10 SAL-EMP-ID        PIC 9(5).
      *    FIRST PAY PERIOD END (YYYYMMDD) THE RATE APPLIES TO.
             10 SAL-EFF-PERIOD    PIC X(8).
          05 SAL-BASIC-SAL        PIC S9(7)V99.
          05 SAL-GRADE            PIC X(4).
      *    A CANCELLED ROW STAYS ON FILE FOR THE AUDIT TRAIL BUT IS
      *    NEVER PICKED AS THE RATE IN FORCE.
          05 SAL-STATUS           PIC X(1).
             88 SAL-ACTIVE        VALUE 'A'.
             88 SAL-CANCELLED     VALUE 'X'.
          05 SAL-ENTERED-DATE     PIC X(8).
      *    PAY GROUP THE RATE IS FOR. BLANK (A ROW KEYED BEFORE PAY
      *    GROUPS) MEANS MN.
          05 SAL-PAY-GROUP        PIC X(2).
