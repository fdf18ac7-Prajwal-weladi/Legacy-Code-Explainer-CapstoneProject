      *****************************************************************
      *    ALLOC-MAST-REC - THE LABOR COST ALLOCATION MASTER. ONE ROW
      *    PER EMPLOYEE PER SPLIT, KEYED BY EMPLOYEE ID PLUS THE
      *    EFFECTIVE-FROM PERIOD THE SAME WAY AS SAL-MASTER-REC, SO A
      *    CHANGE OF SPLIT IS SET UP AHEAD OF TIME AND THE OLD ONE
      *    STAYS ON FILE FOR THE PERIODS ALREADY CHARGED. THE SPLIT IN
      *    FORCE FOR A PAY PERIOD IS THE LAST ACTIVE ROW WHOSE
      *    EFFECTIVE PERIOD IS ON OR BEFORE THAT PERIOD'S END. EACH
      *    ROW CARRIES UP TO FIVE COST CENTRE OR PROJECT LINES WHOSE
      *    PERCENTAGES ALWAYS ADD UP TO EXACTLY 100. MAINTAINED ONLY
      *    THROUGH ALCMAINT01; READ BY LABDIST01.
      *****************************************************************
       01 ALLOC-MAST-REC.
          05 ALC-KEY.
             10 ALC-EMP-ID        PIC 9(5).
      *    FIRST PAY PERIOD END (YYYYMMDD) THE SPLIT APPLIES TO.
             10 ALC-EFF-PERIOD    PIC X(8).
      *    A CANCELLED ROW STAYS ON FILE FOR THE AUDIT TRAIL BUT IS
      *    NEVER PICKED AS THE SPLIT IN FORCE.
          05 ALC-STATUS           PIC X(1).
             88 ALC-ACTIVE        VALUE 'A'.
             88 ALC-CANCELLED     VALUE 'X'.
          05 ALC-LINE-COUNT       PIC 9(1).
          05 ALC-SPLIT OCCURS 5 TIMES.
             10 ALC-CHARGE-TYPE   PIC X(1).
                88 ALC-COST-CENTRE VALUE 'C'.
                88 ALC-PROJECT    VALUE 'P'.
             10 ALC-CHARGE-CODE   PIC X(8).
             10 ALC-PCT           PIC 9(3)V99.
          05 ALC-ENTERED-DATE     PIC X(8).
