      *****************************************************************
      *    SETL-TRAN-REC - ONE ROW PER TERMINATED EMPLOYEE TO SETTLE,
      *    KEYED BY PAYROLL OPS AFTER EMPMAINT01 APPLIES THE 'T'
      *    TRANSACTION. CARRIES THE DAYS WORKED IN THE FINAL PERIOD,
      *    FROM WHICH SETTLE01 COMPUTES THE PRO-RATA FINAL PAY ON THE
      *    BASIC SALARY IN FORCE ON THE SALARY MASTER. THE OLD KEYED
      *    BASIC POSITION IS KEPT AS FILLER SO EXISTING TRANSACTION
      *    FILES STILL READ; IT IS IGNORED. ANY PENDING OVERTIME,
      *    ALLOWANCE, DEDUCTION OR LEAVE ROWS ON PAY-TRAN-FILE AND
      *    ANY OUTSTANDING LOAN BALANCE ARE PICKED UP AUTOMATICALLY.
      *****************************************************************
       01 SETL-TRAN-REC.
          05 SET-EMP-ID         PIC 9(5).
          05 SET-DAYS-WORKED    PIC 9(2)V99.
          05 FILLER             PIC X(9).
