      *****************************************************************
      *    EMP-IN-FILE RECORDS - THE PERIOD'S PAY INPUT TO PAYROLL01.
      *    BUILT FOR A REGULAR RUN BY SALEXTR01 FROM THE SALARY
      *    MASTER, AND BY HAND FOR SUPPLEMENTAL/ADJUSTMENT RUNS.
      *    THE INPUT CARRIES A HEADER (PAY PERIOD, CREATION DATE,
      *    PAY GROUP)
      *    AND A TRAILER (DETAIL COUNT, HASH TOTAL OF BASIC) AROUND
      *    THE DETAIL RECORDS, SO A TRUNCATED OR DOCTORED EXTRACT IS
      *    CAUGHT BEFORE ANY MONEY IS CALCULATED.
      *****************************************************************
       01 EMP-IN-HDR-REC.
          05 IN-HDR-REC-TYPE  PIC X(1).
          05 IN-HDR-PAY-PERIOD-END PIC X(8).
          05 IN-HDR-CREATE-DATE    PIC X(8).
          05 IN-HDR-PAY-GROUP      PIC X(2).
          05 FILLER           PIC X(20).
       01 EMP-IN-REC.
          05 IN-REC-TYPE      PIC X(1).
             88 IN-HEADER     VALUE 'H'.
             88 IN-DETAIL     VALUE 'D'.
             88 IN-TRAILER    VALUE 'T'.
          05 IN-EMP-ID        PIC 9(5).
          05 IN-EMP-NAME      PIC X(20).
          05 IN-DEPT-CODE     PIC X(4).
          05 IN-BASIC-SAL     PIC S9(7)V99.
       01 EMP-IN-TRL-REC.
          05 IN-TRL-REC-TYPE  PIC X(1).
          05 IN-TRL-REC-COUNT PIC 9(5).
          05 IN-TRL-HASH-BASIC PIC S9(11)V99.
          05 FILLER           PIC X(20).
