       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-01-16.
      *PAYROLL BATCH PROGRAM TO PROCESS EMPLOYEE SALARIES.
      *EACH RUN PAYS ONE PAY GROUP FOR ONE OF ITS PERIODS. THE GROUP'S
      *PAY FREQUENCY COMES OFF THE PAY CALENDAR AND DRIVES THE SLAB
      *ANNUALIZATION, THE DAILY AND HOURLY RATES AND THE LEAVE
      *ACCRUAL. EACH GROUP KEEPS ITS OWN EMPOUT, EMPERR, CHKPT,
      *GLFEED AND FLOORRPT DATASETS, SO ONE GROUP'S RUN NEVER CUTS
      *OR RESTARTS FROM ANOTHER GROUP'S FILES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CARRY-DED-FILE
               ASSIGN TO CARRYDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-EMP-ID
               FILE STATUS IS WS-CARRYDED-STATUS.

           SELECT FLOOR-RPT-FILE
               ASSIGN TO FLOORRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT DECL-MASTER-FILE
               ASSIGN TO DECLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-KEY
               FILE STATUS IS WS-DECLMAST-STATUS.

           SELECT DCL-SECT-FILE
               ASSIGN TO DCLSECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCLSECT-STATUS.

           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-IN-FILE.
       COPY EMPIN.

       FD EMP-OUT-FILE.
       COPY EMPOUT.
       FD LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD CARRY-DED-FILE.
       COPY CARRYDED.

       FD FLOOR-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 FLOOR-RPT-LINE      PIC X(80).

       FD DECL-MASTER-FILE.
       COPY DECLMAST.

       FD DCL-SECT-FILE.
       COPY DCLSECT.

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.

      *    OVERTIME IS PAID AT DOUBLE THE HOURLY RATE DERIVED FROM
      *    BASIC (26 WORKING DAYS OF 8 HOURS = 208 HOURS A MONTH),
      *    AND LEAVE WITHOUT PAY DOCKS ONE DAY'S BASIC PER DAY. THE
      *    BASIC IS FOR ONE PERIOD OF THE RUN'S PAY GROUP, SO
      *    SET-FREQUENCY-PARA SCALES THE DAYS AND HOURS TO THE
      *    GROUP'S FREQUENCY (E.G. 6 DAYS / 48 HOURS A WEEK).
       01 WS-PAY-DERIVATION.
          05 WS-PERIOD-HOURS  PIC 9(3)    VALUE 208.
          05 WS-PERIOD-DAYS   PIC 9(2)    VALUE 26.
          05 WS-OT-MULTIPLIER PIC 9V9     VALUE 2.0.
          05 WS-HOURLY-RATE   PIC S9(7)V99.
          05 WS-DAILY-RATE    PIC S9(7)V99.

      *    PAID LEAVE ACCRUES AT A FIXED RATE EVERY PAID PERIOD -
      *    18 DAYS A YEAR SPREAD OVER THE GROUP'S PERIODS.
      *    LEAVE-WITHOUT-PAY DAYS ARE DRAWN AGAINST THE AVAILABLE
      *    BALANCE FIRST AND ONLY THE EXCESS DOCKS PAY, SO NOBODY
      *    IS DOCKED WHILE THEY STILL HAVE PAID LEAVE ON THE BOOKS.
          05 WS-LWP-DAYS      PIC 9(3)V99.
          05 WS-DOCK-DAYS     PIC 9(3)V99.
          05 WS-LEAVE-NEW-BAL PIC S9(3)V99.
      *    THE MASTER'S LEAVE POSITION BEFORE THIS PAYMENT, CARRIED
      *    ON EMP-OUT SO A REVERSAL CAN PUT IT BACK.
          05 WS-LEAVE-OPEN-BAL   PIC S9(3)V99.
          05 WS-LEAVE-PREV-ACCR  PIC X(8).

      *    STATUTORY DEDUCTION SPLIT - PORTION OF WS-TAX ALLOCATED TO
      *    EACH DEDUCTION TYPE FOR THE PAYSLIP BREAKDOWN. THE SPLIT
          05 WS-TOT-LWP       PIC S9(9)V99 VALUE 0.
          05 WS-TOT-OTHDED    PIC S9(9)V99 VALUE 0.
          05 WS-TOT-LOAN      PIC S9(9)V99 VALUE 0.
          05 WS-FLOOR-COUNT   PIC 9(5) VALUE 0.
          05 WS-TOT-DEFER     PIC S9(9)V99 VALUE 0.

       01 WS-RUN-TYPE         PIC X(1) VALUE 'R'.
          88 WS-RUN-REGULAR      VALUES 'R' ' '.
       01 WS-BONUS-RATE       PIC V99 VALUE .10.
       01 WS-PAY-PERIOD-END   PIC X(8) VALUE SPACES.
       01 WS-RUNPARM-STATUS   PIC XX.

      *    THE PAY GROUP BEING PAID AND ITS CALENDAR ROW FOR THE
      *    PERIOD. WITH NO PAY CALENDAR ON FILE ONLY THE MONTHLY
      *    GROUP "MN" CAN RUN, ON THE ORIGINAL MONTHLY FACTORS.
       01 WS-PAY-GROUP        PIC X(2) VALUE SPACES.
       01 WS-HDR-PAY-GROUP    PIC X(2).
       01 WS-MST-PAY-GROUP    PIC X(2).
       01 WS-CHK-PAY-GROUP    PIC X(2) VALUE SPACES.
       01 WS-PAYCAL-STATUS    PIC XX.
       01 WS-CAL-FOUND        PIC X VALUE 'N'.
       01 WS-PAY-FREQUENCY    PIC X(1) VALUE 'M'.
       01 WS-PAY-DATE         PIC X(8) VALUE SPACES.
       01 WS-PAYTRAN-STATUS   PIC XX.
       01 WS-RUNCTL-STATUS    PIC XX.
       01 WS-TAXSLAB-STATUS   PIC XX.
      *    WITH NO LOAN FILE SIMPLY RUNS WITHOUT RECOVERIES.
       01 WS-LOAN-FILE-OPEN   PIC X VALUE 'N'.
       01 WS-LOAN-FOUND       PIC X VALUE 'N'.
      *    'Y' WHEN THE EMPLOYEE HAS AN ACTIVE LOAN WITH A BALANCE
      *    THIS PERIOD - THE LOAN RECORD STAYS IN THE BUFFER UNTIL
      *    POST-LOAN-PARA REWRITES IT.
       01 WS-LOAN-ACTIVE      PIC X VALUE 'N'.
       01 WS-CARRYDED-STATUS  PIC XX.
       01 WS-CARRY-FOUND      PIC X VALUE 'N'.

      *    NET PAY FLOOR. STATUTORY DEDUCTIONS ARE ALWAYS TAKEN IN
      *    FULL; LOAN AND OTHER DEDUCTIONS ARE TAKEN ONLY AS FAR AS
      *    THE ROOM LEFT ABOVE THE FLOOR ALLOWS - AMOUNTS CARRIED
      *    FROM EARLIER PERIODS FIRST (LOAN, THEN OTHER), THEN THIS
      *    PERIOD'S (LOAN, THEN OTHER). WHATEVER DOES NOT FIT IS
      *    DEFERRED TO THE CARRIED-DEDUCTIONS FILE, NEVER DROPPED.
       01 WS-FLOOR-WORK.
          05 WS-MIN-NET-PCT   PIC 9(3)V99 VALUE 0.
          05 WS-NET-FLOOR     PIC S9(7)V99.
          05 WS-FLOOR-ROOM    PIC S9(7)V99.
          05 WS-LOAN-DUE      PIC S9(7)V99.
          05 WS-LOAN-TOTAL    PIC S9(7)V99.
          05 WS-LOAN-CARRY-PART PIC S9(7)V99.
          05 WS-CARRY-LOAN    PIC S9(7)V99.
          05 WS-CARRY-OTHER   PIC S9(7)V99.
          05 WS-CUR-OTHER     PIC S9(7)V99.
          05 WS-DEFER-LOAN    PIC S9(7)V99.
          05 WS-DEFER-OTHER   PIC S9(7)V99.
          05 WS-TAKE-DUE      PIC S9(7)V99.
          05 WS-TAKE-AMT      PIC S9(7)V99.
          05 WS-FLOOR-HIT     PIC X VALUE 'N'.
          05 WS-STAT-BREACH   PIC X VALUE 'N'.

       01 WS-FLR-HDR-LINE.
          05 FILLER           PIC X(24) VALUE SPACES.
          05 FILLER           PIC X(32)
              VALUE "NET PAY FLOOR EXCEPTIONS".

       01 WS-FLR-PERIOD-LINE.
          05 FILLER           PIC X(20)
              VALUE "PAY PERIOD ENDING : ".
          05 WS-FLR-PERIOD    PIC X(8).
          05 FILLER           PIC X(22)
              VALUE "   MINIMUM NET PCT : ".
          05 WS-FLR-PCT       PIC ZZ9.99.
          05 FILLER           PIC X(24) VALUE SPACES.

       01 WS-FLR-COL-LINE.
          05 FILLER           PIC X(19) VALUE "EMPID EMPLOYEE".
          05 FILLER           PIC X(11) VALUE "     GROSS".
          05 FILLER           PIC X(11) VALUE "     FLOOR".
          05 FILLER           PIC X(11) VALUE "  NET PAID".
          05 FILLER           PIC X(11) VALUE "LOAN DEFER".
          05 FILLER           PIC X(11) VALUE " OTH DEFER".
          05 FILLER           PIC X(6)  VALUE " STAT".

       01 WS-FLR-DETAIL-LINE.
          05 WS-FLR-EMP-ID    PIC 9(5).
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-EMP-NAME  PIC X(12).
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-GROSS     PIC ZZZZZ9.99-.
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-FLOOR     PIC ZZZZZ9.99-.
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-NET       PIC ZZZZZ9.99-.
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-DEF-LOAN  PIC ZZZZZ9.99-.
          05 FILLER           PIC X(1) VALUE SPACES.
          05 WS-FLR-DEF-OTHER PIC ZZZZZ9.99-.
          05 FILLER           PIC X(3) VALUE SPACES.
      *        'S' - THE STATUTORY DEDUCTIONS ALONE TOOK NET PAY
      *        BELOW THE FLOOR; THEY ARE NEVER DEFERRED.
          05 WS-FLR-STAT      PIC X(1).
          05 FILLER           PIC X(3) VALUE SPACES.

       01 WS-FLR-COUNT-LINE.
          05 FILLER           PIC X(30)
              VALUE "EMPLOYEES AT THE FLOOR      :".
          05 WS-FLR-CNT       PIC ZZ,ZZ9.
          05 FILLER           PIC X(44) VALUE SPACES.

       01 WS-FLR-TOTAL-LINE.
          05 FILLER           PIC X(30)
              VALUE "TOTAL DEDUCTIONS DEFERRED   :".
          05 WS-FLR-TOT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X(33) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-CUM-TAX-DUE   PIC S9(11)V99.
          05 WS-SLAB-PORTION  PIC S9(11)V99.
          05 WS-PERIODS-YEAR  PIC 9(2)    VALUE 12.
          05 WS-ANNUAL-TAXABLE PIC S9(11)V99.

      *    TAX-SAVING DECLARATIONS. THE SECTION LIMITS ARE LOADED AT
      *    INIT; EACH EMPLOYEE'S DECLARATION FOR THE FISCAL YEAR THE
      *    PERIOD FALLS IN (APRIL TO MARCH) COMES OFF THE DECLARATION
      *    FILE, AND THE TOTAL ALLOWED - EACH SECTION CAPPED AT ITS
      *    LIMIT - COMES OFF THE ANNUALIZED GROSS BEFORE THE SLABS.
      *    BOTH FILES ARE OPTIONAL; WITHOUT THEM NOTHING IS ALLOWED
      *    AND TAX IS WORKED OUT EXACTLY AS BEFORE.
       01 WS-DECL-CTL.
          05 WS-DECLMAST-STATUS PIC XX.
          05 WS-DCLSECT-STATUS  PIC XX.
          05 WS-DECL-FILE-OPEN  PIC X VALUE 'N'.
          05 WS-DECL-FOUND      PIC X VALUE 'N'.
          05 WS-PROOF-BASIS     PIC X VALUE 'D'.
             88 WS-USE-VERIFIED VALUE 'V'.
          05 WS-FY-END          PIC X(8) VALUE SPACES.
          05 WS-FY-YEAR         PIC 9(4).
          05 WS-FY-END-MMDD     PIC X(4) VALUE "0331".
          05 WS-DS-COUNT        PIC 9(3) VALUE 0.
          05 WS-DS-MAX          PIC 9(3) VALUE 20.
          05 WS-DCL-IDX         PIC 9(2).
          05 WS-DCL-SLOTS       PIC 9(2) VALUE 8.
          05 WS-DCL-AMOUNT      PIC S9(9)V99.
          05 WS-DECL-ALLOWED    PIC S9(9)V99.

       01 WS-SECT-TABLE.
          05 WS-DS-ENTRY OCCURS 20 TIMES INDEXED BY DS-IDX.
             10 WS-DS-CODE       PIC X(4).
             10 WS-DS-LIMIT      PIC 9(9)V99.

      *    THE PERIOD'S VARIABLE PAY TRANSACTIONS, ACCUMULATED PER
      *    EMPLOYEE AT INIT SO CALC-PARA CAN PICK THEM UP WITH ONE
      *    AND THE OPENS, SO THE PARM COMES FIRST.
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM VERIFY-INPUT-PARA
           PERFORM LOAD-PAY-CAL-PARA
           PERFORM SET-FREQUENCY-PARA
           PERFORM RESTART-CHECK-PARA
           OPEN INPUT EMP-IN-FILE
           IF WS-RESTART-FOUND = 'Y' OR WS-CONTINUE-PERIOD = 'Y'
               OPEN EXTEND EMP-OUT-FILE
               OPEN EXTEND EMP-ERR-FILE
               OPEN EXTEND FLOOR-RPT-FILE
           ELSE
               OPEN OUTPUT EMP-OUT-FILE
               OPEN OUTPUT EMP-ERR-FILE
               OPEN OUTPUT FLOOR-RPT-FILE
               PERFORM PRINT-FLOOR-HDR-PARA
           END-IF
           IF WS-RESTART-FOUND = 'Y'
               PERFORM SKIP-RESTART-PARA
                   WS-PAYHIST-STATUS
               PERFORM ABORT-INPUT-PARA
           END-IF
      *    DEFERRED DEDUCTIONS ARE MONEY STILL OWED - THE FILE IS
      *    CREATED ON FIRST USE BUT ANY OTHER FAILURE ABORTS, SO A
      *    DEFERRAL CAN NEVER BE CALCULATED AND THEN LOST.
           OPEN I-O CARRY-DED-FILE
           IF WS-CARRYDED-STATUS = "35"
               OPEN OUTPUT CARRY-DED-FILE
               CLOSE CARRY-DED-FILE
               OPEN I-O CARRY-DED-FILE
           END-IF
           IF WS-CARRYDED-STATUS NOT = "00"
               DISPLAY "CARRIED DEDUCTIONS FILE NOT USABLE - STATUS "
                   WS-CARRYDED-STATUS
               PERFORM ABORT-INPUT-PARA
           END-IF
           PERFORM LOAD-DEPT-RATE-PARA
           PERFORM LOAD-TAX-SLAB-PARA
           PERFORM LOAD-DECL-SECT-PARA
           PERFORM LOAD-PAY-TRAN-PARA.

       STAMP-RUN-START-PARA.
           MOVE WS-WRITE-COUNT    TO RC-WRITE-COUNT
           MOVE WS-REJECT-COUNT   TO RC-REJECT-COUNT
           MOVE WS-TOT-NET        TO RC-TOT-NET
           MOVE WS-PAY-GROUP      TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

                       IF PARM-SUPPLEMENTAL OR PARM-ADJUSTMENT
                           MOVE PARM-RUN-TYPE TO WS-RUN-TYPE
                       END-IF
                       IF PARM-MIN-NET-PCT NUMERIC
                           MOVE PARM-MIN-NET-PCT TO WS-MIN-NET-PCT
                       END-IF
                       IF PARM-PROOF-VERIFIED
                           MOVE PARM-TAX-PROOF TO WS-PROOF-BASIS
                       END-IF
                       MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           IF WS-MIN-NET-PCT > 100
               MOVE 100 TO WS-MIN-NET-PCT
           END-IF.

      *    PRE-PASS OVER THE WHOLE INPUT BEFORE ANY MONEY MOVES:
           IF WS-VFY-TRL-HASH NOT = WS-VFY-HASH-BASIC
               DISPLAY "INPUT TRAILER HASH DOES NOT MATCH DETAILS"
               PERFORM ABORT-INPUT-PARA
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE "MN" TO WS-PAY-GROUP
           END-IF.

       VERIFY-INPUT-REC-PARA.
                       WS-PAY-PERIOD-END
                   PERFORM ABORT-INPUT-PARA
               END-IF
           END-IF
      *    A HEADER WITH NO GROUP (OLD OR HAND-KEYED INPUT) IS THE
      *    MONTHLY GROUP. A BLANK PARM GROUP ADOPTS THE HEADER'S.
           MOVE IN-HDR-PAY-GROUP TO WS-HDR-PAY-GROUP
           IF WS-HDR-PAY-GROUP = SPACES
               MOVE "MN" TO WS-HDR-PAY-GROUP
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE WS-HDR-PAY-GROUP TO WS-PAY-GROUP
           ELSE
               IF WS-HDR-PAY-GROUP NOT = WS-PAY-GROUP
                   DISPLAY "INPUT HEADER PAY GROUP "
                       WS-HDR-PAY-GROUP
                       " DISAGREES WITH RUN PARM "
                       WS-PAY-GROUP
                   PERFORM ABORT-INPUT-PARA
               END-IF
           END-IF.

      *    THE GROUP'S CALENDAR ROW FOR THE PERIOD MUST BE ON FILE -
      *    A PERIOD END THAT IS NOT ONE OF THE GROUP'S PERIODS (A
      *    MONTH END KEYED FOR THE WEEKLY GROUP) WOULD PAY THE WRONG
      *    SPAN OF WORK. WITH NO CALENDAR AT ALL THE SITE IS STILL
      *    SINGLE-GROUP MONTHLY AND RUNS AS IT ALWAYS HAS.
       LOAD-PAY-CAL-PARA.
           MOVE 'N' TO WS-CAL-FOUND
           OPEN INPUT PAY-CAL-FILE
           IF WS-PAYCAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-PAY-GROUP = WS-PAY-GROUP
                               AND CAL-PERIOD-END = WS-PAY-PERIOD-END
                               MOVE 'Y' TO WS-CAL-FOUND
                               MOVE CAL-FREQUENCY TO WS-PAY-FREQUENCY
                               MOVE CAL-PAY-DATE  TO WS-PAY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CAL-FILE
               MOVE 'N' TO WS-EOF
               IF WS-CAL-FOUND = 'N'
                   DISPLAY "PERIOD " WS-PAY-PERIOD-END
                       " NOT ON PAY CALENDAR FOR GROUP "
                       WS-PAY-GROUP
                   PERFORM ABORT-INPUT-PARA
               END-IF
           ELSE
               IF WS-PAY-GROUP NOT = "MN"
                   DISPLAY "NO PAY CALENDAR ON FILE - GROUP "
                       WS-PAY-GROUP " CANNOT BE PAID"
                   PERFORM ABORT-INPUT-PARA
               END-IF
           END-IF.

      *    PERIODS A YEAR FOR THE SLAB ANNUALIZATION, WORKING DAYS
      *    AND HOURS IN ONE PERIOD FOR THE DAILY AND HOURLY RATES,
      *    AND THE LEAVE ACCRUED EACH PERIOD (18 DAYS A YEAR).
       SET-FREQUENCY-PARA.
           EVALUATE WS-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 52   TO WS-PERIODS-YEAR
                   MOVE 6    TO WS-PERIOD-DAYS
                   MOVE 48   TO WS-PERIOD-HOURS
                   MOVE 0.35 TO WS-LEAVE-ACCRUAL
               WHEN 'F'
                   MOVE 26   TO WS-PERIODS-YEAR
                   MOVE 12   TO WS-PERIOD-DAYS
                   MOVE 96   TO WS-PERIOD-HOURS
                   MOVE 0.69 TO WS-LEAVE-ACCRUAL
               WHEN 'S'
                   MOVE 24   TO WS-PERIODS-YEAR
                   MOVE 13   TO WS-PERIOD-DAYS
                   MOVE 104  TO WS-PERIOD-HOURS
                   MOVE 0.75 TO WS-LEAVE-ACCRUAL
               WHEN 'M'
                   MOVE 12   TO WS-PERIODS-YEAR
                   MOVE 26   TO WS-PERIOD-DAYS
                   MOVE 208  TO WS-PERIOD-HOURS
                   MOVE 1.50 TO WS-LEAVE-ACCRUAL
               WHEN OTHER
                   DISPLAY "BAD PAY FREQUENCY ON CALENDAR FOR GROUP "
                       WS-PAY-GROUP ": " WS-PAY-FREQUENCY
                   PERFORM ABORT-INPUT-PARA
           END-EVALUATE.

       ABORT-INPUT-PARA.
           DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN PAID"
           MOVE 16 TO RETURN-CODE
               CLOSE CHECKPOINT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
      *    A CHECKPOINT LEFT BY ANOTHER PAY GROUP MEANS THIS GROUP'S
      *    DATASETS WERE NOT ALLOCATED - RESTARTING OR CARRYING ON
      *    FROM IT, OR CUTTING THE OTHER GROUP'S EMP-OUT FRESH
      *    BEFORE ITS BANK FEED HAS RUN, WOULD BOTH BE WRONG.
           IF WS-RESTART-FOUND = 'Y'
               IF WS-CHK-PAY-GROUP = SPACES
                   MOVE "MN" TO WS-CHK-PAY-GROUP
               END-IF
               IF WS-CHK-PAY-GROUP NOT = WS-PAY-GROUP
                   DISPLAY "CHECKPOINT BELONGS TO PAY GROUP "
                       WS-CHK-PAY-GROUP " NOT " WS-PAY-GROUP
                   DISPLAY "ALLOCATE THE GROUP'S OWN RUN DATASETS"
                   PERFORM ABORT-INPUT-PARA
               END-IF
           END-IF
           IF WS-RESTART-FOUND = 'Y' AND WS-LAST-CHK-STATUS = "COMPLETE"
               MOVE 'N' TO WS-RESTART-FOUND
               IF WS-RUN-SUPPLEMENTAL OR WS-RUN-ADJUSTMENT
           MOVE 0 TO WS-TOT-LWP
           MOVE 0 TO WS-TOT-OTHDED
           MOVE 0 TO WS-TOT-LOAN
           MOVE 0 TO WS-FLOOR-COUNT
           MOVE 0 TO WS-TOT-DEFER
           MOVE 0 TO WS-STR-TOT-OT
           MOVE 0 TO WS-STR-TOT-ALLOW
           MOVE 0 TO WS-STR-TOT-LWP
           MOVE CHK-STR-TOT-OTHDED TO WS-STR-TOT-OTHDED
           MOVE CHK-STR-TOT-LOAN  TO WS-STR-TOT-LOAN
           MOVE CHK-DT-COUNT      TO WS-DT-COUNT
           MOVE CHK-FLOOR-COUNT   TO WS-FLOOR-COUNT
           MOVE CHK-TOT-DEFER     TO WS-TOT-DEFER
           MOVE CHK-PAY-GROUP     TO WS-CHK-PAY-GROUP
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 25
               MOVE CHK-DT-DEPT-CODE(WS-CHK-IDX)
           MOVE WS-STR-TOT-OTHDED TO CHK-STR-TOT-OTHDED
           MOVE WS-STR-TOT-LOAN  TO CHK-STR-TOT-LOAN
           MOVE WS-DT-COUNT      TO CHK-DT-COUNT
           MOVE WS-FLOOR-COUNT   TO CHK-FLOOR-COUNT
           MOVE WS-TOT-DEFER     TO CHK-TOT-DEFER
           MOVE WS-RC-RUN-NUMBER TO CHK-RUN-NUMBER
           MOVE WS-PAY-GROUP     TO CHK-PAY-GROUP
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 25
               MOVE WS-DT-DEPT-CODE(WS-CHK-IDX)
           CLOSE DEPT-RATE-FILE
           MOVE 'N' TO WS-EOF.

      *    THE DECLARATION FILES ARE OPTIONAL, AND ONLY MATTER WHEN
      *    SLABS ARE LOADED. THE PERIOD IS KNOWN BY NOW (FROM THE
      *    PARM OR THE INPUT HEADER), SO THE FISCAL YEAR IT FALLS IN
      *    IS SETTLED HERE - A PERIOD IN JANUARY TO MARCH BELONGS TO
      *    THE YEAR ENDING THAT MARCH, ANY OTHER TO THE NEXT MARCH.
       LOAD-DECL-SECT-PARA.
           MOVE WS-PAY-PERIOD-END(1:4) TO WS-FY-YEAR
           IF WS-PAY-PERIOD-END(5:2) > "03"
               ADD 1 TO WS-FY-YEAR
           END-IF
           MOVE WS-FY-YEAR     TO WS-FY-END(1:4)
           MOVE WS-FY-END-MMDD TO WS-FY-END(5:4)
           OPEN INPUT DCL-SECT-FILE
           IF WS-DCLSECT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DCL-SECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ADD-DECL-SECT-PARA
                   END-READ
               END-PERFORM
               CLOSE DCL-SECT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           OPEN INPUT DECL-MASTER-FILE
           IF WS-DECLMAST-STATUS = "00"
               MOVE 'Y' TO WS-DECL-FILE-OPEN
           END-IF.

       ADD-DECL-SECT-PARA.
           IF WS-DS-COUNT < WS-DS-MAX
               ADD 1 TO WS-DS-COUNT
               MOVE SEC-CODE  TO WS-DS-CODE(WS-DS-COUNT)
               MOVE SEC-LIMIT TO WS-DS-LIMIT(WS-DS-COUNT)
           ELSE
               DISPLAY "DECLARATION SECTION TABLE FULL - ROW DROPPED"
           END-IF.

      *    THE SLAB FILE IS OPTIONAL - A SITE STILL ON THE FLAT
      *    PERIOD RATE SIMPLY RUNS WITHOUT ONE.
       LOAD-TAX-SLAB-PARA.
                   MOVE "EMPLOYEE TERMINATED - NOT PAYABLE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE MST-PAY-GROUP TO WS-MST-PAY-GROUP
                   IF WS-MST-PAY-GROUP = SPACES
                       MOVE "MN" TO WS-MST-PAY-GROUP
                   END-IF
                   IF WS-MST-PAY-GROUP NOT = WS-PAY-GROUP
                       DISPLAY "EMP ID NOT IN RUN'S PAY GROUP: "
                           IN-EMP-ID
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EMPLOYEE NOT IN THE RUN'S PAY GROUP"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-RUN-ADJUSTMENT
      *                    AN ADJUSTMENT MAY BE NEGATIVE (A RECOVERY)
      *                    BUT AN AMOUNT OF ZERO ADJUSTS NOTHING.
                           IF IN-BASIC-SAL = 0
                               DISPLAY "ZERO ADJUSTMENT FOR EMP ID: "
                                   IN-EMP-ID
                               MOVE 'Y' TO WS-REJECT-FLAG
                               MOVE "ADJUSTMENT AMOUNT IS ZERO"
                                   TO WS-REJECT-REASON
                           END-IF
                       ELSE
                           IF IN-BASIC-SAL <= 0
                               DISPLAY "INVALID SALARY FOR EMP ID: "
                                   IN-EMP-ID
                               MOVE 'Y' TO WS-REJECT-FLAG
                               MOVE "BASIC SALARY NOT GREATER THAN ZERO"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           COMPUTE WS-GROSS-PAY = IN-BASIC-SAL + WS-BONUS
               + WS-OT-PAY + WS-ALLOWANCE - WS-LWP-DED
           PERFORM COMPUTE-TAX-PARA
           PERFORM APPLY-NET-FLOOR-PARA
           PERFORM POST-LOAN-PARA
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX - WS-OTHER-DED - WS-LOAN-DED.

           ADD WS-LOAN-DED  TO WS-TOT-LOAN

           PERFORM ACCUM-DEPT-TOTAL-PARA
           PERFORM UPDATE-MASTER-PARA
           IF NOT WS-RUN-ADJUSTMENT
               PERFORM UPDATE-CARRY-PARA
           END-IF
           IF WS-FLOOR-HIT = 'Y'
               PERFORM WRITE-FLOOR-RPT-PARA
           END-IF.

      *    AN ADJUSTMENT RUN IS A DELIBERATE CORRECTION - IT MAY
      *    LEAVE A NEGATIVE NET (A RECOVERY) - SO IT TAKES ITS
      *    DEDUCTIONS AS CALCULATED AND LEAVES THE CARRIED AMOUNTS
      *    FOR THE NEXT REGULAR RUN. EVERY OTHER RUN RECOVERS IN
      *    PRIORITY ORDER DOWN TO THE FLOOR.
       APPLY-NET-FLOOR-PARA.
           MOVE 'N' TO WS-FLOOR-HIT
           MOVE 'N' TO WS-STAT-BREACH
           MOVE 0 TO WS-CARRY-LOAN
           MOVE 0 TO WS-CARRY-OTHER
           MOVE 0 TO WS-DEFER-LOAN
           MOVE 0 TO WS-DEFER-OTHER
           MOVE 0 TO WS-NET-FLOOR
           MOVE WS-OTHER-DED TO WS-CUR-OTHER
           IF WS-RUN-ADJUSTMENT
               MOVE WS-LOAN-DUE TO WS-LOAN-DED
           ELSE
               PERFORM LOOKUP-CARRY-PARA
               PERFORM RECOVER-TO-FLOOR-PARA
           END-IF.

      *    A CARRIED LOAN INSTALLMENT IS STILL PART OF LN-BALANCE,
      *    SO TOGETHER WITH THIS PERIOD'S INSTALLMENT IT IS CAPPED
      *    AT THE BALANCE; A LOAN CLOSED OR WRITTEN OFF SINCE THE
      *    DEFERRAL HAS NOTHING LEFT TO RECOVER.
       RECOVER-TO-FLOOR-PARA.
           MOVE 0 TO WS-LOAN-TOTAL
           IF WS-LOAN-ACTIVE = 'Y'
               COMPUTE WS-LOAN-TOTAL = WS-LOAN-DUE + WS-CARRY-LOAN
               IF WS-LOAN-TOTAL > LN-BALANCE
                   MOVE LN-BALANCE TO WS-LOAN-TOTAL
               END-IF
           END-IF
           IF WS-CARRY-LOAN > WS-LOAN-TOTAL
               MOVE WS-LOAN-TOTAL TO WS-LOAN-CARRY-PART
           ELSE
               MOVE WS-CARRY-LOAN TO WS-LOAN-CARRY-PART
           END-IF
           IF WS-GROSS-PAY > 0
               COMPUTE WS-NET-FLOOR ROUNDED =
                   WS-GROSS-PAY * WS-MIN-NET-PCT / 100
           END-IF
           COMPUTE WS-FLOOR-ROOM =
               WS-GROSS-PAY - WS-TAX - WS-NET-FLOOR
           IF WS-FLOOR-ROOM < 0
               MOVE 'Y' TO WS-STAT-BREACH
               MOVE 0 TO WS-FLOOR-ROOM
           END-IF
           MOVE 0 TO WS-LOAN-DED
           MOVE 0 TO WS-OTHER-DED

           MOVE WS-LOAN-CARRY-PART TO WS-TAKE-DUE
           PERFORM TAKE-WITHIN-FLOOR-PARA
           ADD WS-TAKE-AMT TO WS-LOAN-DED
           MOVE WS-CARRY-OTHER TO WS-TAKE-DUE
           PERFORM TAKE-WITHIN-FLOOR-PARA
           ADD WS-TAKE-AMT TO WS-OTHER-DED
           COMPUTE WS-TAKE-DUE = WS-LOAN-TOTAL - WS-LOAN-CARRY-PART
           PERFORM TAKE-WITHIN-FLOOR-PARA
           ADD WS-TAKE-AMT TO WS-LOAN-DED
           MOVE WS-CUR-OTHER TO WS-TAKE-DUE
           PERFORM TAKE-WITHIN-FLOOR-PARA
           ADD WS-TAKE-AMT TO WS-OTHER-DED

           COMPUTE WS-DEFER-LOAN = WS-LOAN-TOTAL - WS-LOAN-DED
           COMPUTE WS-DEFER-OTHER =
               WS-CARRY-OTHER + WS-CUR-OTHER - WS-OTHER-DED
           IF WS-DEFER-LOAN > 0 OR WS-DEFER-OTHER > 0
               OR WS-STAT-BREACH = 'Y'
               MOVE 'Y' TO WS-FLOOR-HIT
           END-IF.

      *    TAKES AS MUCH OF ONE DEDUCTION AS THE ROOM ABOVE THE FLOOR
      *    ALLOWS. A NEGATIVE AMOUNT (A REFUND KEYED AS A DEDUCTION)
      *    IS ALWAYS TAKEN AND WIDENS THE ROOM FOR WHAT FOLLOWS.
       TAKE-WITHIN-FLOOR-PARA.
           IF WS-TAKE-DUE > WS-FLOOR-ROOM
               MOVE WS-FLOOR-ROOM TO WS-TAKE-AMT
           ELSE
               MOVE WS-TAKE-DUE TO WS-TAKE-AMT
           END-IF
           SUBTRACT WS-TAKE-AMT FROM WS-FLOOR-ROOM.

       LOOKUP-CARRY-PARA.
           MOVE 'N' TO WS-CARRY-FOUND
           MOVE IN-EMP-ID TO CD-EMP-ID
           READ CARRY-DED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARRY-FOUND
                   MOVE CD-LOAN-AMT  TO WS-CARRY-LOAN
                   MOVE CD-OTHER-AMT TO WS-CARRY-OTHER
           END-READ.

      *    THE CARRIED ROW ALWAYS ENDS UP HOLDING EXACTLY WHAT IS
      *    STILL OWED AFTER THIS PAYMENT - REPLACED WHEN SOMETHING IS
      *    STILL DEFERRED, REMOVED ONCE EVERYTHING IS RECOVERED.
       UPDATE-CARRY-PARA.
           IF WS-DEFER-LOAN = 0 AND WS-DEFER-OTHER = 0
               IF WS-CARRY-FOUND = 'Y'
                   DELETE CARRY-DED-FILE RECORD
                       INVALID KEY
                           DISPLAY "CARRIED DED DELETE FAILED FOR: "
                               IN-EMP-ID
                   END-DELETE
               END-IF
           ELSE
               MOVE IN-EMP-ID         TO CD-EMP-ID
               MOVE WS-DEFER-LOAN     TO CD-LOAN-AMT
               MOVE WS-DEFER-OTHER    TO CD-OTHER-AMT
               MOVE WS-PAY-PERIOD-END TO CD-LAST-PERIOD
               IF WS-CARRY-FOUND = 'Y'
                   REWRITE CARRY-DED-REC
                       INVALID KEY
                           DISPLAY "CARRIED DED REWRITE FAILED FOR: "
                               IN-EMP-ID
                   END-REWRITE
               ELSE
                   WRITE CARRY-DED-REC
                       INVALID KEY
                           DISPLAY "CARRIED DED WRITE FAILED FOR: "
                               IN-EMP-ID
                   END-WRITE
               END-IF
           END-IF.

      *    WITH SLABS LOADED THE PERIOD'S GROSS IS ANNUALIZED, THE
      *    EMPLOYEE'S ALLOWED TAX-SAVING DECLARATIONS COME OFF IT,
      *    AND WHAT IS LEFT IS TAXED PROGRESSIVELY; THE PERIOD
      *    WITHHOLDS THE CUMULATIVE SHARE DUE TO DATE (ANNUAL TAX
      *    PRO-RATED BY THE GROSS EARNED SO FAR, FROM THE MASTER
      *    YTD FIGURES) LESS THE TAX
      *    ALREADY WITHHELD, SO EARLIER FLAT-RATE OR OFF-SLAB
      *    WITHHOLDING SELF-CORRECTS PERIOD BY PERIOD. THE MASTER
      *    RECORD IS CURRENT HERE - LOOKUP-MASTER-PARA READ IT
               IF WS-ANNUAL-GROSS <= 0
                   MOVE 0 TO WS-TAX
               ELSE
                   PERFORM DECL-ALLOWED-PARA
                   COMPUTE WS-ANNUAL-TAXABLE =
                       WS-ANNUAL-GROSS - WS-DECL-ALLOWED
                   IF WS-ANNUAL-TAXABLE < 0
                       MOVE 0 TO WS-ANNUAL-TAXABLE
                   END-IF
                   PERFORM SLAB-ANNUAL-TAX-PARA
                   COMPUTE WS-CUM-TAX-DUE ROUNDED =
                       WS-ANNUAL-TAX * WS-CUM-GROSS / WS-ANNUAL-GROSS
               END-IF
           END-IF.

      *    EACH SLAB TAXES THE PORTION OF THE ANNUAL TAXABLE INCOME
      *    BETWEEN ITS FLOOR AND ITS CEILING AT ITS MARGINAL RATE.
       SLAB-ANNUAL-TAX-PARA.
           MOVE 0 TO WS-ANNUAL-TAX
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > WS-TS-COUNT
               IF WS-ANNUAL-TAXABLE > WS-TS-FLOOR(TS-IDX)
                   IF WS-ANNUAL-TAXABLE > WS-TS-CEILING(TS-IDX)
                       COMPUTE WS-SLAB-PORTION =
                           WS-TS-CEILING(TS-IDX) - WS-TS-FLOOR(TS-IDX)
                   ELSE
                       COMPUTE WS-SLAB-PORTION =
                           WS-ANNUAL-TAXABLE - WS-TS-FLOOR(TS-IDX)
                   END-IF
                   COMPUTE WS-ANNUAL-TAX ROUNDED = WS-ANNUAL-TAX
                       + WS-SLAB-PORTION * WS-TS-RATE(TS-IDX)
               END-IF
           END-PERFORM.

      *    TOTAL OF THE EMPLOYEE'S DECLARATIONS FOR THE YEAR, EACH
      *    SECTION TAKEN AT ITS DECLARED AMOUNT - OR ITS VERIFIED
      *    AMOUNT ONCE THE RUN PARM SAYS PROOF IS REQUIRED - AND
      *    CAPPED AT THE SECTION LIMIT. A SECTION NO LONGER ON THE
      *    LIMITS FILE ALLOWS NOTHING.
       DECL-ALLOWED-PARA.
           MOVE 0 TO WS-DECL-ALLOWED
           MOVE 'N' TO WS-DECL-FOUND
           IF WS-DECL-FILE-OPEN = 'Y'
               MOVE IN-EMP-ID TO DCL-EMP-ID
               MOVE WS-FY-END TO DCL-FY-END
               READ DECL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DECL-FOUND
               END-READ
           END-IF
           IF WS-DECL-FOUND = 'Y'
               PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                       UNTIL WS-DCL-IDX > WS-DCL-SLOTS
                   IF DCL-SEC-CODE(WS-DCL-IDX) NOT = SPACES
                       PERFORM DECL-SECTION-ALLOWED-PARA
                   END-IF
               END-PERFORM
           END-IF.

       DECL-SECTION-ALLOWED-PARA.
           IF WS-USE-VERIFIED
               MOVE DCL-SEC-VERIFIED(WS-DCL-IDX) TO WS-DCL-AMOUNT
           ELSE
               MOVE DCL-SEC-DECLARED(WS-DCL-IDX) TO WS-DCL-AMOUNT
           END-IF
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               IF WS-DS-CODE(DS-IDX) = DCL-SEC-CODE(WS-DCL-IDX)
                   IF WS-DCL-AMOUNT > WS-DS-LIMIT(DS-IDX)
                       MOVE WS-DS-LIMIT(DS-IDX) TO WS-DCL-AMOUNT
                   END-IF
                   IF WS-DCL-AMOUNT > 0
                       ADD WS-DCL-AMOUNT TO WS-DECL-ALLOWED
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-DEDUCTIONS-PARA.
           COMPUTE WS-PF = WS-TAX * WS-PF-SPLIT-RATE
           COMPUTE WS-PROF-TAX = WS-TAX * WS-PROF-TAX-SPLIT-RATE
           END-IF
           IF WS-VT-FOUND = 'Y'
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   IN-BASIC-SAL / WS-PERIOD-HOURS
               COMPUTE WS-DAILY-RATE ROUNDED =
                   IN-BASIC-SAL / WS-PERIOD-DAYS
               COMPUTE WS-OT-PAY ROUNDED =
                   WS-VT-OT-HOURS(VT-IDX) * WS-HOURLY-RATE
                   * WS-OT-MULTIPLIER
       APPLY-LEAVE-PARA.
           MOVE 0 TO WS-LWP-DED
           MOVE 0 TO WS-DOCK-DAYS
           MOVE MST-LEAVE-BAL         TO WS-LEAVE-OPEN-BAL
           MOVE MST-LEAVE-ACCR-PERIOD TO WS-LEAVE-PREV-ACCR
           IF MST-LEAVE-ACCR-PERIOD = WS-PAY-PERIOD-END
               MOVE MST-LEAVE-BAL TO WS-LEAVE-AVAIL
           ELSE
           END-IF
           MOVE WS-LEAVE-NEW-BAL TO MST-LEAVE-BAL.

      *    WORKS OUT THE INSTALLMENT DUE ON AN ACTIVE LOAN. THE
      *    FINAL INSTALLMENT IS CAPPED AT THE BALANCE SO THE LOAN
      *    STOPS AT ZERO, NEVER OVER-RECOVERED. NOTHING IS POSTED
      *    HERE - THE NET PAY FLOOR DECIDES HOW MUCH IS ACTUALLY
      *    TAKEN AND POST-LOAN-PARA REDUCES THE BALANCE BY THAT
      *    ALONE. AN EMPLOYEE WITH NO ACTIVE LOAN GETS A ZERO
      *    DEDUCTION AND ZERO BALANCE AND PAYS EXACTLY AS BEFORE.
       RECOVER-LOAN-PARA.
           MOVE 0 TO WS-LOAN-DED
           MOVE 0 TO WS-LOAN-DUE
           MOVE 0 TO WS-LOAN-BAL
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE 'N' TO WS-LOAN-ACTIVE
           IF WS-LOAN-FILE-OPEN = 'Y'
               MOVE IN-EMP-ID TO LN-EMP-ID
               READ LOAN-MASTER-FILE
               END-READ
           END-IF
           IF WS-LOAN-FOUND = 'Y' AND LN-ACTIVE AND LN-BALANCE > 0
               MOVE 'Y' TO WS-LOAN-ACTIVE
               IF LN-INSTALLMENT > LN-BALANCE
                   MOVE LN-BALANCE TO WS-LOAN-DUE
               ELSE
                   MOVE LN-INSTALLMENT TO WS-LOAN-DUE
               END-IF
           END-IF.

      *    REDUCES THE LOAN BALANCE BY WHAT WAS ACTUALLY RECOVERED
      *    AND CLOSES THE LOAN AT ZERO. A DEFERRED INSTALLMENT LEAVES
      *    LN-BALANCE EXACTLY AS IT WAS.
       POST-LOAN-PARA.
           IF WS-LOAN-ACTIVE = 'Y'
               SUBTRACT WS-LOAN-DED FROM LN-BALANCE
               IF LN-BALANCE = 0
                   MOVE 'C' TO LN-STATUS
           MOVE WS-LOAN-DED   TO OUT-LOAN-DED
           MOVE WS-LOAN-BAL   TO OUT-LOAN-BAL
           MOVE WS-LEAVE-NEW-BAL TO OUT-LEAVE-BAL
           MOVE WS-CARRY-LOAN  TO OUT-CARRY-LOAN
           MOVE WS-CARRY-OTHER TO OUT-CARRY-OTHER
           MOVE WS-DEFER-LOAN  TO OUT-DEFER-LOAN
           MOVE WS-DEFER-OTHER TO OUT-DEFER-OTHER
           MOVE WS-RC-RUN-NUMBER   TO OUT-RUN-NUMBER
           MOVE WS-LEAVE-OPEN-BAL  TO OUT-LEAVE-OPEN-BAL
           MOVE WS-LEAVE-PREV-ACCR TO OUT-LEAVE-PREV-ACCR
           MOVE 0                  TO OUT-GRATUITY
           MOVE 0                  TO OUT-LEAVE-ENC
           MOVE WS-PAY-GROUP       TO OUT-PAY-GROUP

           WRITE EMP-OUT-REC
           PERFORM WRITE-HIST-PARA
           MOVE OUT-LOAN-DED       TO HST-LOAN-DED
           MOVE OUT-LOAN-BAL       TO HST-LOAN-BAL
           MOVE OUT-LEAVE-BAL      TO HST-LEAVE-BAL
           MOVE OUT-CARRY-LOAN     TO HST-CARRY-LOAN
           MOVE OUT-CARRY-OTHER    TO HST-CARRY-OTHER
           MOVE OUT-DEFER-LOAN     TO HST-DEFER-LOAN
           MOVE OUT-DEFER-OTHER    TO HST-DEFER-OTHER
           MOVE OUT-GRATUITY       TO HST-GRATUITY
           MOVE OUT-LEAVE-ENC      TO HST-LEAVE-ENC
           WRITE PAY-HIST-REC
               INVALID KEY
                   PERFORM MERGE-HIST-PARA

      *    THE READ REFRESHES PAY-HIST-REC WITH THE ROW ALREADY ON
      *    FILE, THE MONEY MOVEMENTS ADD ON, AND THE POINT-IN-TIME
      *    BALANCES (LOAN, LEAVE, DEFERRED DEDUCTIONS) TAKE THIS
      *    RUN'S LATEST FIGURES. THE CARRIED-IN AMOUNTS STAY AS THE
      *    PERIOD'S FIRST PAYMENT FOUND THEM.
       MERGE-HIST-PARA.
           MOVE OUT-EMP-ID         TO HST-EMP-ID
           MOVE OUT-PAY-PERIOD-END TO HST-PAY-PERIOD-END
                   ADD OUT-LWP-DED    TO HST-LWP-DED
                   ADD OUT-OTHER-DED  TO HST-OTHER-DED
                   ADD OUT-LOAN-DED   TO HST-LOAN-DED
                   ADD OUT-GRATUITY   TO HST-GRATUITY
                   ADD OUT-LEAVE-ENC  TO HST-LEAVE-ENC
                   MOVE OUT-LOAN-BAL  TO HST-LOAN-BAL
                   MOVE OUT-LEAVE-BAL TO HST-LEAVE-BAL
                   MOVE OUT-DEFER-LOAN  TO HST-DEFER-LOAN
                   MOVE OUT-DEFER-OTHER TO HST-DEFER-OTHER
                   REWRITE PAY-HIST-REC
           END-READ.

           MOVE "COMPLETE" TO WS-JOB-STATUS
           PERFORM WRITE-CHECKPOINT-PARA
           PERFORM WRITE-GL-FEED-PARA
           PERFORM PRINT-FLOOR-TOTALS-PARA
           CLOSE EMP-IN-FILE
           CLOSE EMP-OUT-FILE
           CLOSE EMP-ERR-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE GL-FEED-FILE
           CLOSE PAY-HIST-FILE
           CLOSE CARRY-DED-FILE
           CLOSE FLOOR-RPT-FILE
           IF WS-DECL-FILE-OPEN = 'Y'
               CLOSE DECL-MASTER-FILE
           END-IF

           PERFORM WRITE-RUN-CTL-PARA
           PERFORM PRINT-DEPT-TOTALS-PARA
           DISPLAY "PAYROLL PROCESSING COMPLETE"
           DISPLAY "RUN TYPE (R/S/A) : " WS-RUN-TYPE
           DISPLAY "PAY PERIOD ENDING: " WS-PAY-PERIOD-END
           DISPLAY "PAY GROUP (FREQ) : " WS-PAY-GROUP
               " (" WS-PAY-FREQUENCY ")"
           DISPLAY "PAY DATE         : " WS-PAY-DATE
           DISPLAY "TAX FISCAL YEAR  : " WS-FY-END
               " (" WS-PROOF-BASIS ")"
           DISPLAY "RECORDS READ    : " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN : " WS-WRITE-COUNT
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT
           DISPLAY "TOTAL LWP DOCK  : " WS-TOT-LWP
           DISPLAY "TOTAL OTHER DED : " WS-TOT-OTHDED
           DISPLAY "TOTAL LOAN RECVD: " WS-TOT-LOAN
           DISPLAY "AT NET PAY FLOOR: " WS-FLOOR-COUNT
           DISPLAY "TOTAL DEFERRED  : " WS-TOT-DEFER
           DISPLAY "----------------------------------".

       PRINT-FLOOR-HDR-PARA.
           MOVE SPACES TO FLOOR-RPT-LINE
           WRITE FLOOR-RPT-LINE FROM WS-FLR-HDR-LINE
           MOVE ALL "=" TO FLOOR-RPT-LINE
           WRITE FLOOR-RPT-LINE
           MOVE WS-PAY-PERIOD-END TO WS-FLR-PERIOD
           MOVE WS-MIN-NET-PCT    TO WS-FLR-PCT
           WRITE FLOOR-RPT-LINE FROM WS-FLR-PERIOD-LINE
           WRITE FLOOR-RPT-LINE FROM WS-FLR-COL-LINE
           MOVE ALL "-" TO FLOOR-RPT-LINE
           WRITE FLOOR-RPT-LINE.

      *    ONE LINE PER EMPLOYEE WHOSE PAY HIT THE FLOOR, SO PAYROLL
      *    OPS CAN FOLLOW UP THE DEFERRED RECOVERIES.
       WRITE-FLOOR-RPT-PARA.
           MOVE IN-EMP-ID      TO WS-FLR-EMP-ID
           MOVE IN-EMP-NAME    TO WS-FLR-EMP-NAME
           MOVE WS-GROSS-PAY   TO WS-FLR-GROSS
           MOVE WS-NET-FLOOR   TO WS-FLR-FLOOR
           MOVE WS-NET-PAY     TO WS-FLR-NET
           MOVE WS-DEFER-LOAN  TO WS-FLR-DEF-LOAN
           MOVE WS-DEFER-OTHER TO WS-FLR-DEF-OTHER
           MOVE SPACES         TO WS-FLR-STAT
           IF WS-STAT-BREACH = 'Y'
               MOVE 'S' TO WS-FLR-STAT
           END-IF
           WRITE FLOOR-RPT-LINE FROM WS-FLR-DETAIL-LINE
           ADD 1 TO WS-FLOOR-COUNT
           ADD WS-DEFER-LOAN  TO WS-TOT-DEFER
           ADD WS-DEFER-OTHER TO WS-TOT-DEFER.

       PRINT-FLOOR-TOTALS-PARA.
           MOVE ALL "-" TO FLOOR-RPT-LINE
           WRITE FLOOR-RPT-LINE
           MOVE WS-FLOOR-COUNT TO WS-FLR-CNT
           WRITE FLOOR-RPT-LINE FROM WS-FLR-COUNT-LINE
           MOVE WS-TOT-DEFER   TO WS-FLR-TOT
           WRITE FLOOR-RPT-LINE FROM WS-FLR-TOTAL-LINE.

       PRINT-DEPT-TOTALS-PARA.
           DISPLAY "----------------------------------"
           DISPLAY "DEPARTMENT CONTROL TOTALS"
