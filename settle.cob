       DATE-WRITTEN. 2026-09-03.
      *FULL-AND-FINAL SETTLEMENT RUN FOR TERMINATED EMPLOYEES. READS
      *A SETTLEMENT TRANSACTION FILE (EMPLOYEE, DAYS WORKED IN THE
      *FINAL PERIOD), VERIFIES THE EMPLOYEE IS MARKED TERMINATED ON
      *THE MASTER, TAKES THE BASIC SALARY IN FORCE FOR THE PERIOD
      *FROM THE SALARY MASTER, AND SETTLES END-TO-END: PRO-RATA
      *BASIC FOR THE DAYS WORKED, ANY OUTSTANDING PAY-TRAN-FILE ROWS
      *(OVERTIME, ALLOWANCES, DEDUCTIONS, LEAVE), RECOVERY OF THE
      *FULL OUTSTANDING LOAN BALANCE AND OF ANY DEDUCTIONS THE NET
      *PAY FLOOR CARRIED FORWARD, AND A PRINTED SETTLEMENT
      *STATEMENT IN THE PAYSLIP01 STYLE. THE AMOUNTS FLOW INTO
      *EMP-OUT-FILE (SO THE BANK FEED OR CHEQUE RUN PAYS THEM LIKE
      *ANY OTHER PAYMENT), THE PAY HISTORY, THE GL FEED AND THE
      *ADJUSTMENT WEEKS LATER. TAX IS WITHHELD AT THE FLAT PERIOD
      *RATE (DEPARTMENT OVERRIDE RESPECTED) - A ONE-OFF SETTLEMENT
      *DOES NOT GO THROUGH THE ANNUALIZED SLAB MACHINERY.
      *THE SETTLEMENT ALSO PAYS THE TERMINAL BENEFITS - GRATUITY ON
      *FIVE OR MORE YEARS OF SERVICE AND THE REMAINING LEAVE BALANCE
      *ENCASHED AT THE DAILY RATE - OUTSIDE THE TAXED GROSS. BOTH ARE
      *CHARGED AGAINST THE PROVISION PROV01 BOOKED FOR THE EMPLOYEE;
      *ONLY A PAYOUT ABOVE (OR BELOW) THE PROVISION REACHES EXPENSE.
      *A SETTLEMENT RUN IS FOR ONE PAY GROUP'S PERIOD, LIKE THE
      *PAYROLL01 RUN IT FOLLOWS; THE BASIC ON THE SALARY MASTER IS
      *FOR ONE PERIOD OF THE GROUP, SO THE DAILY AND HOURLY RATES AND
      *THE LEAVE ACCRUAL FOLLOW THE GROUP'S PAY CALENDAR FREQUENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT SAL-MASTER-FILE
               ASSIGN TO SALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-KEY
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CARRY-DED-FILE
               ASSIGN TO CARRYDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-EMP-ID
               FILE STATUS IS WS-CARRYDED-STATUS.

           SELECT PROV-MAST-FILE
               ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-EMP-ID
               FILE STATUS IS WS-PROVMAST-STATUS.

           SELECT PAY-TRAN-FILE
               ASSIGN TO PAYTRAN
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDPARM-STATUS.

           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD SAL-MASTER-FILE.
       COPY SALMAST.

       FD LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD CARRY-DED-FILE.
       COPY CARRYDED.

       FD PROV-MAST-FILE.
       COPY PROVMAST.

       FD PAY-TRAN-FILE.
       COPY PAYTRAN.

       FD FEED-PARM-FILE.
       COPY FEEDPARM.

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-LOAN-FOUND        PIC X VALUE 'N'.
          05 WS-LOAN-FILE-OPEN    PIC X VALUE 'N'.
          05 WS-CARRY-FILE-OPEN   PIC X VALUE 'N'.
          05 WS-PROV-FILE-OPEN    PIC X VALUE 'N'.
          05 WS-DUP-FOUND         PIC X VALUE 'N'.
          05 WS-CONTINUE-PERIOD   PIC X VALUE 'N'.
          05 WS-OVERRIDE-FLAG     PIC X VALUE 'N'.
          05 WS-ALREADY-RUN       PIC X VALUE 'N'.
          05 WS-RATE-FOUND        PIC X VALUE 'N'.
          05 WS-SAL-EOF           PIC X VALUE 'N'.

       01 WS-LOANMAST-STATUS      PIC XX.
       01 WS-SALMAST-STATUS       PIC XX.
       01 WS-CARRYDED-STATUS      PIC XX.
       01 WS-PROVMAST-STATUS      PIC XX.
       01 WS-PAYHIST-STATUS       PIC XX.
       01 WS-EMPOUT-STATUS        PIC XX.
       01 WS-FEEDPARM-STATUS      PIC XX.
       01 WS-BONUS-RATE           PIC V99 VALUE .10.
       01 WS-PAY-PERIOD-END       PIC X(8) VALUE SPACES.

      *    THE PAY GROUP BEING SETTLED, THE GROUP OF THE EXISTING
      *    EMP-OUT, AND THE GROUP'S PAY FREQUENCY OFF THE CALENDAR.
       01 WS-PAY-GROUP            PIC X(2) VALUE SPACES.
       01 WS-EXIST-GROUP          PIC X(2) VALUE SPACES.
       01 WS-MST-PAY-GROUP        PIC X(2).
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-PAYCAL-STATUS        PIC XX.
       01 WS-CAL-FOUND            PIC X VALUE 'N'.
       01 WS-PAY-FREQUENCY        PIC X(1) VALUE 'M'.

      *    BASIC SALARY IN FORCE FOR THE SETTLEMENT PERIOD, FROM THE
      *    SALARY MASTER. ZERO WHEN THE EMPLOYEE HAS NO RATE.
       01 WS-RATE-BASIC           PIC S9(7)V99 VALUE 0.
       01 WS-RATE-GROUP           PIC X(2) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-ALLOWANCE     PIC S9(7)V99.
          05 WS-LWP-DED       PIC S9(7)V99.
          05 WS-OTHER-DED     PIC S9(7)V99.
          05 WS-CARRY-LOAN    PIC S9(7)V99.
          05 WS-CARRY-OTHER   PIC S9(7)V99.
          05 WS-LOAN-DED      PIC S9(7)V99.
          05 WS-GRATUITY      PIC S9(7)V99.
          05 WS-LEAVE-ENC     PIC S9(7)V99.
          05 WS-ENC-DAYS      PIC S9(3)V99.
          05 WS-PROV-GRAT     PIC S9(9)V99.
          05 WS-PROV-LEAVE    PIC S9(9)V99.

      *    GRATUITY IS 15 DAYS' BASIC (AT 26 WORKING DAYS TO THE
      *    MONTH, OR THE GROUP'S PERIOD EQUIVALENT) PER YEAR OF
      *    SERVICE ONCE FIVE YEARS ARE COMPLETE,
      *    A FINAL PART-YEAR OF SIX MONTHS OR MORE COUNTING AS A
      *    WHOLE YEAR, UP TO THE STATUTORY CEILING. SERVICE RUNS FROM
      *    THE JOIN DATE TO THE SETTLEMENT PERIOD END.
       01 WS-GRATUITY-RULE.
          05 WS-GRAT-DAYS     PIC 9(2)      VALUE 15.
          05 WS-GRAT-MIN-MTHS PIC 9(3)      VALUE 60.
          05 WS-GRAT-CAP      PIC 9(7)V99   VALUE 2000000.00.

       01 WS-SERVICE-WORK.
          05 WS-SVC-FROM.
             10 WS-SVC-FROM-YY   PIC 9(4).
             10 WS-SVC-FROM-MM   PIC 9(2).
             10 WS-SVC-FROM-DD   PIC 9(2).
          05 WS-SVC-TO.
             10 WS-SVC-TO-YY     PIC 9(4).
             10 WS-SVC-TO-MM     PIC 9(2).
             10 WS-SVC-TO-DD     PIC 9(2).
          05 WS-SVC-MONTHS       PIC S9(5) VALUE 0.
          05 WS-SVC-YEARS        PIC 9(3) VALUE 0.
          05 WS-SVC-REM-MTHS     PIC 9(2) VALUE 0.

      *    SAME DERIVATION CONSTANTS AS PAYROLL01 SO A SETTLEMENT
      *    DAY AND AN ORDINARY PAY DAY ARE WORTH THE SAME MONEY -
      *    SCALED TO THE GROUP'S FREQUENCY BY SET-FREQUENCY-PARA.
       01 WS-PAY-DERIVATION.
          05 WS-PERIOD-HOURS  PIC 9(3)    VALUE 208.
          05 WS-PERIOD-DAYS   PIC 9(2)    VALUE 26.
          05 WS-OT-MULTIPLIER PIC 9V9     VALUE 2.0.
          05 WS-HOURLY-RATE   PIC S9(7)V99.
          05 WS-DAILY-RATE    PIC S9(7)V99.
          05 WS-LWP-DAYS      PIC 9(3)V99.
          05 WS-DOCK-DAYS     PIC 9(3)V99.
          05 WS-LEAVE-NEW-BAL PIC S9(3)V99.
          05 WS-LEAVE-OPEN-BAL   PIC S9(3)V99.
          05 WS-LEAVE-PREV-ACCR  PIC X(8).

       01 WS-DEDUCTION-SPLIT.
          05 WS-PF-SPLIT-RATE       PIC V999 VALUE .400.
          05 WS-TOT-LWP       PIC S9(9)V99 VALUE 0.
          05 WS-TOT-OTHDED    PIC S9(9)V99 VALUE 0.
          05 WS-TOT-LOAN      PIC S9(9)V99 VALUE 0.
          05 WS-TOT-GRAT      PIC S9(9)V99 VALUE 0.
          05 WS-TOT-LEAVE-ENC PIC S9(9)V99 VALUE 0.
          05 WS-TOT-GRAT-PROV PIC S9(9)V99 VALUE 0.
          05 WS-TOT-LEAVE-PROV PIC S9(9)V99 VALUE 0.
          05 WS-TOT-EXCESS    PIC S9(9)V99 VALUE 0.

       01 WS-GL-ACCOUNTS.
          05 WS-GL-ACCT-BASIC   PIC X(10) VALUE "5000-BASIC".
          05 WS-GL-ACCT-LWP     PIC X(10) VALUE "5400-LWPRC".
          05 WS-GL-ACCT-OTHDED  PIC X(10) VALUE "2300-OTHDD".
          05 WS-GL-ACCT-LOAN    PIC X(10) VALUE "2400-LOANR".
          05 WS-GL-ACCT-GRAT-EXP  PIC X(10) VALUE "6100-GRATX".
          05 WS-GL-ACCT-GRAT-PRV  PIC X(10) VALUE "2500-GRATP".
          05 WS-GL-ACCT-LEAVE-EXP PIC X(10) VALUE "6200-LVENX".
          05 WS-GL-ACCT-LEAVE-PRV PIC X(10) VALUE "2600-LVENP".

       01 WS-DEPT-RATE-CTL.
          05 WS-DR-COUNT      PIC 9(3) VALUE 0.
           IF WS-PAY-PERIOD-END = SPACES
               MOVE WS-EXIST-PERIOD TO WS-PAY-PERIOD-END
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE WS-EXIST-GROUP TO WS-PAY-GROUP
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE "MN" TO WS-PAY-GROUP
           END-IF
           IF WS-PAY-PERIOD-END = SPACES
               DISPLAY "PAY PERIOD END NOT ESTABLISHED - SUPPLY THE"
                   " RUN PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    AN EMP-OUT LEFT BY ANOTHER PAY GROUP MEANS THIS GROUP'S
      *    DATASETS WERE NOT ALLOCATED - IT MUST NOT BE EXTENDED
      *    OR CUT FRESH UNDER THE OTHER GROUP.
           IF WS-EXIST-PERIOD NOT = SPACES
               AND WS-EXIST-GROUP NOT = WS-PAY-GROUP
               DISPLAY "EMP-OUT BELONGS TO PAY GROUP " WS-EXIST-GROUP
                   " NOT " WS-PAY-GROUP
               DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN SETTLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXIST-PERIOD = WS-PAY-PERIOD-END
               MOVE 'Y' TO WS-CONTINUE-PERIOD
           END-IF
           PERFORM LOAD-PAY-CAL-PARA
           PERFORM SET-FREQUENCY-PARA
           PERFORM CHECK-SETTLED-PERIOD-PARA
           IF WS-ALREADY-RUN = 'Y'
               PERFORM REFUSE-RERUN-PARA
           END-IF
           OPEN INPUT SETL-TRAN-FILE
           OPEN INPUT SAL-MASTER-FILE
           IF WS-SALMAST-STATUS NOT = "00"
               DISPLAY "SALARY MASTER FILE NOT AVAILABLE - STATUS "
                   WS-SALMAST-STATUS
               DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN SETTLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMP-MASTER-FILE
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOANMAST-STATUS = "00"
               MOVE 'Y' TO WS-LOAN-FILE-OPEN
           END-IF
           OPEN I-O CARRY-DED-FILE
           IF WS-CARRYDED-STATUS = "00"
               MOVE 'Y' TO WS-CARRY-FILE-OPEN
           END-IF
      *    NO PROVISION MASTER YET (PROV01 HAS NEVER RUN) MEANS NOTHING
      *    WAS PROVIDED - THE WHOLE PAYOUT GOES TO EXPENSE.
           OPEN I-O PROV-MAST-FILE
           IF WS-PROVMAST-STATUS = "00"
               MOVE 'Y' TO WS-PROV-FILE-OPEN
           END-IF
      *    A SETTLEMENT FOR A PERIOD THE REGULAR RUN ALREADY PAID -
      *    THE NORMAL CASE - EXTENDS THAT PERIOD'S EMP-OUT SO THE
      *    REGULAR ROWS (INCLUDING ANY THE BANK FEED SKIPPED AND A
           MOVE WS-SETTLE-COUNT   TO RC-WRITE-COUNT
           MOVE WS-REJECT-COUNT   TO RC-REJECT-COUNT
           MOVE WS-TOT-NET        TO RC-TOT-NET
           MOVE WS-PAY-GROUP      TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

                       MOVE PARM-PAY-PERIOD-END TO WS-PAY-PERIOD-END
                       MOVE PARM-TAX-RATE       TO WS-TAX-RATE
                       MOVE PARM-BONUS-RATE     TO WS-BONUS-RATE
                       MOVE PARM-PAY-GROUP      TO WS-PAY-GROUP
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.
               CLOSE FEED-PARM-FILE
           END-IF.

      *    ANY SETTLE01 ROW ON THE AUDIT FILE FOR THIS GROUP AND
      *    PERIOD MEANS THE SETTLEMENTS ALREADY RAN - A RESUBMITTED JOB
      *    WITH THE SAME TRANSACTION FILE WOULD PAY, POST TO THE
      *    MASTER YTD AND MERGE INTO THE HISTORY A SECOND TIME.
       CHECK-SETTLED-PERIOD-PARA.
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
                           IF WS-RC-PAY-GROUP = SPACES
                               MOVE "MN" TO WS-RC-PAY-GROUP
                           END-IF
                           IF RC-PROGRAM = "SETTLE01"
                               AND RC-PAY-PERIOD-END
                                   = WS-PAY-PERIOD-END
                               AND WS-RC-PAY-GROUP = WS-PAY-GROUP
                               MOVE 'Y' TO WS-ALREADY-RUN
                           END-IF
                   END-READ
           IF WS-OVERRIDE-FLAG = 'Y'
               AND (WS-OVERRIDE-PERIOD = SPACES
                   OR WS-OVERRIDE-PERIOD = WS-PAY-PERIOD-END)
               DISPLAY "PERIOD " WS-PAY-PERIOD-END " GROUP "
                   WS-PAY-GROUP " ALREADY SETTLED - OVERRIDE ACCEPTED"
               DISPLAY "PROCESSING THIS RUN'S TRANSACTION FILE ONLY"
           ELSE
               DISPLAY "PERIOD " WS-PAY-PERIOD-END " GROUP "
                   WS-PAY-GROUP " ALREADY SETTLED - RUN REFUSED"
               DISPLAY "SUPPLY THE OVERRIDE PARAMETER TO RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
                       CONTINUE
                   NOT AT END
                       MOVE OUT-PAY-PERIOD-END TO WS-EXIST-PERIOD
                       MOVE OUT-PAY-GROUP      TO WS-EXIST-GROUP
                       IF WS-EXIST-GROUP = SPACES
                           MOVE "MN" TO WS-EXIST-GROUP
                       END-IF
               END-READ
               CLOSE EMP-OUT-FILE
           END-IF.

      *    THE GROUP'S CALENDAR ROW FOR THE PERIOD GIVES ITS PAY
      *    FREQUENCY. WITH NO CALENDAR AT ALL THE SITE IS STILL
      *    SINGLE-GROUP MONTHLY AND SETTLES AS IT ALWAYS HAS.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CAL-FILE
               MOVE 'N' TO WS-EOF
               IF WS-CAL-FOUND = 'N'
                   DISPLAY "PERIOD " WS-PAY-PERIOD-END
                       " NOT ON PAY CALENDAR FOR GROUP "
                       WS-PAY-GROUP
                   DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN SETTLED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-PAY-GROUP NOT = "MN"
                   DISPLAY "NO PAY CALENDAR ON FILE - GROUP "
                       WS-PAY-GROUP " CANNOT BE SETTLED"
                   DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN SETTLED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    WORKING DAYS AND HOURS IN ONE PERIOD AND THE LEAVE
      *    ACCRUED EACH PERIOD - THE SAME FACTORS PAYROLL01 USES.
       SET-FREQUENCY-PARA.
           EVALUATE WS-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 6    TO WS-PERIOD-DAYS
                   MOVE 48   TO WS-PERIOD-HOURS
                   MOVE 0.35 TO WS-LEAVE-ACCRUAL
               WHEN 'F'
                   MOVE 12   TO WS-PERIOD-DAYS
                   MOVE 96   TO WS-PERIOD-HOURS
                   MOVE 0.69 TO WS-LEAVE-ACCRUAL
               WHEN 'S'
                   MOVE 13   TO WS-PERIOD-DAYS
                   MOVE 104  TO WS-PERIOD-HOURS
                   MOVE 0.75 TO WS-LEAVE-ACCRUAL
               WHEN 'M'
                   MOVE 26   TO WS-PERIOD-DAYS
                   MOVE 208  TO WS-PERIOD-HOURS
                   MOVE 1.50 TO WS-LEAVE-ACCRUAL
               WHEN OTHER
                   DISPLAY "BAD PAY FREQUENCY ON CALENDAR FOR GROUP "
                       WS-PAY-GROUP ": " WS-PAY-FREQUENCY
                   DISPLAY "RUN ABORTED - NO EMPLOYEE HAS BEEN SETTLED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    THE DEPARTMENT RATE FILE IS OPTIONAL HERE - A SETTLEMENT
      *    RUN WITHOUT ONE USES THE PARM/DEFAULT RATES THROUGHOUT.
       LOAD-DEPT-RATE-PARA.
      *        NEVER REACHES THE MASTER LOOKUP, CANNOT CARRY THE
      *        PREVIOUS TRANSACTION'S EMPLOYEE ONTO ITS ERROR ROW.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-RATE-BASIC
           PERFORM CHECK-DUP-PARA
      *        MUTUALLY EXCLUSIVE SO ONLY THE FIRST/MOST SPECIFIC
      *        REASON IS KEPT WHEN MORE THAN ONE CHECK APPLIES.
                   MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE MST-PAY-GROUP TO WS-MST-PAY-GROUP
                   IF WS-MST-PAY-GROUP = SPACES
                       MOVE "MN" TO WS-MST-PAY-GROUP
                   END-IF
                   IF NOT MST-TERMINATED
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EMPLOYEE NOT TERMINATED"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-MST-PAY-GROUP NOT = WS-PAY-GROUP
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "EMPLOYEE NOT IN THE RUN'S PAY GROUP"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-RATE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE BASIC SALARY COMES FROM THE SALARY MASTER ROW IN FORCE
      *    FOR THE SETTLEMENT PERIOD, SO IT ALWAYS AGREES WITH WHAT
      *    THE REGULAR RUN WAS PAYING. A RATE KEYED FOR ANOTHER PAY
      *    GROUP IS AN AMOUNT FOR THE WRONG LENGTH OF PERIOD.
       VALIDATE-RATE-PARA.
           PERFORM LOOKUP-RATE-PARA
           IF WS-RATE-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "NO SALARY RATE ON SALARY MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-RATE-GROUP NOT = WS-PAY-GROUP
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SALARY RATE FOR ANOTHER PAY GROUP"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-RATE-BASIC <= 0
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "BASIC SALARY NOT GREATER THAN ZERO"
                           TO WS-REJECT-REASON
                   ELSE
                       IF SET-DAYS-WORKED > WS-PERIOD-DAYS
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "DAYS WORKED EXCEED PERIOD DAYS"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    THE LATEST ACTIVE ROW EFFECTIVE ON OR BEFORE THE PERIOD
      *    END - THE SAME RULE SALEXTR01 USES TO BUILD THE REGULAR
      *    PAY INPUT. ROWS ARE IN EMPLOYEE / EFFECTIVE PERIOD ORDER.
       LOOKUP-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 'N' TO WS-SAL-EOF
           MOVE 0 TO WS-RATE-BASIC
           MOVE SPACES TO WS-RATE-GROUP
           MOVE SET-EMP-ID TO SAL-EMP-ID
           MOVE LOW-VALUES TO SAL-EFF-PERIOD
           START SAL-MASTER-FILE KEY >= SAL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SAL-EOF
           END-START
           PERFORM UNTIL WS-SAL-EOF = 'Y'
               READ SAL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAL-EOF
                   NOT AT END
                       IF SAL-EMP-ID NOT = SET-EMP-ID
                           OR SAL-EFF-PERIOD > WS-PAY-PERIOD-END
                           MOVE 'Y' TO WS-SAL-EOF
                       ELSE
                           IF SAL-ACTIVE
                               MOVE 'Y' TO WS-RATE-FOUND
                               MOVE SAL-BASIC-SAL TO WS-RATE-BASIC
                               MOVE SAL-PAY-GROUP TO WS-RATE-GROUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RATE-GROUP = SPACES
               MOVE "MN" TO WS-RATE-GROUP
           END-IF.

       CHECK-DUP-PARA.
           MOVE 'N' TO WS-DUP-FOUND
           IF WS-SEEN-COUNT > 0
           PERFORM LOOKUP-PAY-TRAN-PARA
           PERFORM APPLY-LEAVE-PARA
           PERFORM RECOVER-LOAN-PARA
           PERFORM RECOVER-CARRY-PARA
           PERFORM CALC-GRATUITY-PARA
           PERFORM ENCASH-LEAVE-PARA
           PERFORM USE-PROVISION-PARA

           COMPUTE WS-PRORATA-BASIC ROUNDED =
               WS-RATE-BASIC * SET-DAYS-WORKED / WS-PERIOD-DAYS
           COMPUTE WS-BONUS ROUNDED =
               WS-PRORATA-BASIC * WS-DR-WORK-BONUS-RATE
           COMPUTE WS-GROSS-PAY = WS-PRORATA-BASIC + WS-BONUS
           COMPUTE WS-TAX = WS-GROSS-PAY * WS-DR-WORK-TAX-RATE
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX - WS-OTHER-DED - WS-LOAN-DED
               + WS-GRATUITY + WS-LEAVE-ENC

           PERFORM SPLIT-DEDUCTIONS-PARA

           ADD WS-LWP-DED   TO WS-TOT-LWP
           ADD WS-OTHER-DED TO WS-TOT-OTHDED
           ADD WS-LOAN-DED  TO WS-TOT-LOAN
           ADD WS-GRATUITY  TO WS-TOT-GRAT
           ADD WS-LEAVE-ENC TO WS-TOT-LEAVE-ENC
           ADD WS-PROV-GRAT  TO WS-TOT-GRAT-PROV
           ADD WS-PROV-LEAVE TO WS-TOT-LEAVE-PROV

           PERFORM UPDATE-MASTER-PARA
           PERFORM WRITE-OUT-PARA

      *    OUTSTANDING VARIABLE PAY FOR THE EMPLOYEE, RESOLVED THE
      *    SAME WAY PAYROLL01 DOES. RATES DERIVE FROM THE FULL BASIC
      *    IN FORCE ON THE SALARY MASTER, NOT THE PRO-RATA FIGURE.
       LOOKUP-PAY-TRAN-PARA.
           MOVE 0 TO WS-OT-PAY
           MOVE 0 TO WS-ALLOWANCE
           MOVE 0 TO WS-LWP-DAYS
           MOVE 0 TO WS-OTHER-DED
           COMPUTE WS-HOURLY-RATE ROUNDED =
               WS-RATE-BASIC / WS-PERIOD-HOURS
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-RATE-BASIC / WS-PERIOD-DAYS
           MOVE 'N' TO WS-VT-FOUND
           IF WS-VT-COUNT > 0
               SET VT-IDX TO 1
       APPLY-LEAVE-PARA.
           MOVE 0 TO WS-LWP-DED
           MOVE 0 TO WS-DOCK-DAYS
           MOVE MST-LEAVE-BAL         TO WS-LEAVE-OPEN-BAL
           MOVE MST-LEAVE-ACCR-PERIOD TO WS-LEAVE-PREV-ACCR
           IF MST-LEAVE-ACCR-PERIOD = WS-PAY-PERIOD-END
               MOVE MST-LEAVE-BAL TO WS-LEAVE-AVAIL
           ELSE
               REWRITE LOAN-MASTER-REC
           END-IF.

      *    DEDUCTIONS THE NET PAY FLOOR DEFERRED ARE STILL OWED AND
      *    COME OFF THE SETTLEMENT. A DEFERRED LOAN INSTALLMENT IS
      *    ALREADY INSIDE THE BALANCE RECOVERED ABOVE, SO ONLY THE
      *    OTHER DEDUCTIONS ADD ON; THE CARRIED ROW IS THEN CLEARED.
       RECOVER-CARRY-PARA.
           MOVE 0 TO WS-CARRY-LOAN
           MOVE 0 TO WS-CARRY-OTHER
           IF WS-CARRY-FILE-OPEN = 'Y'
               MOVE SET-EMP-ID TO CD-EMP-ID
               READ CARRY-DED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CD-LOAN-AMT  TO WS-CARRY-LOAN
                       MOVE CD-OTHER-AMT TO WS-CARRY-OTHER
                       ADD CD-OTHER-AMT  TO WS-OTHER-DED
                       DELETE CARRY-DED-FILE RECORD
               END-READ
           END-IF.

      *    NO GRATUITY BEFORE FIVE COMPLETED YEARS. WITHOUT A JOIN
      *    DATE ON THE MASTER THE SERVICE CANNOT BE COUNTED, SO NONE
      *    IS PAID AND OPS ARE TOLD TO SETTLE IT BY HAND.
       CALC-GRATUITY-PARA.
           MOVE 0 TO WS-GRATUITY
           MOVE 0 TO WS-SVC-MONTHS
           MOVE 0 TO WS-SVC-YEARS
           IF MST-JOIN-DATE IS NUMERIC
               AND MST-JOIN-DATE NOT = ZEROS
               AND WS-PAY-PERIOD-END IS NUMERIC
               MOVE MST-JOIN-DATE     TO WS-SVC-FROM
               MOVE WS-PAY-PERIOD-END TO WS-SVC-TO
               COMPUTE WS-SVC-MONTHS =
                   (WS-SVC-TO-YY - WS-SVC-FROM-YY) * 12
                   + WS-SVC-TO-MM - WS-SVC-FROM-MM
               IF WS-SVC-TO-DD < WS-SVC-FROM-DD
                   SUBTRACT 1 FROM WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS >= WS-GRAT-MIN-MTHS
                   DIVIDE WS-SVC-MONTHS BY 12 GIVING WS-SVC-YEARS
                       REMAINDER WS-SVC-REM-MTHS
                   IF WS-SVC-REM-MTHS >= 6
                       ADD 1 TO WS-SVC-YEARS
                   END-IF
                   COMPUTE WS-GRATUITY ROUNDED =
                       WS-RATE-BASIC * WS-GRAT-DAYS / WS-PERIOD-DAYS
                       * WS-SVC-YEARS
                   IF WS-GRATUITY > WS-GRAT-CAP
                       MOVE WS-GRAT-CAP TO WS-GRATUITY
                   END-IF
               END-IF
           ELSE
               DISPLAY "NO JOIN DATE - GRATUITY NOT PAID FOR EMP ID: "
                   SET-EMP-ID
           END-IF.

      *    WHATEVER PAID LEAVE IS LEFT AFTER THE FINAL PERIOD'S
      *    ACCRUAL AND DRAW IS PAID OUT AT THE DAILY RATE, LEAVING
      *    THE BALANCE AT ZERO.
       ENCASH-LEAVE-PARA.
           MOVE 0 TO WS-LEAVE-ENC
           MOVE 0 TO WS-ENC-DAYS
           IF WS-LEAVE-NEW-BAL > 0
               MOVE WS-LEAVE-NEW-BAL TO WS-ENC-DAYS
               COMPUTE WS-LEAVE-ENC ROUNDED =
                   WS-ENC-DAYS * WS-DAILY-RATE
               MOVE 0 TO WS-LEAVE-NEW-BAL
               MOVE 0 TO MST-LEAVE-BAL
           END-IF.

      *    THE PROVISION BOOKED FOR THE EMPLOYEE IS USED UP IN FULL
      *    AGAINST THE PAYOUT, WHATEVER THE PAYOUT TURNS OUT TO BE,
      *    AND THE ROW IS MARKED SETTLED SO PROV01 STOPS PROVIDING
      *    FOR THE EMPLOYEE AND REPORTS THE USE ON ITS REGISTER.
       USE-PROVISION-PARA.
           MOVE 0 TO WS-PROV-GRAT
           MOVE 0 TO WS-PROV-LEAVE
           IF WS-PROV-FILE-OPEN = 'Y'
               MOVE SET-EMP-ID TO PRV-EMP-ID
               READ PROV-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRV-OPEN
                           MOVE PRV-GRAT-BAL  TO WS-PROV-GRAT
                           MOVE PRV-LEAVE-BAL TO WS-PROV-LEAVE
                           MOVE PRV-GRAT-BAL  TO PRV-GRAT-USED
                           MOVE PRV-LEAVE-BAL TO PRV-LEAVE-USED
                           MOVE 0             TO PRV-GRAT-BAL
                           MOVE 0             TO PRV-LEAVE-BAL
                           MOVE 'S'           TO PRV-STATUS
                           MOVE WS-PAY-PERIOD-END
                               TO PRV-SETTLE-PERIOD
                           REWRITE PROV-MAST-REC
                       END-IF
               END-READ
           END-IF.

       SPLIT-DEDUCTIONS-PARA.
           COMPUTE WS-PF = WS-TAX * WS-PF-SPLIT-RATE
           COMPUTE WS-PROF-TAX = WS-TAX * WS-PROF-TAX-SPLIT-RATE
           MOVE WS-LOAN-DED   TO OUT-LOAN-DED
           MOVE 0             TO OUT-LOAN-BAL
           MOVE WS-LEAVE-NEW-BAL TO OUT-LEAVE-BAL
           MOVE WS-CARRY-LOAN  TO OUT-CARRY-LOAN
           MOVE WS-CARRY-OTHER TO OUT-CARRY-OTHER
           MOVE 0             TO OUT-DEFER-LOAN
           MOVE 0             TO OUT-DEFER-OTHER
           MOVE WS-RC-RUN-NUMBER   TO OUT-RUN-NUMBER
           MOVE WS-LEAVE-OPEN-BAL  TO OUT-LEAVE-OPEN-BAL
           MOVE WS-LEAVE-PREV-ACCR TO OUT-LEAVE-PREV-ACCR
           MOVE WS-GRATUITY        TO OUT-GRATUITY
           MOVE WS-LEAVE-ENC       TO OUT-LEAVE-ENC
           MOVE WS-PAY-GROUP       TO OUT-PAY-GROUP

           WRITE EMP-OUT-REC
           PERFORM WRITE-HIST-PARA.
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

               MOVE MST-EMP-NAME  TO ERR-EMP-NAME
               MOVE MST-DEPT-CODE TO ERR-DEPT-CODE
           END-IF
           MOVE WS-RATE-BASIC TO ERR-BASIC-SAL
           MOVE WS-REJECT-REASON TO ERR-REASON
           DISPLAY "SETTLEMENT REJECTED FOR EMP ID: " SET-EMP-ID
               " - " WS-REJECT-REASON
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "TERMINAL BENEFITS (NOT TAXED)" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "  YEARS OF SERVICE:" TO WS-DY-LABEL
           MOVE WS-SVC-YEARS     TO WS-DY-DAYS
           WRITE STATEMENT-LINE FROM WS-DAYS-LINE

           MOVE "  GRATUITY        :" TO WS-AL-LABEL
           MOVE WS-GRATUITY      TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  LEAVE DAYS      :" TO WS-DY-LABEL
           MOVE WS-ENC-DAYS      TO WS-DY-DAYS
           WRITE STATEMENT-LINE FROM WS-DAYS-LINE

           MOVE "  LEAVE ENCASHED  :" TO WS-AL-LABEL
           MOVE WS-LEAVE-ENC     TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "DEDUCTIONS" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "SETTLEMENT ALLOWANCE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

      *    TERMINAL BENEFITS COME OUT OF THE LIABILITY PROV01 BUILT
      *    UP; ONLY THE DIFFERENCE BETWEEN THE PAYOUT AND THE
      *    PROVISION USED IS EXPENSED - NEGATIVE WHEN THE PROVISION
      *    WAS MORE THAN WAS PAID, WRITING THE SURPLUS BACK.
           MOVE WS-GL-ACCT-GRAT-PRV TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-TOT-GRAT-PROV TO GL-AMOUNT
           MOVE "SETTLEMENT GRATUITY PROVIDED" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           COMPUTE WS-TOT-EXCESS = WS-TOT-GRAT - WS-TOT-GRAT-PROV
           MOVE WS-GL-ACCT-GRAT-EXP TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-TOT-EXCESS    TO GL-AMOUNT
           MOVE "SETTLEMENT GRATUITY EXCESS" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LEAVE-PRV TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-TOT-LEAVE-PROV TO GL-AMOUNT
           MOVE "SETTLEMENT LEAVE ENC PROVIDED" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           COMPUTE WS-TOT-EXCESS =
               WS-TOT-LEAVE-ENC - WS-TOT-LEAVE-PROV
           MOVE WS-GL-ACCT-LEAVE-EXP TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-TOT-EXCESS    TO GL-AMOUNT
           MOVE "SETTLEMENT LEAVE ENC EXCESS" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LWP   TO GL-ACCOUNT-CODE
           MOVE "CR"             TO GL-DR-CR
           MOVE WS-TOT-LWP       TO GL-AMOUNT
       FINAL-PARA.
           PERFORM WRITE-GL-FEED-PARA
           CLOSE SETL-TRAN-FILE
           CLOSE SAL-MASTER-FILE
           CLOSE EMP-MASTER-FILE
           IF WS-LOAN-FILE-OPEN = 'Y'
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF WS-CARRY-FILE-OPEN = 'Y'
               CLOSE CARRY-DED-FILE
           END-IF
           IF WS-PROV-FILE-OPEN = 'Y'
               CLOSE PROV-MAST-FILE
           END-IF
           CLOSE EMP-OUT-FILE
           CLOSE PAY-HIST-FILE
           CLOSE GL-FEED-FILE
           DISPLAY "----------------------------------"
           DISPLAY "SETTLEMENT RUN COMPLETE"
           DISPLAY "PAY PERIOD ENDING: " WS-PAY-PERIOD-END
           DISPLAY "PAY GROUP (FREQ) : " WS-PAY-GROUP
               " (" WS-PAY-FREQUENCY ")"
           DISPLAY "TRANS READ      : " WS-READ-COUNT
           DISPLAY "SETTLED         : " WS-SETTLE-COUNT
           DISPLAY "REJECTED        : " WS-REJECT-COUNT
           DISPLAY "TOTAL BASIC     : " WS-TOT-BASIC
           DISPLAY "TOTAL TAX       : " WS-TOT-TAX
           DISPLAY "TOTAL LOAN RECVD: " WS-TOT-LOAN
           DISPLAY "TOTAL GRATUITY  : " WS-TOT-GRAT
           DISPLAY "TOTAL LEAVE ENC : " WS-TOT-LEAVE-ENC
           DISPLAY "TOTAL NET       : " WS-TOT-NET
           DISPLAY "----------------------------------".
