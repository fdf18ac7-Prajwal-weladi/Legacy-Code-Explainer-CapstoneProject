       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROV01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *GRATUITY AND LEAVE-ENCASHMENT PROVISIONING. RUNS AFTER
      *PAYROLL01 FOR THE PERIOD ON THE CURRENT EMP-OUT AND RESTATES,
      *FOR EVERY ACTIVE EMPLOYEE, THE GRATUITY ACCRUED ON THEIR
      *COMPLETED MONTHS OF SERVICE AND THE VALUE OF THEIR PAID LEAVE
      *BALANCE AT THE DAILY RATE OF THE BASIC SALARY IN FORCE. THE
      *PER-EMPLOYEE BALANCES LIVE ON THE PROVISION MASTER (PROVMAST);
      *ONLY THE CHANGE SINCE THE LAST RUN IS POSTED TO THE GL, AS AN
      *EXPENSE / LIABILITY PAIR FOR EACH BENEFIT. A TERMINATED
      *EMPLOYEE'S PROVISION IS FROZEN UNTIL SETTLE01 CHARGES THE
      *PAYOUT AGAINST IT; THE NEXT RUN REPORTS WHAT WAS USED AND
      *CLOSES THE ROW. THE PROVISION REGISTER SHOWS EACH DEPARTMENT'S
      *OPENING, MOVEMENT, UTILISED AND CLOSING FIGURES FOR THE
      *AUDITORS, WITH ANY EMPLOYEE WHOSE PROVISION COULD NOT BE
      *RESTATED LISTED FIRST.
      *A RUN COVERS ONE PAY GROUP - THE GROUP ON THE CURRENT EMP-OUT -
      *AND ONLY THAT GROUP'S EMPLOYEES ARE RESTATED. THE DAILY RATE
      *COMES FROM THE GROUP'S BASIC FOR ITS PAY PERIOD, USING THE
      *WORKING DAYS IN A PERIOD OF THE GROUP'S FREQUENCY ON THE PAY
      *CALENDAR, THE SAME AS PAYROLL01 AND SETTLE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-OUT-FILE
               ASSIGN TO EMPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SAL-MASTER-FILE
               ASSIGN TO SALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-KEY
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT PROV-MAST-FILE
               ASSIGN TO PROVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-EMP-ID
               FILE STATUS IS WS-PROVMAST-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN TO PROVGL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROV-RPT-FILE
               ASSIGN TO PROVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-OUT-FILE.
       COPY EMPOUT.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD SAL-MASTER-FILE.
       COPY SALMAST.

       FD PROV-MAST-FILE.
       COPY PROVMAST.

       FD GL-FEED-FILE.
       COPY GLFEED.

       FD PROV-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PROV-RPT-LINE           PIC X(80).

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-SAL-EOF           PIC X VALUE 'N'.
          05 WS-RATE-FOUND        PIC X VALUE 'N'.
          05 WS-PROV-FOUND        PIC X VALUE 'N'.
          05 WS-JOIN-OK           PIC X VALUE 'N'.
          05 WS-CONTRIB           PIC X VALUE 'N'.
          05 WS-ALREADY-RUN       PIC X VALUE 'N'.
          05 WS-LATER-RUN         PIC X VALUE 'N'.

       01 WS-EMPOUT-STATUS        PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-EMPMAST-STATUS       PIC XX.
       01 WS-SALMAST-STATUS       PIC XX.
       01 WS-PROVMAST-STATUS      PIC XX.
       01 WS-PAYCAL-STATUS        PIC XX.

       01 WS-PAY-PERIOD-END       PIC X(8) VALUE SPACES.
      *    THE RUN'S PAY GROUP AND ITS FREQUENCY ON THE PAY CALENDAR;
      *    A BLANK GROUP ON ANY ROW IS THE MONTHLY GROUP "MN".
       01 WS-PAY-GROUP            PIC X(2) VALUE SPACES.
       01 WS-ROW-GROUP            PIC X(2) VALUE SPACES.
       01 WS-CAL-FOUND            PIC X VALUE 'N'.
       01 WS-PAY-FREQUENCY        PIC X(1) VALUE 'M'.
       01 WS-EXCEPT-TEXT          PIC X(40) VALUE SPACES.

      *    BASIC SALARY IN FORCE FOR THE PERIOD, FROM THE SALARY
      *    MASTER. ZERO WHEN THE EMPLOYEE HAS NO RATE.
       01 WS-RATE-BASIC           PIC S9(7)V99 VALUE 0.
       01 WS-RATE-GROUP           PIC X(2) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

      *    SAME DAILY RATE AS PAYROLL01 AND SETTLE01, SO A DAY OF
      *    LEAVE IS PROVIDED AT WHAT IT WOULD BE PAID OUT AT. THE
      *    WORKING DAYS ARE THOSE IN ONE PERIOD OF THE GROUP'S PAY
      *    FREQUENCY (26 FOR A MONTH).
       01 WS-PAY-DERIVATION.
          05 WS-PERIOD-DAYS   PIC 9(2)    VALUE 26.
          05 WS-DAILY-RATE    PIC S9(7)V99.

      *    GRATUITY IS 15 DAYS' BASIC (AT 26 WORKING DAYS TO THE
      *    MONTH) FOR EACH YEAR OF SERVICE, UP TO THE STATUTORY
      *    CEILING. THE PROVISION ACCRUES IT MONTH BY MONTH FROM THE
      *    JOIN DATE.
       01 WS-GRATUITY-RULE.
          05 WS-GRAT-DAYS     PIC 9(2)      VALUE 15.
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

      *    ONE EMPLOYEE'S FIGURES FOR THE REGISTER. OPENING PLUS
      *    MOVEMENT LESS UTILISED IS ALWAYS CLOSING.
       01 WS-EMP-PROV.
          05 WS-GRAT-OPEN     PIC S9(9)V99.
          05 WS-GRAT-MOVE     PIC S9(9)V99.
          05 WS-GRAT-USED     PIC S9(9)V99.
          05 WS-GRAT-CLOSE    PIC S9(9)V99.
          05 WS-LEAVE-OPEN    PIC S9(9)V99.
          05 WS-LEAVE-MOVE    PIC S9(9)V99.
          05 WS-LEAVE-USED    PIC S9(9)V99.
          05 WS-LEAVE-CLOSE   PIC S9(9)V99.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-PROV-COUNT        PIC 9(5) VALUE 0.
          05 WS-FROZEN-COUNT      PIC 9(5) VALUE 0.
          05 WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
          05 WS-EXCEPT-COUNT      PIC 9(5) VALUE 0.
          05 WS-OTHER-GROUP-COUNT PIC 9(5) VALUE 0.
          05 WS-TOT-GRAT-MOVE     PIC S9(9)V99 VALUE 0.
          05 WS-TOT-LEAVE-MOVE    PIC S9(9)V99 VALUE 0.
          05 WS-TOT-MOVE          PIC S9(9)V99 VALUE 0.

       01 WS-GL-ACCOUNTS.
          05 WS-GL-ACCT-GRAT-EXP  PIC X(10) VALUE "6100-GRATX".
          05 WS-GL-ACCT-GRAT-PRV  PIC X(10) VALUE "2500-GRATP".
          05 WS-GL-ACCT-LEAVE-EXP PIC X(10) VALUE "6200-LVENX".
          05 WS-GL-ACCT-LEAVE-PRV PIC X(10) VALUE "2600-LVENP".

      *    REGISTER FIGURES BY DEPARTMENT, BUILT AS THE MASTER IS
      *    READ AND PRINTED AT THE END, WITH THE COMPANY TOTAL.
       01 WS-DEPT-CTL.
          05 WS-DP-COUNT          PIC 9(3) VALUE 0.
          05 WS-DP-MAX            PIC 9(3) VALUE 50.
          05 WS-DP-FOUND          PIC X VALUE 'N'.

       01 WS-DEPT-TABLE.
          05 WS-DP-ENTRY OCCURS 50 TIMES INDEXED BY DP-IDX.
             10 WS-DP-DEPT-CODE   PIC X(4).
             10 WS-DP-EMPS        PIC 9(5).
             10 WS-DP-GRAT-OPEN   PIC S9(9)V99.
             10 WS-DP-GRAT-MOVE   PIC S9(9)V99.
             10 WS-DP-GRAT-USED   PIC S9(9)V99.
             10 WS-DP-GRAT-CLOSE  PIC S9(9)V99.
             10 WS-DP-LEAVE-OPEN  PIC S9(9)V99.
             10 WS-DP-LEAVE-MOVE  PIC S9(9)V99.
             10 WS-DP-LEAVE-USED  PIC S9(9)V99.
             10 WS-DP-LEAVE-CLOSE PIC S9(9)V99.

       01 WS-GRAND-TOTALS.
          05 WS-GT-EMPS           PIC 9(5) VALUE 0.
          05 WS-GT-GRAT-OPEN      PIC S9(9)V99 VALUE 0.
          05 WS-GT-GRAT-MOVE      PIC S9(9)V99 VALUE 0.
          05 WS-GT-GRAT-USED      PIC S9(9)V99 VALUE 0.
          05 WS-GT-GRAT-CLOSE     PIC S9(9)V99 VALUE 0.
          05 WS-GT-LEAVE-OPEN     PIC S9(9)V99 VALUE 0.
          05 WS-GT-LEAVE-MOVE     PIC S9(9)V99 VALUE 0.
          05 WS-GT-LEAVE-USED     PIC S9(9)V99 VALUE 0.
          05 WS-GT-LEAVE-CLOSE    PIC S9(9)V99 VALUE 0.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(38)
              VALUE "GRATUITY AND LEAVE PROVISION REGISTER".

       01 WS-RPT-PERIOD-LINE.
          05 FILLER               PIC X(17) VALUE "PAY PERIOD END:  ".
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(14) VALUE "   PAY GROUP: ".
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-EXCEPT-LINE.
          05 WS-REX-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REX-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REX-DEPT-CODE     PIC X(4).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REX-TEXT          PIC X(40).
          05 FILLER               PIC X(8) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(5)  VALUE "DEPT ".
          05 FILLER               PIC X(9)  VALUE "TYPE".
          05 FILLER               PIC X(5)  VALUE "EMPS ".
          05 FILLER               PIC X(15) VALUE "       OPENING ".
          05 FILLER               PIC X(15) VALUE "      MOVEMENT ".
          05 FILLER               PIC X(15) VALUE "      UTILISED ".
          05 FILLER               PIC X(15) VALUE "       CLOSING ".
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-DEPT-CODE     PIC X(4).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-TYPE          PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-EMPS          PIC ZZZ9.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-OPEN          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-MOVE          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-USED          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-CLOSE         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    THE PERIOD AND THE RERUN GUARD ARE SETTLED BEFORE THE
      *    PROVISION MASTER IS OPENED FOR UPDATE.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           PERFORM PRESCAN-EMP-OUT-PARA
           IF WS-PAY-PERIOD-END = SPACES
               OR WS-PAY-PERIOD-END IS NOT NUMERIC
               DISPLAY "NO PAYROLL01 OUTPUT ON EMP-OUT - RUN PAYROLL01"
                   " FIRST"
               DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-PROV-PERIOD-PARA
           IF WS-LATER-RUN = 'Y'
               DISPLAY "A LATER PERIOD HAS ALREADY BEEN PROVISIONED"
                   " - RUN REFUSED FOR " WS-PAY-PERIOD-END
                   " GROUP " WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "PERIOD " WS-PAY-PERIOD-END
                   " GROUP " WS-PAY-GROUP
                   " ALREADY PROVISIONED - RUN REFUSED"
               DISPLAY "RERUN ONLY AFTER A FURTHER PAYROLL01 RUN OR A"
                   " PAYREV01 REVERSAL FOR THE PERIOD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PAY-CAL-PARA
           PERFORM SET-FREQUENCY-PARA
           OPEN INPUT SAL-MASTER-FILE
           IF WS-SALMAST-STATUS NOT = "00"
               DISPLAY "SALARY MASTER FILE NOT AVAILABLE - STATUS "
                   WS-SALMAST-STATUS
               DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER FILE NOT AVAILABLE - STATUS "
                   WS-EMPMAST-STATUS
               DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE PROVISION MASTER IS PERMANENT - ONLY A FILE-NOT-FOUND
      *    (35) ON THE FIRST EVER RUN CREATES IT. ANY OTHER FAILURE
      *    ABORTS, BECAUSE AN OPEN OUTPUT ON A FILE THAT EXISTS WOULD
      *    WIPE EVERY BALANCE BOOKED SO FAR.
           OPEN I-O PROV-MAST-FILE
           IF WS-PROVMAST-STATUS = "35"
               OPEN OUTPUT PROV-MAST-FILE
               CLOSE PROV-MAST-FILE
               OPEN I-O PROV-MAST-FILE
           END-IF
           IF WS-PROVMAST-STATUS NOT = "00"
               DISPLAY "PROVISION MASTER FILE NOT USABLE - STATUS "
                   WS-PROVMAST-STATUS
               DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-FEED-FILE
           OPEN OUTPUT PROV-RPT-FILE
           MOVE SPACES TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE
           MOVE WS-PAY-PERIOD-END TO WS-RPT-PERIOD
           MOVE WS-PAY-GROUP      TO WS-RPT-GROUP
           WRITE PROV-RPT-LINE FROM WS-RPT-PERIOD-LINE
           MOVE ALL "-" TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE.

       STAMP-RUN-START-PARA.
           ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-START-TIME
           PERFORM COUNT-RUN-CTL-PARA.

      *    THE NEXT RUN NUMBER IS ONE MORE THAN THE ROWS ALREADY ON
      *    THE AUDIT FILE; A MISSING FILE MEANS THIS IS RUN ONE.
       COUNT-RUN-CTL-PARA.
           MOVE 0 TO WS-RC-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-RUN-NUMBER
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           ADD 1 TO WS-RC-RUN-NUMBER.

       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "PROV01"          TO RC-PROGRAM
           MOVE WS-PAY-PERIOD-END TO RC-PAY-PERIOD-END
           MOVE WS-PAY-GROUP      TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-READ-COUNT     TO RC-READ-COUNT
           MOVE WS-PROV-COUNT     TO RC-WRITE-COUNT
           MOVE WS-EXCEPT-COUNT   TO RC-REJECT-COUNT
           MOVE WS-TOT-MOVE       TO RC-TOT-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

      *    THE PERIOD TO PROVIDE FOR IS THE ONE PAYROLL01 LAST PAID,
      *    FOR THE PAY GROUP ON THE FIRST RECORD OF THE CURRENT
      *    EMP-OUT.
       PRESCAN-EMP-OUT-PARA.
           OPEN INPUT EMP-OUT-FILE
           IF WS-EMPOUT-STATUS = "00"
               READ EMP-OUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OUT-PAY-PERIOD-END TO WS-PAY-PERIOD-END
                       MOVE OUT-PAY-GROUP      TO WS-PAY-GROUP
               END-READ
               CLOSE EMP-OUT-FILE
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE "MN" TO WS-PAY-GROUP
           END-IF.

      *    THE GROUP'S PERIOD MUST BE ON THE PAY CALENDAR, WHICH
      *    GIVES ITS FREQUENCY. WITH NO CALENDAR ONLY THE MONTHLY
      *    GROUP "MN" IS PAID, SO ONLY IT CAN BE PROVIDED FOR.
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
                   DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-PAY-GROUP NOT = "MN"
                   DISPLAY "NO PAY CALENDAR ON FILE - GROUP "
                       WS-PAY-GROUP " CANNOT BE PROVIDED FOR"
                   DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    WORKING DAYS IN ONE PERIOD OF THE GROUP'S FREQUENCY.
       SET-FREQUENCY-PARA.
           EVALUATE WS-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 6    TO WS-PERIOD-DAYS
               WHEN 'F'
                   MOVE 12   TO WS-PERIOD-DAYS
               WHEN 'S'
                   MOVE 13   TO WS-PERIOD-DAYS
               WHEN 'M'
                   MOVE 26   TO WS-PERIOD-DAYS
               WHEN OTHER
                   DISPLAY "BAD PAY FREQUENCY ON CALENDAR FOR GROUP "
                       WS-PAY-GROUP ": " WS-PAY-FREQUENCY
                   DISPLAY "RUN ABORTED - NO PROVISION HAS BEEN CHANGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    ONLY ROWS OF THE RUN'S PAY GROUP COUNT. A PROV01 ROW FOR
      *    THE PERIOD MEANS IT IS ALREADY PROVIDED FOR - UNLESS A
      *    LATER PAYROLL01 RUN OR A REVERSAL HAS MOVED THE LEAVE
      *    BALANCES SINCE, WHEN THE BALANCES ARE RESTATED AGAIN AND
      *    ONLY THE DIFFERENCE POSTS. A PROV01 ROW FOR A LATER PERIOD
      *    MEANS THIS EMP-OUT IS STALE.
       CHECK-PROV-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-PROV-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       CHECK-PROV-ROW-PARA.
           MOVE RC-PAY-GROUP TO WS-ROW-GROUP
           IF WS-ROW-GROUP = SPACES
               MOVE "MN" TO WS-ROW-GROUP
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-GROUP NOT = WS-PAY-GROUP
                   CONTINUE
               WHEN RC-PROGRAM = "PROV01"
                   AND RC-PAY-PERIOD-END = WS-PAY-PERIOD-END
                   MOVE 'Y' TO WS-ALREADY-RUN
               WHEN RC-PROGRAM = "PROV01"
                   AND RC-PAY-PERIOD-END > WS-PAY-PERIOD-END
                   MOVE 'Y' TO WS-LATER-RUN
               WHEN (RC-PROGRAM = "PAYROLL01"
                   OR RC-PROGRAM = "PAYREV01")
                   AND RC-PAY-PERIOD-END = WS-PAY-PERIOD-END
                   MOVE 'N' TO WS-ALREADY-RUN
           END-EVALUATE.

       READ-PARA.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *    EMPLOYEES OF OTHER PAY GROUPS ARE LEFT FOR THEIR OWN
      *    GROUP'S RUN. ACTIVE EMPLOYEES ARE RESTATED. A TERMINATED
      *    EMPLOYEE WITH A PROVISION STILL OPEN IS AWAITING SETTLEMENT
      *    AND CARRIES AT THE LAST FIGURES; ONE SETTLE01 HAS PAID OUT
      *    HAS THE USE REPORTED AND THE ROW CLOSED.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               MOVE MST-PAY-GROUP TO WS-ROW-GROUP
               IF WS-ROW-GROUP = SPACES
                   MOVE "MN" TO WS-ROW-GROUP
               END-IF
               IF WS-ROW-GROUP NOT = WS-PAY-GROUP
                   ADD 1 TO WS-OTHER-GROUP-COUNT
                   PERFORM READ-PARA
               ELSE
                   PERFORM PROVIDE-EMPLOYEE-PARA
               END-IF
           END-IF.

       PROVIDE-EMPLOYEE-PARA.
           INITIALIZE WS-EMP-PROV
           MOVE 'N' TO WS-CONTRIB
           PERFORM READ-PROV-PARA
           IF WS-PROV-FOUND = 'Y' AND PRV-SETTLED
               PERFORM REPORT-USED-PARA
           END-IF
           IF MST-ACTIVE
               PERFORM PROVIDE-PARA
           ELSE
               IF WS-PROV-FOUND = 'Y' AND PRV-OPEN
                   PERFORM CARRY-FROZEN-PARA
               END-IF
           END-IF
           IF WS-CONTRIB = 'Y'
               PERFORM ACCUM-DEPT-PARA
           END-IF
           PERFORM READ-PARA.

       READ-PROV-PARA.
           MOVE 'N' TO WS-PROV-FOUND
           MOVE MST-EMP-ID TO PRV-EMP-ID
           READ PROV-MAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROV-FOUND
           END-READ.

      *    SETTLE01 ALREADY DEBITED THE LIABILITY WITH WHAT IT USED,
      *    SO NOTHING POSTS HERE - THE USE JUST GOES ON THE REGISTER
      *    AGAINST THE OPENING IT CAME OUT OF.
       REPORT-USED-PARA.
           ADD PRV-GRAT-USED  TO WS-GRAT-OPEN
           ADD PRV-GRAT-USED  TO WS-GRAT-USED
           ADD PRV-LEAVE-USED TO WS-LEAVE-OPEN
           ADD PRV-LEAVE-USED TO WS-LEAVE-USED
           MOVE 0   TO PRV-GRAT-USED
           MOVE 0   TO PRV-LEAVE-USED
           MOVE 'C' TO PRV-STATUS
           REWRITE PROV-MAST-REC
               INVALID KEY
                   DISPLAY "PROVISION REWRITE FAILED FOR EMP ID: "
                       MST-EMP-ID
           END-REWRITE
           ADD 1 TO WS-CLOSED-COUNT
           MOVE 'Y' TO WS-CONTRIB.

       CARRY-FROZEN-PARA.
           ADD PRV-GRAT-BAL  TO WS-GRAT-OPEN
           ADD PRV-GRAT-BAL  TO WS-GRAT-CLOSE
           ADD PRV-LEAVE-BAL TO WS-LEAVE-OPEN
           ADD PRV-LEAVE-BAL TO WS-LEAVE-CLOSE
           ADD 1 TO WS-FROZEN-COUNT
           MOVE 'Y' TO WS-CONTRIB.

      *    THE NEW BALANCES REPLACE THE OLD; THE DIFFERENCE IS THE
      *    PERIOD'S MOVEMENT. AN EMPLOYEE NEW TO THE FILE (OR BACK
      *    AFTER A CLOSED SETTLEMENT) STARTS FROM ZERO. WITHOUT A RATE
      *    BOTH BALANCES ARE HELD AS THEY WERE, AS THEY ARE WHEN THE
      *    RATE IN FORCE WAS KEYED FOR ANOTHER PAY GROUP (ITS AMOUNT IS
      *    FOR A DIFFERENT LENGTH OF PERIOD); WITHOUT A JOIN DATE ONLY
      *    THE GRATUITY IS HELD.
       PROVIDE-PARA.
           IF WS-PROV-FOUND = 'N'
               MOVE MST-EMP-ID TO PRV-EMP-ID
               MOVE 0          TO PRV-GRAT-BAL
               MOVE 0          TO PRV-LEAVE-BAL
               MOVE 0          TO PRV-GRAT-USED
               MOVE 0          TO PRV-LEAVE-USED
               MOVE SPACES     TO PRV-SETTLE-PERIOD
           END-IF
           ADD PRV-GRAT-BAL  TO WS-GRAT-OPEN
           ADD PRV-LEAVE-BAL TO WS-LEAVE-OPEN
           MOVE PRV-GRAT-BAL  TO WS-GRAT-CLOSE
           MOVE PRV-LEAVE-BAL TO WS-LEAVE-CLOSE
           PERFORM LOOKUP-RATE-PARA
           EVALUATE TRUE
               WHEN WS-RATE-FOUND = 'N' OR WS-RATE-BASIC <= 0
                   MOVE "NO SALARY RATE - PROVISION HELD"
                       TO WS-EXCEPT-TEXT
                   PERFORM WRITE-EXCEPT-PARA
               WHEN WS-RATE-GROUP NOT = WS-PAY-GROUP
                   MOVE "RATE FOR ANOTHER PAY GROUP - HELD"
                       TO WS-EXCEPT-TEXT
                   PERFORM WRITE-EXCEPT-PARA
               WHEN OTHER
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-RATE-BASIC / WS-PERIOD-DAYS
                   IF MST-LEAVE-BAL > 0
                       COMPUTE WS-LEAVE-CLOSE ROUNDED =
                           MST-LEAVE-BAL * WS-DAILY-RATE
                   ELSE
                       MOVE 0 TO WS-LEAVE-CLOSE
                   END-IF
                   PERFORM SERVICE-MONTHS-PARA
                   IF WS-JOIN-OK = 'N'
                       MOVE "NO VALID JOIN DATE - GRATUITY HELD"
                           TO WS-EXCEPT-TEXT
                       PERFORM WRITE-EXCEPT-PARA
                   ELSE
                       COMPUTE WS-GRAT-CLOSE ROUNDED =
                           WS-RATE-BASIC * WS-GRAT-DAYS / WS-PERIOD-DAYS
                           * WS-SVC-MONTHS / 12
                       IF WS-GRAT-CLOSE > WS-GRAT-CAP
                           MOVE WS-GRAT-CAP TO WS-GRAT-CLOSE
                       END-IF
                   END-IF
           END-EVALUATE
           COMPUTE WS-GRAT-MOVE  = WS-GRAT-CLOSE - PRV-GRAT-BAL
           COMPUTE WS-LEAVE-MOVE = WS-LEAVE-CLOSE - PRV-LEAVE-BAL
           ADD WS-GRAT-MOVE  TO WS-TOT-GRAT-MOVE
           ADD WS-LEAVE-MOVE TO WS-TOT-LEAVE-MOVE
           MOVE 'A'               TO PRV-STATUS
           MOVE WS-GRAT-CLOSE     TO PRV-GRAT-BAL
           MOVE WS-LEAVE-CLOSE    TO PRV-LEAVE-BAL
           MOVE WS-PAY-PERIOD-END TO PRV-LAST-PERIOD
           IF WS-PROV-FOUND = 'Y'
               REWRITE PROV-MAST-REC
                   INVALID KEY
                       DISPLAY "PROVISION REWRITE FAILED FOR EMP ID: "
                           MST-EMP-ID
               END-REWRITE
           ELSE
               WRITE PROV-MAST-REC
                   INVALID KEY
                       DISPLAY "PROVISION WRITE FAILED FOR EMP ID: "
                           MST-EMP-ID
               END-WRITE
           END-IF
           ADD 1 TO WS-PROV-COUNT
           MOVE 'Y' TO WS-CONTRIB.

      *    THE LATEST ACTIVE ROW EFFECTIVE ON OR BEFORE THE PERIOD
      *    END - THE SAME RULE SALEXTR01 USES TO BUILD THE REGULAR
      *    PAY INPUT. ROWS ARE IN EMPLOYEE / EFFECTIVE PERIOD ORDER.
       LOOKUP-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 'N' TO WS-SAL-EOF
           MOVE 0 TO WS-RATE-BASIC
           MOVE SPACES TO WS-RATE-GROUP
           MOVE MST-EMP-ID TO SAL-EMP-ID
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
                       IF SAL-EMP-ID NOT = MST-EMP-ID
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

      *    COMPLETED MONTHS FROM THE JOIN DATE TO THE PERIOD END - A
      *    MONTH COUNTS ONCE ITS DAY OF THE MONTH IS REACHED.
       SERVICE-MONTHS-PARA.
           MOVE 'N' TO WS-JOIN-OK
           MOVE 0 TO WS-SVC-MONTHS
           IF MST-JOIN-DATE IS NUMERIC
               AND MST-JOIN-DATE NOT = ZEROS
               MOVE 'Y' TO WS-JOIN-OK
               MOVE MST-JOIN-DATE     TO WS-SVC-FROM
               MOVE WS-PAY-PERIOD-END TO WS-SVC-TO
               COMPUTE WS-SVC-MONTHS =
                   (WS-SVC-TO-YY - WS-SVC-FROM-YY) * 12
                   + WS-SVC-TO-MM - WS-SVC-FROM-MM
               IF WS-SVC-TO-DD < WS-SVC-FROM-DD
                   SUBTRACT 1 FROM WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS < 0
                   MOVE 0 TO WS-SVC-MONTHS
               END-IF
           END-IF.

       WRITE-EXCEPT-PARA.
           MOVE MST-EMP-ID     TO WS-REX-EMP-ID
           MOVE MST-EMP-NAME   TO WS-REX-EMP-NAME
           MOVE MST-DEPT-CODE  TO WS-REX-DEPT-CODE
           MOVE WS-EXCEPT-TEXT TO WS-REX-TEXT
           WRITE PROV-RPT-LINE FROM WS-RPT-EXCEPT-LINE
           DISPLAY "PROVISION EXCEPTION FOR EMP ID: " MST-EMP-ID
               " - " WS-EXCEPT-TEXT
           ADD 1 TO WS-EXCEPT-COUNT.

      *    THE EMPLOYEE'S FIGURES GO TO THEIR CURRENT DEPARTMENT, SO
      *    A TRANSFER TAKES THE WHOLE PROVISION WITH IT.
       ACCUM-DEPT-PARA.
           MOVE 'N' TO WS-DP-FOUND
           IF WS-DP-COUNT > 0
               SET DP-IDX TO 1
               SEARCH WS-DP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DP-DEPT-CODE(DP-IDX) = MST-DEPT-CODE
                       MOVE 'Y' TO WS-DP-FOUND
               END-SEARCH
           END-IF
           IF WS-DP-FOUND = 'N' AND WS-DP-COUNT < WS-DP-MAX
               ADD 1 TO WS-DP-COUNT
               SET DP-IDX TO WS-DP-COUNT
               MOVE MST-DEPT-CODE TO WS-DP-DEPT-CODE(DP-IDX)
               MOVE 0 TO WS-DP-EMPS(DP-IDX)
               MOVE 0 TO WS-DP-GRAT-OPEN(DP-IDX)
               MOVE 0 TO WS-DP-GRAT-MOVE(DP-IDX)
               MOVE 0 TO WS-DP-GRAT-USED(DP-IDX)
               MOVE 0 TO WS-DP-GRAT-CLOSE(DP-IDX)
               MOVE 0 TO WS-DP-LEAVE-OPEN(DP-IDX)
               MOVE 0 TO WS-DP-LEAVE-MOVE(DP-IDX)
               MOVE 0 TO WS-DP-LEAVE-USED(DP-IDX)
               MOVE 0 TO WS-DP-LEAVE-CLOSE(DP-IDX)
               MOVE 'Y' TO WS-DP-FOUND
           END-IF
           IF WS-DP-FOUND = 'Y'
               ADD 1             TO WS-DP-EMPS(DP-IDX)
               ADD WS-GRAT-OPEN   TO WS-DP-GRAT-OPEN(DP-IDX)
               ADD WS-GRAT-MOVE   TO WS-DP-GRAT-MOVE(DP-IDX)
               ADD WS-GRAT-USED   TO WS-DP-GRAT-USED(DP-IDX)
               ADD WS-GRAT-CLOSE  TO WS-DP-GRAT-CLOSE(DP-IDX)
               ADD WS-LEAVE-OPEN  TO WS-DP-LEAVE-OPEN(DP-IDX)
               ADD WS-LEAVE-MOVE  TO WS-DP-LEAVE-MOVE(DP-IDX)
               ADD WS-LEAVE-USED  TO WS-DP-LEAVE-USED(DP-IDX)
               ADD WS-LEAVE-CLOSE TO WS-DP-LEAVE-CLOSE(DP-IDX)
           ELSE
               DISPLAY "DEPT TABLE FULL - REGISTER OMITS DEPT: "
                   MST-DEPT-CODE
           END-IF
           ADD 1             TO WS-GT-EMPS
           ADD WS-GRAT-OPEN   TO WS-GT-GRAT-OPEN
           ADD WS-GRAT-MOVE   TO WS-GT-GRAT-MOVE
           ADD WS-GRAT-USED   TO WS-GT-GRAT-USED
           ADD WS-GRAT-CLOSE  TO WS-GT-GRAT-CLOSE
           ADD WS-LEAVE-OPEN  TO WS-GT-LEAVE-OPEN
           ADD WS-LEAVE-MOVE  TO WS-GT-LEAVE-MOVE
           ADD WS-LEAVE-USED  TO WS-GT-LEAVE-USED
           ADD WS-LEAVE-CLOSE TO WS-GT-LEAVE-CLOSE.

       PRINT-REGISTER-PARA.
           MOVE ALL "-" TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE
           WRITE PROV-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DP-COUNT
               MOVE WS-DP-DEPT-CODE(DP-IDX)  TO WS-RDL-DEPT-CODE
               MOVE "GRATUITY"               TO WS-RDL-TYPE
               MOVE WS-DP-EMPS(DP-IDX)       TO WS-RDL-EMPS
               MOVE WS-DP-GRAT-OPEN(DP-IDX)  TO WS-RDL-OPEN
               MOVE WS-DP-GRAT-MOVE(DP-IDX)  TO WS-RDL-MOVE
               MOVE WS-DP-GRAT-USED(DP-IDX)  TO WS-RDL-USED
               MOVE WS-DP-GRAT-CLOSE(DP-IDX) TO WS-RDL-CLOSE
               WRITE PROV-RPT-LINE FROM WS-RPT-DETAIL-LINE
               MOVE SPACES                   TO WS-RDL-DEPT-CODE
               MOVE "LEAVE"                  TO WS-RDL-TYPE
               MOVE WS-DP-LEAVE-OPEN(DP-IDX)  TO WS-RDL-OPEN
               MOVE WS-DP-LEAVE-MOVE(DP-IDX)  TO WS-RDL-MOVE
               MOVE WS-DP-LEAVE-USED(DP-IDX)  TO WS-RDL-USED
               MOVE WS-DP-LEAVE-CLOSE(DP-IDX) TO WS-RDL-CLOSE
               WRITE PROV-RPT-LINE FROM WS-RPT-DETAIL-LINE
           END-PERFORM
           MOVE ALL "-" TO PROV-RPT-LINE
           WRITE PROV-RPT-LINE
           MOVE "ALL"            TO WS-RDL-DEPT-CODE
           MOVE "GRATUITY"       TO WS-RDL-TYPE
           MOVE WS-GT-EMPS       TO WS-RDL-EMPS
           MOVE WS-GT-GRAT-OPEN  TO WS-RDL-OPEN
           MOVE WS-GT-GRAT-MOVE  TO WS-RDL-MOVE
           MOVE WS-GT-GRAT-USED  TO WS-RDL-USED
           MOVE WS-GT-GRAT-CLOSE TO WS-RDL-CLOSE
           WRITE PROV-RPT-LINE FROM WS-RPT-DETAIL-LINE
           MOVE SPACES            TO WS-RDL-DEPT-CODE
           MOVE "LEAVE"           TO WS-RDL-TYPE
           MOVE WS-GT-LEAVE-OPEN  TO WS-RDL-OPEN
           MOVE WS-GT-LEAVE-MOVE  TO WS-RDL-MOVE
           MOVE WS-GT-LEAVE-USED  TO WS-RDL-USED
           MOVE WS-GT-LEAVE-CLOSE TO WS-RDL-CLOSE
           WRITE PROV-RPT-LINE FROM WS-RPT-DETAIL-LINE.

      *    ONLY THE MOVEMENT POSTS - THE LIABILITY ACCOUNTS THEN CARRY
      *    THE REGISTER'S CLOSING FIGURES. A FALL IN THE PROVISION
      *    (LEAVE TAKEN, A SALARY CUT) POSTS AS A NEGATIVE AMOUNT ON
      *    THE SAME SIDES.
       WRITE-GL-FEED-PARA.
           MOVE WS-GL-ACCT-GRAT-EXP TO GL-ACCOUNT-CODE
           MOVE "DR"                TO GL-DR-CR
           MOVE WS-TOT-GRAT-MOVE    TO GL-AMOUNT
           MOVE "GRATUITY PROVISION CHARGE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-GRAT-PRV TO GL-ACCOUNT-CODE
           MOVE "CR"                TO GL-DR-CR
           MOVE WS-TOT-GRAT-MOVE    TO GL-AMOUNT
           MOVE "GRATUITY PROVISION" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LEAVE-EXP TO GL-ACCOUNT-CODE
           MOVE "DR"                 TO GL-DR-CR
           MOVE WS-TOT-LEAVE-MOVE    TO GL-AMOUNT
           MOVE "LEAVE ENCASH PROVISION CHARGE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LEAVE-PRV TO GL-ACCOUNT-CODE
           MOVE "CR"                 TO GL-DR-CR
           MOVE WS-TOT-LEAVE-MOVE    TO GL-AMOUNT
           MOVE "LEAVE ENCASHMENT PROVISION" TO GL-DESCRIPTION
           WRITE GL-FEED-REC.

       FINAL-PARA.
           COMPUTE WS-TOT-MOVE = WS-TOT-GRAT-MOVE + WS-TOT-LEAVE-MOVE
           PERFORM PRINT-REGISTER-PARA
           PERFORM WRITE-GL-FEED-PARA
           CLOSE EMP-MASTER-FILE
           CLOSE SAL-MASTER-FILE
           CLOSE PROV-MAST-FILE
           CLOSE GL-FEED-FILE
           CLOSE PROV-RPT-FILE
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "PROVISIONING RUN COMPLETE"
           DISPLAY "PAY PERIOD ENDING: " WS-PAY-PERIOD-END
           DISPLAY "PAY GROUP       : " WS-PAY-GROUP
               " FREQUENCY " WS-PAY-FREQUENCY
           DISPLAY "OTHER PAY GROUP : " WS-OTHER-GROUP-COUNT
           DISPLAY "EMPLOYEES READ  : " WS-READ-COUNT
           DISPLAY "RESTATED        : " WS-PROV-COUNT
           DISPLAY "AWAITING SETTLE : " WS-FROZEN-COUNT
           DISPLAY "SETTLED CLOSED  : " WS-CLOSED-COUNT
           DISPLAY "EXCEPTIONS      : " WS-EXCEPT-COUNT
           DISPLAY "GRATUITY MOVED  : " WS-TOT-GRAT-MOVE
           DISPLAY "LEAVE MOVED     : " WS-TOT-LEAVE-MOVE
           DISPLAY "----------------------------------".
