      *SIGN-OFF CHECKLIST PRODUCED BY THE SYSTEM INSTEAD OF BY
      *PAGING THROUGH THE RAW AUDIT FILE. RUNS BY OTHER PROGRAMS
      *(SETTLEMENTS, REMITTANCES, CHEQUE RUNS, ARCHIVES) ARE COUNTED
      *PER PERIOD SO NOTHING ON THE AUDIT FILE GOES UNSEEN. A PAYROLL01
      *RUN BACKED OUT BY PAYREV01 NO LONGER COUNTS AS A RUN OF THE
      *PERIOD; ONCE EVERY PAYROLL01 RUN OF A PERIOD HAS BEEN BACKED
      *OUT THE PERIOD'S GRID STARTS AGAIN FROM NOTHING, THE SAME AS A
      *PERIOD THAT WAS NEVER RUN.
      *EACH PAY GROUP IS PAID ON ITS OWN CALENDAR, SO THE GRID IS
      *KEPT PER PAY GROUP AND PERIOD - TWO GROUPS SHARING A PERIOD
      *END EACH GET THEIR OWN GRID SHOWING WHICH STEPS THAT GROUP HAS
      *COMPLETED. ROWS WITH NO GROUP ARE THE MONTHLY GROUP "MN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-MISSING-COUNT     PIC 9(5) VALUE 0.
          05 WS-OOO-COUNT         PIC 9(5) VALUE 0.
          05 WS-RESTART-COUNT     PIC 9(5) VALUE 0.
          05 WS-REVERSAL-COUNT    PIC 9(5) VALUE 0.

       01 WS-STEP-SUB             PIC 9(1).
       01 WS-PREV-MAX-RUN         PIC 9(5).
       01 WS-RC-PAY-GROUP         PIC X(2).

      *    THE JOB CHAIN IN ITS EXPECTED ORDER - THE GRID PRINTS THE
      *    STEPS IN THIS SEQUENCE AND A STEP WHOSE FIRST RUN NUMBER

       01 WS-PERIOD-CTL.
          05 WS-PD-COUNT          PIC 9(3) VALUE 0.
          05 WS-PD-MAX            PIC 9(3) VALUE 200.

      *    ONE ROW PER PAY GROUP AND PERIOD SEEN ON THE AUDIT FILE,
      *    IN FIRST-SEEN (CHRONOLOGICAL) ORDER. PER STEP THE FIRST RUN
      *    NUMBER IS KEPT FOR THE ORDER CHECK AND THE LATEST
      *    COUNTS/MONEY FOR THE GRID; A RESTART IN ANY OF THE STEP'S
      *    RUNS STICKS.
       01 WS-PERIOD-TABLE.
          05 WS-PD-ENTRY OCCURS 200 TIMES INDEXED BY PD-IDX.
             10 WS-PD-PERIOD-END  PIC X(8).
             10 WS-PD-PAY-GROUP   PIC X(2).
             10 WS-PD-OTHER-RUNS  PIC 9(3).
      *          PAYROLL01 RUNS STILL STANDING, AND HOW MANY PAYREV01
      *          HAS BACKED OUT.
             10 WS-PD-PAY-LIVE    PIC 9(3).
             10 WS-PD-REVERSALS   PIC 9(3).
             10 WS-PD-STEP OCCURS 5 TIMES.
                15 WS-PD-RAN      PIC X(1).
                15 WS-PD-RUN-NO   PIC 9(5).
          05 FILLER               PIC X(16)
              VALUE "PAY PERIOD END: ".
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(15)
              VALUE "   PAY GROUP: ".
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(11) VALUE "STEP".
          05 WS-RPT-OTHER-RUNS    PIC ZZ9.
          05 FILLER               PIC X(50) VALUE SPACES.

       01 WS-RPT-REVERSAL-LINE.
          05 FILLER               PIC X(27)
              VALUE "REVERSED RUNS THIS PERIOD: ".
          05 WS-RPT-REVERSALS     PIC ZZ9.
          05 FILLER               PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           MOVE 'N' TO WS-EOF.

       POST-RUN-ROW-PARA.
           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
           IF WS-RC-PAY-GROUP = SPACES
               MOVE "MN" TO WS-RC-PAY-GROUP
           END-IF
           PERFORM FIND-PERIOD-PARA
           IF WS-PERIOD-FOUND = 'Y'
               IF RC-PROGRAM = "PAYREV01"
                   PERFORM POST-REVERSAL-PARA
               ELSE
                   PERFORM MATCH-STEP-PARA
                   IF WS-STEP-MATCHED = 'Y'
                       PERFORM POST-STEP-PARA
                   ELSE
                       ADD 1 TO WS-PD-OTHER-RUNS(PD-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A REVERSAL TAKES ITS PAYROLL01 RUN BACK OFF THE PERIOD.
      *    WITH NO PAYROLL01 RUN LEFT STANDING THE PERIOD IS OPEN
      *    AGAIN, SO ITS GRID IS CLEARED AND THE RE-RUN CHAIN IS
      *    CHECKED FOR ORDER AND MISSING STEPS AFRESH.
       POST-REVERSAL-PARA.
           ADD 1 TO WS-PD-REVERSALS(PD-IDX)
           IF WS-PD-PAY-LIVE(PD-IDX) > 0
               SUBTRACT 1 FROM WS-PD-PAY-LIVE(PD-IDX)
           END-IF
           IF WS-PD-RUNS(PD-IDX 1) > 0
               SUBTRACT 1 FROM WS-PD-RUNS(PD-IDX 1)
           END-IF
           IF WS-PD-PAY-LIVE(PD-IDX) = 0
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 5
                   INITIALIZE WS-PD-STEP(PD-IDX WS-STEP-SUB)
                   MOVE 'N' TO WS-PD-RAN(PD-IDX WS-STEP-SUB)
                   MOVE 'N' TO WS-PD-RESTART(PD-IDX WS-STEP-SUB)
               END-PERFORM
           END-IF.

       FIND-PERIOD-PARA.
           MOVE 'N' TO WS-PERIOD-FOUND
           IF WS-PD-COUNT > 0
                       CONTINUE
                   WHEN WS-PD-PERIOD-END(PD-IDX)
                       = RC-PAY-PERIOD-END
                       AND WS-PD-PAY-GROUP(PD-IDX) = WS-RC-PAY-GROUP
                       MOVE 'Y' TO WS-PERIOD-FOUND
               END-SEARCH
           END-IF
                   INITIALIZE WS-PD-ENTRY(PD-IDX)
                   MOVE RC-PAY-PERIOD-END
                       TO WS-PD-PERIOD-END(PD-IDX)
                   MOVE WS-RC-PAY-GROUP
                       TO WS-PD-PAY-GROUP(PD-IDX)
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 5
                       MOVE 'N' TO WS-PD-RAN(PD-IDX WS-STEP-SUB)
                   MOVE 'Y' TO WS-PERIOD-FOUND
               ELSE
                   DISPLAY "PERIOD TABLE FULL - PERIOD DROPPED: "
                       RC-PAY-PERIOD-END " GROUP " WS-RC-PAY-GROUP
               END-IF
           END-IF.

                   TO WS-PD-RUN-NO(PD-IDX WS-STEP-SUB)
           END-IF
           ADD 1 TO WS-PD-RUNS(PD-IDX WS-STEP-SUB)
           IF WS-STEP-SUB = 1
               ADD 1 TO WS-PD-PAY-LIVE(PD-IDX)
           END-IF
           MOVE RC-RUN-MODE    TO WS-PD-MODE(PD-IDX WS-STEP-SUB)
           IF RC-RUN-MODE = 'R'
               MOVE 'Y' TO WS-PD-RESTART(PD-IDX WS-STEP-SUB)
           MOVE SPACES TO STATUS-RPT-LINE
           WRITE STATUS-RPT-LINE
           MOVE WS-PD-PERIOD-END(PD-IDX) TO WS-RPT-PERIOD
           MOVE WS-PD-PAY-GROUP(PD-IDX)  TO WS-RPT-GROUP
           WRITE STATUS-RPT-LINE FROM WS-RPT-PERIOD-LINE
           WRITE STATUS-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO STATUS-RPT-LINE
               MOVE WS-PD-OTHER-RUNS(PD-IDX) TO WS-RPT-OTHER-RUNS
               WRITE STATUS-RPT-LINE FROM WS-RPT-OTHER-LINE
           END-IF
           IF WS-PD-REVERSALS(PD-IDX) > 0
               MOVE WS-PD-REVERSALS(PD-IDX) TO WS-RPT-REVERSALS
               WRITE STATUS-RPT-LINE FROM WS-RPT-REVERSAL-LINE
               ADD WS-PD-REVERSALS(PD-IDX) TO WS-REVERSAL-COUNT
           END-IF
           ADD 1 TO WS-PERIOD-COUNT.

      *    A MISSING STEP PRINTS A BARE LINE WITH THE FLAG; A STEP
           DISPLAY "----------------------------------"
           DISPLAY "PERIOD STATUS REPORT COMPLETE"
           DISPLAY "AUDIT ROWS READ : " WS-ROW-COUNT
           DISPLAY "GROUP PERIODS   : " WS-PERIOD-COUNT
           DISPLAY "MISSING STEPS   : " WS-MISSING-COUNT
           DISPLAY "OUT OF ORDER    : " WS-OOO-COUNT
           DISPLAY "RESTART RUNS    : " WS-RESTART-COUNT
           DISPLAY "REVERSED RUNS   : " WS-REVERSAL-COUNT
           DISPLAY "----------------------------------".
