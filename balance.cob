      *CHECKPOINT: READS MUST EQUAL WRITES PLUS REJECTS, THE FILE
      *COUNTS AND TOTALS MUST MATCH THE CHECKPOINT FIGURES, GL
      *DEBITS MUST EQUAL GL CREDITS, AND THE EMP-OUT NET TOTAL MUST
      *EQUAL THE BANK FEED, CHEQUE AND HELD PAY TOTALS. THE
      *BALANCING REPORT ENDS WITH A GO OR NO-GO LINE AND THE RETURN
      *CODE IS SET ACCORDINGLY - DOWNSTREAM JOBS ARE ONLY RELEASED ON
      *A GO.
      *A RUN IS ONE PAY GROUP'S PERIOD. THE GROUP COMES FROM THE
      *EMP-OUT ROWS; THE CHECKPOINT MUST BE FOR THE SAME GROUP, AND
      *CHEQUES AND HELD PAY OF OTHER GROUPS ON THE SHARED REGISTERS
      *ARE LEFT OUT OF THE CROSS-FOOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT HELD-PAY-FILE
               ASSIGN TO HELDPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDPAY-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO CHKPT
               ORGANIZATION IS SEQUENTIAL
       FD CHQ-REG-FILE.
       COPY CHQREG.

       FD HELD-PAY-FILE.
       COPY HELDPAY.

       FD CHECKPOINT-FILE.
       COPY CHKPT.


       01 WS-CHKPT-STATUS         PIC XX.
       01 WS-CHQREG-STATUS        PIC XX.
       01 WS-HELDPAY-STATUS       PIC XX.
       01 WS-LAST-CHK-STATUS      PIC X(8) VALUE SPACES.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-BAL-PERIOD           PIC X(8) VALUE SPACES.
      *    PAY GROUP OF THE RUN AND OF ITS CHECKPOINT - A BLANK GROUP
      *    ON ANY ROW IS THE MONTHLY GROUP "MN".
       01 WS-BAL-GROUP            PIC X(2) VALUE SPACES.
       01 WS-CHK-GROUP            PIC X(2) VALUE SPACES.
       01 WS-ROW-GROUP            PIC X(2) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-BF-TOT-AMOUNT     PIC S9(9)V99 VALUE 0.
          05 WS-CHQ-COUNT         PIC 9(5) VALUE 0.
          05 WS-CHQ-TOT-AMOUNT    PIC S9(9)V99 VALUE 0.
          05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
          05 WS-HELD-TOT-AMOUNT   PIC S9(9)V99 VALUE 0.
          05 WS-PAID-TOT-AMOUNT   PIC S9(9)V99 VALUE 0.

       01 WS-CHK-FIGURES.
           PERFORM ADD-GL-FEED-PARA
           PERFORM ADD-BANK-FEED-PARA
           PERFORM ADD-CHQ-REG-PARA
           PERFORM ADD-HELD-PAY-PARA
           PERFORM CROSS-FOOT-PARA
           PERFORM FINAL-PARA
           STOP RUN.
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "BALANCE01"       TO RC-PROGRAM
           MOVE WS-BAL-PERIOD     TO RC-PAY-PERIOD-END
           MOVE WS-BAL-GROUP      TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
                               TO WS-CHK-TOT-BASIC
                           MOVE CHK-TOT-NET
                               TO WS-CHK-TOT-NET
                           MOVE CHK-PAY-GROUP
                               TO WS-CHK-GROUP
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               MOVE 'N' TO WS-EOF
               IF WS-CHK-GROUP = SPACES
                   MOVE "MN" TO WS-CHK-GROUP
               END-IF
           END-IF.

       ADD-EMP-OUT-PARA.
                       ADD 1 TO WS-OUT-COUNT
                       IF WS-BAL-PERIOD = SPACES
                           MOVE OUT-PAY-PERIOD-END TO WS-BAL-PERIOD
                           MOVE OUT-PAY-GROUP      TO WS-BAL-GROUP
                       END-IF
                       ADD OUT-BASIC-SAL TO WS-OUT-TOT-BASIC
                       ADD OUT-NET-PAY   TO WS-OUT-TOT-NET
               END-READ
           END-PERFORM
           CLOSE EMP-OUT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-BAL-GROUP = SPACES
               MOVE "MN" TO WS-BAL-GROUP
           END-IF.

       ADD-EMP-ERR-PARA.
           OPEN INPUT EMP-ERR-FILE
           MOVE 'N' TO WS-EOF.

      *    THE CHEQUE REGISTER IS PERMANENT AND SPANS EVERY PERIOD,
      *    SO ONLY THIS GROUP'S NON-VOID CHEQUES FOR THIS PERIOD ARE
      *    ADDED IN. THE FILE IS OPTIONAL - A SITE WITH NO CHEQUE RUN
      *    BALANCES ON THE BANK FEED ALONE AS BEFORE.
       ADD-CHQ-REG-PARA.
           OPEN INPUT CHQ-REG-FILE
           IF WS-CHQREG-STATUS = "00"
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CQ-PAY-GROUP TO WS-ROW-GROUP
                           IF WS-ROW-GROUP = SPACES
                               MOVE "MN" TO WS-ROW-GROUP
                           END-IF
                           IF CQ-PAY-PERIOD-END = WS-BAL-PERIOD
                               AND WS-ROW-GROUP = WS-BAL-GROUP
                               AND NOT CQ-VOID
                               ADD 1 TO WS-CHQ-COUNT
                               ADD CQ-AMOUNT TO WS-CHQ-TOT-AMOUNT
               MOVE 'N' TO WS-EOF
           END-IF.

      *    NET PAY PARKED ON THE HELD PAYMENTS REGISTER FOR THIS
      *    GROUP AND PERIOD IS ACCOUNTED FOR - IT IS OWED, NOT LOST.
      *    A ROW LATER RELEASED BY CHEQUE IS LEFT OUT BECAUSE ITS
      *    CHEQUE CARRIES THE SAME PERIOD ON THE CHEQUE REGISTER AND
      *    IS ALREADY IN THE CHEQUE TOTAL; A ROW RELEASED TO THE BANK
      *    WENT ON A SEPARATE RELEASE FEED, SO IT STAYS IN. OPTIONAL
      *    LIKE THE CHEQUE REGISTER.
       ADD-HELD-PAY-PARA.
           OPEN INPUT HELD-PAY-FILE
           IF WS-HELDPAY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HELD-PAY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HP-PAY-GROUP TO WS-ROW-GROUP
                           IF WS-ROW-GROUP = SPACES
                               MOVE "MN" TO WS-ROW-GROUP
                           END-IF
                           IF HP-PAY-PERIOD-END = WS-BAL-PERIOD
                               AND WS-ROW-GROUP = WS-BAL-GROUP
                               AND NOT HP-RELEASED-CHEQUE
                               ADD 1 TO WS-HELD-COUNT
                               ADD HP-AMOUNT TO WS-HELD-TOT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-PAY-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       CROSS-FOOT-PARA.
           IF WS-CHKPT-FOUND = 'N'
               MOVE 'N' TO WS-GO-FLAG
                       TO BAL-RPT-LINE
                   WRITE BAL-RPT-LINE
               END-IF
               IF WS-CHK-GROUP NOT = WS-BAL-GROUP
                   MOVE 'N' TO WS-GO-FLAG
                   MOVE "CHECKPOINT IS FOR A DIFFERENT PAY GROUP"
                       TO BAL-RPT-LINE
                   WRITE BAL-RPT-LINE
               END-IF
               PERFORM CHECK-COUNTS-PARA
               PERFORM CHECK-AMOUNTS-PARA
           END-IF.
           END-IF
           WRITE BAL-RPT-LINE FROM WS-RPT-AMT-LINE

      *    EVERY RUPEE OF NET PAY MUST BE ON THE BANK FEED, ON A
      *    CHEQUE FROM THE CHEQUE RUN, OR PARKED ON THE HELD PAYMENTS
      *    REGISTER FOR A STOP-PAY - ONLY A ROW NEITHER PROGRAM
      *    PAID (E.G. A RECOVERY WITH A NEGATIVE NET) NEEDS AN OPS
      *    EXPLANATION, AND THE GATE STAYS SHUT UNTIL IT GETS ONE.
           MOVE "EMPOUT NET VS BANK+CHQ+HELD" TO WS-RAL-DESC
           MOVE WS-OUT-TOT-NET   TO WS-RAL-EXPECTED
           COMPUTE WS-PAID-TOT-AMOUNT =
               WS-BF-TOT-AMOUNT + WS-CHQ-TOT-AMOUNT
                   + WS-HELD-TOT-AMOUNT
           MOVE WS-PAID-TOT-AMOUNT TO WS-RAL-ACTUAL
           IF WS-OUT-TOT-NET = WS-PAID-TOT-AMOUNT
               MOVE "OK" TO WS-RAL-RESULT
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "BALANCING COMPLETE"
           DISPLAY "PAY GROUP       : " WS-BAL-GROUP
           DISPLAY "EMPOUT RECORDS  : " WS-OUT-COUNT
           DISPLAY "EMPERR RECORDS  : " WS-ERR-COUNT
           DISPLAY "GL FEED RECORDS : " WS-GL-COUNT
           DISPLAY "BANKFEED RECORDS: " WS-BF-COUNT
           DISPLAY "CHEQUES (PERIOD): " WS-CHQ-COUNT
           DISPLAY "HELD PAY(PERIOD): " WS-HELD-COUNT
           DISPLAY "DECISION        : " WS-RVL-VERDICT
           DISPLAY "----------------------------------".
