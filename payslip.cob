       01 WS-TOT-NET-PRINTED      PIC S9(9)V99 VALUE 0.
       01 WS-SEL-EMP-ID           PIC X(5) VALUE SPACES.
       01 WS-SEL-PAY-PERIOD-END   PIC X(8) VALUE SPACES.
      *    PAY GROUP OF THE CURRENT RUN'S EMP-OUT. A HISTORY REPRINT
      *    IS NOT A RUN OF ANY ONE GROUP; ITS RUN CONTROL ROW CARRIES
      *    NO PERIOD EITHER (SEE WRITE-RUN-CTL-PARA).
       01 WS-SLIP-PAY-GROUP       PIC X(2) VALUE SPACES.

       01 WS-PAYSLIP-COUNT        PIC 9(5) VALUE 0.
       01 WS-READ-COUNT           PIC 9(5) VALUE 0.
          05 WS-SLIP-LOAN-DED     PIC S9(7)V99.
          05 WS-SLIP-LOAN-BAL     PIC S9(7)V99.
          05 WS-SLIP-LEAVE-BAL    PIC S9(3)V99.
          05 WS-SLIP-DEFER-LOAN   PIC S9(7)V99.
          05 WS-SLIP-DEFER-OTHER  PIC S9(7)V99.
          05 WS-SLIP-GRATUITY     PIC S9(7)V99.
          05 WS-SLIP-LEAVE-ENC    PIC S9(7)V99.

       01 WS-SLIP-TOT-DED         PIC S9(7)V99.

           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "PAYSLIP01"       TO RC-PROGRAM
      *    A HISTORY REPRINT IS NOT A STEP OF THE PERIOD IT REPRINTS
      *    AND THE HISTORY FILE HOLDS NO GROUP - A BLANK GROUP WOULD
      *    READ AS "MN" AND RUNRPT01 WOULD CREDIT OR INVENT AN MN
      *    PERIOD. THE ROW IS LEFT WITHOUT A PERIOD, AS PAYARCH01
      *    DOES; THE REPRINTED PERIOD IS ON THE CONSOLE TOTALS.
           IF WS-HIST-MODE = 'Y'
               MOVE SPACES                 TO RC-PAY-PERIOD-END
           ELSE
               MOVE WS-SLIP-PAY-PERIOD-END TO RC-PAY-PERIOD-END
           END-IF
           MOVE WS-SLIP-PAY-GROUP TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME

       MOVE-OUT-TO-WORK-PARA.
           MOVE OUT-PAY-PERIOD-END TO WS-SLIP-PAY-PERIOD-END
           MOVE OUT-PAY-GROUP      TO WS-SLIP-PAY-GROUP
           MOVE OUT-EMP-ID         TO WS-SLIP-EMP-ID
           MOVE OUT-EMP-NAME       TO WS-SLIP-EMP-NAME
           MOVE OUT-DEPT-CODE      TO WS-SLIP-DEPT-CODE
           MOVE OUT-OTHER-DED      TO WS-SLIP-OTHER-DED
           MOVE OUT-LOAN-DED       TO WS-SLIP-LOAN-DED
           MOVE OUT-LOAN-BAL       TO WS-SLIP-LOAN-BAL
           MOVE OUT-LEAVE-BAL      TO WS-SLIP-LEAVE-BAL
           MOVE OUT-DEFER-LOAN     TO WS-SLIP-DEFER-LOAN
           MOVE OUT-DEFER-OTHER    TO WS-SLIP-DEFER-OTHER
           MOVE OUT-GRATUITY       TO WS-SLIP-GRATUITY
           MOVE OUT-LEAVE-ENC      TO WS-SLIP-LEAVE-ENC.

       MOVE-HIST-TO-WORK-PARA.
           MOVE HST-PAY-PERIOD-END TO WS-SLIP-PAY-PERIOD-END
           MOVE HST-OTHER-DED      TO WS-SLIP-OTHER-DED
           MOVE HST-LOAN-DED       TO WS-SLIP-LOAN-DED
           MOVE HST-LOAN-BAL       TO WS-SLIP-LOAN-BAL
           MOVE HST-LEAVE-BAL      TO WS-SLIP-LEAVE-BAL
           MOVE HST-DEFER-LOAN     TO WS-SLIP-DEFER-LOAN
           MOVE HST-DEFER-OTHER    TO WS-SLIP-DEFER-OTHER
           MOVE HST-GRATUITY       TO WS-SLIP-GRATUITY
           MOVE HST-LEAVE-ENC      TO WS-SLIP-LEAVE-ENC.

       PRINT-PAYSLIP-PARA.
           MOVE SPACES TO PAYSLIP-LINE
           MOVE WS-SLIP-ALLOWANCE TO WS-AL-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE

      *    ONLY A SETTLEMENT PAYS TERMINAL BENEFITS, SO THE LINES
      *    APPEAR ONLY ON A SLIP THAT CARRIES THEM.
           IF WS-SLIP-GRATUITY NOT = 0
               OR WS-SLIP-LEAVE-ENC NOT = 0
               MOVE "  GRATUITY        :" TO WS-AL-LABEL
               MOVE WS-SLIP-GRATUITY TO WS-AL-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE
               MOVE "  LEAVE ENCASHED  :" TO WS-AL-LABEL
               MOVE WS-SLIP-LEAVE-ENC TO WS-AL-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE
           END-IF

           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE

           MOVE WS-SLIP-TOT-DED  TO WS-AL-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE

      *    DEDUCTIONS THE NET PAY FLOOR HELD BACK ARE NOT IN THE
      *    TOTAL ABOVE - THEY ARE LISTED SO THE EMPLOYEE KNOWS THEY
      *    ARE STILL OWED AND WILL COME OFF NEXT PERIOD.
           IF WS-SLIP-DEFER-LOAN NOT = 0
               OR WS-SLIP-DEFER-OTHER NOT = 0
               MOVE SPACES TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
               MOVE "DEFERRED TO NEXT PERIOD" TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
               MOVE "  LOAN INSTALLMENT:" TO WS-AL-LABEL
               MOVE WS-SLIP-DEFER-LOAN TO WS-AL-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE
               MOVE "  OTHER DEDUCTIONS:" TO WS-AL-LABEL
               MOVE WS-SLIP-DEFER-OTHER TO WS-AL-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE
           END-IF

           MOVE ALL "-" TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE

           DISPLAY "PAYSLIP PRINT COMPLETE"
           DISPLAY "RECORDS READ    : " WS-READ-COUNT
           DISPLAY "PAYSLIPS PRINTED: " WS-PAYSLIP-COUNT
           DISPLAY "PAY PERIOD END  : " WS-SLIP-PAY-PERIOD-END
           DISPLAY "----------------------------------".
