       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDAGE01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *AGED REPORT OF OUTSTANDING STOP-PAY HOLDS. READS THE HELD
      *PAYMENTS REGISTER WRITTEN BY BANKFEED01 AND PAYCHEQ01, LISTS
      *EVERY ROW NOT YET RELEASED BY PAYREL01 WITH ITS HOLD REASON
      *AND HOW MANY DAYS IT HAS BEEN HELD, AND TOTALS THE ROWS INTO
      *0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS. THE GRAND TOTAL IS
      *THE NET PAY OWED BUT NOT YET PAID - THE LIABILITY FIGURE
      *FINANCE CARRIES FOR HELD SALARIES AT PERIOD END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-PAY-FILE
               ASSIGN TO HELDPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDPAY-STATUS.

           SELECT AGE-RPT-FILE
               ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD HELD-PAY-FILE.
       COPY HELDPAY.

       FD AGE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AGE-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REG-OPEN          PIC X VALUE 'N'.

       01 WS-HELDPAY-STATUS       PIC XX.

       01 WS-DATE-WORK.
          05 WS-TODAY             PIC 9(8) VALUE 0.
          05 WS-HELD-DATE-N       PIC 9(8) VALUE 0.
          05 WS-AGE-DAYS          PIC S9(5) VALUE 0.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.

      *    ONE ROW PER AGE BUCKET - THE UPPER DAY LIMIT OF THE
      *    BUCKET (THE LAST ONE TAKES EVERYTHING OLDER), ITS LABEL,
      *    AND THE COUNT AND AMOUNT OF HOLDS THAT FALL IN IT.
       01 WS-BUCKET-TABLE.
          05 WS-BK-ENTRY OCCURS 4 TIMES INDEXED BY BK-IDX.
             10 WS-BK-LIMIT       PIC 9(5).
             10 WS-BK-LABEL       PIC X(12).
             10 WS-BK-COUNT       PIC 9(5).
             10 WS-BK-AMOUNT      PIC S9(9)V99.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
              VALUE "OUTSTANDING HELD PAY - AGED".

       01 WS-RPT-DATE-LINE.
          05 FILLER               PIC X(12) VALUE "AS AT DATE: ".
          05 WS-RPT-TODAY         PIC 9(8).
          05 FILLER               PIC X(60) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(9)  VALUE "PERIOD".
          05 FILLER               PIC X(21) VALUE "HOLD REASON".
          05 FILLER               PIC X(6)  VALUE " DAYS".
          05 FILLER               PIC X(13) VALUE "      AMOUNT".
          05 FILLER               PIC X(4)  VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-PERIOD-END    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-REASON        PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-DAYS          PIC ZZZZ9.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(5) VALUE SPACES.

       01 WS-RPT-BUCKET-LINE.
          05 FILLER               PIC X(8) VALUE "HELD    ".
          05 WS-RBL-LABEL         PIC X(12).
          05 FILLER               PIC X(9) VALUE " HOLDS : ".
          05 WS-RBL-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  AMOUNT: ".
          05 WS-RBL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
          05 FILLER               PIC X(20)
              VALUE "TOTAL HELD LIABILITY".
          05 FILLER               PIC X(9) VALUE " HOLDS : ".
          05 WS-RTL-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  AMOUNT: ".
          05 WS-RTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    NO REGISTER MEANS NOTHING HAS EVER BEEN HELD - THE REPORT
      *    STILL PRINTS, WITH A NIL LIABILITY.
       INIT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM INIT-BUCKET-PARA
           OPEN OUTPUT AGE-RPT-FILE
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE WS-TODAY TO WS-RPT-TODAY
           WRITE AGE-RPT-LINE FROM WS-RPT-DATE-LINE
           WRITE AGE-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           OPEN INPUT HELD-PAY-FILE
           IF WS-HELDPAY-STATUS = "00"
               MOVE 'Y' TO WS-REG-OPEN
           ELSE
               DISPLAY "NO HELD PAYMENTS REGISTER - NOTHING HELD"
               MOVE 'Y' TO WS-EOF
           END-IF.

       INIT-BUCKET-PARA.
           MOVE 30             TO WS-BK-LIMIT(1)
           MOVE "0-30 DAYS"    TO WS-BK-LABEL(1)
           MOVE 60             TO WS-BK-LIMIT(2)
           MOVE "31-60 DAYS"   TO WS-BK-LABEL(2)
           MOVE 90             TO WS-BK-LIMIT(3)
           MOVE "61-90 DAYS"   TO WS-BK-LABEL(3)
           MOVE 99999          TO WS-BK-LIMIT(4)
           MOVE "OVER 90 DAYS" TO WS-BK-LABEL(4)
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 4
               MOVE 0 TO WS-BK-COUNT(BK-IDX)
               MOVE 0 TO WS-BK-AMOUNT(BK-IDX)
           END-PERFORM.

       READ-PARA.
           IF WS-EOF = 'N'
               READ HELD-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.

      *    A ROW ALREADY RELEASED BY BANK OR CHEQUE IS NO LONGER OWED
      *    AND IS LEFT OFF THE REPORT.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF HP-HELD
                   PERFORM AGE-HOLD-PARA
                   PERFORM PRINT-DETAIL-PARA
               END-IF
               PERFORM READ-PARA
           END-IF.

      *    AGE IS COUNTED FROM THE DAY THE PAY WAS PARKED, NOT FROM
      *    THE PERIOD END, SINCE THAT IS WHEN IT WAS DUE TO BE PAID.
      *    A DAMAGED DATE AGES AS OLDEST SO IT IS NOT OVERLOOKED.
       AGE-HOLD-PARA.
           IF HP-HELD-DATE IS NUMERIC
               MOVE HP-HELD-DATE TO WS-HELD-DATE-N
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-N)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           SET BK-IDX TO 1
           SEARCH WS-BK-ENTRY
               AT END
                   SET BK-IDX TO 4
               WHEN WS-AGE-DAYS <= WS-BK-LIMIT(BK-IDX)
                   CONTINUE
           END-SEARCH
           ADD 1         TO WS-BK-COUNT(BK-IDX)
           ADD HP-AMOUNT TO WS-BK-AMOUNT(BK-IDX)
           ADD 1         TO WS-HELD-COUNT
           ADD HP-AMOUNT TO WS-TOT-AMOUNT.

       PRINT-DETAIL-PARA.
           MOVE HP-EMP-ID         TO WS-RDL-EMP-ID
           MOVE HP-EMP-NAME       TO WS-RDL-EMP-NAME
           MOVE HP-PAY-PERIOD-END TO WS-RDL-PERIOD-END
           MOVE HP-HOLD-REASON    TO WS-RDL-REASON
           MOVE WS-AGE-DAYS       TO WS-RDL-DAYS
           MOVE HP-AMOUNT         TO WS-RDL-AMOUNT
           WRITE AGE-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       PRINT-TOTALS-PARA.
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 4
               MOVE WS-BK-LABEL(BK-IDX)  TO WS-RBL-LABEL
               MOVE WS-BK-COUNT(BK-IDX)  TO WS-RBL-COUNT
               MOVE WS-BK-AMOUNT(BK-IDX) TO WS-RBL-AMOUNT
               WRITE AGE-RPT-LINE FROM WS-RPT-BUCKET-LINE
           END-PERFORM
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE WS-HELD-COUNT TO WS-RTL-COUNT
           MOVE WS-TOT-AMOUNT TO WS-RTL-AMOUNT
           WRITE AGE-RPT-LINE FROM WS-RPT-TOT-LINE.

       FINAL-PARA.
           PERFORM PRINT-TOTALS-PARA
           IF WS-REG-OPEN = 'Y'
               CLOSE HELD-PAY-FILE
           END-IF
           CLOSE AGE-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "HELD PAY AGEING COMPLETE"
           DISPLAY "REGISTER ROWS   : " WS-READ-COUNT
           DISPLAY "HOLDS OPEN      : " WS-HELD-COUNT
           DISPLAY "HELD LIABILITY  : " WS-TOT-AMOUNT
           DISPLAY "----------------------------------".
