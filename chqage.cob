       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQAGE01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *OUTSTANDING CHEQUES REPORT FOR THE MONTH-END RECONCILIATION OF
      *THE CHEQUE CLEARING ACCOUNT. READS THE PERMANENT CHEQUE
      *REGISTER, LISTS EVERY CHEQUE STILL IN ISSUED STATUS - CUT BUT
      *NOT YET PRESENTED, STALED OR VOIDED - WITH HOW MANY DAYS AGO
      *IT WAS ISSUED, AND AGES EACH INTO 0-30, 31-60, 61-90 AND
      *OVER-90 DAY BUCKETS BY ITS ISSUE DATE. A SUMMARY BY PAY PERIOD
      *SHOWS THE BUCKETS FOR EACH PERIOD'S CHEQUES, AND THE GRAND
      *TOTAL IS THE BALANCE THE CLEARING ACCOUNT SHOULD CARRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-REG-FILE
               ASSIGN TO CHQREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT AGE-RPT-FILE
               ASSIGN TO CHQAGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CHQ-REG-FILE.
       COPY CHQREG.

       FD AGE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AGE-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REG-OPEN          PIC X VALUE 'N'.
          05 WS-PERIOD-FOUND      PIC X VALUE 'N'.

       01 WS-CHQREG-STATUS        PIC XX.

       01 WS-DATE-WORK.
          05 WS-TODAY             PIC 9(8) VALUE 0.
          05 WS-ISSUE-DATE-N      PIC 9(8) VALUE 0.
          05 WS-AGE-DAYS          PIC S9(5) VALUE 0.

       01 WS-BK-SUB               PIC 9(1) VALUE 0.
       01 WS-PD-SUB               PIC 9(5) VALUE 0.
       01 WS-PD-INS               PIC 9(5) VALUE 0.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-OPEN-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.

      *    ONE ROW PER AGE BUCKET - THE UPPER DAY LIMIT OF THE
      *    BUCKET (THE LAST ONE TAKES EVERYTHING OLDER), ITS LABEL,
      *    AND THE COUNT AND AMOUNT OF CHEQUES THAT FALL IN IT.
       01 WS-BUCKET-TABLE.
          05 WS-BK-ENTRY OCCURS 4 TIMES.
             10 WS-BK-LIMIT       PIC 9(5).
             10 WS-BK-LABEL       PIC X(12).
             10 WS-BK-COUNT       PIC 9(5).
             10 WS-BK-AMOUNT      PIC S9(9)V99.

      *    OUTSTANDING AMOUNTS BY PAY PERIOD AND AGE BUCKET, KEPT IN
      *    PERIOD ORDER AS ROWS ARE ADDED - A RELEASED OR RE-ISSUED
      *    CHEQUE CAN REACH THE REGISTER WELL AFTER ITS PERIOD.
       01 WS-PERIOD-CTL.
          05 WS-PD-COUNT          PIC 9(5) VALUE 0.
          05 WS-PD-MAX            PIC 9(5) VALUE 500.

       01 WS-PERIOD-TABLE.
          05 WS-PD-ENTRY OCCURS 500 TIMES.
             10 WS-PD-PERIOD-END  PIC X(8).
             10 WS-PD-CHQ-COUNT   PIC 9(5).
             10 WS-PD-BK-AMOUNT   PIC S9(9)V99 OCCURS 4 TIMES.
             10 WS-PD-TOT-AMOUNT  PIC S9(9)V99.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
              VALUE "OUTSTANDING CHEQUES - AGED".

       01 WS-RPT-DATE-LINE.
          05 FILLER               PIC X(12) VALUE "AS AT DATE: ".
          05 WS-RPT-TODAY         PIC 9(8).
          05 FILLER               PIC X(60) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(10) VALUE "CHEQUE NO ".
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(9)  VALUE "PERIOD".
          05 FILLER               PIC X(9)  VALUE "ISSUED".
          05 FILLER               PIC X(6)  VALUE " DAYS".
          05 FILLER               PIC X(13) VALUE "      AMOUNT".
          05 FILLER               PIC X(6)  VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-CHEQUE-NO     PIC 9(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RDL-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-PERIOD-END    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-ISSUE-DATE    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-DAYS          PIC ZZZZ9.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(7) VALUE SPACES.

       01 WS-PER-HDR-LINE.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
              VALUE "OUTSTANDING BY PAY PERIOD".

       01 WS-PER-COL-LINE.
          05 FILLER               PIC X(9)  VALUE "PERIOD".
          05 FILLER               PIC X(5)  VALUE "  CHQ".
          05 FILLER               PIC X(13) VALUE "    0-30 DAYS".
          05 FILLER               PIC X(13) VALUE "   31-60 DAYS".
          05 FILLER               PIC X(13) VALUE "   61-90 DAYS".
          05 FILLER               PIC X(13) VALUE "  OVER 90 DYS".
          05 FILLER               PIC X(13) VALUE "        TOTAL".
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-PER-DETAIL-LINE.
          05 WS-PDL-PERIOD-END    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-PDL-COUNT         PIC ZZZZ9.
          05 WS-PDL-BUCKET OCCURS 4 TIMES.
             10 FILLER            PIC X(1).
             10 WS-PDL-BK-AMOUNT  PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-PDL-TOT-AMOUNT    PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACES.

       01 WS-RPT-BUCKET-LINE.
          05 FILLER               PIC X(8) VALUE "ISSUED  ".
          05 WS-RBL-LABEL         PIC X(12).
          05 FILLER               PIC X(9) VALUE " CHQS  : ".
          05 WS-RBL-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  AMOUNT: ".
          05 WS-RBL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
          05 FILLER               PIC X(20)
              VALUE "TOTAL OUTSTANDING   ".
          05 FILLER               PIC X(9) VALUE " CHQS  : ".
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

      *    NO REGISTER MEANS NO CHEQUE HAS EVER BEEN CUT - THE REPORT
      *    STILL PRINTS, WITH NOTHING OUTSTANDING.
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
           OPEN INPUT CHQ-REG-FILE
           IF WS-CHQREG-STATUS = "00"
               MOVE 'Y' TO WS-REG-OPEN
           ELSE
               DISPLAY "NO CHEQUE REGISTER - NOTHING OUTSTANDING"
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
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1 UNTIL WS-BK-SUB > 4
               MOVE 0 TO WS-BK-COUNT(WS-BK-SUB)
               MOVE 0 TO WS-BK-AMOUNT(WS-BK-SUB)
           END-PERFORM.

       READ-PARA.
           IF WS-EOF = 'N'
               READ CHQ-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.

      *    ONLY AN ISSUED CHEQUE IS STILL A CALL ON THE CLEARING
      *    ACCOUNT - PRESENTED ONES HAVE CLEARED, STALE AND VOID ONES
      *    WILL NEVER BE PAID.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF CQ-ISSUED
                   PERFORM AGE-CHEQUE-PARA
                   PERFORM ADD-PERIOD-PARA
                   PERFORM PRINT-DETAIL-PARA
               END-IF
               PERFORM READ-PARA
           END-IF.

      *    A DAMAGED ISSUE DATE AGES AS OLDEST SO IT IS NOT OVERLOOKED.
       AGE-CHEQUE-PARA.
           IF CQ-ISSUE-DATE IS NUMERIC
               MOVE CQ-ISSUE-DATE TO WS-ISSUE-DATE-N
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-N)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           MOVE 1 TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB = 4
                   OR WS-AGE-DAYS <= WS-BK-LIMIT(WS-BK-SUB)
               ADD 1 TO WS-BK-SUB
           END-PERFORM
           ADD 1         TO WS-BK-COUNT(WS-BK-SUB)
           ADD CQ-AMOUNT TO WS-BK-AMOUNT(WS-BK-SUB)
           ADD 1         TO WS-OPEN-COUNT
           ADD CQ-AMOUNT TO WS-TOT-AMOUNT.

      *    FIND THE CHEQUE'S PERIOD ON THE TABLE, OR OPEN A NEW ROW
      *    FOR IT IN PERIOD ORDER BY SHIFTING THE LATER ROWS DOWN.
       ADD-PERIOD-PARA.
           MOVE 'N' TO WS-PERIOD-FOUND
           MOVE 1 TO WS-PD-SUB
           PERFORM UNTIL WS-PD-SUB > WS-PD-COUNT
                   OR WS-PD-PERIOD-END(WS-PD-SUB) >= CQ-PAY-PERIOD-END
               ADD 1 TO WS-PD-SUB
           END-PERFORM
           IF WS-PD-SUB <= WS-PD-COUNT
               IF WS-PD-PERIOD-END(WS-PD-SUB) = CQ-PAY-PERIOD-END
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
           END-IF
           IF WS-PERIOD-FOUND = 'N'
               IF WS-PD-COUNT < WS-PD-MAX
                   PERFORM VARYING WS-PD-INS FROM WS-PD-COUNT BY -1
                           UNTIL WS-PD-INS < WS-PD-SUB
                       MOVE WS-PD-ENTRY(WS-PD-INS)
                           TO WS-PD-ENTRY(WS-PD-INS + 1)
                   END-PERFORM
                   ADD 1 TO WS-PD-COUNT
                   MOVE CQ-PAY-PERIOD-END
                       TO WS-PD-PERIOD-END(WS-PD-SUB)
                   MOVE 0 TO WS-PD-CHQ-COUNT(WS-PD-SUB)
                   MOVE 0 TO WS-PD-BK-AMOUNT(WS-PD-SUB 1)
                   MOVE 0 TO WS-PD-BK-AMOUNT(WS-PD-SUB 2)
                   MOVE 0 TO WS-PD-BK-AMOUNT(WS-PD-SUB 3)
                   MOVE 0 TO WS-PD-BK-AMOUNT(WS-PD-SUB 4)
                   MOVE 0 TO WS-PD-TOT-AMOUNT(WS-PD-SUB)
                   MOVE 'Y' TO WS-PERIOD-FOUND
               ELSE
                   DISPLAY "PERIOD TABLE FULL - PERIOD NOT SUMMED: "
                       CQ-PAY-PERIOD-END
               END-IF
           END-IF
           IF WS-PERIOD-FOUND = 'Y'
               ADD 1 TO WS-PD-CHQ-COUNT(WS-PD-SUB)
               ADD CQ-AMOUNT TO WS-PD-BK-AMOUNT(WS-PD-SUB WS-BK-SUB)
               ADD CQ-AMOUNT TO WS-PD-TOT-AMOUNT(WS-PD-SUB)
           END-IF.

       PRINT-DETAIL-PARA.
           MOVE CQ-CHEQUE-NO      TO WS-RDL-CHEQUE-NO
           MOVE CQ-EMP-ID         TO WS-RDL-EMP-ID
           MOVE CQ-EMP-NAME       TO WS-RDL-EMP-NAME
           MOVE CQ-PAY-PERIOD-END TO WS-RDL-PERIOD-END
           MOVE CQ-ISSUE-DATE     TO WS-RDL-ISSUE-DATE
           MOVE WS-AGE-DAYS       TO WS-RDL-DAYS
           MOVE CQ-AMOUNT         TO WS-RDL-AMOUNT
           WRITE AGE-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       PRINT-PERIODS-PARA.
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           WRITE AGE-RPT-LINE FROM WS-PER-HDR-LINE
           MOVE ALL "=" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           WRITE AGE-RPT-LINE FROM WS-PER-COL-LINE
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE SPACES TO WS-PER-DETAIL-LINE
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
               MOVE WS-PD-PERIOD-END(WS-PD-SUB) TO WS-PDL-PERIOD-END
               MOVE WS-PD-CHQ-COUNT(WS-PD-SUB)  TO WS-PDL-COUNT
               PERFORM VARYING WS-BK-SUB FROM 1 BY 1
                       UNTIL WS-BK-SUB > 4
                   MOVE WS-PD-BK-AMOUNT(WS-PD-SUB WS-BK-SUB)
                       TO WS-PDL-BK-AMOUNT(WS-BK-SUB)
               END-PERFORM
               MOVE WS-PD-TOT-AMOUNT(WS-PD-SUB) TO WS-PDL-TOT-AMOUNT
               WRITE AGE-RPT-LINE FROM WS-PER-DETAIL-LINE
           END-PERFORM.

       PRINT-TOTALS-PARA.
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1 UNTIL WS-BK-SUB > 4
               MOVE WS-BK-LABEL(WS-BK-SUB)  TO WS-RBL-LABEL
               MOVE WS-BK-COUNT(WS-BK-SUB)  TO WS-RBL-COUNT
               MOVE WS-BK-AMOUNT(WS-BK-SUB) TO WS-RBL-AMOUNT
               WRITE AGE-RPT-LINE FROM WS-RPT-BUCKET-LINE
           END-PERFORM
           MOVE ALL "-" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE WS-OPEN-COUNT TO WS-RTL-COUNT
           MOVE WS-TOT-AMOUNT TO WS-RTL-AMOUNT
           WRITE AGE-RPT-LINE FROM WS-RPT-TOT-LINE.

       FINAL-PARA.
           PERFORM PRINT-PERIODS-PARA
           PERFORM PRINT-TOTALS-PARA
           IF WS-REG-OPEN = 'Y'
               CLOSE CHQ-REG-FILE
           END-IF
           CLOSE AGE-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "OUTSTANDING CHEQUES COMPLETE"
           DISPLAY "REGISTER ROWS   : " WS-READ-COUNT
           DISPLAY "CHEQUES OPEN    : " WS-OPEN-COUNT
           DISPLAY "PAY PERIODS     : " WS-PD-COUNT
           DISPLAY "AMOUNT OPEN     : " WS-TOT-AMOUNT
           DISPLAY "----------------------------------".
