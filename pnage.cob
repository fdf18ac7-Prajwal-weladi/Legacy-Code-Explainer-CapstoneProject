       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNAGE01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *OVERDUE PRENOTE REPORT. READS THE EMPLOYEE MASTER AND LISTS
      *EVERY BANK ACCOUNT STILL PENDING VERIFICATION WHOSE PRENOTE
      *WENT TO THE BANK MORE THAN A SET NUMBER OF DAYS AGO WITH NO
      *RESPONSE APPLIED BY PNRESP01. THOSE EMPLOYEES ARE BEING PAID BY
      *CHEQUE IN THE MEANTIME, SO PAYROLL OPS CHASE THE BANK FROM THIS
      *LIST. THE DAY LIMIT COMES FROM THE OPTIONAL PNPARM FILE AND
      *DEFAULTS TO 10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT PN-PARM-FILE
               ASSIGN TO PNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNPARM-STATUS.

           SELECT PN-AGE-RPT-FILE
               ASSIGN TO PNAGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD PN-PARM-FILE.
       COPY PNPARM.

       FD PN-AGE-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PN-AGE-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.

       01 WS-PNPARM-STATUS        PIC XX.

       01 WS-DAY-LIMIT            PIC 9(3) VALUE 10.

       01 WS-DATE-WORK.
          05 WS-TODAY             PIC 9(8) VALUE 0.
          05 WS-SENT-DATE-N       PIC 9(8) VALUE 0.
          05 WS-AGE-DAYS          PIC S9(5) VALUE 0.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-PENDING-COUNT     PIC 9(5) VALUE 0.
          05 WS-OVERDUE-COUNT     PIC 9(5) VALUE 0.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(28)
              VALUE "OVERDUE PRENOTE VERIFICATION".

       01 WS-RPT-DATE-LINE.
          05 FILLER               PIC X(12) VALUE "AS AT DATE: ".
          05 WS-RPT-TODAY         PIC 9(8).
          05 FILLER               PIC X(20)
              VALUE "   PENDING OVER    ".
          05 WS-RPT-LIMIT         PIC ZZ9.
          05 FILLER               PIC X(5) VALUE " DAYS".
          05 FILLER               PIC X(32) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(5)  VALUE "DEPT".
          05 FILLER               PIC X(21) VALUE "BANK ACCOUNT".
          05 FILLER               PIC X(12) VALUE "IFSC".
          05 FILLER               PIC X(9)  VALUE "SENT".
          05 FILLER               PIC X(6)  VALUE " DAYS".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-DEPT-CODE     PIC X(4).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-ACCT-NO       PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-IFSC          PIC X(11).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-SENT-DATE     PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-DAYS          PIC ZZZZ9.
          05 FILLER               PIC X(1) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
          05 FILLER               PIC X(20)
              VALUE "PRENOTES PENDING  : ".
          05 WS-RTL-PENDING       PIC ZZZZ9.
          05 FILLER               PIC X(20)
              VALUE "   OVERDUE        : ".
          05 WS-RTL-OVERDUE       PIC ZZZZ9.
          05 FILLER               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PN-PARM-PARA
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT PN-AGE-RPT-FILE
           MOVE SPACES TO PN-AGE-RPT-LINE
           WRITE PN-AGE-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO PN-AGE-RPT-LINE
           WRITE PN-AGE-RPT-LINE
           MOVE WS-TODAY     TO WS-RPT-TODAY
           MOVE WS-DAY-LIMIT TO WS-RPT-LIMIT
           WRITE PN-AGE-RPT-LINE FROM WS-RPT-DATE-LINE
           WRITE PN-AGE-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO PN-AGE-RPT-LINE
           WRITE PN-AGE-RPT-LINE.

       LOAD-PN-PARM-PARA.
           OPEN INPUT PN-PARM-FILE
           IF WS-PNPARM-STATUS = "00"
               READ PN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PNP-DAYS NUMERIC
                           MOVE PNP-DAYS TO WS-DAY-LIMIT
                       END-IF
               END-READ
               CLOSE PN-PARM-FILE
           END-IF.

       READ-PARA.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF MST-BANK-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM AGE-PRENOTE-PARA
                   IF WS-AGE-DAYS > WS-DAY-LIMIT
                       ADD 1 TO WS-OVERDUE-COUNT
                       PERFORM PRINT-DETAIL-PARA
                   END-IF
               END-IF
               PERFORM READ-PARA
           END-IF.

      *    AGE RUNS FROM THE DAY THE PRENOTE WAS WRITTEN. A PENDING
      *    ACCOUNT WITH NO USABLE SENT DATE AGES AS OLDEST SO IT IS
      *    ALWAYS CHASED.
       AGE-PRENOTE-PARA.
           IF MST-PRENOTE-DATE IS NUMERIC
               MOVE MST-PRENOTE-DATE TO WS-SENT-DATE-N
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-N)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.

       PRINT-DETAIL-PARA.
           MOVE MST-EMP-ID       TO WS-RDL-EMP-ID
           MOVE MST-EMP-NAME     TO WS-RDL-EMP-NAME
           MOVE MST-DEPT-CODE    TO WS-RDL-DEPT-CODE
           MOVE MST-BANK-ACCT-NO TO WS-RDL-ACCT-NO
           MOVE MST-BANK-IFSC    TO WS-RDL-IFSC
           MOVE MST-PRENOTE-DATE TO WS-RDL-SENT-DATE
           MOVE WS-AGE-DAYS      TO WS-RDL-DAYS
           WRITE PN-AGE-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       FINAL-PARA.
           MOVE ALL "-" TO PN-AGE-RPT-LINE
           WRITE PN-AGE-RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-RTL-PENDING
           MOVE WS-OVERDUE-COUNT TO WS-RTL-OVERDUE
           WRITE PN-AGE-RPT-LINE FROM WS-RPT-TOT-LINE
           CLOSE EMP-MASTER-FILE
           CLOSE PN-AGE-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "PRENOTE AGEING COMPLETE"
           DISPLAY "EMPLOYEES READ  : " WS-READ-COUNT
           DISPLAY "PRENOTES PENDING: " WS-PENDING-COUNT
           DISPLAY "OVERDUE         : " WS-OVERDUE-COUNT
           DISPLAY "----------------------------------".
