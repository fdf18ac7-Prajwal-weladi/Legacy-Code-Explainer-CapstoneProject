       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *POSITIVE-PAY ISSUE FILE FOR THE BANK. READS THE PERMANENT
      *CHEQUE REGISTER AND WRITES ONE ISSUE ROW - CHEQUE NUMBER,
      *PAYEE, AMOUNT AND ISSUE DATE - FOR EVERY CHEQUE CUT SINCE THE
      *LAST FILE WAS SENT, SO THE BANK PAYS ONLY A PAYROLL CHEQUE IT
      *HAS BEEN TOLD ABOUT AND AN ALTERED OR COUNTERFEIT ONE BOUNCES.
      *WHAT HAS ALREADY BEEN SENT IS TRACKED BY THE HIGHEST CHEQUE
      *NUMBER ON THE POSITIVE-PAY CONTROL FILE, SO CHEQUES FROM THE
      *REGULAR CHEQUE RUN AND FROM HELD PAY RELEASES ARE BOTH PICKED
      *UP AND A RERUN NEVER SENDS A CHEQUE TWICE. VOIDS GO TO THE
      *BANK ON THE CANCELLATION FILE WRITTEN BY CHQMNT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-REG-FILE
               ASSIGN TO CHQREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT PP-CTL-FILE
               ASSIGN TO PPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPCTL-STATUS.

           SELECT POS-PAY-FILE
               ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHQ-REG-FILE.
       COPY CHQREG.

       FD PP-CTL-FILE.
       COPY PPCTL.

       FD POS-PAY-FILE.
       COPY POSPAY.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REG-OPEN          PIC X VALUE 'N'.

       01 WS-CHQREG-STATUS        PIC XX.
       01 WS-PPCTL-STATUS         PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.

      *    THE HIGHEST CHEQUE NUMBER ALREADY SENT, AS READ FROM THE
      *    CONTROL FILE, AND THE HIGHEST SEEN ON THE REGISTER THIS
      *    RUN - WRITTEN BACK AT END OF JOB.
       01 WS-LAST-SENT-NO         PIC 9(8) VALUE 0.
       01 WS-NEW-LAST-NO          PIC 9(8) VALUE 0.

      *    THE LATEST PAY PERIOD AMONG THE CHEQUES SENT, FOR THE
      *    END-OF-JOB CONTROL TOTALS.
       01 WS-PP-PERIOD            PIC X(8) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-WRITE-COUNT       PIC 9(5) VALUE 0.
          05 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    NO REGISTER MEANS NO CHEQUE HAS EVER BEEN CUT - AN EMPTY
      *    FILE IS STILL PRODUCED SO THE BANK TRANSMISSION STEP RUNS.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           PERFORM LOAD-PP-CTL-PARA
           MOVE WS-LAST-SENT-NO TO WS-NEW-LAST-NO
           OPEN OUTPUT POS-PAY-FILE
           OPEN INPUT CHQ-REG-FILE
           IF WS-CHQREG-STATUS = "00"
               MOVE 'Y' TO WS-REG-OPEN
           ELSE
               DISPLAY "NO CHEQUE REGISTER - NOTHING TO SEND"
               MOVE 'Y' TO WS-EOF
           END-IF.

       LOAD-PP-CTL-PARA.
           OPEN INPUT PP-CTL-FILE
           IF WS-PPCTL-STATUS = "00"
               READ PP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPC-LAST-CHEQUE-NO TO WS-LAST-SENT-NO
               END-READ
               CLOSE PP-CTL-FILE
           END-IF.

       SAVE-PP-CTL-PARA.
           OPEN OUTPUT PP-CTL-FILE
           MOVE WS-NEW-LAST-NO TO PPC-LAST-CHEQUE-NO
           WRITE PP-CTL-REC
           CLOSE PP-CTL-FILE.

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
           MOVE "POSPAY01"        TO RC-PROGRAM
      *    THE FILE COVERS CHEQUES OF ANY GROUP AND PERIOD AND IS
      *    NOT A STEP OF ANY ONE PERIOD'S CHAIN - STAMPING A PERIOD
      *    HERE WOULD MAKE RUNRPT01 PRINT A PHANTOM PERIOD WITH EVERY
      *    STEP MISSING. THE LATEST PERIOD SENT IS ON THE CONSOLE.
           MOVE SPACES            TO RC-PAY-PERIOD-END
           MOVE SPACES            TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-READ-COUNT     TO RC-READ-COUNT
           MOVE WS-WRITE-COUNT    TO RC-WRITE-COUNT
           MOVE WS-SKIP-COUNT     TO RC-REJECT-COUNT
           MOVE WS-TOT-AMOUNT     TO RC-TOT-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

       READ-PARA.
           IF WS-EOF = 'N'
               READ CHQ-REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.

      *    ONLY A NEW CHEQUE STILL IN ISSUED STATUS IS SENT. ONE
      *    ALREADY VOIDED, PRESENTED OR STALE BEFORE THIS FILE WENT
      *    IS PASSED OVER AND REPORTED - BUT IT STILL COUNTS AS SEEN,
      *    SO THE CONTROL FILE MOVES PAST IT.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF CQ-CHEQUE-NO > WS-LAST-SENT-NO
                   IF CQ-ISSUED
                       PERFORM WRITE-POS-PAY-PARA
                   ELSE
                       DISPLAY "CHEQUE " CQ-CHEQUE-NO
                           " NOT SENT - ALREADY STATUS " CQ-STATUS
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
                   IF CQ-CHEQUE-NO > WS-NEW-LAST-NO
                       MOVE CQ-CHEQUE-NO TO WS-NEW-LAST-NO
                   END-IF
               END-IF
               PERFORM READ-PARA
           END-IF.

       WRITE-POS-PAY-PARA.
           MOVE 'I'           TO PP-ACTION
           MOVE CQ-CHEQUE-NO  TO PP-CHEQUE-NO
           MOVE CQ-EMP-NAME   TO PP-PAYEE
           MOVE CQ-AMOUNT     TO PP-AMOUNT
           MOVE CQ-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE SPACES        TO PP-VOID-DATE
           WRITE POS-PAY-REC
           IF CQ-PAY-PERIOD-END > WS-PP-PERIOD
               MOVE CQ-PAY-PERIOD-END TO WS-PP-PERIOD
           END-IF
           ADD CQ-AMOUNT TO WS-TOT-AMOUNT
           ADD 1 TO WS-WRITE-COUNT.

       FINAL-PARA.
           IF WS-REG-OPEN = 'Y'
               CLOSE CHQ-REG-FILE
           END-IF
           CLOSE POS-PAY-FILE
           PERFORM SAVE-PP-CTL-PARA
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "POSITIVE-PAY FILE COMPLETE"
           DISPLAY "REGISTER ROWS   : " WS-READ-COUNT
           DISPLAY "CHEQUES SENT    : " WS-WRITE-COUNT
           DISPLAY "CHEQUES PASSED  : " WS-SKIP-COUNT
           DISPLAY "AMOUNT SENT     : " WS-TOT-AMOUNT
           DISPLAY "LAST CHEQUE SENT: " WS-NEW-LAST-NO
           DISPLAY "LATEST PERIOD   : " WS-PP-PERIOD
           DISPLAY "----------------------------------".
