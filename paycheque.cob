      *CHEQUE PAYMENT RUN FOR THE EMPLOYEES THE BANK FEED SKIPS.
      *READS EMP-OUT-FILE (WRITTEN BY PAYROLL01) AND, USING THE SAME
      *MASTER LOOKUP AS BANKFEED01, PICKS UP EXACTLY THE ROWS THAT
      *PROGRAM SKIPPED - NO BANK ACCOUNT ON THE MASTER, A HELD OR
      *NOT-YET-VERIFIED ACCOUNT, OR AN EMPLOYEE MISSING FROM THE
      *MASTER - ASSIGNS SEQUENTIAL CHEQUE NUMBERS FROM THE CHEQUE
      *CONTROL FILE, PRINTS THE CHEQUES AND A REGISTER, AND RECORDS
      *EACH CHEQUE ON THE PERMANENT CHEQUE REGISTER SO CHQMNT01 CAN
      *LATER MARK IT PRESENTED, STALE OR VOID. THE REGISTER TOTAL
      *PLUS THE BANK FEED TOTAL THEN ACCOUNTS FOR THE FULL EMP-OUT
      *NET, WHICH BALANCE01 PROVES. REFUSES TO CUT CHEQUES FOR A PAY
      *PERIOD THE RUN CONTROL FILE SHOWS AS ALREADY CHEQUED - A RERUN
      *WOULD ISSUE EVERY CHEQUE TWICE - UNLESS THE OVERRIDE PARAMETER
      *IS SUPPLIED. A CHEQUE DUE TO AN EMPLOYEE ON STOP-PAY IS NOT
      *CUT - THE NET GOES TO THE HELD PAYMENTS REGISTER FOR PAYREL01.
      *EACH PAY GROUP'S EMP-OUT IS CHEQUED SEPARATELY - THE
      *ALREADY-CHEQUED CHECK IS ON THE GROUP AND PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDPARM-STATUS.

           SELECT HELD-PAY-FILE
               ASSIGN TO HELDPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FEED-PARM-FILE.
       COPY FEEDPARM.

       FD HELD-PAY-FILE.
       COPY HELDPAY.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
       01 WS-CHQREG-STATUS        PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-FEEDPARM-STATUS      PIC XX.
       01 WS-HELDPAY-STATUS       PIC XX.
       01 WS-CHQ-PERIOD           PIC X(8) VALUE SPACES.
       01 WS-CHQ-GROUP            PIC X(2) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-OVERRIDE-PERIOD      PIC X(8) VALUE SPACES.
       01 WS-ISSUE-DATE           PIC X(8) VALUE SPACES.

          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

      *    GROUP PERIODS THIS PROGRAM HAS ALREADY CUT CHEQUES FOR,
      *    COLLECTED FROM THE RUN CONTROL FILE AT INIT, WITH HOW
      *    MANY EMP-OUT RECORDS THOSE RUNS PROCESSED IN TOTAL.
       01 WS-FED-CTL.

       01 WS-FED-TABLE.
          05 WS-FED-ENTRY OCCURS 1000 TIMES INDEXED BY FD-IDX.
             10 WS-FED-PAY-GROUP  PIC X(2).
             10 WS-FED-PERIOD-END PIC X(8).
             10 WS-FED-READS      PIC 9(5).

          05 WS-CHEQUE-COUNT      PIC 9(5) VALUE 0.
          05 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.
          05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
          05 WS-HELD-AMOUNT       PIC S9(9)V99 VALUE 0.

      *    THE CHEQUES CUT THIS RUN, HELD SO THE REGISTER LISTING
      *    CAN BE PRINTED AS ITS OWN SECTION AFTER THE CHEQUE FORMS.
               OPEN OUTPUT CHQ-REG-FILE
           END-IF
           OPEN OUTPUT CHQ-PRINT-FILE
           OPEN EXTEND HELD-PAY-FILE
           IF WS-HELDPAY-STATUS NOT = "00"
               OPEN OUTPUT HELD-PAY-FILE
           END-IF
           IF WS-CHQ-SKIP-TARGET > 0
               PERFORM SKIP-FED-PARA
           END-IF.

      *    THE RUN'S PAY GROUP AND PERIOD ARE ON THE FIRST EMP-OUT
      *    RECORD - PEEK AT THEM AND RUN THE ALREADY-CHEQUED CHECK
      *    FIRST.
       PRESCAN-PERIOD-PARA.
           OPEN INPUT EMP-OUT-FILE
           READ EMP-OUT-FILE
                   CONTINUE
               NOT AT END
                   MOVE OUT-PAY-PERIOD-END TO WS-CHQ-PERIOD
                   MOVE OUT-PAY-GROUP      TO WS-CHQ-GROUP
           END-READ
           IF WS-CHQ-GROUP = SPACES
               MOVE "MN" TO WS-CHQ-GROUP
           END-IF
           CLOSE EMP-OUT-FILE
           IF WS-CHQ-PERIOD NOT = SPACES
               PERFORM GUARD-PERIOD-PARA
           PERFORM LOAD-RUN-CTL-PARA.

      *    ONE PASS OVER THE AUDIT FILE GIVES BOTH THE NEXT RUN
      *    NUMBER AND THE LIST OF GROUP PERIODS ALREADY CHEQUED.
       LOAD-RUN-CTL-PARA.
           MOVE 0 TO WS-RC-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-RUN-NUMBER
                           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
                           IF WS-RC-PAY-GROUP = SPACES
                               MOVE "MN" TO WS-RC-PAY-GROUP
                           END-IF
                           IF RC-PROGRAM = "PAYCHEQ01"
                               AND RC-PAY-PERIOD-END NOT = SPACES
                               PERFORM RECORD-FED-PERIOD-PARA
           END-IF
           ADD 1 TO WS-RC-RUN-NUMBER.

      *    SEVERAL CHEQUE RUNS FOR ONE GROUP PERIOD (OVERRIDES) ADD
      *    THEIR READ COUNTS ONTO THE SAME TABLE ROW.
       RECORD-FED-PERIOD-PARA.
           MOVE 'N' TO WS-FED-MATCHED
           IF WS-FED-COUNT > 0
                       CONTINUE
                   WHEN WS-FED-PERIOD-END(FD-IDX)
                       = RC-PAY-PERIOD-END
                       AND WS-FED-PAY-GROUP(FD-IDX) = WS-RC-PAY-GROUP
                       MOVE 'Y' TO WS-FED-MATCHED
                       ADD RC-READ-COUNT TO WS-FED-READS(FD-IDX)
               END-SEARCH
               IF WS-FED-COUNT < WS-FED-MAX
                   ADD 1 TO WS-FED-COUNT
                   SET FD-IDX TO WS-FED-COUNT
                   MOVE WS-RC-PAY-GROUP
                       TO WS-FED-PAY-GROUP(FD-IDX)
                   MOVE RC-PAY-PERIOD-END
                       TO WS-FED-PERIOD-END(FD-IDX)
                   MOVE RC-READ-COUNT
                   AT END
                       CONTINUE
                   WHEN WS-FED-PERIOD-END(FD-IDX) = WS-CHQ-PERIOD
                       AND WS-FED-PAY-GROUP(FD-IDX) = WS-CHQ-GROUP
                       PERFORM REFUSE-RERUN-PARA
               END-SEARCH
           END-IF.
               AND (WS-OVERRIDE-PERIOD = SPACES
                   OR WS-OVERRIDE-PERIOD = WS-CHQ-PERIOD)
               MOVE WS-FED-READS(FD-IDX) TO WS-CHQ-SKIP-TARGET
               DISPLAY "PERIOD " WS-CHQ-PERIOD " GROUP "
                   WS-CHQ-GROUP " ALREADY CHEQUED - OVERRIDE ACCEPTED"
               DISPLAY "CHEQUING ONLY RECORDS AFTER THE FIRST "
                   WS-CHQ-SKIP-TARGET " ALREADY PROCESSED"
           ELSE
               DISPLAY "PERIOD " WS-CHQ-PERIOD " GROUP "
                   WS-CHQ-GROUP " ALREADY CHEQUED - RUN REFUSED"
               DISPLAY "SUPPLY THE OVERRIDE PARAMETER TO REGENERATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE WS-CHEQUE-COUNT   TO RC-WRITE-COUNT
           MOVE WS-SKIP-COUNT     TO RC-REJECT-COUNT
           MOVE WS-TOT-AMOUNT     TO RC-TOT-NET
           MOVE WS-CHQ-GROUP      TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

      *    BANK FEED WOULD SKIP (APART FROM A NON-POSITIVE NET,
      *    WHICH NEITHER PROGRAM PAYS) GETS A CHEQUE - SO BETWEEN
      *    THE TWO PROGRAMS EVERY POSITIVE NET IS PAID EXACTLY ONCE.
      *    A STOP-PAY HOLD DOES NOT CHANGE WHICH PROGRAM OWNS THE ROW;
      *    THE OWNER PARKS IT ON THE HELD PAYMENTS REGISTER INSTEAD.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF OUT-NET-PAY NOT > 0
                   IF WS-MASTER-FOUND = 'Y'
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       IF WS-MASTER-EXISTS = 'Y'
                           AND MST-PAY-HELD
                           DISPLAY "PAY ON HOLD - NO CHEQUE CUT: "
                               OUT-EMP-ID
                           PERFORM WRITE-HELD-PAY-PARA
                           ADD 1 TO WS-SKIP-COUNT
                       ELSE
                           PERFORM ISSUE-CHEQUE-PARA
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-PARA
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EXISTS
                   IF MST-BANK-ACCT-NO NOT = SPACES
                       AND MST-BANK-USABLE
                       MOVE 'Y' TO WS-MASTER-FOUND
                   END-IF
           END-READ.
               DISPLAY "EMP ID NOT ON MASTER - PAYING BY CHEQUE: "
                   OUT-EMP-ID
           ELSE
               EVALUATE TRUE
                   WHEN MST-BANK-ACCT-NO = SPACES
                       DISPLAY "NO BANK DETAILS - PAYING BY CHEQUE: "
                           OUT-EMP-ID
                   WHEN MST-BANK-HELD
                       DISPLAY "BANK DETAILS HELD - PAYING BY CHEQUE: "
                           OUT-EMP-ID
                   WHEN MST-BANK-PENDING
                       DISPLAY "PRENOTE PENDING - PAYING BY CHEQUE: "
                           OUT-EMP-ID
                   WHEN OTHER
                       DISPLAY "PRENOTE REJECTED - PAYING BY CHEQUE: "
                           OUT-EMP-ID
               END-EVALUATE
           END-IF
           MOVE WS-NEXT-CHEQUE-NO TO CQ-CHEQUE-NO
           MOVE OUT-EMP-ID        TO CQ-EMP-ID
           MOVE OUT-NET-PAY       TO CQ-AMOUNT
           MOVE WS-ISSUE-DATE     TO CQ-ISSUE-DATE
           MOVE 'I'               TO CQ-STATUS
           MOVE WS-CHQ-GROUP      TO CQ-PAY-GROUP
           WRITE CHQ-REG-REC

           PERFORM PRINT-CHEQUE-PARA
           ADD 1 TO WS-CHEQUE-COUNT
           ADD 1 TO WS-NEXT-CHEQUE-NO.

      *    THE ROW REMEMBERS IT WOULD HAVE BEEN A CHEQUE, SO A
      *    RELEASE THAT DOES NOT NAME A ROUTE PAYS IT THE SAME WAY.
       WRITE-HELD-PAY-PARA.
           MOVE OUT-EMP-ID         TO HP-EMP-ID
           MOVE OUT-EMP-NAME       TO HP-EMP-NAME
           MOVE OUT-DEPT-CODE      TO HP-DEPT-CODE
           MOVE OUT-PAY-PERIOD-END TO HP-PAY-PERIOD-END
           MOVE OUT-NET-PAY        TO HP-AMOUNT
           MOVE 'C'                TO HP-ROUTE
           MOVE MST-HOLD-REASON    TO HP-HOLD-REASON
           MOVE WS-ISSUE-DATE      TO HP-HELD-DATE
           MOVE 'H'                TO HP-STATUS
           MOVE SPACES             TO HP-RELEASE-DATE
           MOVE 0                  TO HP-CHEQUE-NO
           MOVE WS-CHQ-GROUP       TO HP-PAY-GROUP

           WRITE HELD-PAY-REC
           ADD HP-AMOUNT TO WS-HELD-AMOUNT
           ADD 1 TO WS-HELD-COUNT.

       PRINT-CHEQUE-PARA.
           MOVE ALL "=" TO CHQ-PRINT-LINE
           WRITE CHQ-PRINT-LINE
           CLOSE EMP-MASTER-FILE
           CLOSE CHQ-REG-FILE
           CLOSE CHQ-PRINT-FILE
           CLOSE HELD-PAY-FILE
           PERFORM SAVE-CHQ-CTL-PARA
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "CHEQUE PAYMENT RUN COMPLETE"
           DISPLAY "PAY PERIOD/GROUP: " WS-CHQ-PERIOD " "
               WS-CHQ-GROUP
           DISPLAY "RECORDS READ    : " WS-READ-COUNT
           DISPLAY "CHEQUES ISSUED  : " WS-CHEQUE-COUNT
           DISPLAY "RECORDS SKIPPED : " WS-SKIP-COUNT
           DISPLAY "CHEQUE TOTAL    : " WS-TOT-AMOUNT
           DISPLAY "PAYMENTS HELD   : " WS-HELD-COUNT
           DISPLAY "AMOUNT HELD     : " WS-HELD-AMOUNT
           DISPLAY "----------------------------------".
