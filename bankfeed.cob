      *WITHOUT MANUALLY RE-KEYING NET PAY AMOUNTS INTO THE BANK PORTAL.
      *REFUSES TO GENERATE A FEED FOR A PAY PERIOD THE RUN CONTROL
      *FILE SHOWS AS ALREADY FED - A RERUN WOULD RESUBMIT EVERY
      *DEPOSIT - UNLESS THE OVERRIDE PARAMETER IS SUPPLIED. NET PAY OF
      *AN EMPLOYEE ON STOP-PAY GOES TO THE HELD PAYMENTS REGISTER
      *INSTEAD OF THE FEED, FOR PAYREL01 TO RELEASE LATER. EACH PAY
      *GROUP'S EMP-OUT IS FED SEPARATELY - THE ALREADY-FED CHECK IS
      *ON THE GROUP AND PERIOD, SO THE WEEKLY AND MONTHLY GROUPS
      *NEVER BLOCK EACH OTHER.

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

       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-FEEDPARM-STATUS      PIC XX.
       01 WS-HELDPAY-STATUS       PIC XX.
       01 WS-FEED-PERIOD          PIC X(8) VALUE SPACES.
       01 WS-FEED-GROUP           PIC X(2) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-OVERRIDE-PERIOD      PIC X(8) VALUE SPACES.

      *    ON AN ACCEPTED OVERRIDE, HOW MANY EMP-OUT RECORDS THE
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

      *    PAY GROUP PERIODS THIS PROGRAM HAS ALREADY FED TO THE BANK,
      *    COLLECTED FROM THE RUN CONTROL FILE AT INIT, WITH HOW
      *    MANY EMP-OUT RECORDS THOSE RUNS PROCESSED IN TOTAL (THE
      *    READ COUNT, NOT THE FEED ROW COUNT - EMPLOYEES SKIPPED

       01 WS-FED-TABLE.
          05 WS-FED-ENTRY OCCURS 1000 TIMES INDEXED BY FD-IDX.
             10 WS-FED-PAY-GROUP  PIC X(2).
             10 WS-FED-PERIOD-END PIC X(8).
             10 WS-FED-READS      PIC 9(5).

          05 WS-WRITE-COUNT       PIC 9(5) VALUE 0.
          05 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.
          05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
          05 WS-HELD-AMOUNT       PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EMP-OUT-FILE
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT BANK-FEED-FILE
      *    THE HELD PAYMENTS REGISTER IS PERMANENT - NEW HOLDS ARE
      *    ADDED TO WHATEVER IS STILL WAITING TO BE RELEASED.
           OPEN EXTEND HELD-PAY-FILE
           IF WS-HELDPAY-STATUS NOT = "00"
               OPEN OUTPUT HELD-PAY-FILE
           END-IF
           IF WS-FEED-SKIP-TARGET > 0
               PERFORM SKIP-FED-PARA
           END-IF.

      *    THE FEED'S PAY GROUP AND PERIOD ARE ON ITS FIRST RECORD -
      *    PEEK AT THEM AND RUN THE ALREADY-FED CHECK BEFORE ANY
      *    FILE IS CUT.
       PRESCAN-PERIOD-PARA.
           OPEN INPUT EMP-OUT-FILE
           READ EMP-OUT-FILE
                   CONTINUE
               NOT AT END
                   MOVE OUT-PAY-PERIOD-END TO WS-FEED-PERIOD
                   MOVE OUT-PAY-GROUP      TO WS-FEED-GROUP
           END-READ
           IF WS-FEED-GROUP = SPACES
               MOVE "MN" TO WS-FEED-GROUP
           END-IF
           CLOSE EMP-OUT-FILE
           IF WS-FEED-PERIOD NOT = SPACES
               PERFORM GUARD-PERIOD-PARA
           PERFORM LOAD-RUN-CTL-PARA.

      *    ONE PASS OVER THE AUDIT FILE GIVES BOTH THE NEXT RUN
      *    NUMBER AND THE LIST OF GROUP PERIODS ALREADY FED.
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
                           IF RC-PROGRAM = "BANKFEED01"
                               AND RC-PAY-PERIOD-END NOT = SPACES
                               PERFORM RECORD-FED-PERIOD-PARA
           END-IF
           ADD 1 TO WS-RC-RUN-NUMBER.

      *    SEVERAL FEED RUNS FOR ONE GROUP PERIOD (OVERRIDES) ADD THEIR
      *    READ COUNTS ONTO THE SAME TABLE ROW.
       RECORD-FED-PERIOD-PARA.
           MOVE 'N' TO WS-FED-MATCHED
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
                   WHEN WS-FED-PERIOD-END(FD-IDX) = WS-FEED-PERIOD
                       AND WS-FED-PAY-GROUP(FD-IDX) = WS-FEED-GROUP
                       PERFORM REFUSE-RERUN-PARA
               END-SEARCH
           END-IF.
               AND (WS-OVERRIDE-PERIOD = SPACES
                   OR WS-OVERRIDE-PERIOD = WS-FEED-PERIOD)
               MOVE WS-FED-READS(FD-IDX) TO WS-FEED-SKIP-TARGET
               DISPLAY "PERIOD " WS-FEED-PERIOD " GROUP "
                   WS-FEED-GROUP " ALREADY FED - OVERRIDE ACCEPTED"
               DISPLAY "FEEDING ONLY RECORDS AFTER THE FIRST "
                   WS-FEED-SKIP-TARGET " ALREADY PROCESSED"
           ELSE
               DISPLAY "PERIOD " WS-FEED-PERIOD " GROUP "
                   WS-FEED-GROUP
                   " ALREADY FED TO THE BANK - FEED REFUSED"
               DISPLAY "SUPPLY THE OVERRIDE PARAMETER TO REGENERATE"
               MOVE 16 TO RETURN-CODE
           MOVE WS-WRITE-COUNT    TO RC-WRITE-COUNT
           MOVE WS-SKIP-COUNT     TO RC-REJECT-COUNT
           MOVE WS-TOT-AMOUNT     TO RC-TOT-NET
           MOVE WS-FEED-GROUP     TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

               ELSE
                   PERFORM LOOKUP-MASTER-PARA
                   IF WS-MASTER-FOUND = 'Y'
                       IF MST-PAY-HELD
                           DISPLAY "PAY ON HOLD FOR EMP ID: "
                               OUT-EMP-ID
                           PERFORM WRITE-HELD-PAY-PARA
                           ADD 1 TO WS-SKIP-COUNT
                       ELSE
                           PERFORM WRITE-BANK-FEED-PARA
                       END-IF
                   ELSE
                       IF WS-MASTER-EXISTS = 'N'
                           DISPLAY "EMP ID NOT ON MASTER: "
                               OUT-EMP-ID
                       ELSE
                           EVALUATE TRUE
                               WHEN MST-BANK-ACCT-NO = SPACES
                                   DISPLAY "NO BANK DETAILS FOR EMP: "
                                       OUT-EMP-ID
                               WHEN MST-BANK-HELD
                                   DISPLAY "BANK DETAILS HELD FOR EMP: "
                                       OUT-EMP-ID
                               WHEN MST-BANK-PENDING
                                   DISPLAY "PRENOTE PENDING FOR EMP: "
                                       OUT-EMP-ID
                               WHEN OTHER
                                   DISPLAY "PRENOTE REJECTED FOR EMP: "
                                       OUT-EMP-ID
                           END-EVALUATE
                       END-IF
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EXISTS
      *            AN ACCOUNT THE BANK HAS BOUNCED (FLAGGED 'H' BY
      *            BANKRET01), OR ONE WHOSE PRENOTE IS STILL PENDING
      *            OR WAS REJECTED, IS TREATED LIKE MISSING BANK
      *            DETAILS AND LEFT TO THE CHEQUE RUN.
                   IF MST-BANK-ACCT-NO NOT = SPACES
                       AND MST-BANK-USABLE
                       MOVE 'Y' TO WS-MASTER-FOUND
                   END-IF
           END-READ.
           ADD BF-AMOUNT TO WS-TOT-AMOUNT
           ADD 1 TO WS-WRITE-COUNT.

      *    THE ROW REMEMBERS IT WOULD HAVE GONE TO THE BANK, SO A
      *    RELEASE THAT DOES NOT NAME A ROUTE PAYS IT THE SAME WAY.
       WRITE-HELD-PAY-PARA.
           MOVE OUT-EMP-ID         TO HP-EMP-ID
           MOVE OUT-EMP-NAME       TO HP-EMP-NAME
           MOVE OUT-DEPT-CODE      TO HP-DEPT-CODE
           MOVE OUT-PAY-PERIOD-END TO HP-PAY-PERIOD-END
           MOVE OUT-NET-PAY        TO HP-AMOUNT
           MOVE 'B'                TO HP-ROUTE
           MOVE MST-HOLD-REASON    TO HP-HOLD-REASON
           MOVE WS-RC-START-DATE   TO HP-HELD-DATE
           MOVE 'H'                TO HP-STATUS
           MOVE SPACES             TO HP-RELEASE-DATE
           MOVE 0                  TO HP-CHEQUE-NO
           MOVE WS-FEED-GROUP      TO HP-PAY-GROUP

           WRITE HELD-PAY-REC
           ADD HP-AMOUNT TO WS-HELD-AMOUNT
           ADD 1 TO WS-HELD-COUNT.

       FINAL-PARA.
           CLOSE EMP-OUT-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE BANK-FEED-FILE
           CLOSE HELD-PAY-FILE
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "BANK FEED GENERATION COMPLETE"
           DISPLAY "PAY PERIOD/GROUP: " WS-FEED-PERIOD " "
               WS-FEED-GROUP
           DISPLAY "RECORDS READ    : " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN : " WS-WRITE-COUNT
           DISPLAY "RECORDS SKIPPED : " WS-SKIP-COUNT
           DISPLAY "PAYMENTS HELD   : " WS-HELD-COUNT
           DISPLAY "AMOUNT HELD     : " WS-HELD-AMOUNT
           DISPLAY "----------------------------------".
