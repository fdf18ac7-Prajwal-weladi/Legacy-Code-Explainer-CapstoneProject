      *AS ALREADY REMITTED IS REFUSED - A RERUN WOULD REMIT THE
      *MONTH TWICE - UNLESS THE OVERRIDE PARAMETER IS SUPPLIED, IN
      *WHICH CASE THE FEEDS ARE REGENERATED IN FULL (A REMITTANCE
      *FILE IS REPLACED WHOLE, NEVER TOPPED UP). EACH PAY GROUP'S
      *EMP-OUT IS REMITTED SEPARATELY - THE ALREADY-REMITTED CHECK IS
      *ON THE GROUP AND PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-FEEDPARM-STATUS      PIC XX.
       01 WS-REMIT-PERIOD         PIC X(8) VALUE SPACES.
       01 WS-REMIT-GROUP          PIC X(2) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-OVERRIDE-PERIOD      PIC X(8) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
           OPEN OUTPUT PT-FEED-FILE
           OPEN OUTPUT HI-FEED-FILE.

      *    THE FEED'S PAY GROUP AND PERIOD ARE ON THE FIRST EMP-OUT
      *    RECORD - PEEK AT THEM AND RUN THE ALREADY-REMITTED CHECK
      *    FIRST.
       PRESCAN-PERIOD-PARA.
           OPEN INPUT EMP-OUT-FILE
           READ EMP-OUT-FILE
                   CONTINUE
               NOT AT END
                   MOVE OUT-PAY-PERIOD-END TO WS-REMIT-PERIOD
                   MOVE OUT-PAY-GROUP      TO WS-REMIT-GROUP
           END-READ
           IF WS-REMIT-GROUP = SPACES
               MOVE "MN" TO WS-REMIT-GROUP
           END-IF
           CLOSE EMP-OUT-FILE
           IF WS-REMIT-PERIOD NOT = SPACES
               PERFORM CHECK-FED-PERIOD-PARA
           ADD 1 TO WS-RC-RUN-NUMBER.

      *    SECOND PASS OVER THE AUDIT FILE, ONCE THE FEED PERIOD IS
      *    KNOWN: ANY REMIT01 ROW FOR THE SAME GROUP AND PERIOD MEANS
      *    THE PERIOD'S REMITTANCES ARE ALREADY DONE - UNLESS PAYREV01
      *    HAS SINCE BACKED A PAYROLL01 RUN OUT OF THE PERIOD, IN
      *    WHICH CASE THE PERIOD IS OPEN AGAIN AND THE REMITTANCE
      *    FILE IS CUT AFRESH FROM WHAT NOW STANDS ON EMP-OUT.
       CHECK-FED-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
                           IF WS-RC-PAY-GROUP = SPACES
                               MOVE "MN" TO WS-RC-PAY-GROUP
                           END-IF
                           IF RC-PROGRAM = "REMIT01"
                               AND RC-PAY-PERIOD-END
                                   = WS-REMIT-PERIOD
                               AND WS-RC-PAY-GROUP = WS-REMIT-GROUP
                               MOVE 'Y' TO WS-ALREADY-FED
                           END-IF
                           IF RC-PROGRAM = "PAYREV01"
                               AND RC-PAY-PERIOD-END
                                   = WS-REMIT-PERIOD
                               AND WS-RC-PAY-GROUP = WS-REMIT-GROUP
                               MOVE 'N' TO WS-ALREADY-FED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
           IF WS-OVERRIDE-FLAG = 'Y'
               AND (WS-OVERRIDE-PERIOD = SPACES
                   OR WS-OVERRIDE-PERIOD = WS-REMIT-PERIOD)
               DISPLAY "PERIOD " WS-REMIT-PERIOD " GROUP "
                   WS-REMIT-GROUP
                   " ALREADY REMITTED - OVERRIDE ACCEPTED"
               DISPLAY "REGENERATING ALL THREE AGENCY FEEDS IN FULL"
           ELSE
               DISPLAY "PERIOD " WS-REMIT-PERIOD " GROUP "
                   WS-REMIT-GROUP " ALREADY REMITTED - RUN REFUSED"
               DISPLAY "SUPPLY THE OVERRIDE PARAMETER TO REGENERATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           MOVE WS-DETAIL-TOTAL   TO RC-WRITE-COUNT
           MOVE 0                 TO RC-REJECT-COUNT
           MOVE WS-REMIT-TOTAL    TO RC-TOT-NET
           MOVE WS-REMIT-GROUP    TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "REMITTANCE FEED GENERATION COMPLETE"
           DISPLAY "PAY PERIOD/GROUP: " WS-REMIT-PERIOD " "
               WS-REMIT-GROUP
           DISPLAY "RECORDS READ    : " WS-READ-COUNT
           DISPLAY "PF ROWS/TOTAL   : " WS-PF-COUNT " " WS-PF-TOTAL
           DISPLAY "PT ROWS/TOTAL   : " WS-PT-COUNT " " WS-PT-TOTAL
