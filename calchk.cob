       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHK01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *PAY CALENDAR CHECK. READS THE PAY CALENDAR (PAYCAL) AGAINST THE
      *RUN CONTROL AUDIT FILE AND, FOR EVERY PAY GROUP PERIOD WHOSE
      *PAY DATE HAS COME (ON OR BEFORE TODAY), SHOWS WHETHER THE
      *GROUP'S PAYROLL01 RUN FOR THE PERIOD STANDS, WHETHER THE PAY
      *HAS GONE OUT BY BANK FEED OR CHEQUE RUN, AND WHETHER BALANCE01
      *HAS CROSS-FOOTED IT. A DUE PERIOD THAT HAS NOT BEEN RUN, PAID
      *OR BALANCED IS FLAGGED, AS IS A CALENDAR ROW THAT CANNOT BE
      *READ, AND THE RUN ENDS WITH RETURN CODE 4 WHEN ANYTHING IS
      *FLAGGED SO THE SCHEDULER CAN RAISE IT. A PAYROLL01 RUN BACKED
      *OUT BY PAYREV01 DOES NOT COUNT - THE PERIOD IS DUE AGAIN.
      *ROWS ON THE AUDIT FILE WITH NO PAY GROUP ARE THE MONTHLY GROUP
      *"MN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CAL-RPT-FILE
               ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD CAL-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CAL-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-PERIOD-FOUND      PIC X VALUE 'N'.

       01 WS-PAYCAL-STATUS        PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.

       01 WS-TODAY                PIC X(8) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-CAL-GROUP            PIC X(2).

       01 WS-TOTALS.
          05 WS-CAL-COUNT         PIC 9(5) VALUE 0.
          05 WS-DUE-COUNT         PIC 9(5) VALUE 0.
          05 WS-NOT-DUE-COUNT     PIC 9(5) VALUE 0.
          05 WS-OK-COUNT          PIC 9(5) VALUE 0.
          05 WS-NOT-RUN-COUNT     PIC 9(5) VALUE 0.
          05 WS-NOT-PAID-COUNT    PIC 9(5) VALUE 0.
          05 WS-NOT-BAL-COUNT     PIC 9(5) VALUE 0.
          05 WS-BAD-ROW-COUNT     PIC 9(5) VALUE 0.
          05 WS-WARN-COUNT        PIC 9(5) VALUE 0.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-PERIOD-CTL.
          05 WS-PD-COUNT          PIC 9(3) VALUE 0.
          05 WS-PD-MAX            PIC 9(3) VALUE 500.

      *    ONE ROW PER PAY GROUP AND PERIOD SEEN ON THE AUDIT FILE.
      *    PAYROLL01 RUNS STILL STANDING ARE COUNTED SO A PAYREV01
      *    REVERSAL CAN TAKE ONE BACK OFF; WITH NONE LEFT THE PERIOD
      *    IS OPEN AGAIN AND ITS PAID AND BALANCED MARKS ARE CLEARED.
       01 WS-PERIOD-TABLE.
          05 WS-PD-ENTRY OCCURS 500 TIMES INDEXED BY PD-IDX.
             10 WS-PD-PAY-GROUP   PIC X(2).
             10 WS-PD-PERIOD-END  PIC X(8).
             10 WS-PD-PAY-LIVE    PIC 9(3).
             10 WS-PD-PAID        PIC X(1).
             10 WS-PD-BALANCED    PIC X(1).

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(30)
              VALUE "PAY CALENDAR STATUS CHECK".

       01 WS-RPT-DATE-LINE.
          05 FILLER               PIC X(16)
              VALUE "AS AT DATE    : ".
          05 WS-RPT-TODAY         PIC X(8).
          05 FILLER               PIC X(56) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "GROUP".
          05 FILLER               PIC X(5)  VALUE "FREQ".
          05 FILLER               PIC X(10) VALUE "PERIOD END".
          05 FILLER               PIC X(10) VALUE "PAY DATE".
          05 FILLER               PIC X(6)  VALUE "RUN".
          05 FILLER               PIC X(6)  VALUE "PAID".
          05 FILLER               PIC X(6)  VALUE "BAL".
          05 FILLER               PIC X(31) VALUE "FLAG".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WS-RPT-FREQ          PIC X(1).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RPT-PAY-DATE      PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RPT-RAN           PIC X(3).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-RPT-PAID          PIC X(3).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-RPT-BAL           PIC X(3).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-RPT-FLAG          PIC X(20).
          05 FILLER               PIC X(11) VALUE SPACES.

       01 WS-RPT-CNT-LINE.
          05 WS-RCL-DESC          PIC X(30).
          05 WS-RCL-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM LOAD-RUN-CTL-PARA
           PERFORM CHECK-CALENDAR-PARA
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-START-TIME
           MOVE WS-RC-START-DATE TO WS-TODAY
           OPEN INPUT PAY-CAL-FILE
           IF WS-PAYCAL-STATUS NOT = "00"
               DISPLAY "PAY CALENDAR FILE NOT AVAILABLE - STATUS "
                   WS-PAYCAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CAL-RPT-FILE
           MOVE SPACES TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE
           MOVE WS-TODAY TO WS-RPT-TODAY
           WRITE CAL-RPT-LINE FROM WS-RPT-DATE-LINE
           WRITE CAL-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE.

      *    THE AUDIT FILE IS OPTIONAL - WITH NONE ON FILE NOTHING HAS
      *    EVER RUN AND EVERY DUE PERIOD IS FLAGGED. THE ROWS ARE ALSO
      *    COUNTED FOR THIS RUN'S OWN RUN NUMBER.
       LOAD-RUN-CTL-PARA.
           MOVE 0 TO WS-RC-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-RUN-NUMBER
                           IF RC-PAY-PERIOD-END NOT = SPACES
                               PERFORM POST-RUN-ROW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           ELSE
               DISPLAY "NO RUN CONTROL FILE - NO PERIOD HAS BEEN RUN"
           END-IF
           ADD 1 TO WS-RC-RUN-NUMBER.

       POST-RUN-ROW-PARA.
           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
           IF WS-RC-PAY-GROUP = SPACES
               MOVE "MN" TO WS-RC-PAY-GROUP
           END-IF
           EVALUATE RC-PROGRAM
               WHEN "PAYROLL01"
                   PERFORM FIND-PERIOD-PARA
                   IF WS-PERIOD-FOUND = 'Y'
                       ADD 1 TO WS-PD-PAY-LIVE(PD-IDX)
                   END-IF
               WHEN "PAYREV01"
                   PERFORM FIND-PERIOD-PARA
                   IF WS-PERIOD-FOUND = 'Y'
                       PERFORM POST-REVERSAL-PARA
                   END-IF
               WHEN "BANKFEED01"
               WHEN "PAYCHEQ01"
                   PERFORM FIND-PERIOD-PARA
                   IF WS-PERIOD-FOUND = 'Y'
                       MOVE 'Y' TO WS-PD-PAID(PD-IDX)
                   END-IF
               WHEN "BALANCE01"
                   PERFORM FIND-PERIOD-PARA
                   IF WS-PERIOD-FOUND = 'Y'
                       MOVE 'Y' TO WS-PD-BALANCED(PD-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-REVERSAL-PARA.
           IF WS-PD-PAY-LIVE(PD-IDX) > 0
               SUBTRACT 1 FROM WS-PD-PAY-LIVE(PD-IDX)
           END-IF
           IF WS-PD-PAY-LIVE(PD-IDX) = 0
               MOVE 'N' TO WS-PD-PAID(PD-IDX)
               MOVE 'N' TO WS-PD-BALANCED(PD-IDX)
           END-IF.

       FIND-PERIOD-PARA.
           MOVE 'N' TO WS-PERIOD-FOUND
           IF WS-PD-COUNT > 0
               SET PD-IDX TO 1
               SEARCH WS-PD-ENTRY
                   AT END
                       CONTINUE
                   WHEN PD-IDX > WS-PD-COUNT
                       CONTINUE
                   WHEN WS-PD-PAY-GROUP(PD-IDX) = WS-RC-PAY-GROUP
                       AND WS-PD-PERIOD-END(PD-IDX)
                           = RC-PAY-PERIOD-END
                       MOVE 'Y' TO WS-PERIOD-FOUND
               END-SEARCH
           END-IF
           IF WS-PERIOD-FOUND = 'N'
               IF WS-PD-COUNT < WS-PD-MAX
                   ADD 1 TO WS-PD-COUNT
                   SET PD-IDX TO WS-PD-COUNT
                   MOVE WS-RC-PAY-GROUP
                       TO WS-PD-PAY-GROUP(PD-IDX)
                   MOVE RC-PAY-PERIOD-END
                       TO WS-PD-PERIOD-END(PD-IDX)
                   MOVE 0   TO WS-PD-PAY-LIVE(PD-IDX)
                   MOVE 'N' TO WS-PD-PAID(PD-IDX)
                   MOVE 'N' TO WS-PD-BALANCED(PD-IDX)
                   MOVE 'Y' TO WS-PERIOD-FOUND
               ELSE
                   DISPLAY "PERIOD TABLE FULL - PERIOD DROPPED: "
                       RC-PAY-PERIOD-END " GROUP " WS-RC-PAY-GROUP
               END-IF
           END-IF.

       CHECK-CALENDAR-PARA.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CAL-COUNT
                       PERFORM CHECK-CAL-ROW-PARA
               END-READ
           END-PERFORM
           CLOSE PAY-CAL-FILE
           MOVE 'N' TO WS-EOF.

      *    A ROW THAT CANNOT BE READ IS ALWAYS LISTED. A ROW WHOSE PAY
      *    DATE IS STILL TO COME IS ONLY COUNTED. A DUE ROW IS LISTED
      *    WITH THE FIRST STEP OF THE CHAIN IT IS STILL WAITING ON.
       CHECK-CAL-ROW-PARA.
           MOVE CAL-PAY-GROUP TO WS-CAL-GROUP
           IF WS-CAL-GROUP = SPACES
               MOVE "MN" TO WS-CAL-GROUP
           END-IF
           MOVE WS-CAL-GROUP   TO WS-RPT-GROUP
           MOVE CAL-FREQUENCY  TO WS-RPT-FREQ
           MOVE CAL-PERIOD-END TO WS-RPT-PERIOD
           MOVE CAL-PAY-DATE   TO WS-RPT-PAY-DATE
           MOVE SPACES TO WS-RPT-RAN
           MOVE SPACES TO WS-RPT-PAID
           MOVE SPACES TO WS-RPT-BAL
           MOVE SPACES TO WS-RPT-FLAG
           IF CAL-PERIOD-END IS NOT NUMERIC
               OR CAL-PAY-DATE IS NOT NUMERIC
               OR NOT CAL-FREQ-VALID
               MOVE "** BAD CALENDAR ROW" TO WS-RPT-FLAG
               ADD 1 TO WS-BAD-ROW-COUNT
               ADD 1 TO WS-WARN-COUNT
               WRITE CAL-RPT-LINE FROM WS-RPT-DETAIL-LINE
           ELSE
               IF CAL-PAY-DATE > WS-TODAY
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM CHECK-DUE-PERIOD-PARA
                   WRITE CAL-RPT-LINE FROM WS-RPT-DETAIL-LINE
               END-IF
           END-IF.

       CHECK-DUE-PERIOD-PARA.
           MOVE WS-CAL-GROUP   TO WS-RC-PAY-GROUP
           MOVE 'N' TO WS-PERIOD-FOUND
           IF WS-PD-COUNT > 0
               SET PD-IDX TO 1
               SEARCH WS-PD-ENTRY
                   AT END
                       CONTINUE
                   WHEN PD-IDX > WS-PD-COUNT
                       CONTINUE
                   WHEN WS-PD-PAY-GROUP(PD-IDX) = WS-RC-PAY-GROUP
                       AND WS-PD-PERIOD-END(PD-IDX) = CAL-PERIOD-END
                       MOVE 'Y' TO WS-PERIOD-FOUND
               END-SEARCH
           END-IF
           MOVE "NO" TO WS-RPT-RAN
           MOVE "NO" TO WS-RPT-PAID
           MOVE "NO" TO WS-RPT-BAL
           IF WS-PERIOD-FOUND = 'Y'
               IF WS-PD-PAY-LIVE(PD-IDX) > 0
                   MOVE "YES" TO WS-RPT-RAN
               END-IF
               IF WS-PD-PAID(PD-IDX) = 'Y'
                   MOVE "YES" TO WS-RPT-PAID
               END-IF
               IF WS-PD-BALANCED(PD-IDX) = 'Y'
                   MOVE "YES" TO WS-RPT-BAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RPT-RAN = "NO"
                   MOVE "** DUE - NOT RUN" TO WS-RPT-FLAG
                   ADD 1 TO WS-NOT-RUN-COUNT
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "PAY GROUP " WS-CAL-GROUP " PERIOD "
                       CAL-PERIOD-END " DUE " CAL-PAY-DATE
                       " - NOT RUN"
               WHEN WS-RPT-PAID = "NO"
                   MOVE "** DUE - NOT PAID" TO WS-RPT-FLAG
                   ADD 1 TO WS-NOT-PAID-COUNT
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "PAY GROUP " WS-CAL-GROUP " PERIOD "
                       CAL-PERIOD-END " DUE " CAL-PAY-DATE
                       " - NOT PAID"
               WHEN WS-RPT-BAL = "NO"
                   MOVE "** NOT BALANCED" TO WS-RPT-FLAG
                   ADD 1 TO WS-NOT-BAL-COUNT
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "PAY GROUP " WS-CAL-GROUP " PERIOD "
                       CAL-PERIOD-END " DUE " CAL-PAY-DATE
                       " - NOT BALANCED"
               WHEN OTHER
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE.

       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "CALCHK01"        TO RC-PROGRAM
           MOVE SPACES            TO RC-PAY-PERIOD-END
           MOVE SPACES            TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-CAL-COUNT      TO RC-READ-COUNT
           MOVE WS-DUE-COUNT      TO RC-WRITE-COUNT
           MOVE WS-WARN-COUNT     TO RC-REJECT-COUNT
           MOVE 0                 TO RC-TOT-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

       FINAL-PARA.
           MOVE ALL "-" TO CAL-RPT-LINE
           WRITE CAL-RPT-LINE
           MOVE "CALENDAR ROWS READ          :" TO WS-RCL-DESC
           MOVE WS-CAL-COUNT TO WS-RCL-COUNT
           WRITE CAL-RPT-LINE FROM WS-RPT-CNT-LINE
           MOVE "PERIODS DUE                 :" TO WS-RCL-DESC
           MOVE WS-DUE-COUNT TO WS-RCL-COUNT
           WRITE CAL-RPT-LINE FROM WS-RPT-CNT-LINE
           MOVE "PERIODS NOT YET DUE         :" TO WS-RCL-DESC
           MOVE WS-NOT-DUE-COUNT TO WS-RCL-COUNT
           WRITE CAL-RPT-LINE FROM WS-RPT-CNT-LINE
           MOVE "DUE PERIODS COMPLETE        :" TO WS-RCL-DESC
           MOVE WS-OK-COUNT TO WS-RCL-COUNT
           WRITE CAL-RPT-LINE FROM WS-RPT-CNT-LINE
           MOVE "PERIODS FLAGGED             :" TO WS-RCL-DESC
           MOVE WS-WARN-COUNT TO WS-RCL-COUNT
           WRITE CAL-RPT-LINE FROM WS-RPT-CNT-LINE
           CLOSE CAL-RPT-FILE
           IF WS-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "PAY CALENDAR CHECK COMPLETE"
           DISPLAY "AS AT DATE      : " WS-TODAY
           DISPLAY "CALENDAR ROWS   : " WS-CAL-COUNT
           DISPLAY "PERIODS DUE     : " WS-DUE-COUNT
           DISPLAY "NOT YET DUE     : " WS-NOT-DUE-COUNT
           DISPLAY "DUE - NOT RUN   : " WS-NOT-RUN-COUNT
           DISPLAY "DUE - NOT PAID  : " WS-NOT-PAID-COUNT
           DISPLAY "NOT BALANCED    : " WS-NOT-BAL-COUNT
           DISPLAY "BAD CALENDAR ROW: " WS-BAD-ROW-COUNT
           DISPLAY "----------------------------------".
