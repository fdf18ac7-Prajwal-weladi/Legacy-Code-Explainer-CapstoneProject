      *THEM TO EMP-MASTER-FILE (INCLUDING THE BANK DETAILS USED BY
      *BANKFEED01), REJECTS BAD TRANSACTIONS WITH A REASON, AND PRINTS
      *A BEFORE/AFTER AUDIT REPORT OF EVERY APPLIED CHANGE SO HR CAN
      *SIGN OFF ON THE RUN. HOLD / LIFT ACTIONS PUT AN EMPLOYEE'S PAY
      *ON STOP-PAY (OR TAKE IT OFF) WITH THE REASON AND WHO ASKED.
      *NEW OR CHANGED BANK DETAILS ARE MARKED PENDING VERIFICATION AND
      *WRITTEN TO A ZERO-VALUE PRENOTE FILE FOR THE BANK.
      *EVERY EMPLOYEE BELONGS TO A PAY GROUP - "MN" (MONTHLY) UNLESS
      *THE ADD SAYS OTHERWISE. A GROUP KEYED ON AN ADD OR CHANGE MUST
      *BE ON THE PAY CALENDAR; WITH NO CALENDAR ON FILE ONLY "MN" IS
      *ACCEPTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRENOTE-FILE
               ASSIGN TO PRENOTE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE              PIC X(80).

       FD PRENOTE-FILE.
       COPY PRENOTE.

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REJECT-FLAG       PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-BANK-CHANGED      PIC X VALUE 'N'.

       01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.

       01 WS-PAYCAL-STATUS        PIC XX.
       01 WS-NEW-PAY-GROUP        PIC X(2).
       01 WS-GROUP-FOUND          PIC X VALUE 'N'.

      *    THE PAY GROUPS ON THE PAY CALENDAR, LOADED ONCE AT START.
      *    NO CALENDAR LEAVES JUST THE MONTHLY GROUP "MN".
       01 WS-GROUP-CTL.
          05 WS-GRP-COUNT         PIC 9(3) VALUE 0.
          05 WS-GRP-MAX           PIC 9(3) VALUE 50.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY OCCURS 50 TIMES INDEXED BY GRP-IDX.
             10 WS-GRP-CODE       PIC X(2).

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-ADD-COUNT         PIC 9(5) VALUE 0.
          05 WS-CHANGE-COUNT      PIC 9(5) VALUE 0.
          05 WS-TERM-COUNT        PIC 9(5) VALUE 0.
          05 WS-HOLD-COUNT        PIC 9(5) VALUE 0.
          05 WS-LIFT-COUNT        PIC 9(5) VALUE 0.
          05 WS-PRENOTE-COUNT     PIC 9(5) VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(5) VALUE 0.

      *    SNAPSHOT OF THE MASTER RECORD AS IT STOOD BEFORE THE
          05 WS-BEF-STATUS        PIC X(1).
          05 WS-BEF-BANK-ACCT-NO  PIC X(20).
          05 WS-BEF-BANK-IFSC     PIC X(11).
          05 WS-BEF-PAY-HOLD      PIC X(1).
          05 WS-BEF-BANK-STATUS   PIC X(1).
          05 WS-BEF-PAY-GROUP     PIC X(2).

       01 WS-TODAY                PIC X(8) VALUE SPACES.

       01 WS-AUD-HDR-LINE.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 WS-AUD-ACTION        PIC X(10).
          05 FILLER               PIC X(8) VALUE "EMP ID: ".
          05 WS-AUD-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-NOTE-TAG      PIC X(6) VALUE SPACES.
          05 WS-AUD-HOLD-REASON   PIC X(20) VALUE SPACES.
          05 WS-AUD-BY-TAG        PIC X(4) VALUE SPACES.
          05 WS-AUD-HOLD-SET-BY   PIC X(8) VALUE SPACES.
          05 WS-AUD-GRP-TAG       PIC X(4) VALUE SPACES.
          05 WS-AUD-BEF-GROUP     PIC X(2) VALUE SPACES.
          05 WS-AUD-GRP-ARROW     PIC X(1) VALUE SPACES.
          05 WS-AUD-AFT-GROUP     PIC X(2) VALUE SPACES.

       01 WS-AUD-DETAIL-LINE.
          05 WS-AUD-TAG           PIC X(9).
          05 WS-AUD-ACCT          PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-AUD-IFSC          PIC X(11).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-AUD-HOLD-TAG      PIC X(5) VALUE SPACES.
          05 WS-AUD-PAY-HOLD      PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-AUD-BANK-TAG      PIC X(2) VALUE SPACES.
          05 WS-AUD-BANK-STATUS   PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN I-O EMP-MASTER-FILE
           OPEN OUTPUT MNT-ERR-FILE
           OPEN OUTPUT AUDIT-RPT-FILE
           OPEN OUTPUT PRENOTE-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PAY-GROUPS-PARA
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM WS-AUD-HDR-LINE
           MOVE ALL "=" TO AUDIT-LINE
           WRITE AUDIT-LINE.

       LOAD-PAY-GROUPS-PARA.
           OPEN INPUT PAY-CAL-FILE
           IF WS-PAYCAL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CAL-PAY-GROUP TO WS-NEW-PAY-GROUP
                           PERFORM ADD-PAY-GROUP-PARA
                   END-READ
               END-PERFORM
               CLOSE PAY-CAL-FILE
               MOVE 'N' TO WS-EOF
           ELSE
               MOVE "MN" TO WS-NEW-PAY-GROUP
               PERFORM ADD-PAY-GROUP-PARA
           END-IF.

       ADD-PAY-GROUP-PARA.
           PERFORM FIND-PAY-GROUP-PARA
           IF WS-GROUP-FOUND = 'N'
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-NEW-PAY-GROUP TO WS-GRP-CODE(WS-GRP-COUNT)
               ELSE
                   DISPLAY "PAY GROUP TABLE FULL - GROUP DROPPED: "
                       WS-NEW-PAY-GROUP
               END-IF
           END-IF.

       FIND-PAY-GROUP-PARA.
           MOVE 'N' TO WS-GROUP-FOUND
           IF WS-GRP-COUNT > 0
               SET GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRP-IDX > WS-GRP-COUNT
                       CONTINUE
                   WHEN WS-GRP-CODE(GRP-IDX) = WS-NEW-PAY-GROUP
                       MOVE 'Y' TO WS-GROUP-FOUND
               END-SEARCH
           END-IF.

       READ-PARA.
           READ EMP-TRAN-FILE
               AT END
                   PERFORM VALIDATE-CHANGE-PARA
               WHEN TRN-TERMINATE
                   PERFORM VALIDATE-TERM-PARA
               WHEN TRN-HOLD
                   PERFORM VALIDATE-HOLD-PARA
               WHEN TRN-LIFT-HOLD
                   PERFORM VALIDATE-LIFT-PARA
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "ACTION CODE NOT A, C, T, H OR L"
                       TO WS-REJECT-REASON
           END-EVALUATE.

                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "DEPARTMENT CODE MISSING ON ADD"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-JOIN-DATE-PARA
                       IF WS-REJECT-FLAG = 'N'
                           PERFORM VALIDATE-PAY-GROUP-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   AND TRN-DEPT-CODE = SPACES
                   AND TRN-BANK-ACCT-NO = SPACES
                   AND TRN-BANK-IFSC = SPACES
                   AND TRN-JOIN-DATE = SPACES
                   AND TRN-PAY-GROUP = SPACES
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "CHANGE HAS NO FIELDS TO APPLY"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-JOIN-DATE-PARA
                   IF WS-REJECT-FLAG = 'N'
                       PERFORM VALIDATE-PAY-GROUP-PARA
                   END-IF
               END-IF
           END-IF.

      *    THE JOIN DATE DRIVES THE GRATUITY PROVISION AND PAYOUT, SO
      *    A VALUE THAT IS KEYED MUST BE A WHOLE YYYYMMDD DATE NOT
      *    LATER THAN TODAY. LEFT BLANK IT IS SIMPLY NOT APPLIED.
       VALIDATE-JOIN-DATE-PARA.
           IF TRN-JOIN-DATE NOT = SPACES
               IF TRN-JOIN-DATE IS NOT NUMERIC
                   OR TRN-JOIN-DATE(5:2) < "01"
                   OR TRN-JOIN-DATE(5:2) > "12"
                   OR TRN-JOIN-DATE(7:2) < "01"
                   OR TRN-JOIN-DATE(7:2) > "31"
                   OR TRN-JOIN-DATE > WS-TODAY
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "JOIN DATE NOT A VALID YYYYMMDD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A KEYED PAY GROUP MUST BE ONE THE PAY CALENDAR HAS PERIODS
      *    FOR, OR THE EMPLOYEE WOULD NEVER BE PICKED UP BY A RUN.
      *    LEFT BLANK IT IS "MN" ON AN ADD AND UNCHANGED ON A CHANGE.
       VALIDATE-PAY-GROUP-PARA.
           IF TRN-PAY-GROUP NOT = SPACES
               MOVE TRN-PAY-GROUP TO WS-NEW-PAY-GROUP
               PERFORM FIND-PAY-GROUP-PARA
               IF WS-GROUP-FOUND = 'N'
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "PAY GROUP NOT ON PAY CALENDAR"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    A HOLD MUST SAY WHY AND WHO ASKED FOR IT - FINANCE CHASES
      *    THE REQUESTER BEFORE ANY HELD PAY IS RELEASED.
       VALIDATE-HOLD-PARA.
           IF WS-MASTER-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF MST-PAY-HELD
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "PAY ALREADY ON HOLD"
                       TO WS-REJECT-REASON
               ELSE
                   IF TRN-HOLD-REASON = SPACES
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "HOLD REASON MISSING"
                           TO WS-REJECT-REASON
                   ELSE
                       IF TRN-HOLD-SET-BY = SPACES
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "HOLD REQUESTED-BY MISSING"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-LIFT-PARA.
           IF WS-MASTER-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF NOT MST-PAY-HELD
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "PAY IS NOT ON HOLD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE TRN-EMP-ID TO MST-EMP-ID
                   PERFORM APPLY-CHANGE-PARA
               WHEN TRN-TERMINATE
                   PERFORM APPLY-TERM-PARA
               WHEN TRN-HOLD
                   PERFORM APPLY-HOLD-PARA
               WHEN TRN-LIFT-HOLD
                   PERFORM APPLY-LIFT-PARA
           END-EVALUATE
           IF WS-REJECT-FLAG = 'Y'
               PERFORM WRITE-ERR-PARA
               MOVE MST-STATUS       TO WS-BEF-STATUS
               MOVE MST-BANK-ACCT-NO TO WS-BEF-BANK-ACCT-NO
               MOVE MST-BANK-IFSC    TO WS-BEF-BANK-IFSC
               MOVE MST-PAY-HOLD     TO WS-BEF-PAY-HOLD
               MOVE MST-BANK-STATUS  TO WS-BEF-BANK-STATUS
               MOVE MST-PAY-GROUP    TO WS-BEF-PAY-GROUP
               IF WS-BEF-PAY-GROUP = SPACES
                   MOVE "MN"         TO WS-BEF-PAY-GROUP
               END-IF
           ELSE
               MOVE "(NEW EMPLOYEE)"  TO WS-BEF-EMP-NAME
               MOVE SPACES           TO WS-BEF-DEPT-CODE
               MOVE SPACES           TO WS-BEF-STATUS
               MOVE SPACES           TO WS-BEF-BANK-ACCT-NO
               MOVE SPACES           TO WS-BEF-BANK-IFSC
               MOVE SPACES           TO WS-BEF-PAY-HOLD
               MOVE SPACES           TO WS-BEF-BANK-STATUS
               MOVE SPACES           TO WS-BEF-PAY-GROUP
           END-IF.

       APPLY-ADD-PARA.
           MOVE TRN-BANK-ACCT-NO  TO MST-BANK-ACCT-NO
           MOVE TRN-BANK-IFSC     TO MST-BANK-IFSC
           MOVE SPACES            TO MST-BANK-STATUS
           MOVE SPACES            TO MST-PRENOTE-DATE
      *    A NEW HIRE'S ACCOUNT IS PRENOTED BEFORE ANY DEPOSIT -
      *    THE FIRST SALARY GOES BY CHEQUE UNLESS THE BANK ANSWERS
      *    BEFORE THE RUN.
           IF TRN-BANK-ACCT-NO NOT = SPACES
               MOVE 'P'      TO MST-BANK-STATUS
               MOVE WS-TODAY TO MST-PRENOTE-DATE
           END-IF
           MOVE 0                 TO MST-LEAVE-BAL
           MOVE SPACES            TO MST-LEAVE-ACCR-PERIOD
           MOVE SPACES            TO MST-PAY-HOLD
           MOVE SPACES            TO MST-HOLD-REASON
           MOVE SPACES            TO MST-HOLD-SET-BY
           MOVE SPACES            TO MST-HOLD-DATE
           IF TRN-JOIN-DATE = SPACES
               MOVE WS-TODAY      TO MST-JOIN-DATE
           ELSE
               MOVE TRN-JOIN-DATE TO MST-JOIN-DATE
           END-IF
           IF TRN-PAY-GROUP = SPACES
               MOVE "MN"          TO MST-PAY-GROUP
           ELSE
               MOVE TRN-PAY-GROUP TO MST-PAY-GROUP
           END-IF
           WRITE EMP-MASTER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADD"       TO WS-AUD-ACTION
                   IF MST-BANK-PENDING
                       PERFORM WRITE-PRENOTE-PARA
                   END-IF
           END-WRITE.

      *    ON A CHANGE, A FIELD LEFT AS SPACES ON THE TRANSACTION
      *    MEANS "LEAVE THE MASTER VALUE UNCHANGED", SO HR CAN FIX
      *    JUST A BANK ACCOUNT WITHOUT RE-KEYING THE WHOLE RECORD.
       APPLY-CHANGE-PARA.
           MOVE 'N' TO WS-BANK-CHANGED
           IF TRN-EMP-NAME NOT = SPACES
               MOVE TRN-EMP-NAME TO MST-EMP-NAME
           END-IF
           END-IF
           IF TRN-BANK-ACCT-NO NOT = SPACES
               MOVE TRN-BANK-ACCT-NO TO MST-BANK-ACCT-NO
               MOVE 'Y'              TO WS-BANK-CHANGED
           END-IF
           IF TRN-BANK-IFSC NOT = SPACES
               MOVE TRN-BANK-IFSC TO MST-BANK-IFSC
               MOVE 'Y'           TO WS-BANK-CHANGED
           END-IF
           IF TRN-JOIN-DATE NOT = SPACES
               MOVE TRN-JOIN-DATE TO MST-JOIN-DATE
           END-IF
           IF TRN-PAY-GROUP NOT = SPACES
               MOVE TRN-PAY-GROUP TO MST-PAY-GROUP
           END-IF
      *    CHANGED ACCOUNT DETAILS - INCLUDING A CORRECTION AFTER A
      *    BANKRET01 RETURN OR A REJECTED PRENOTE - REPLACE WHATEVER
      *    STATUS THE OLD ACCOUNT HAD WITH PENDING, AND THE NEW
      *    DETAILS ARE PRENOTED. THE FEED PICKS THEM UP ONLY ONCE
      *    PNRESP01 HAS THE BANK'S CONFIRMATION.
           IF WS-BANK-CHANGED = 'Y'
               MOVE 'P'      TO MST-BANK-STATUS
               MOVE WS-TODAY TO MST-PRENOTE-DATE
               PERFORM WRITE-PRENOTE-PARA
           END-IF
           REWRITE EMP-MASTER-REC
           ADD 1 TO WS-CHANGE-COUNT
           ADD 1 TO WS-TERM-COUNT
           MOVE "TERMINATE" TO WS-AUD-ACTION.

       WRITE-PRENOTE-PARA.
           MOVE MST-EMP-ID       TO PN-EMP-ID
           MOVE MST-EMP-NAME     TO PN-EMP-NAME
           MOVE MST-BANK-ACCT-NO TO PN-BANK-ACCT-NO
           MOVE MST-BANK-IFSC    TO PN-BANK-IFSC
           MOVE 0                TO PN-AMOUNT
           MOVE WS-TODAY         TO PN-SENT-DATE
           WRITE PRENOTE-REC
           ADD 1 TO WS-PRENOTE-COUNT.

      *    PAYROLL01 KEEPS PAYING A HELD EMPLOYEE; ONLY THE PAYMENT
      *    RUNS LOOK AT THE FLAG, SO NOTHING ELSE ON THE MASTER MOVES.
       APPLY-HOLD-PARA.
           MOVE 'Y'             TO MST-PAY-HOLD
           MOVE TRN-HOLD-REASON TO MST-HOLD-REASON
           MOVE TRN-HOLD-SET-BY TO MST-HOLD-SET-BY
           MOVE WS-TODAY        TO MST-HOLD-DATE
           REWRITE EMP-MASTER-REC
           ADD 1 TO WS-HOLD-COUNT
           MOVE "HOLD PAY"  TO WS-AUD-ACTION.

      *    LIFTING THE HOLD ONLY LETS FUTURE PERIODS PAY OUT; WHATEVER
      *    IS ALREADY ON THE HELD PAYMENTS REGISTER WAITS FOR PAYREL01.
      *    THE REASON AND REQUESTER OF THE LIFT GO ON THE AUDIT ONLY.
       APPLY-LIFT-PARA.
           MOVE SPACES TO MST-PAY-HOLD
           MOVE SPACES TO MST-HOLD-REASON
           MOVE SPACES TO MST-HOLD-SET-BY
           MOVE SPACES TO MST-HOLD-DATE
           REWRITE EMP-MASTER-REC
           ADD 1 TO WS-LIFT-COUNT
           MOVE "LIFT HOLD" TO WS-AUD-ACTION.

       PRINT-AUDIT-PARA.
           MOVE TRN-EMP-ID TO WS-AUD-EMP-ID
      *    THE PAY GROUP GOES AT THE END OF THE ACTION LINE ON AN ADD
      *    AND ON A CHANGE THAT MOVES THE EMPLOYEE TO ANOTHER GROUP.
           MOVE SPACES TO WS-AUD-GRP-TAG
           MOVE SPACES TO WS-AUD-BEF-GROUP
           MOVE SPACES TO WS-AUD-GRP-ARROW
           MOVE SPACES TO WS-AUD-AFT-GROUP
           IF TRN-ADD
               OR (TRN-CHANGE AND TRN-PAY-GROUP NOT = SPACES)
               MOVE "GRP:"           TO WS-AUD-GRP-TAG
               MOVE WS-BEF-PAY-GROUP TO WS-AUD-BEF-GROUP
               IF TRN-CHANGE
                   MOVE ">"          TO WS-AUD-GRP-ARROW
               END-IF
               MOVE MST-PAY-GROUP    TO WS-AUD-AFT-GROUP
           END-IF
           IF TRN-HOLD OR TRN-LIFT-HOLD
               MOVE "NOTE: "        TO WS-AUD-NOTE-TAG
               MOVE TRN-HOLD-REASON TO WS-AUD-HOLD-REASON
               MOVE " BY "          TO WS-AUD-BY-TAG
               MOVE TRN-HOLD-SET-BY TO WS-AUD-HOLD-SET-BY
           ELSE
               MOVE SPACES TO WS-AUD-NOTE-TAG
               MOVE SPACES TO WS-AUD-HOLD-REASON
               MOVE SPACES TO WS-AUD-BY-TAG
               MOVE SPACES TO WS-AUD-HOLD-SET-BY
      *        AN ADD OR A JOIN DATE CORRECTION SHOWS THE DATE NOW
      *        ON THE MASTER IN THE NOTE POSITION.
               IF TRN-ADD OR TRN-JOIN-DATE NOT = SPACES
                   MOVE "JOIN: "      TO WS-AUD-NOTE-TAG
                   MOVE MST-JOIN-DATE TO WS-AUD-HOLD-REASON
               END-IF
           END-IF
           WRITE AUDIT-LINE FROM WS-AUD-ACTION-LINE

           MOVE "  BEFORE:"          TO WS-AUD-TAG
           MOVE WS-BEF-STATUS       TO WS-AUD-STATUS
           MOVE WS-BEF-BANK-ACCT-NO TO WS-AUD-ACCT
           MOVE WS-BEF-BANK-IFSC    TO WS-AUD-IFSC
           MOVE "HOLD:"             TO WS-AUD-HOLD-TAG
           MOVE WS-BEF-PAY-HOLD     TO WS-AUD-PAY-HOLD
           MOVE "B:"                TO WS-AUD-BANK-TAG
           MOVE WS-BEF-BANK-STATUS  TO WS-AUD-BANK-STATUS
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE "  AFTER :"          TO WS-AUD-TAG
           MOVE MST-STATUS          TO WS-AUD-STATUS
           MOVE MST-BANK-ACCT-NO    TO WS-AUD-ACCT
           MOVE MST-BANK-IFSC       TO WS-AUD-IFSC
           MOVE MST-PAY-HOLD        TO WS-AUD-PAY-HOLD
           MOVE MST-BANK-STATUS     TO WS-AUD-BANK-STATUS
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE ALL "-" TO AUDIT-LINE
           CLOSE EMP-MASTER-FILE
           CLOSE MNT-ERR-FILE
           CLOSE AUDIT-RPT-FILE
           CLOSE PRENOTE-FILE
           DISPLAY "----------------------------------"
           DISPLAY "MASTER MAINTENANCE COMPLETE"
           DISPLAY "TRANS READ      : " WS-READ-COUNT
           DISPLAY "ADDS APPLIED    : " WS-ADD-COUNT
           DISPLAY "CHANGES APPLIED : " WS-CHANGE-COUNT
           DISPLAY "TERMS APPLIED   : " WS-TERM-COUNT
           DISPLAY "HOLDS APPLIED   : " WS-HOLD-COUNT
           DISPLAY "HOLDS LIFTED    : " WS-LIFT-COUNT
           DISPLAY "PRENOTES WRITTEN: " WS-PRENOTE-COUNT
           DISPLAY "TRANS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "----------------------------------".
