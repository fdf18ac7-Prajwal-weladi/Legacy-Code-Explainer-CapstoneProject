       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREL01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *RELEASE RUN FOR PAY LEFT ON THE HELD PAYMENTS REGISTER BY
      *BANKFEED01 AND PAYCHEQ01 WHILE AN EMPLOYEE WAS ON STOP-PAY.
      *READS A TRANSACTION FILE OF RELEASES KEYED BY PAYROLL OPS (ONE
      *PERIOD OR ALL PERIODS FOR AN EMPLOYEE, BY BANK, BY CHEQUE OR
      *THE WAY EACH ROW WOULD HAVE BEEN PAID) AND PAYS EACH MATCHING
      *HELD ROW OUT IN THIS LATER PERIOD - A BANK RELEASE GOES ON A
      *RELEASE FEED IN THE BANK FEED LAYOUT, A CHEQUE RELEASE IS CUT
      *FROM THE SAME CHEQUE NUMBER SEQUENCE AS PAYCHEQ01 AND RECORDED
      *ON THE PERMANENT CHEQUE REGISTER UNDER ITS ORIGINAL PAY PERIOD.
      *EACH RELEASED ROW IS REWRITTEN IN PLACE WITH HOW AND WHEN IT
      *WAS PAID, SO IT CAN NEVER BE RELEASED TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-REL-FILE
               ASSIGN TO HELDREL
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELD-PAY-FILE
               ASSIGN TO HELDPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDPAY-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT BANK-FEED-FILE
               ASSIGN TO RELFEED
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHQ-CTL-FILE
               ASSIGN TO CHQCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQCTL-STATUS.

           SELECT CHQ-REG-FILE
               ASSIGN TO CHQREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT REL-PRINT-FILE
               ASSIGN TO RELPRINT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HELD-REL-FILE.
       COPY HELDREL.

       FD HELD-PAY-FILE.
       COPY HELDPAY.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD BANK-FEED-FILE.
       COPY BANKFEED.

       FD CHQ-CTL-FILE.
       COPY CHQCTL.

       FD CHQ-REG-FILE.
       COPY CHQREG.

       FD REL-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REL-PRINT-LINE          PIC X(80).

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-TRAN-MATCHED      PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.

       01 WS-HELDPAY-STATUS       PIC XX.
       01 WS-CHQCTL-STATUS        PIC XX.
       01 WS-CHQREG-STATUS        PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-RELEASE-DATE         PIC X(8) VALUE SPACES.
       01 WS-PAY-ROUTE            PIC X(1) VALUE SPACES.

       01 WS-NEXT-CHEQUE-NO       PIC 9(8) VALUE 1.
       01 WS-REG-MAX-CHEQUE-NO    PIC 9(8) VALUE 0.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-TOTALS.
          05 WS-TRAN-COUNT        PIC 9(5) VALUE 0.
          05 WS-HELD-READ-COUNT   PIC 9(5) VALUE 0.
          05 WS-BANK-COUNT        PIC 9(5) VALUE 0.
          05 WS-CHEQUE-COUNT      PIC 9(5) VALUE 0.
          05 WS-LEFT-COUNT        PIC 9(5) VALUE 0.
          05 WS-BADTRAN-COUNT     PIC 9(5) VALUE 0.
          05 WS-UNMATCH-COUNT     PIC 9(5) VALUE 0.
          05 WS-BANK-AMOUNT       PIC S9(9)V99 VALUE 0.
          05 WS-CHEQUE-AMOUNT     PIC S9(9)V99 VALUE 0.
          05 WS-TOT-AMOUNT        PIC S9(9)V99 VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
          05 WS-RELEASE-COUNT     PIC 9(5) VALUE 0.

      *    THE RELEASE TRANSACTIONS ARE LOADED INTO THIS TABLE AT
      *    INIT SO THE HELD REGISTER CAN BE UPDATED IN ONE PASS. A
      *    TRANSACTION FOR ALL PERIODS CAN MATCH SEVERAL HELD ROWS,
      *    SO WS-RT-APPLIED ONLY RECORDS THAT IT FOUND AT LEAST ONE
      *    - ONE STILL 'N' AT END OF JOB FOUND NOTHING HELD.
       01 WS-TRAN-CTL.
          05 WS-RT-COUNT          PIC 9(5) VALUE 0.
          05 WS-RT-MAX            PIC 9(5) VALUE 1000.

       01 WS-TRAN-TABLE.
          05 WS-RT-ENTRY OCCURS 1000 TIMES INDEXED BY RT-IDX.
             10 WS-RT-EMP-ID      PIC 9(5).
             10 WS-RT-PERIOD-END  PIC X(8).
             10 WS-RT-ROUTE       PIC X(1).
             10 WS-RT-APPLIED     PIC X(1).

      *    THE ROWS RELEASED THIS RUN, HELD SO THE RELEASE REGISTER
      *    CAN BE PRINTED AS ITS OWN SECTION AFTER THE CHEQUE FORMS.
       01 WS-REG-CTL.
          05 WS-RG-COUNT          PIC 9(5) VALUE 0.
          05 WS-RG-MAX            PIC 9(5) VALUE 1000.

       01 WS-REG-TABLE.
          05 WS-RG-ENTRY OCCURS 1000 TIMES INDEXED BY RG-IDX.
             10 WS-RG-EMP-ID      PIC 9(5).
             10 WS-RG-EMP-NAME    PIC X(20).
             10 WS-RG-PERIOD-END  PIC X(8).
             10 WS-RG-ROUTE       PIC X(1).
             10 WS-RG-CHEQUE-NO   PIC 9(8).
             10 WS-RG-AMOUNT      PIC 9(7)V99.

       01 WS-CHQ-HDR-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(30)
              VALUE "PRAJWAL ENTERPRISES PVT LTD".
          05 FILLER               PIC X(11) VALUE "CHEQUE NO: ".
          05 WS-CHQ-HDR-NO        PIC 9(8).
          05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-CHQ-DATE-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE "DATE     : ".
          05 WS-CHQ-DATE          PIC X(8).
          05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-CHQ-PAYEE-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE "PAY TO   : ".
          05 WS-CHQ-PAYEE         PIC X(20).
          05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-CHQ-AMT-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE "AMOUNT   : ".
          05 WS-CHQ-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(55) VALUE SPACES.

       01 WS-CHQ-CROSS-LINE.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(33)
              VALUE "A/C PAYEE ONLY - NOT NEGOTIABLE".
          05 FILLER               PIC X(45) VALUE SPACES.

       01 WS-REG-HDR-LINE.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
              VALUE "HELD PAY RELEASE REGISTER".

       01 WS-REG-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(9)  VALUE "PERIOD".
          05 FILLER               PIC X(7)  VALUE "ROUTE".
          05 FILLER               PIC X(10) VALUE "CHEQUE NO".
          05 FILLER               PIC X(13) VALUE "      AMOUNT".
          05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-REG-DETAIL-LINE.
          05 WS-REG-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REG-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REG-PERIOD-END    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REG-ROUTE         PIC X(6).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-REG-CHEQUE-NO     PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-REG-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-REG-TOT-LINE.
          05 WS-REG-TOT-DESC      PIC X(20).
          05 WS-REG-TOT-COUNT     PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  TOTAL: ".
          05 WS-REG-TOT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-HELD-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM REPORT-UNMATCHED-PARA
           PERFORM FINAL-PARA
           STOP RUN.

      *    WITH NO HELD PAYMENTS REGISTER THERE IS NOTHING THAT CAN
      *    BE RELEASED - STOP BEFORE ANY FEED OR CHEQUE FILE IS CUT.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           ACCEPT WS-RELEASE-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-TRAN-PARA
           OPEN I-O HELD-PAY-FILE
           IF WS-HELDPAY-STATUS NOT = "00"
               DISPLAY "HELD PAYMENTS REGISTER NOT AVAILABLE - "
                   "STATUS " WS-HELDPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHQ-CTL-PARA
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT BANK-FEED-FILE
      *    THE CHEQUE REGISTER IS PERMANENT - ALWAYS EXTEND.
           OPEN EXTEND CHQ-REG-FILE
           IF WS-CHQREG-STATUS NOT = "00"
               OPEN OUTPUT CHQ-REG-FILE
           END-IF
           OPEN OUTPUT REL-PRINT-FILE.

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

       LOAD-TRAN-PARA.
           OPEN INPUT HELD-REL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ HELD-REL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       IF HRL-ROUTE-BANK OR HRL-ROUTE-CHEQUE
                           OR HRL-ROUTE-AS-HELD
                           IF WS-RT-COUNT < WS-RT-MAX
                               ADD 1 TO WS-RT-COUNT
                               SET RT-IDX TO WS-RT-COUNT
                               MOVE HRL-EMP-ID
                                   TO WS-RT-EMP-ID(RT-IDX)
                               MOVE HRL-PAY-PERIOD-END
                                   TO WS-RT-PERIOD-END(RT-IDX)
                               MOVE HRL-ROUTE
                                   TO WS-RT-ROUTE(RT-IDX)
                               MOVE 'N'
                                   TO WS-RT-APPLIED(RT-IDX)
                           ELSE
                               DISPLAY "TRAN TABLE FULL - DROPPED: "
                                   HRL-EMP-ID
                           END-IF
                       ELSE
                           DISPLAY "ROUTE NOT B, C OR BLANK FOR EMP: "
                               HRL-EMP-ID
                           ADD 1 TO WS-BADTRAN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-REL-FILE
           MOVE 'N' TO WS-EOF.

      *    RELEASE CHEQUES COME FROM THE SAME NUMBER SEQUENCE AS
      *    PAYCHEQ01, WITH THE SAME SELF-HEALING AGAINST THE
      *    REGISTER SO A NUMBER IS NEVER REUSED.
       LOAD-CHQ-CTL-PARA.
           OPEN INPUT CHQ-CTL-FILE
           IF WS-CHQCTL-STATUS = "00"
               READ CHQ-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CQC-NEXT-CHEQUE-NO TO WS-NEXT-CHEQUE-NO
               END-READ
               CLOSE CHQ-CTL-FILE
           END-IF
           PERFORM SCAN-REGISTER-PARA
           IF WS-REG-MAX-CHEQUE-NO >= WS-NEXT-CHEQUE-NO
               COMPUTE WS-NEXT-CHEQUE-NO = WS-REG-MAX-CHEQUE-NO + 1
               DISPLAY "CHEQUE CONTROL BEHIND REGISTER - "
                   "RESUMING AT " WS-NEXT-CHEQUE-NO
           END-IF.

       SCAN-REGISTER-PARA.
           MOVE 0 TO WS-REG-MAX-CHEQUE-NO
           OPEN INPUT CHQ-REG-FILE
           IF WS-CHQREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHQ-REG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CQ-CHEQUE-NO > WS-REG-MAX-CHEQUE-NO
                               MOVE CQ-CHEQUE-NO
                                   TO WS-REG-MAX-CHEQUE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHQ-REG-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       SAVE-CHQ-CTL-PARA.
           OPEN OUTPUT CHQ-CTL-FILE
           MOVE WS-NEXT-CHEQUE-NO TO CQC-NEXT-CHEQUE-NO
           WRITE CHQ-CTL-REC
           CLOSE CHQ-CTL-FILE.

      *    A RELEASE SPANS PAY PERIODS, SO THE AUDIT ROW CARRIES NO
      *    PERIOD; THE NET IS THE TOTAL PAID OUT BY BOTH ROUTES.
       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "PAYREL01"        TO RC-PROGRAM
           MOVE SPACES            TO RC-PAY-PERIOD-END
           MOVE SPACES            TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-TRAN-COUNT     TO RC-READ-COUNT
           MOVE WS-RELEASE-COUNT  TO RC-WRITE-COUNT
           MOVE WS-REJECT-COUNT   TO RC-REJECT-COUNT
           MOVE WS-TOT-AMOUNT     TO RC-TOT-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

       READ-HELD-PARA.
           READ HELD-PAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-HELD-READ-COUNT
           END-READ.

      *    ONLY A ROW STILL HELD CAN BE RELEASED - ONE ALREADY PAID
      *    OUT BY AN EARLIER RELEASE IS PASSED OVER UNTOUCHED.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF HP-HELD
                   PERFORM MATCH-TRAN-PARA
                   IF WS-TRAN-MATCHED = 'Y'
                       PERFORM RELEASE-PARA
                   END-IF
               END-IF
               PERFORM READ-HELD-PARA
           END-IF.

       MATCH-TRAN-PARA.
           MOVE 'N' TO WS-TRAN-MATCHED
           IF WS-RT-COUNT > 0
               SET RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-EMP-ID(RT-IDX) = HP-EMP-ID
                       AND (WS-RT-PERIOD-END(RT-IDX) = SPACES
                           OR WS-RT-PERIOD-END(RT-IDX)
                               = HP-PAY-PERIOD-END)
                       MOVE 'Y' TO WS-TRAN-MATCHED
               END-SEARCH
           END-IF.

      *    THE TRANSACTION'S ROUTE WINS; A BLANK ROUTE PAYS THE ROW
      *    THE WAY IT WOULD HAVE GONE HAD IT NOT BEEN HELD.
       RELEASE-PARA.
           MOVE 'Y' TO WS-RT-APPLIED(RT-IDX)
           IF WS-RT-ROUTE(RT-IDX) = SPACES
               MOVE HP-ROUTE TO WS-PAY-ROUTE
           ELSE
               MOVE WS-RT-ROUTE(RT-IDX) TO WS-PAY-ROUTE
           END-IF
           IF WS-PAY-ROUTE = 'B'
               PERFORM LOOKUP-MASTER-PARA
               IF WS-MASTER-FOUND = 'Y'
                   PERFORM RELEASE-BANK-PARA
               ELSE
                   DISPLAY "NO USABLE BANK DETAILS - LEFT HELD: "
                       HP-EMP-ID " " HP-PAY-PERIOD-END
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           ELSE
               PERFORM RELEASE-CHEQUE-PARA
           END-IF.

      *    THE SAME TEST BANKFEED01 APPLIES - AN ACCOUNT THE BANK
      *    HAS BOUNCED, NOT YET VERIFIED BY PRENOTE, OR NEVER GIVEN
      *    CANNOT TAKE A RELEASE.
       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE HP-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-BANK-ACCT-NO NOT = SPACES
                       AND MST-BANK-USABLE
                       MOVE 'Y' TO WS-MASTER-FOUND
                   END-IF
           END-READ.

       RELEASE-BANK-PARA.
           MOVE HP-EMP-ID        TO BF-EMP-ID
           MOVE HP-EMP-NAME      TO BF-EMP-NAME
           MOVE MST-BANK-ACCT-NO TO BF-BANK-ACCT-NO
           MOVE MST-BANK-IFSC    TO BF-BANK-IFSC
           MOVE HP-AMOUNT        TO BF-AMOUNT
           WRITE BANK-FEED-REC

           MOVE 'B'             TO HP-STATUS
           MOVE WS-RELEASE-DATE TO HP-RELEASE-DATE
           MOVE 0               TO HP-CHEQUE-NO
           REWRITE HELD-PAY-REC
           PERFORM RECORD-REGISTER-PARA

           ADD HP-AMOUNT TO WS-BANK-AMOUNT
           ADD 1 TO WS-BANK-COUNT.

      *    THE CHEQUE KEEPS THE ORIGINAL PAY PERIOD ON THE REGISTER,
      *    SO CHQMNT01 AND THE PERIOD BALANCING SEE IT WITH THE REST
      *    OF THAT PERIOD'S PAY.
       RELEASE-CHEQUE-PARA.
           MOVE WS-NEXT-CHEQUE-NO TO CQ-CHEQUE-NO
           MOVE HP-EMP-ID         TO CQ-EMP-ID
           MOVE HP-EMP-NAME       TO CQ-EMP-NAME
           MOVE HP-PAY-PERIOD-END TO CQ-PAY-PERIOD-END
           MOVE HP-AMOUNT         TO CQ-AMOUNT
           MOVE WS-RELEASE-DATE   TO CQ-ISSUE-DATE
           MOVE 'I'               TO CQ-STATUS
           MOVE HP-PAY-GROUP      TO CQ-PAY-GROUP
           WRITE CHQ-REG-REC

           PERFORM PRINT-CHEQUE-PARA

           MOVE 'C'               TO HP-STATUS
           MOVE WS-RELEASE-DATE   TO HP-RELEASE-DATE
           MOVE WS-NEXT-CHEQUE-NO TO HP-CHEQUE-NO
           REWRITE HELD-PAY-REC
           PERFORM RECORD-REGISTER-PARA

           ADD HP-AMOUNT TO WS-CHEQUE-AMOUNT
           ADD 1 TO WS-CHEQUE-COUNT
           ADD 1 TO WS-NEXT-CHEQUE-NO.

       PRINT-CHEQUE-PARA.
           MOVE ALL "=" TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE

           MOVE WS-NEXT-CHEQUE-NO TO WS-CHQ-HDR-NO
           WRITE REL-PRINT-LINE FROM WS-CHQ-HDR-LINE

           MOVE WS-RELEASE-DATE TO WS-CHQ-DATE
           WRITE REL-PRINT-LINE FROM WS-CHQ-DATE-LINE

           MOVE HP-EMP-NAME TO WS-CHQ-PAYEE
           WRITE REL-PRINT-LINE FROM WS-CHQ-PAYEE-LINE

           MOVE HP-AMOUNT TO WS-CHQ-AMOUNT
           WRITE REL-PRINT-LINE FROM WS-CHQ-AMT-LINE

           WRITE REL-PRINT-LINE FROM WS-CHQ-CROSS-LINE

           MOVE ALL "=" TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE

           MOVE SPACES TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE.

       RECORD-REGISTER-PARA.
           IF WS-RG-COUNT < WS-RG-MAX
               ADD 1 TO WS-RG-COUNT
               SET RG-IDX TO WS-RG-COUNT
               MOVE HP-EMP-ID         TO WS-RG-EMP-ID(RG-IDX)
               MOVE HP-EMP-NAME       TO WS-RG-EMP-NAME(RG-IDX)
               MOVE HP-PAY-PERIOD-END TO WS-RG-PERIOD-END(RG-IDX)
               MOVE HP-STATUS         TO WS-RG-ROUTE(RG-IDX)
               MOVE HP-CHEQUE-NO      TO WS-RG-CHEQUE-NO(RG-IDX)
               MOVE HP-AMOUNT         TO WS-RG-AMOUNT(RG-IDX)
           ELSE
               DISPLAY "REGISTER TABLE FULL - LISTING LINE LOST: "
                   HP-EMP-ID
           END-IF.

       REPORT-UNMATCHED-PARA.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-COUNT
               IF WS-RT-APPLIED(RT-IDX) = 'N'
                   DISPLAY "NO HELD PAY TO RELEASE FOR EMP ID: "
                       WS-RT-EMP-ID(RT-IDX) " PERIOD: "
                       WS-RT-PERIOD-END(RT-IDX)
                   ADD 1 TO WS-UNMATCH-COUNT
               END-IF
           END-PERFORM.

       PRINT-REGISTER-PARA.
           MOVE SPACES TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE FROM WS-REG-HDR-LINE
           MOVE ALL "=" TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE
           WRITE REL-PRINT-LINE FROM WS-REG-COL-LINE
           MOVE ALL "-" TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-RG-COUNT
               MOVE WS-RG-EMP-ID(RG-IDX)     TO WS-REG-EMP-ID
               MOVE WS-RG-EMP-NAME(RG-IDX)   TO WS-REG-EMP-NAME
               MOVE WS-RG-PERIOD-END(RG-IDX) TO WS-REG-PERIOD-END
               IF WS-RG-ROUTE(RG-IDX) = 'B'
                   MOVE "BANK"   TO WS-REG-ROUTE
                   MOVE SPACES   TO WS-REG-CHEQUE-NO
               ELSE
                   MOVE "CHEQUE" TO WS-REG-ROUTE
                   MOVE WS-RG-CHEQUE-NO(RG-IDX) TO WS-REG-CHEQUE-NO
               END-IF
               MOVE WS-RG-AMOUNT(RG-IDX)     TO WS-REG-AMOUNT
               WRITE REL-PRINT-LINE FROM WS-REG-DETAIL-LINE
           END-PERFORM
           MOVE ALL "-" TO REL-PRINT-LINE
           WRITE REL-PRINT-LINE
           MOVE "RELEASED TO BANK  : " TO WS-REG-TOT-DESC
           MOVE WS-BANK-COUNT    TO WS-REG-TOT-COUNT
           MOVE WS-BANK-AMOUNT   TO WS-REG-TOT-AMOUNT
           WRITE REL-PRINT-LINE FROM WS-REG-TOT-LINE
           MOVE "RELEASED BY CHEQUE: " TO WS-REG-TOT-DESC
           MOVE WS-CHEQUE-COUNT  TO WS-REG-TOT-COUNT
           MOVE WS-CHEQUE-AMOUNT TO WS-REG-TOT-AMOUNT
           WRITE REL-PRINT-LINE FROM WS-REG-TOT-LINE
           MOVE "TOTAL RELEASED    : " TO WS-REG-TOT-DESC
           MOVE WS-RELEASE-COUNT TO WS-REG-TOT-COUNT
           MOVE WS-TOT-AMOUNT    TO WS-REG-TOT-AMOUNT
           WRITE REL-PRINT-LINE FROM WS-REG-TOT-LINE.

       FINAL-PARA.
           COMPUTE WS-RELEASE-COUNT = WS-BANK-COUNT + WS-CHEQUE-COUNT
           COMPUTE WS-TOT-AMOUNT = WS-BANK-AMOUNT + WS-CHEQUE-AMOUNT
           COMPUTE WS-REJECT-COUNT =
               WS-BADTRAN-COUNT + WS-UNMATCH-COUNT + WS-LEFT-COUNT
           PERFORM PRINT-REGISTER-PARA
           CLOSE HELD-PAY-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE BANK-FEED-FILE
           CLOSE CHQ-REG-FILE
           CLOSE REL-PRINT-FILE
           PERFORM SAVE-CHQ-CTL-PARA
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "HELD PAY RELEASE COMPLETE"
           DISPLAY "TRANS READ      : " WS-TRAN-COUNT
           DISPLAY "HELD ROWS READ  : " WS-HELD-READ-COUNT
           DISPLAY "RELEASED - BANK : " WS-BANK-COUNT
           DISPLAY "RELEASED - CHQ  : " WS-CHEQUE-COUNT
           DISPLAY "LEFT HELD       : " WS-LEFT-COUNT
           DISPLAY "BAD TRANS       : " WS-BADTRAN-COUNT
           DISPLAY "UNMATCHED TRANS : " WS-UNMATCH-COUNT
           DISPLAY "AMOUNT RELEASED : " WS-TOT-AMOUNT
           DISPLAY "----------------------------------".
