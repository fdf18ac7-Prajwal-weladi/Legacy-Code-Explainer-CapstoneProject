       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALMAINT01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *BATCH MAINTENANCE FOR THE COMPENSATION (SALARY) MASTER, IN THE
      *SAME STYLE AS EMPMAINT01. READS A TRANSACTION FILE OF ADD /
      *CHANGE / CANCEL ACTIONS KEYED BY HR, APPLIES THEM TO
      *SAL-MASTER-FILE (THE FILE SALEXTR01 BUILDS THE PAYROLL01 INPUT
      *FROM), REJECTS BAD TRANSACTIONS WITH A REASON, AND PRINTS A
      *BEFORE/AFTER AUDIT REPORT OF EVERY APPLIED CHANGE SO HR CAN
      *SIGN OFF ON THE RUN. AN INCREMENT IS ADDED AHEAD OF TIME WITH
      *ITS OWN EFFECTIVE PERIOD AND SITS ON FILE UNTIL THAT PERIOD
      *ARRIVES. A RATE EFFECTIVE ON OR BEFORE THE LAST PERIOD
      *SALEXTR01 EXTRACTED FOR THE EMPLOYEE'S PAY GROUP HAS ALREADY
      *BEEN PAID FROM, SO IT CAN NO LONGER BE ADDED, CHANGED OR
      *CANCELLED - A PAID RATE IS PUT RIGHT THROUGH AN ADJUSTMENT
      *RUN, NOT BY REWRITING HISTORY. A RATE IS AN AMOUNT PER PERIOD
      *OF THE EMPLOYEE'S PAY GROUP AND IS TAGGED WITH THAT GROUP ON
      *ADD OR CHANGE, SO AN EMPLOYEE MOVED TO ANOTHER GROUP NEEDS A
      *NEW RATE KEYED BEFORE SALEXTR01 WILL PAY THEM IN IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAL-TRAN-FILE
               ASSIGN TO SALTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SAL-MASTER-FILE
               ASSIGN TO SALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-KEY
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SAL-ERR-FILE
               ASSIGN TO SALERR
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-RPT-FILE
               ASSIGN TO SALAUDIT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SAL-TRAN-FILE.
       COPY SALTRAN.

       FD SAL-MASTER-FILE.
       COPY SALMAST.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD SAL-ERR-FILE.
       COPY SALERR.

       FD AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REJECT-FLAG       PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-RATE-FOUND        PIC X VALUE 'N'.

       01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.
       01 WS-SALMAST-STATUS       PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.

      *    THE LATEST PAY PERIOD SALEXTR01 HAS EXTRACTED FOR EACH
      *    PAY GROUP, FROM THE RUN CONTROL FILE (A BLANK GROUP ON A
      *    ROW IS "MN"). AN EMPLOYEE'S RATES EFFECTIVE ON OR BEFORE
      *    THEIR GROUP'S PERIOD ARE LOCKED. SPACES (NO EXTRACT EVER
      *    RUN FOR THE GROUP) LOCKS NOTHING.
       01 WS-LOCK-PERIOD          PIC X(8) VALUE SPACES.
       01 WS-LOCK-FOUND           PIC X VALUE 'N'.
       01 WS-RC-PAY-GROUP         PIC X(2).
       01 WS-EMP-PAY-GROUP        PIC X(2).
       01 WS-LOCK-CTL.
          05 WS-LCK-COUNT         PIC 9(3) VALUE 0.
          05 WS-LCK-MAX           PIC 9(3) VALUE 50.
       01 WS-LOCK-TABLE.
          05 WS-LCK-ENTRY OCCURS 50 TIMES INDEXED BY LCK-IDX.
             10 WS-LCK-GROUP      PIC X(2).
             10 WS-LCK-PERIOD     PIC X(8).
       01 WS-TODAY                PIC X(8).

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-ADD-COUNT         PIC 9(5) VALUE 0.
          05 WS-CHANGE-COUNT      PIC 9(5) VALUE 0.
          05 WS-CANCEL-COUNT      PIC 9(5) VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(5) VALUE 0.

      *    SNAPSHOT OF THE RATE ROW AS IT STOOD BEFORE THE
      *    TRANSACTION WAS APPLIED, FOR THE BEFORE LINE OF THE AUDIT.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-BASIC-SAL     PIC S9(7)V99.
          05 WS-BEF-GRADE         PIC X(4).
          05 WS-BEF-STATUS        PIC X(1).
          05 WS-BEF-PAY-GROUP     PIC X(2).
          05 WS-BEF-EXISTS        PIC X(1).

       01 WS-AUD-HDR-LINE.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(36)
              VALUE "SALARY MASTER MAINTENANCE AUDIT".

       01 WS-AUD-LOCK-LINE.
          05 FILLER               PIC X(6) VALUE "GROUP ".
          05 WS-AUD-LOCK-GROUP    PIC X(2).
          05 FILLER               PIC X(34)
              VALUE " RATES LOCKED ON OR BEFORE PERIOD".
          05 FILLER               PIC X(2) VALUE ": ".
          05 WS-AUD-LOCK-PERIOD   PIC X(8).
          05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-AUD-ACTION-LINE.
          05 FILLER               PIC X(8) VALUE "ACTION: ".
          05 WS-AUD-ACTION        PIC X(10).
          05 FILLER               PIC X(8) VALUE "EMP ID: ".
          05 WS-AUD-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(13) VALUE "  EFFECTIVE: ".
          05 WS-AUD-EFF-PERIOD    PIC X(8).
          05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-AUD-COL-LINE.
          05 FILLER               PIC X(9)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "  BASIC SALARY".
          05 FILLER               PIC X(7)  VALUE " GRADE".
          05 FILLER               PIC X(3)  VALUE " ST".
          05 FILLER               PIC X(3)  VALUE " GR".
          05 FILLER               PIC X(44) VALUE SPACES.

       01 WS-AUD-DETAIL-LINE.
          05 WS-AUD-TAG           PIC X(9).
          05 WS-AUD-BASIC-SAL     PIC Z,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-GRADE         PIC X(4).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-STATUS        PIC X(1).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-PAY-GROUP     PIC X(2).
          05 FILLER               PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-LOCK-PERIOD-PARA
           OPEN INPUT SAL-TRAN-FILE
      *    THE VERY FIRST SALARY RUN AT A SITE HAS NO SALARY MASTER
      *    YET - NOTHING ELSE EVER CREATES IT - SO A FILE-NOT-FOUND
      *    (35) CREATES THE INDEXED FILE HERE. ANY OTHER FAILURE
      *    ABORTS.
           OPEN I-O SAL-MASTER-FILE
           IF WS-SALMAST-STATUS = "35"
               OPEN OUTPUT SAL-MASTER-FILE
               CLOSE SAL-MASTER-FILE
               OPEN I-O SAL-MASTER-FILE
           END-IF
           IF WS-SALMAST-STATUS NOT = "00"
               DISPLAY "SALARY MASTER FILE NOT USABLE - STATUS "
                   WS-SALMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT SAL-ERR-FILE
           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM WS-AUD-HDR-LINE
           MOVE ALL "=" TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-LCK-COUNT = 0
               MOVE "NO PERIOD EXTRACTED - NO RATES LOCKED"
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
           ELSE
               PERFORM VARYING LCK-IDX FROM 1 BY 1
                       UNTIL LCK-IDX > WS-LCK-COUNT
                   MOVE WS-LCK-GROUP(LCK-IDX)  TO WS-AUD-LOCK-GROUP
                   MOVE WS-LCK-PERIOD(LCK-IDX) TO WS-AUD-LOCK-PERIOD
                   WRITE AUDIT-LINE FROM WS-AUD-LOCK-LINE
               END-PERFORM
           END-IF
           WRITE AUDIT-LINE FROM WS-AUD-COL-LINE.

      *    THE RUN CONTROL FILE IS OPTIONAL HERE - A SITE THAT HAS
      *    NEVER RUN THE EXTRACT HAS NOTHING PAID FROM THE MASTER.
       LOAD-LOCK-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RC-PROGRAM = "SALEXTR01"
                               PERFORM KEEP-LOCK-PERIOD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       KEEP-LOCK-PERIOD-PARA.
           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
           IF WS-RC-PAY-GROUP = SPACES
               MOVE "MN" TO WS-RC-PAY-GROUP
           END-IF
           PERFORM FIND-LOCK-PARA
           IF WS-LOCK-FOUND = 'N'
               IF WS-LCK-COUNT < WS-LCK-MAX
                   ADD 1 TO WS-LCK-COUNT
                   SET LCK-IDX TO WS-LCK-COUNT
                   MOVE WS-RC-PAY-GROUP TO WS-LCK-GROUP(LCK-IDX)
                   MOVE SPACES          TO WS-LCK-PERIOD(LCK-IDX)
                   MOVE 'Y' TO WS-LOCK-FOUND
               ELSE
                   DISPLAY "LOCK TABLE FULL - GROUP DROPPED: "
                       WS-RC-PAY-GROUP
               END-IF
           END-IF
           IF WS-LOCK-FOUND = 'Y'
               AND RC-PAY-PERIOD-END > WS-LCK-PERIOD(LCK-IDX)
               MOVE RC-PAY-PERIOD-END TO WS-LCK-PERIOD(LCK-IDX)
           END-IF.

       FIND-LOCK-PARA.
           MOVE 'N' TO WS-LOCK-FOUND
           IF WS-LCK-COUNT > 0
               SET LCK-IDX TO 1
               SEARCH WS-LCK-ENTRY
                   AT END
                       CONTINUE
                   WHEN LCK-IDX > WS-LCK-COUNT
                       CONTINUE
                   WHEN WS-LCK-GROUP(LCK-IDX) = WS-RC-PAY-GROUP
                       MOVE 'Y' TO WS-LOCK-FOUND
               END-SEARCH
           END-IF.

      *    THE LOCK FOR THE EMPLOYEE'S PAY GROUP (BLANK IS "MN"). AN
      *    EMPLOYEE NOT ON THE MASTER HAS NO GROUP, SO THE LATEST
      *    PERIOD EXTRACTED FOR ANY GROUP LOCKS THEIR RATES.
       SET-EMP-LOCK-PARA.
           MOVE SPACES TO WS-LOCK-PERIOD
           IF WS-MASTER-FOUND = 'Y'
               MOVE MST-PAY-GROUP TO WS-EMP-PAY-GROUP
               IF WS-EMP-PAY-GROUP = SPACES
                   MOVE "MN" TO WS-EMP-PAY-GROUP
               END-IF
               MOVE WS-EMP-PAY-GROUP TO WS-RC-PAY-GROUP
               PERFORM FIND-LOCK-PARA
               IF WS-LOCK-FOUND = 'Y'
                   MOVE WS-LCK-PERIOD(LCK-IDX) TO WS-LOCK-PERIOD
               END-IF
           ELSE
               MOVE SPACES TO WS-EMP-PAY-GROUP
               PERFORM VARYING LCK-IDX FROM 1 BY 1
                       UNTIL LCK-IDX > WS-LCK-COUNT
                   IF WS-LCK-PERIOD(LCK-IDX) > WS-LOCK-PERIOD
                       MOVE WS-LCK-PERIOD(LCK-IDX) TO WS-LOCK-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

       READ-PARA.
           READ SAL-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       PROCESS-PARA.
           IF WS-EOF = 'N'
               PERFORM VALIDATE-PARA
               IF WS-REJECT-FLAG = 'Y'
                   PERFORM WRITE-ERR-PARA
               ELSE
                   PERFORM APPLY-PARA
               END-IF
               PERFORM READ-PARA
           END-IF.

       VALIDATE-PARA.
           MOVE 'N' TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM LOOKUP-MASTER-PARA
           PERFORM SET-EMP-LOCK-PARA
           PERFORM LOOKUP-RATE-PARA
      *        MUTUALLY EXCLUSIVE SO ONLY THE FIRST/MOST SPECIFIC
      *        REASON IS KEPT WHEN MORE THAN ONE CHECK APPLIES.
           EVALUATE TRUE
               WHEN STR-ADD
                   PERFORM VALIDATE-ADD-PARA
               WHEN STR-CHANGE
                   PERFORM VALIDATE-CHANGE-PARA
               WHEN STR-CANCEL
                   PERFORM VALIDATE-CANCEL-PARA
               WHEN OTHER
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "ACTION CODE NOT A, C OR X"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-ADD-PARA.
           IF WS-MASTER-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF MST-TERMINATED
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "EMPLOYEE TERMINATED - NO NEW RATE"
                       TO WS-REJECT-REASON
               ELSE
                   IF STR-EFF-PERIOD NOT NUMERIC
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD NOT YYYYMMDD"
                           TO WS-REJECT-REASON
                   ELSE
                       IF STR-EFF-PERIOD <= WS-LOCK-PERIOD
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "EFFECTIVE PERIOD ALREADY PAID"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-ADD-RATE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ADD-RATE-PARA.
           IF WS-RATE-FOUND = 'Y' AND SAL-ACTIVE
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "RATE ALREADY ON FILE FOR PERIOD"
                   TO WS-REJECT-REASON
           ELSE
               IF STR-BASIC-SAL <= 0
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "BASIC SALARY NOT GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF STR-GRADE = SPACES
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "GRADE MISSING ON ADD"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CHANGE-PARA.
           IF WS-RATE-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "NO RATE ON FILE FOR PERIOD"
                   TO WS-REJECT-REASON
           ELSE
               IF SAL-CANCELLED
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "RATE ALREADY CANCELLED"
                       TO WS-REJECT-REASON
               ELSE
                   IF STR-EFF-PERIOD <= WS-LOCK-PERIOD
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD ALREADY PAID"
                           TO WS-REJECT-REASON
                   ELSE
      *                ZERO MEANS "LEAVE UNCHANGED", SO ONLY A
      *                NEGATIVE BASIC IS A KEYING ERROR.
                       IF STR-BASIC-SAL < 0
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "BASIC SALARY LESS THAN ZERO"
                               TO WS-REJECT-REASON
                       ELSE
                           IF STR-BASIC-SAL = 0
                               AND STR-GRADE = SPACES
                               MOVE 'Y' TO WS-REJECT-FLAG
                               MOVE "CHANGE HAS NO FIELDS TO APPLY"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CANCEL-PARA.
           IF WS-RATE-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "NO RATE ON FILE FOR PERIOD"
                   TO WS-REJECT-REASON
           ELSE
               IF SAL-CANCELLED
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "RATE ALREADY CANCELLED"
                       TO WS-REJECT-REASON
               ELSE
                   IF STR-EFF-PERIOD <= WS-LOCK-PERIOD
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD ALREADY PAID"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE STR-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.

       LOOKUP-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE STR-EMP-ID     TO SAL-EMP-ID
           MOVE STR-EFF-PERIOD TO SAL-EFF-PERIOD
           READ SAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RATE-FOUND
           END-READ.

       APPLY-PARA.
           PERFORM SAVE-BEFORE-PARA
           EVALUATE TRUE
               WHEN STR-ADD
                   PERFORM APPLY-ADD-PARA
               WHEN STR-CHANGE
                   PERFORM APPLY-CHANGE-PARA
               WHEN STR-CANCEL
                   PERFORM APPLY-CANCEL-PARA
           END-EVALUATE
           IF WS-REJECT-FLAG = 'Y'
               PERFORM WRITE-ERR-PARA
           ELSE
               PERFORM PRINT-AUDIT-PARA
           END-IF.

       SAVE-BEFORE-PARA.
           IF WS-RATE-FOUND = 'Y'
               MOVE 'Y'             TO WS-BEF-EXISTS
               MOVE SAL-BASIC-SAL   TO WS-BEF-BASIC-SAL
               MOVE SAL-GRADE       TO WS-BEF-GRADE
               MOVE SAL-STATUS      TO WS-BEF-STATUS
               MOVE SAL-PAY-GROUP   TO WS-BEF-PAY-GROUP
           ELSE
               MOVE 'N'    TO WS-BEF-EXISTS
               MOVE 0      TO WS-BEF-BASIC-SAL
               MOVE SPACES TO WS-BEF-GRADE
               MOVE SPACES TO WS-BEF-STATUS
               MOVE SPACES TO WS-BEF-PAY-GROUP
           END-IF.

      *    AN ADD OVER A CANCELLED ROW FOR THE SAME EFFECTIVE PERIOD
      *    REUSES THE RECORD SLOT (THE FILE IS KEYED ONE ROW PER
      *    EMPLOYEE PER PERIOD), SO IT IS A REWRITE NOT A WRITE.
       APPLY-ADD-PARA.
           MOVE STR-EMP-ID       TO SAL-EMP-ID
           MOVE STR-EFF-PERIOD   TO SAL-EFF-PERIOD
           MOVE STR-BASIC-SAL    TO SAL-BASIC-SAL
           MOVE STR-GRADE        TO SAL-GRADE
           MOVE 'A'              TO SAL-STATUS
           MOVE WS-TODAY         TO SAL-ENTERED-DATE
           MOVE WS-EMP-PAY-GROUP TO SAL-PAY-GROUP
           IF WS-BEF-EXISTS = 'Y'
               REWRITE SAL-MASTER-REC
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-AUD-ACTION
           ELSE
               WRITE SAL-MASTER-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "RATE WRITE FAILED ON ADD"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "ADD" TO WS-AUD-ACTION
               END-WRITE
           END-IF.

       APPLY-CHANGE-PARA.
           IF STR-BASIC-SAL NOT = 0
               MOVE STR-BASIC-SAL TO SAL-BASIC-SAL
           END-IF
           IF STR-GRADE NOT = SPACES
               MOVE STR-GRADE TO SAL-GRADE
           END-IF
           IF WS-EMP-PAY-GROUP NOT = SPACES
               MOVE WS-EMP-PAY-GROUP TO SAL-PAY-GROUP
           END-IF
           MOVE WS-TODAY TO SAL-ENTERED-DATE
           REWRITE SAL-MASTER-REC
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "CHANGE" TO WS-AUD-ACTION.

       APPLY-CANCEL-PARA.
           MOVE 'X' TO SAL-STATUS
           MOVE WS-TODAY TO SAL-ENTERED-DATE
           REWRITE SAL-MASTER-REC
           ADD 1 TO WS-CANCEL-COUNT
           MOVE "CANCEL" TO WS-AUD-ACTION.

       PRINT-AUDIT-PARA.
           MOVE STR-EMP-ID     TO WS-AUD-EMP-ID
           MOVE STR-EFF-PERIOD TO WS-AUD-EFF-PERIOD
           WRITE AUDIT-LINE FROM WS-AUD-ACTION-LINE

           MOVE "  BEFORE:"        TO WS-AUD-TAG
           MOVE WS-BEF-BASIC-SAL  TO WS-AUD-BASIC-SAL
           MOVE WS-BEF-GRADE      TO WS-AUD-GRADE
           MOVE WS-BEF-STATUS     TO WS-AUD-STATUS
           MOVE WS-BEF-PAY-GROUP  TO WS-AUD-PAY-GROUP
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE "  AFTER :"        TO WS-AUD-TAG
           MOVE SAL-BASIC-SAL     TO WS-AUD-BASIC-SAL
           MOVE SAL-GRADE         TO WS-AUD-GRADE
           MOVE SAL-STATUS        TO WS-AUD-STATUS
           MOVE SAL-PAY-GROUP     TO WS-AUD-PAY-GROUP
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE ALL "-" TO AUDIT-LINE
           WRITE AUDIT-LINE.

       WRITE-ERR-PARA.
           MOVE STR-ACTION       TO SERR-ACTION
           MOVE STR-EMP-ID       TO SERR-EMP-ID
           MOVE STR-EFF-PERIOD   TO SERR-EFF-PERIOD
           MOVE WS-REJECT-REASON TO SERR-REASON
           DISPLAY "TRAN REJECTED FOR EMP ID: " STR-EMP-ID
               " - " WS-REJECT-REASON

           WRITE SAL-ERR-REC
           ADD 1 TO WS-REJECT-COUNT.

       FINAL-PARA.
           CLOSE SAL-TRAN-FILE
           CLOSE SAL-MASTER-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE SAL-ERR-FILE
           CLOSE AUDIT-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "SALARY MAINTENANCE COMPLETE"
           PERFORM VARYING LCK-IDX FROM 1 BY 1
                   UNTIL LCK-IDX > WS-LCK-COUNT
               DISPLAY "GROUP " WS-LCK-GROUP(LCK-IDX)
                   " LOCKED TO: " WS-LCK-PERIOD(LCK-IDX)
           END-PERFORM
           DISPLAY "TRANS READ      : " WS-READ-COUNT
           DISPLAY "ADDS APPLIED    : " WS-ADD-COUNT
           DISPLAY "CHANGES APPLIED : " WS-CHANGE-COUNT
           DISPLAY "CANCELS APPLIED : " WS-CANCEL-COUNT
           DISPLAY "TRANS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "----------------------------------".
