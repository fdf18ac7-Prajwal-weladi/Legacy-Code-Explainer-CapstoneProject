       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMAINT01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *BATCH MAINTENANCE FOR THE LABOR COST ALLOCATION MASTER, IN THE
      *SAME STYLE AS SALMAINT01. READS A TRANSACTION FILE OF ADD /
      *CHANGE / CANCEL ACTIONS KEYED BY FINANCE, EACH CARRYING AN
      *EMPLOYEE'S WHOLE SPLIT ACROSS UP TO FIVE COST CENTRES OR
      *CLIENT PROJECTS, APPLIES THEM TO ALLOC-MAST-FILE (THE FILE
      *LABDIST01 CHARGES PAY FROM), REJECTS BAD TRANSACTIONS - ABOVE
      *ALL ANY SPLIT WHOSE PERCENTAGES DO NOT ADD UP TO EXACTLY 100 -
      *WITH A REASON, AND PRINTS A BEFORE/AFTER AUDIT REPORT OF EVERY
      *APPLIED CHANGE. A SPLIT EFFECTIVE ON OR BEFORE THE LAST PERIOD
      *LABDIST01 DISTRIBUTED FOR THE EMPLOYEE'S PAY GROUP HAS ALREADY
      *BEEN CHARGED FROM, SO IT CAN NO LONGER BE ADDED, CHANGED OR
      *CANCELLED - A NEW SPLIT IS SET UP FROM THE NEXT PERIOD
      *INSTEAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-TRAN-FILE
               ASSIGN TO ALCTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALLOC-MAST-FILE
               ASSIGN TO ALCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-KEY
               FILE STATUS IS WS-ALCMAST-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALC-ERR-FILE
               ASSIGN TO ALCERR
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-RPT-FILE
               ASSIGN TO ALCAUDIT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ALC-TRAN-FILE.
       COPY ALCTRAN.

       FD ALLOC-MAST-FILE.
       COPY ALCMAST.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD ALC-ERR-FILE.
       COPY ALCERR.

       FD AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REJECT-FLAG       PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-ALLOC-FOUND       PIC X VALUE 'N'.

       01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.
       01 WS-ALCMAST-STATUS       PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.

      *    THE LATEST PAY PERIOD LABDIST01 HAS DISTRIBUTED FOR EACH
      *    PAY GROUP, FROM THE RUN CONTROL FILE (A BLANK GROUP ON A
      *    ROW IS "MN"). AN EMPLOYEE'S SPLITS EFFECTIVE ON OR BEFORE
      *    THEIR GROUP'S PERIOD ARE LOCKED. SPACES (NO DISTRIBUTION
      *    EVER RUN FOR THE GROUP) LOCKS NOTHING.
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

      *    THE SPLIT ON THE TRANSACTION, CHECKED LINE BY LINE. A LINE
      *    LEFT AS SPACES AND ZERO IS UNUSED; THE USED LINES ARE
      *    PACKED TO THE FRONT WHEN THE SPLIT IS APPLIED.
       01 WS-SPLIT-CHECK.
          05 WS-SPL-SUB           PIC 9(2).
          05 WS-SPL-DUP-SUB       PIC 9(2).
          05 WS-SPL-OUT-SUB       PIC 9(2).
          05 WS-SPL-MAX           PIC 9(2) VALUE 5.
          05 WS-SPL-USED          PIC 9(2).
          05 WS-SPL-TOTAL-PCT     PIC 9(5)V99.
          05 WS-SPL-FULL-PCT      PIC 9(3)V99 VALUE 100.00.

      *    SNAPSHOT OF THE ALLOCATION ROW AS IT STOOD BEFORE THE
      *    TRANSACTION WAS APPLIED, FOR THE BEFORE LINES OF THE AUDIT.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-EXISTS        PIC X(1).
          05 WS-BEF-STATUS        PIC X(1).
          05 WS-BEF-LINE-COUNT    PIC 9(1).
          05 WS-BEF-SPLIT OCCURS 5 TIMES.
             10 WS-BEF-CHARGE-TYPE PIC X(1).
             10 WS-BEF-CHARGE-CODE PIC X(8).
             10 WS-BEF-PCT        PIC 9(3)V99.

       01 WS-AUD-HDR-LINE.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(41)
              VALUE "LABOR ALLOCATION MASTER MAINTENANCE AUDIT".

       01 WS-AUD-LOCK-LINE.
          05 FILLER               PIC X(6) VALUE "GROUP ".
          05 WS-AUD-LOCK-GROUP    PIC X(2).
          05 FILLER               PIC X(34)
              VALUE " SPLITS LOCKED ON OR BEFORE PERIOD".
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
          05 FILLER               PIC X(4)  VALUE "  T ".
          05 FILLER               PIC X(10) VALUE "CHARGE    ".
          05 FILLER               PIC X(8)  VALUE " PERCENT".
          05 FILLER               PIC X(4)  VALUE "  ST".
          05 FILLER               PIC X(45) VALUE SPACES.

       01 WS-AUD-DETAIL-LINE.
          05 WS-AUD-TAG           PIC X(9).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-CHARGE-TYPE   PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-AUD-CHARGE-CODE   PIC X(8).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 WS-AUD-PCT           PIC ZZ9.99.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-AUD-STATUS        PIC X(1).
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
           OPEN INPUT ALC-TRAN-FILE
      *    THE VERY FIRST ALLOCATION RUN AT A SITE HAS NO ALLOCATION
      *    MASTER YET - NOTHING ELSE EVER CREATES IT - SO A
      *    FILE-NOT-FOUND (35) CREATES THE INDEXED FILE HERE. ANY
      *    OTHER FAILURE ABORTS.
           OPEN I-O ALLOC-MAST-FILE
           IF WS-ALCMAST-STATUS = "35"
               OPEN OUTPUT ALLOC-MAST-FILE
               CLOSE ALLOC-MAST-FILE
               OPEN I-O ALLOC-MAST-FILE
           END-IF
           IF WS-ALCMAST-STATUS NOT = "00"
               DISPLAY "ALLOCATION MASTER FILE NOT USABLE - STATUS "
                   WS-ALCMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT ALC-ERR-FILE
           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM WS-AUD-HDR-LINE
           MOVE ALL "=" TO AUDIT-LINE
           WRITE AUDIT-LINE
           IF WS-LCK-COUNT = 0
               MOVE "NO PERIOD DISTRIBUTED - NO SPLITS LOCKED"
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
      *    NEVER RUN THE DISTRIBUTION HAS CHARGED NOTHING FROM THE
      *    MASTER.
       LOAD-LOCK-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RC-PROGRAM = "LABDIST01"
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
      *    PERIOD DISTRIBUTED FOR ANY GROUP LOCKS THEIR SPLITS.
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
               PERFORM VARYING LCK-IDX FROM 1 BY 1
                       UNTIL LCK-IDX > WS-LCK-COUNT
                   IF WS-LCK-PERIOD(LCK-IDX) > WS-LOCK-PERIOD
                       MOVE WS-LCK-PERIOD(LCK-IDX) TO WS-LOCK-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

       READ-PARA.
           READ ALC-TRAN-FILE
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
           PERFORM LOOKUP-ALLOC-PARA
      *        MUTUALLY EXCLUSIVE SO ONLY THE FIRST/MOST SPECIFIC
      *        REASON IS KEPT WHEN MORE THAN ONE CHECK APPLIES.
           EVALUATE TRUE
               WHEN ATR-ADD
                   PERFORM VALIDATE-ADD-PARA
               WHEN ATR-CHANGE
                   PERFORM VALIDATE-CHANGE-PARA
               WHEN ATR-CANCEL
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
                   MOVE "EMPLOYEE TERMINATED - NO NEW SPLIT"
                       TO WS-REJECT-REASON
               ELSE
                   IF ATR-EFF-PERIOD NOT NUMERIC
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD NOT YYYYMMDD"
                           TO WS-REJECT-REASON
                   ELSE
                       IF ATR-EFF-PERIOD <= WS-LOCK-PERIOD
                           MOVE 'Y' TO WS-REJECT-FLAG
                           MOVE "EFFECTIVE PERIOD ALREADY CHARGED"
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-ALLOC-FOUND = 'Y' AND ALC-ACTIVE
                               MOVE 'Y' TO WS-REJECT-FLAG
                               MOVE "SPLIT ALREADY ON FILE FOR PERIOD"
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM VALIDATE-SPLIT-PARA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CHANGE-PARA.
           IF WS-ALLOC-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "NO SPLIT ON FILE FOR PERIOD"
                   TO WS-REJECT-REASON
           ELSE
               IF ALC-CANCELLED
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SPLIT ALREADY CANCELLED"
                       TO WS-REJECT-REASON
               ELSE
                   IF ATR-EFF-PERIOD <= WS-LOCK-PERIOD
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD ALREADY CHARGED"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-SPLIT-PARA
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CANCEL-PARA.
           IF WS-ALLOC-FOUND = 'N'
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "NO SPLIT ON FILE FOR PERIOD"
                   TO WS-REJECT-REASON
           ELSE
               IF ALC-CANCELLED
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SPLIT ALREADY CANCELLED"
                       TO WS-REJECT-REASON
               ELSE
                   IF ATR-EFF-PERIOD <= WS-LOCK-PERIOD
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "EFFECTIVE PERIOD ALREADY CHARGED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    EVERY USED LINE NEEDS A CODE, A TYPE OF C OR P AND A
      *    PERCENTAGE ABOVE ZERO, NO CODE MAY APPEAR TWICE, AND THE
      *    LINES MUST ADD UP TO EXACTLY 100 PERCENT SO THE WHOLE OF
      *    THE EMPLOYEE'S PAY IS CHARGED - NO MORE AND NO LESS.
       VALIDATE-SPLIT-PARA.
           MOVE 0 TO WS-SPL-USED
           MOVE 0 TO WS-SPL-TOTAL-PCT
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-MAX
                      OR WS-REJECT-FLAG = 'Y'
               IF ATR-CHARGE-TYPE(WS-SPL-SUB) = SPACES
                   AND ATR-CHARGE-CODE(WS-SPL-SUB) = SPACES
                   AND (ATR-PCT(WS-SPL-SUB) NOT NUMERIC
                        OR ATR-PCT(WS-SPL-SUB) = 0)
                   CONTINUE
               ELSE
                   PERFORM VALIDATE-SPLIT-LINE-PARA
               END-IF
           END-PERFORM
           IF WS-REJECT-FLAG = 'N'
               IF WS-SPL-USED = 0
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "NO SPLIT LINES ON TRANSACTION"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SPL-TOTAL-PCT NOT = WS-SPL-FULL-PCT
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "SPLIT DOES NOT TOTAL 100 PERCENT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-SPLIT-LINE-PARA.
           EVALUATE TRUE
               WHEN ATR-CHARGE-CODE(WS-SPL-SUB) = SPACES
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SPLIT LINE HAS NO CHARGE CODE"
                       TO WS-REJECT-REASON
               WHEN ATR-CHARGE-TYPE(WS-SPL-SUB) NOT = 'C'
                   AND ATR-CHARGE-TYPE(WS-SPL-SUB) NOT = 'P'
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "CHARGE TYPE NOT C OR P"
                       TO WS-REJECT-REASON
               WHEN ATR-PCT(WS-SPL-SUB) NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SPLIT PERCENT NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN ATR-PCT(WS-SPL-SUB) = 0
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "SPLIT PERCENT NOT GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-SPL-USED
                   ADD ATR-PCT(WS-SPL-SUB) TO WS-SPL-TOTAL-PCT
           END-EVALUATE
           IF WS-REJECT-FLAG = 'N'
               PERFORM VARYING WS-SPL-DUP-SUB FROM 1 BY 1
                       UNTIL WS-SPL-DUP-SUB >= WS-SPL-SUB
                   IF ATR-CHARGE-CODE(WS-SPL-DUP-SUB)
                       = ATR-CHARGE-CODE(WS-SPL-SUB)
                       AND ATR-CHARGE-TYPE(WS-SPL-DUP-SUB)
                       = ATR-CHARGE-TYPE(WS-SPL-SUB)
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "CHARGE CODE REPEATED IN SPLIT"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE ATR-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.

       LOOKUP-ALLOC-PARA.
           MOVE 'N' TO WS-ALLOC-FOUND
           MOVE ATR-EMP-ID     TO ALC-EMP-ID
           MOVE ATR-EFF-PERIOD TO ALC-EFF-PERIOD
           READ ALLOC-MAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALLOC-FOUND
           END-READ.

       APPLY-PARA.
           PERFORM SAVE-BEFORE-PARA
           EVALUATE TRUE
               WHEN ATR-ADD
                   PERFORM APPLY-ADD-PARA
               WHEN ATR-CHANGE
                   PERFORM APPLY-CHANGE-PARA
               WHEN ATR-CANCEL
                   PERFORM APPLY-CANCEL-PARA
           END-EVALUATE
           IF WS-REJECT-FLAG = 'Y'
               PERFORM WRITE-ERR-PARA
           ELSE
               PERFORM PRINT-AUDIT-PARA
           END-IF.

       SAVE-BEFORE-PARA.
           IF WS-ALLOC-FOUND = 'Y'
               MOVE 'Y'             TO WS-BEF-EXISTS
               MOVE ALC-STATUS      TO WS-BEF-STATUS
               MOVE ALC-LINE-COUNT  TO WS-BEF-LINE-COUNT
               PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                       UNTIL WS-SPL-SUB > WS-SPL-MAX
                   MOVE ALC-CHARGE-TYPE(WS-SPL-SUB)
                       TO WS-BEF-CHARGE-TYPE(WS-SPL-SUB)
                   MOVE ALC-CHARGE-CODE(WS-SPL-SUB)
                       TO WS-BEF-CHARGE-CODE(WS-SPL-SUB)
                   MOVE ALC-PCT(WS-SPL-SUB)
                       TO WS-BEF-PCT(WS-SPL-SUB)
               END-PERFORM
           ELSE
               MOVE 'N'    TO WS-BEF-EXISTS
               MOVE SPACES TO WS-BEF-STATUS
               MOVE 0      TO WS-BEF-LINE-COUNT
           END-IF.

      *    AN ADD OVER A CANCELLED ROW FOR THE SAME EFFECTIVE PERIOD
      *    REUSES THE RECORD SLOT (THE FILE IS KEYED ONE ROW PER
      *    EMPLOYEE PER PERIOD), SO IT IS A REWRITE NOT A WRITE.
       APPLY-ADD-PARA.
           MOVE ATR-EMP-ID       TO ALC-EMP-ID
           MOVE ATR-EFF-PERIOD   TO ALC-EFF-PERIOD
           PERFORM MOVE-SPLIT-PARA
           MOVE 'A'              TO ALC-STATUS
           MOVE WS-TODAY         TO ALC-ENTERED-DATE
           IF WS-BEF-EXISTS = 'Y'
               REWRITE ALLOC-MAST-REC
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-AUD-ACTION
           ELSE
               WRITE ALLOC-MAST-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "SPLIT WRITE FAILED ON ADD"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "ADD" TO WS-AUD-ACTION
               END-WRITE
           END-IF.

       APPLY-CHANGE-PARA.
           PERFORM MOVE-SPLIT-PARA
           MOVE WS-TODAY TO ALC-ENTERED-DATE
           REWRITE ALLOC-MAST-REC
           ADD 1 TO WS-CHANGE-COUNT
           MOVE "CHANGE" TO WS-AUD-ACTION.

       APPLY-CANCEL-PARA.
           MOVE 'X' TO ALC-STATUS
           MOVE WS-TODAY TO ALC-ENTERED-DATE
           REWRITE ALLOC-MAST-REC
           ADD 1 TO WS-CANCEL-COUNT
           MOVE "CANCEL" TO WS-AUD-ACTION.

      *    THE USED LINES GO TO THE FRONT OF THE ROW IN THE ORDER
      *    KEYED; THE SLOTS AFTER THEM ARE CLEARED.
       MOVE-SPLIT-PARA.
           MOVE 0 TO WS-SPL-OUT-SUB
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-MAX
               MOVE SPACES TO ALC-CHARGE-TYPE(WS-SPL-SUB)
               MOVE SPACES TO ALC-CHARGE-CODE(WS-SPL-SUB)
               MOVE 0      TO ALC-PCT(WS-SPL-SUB)
           END-PERFORM
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-MAX
               IF ATR-CHARGE-CODE(WS-SPL-SUB) NOT = SPACES
                   ADD 1 TO WS-SPL-OUT-SUB
                   MOVE ATR-CHARGE-TYPE(WS-SPL-SUB)
                       TO ALC-CHARGE-TYPE(WS-SPL-OUT-SUB)
                   MOVE ATR-CHARGE-CODE(WS-SPL-SUB)
                       TO ALC-CHARGE-CODE(WS-SPL-OUT-SUB)
                   MOVE ATR-PCT(WS-SPL-SUB)
                       TO ALC-PCT(WS-SPL-OUT-SUB)
               END-IF
           END-PERFORM
           MOVE WS-SPL-OUT-SUB TO ALC-LINE-COUNT.

       PRINT-AUDIT-PARA.
           MOVE ATR-EMP-ID     TO WS-AUD-EMP-ID
           MOVE ATR-EFF-PERIOD TO WS-AUD-EFF-PERIOD
           WRITE AUDIT-LINE FROM WS-AUD-ACTION-LINE

           MOVE "  BEFORE:"     TO WS-AUD-TAG
           IF WS-BEF-LINE-COUNT = 0
               MOVE SPACES        TO WS-AUD-CHARGE-TYPE
               MOVE "(NONE)"      TO WS-AUD-CHARGE-CODE
               MOVE 0             TO WS-AUD-PCT
               MOVE WS-BEF-STATUS TO WS-AUD-STATUS
               WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE
           END-IF
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-BEF-LINE-COUNT
               MOVE WS-BEF-CHARGE-TYPE(WS-SPL-SUB)
                   TO WS-AUD-CHARGE-TYPE
               MOVE WS-BEF-CHARGE-CODE(WS-SPL-SUB)
                   TO WS-AUD-CHARGE-CODE
               MOVE WS-BEF-PCT(WS-SPL-SUB) TO WS-AUD-PCT
               MOVE WS-BEF-STATUS          TO WS-AUD-STATUS
               WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE
               MOVE SPACES TO WS-AUD-TAG
           END-PERFORM

           MOVE "  AFTER :"     TO WS-AUD-TAG
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > ALC-LINE-COUNT
               MOVE ALC-CHARGE-TYPE(WS-SPL-SUB) TO WS-AUD-CHARGE-TYPE
               MOVE ALC-CHARGE-CODE(WS-SPL-SUB) TO WS-AUD-CHARGE-CODE
               MOVE ALC-PCT(WS-SPL-SUB)         TO WS-AUD-PCT
               MOVE ALC-STATUS                  TO WS-AUD-STATUS
               WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE
               MOVE SPACES TO WS-AUD-TAG
           END-PERFORM

           MOVE ALL "-" TO AUDIT-LINE
           WRITE AUDIT-LINE.

       WRITE-ERR-PARA.
           MOVE ATR-ACTION       TO AERR-ACTION
           MOVE ATR-EMP-ID       TO AERR-EMP-ID
           MOVE ATR-EFF-PERIOD   TO AERR-EFF-PERIOD
           MOVE WS-REJECT-REASON TO AERR-REASON
           DISPLAY "TRAN REJECTED FOR EMP ID: " ATR-EMP-ID
               " - " WS-REJECT-REASON

           WRITE ALC-ERR-REC
           ADD 1 TO WS-REJECT-COUNT.

       FINAL-PARA.
           CLOSE ALC-TRAN-FILE
           CLOSE ALLOC-MAST-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE ALC-ERR-FILE
           CLOSE AUDIT-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "ALLOCATION MAINTENANCE COMPLETE"
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
