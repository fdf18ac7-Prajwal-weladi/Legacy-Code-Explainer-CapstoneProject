       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCLMAINT01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *BATCH MAINTENANCE FOR THE TAX-SAVING DECLARATIONS FILE, IN THE
      *SAME STYLE AS SALMAINT01. READS A TRANSACTION FILE OF DECLARE /
      *PROOF / REMOVE ACTIONS KEYED BY HR, APPLIES THEM TO THE
      *EMPLOYEE'S DECLARATION ROW FOR THE FISCAL YEAR, REJECTS BAD
      *TRANSACTIONS WITH A REASON, AND PRINTS A BEFORE/AFTER AUDIT
      *REPORT OF EVERY APPLIED CHANGE. EVERY AMOUNT IS CHECKED
      *AGAINST THE SECTION LIMITS FILE, SO NOTHING OVER THE LIMIT
      *EVER REACHES THE FILE PAYROLL01 TAXES FROM. THE FISCAL YEAR
      *RUNS APRIL TO MARCH, SO A YEAR IS ALWAYS KEYED BY ITS 31 MARCH
      *END DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCL-TRAN-FILE
               ASSIGN TO DCLTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DECL-MASTER-FILE
               ASSIGN TO DECLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-KEY
               FILE STATUS IS WS-DECLMAST-STATUS.

           SELECT DCL-SECT-FILE
               ASSIGN TO DCLSECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCLSECT-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT DCL-ERR-FILE
               ASSIGN TO DCLERR
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-RPT-FILE
               ASSIGN TO DCLAUDIT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DCL-TRAN-FILE.
       COPY DCLTRAN.

       FD DECL-MASTER-FILE.
       COPY DECLMAST.

       FD DCL-SECT-FILE.
       COPY DCLSECT.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD DCL-ERR-FILE.
       COPY DCLERR.

       FD AUDIT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-REJECT-FLAG       PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-DECL-FOUND        PIC X VALUE 'N'.
          05 WS-SECT-FOUND        PIC X VALUE 'N'.

       01 WS-REJECT-REASON        PIC X(35) VALUE SPACES.
       01 WS-DECLMAST-STATUS      PIC XX.
       01 WS-DCLSECT-STATUS       PIC XX.
       01 WS-TODAY                PIC X(8).
       01 WS-FY-END-MMDD          PIC X(4) VALUE "0331".

      *    THE SECTION LIMITS, LOADED AT INIT. THE FILE IS REQUIRED
      *    HERE - WITHOUT IT NO AMOUNT CAN BE CHECKED.
       01 WS-SECT-CTL.
          05 WS-DS-COUNT          PIC 9(3) VALUE 0.
          05 WS-DS-MAX            PIC 9(3) VALUE 20.
          05 WS-DS-LIMIT-FOUND    PIC 9(9)V99 VALUE 0.

       01 WS-SECT-TABLE.
          05 WS-DS-ENTRY OCCURS 20 TIMES INDEXED BY DS-IDX.
             10 WS-DS-CODE        PIC X(4).
             10 WS-DS-LIMIT       PIC 9(9)V99.

      *    WHERE THE TRANSACTION'S SECTION SITS ON THE DECLARATION
      *    ROW (ZERO = NOT ON IT), AND THE FIRST EMPTY SLOT.
       01 WS-SLOT-WORK.
          05 WS-SLOT              PIC 9(2) VALUE 0.
          05 WS-FREE-SLOT         PIC 9(2) VALUE 0.
          05 WS-SLOT-IDX          PIC 9(2) VALUE 0.
          05 WS-SLOT-MAX          PIC 9(2) VALUE 8.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-DECLARE-COUNT     PIC 9(5) VALUE 0.
          05 WS-PROOF-COUNT       PIC 9(5) VALUE 0.
          05 WS-REMOVE-COUNT      PIC 9(5) VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(5) VALUE 0.

      *    SNAPSHOT OF THE SECTION AS IT STOOD BEFORE THE
      *    TRANSACTION WAS APPLIED, FOR THE BEFORE LINE OF THE AUDIT.
       01 WS-BEFORE-IMAGE.
          05 WS-BEF-DECLARED      PIC S9(9)V99.
          05 WS-BEF-VERIFIED      PIC S9(9)V99.
          05 WS-AFT-DECLARED      PIC S9(9)V99.
          05 WS-AFT-VERIFIED      PIC S9(9)V99.

       01 WS-AUD-HDR-LINE.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(40)
              VALUE "TAX DECLARATION MAINTENANCE AUDIT".

       01 WS-AUD-ACTION-LINE.
          05 FILLER               PIC X(8) VALUE "ACTION: ".
          05 WS-AUD-ACTION        PIC X(10).
          05 FILLER               PIC X(8) VALUE "EMP ID: ".
          05 WS-AUD-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(9) VALUE "  FY END ".
          05 WS-AUD-FY-END        PIC X(8).
          05 FILLER               PIC X(11) VALUE "  SECTION: ".
          05 WS-AUD-SEC-CODE      PIC X(4).
          05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-AUD-COL-LINE.
          05 FILLER               PIC X(9)  VALUE SPACES.
          05 FILLER               PIC X(17) VALUE "        DECLARED".
          05 FILLER               PIC X(17) VALUE "        VERIFIED".
          05 FILLER               PIC X(37) VALUE SPACES.

       01 WS-AUD-DETAIL-LINE.
          05 WS-AUD-TAG           PIC X(9).
          05 WS-AUD-DECLARED      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-AUD-VERIFIED      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-SECT-PARA
           OPEN INPUT DCL-TRAN-FILE
      *    THE FIRST DECLARATION RUN AT A SITE HAS NO FILE YET, SO A
      *    FILE-NOT-FOUND (35) CREATES THE INDEXED FILE HERE. ANY
      *    OTHER FAILURE ABORTS.
           OPEN I-O DECL-MASTER-FILE
           IF WS-DECLMAST-STATUS = "35"
               OPEN OUTPUT DECL-MASTER-FILE
               CLOSE DECL-MASTER-FILE
               OPEN I-O DECL-MASTER-FILE
           END-IF
           IF WS-DECLMAST-STATUS NOT = "00"
               DISPLAY "DECLARATION FILE NOT USABLE - STATUS "
                   WS-DECLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT DCL-ERR-FILE
           OPEN OUTPUT AUDIT-RPT-FILE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM WS-AUD-HDR-LINE
           MOVE ALL "=" TO AUDIT-LINE
           WRITE AUDIT-LINE
           WRITE AUDIT-LINE FROM WS-AUD-COL-LINE.

       LOAD-SECT-PARA.
           OPEN INPUT DCL-SECT-FILE
           IF WS-DCLSECT-STATUS NOT = "00"
               DISPLAY "SECTION LIMITS FILE NOT USABLE - STATUS "
                   WS-DCLSECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DCL-SECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DS-COUNT < WS-DS-MAX
                           ADD 1 TO WS-DS-COUNT
                           MOVE SEC-CODE  TO WS-DS-CODE(WS-DS-COUNT)
                           MOVE SEC-LIMIT TO WS-DS-LIMIT(WS-DS-COUNT)
                       ELSE
                           DISPLAY
                               "SECTION TABLE FULL - ROW DROPPED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DCL-SECT-FILE
           MOVE 'N' TO WS-EOF.

       READ-PARA.
           READ DCL-TRAN-FILE
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
           PERFORM LOOKUP-SECT-PARA
           PERFORM LOOKUP-DECL-PARA
      *        MUTUALLY EXCLUSIVE SO ONLY THE FIRST/MOST SPECIFIC
      *        REASON IS KEPT WHEN MORE THAN ONE CHECK APPLIES.
           IF NOT DTR-DECLARE AND NOT DTR-PROOF AND NOT DTR-REMOVE
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "ACTION CODE NOT D, P OR X"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-MASTER-FOUND = 'N'
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "EMPLOYEE ID NOT FOUND ON MASTER"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-KEY-PARA
               END-IF
           END-IF
           IF WS-REJECT-FLAG = 'N'
               EVALUATE TRUE
                   WHEN DTR-DECLARE
                       PERFORM VALIDATE-DECLARE-PARA
                   WHEN DTR-PROOF
                       PERFORM VALIDATE-PROOF-PARA
                   WHEN DTR-REMOVE
                       PERFORM VALIDATE-REMOVE-PARA
               END-EVALUATE
           END-IF.

       VALIDATE-KEY-PARA.
           IF MST-TERMINATED AND NOT DTR-REMOVE
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "EMPLOYEE TERMINATED - NO CHANGE"
                   TO WS-REJECT-REASON
           ELSE
               IF DTR-FY-END NOT NUMERIC
                   OR DTR-FY-END(5:4) NOT = WS-FY-END-MMDD
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "FISCAL YEAR END NOT YYYY0331"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SECT-FOUND = 'N'
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "SECTION CODE NOT ON LIMITS FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-DECLARE-PARA.
           IF DTR-AMOUNT < 0
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "AMOUNT LESS THAN ZERO"
                   TO WS-REJECT-REASON
           ELSE
               IF DTR-AMOUNT > WS-DS-LIMIT-FOUND
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "DECLARED AMOUNT OVER SECTION LIMIT"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SLOT = 0 AND WS-FREE-SLOT = 0
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "NO FREE SECTION SLOT ON DECLARATION"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    PROOF IS ONLY TAKEN AGAINST A SECTION THE EMPLOYEE HAS
      *    DECLARED. IT MAY BE LESS OR MORE THAN THE DECLARED
      *    AMOUNT, BUT NEVER OVER THE SECTION LIMIT.
       VALIDATE-PROOF-PARA.
           IF WS-SLOT = 0
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "SECTION NOT DECLARED - NO PROOF"
                   TO WS-REJECT-REASON
           ELSE
               IF DTR-AMOUNT < 0
                   MOVE 'Y' TO WS-REJECT-FLAG
                   MOVE "AMOUNT LESS THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF DTR-AMOUNT > WS-DS-LIMIT-FOUND
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "VERIFIED AMOUNT OVER SECTION LIMIT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-REMOVE-PARA.
           IF WS-SLOT = 0
               MOVE 'Y' TO WS-REJECT-FLAG
               MOVE "SECTION NOT ON DECLARATION"
                   TO WS-REJECT-REASON
           END-IF.

       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE DTR-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.

       LOOKUP-SECT-PARA.
           MOVE 'N' TO WS-SECT-FOUND
           MOVE 0 TO WS-DS-LIMIT-FOUND
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               IF WS-DS-CODE(DS-IDX) = DTR-SEC-CODE
                   MOVE 'Y' TO WS-SECT-FOUND
                   MOVE WS-DS-LIMIT(DS-IDX) TO WS-DS-LIMIT-FOUND
               END-IF
           END-PERFORM.

      *    READS THE EMPLOYEE'S ROW FOR THE YEAR AND FINDS THE
      *    SECTION ON IT. A MISSING ROW IS LAID OUT EMPTY IN THE
      *    BUFFER SO A DECLARE CAN FILL ITS FIRST SLOT AND WRITE IT.
       LOOKUP-DECL-PARA.
           MOVE 'N' TO WS-DECL-FOUND
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-FREE-SLOT
           MOVE DTR-EMP-ID TO DCL-EMP-ID
           MOVE DTR-FY-END TO DCL-FY-END
           READ DECL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DECL-FOUND
           END-READ
           IF WS-DECL-FOUND = 'N'
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-MAX
                   MOVE SPACES TO DCL-SEC-CODE(WS-SLOT-IDX)
                   MOVE 0 TO DCL-SEC-DECLARED(WS-SLOT-IDX)
                   MOVE 0 TO DCL-SEC-VERIFIED(WS-SLOT-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-MAX
               IF DCL-SEC-CODE(WS-SLOT-IDX) = DTR-SEC-CODE
                   MOVE WS-SLOT-IDX TO WS-SLOT
               END-IF
               IF DCL-SEC-CODE(WS-SLOT-IDX) = SPACES
                   AND WS-FREE-SLOT = 0
                   MOVE WS-SLOT-IDX TO WS-FREE-SLOT
               END-IF
           END-PERFORM.

       APPLY-PARA.
           PERFORM SAVE-BEFORE-PARA
           EVALUATE TRUE
               WHEN DTR-DECLARE
                   PERFORM APPLY-DECLARE-PARA
               WHEN DTR-PROOF
                   PERFORM APPLY-PROOF-PARA
               WHEN DTR-REMOVE
                   PERFORM APPLY-REMOVE-PARA
           END-EVALUATE
           PERFORM SAVE-DECL-PARA
           IF WS-REJECT-FLAG = 'Y'
               PERFORM WRITE-ERR-PARA
           ELSE
               EVALUATE TRUE
                   WHEN DTR-DECLARE
                       ADD 1 TO WS-DECLARE-COUNT
                   WHEN DTR-PROOF
                       ADD 1 TO WS-PROOF-COUNT
                   WHEN DTR-REMOVE
                       ADD 1 TO WS-REMOVE-COUNT
               END-EVALUATE
               PERFORM PRINT-AUDIT-PARA
           END-IF.

       SAVE-BEFORE-PARA.
           IF WS-SLOT > 0
               MOVE DCL-SEC-DECLARED(WS-SLOT) TO WS-BEF-DECLARED
               MOVE DCL-SEC-VERIFIED(WS-SLOT) TO WS-BEF-VERIFIED
           ELSE
               MOVE 0 TO WS-BEF-DECLARED
               MOVE 0 TO WS-BEF-VERIFIED
           END-IF.

      *    A NEW SECTION STARTS WITH NOTHING VERIFIED. RE-DECLARING
      *    A SECTION LEAVES ANY PROOF ALREADY SEEN IN PLACE.
       APPLY-DECLARE-PARA.
           IF WS-SLOT = 0
               MOVE WS-FREE-SLOT TO WS-SLOT
               MOVE DTR-SEC-CODE TO DCL-SEC-CODE(WS-SLOT)
               MOVE 0 TO DCL-SEC-VERIFIED(WS-SLOT)
           END-IF
           MOVE DTR-AMOUNT TO DCL-SEC-DECLARED(WS-SLOT)
           MOVE DCL-SEC-DECLARED(WS-SLOT) TO WS-AFT-DECLARED
           MOVE DCL-SEC-VERIFIED(WS-SLOT) TO WS-AFT-VERIFIED
           MOVE "DECLARE" TO WS-AUD-ACTION.

       APPLY-PROOF-PARA.
           MOVE DTR-AMOUNT TO DCL-SEC-VERIFIED(WS-SLOT)
           MOVE DCL-SEC-DECLARED(WS-SLOT) TO WS-AFT-DECLARED
           MOVE DCL-SEC-VERIFIED(WS-SLOT) TO WS-AFT-VERIFIED
           MOVE "PROOF" TO WS-AUD-ACTION.

       APPLY-REMOVE-PARA.
           MOVE SPACES TO DCL-SEC-CODE(WS-SLOT)
           MOVE 0 TO DCL-SEC-DECLARED(WS-SLOT)
           MOVE 0 TO DCL-SEC-VERIFIED(WS-SLOT)
           MOVE 0 TO WS-AFT-DECLARED
           MOVE 0 TO WS-AFT-VERIFIED
           MOVE "REMOVE" TO WS-AUD-ACTION.

      *    THE ROW IS KEPT EVEN WHEN ITS LAST SECTION IS REMOVED -
      *    AN EMPTY DECLARATION SIMPLY ALLOWS NOTHING.
       SAVE-DECL-PARA.
           MOVE WS-TODAY TO DCL-LAST-UPDATED
           IF WS-DECL-FOUND = 'Y'
               REWRITE DECL-MASTER-REC
           ELSE
               WRITE DECL-MASTER-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-FLAG
                       MOVE "DECLARATION WRITE FAILED"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.

       PRINT-AUDIT-PARA.
           MOVE DTR-EMP-ID     TO WS-AUD-EMP-ID
           MOVE DTR-FY-END     TO WS-AUD-FY-END
           MOVE DTR-SEC-CODE   TO WS-AUD-SEC-CODE
           WRITE AUDIT-LINE FROM WS-AUD-ACTION-LINE

           MOVE "  BEFORE:"        TO WS-AUD-TAG
           MOVE WS-BEF-DECLARED   TO WS-AUD-DECLARED
           MOVE WS-BEF-VERIFIED   TO WS-AUD-VERIFIED
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE "  AFTER :"        TO WS-AUD-TAG
           MOVE WS-AFT-DECLARED   TO WS-AUD-DECLARED
           MOVE WS-AFT-VERIFIED   TO WS-AUD-VERIFIED
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL-LINE

           MOVE ALL "-" TO AUDIT-LINE
           WRITE AUDIT-LINE.

       WRITE-ERR-PARA.
           MOVE DTR-ACTION       TO DERR-ACTION
           MOVE DTR-EMP-ID       TO DERR-EMP-ID
           MOVE DTR-FY-END       TO DERR-FY-END
           MOVE DTR-SEC-CODE     TO DERR-SEC-CODE
           MOVE DTR-AMOUNT       TO DERR-AMOUNT
           MOVE WS-REJECT-REASON TO DERR-REASON
           DISPLAY "TRAN REJECTED FOR EMP ID: " DTR-EMP-ID
               " - " WS-REJECT-REASON

           WRITE DCL-ERR-REC
           ADD 1 TO WS-REJECT-COUNT.

       FINAL-PARA.
           CLOSE DCL-TRAN-FILE
           CLOSE DECL-MASTER-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE DCL-ERR-FILE
           CLOSE AUDIT-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "DECLARATION MAINTENANCE COMPLETE"
           DISPLAY "SECTIONS LOADED : " WS-DS-COUNT
           DISPLAY "TRANS READ      : " WS-READ-COUNT
           DISPLAY "DECLARES APPLIED: " WS-DECLARE-COUNT
           DISPLAY "PROOFS APPLIED  : " WS-PROOF-COUNT
           DISPLAY "REMOVES APPLIED : " WS-REMOVE-COUNT
           DISPLAY "TRANS REJECTED  : " WS-REJECT-COUNT
           DISPLAY "----------------------------------".
