       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRESP01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *APPLIES THE BANK'S PRENOTE RESPONSE FILE TO THE EMPLOYEE
      *MASTER. EACH RESPONSE IS MATCHED TO THE EMPLOYEE BY ID AND TO
      *THE BANK DETAILS THAT WERE PRENOTED; AN ACCOUNT STILL PENDING
      *VERIFICATION IS MARKED VERIFIED, SO BANKFEED01 STARTS FEEDING
      *IT, OR REJECTED, SO IT STAYS ON THE CHEQUE RUN UNTIL HR KEYS
      *CORRECTED DETAILS (WHICH SENDS A FRESH PRENOTE). A RESPONSE FOR
      *DETAILS SINCE CHANGED AGAIN, OR FOR AN ACCOUNT NO LONGER
      *PENDING, IS REPORTED AND LEFT ALONE - ONLY THE BANK'S ANSWER
      *ON THE CURRENT DETAILS CAN VERIFY THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PN-RESP-FILE
               ASSIGN TO PNRESP
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT PN-RPT-FILE
               ASSIGN TO PNRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PN-RESP-FILE.
       COPY PNRESP.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD PN-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PN-RPT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.

       01 WS-TOTALS.
          05 WS-RESP-COUNT        PIC 9(5) VALUE 0.
          05 WS-VERIFY-COUNT      PIC 9(5) VALUE 0.
          05 WS-REJECT-COUNT      PIC 9(5) VALUE 0.
          05 WS-IGNORE-COUNT      PIC 9(5) VALUE 0.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(36)
              VALUE "PRENOTE RESPONSE APPLICATION REPORT".

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(21) VALUE "BANK ACCOUNT".
          05 FILLER               PIC X(9)  VALUE "RESULT".
          05 FILLER               PIC X(23) VALUE "NOTE".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RPT-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-ACCT-NO       PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-RESULT        PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-NOTE          PIC X(23).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-RESP-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           OPEN INPUT PN-RESP-FILE
           OPEN I-O EMP-MASTER-FILE
           OPEN OUTPUT PN-RPT-FILE
           MOVE SPACES TO PN-RPT-LINE
           WRITE PN-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO PN-RPT-LINE
           WRITE PN-RPT-LINE
           WRITE PN-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO PN-RPT-LINE
           WRITE PN-RPT-LINE.

       READ-RESP-PARA.
           READ PN-RESP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RESP-COUNT
           END-READ.

       PROCESS-PARA.
           IF WS-EOF = 'N'
               MOVE PNR-EMP-ID       TO WS-RPT-EMP-ID
               MOVE PNR-BANK-ACCT-NO TO WS-RPT-ACCT-NO
               MOVE SPACES           TO WS-RPT-EMP-NAME
               MOVE SPACES           TO WS-RPT-NOTE
               PERFORM LOOKUP-MASTER-PARA
               IF WS-MASTER-FOUND = 'N'
                   MOVE "IGNORED" TO WS-RPT-RESULT
                   MOVE "EMP ID NOT ON MASTER" TO WS-RPT-NOTE
                   ADD 1 TO WS-IGNORE-COUNT
               ELSE
                   MOVE MST-EMP-NAME TO WS-RPT-EMP-NAME
                   PERFORM APPLY-RESP-PARA
               END-IF
               WRITE PN-RPT-LINE FROM WS-RPT-DETAIL-LINE
               PERFORM READ-RESP-PARA
           END-IF.

       LOOKUP-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE PNR-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.

      *    MUTUALLY EXCLUSIVE SO ONLY THE FIRST REASON A RESPONSE
      *    CANNOT BE APPLIED IS REPORTED.
       APPLY-RESP-PARA.
           EVALUATE TRUE
               WHEN NOT PNR-VERIFIED AND NOT PNR-REJECTED
                   MOVE "IGNORED" TO WS-RPT-RESULT
                   MOVE "RESULT NOT V OR R" TO WS-RPT-NOTE
                   ADD 1 TO WS-IGNORE-COUNT
               WHEN PNR-BANK-ACCT-NO NOT = MST-BANK-ACCT-NO
                   OR PNR-BANK-IFSC NOT = MST-BANK-IFSC
                   MOVE "IGNORED" TO WS-RPT-RESULT
                   MOVE "DETAILS CHANGED SINCE" TO WS-RPT-NOTE
                   ADD 1 TO WS-IGNORE-COUNT
               WHEN NOT MST-BANK-PENDING
                   MOVE "IGNORED" TO WS-RPT-RESULT
                   MOVE "ACCOUNT NOT PENDING" TO WS-RPT-NOTE
                   ADD 1 TO WS-IGNORE-COUNT
               WHEN PNR-VERIFIED
                   MOVE 'V' TO MST-BANK-STATUS
                   REWRITE EMP-MASTER-REC
                   MOVE "VERIFIED" TO WS-RPT-RESULT
                   ADD 1 TO WS-VERIFY-COUNT
               WHEN OTHER
                   MOVE 'R' TO MST-BANK-STATUS
                   REWRITE EMP-MASTER-REC
                   MOVE "REJECTED" TO WS-RPT-RESULT
                   MOVE PNR-REASON-DESC TO WS-RPT-NOTE
                   DISPLAY "PRENOTE REJECTED - EMP ID: " PNR-EMP-ID
                       " " PNR-REASON-CODE
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       FINAL-PARA.
           MOVE ALL "-" TO PN-RPT-LINE
           WRITE PN-RPT-LINE
           CLOSE PN-RESP-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE PN-RPT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "PRENOTE RESPONSES APPLIED"
           DISPLAY "RESPONSES READ  : " WS-RESP-COUNT
           DISPLAY "VERIFIED        : " WS-VERIFY-COUNT
           DISPLAY "REJECTED        : " WS-REJECT-COUNT
           DISPLAY "IGNORED         : " WS-IGNORE-COUNT
           DISPLAY "----------------------------------".
