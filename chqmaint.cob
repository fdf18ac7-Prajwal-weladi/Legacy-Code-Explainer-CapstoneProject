      *IS CANCELLED FOR RE-ISSUE - AND REWRITES THE MATCHING REGISTER
      *ROWS IN PLACE. ONLY A CHEQUE STILL IN ISSUED STATUS CAN
      *CHANGE; ANYTHING ELSE IS REPORTED AND LEFT ALONE, SO A CLEARED
      *CHEQUE CAN NEVER BE QUIETLY VOIDED. EVERY CHEQUE VOIDED IS
      *ALSO WRITTEN TO A CANCELLATION FILE FOR THE BANK, SO A VOIDED
      *CHEQUE ALREADY SENT ON THE POSITIVE-PAY FILE IS STOPPED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO CHQREG
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHQ-CANC-FILE
               ASSIGN TO CHQCANC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CHQ-REG-FILE.
       COPY CHQREG.

       FD CHQ-CANC-FILE.
       COPY POSPAY.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
          05 WS-BADSTAT-COUNT     PIC 9(5) VALUE 0.
          05 WS-UNMATCH-COUNT     PIC 9(5) VALUE 0.
          05 WS-CANC-COUNT        PIC 9(5) VALUE 0.

       01 WS-TODAY                PIC X(8) VALUE SPACES.

      *    THE STATUS TRANSACTIONS ARE LOADED INTO THIS TABLE AT
      *    INIT SO THE REGISTER CAN BE UPDATED IN ONE SEQUENTIAL
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-TRAN-PARA
           OPEN I-O CHQ-REG-FILE
           OPEN OUTPUT CHQ-CANC-FILE.

       LOAD-TRAN-PARA.
           OPEN INPUT CHQ-TRAN-FILE
               MOVE WS-CT-STATUS(CT-IDX) TO CQ-STATUS
               REWRITE CHQ-REG-REC
               ADD 1 TO WS-APPLIED-COUNT
               IF CQ-VOID
                   PERFORM WRITE-CANC-PARA
               END-IF
           ELSE
               DISPLAY "CHEQUE " CQ-CHEQUE-NO
                   " NOT IN ISSUED STATUS - LEFT AS " CQ-STATUS
               ADD 1 TO WS-BADSTAT-COUNT
           END-IF.

       WRITE-CANC-PARA.
           MOVE 'V'           TO PP-ACTION
           MOVE CQ-CHEQUE-NO  TO PP-CHEQUE-NO
           MOVE CQ-EMP-NAME   TO PP-PAYEE
           MOVE CQ-AMOUNT     TO PP-AMOUNT
           MOVE CQ-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE WS-TODAY      TO PP-VOID-DATE
           WRITE POS-PAY-REC
           ADD 1 TO WS-CANC-COUNT.

       REPORT-UNMATCHED-PARA.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CT-COUNT

       FINAL-PARA.
           CLOSE CHQ-REG-FILE
           CLOSE CHQ-CANC-FILE
           DISPLAY "----------------------------------"
           DISPLAY "CHEQUE STATUS MAINTENANCE COMPLETE"
           DISPLAY "TRANS READ      : " WS-TRAN-COUNT
           DISPLAY "STATUS APPLIED  : " WS-APPLIED-COUNT
           DISPLAY "BAD STATUS      : " WS-BADSTAT-COUNT
           DISPLAY "UNMATCHED TRANS : " WS-UNMATCH-COUNT
           DISPLAY "CANCELLATIONS   : " WS-CANC-COUNT
           DISPLAY "----------------------------------".
