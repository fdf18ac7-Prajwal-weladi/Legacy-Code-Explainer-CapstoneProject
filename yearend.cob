      *YEAR-TO-DATE FIELDS, ARCHIVES THE CLOSING FIGURES TO THE YTD
      *HISTORY FILE FOR AUDIT, AND THEN ZEROES THE YTD FIELDS ON THE
      *MASTER SO THE NEW FISCAL YEAR STARTS CLEAN. THE FISCAL YEAR
      *END DATE COMES FROM THE RUN PARAMETER FILE. THE STATEMENT ALSO
      *SHOWS THE TAX-SAVING DEDUCTIONS ALLOWED FOR THE YEAR, SECTION
      *BY SECTION, ON THE SAME DECLARED / VERIFIED BASIS PAYROLL01
      *TAXED ON, AND THE TAXABLE INCOME LEFT AFTER THEM. PAYROLL01
      *ONLY APPLIES DECLARATIONS WHEN TAX SLABS ARE LOADED, SO AT A
      *FLAT-RATE SITE NOTHING IS ALLOWED AND THE STATEMENT SAYS SO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

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

           SELECT TAX-SLAB-FILE
               ASSIGN TO TAXSLAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXSLAB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-PARM-FILE.
       COPY RUNPARM.

       FD DECL-MASTER-FILE.
       COPY DECLMAST.

       FD DCL-SECT-FILE.
       COPY DCLSECT.

       FD TAX-SLAB-FILE.
       COPY TAXSLAB.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
       01 WS-RUNPARM-STATUS       PIC XX.
       01 WS-FISCAL-YEAR-END      PIC X(8) VALUE SPACES.

      *    TAX-SAVING DECLARATIONS. THE DECLARATION ROW IS KEYED BY
      *    THE 31 MARCH THE FISCAL YEAR ENDS ON, WORKED OUT FROM THE
      *    PARM DATE THE SAME WAY PAYROLL01 DOES. BOTH FILES ARE
      *    OPTIONAL - WITHOUT THEM THE STATEMENT SHOWS NO DEDUCTIONS.
      *    THE SLAB ROWS ARE ONLY COUNTED: WITH NONE ON FILE PAYROLL01
      *    TAXED AT THE FLAT RATE AND ALLOWED NO DECLARATIONS.
       01 WS-DECL-CTL.
          05 WS-DECLMAST-STATUS   PIC XX.
          05 WS-DCLSECT-STATUS    PIC XX.
          05 WS-TAXSLAB-STATUS    PIC XX.
          05 WS-TS-COUNT          PIC 9(3) VALUE 0.
          05 WS-DECL-FILE-OPEN    PIC X VALUE 'N'.
          05 WS-DECL-FOUND        PIC X VALUE 'N'.
          05 WS-DS-FOUND          PIC X VALUE 'N'.
          05 WS-PROOF-BASIS       PIC X VALUE 'D'.
             88 WS-USE-VERIFIED   VALUE 'V'.
          05 WS-FY-END            PIC X(8) VALUE SPACES.
          05 WS-FY-YEAR           PIC 9(4).
          05 WS-FY-END-MMDD       PIC X(4) VALUE "0331".
          05 WS-DS-COUNT          PIC 9(3) VALUE 0.
          05 WS-DS-MAX            PIC 9(3) VALUE 20.
          05 WS-DCL-IDX           PIC 9(2).
          05 WS-DCL-SLOTS         PIC 9(2) VALUE 8.
          05 WS-DCL-AMOUNT        PIC S9(9)V99.
          05 WS-SEC-LIMIT         PIC 9(9)V99.
          05 WS-SEC-DESC          PIC X(20).
          05 WS-DECL-ALLOWED      PIC S9(11)V99.
          05 WS-TAXABLE-INCOME    PIC S9(11)V99.

       01 WS-SECT-TABLE.
          05 WS-DS-ENTRY OCCURS 20 TIMES INDEXED BY DS-IDX.
             10 WS-DS-CODE        PIC X(4).
             10 WS-DS-DESC        PIC X(20).
             10 WS-DS-LIMIT       PIC 9(9)V99.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-STMT-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-YTD-BASIC     PIC S9(11)V99 VALUE 0.
          05 WS-TOT-YTD-TAX       PIC S9(11)V99 VALUE 0.
          05 WS-TOT-YTD-NET       PIC S9(11)V99 VALUE 0.
          05 WS-TOT-ALLOWED       PIC S9(11)V99 VALUE 0.

       01 WS-GROSS-PAY            PIC S9(11)V99.

          05 WS-AL-LABEL           PIC X(20).
          05 WS-AL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SECT-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-SL-CODE            PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-SL-DESC            PIC X(20).
          05 FILLER                PIC X(1) VALUE ":".
          05 WS-SL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           OPEN I-O EMP-MASTER-FILE
           OPEN EXTEND YTD-HIST-FILE
           OPEN OUTPUT STATEMENT-FILE
           PERFORM LOAD-RUN-PARM-PARA
           PERFORM LOAD-TAX-SLAB-PARA
           PERFORM LOAD-DECL-SECT-PARA.

       LOAD-RUN-PARM-PARA.
           OPEN INPUT RUN-PARM-FILE
                   NOT AT END
                       MOVE PARM-PAY-PERIOD-END
                           TO WS-FISCAL-YEAR-END
                       IF PARM-PROOF-VERIFIED
                           MOVE PARM-TAX-PROOF TO WS-PROOF-BASIS
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.

       LOAD-TAX-SLAB-PARA.
           OPEN INPUT TAX-SLAB-FILE
           IF WS-TAXSLAB-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAX-SLAB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TS-COUNT
                   END-READ
               END-PERFORM
               CLOSE TAX-SLAB-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

      *    A DATE IN JANUARY TO MARCH BELONGS TO THE YEAR ENDING THAT
      *    MARCH, ANY OTHER TO THE NEXT MARCH. WITH NO USABLE PARM
      *    DATE THERE IS NO YEAR TO LOOK UP, SO NO DEDUCTIONS SHOW.
       LOAD-DECL-SECT-PARA.
           IF WS-FISCAL-YEAR-END NUMERIC
               MOVE WS-FISCAL-YEAR-END(1:4) TO WS-FY-YEAR
               IF WS-FISCAL-YEAR-END(5:2) > "03"
                   ADD 1 TO WS-FY-YEAR
               END-IF
               MOVE WS-FY-YEAR     TO WS-FY-END(1:4)
               MOVE WS-FY-END-MMDD TO WS-FY-END(5:4)
               OPEN INPUT DECL-MASTER-FILE
               IF WS-DECLMAST-STATUS = "00"
                   MOVE 'Y' TO WS-DECL-FILE-OPEN
               END-IF
           END-IF
           OPEN INPUT DCL-SECT-FILE
           IF WS-DCLSECT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DCL-SECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM ADD-DECL-SECT-PARA
                   END-READ
               END-PERFORM
               CLOSE DCL-SECT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ADD-DECL-SECT-PARA.
           IF WS-DS-COUNT < WS-DS-MAX
               ADD 1 TO WS-DS-COUNT
               MOVE SEC-CODE  TO WS-DS-CODE(WS-DS-COUNT)
               MOVE SEC-DESC  TO WS-DS-DESC(WS-DS-COUNT)
               MOVE SEC-LIMIT TO WS-DS-LIMIT(WS-DS-COUNT)
           END-IF.

       READ-MASTER-PARA.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM PRINT-DECL-PARA

           MOVE "ANNUAL DEDUCTIONS" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           ADD MST-YTD-TAX   TO WS-TOT-YTD-TAX
           ADD MST-YTD-NET   TO WS-TOT-YTD-NET.

      *    ONE LINE PER DECLARED SECTION AT WHAT IT ALLOWED - THE
      *    DECLARED OR VERIFIED AMOUNT CAPPED AT THE SECTION LIMIT,
      *    NOTHING FOR A SECTION NO LONGER ON THE LIMITS FILE, AND
      *    NOTHING AT ALL WITHOUT TAX SLABS, WHEN THE TAXABLE INCOME
      *    IS THE WHOLE GROSS.
       PRINT-DECL-PARA.
           MOVE 0 TO WS-DECL-ALLOWED
           MOVE 'N' TO WS-DECL-FOUND
           IF WS-DECL-FILE-OPEN = 'Y'
               MOVE MST-EMP-ID TO DCL-EMP-ID
               MOVE WS-FY-END  TO DCL-FY-END
               READ DECL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DECL-FOUND
               END-READ
           END-IF
           IF WS-DECL-FOUND = 'Y'
               MOVE "TAX-SAVING DEDUCTIONS ALLOWED" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                       UNTIL WS-DCL-IDX > WS-DCL-SLOTS
                   IF DCL-SEC-CODE(WS-DCL-IDX) NOT = SPACES
                       PERFORM PRINT-SECTION-PARA
                   END-IF
               END-PERFORM
               MOVE "  TOTAL ALLOWED   :" TO WS-AL-LABEL
               MOVE WS-DECL-ALLOWED  TO WS-AL-AMOUNT
               WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
               COMPUTE WS-TAXABLE-INCOME = WS-GROSS-PAY
                   - WS-DECL-ALLOWED
               IF WS-TAXABLE-INCOME < 0
                   MOVE 0 TO WS-TAXABLE-INCOME
               END-IF
               MOVE "  TAXABLE INCOME  :" TO WS-AL-LABEL
               MOVE WS-TAXABLE-INCOME TO WS-AL-AMOUNT
               WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
               IF WS-TS-COUNT = 0
                   MOVE "  (FLAT TAX RATE - DECLARATIONS NOT APPLIED)"
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD WS-DECL-ALLOWED TO WS-TOT-ALLOWED
           END-IF.

       PRINT-SECTION-PARA.
           MOVE 'N' TO WS-DS-FOUND
           MOVE 0 TO WS-SEC-LIMIT
           MOVE "NOT ON LIMITS FILE" TO WS-SEC-DESC
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DS-COUNT
               IF WS-DS-CODE(DS-IDX) = DCL-SEC-CODE(WS-DCL-IDX)
                   MOVE 'Y' TO WS-DS-FOUND
                   MOVE WS-DS-LIMIT(DS-IDX) TO WS-SEC-LIMIT
                   MOVE WS-DS-DESC(DS-IDX)  TO WS-SEC-DESC
               END-IF
           END-PERFORM
           IF WS-USE-VERIFIED
               MOVE DCL-SEC-VERIFIED(WS-DCL-IDX) TO WS-DCL-AMOUNT
           ELSE
               MOVE DCL-SEC-DECLARED(WS-DCL-IDX) TO WS-DCL-AMOUNT
           END-IF
           IF WS-DS-FOUND = 'N' OR WS-DCL-AMOUNT < 0
               OR WS-TS-COUNT = 0
               MOVE 0 TO WS-DCL-AMOUNT
           END-IF
           IF WS-DCL-AMOUNT > WS-SEC-LIMIT
               MOVE WS-SEC-LIMIT TO WS-DCL-AMOUNT
           END-IF
           ADD WS-DCL-AMOUNT TO WS-DECL-ALLOWED
           MOVE DCL-SEC-CODE(WS-DCL-IDX) TO WS-SL-CODE
           MOVE WS-SEC-DESC              TO WS-SL-DESC
           MOVE WS-DCL-AMOUNT            TO WS-SL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-SECT-LINE.

       WRITE-HISTORY-PARA.
           MOVE WS-FISCAL-YEAR-END TO HIS-FISCAL-YEAR-END
           MOVE MST-EMP-ID         TO HIS-EMP-ID
           CLOSE EMP-MASTER-FILE
           CLOSE YTD-HIST-FILE
           CLOSE STATEMENT-FILE
           IF WS-DECL-FILE-OPEN = 'Y'
               CLOSE DECL-MASTER-FILE
           END-IF
           DISPLAY "----------------------------------"
           DISPLAY "YEAR-END CLOSE COMPLETE"
           DISPLAY "FISCAL YEAR END : " WS-FISCAL-YEAR-END
           DISPLAY "YTD BASIC TOTAL : " WS-TOT-YTD-BASIC
           DISPLAY "YTD TAX TOTAL   : " WS-TOT-YTD-TAX
           DISPLAY "YTD NET TOTAL   : " WS-TOT-YTD-NET
           DISPLAY "DEDUCTNS ALLOWED: " WS-TOT-ALLOWED
           DISPLAY "----------------------------------".
