       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXPROJ01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *ON-DEMAND PROJECTED ANNUAL TAX STATEMENT, IN THE SAME STYLE AS
      *THE YEAREND01 STATEMENT, SO AN EMPLOYEE CAN SEE PART WAY
      *THROUGH THE FISCAL YEAR (APRIL TO MARCH) WHAT THEIR
      *TAX-SAVING DECLARATIONS ARE WORTH AND WHAT IS STILL TO COME
      *OUT OF THEIR PAY. THE AS-OF PAY PERIOD AND THE DECLARED /
      *VERIFIED SWITCH COME FROM THE RUN PARAMETER FILE, SO THE
      *FIGURES MATCH WHAT PAYROLL01 WOULD USE. THE YEAR-TO-DATE
      *GROSS ON THE MASTER IS PROJECTED TO A FULL YEAR AT THE SAME
      *AVERAGE PER PERIOD OF THE EMPLOYEE'S PAY GROUP, THE GROUP'S
      *PERIODS BEING COUNTED OFF THE PAY CALENDAR. EACH DECLARED
      *SECTION IS SHOWN DECLARED AGAINST VERIFIED AGAINST ITS LIMIT,
      *AND THE ANNUAL TAX DUE ON WHAT IS LEFT IS SET AGAINST THE TAX
      *ALREADY WITHHELD TO GIVE THE BALANCE STILL TO WITHHOLD AND
      *WHAT THAT COMES TO PER REMAINING PAY PERIOD OF THE GROUP.
      *READ ONLY - NOTHING IS UPDATED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

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

           SELECT DEPT-RATE-FILE
               ASSIGN TO DEPTRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTRATE-STATUS.

           SELECT RUN-PARM-FILE
               ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT TAXP-PARM-FILE
               ASSIGN TO TAXPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXPPARM-STATUS.

           SELECT PAY-CAL-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO TAXPROJ
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD DECL-MASTER-FILE.
       COPY DECLMAST.

       FD DCL-SECT-FILE.
       COPY DCLSECT.

       FD TAX-SLAB-FILE.
       COPY TAXSLAB.

       FD DEPT-RATE-FILE.
       COPY DEPTRATE.

       FD RUN-PARM-FILE.
       COPY RUNPARM.

       FD TAXP-PARM-FILE.
       COPY TAXPPARM.

       FD PAY-CAL-FILE.
       COPY PAYCAL.

       FD STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 STATEMENT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-DECL-FILE-OPEN    PIC X VALUE 'N'.
          05 WS-DECL-FOUND        PIC X VALUE 'N'.
          05 WS-DS-FOUND          PIC X VALUE 'N'.

       01 WS-DECLMAST-STATUS      PIC XX.
       01 WS-DCLSECT-STATUS       PIC XX.
       01 WS-TAXSLAB-STATUS       PIC XX.
       01 WS-DEPTRATE-STATUS      PIC XX.
       01 WS-RUNPARM-STATUS       PIC XX.
       01 WS-TAXPPARM-STATUS      PIC XX.
       01 WS-PAYCAL-STATUS        PIC XX.
       01 WS-CAL-ON-FILE          PIC X VALUE 'N'.
       01 WS-GROUP-FOUND          PIC X VALUE 'N'.
       01 WS-PERIODS-OK           PIC X VALUE 'Y'.
       01 WS-PAY-GROUP            PIC X(2).
       01 WS-PAY-FREQUENCY        PIC X(1).

       01 WS-PAY-PERIOD-END       PIC X(8) VALUE SPACES.
       01 WS-SEL-EMP-ID           PIC X(5) VALUE SPACES.
       01 WS-TAX-RATE             PIC V99 VALUE .15.
       01 WS-WORK-TAX-RATE        PIC V999.

      *    DECLARED AMOUNTS COUNT UNLESS THE RUN PARM SAYS ONLY
      *    PROOF-VERIFIED AMOUNTS DO - THE SAME SWITCH PAYROLL01 USES.
       01 WS-PROOF-BASIS          PIC X VALUE 'D'.
          88 WS-USE-VERIFIED      VALUE 'V'.

      *    THE FISCAL YEAR THE AS-OF PERIOD FALLS IN, HOW MANY
      *    MONTHS OF IT ARE PAID (APRIL = 1 ... MARCH = 12) FOR A
      *    MONTHLY RUN WITH NO PAY CALENDAR, AND THE CURRENT
      *    EMPLOYEE'S PERIODS A YEAR, PAID AND STILL TO PAY.
       01 WS-FY-WORK.
          05 WS-FY-START          PIC X(8) VALUE SPACES.
          05 WS-FY-END            PIC X(8) VALUE SPACES.
          05 WS-FY-YEAR           PIC 9(4).
          05 WS-FY-START-MMDD     PIC X(4) VALUE "0401".
          05 WS-FY-END-MMDD       PIC X(4) VALUE "0331".
          05 WS-PERIOD-MONTH      PIC 9(2).
          05 WS-MONTHS-ELAPSED    PIC 9(2).
          05 WS-PERIODS-YEAR      PIC 9(2) VALUE 12.
          05 WS-ELAPSED           PIC 9(2).
          05 WS-REMAINING-PERIODS PIC 9(2).

      *    EACH PAY GROUP ON THE CALENDAR WITH ITS FREQUENCY AND THE
      *    NUMBER OF ITS PERIODS ENDING IN THE FISCAL YEAR ON OR
      *    BEFORE THE AS-OF PERIOD (PAID) AND AFTER IT (STILL TO PAY).
       01 WS-GROUP-CTL.
          05 WS-GRP-COUNT         PIC 9(3) VALUE 0.
          05 WS-GRP-MAX           PIC 9(3) VALUE 50.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY OCCURS 50 TIMES INDEXED BY GRP-IDX.
             10 WS-GRP-CODE       PIC X(2).
             10 WS-GRP-FREQUENCY  PIC X(1).
             10 WS-GRP-ELAPSED    PIC 9(2).
             10 WS-GRP-REMAINING  PIC 9(2).

       01 WS-TAX-SLAB-CTL.
          05 WS-TS-COUNT          PIC 9(3) VALUE 0.
          05 WS-TS-MAX            PIC 9(3) VALUE 10.

       01 WS-TAX-SLAB-TABLE.
          05 WS-TS-ENTRY OCCURS 10 TIMES INDEXED BY TS-IDX.
             10 WS-TS-FLOOR       PIC 9(9)V99.
             10 WS-TS-CEILING     PIC 9(9)V99.
             10 WS-TS-RATE        PIC V999.

       01 WS-DEPT-RATE-CTL.
          05 WS-DR-COUNT          PIC 9(3) VALUE 0.
          05 WS-DR-MAX            PIC 9(3) VALUE 50.

       01 WS-DEPT-RATE-TABLE.
          05 WS-DR-ENTRY OCCURS 50 TIMES INDEXED BY DR-IDX.
             10 WS-DR-DEPT-CODE   PIC X(4).
             10 WS-DR-TAX-RATE    PIC V999.

       01 WS-SECT-CTL.
          05 WS-DS-COUNT          PIC 9(3) VALUE 0.
          05 WS-DS-MAX            PIC 9(3) VALUE 20.

       01 WS-SECT-TABLE.
          05 WS-DS-ENTRY OCCURS 20 TIMES INDEXED BY DS-IDX.
             10 WS-DS-CODE        PIC X(4).
             10 WS-DS-DESC        PIC X(20).
             10 WS-DS-LIMIT       PIC 9(9)V99.

       01 WS-CALC-WORK.
          05 WS-DCL-IDX           PIC 9(2).
          05 WS-DCL-SLOTS         PIC 9(2) VALUE 8.
          05 WS-DCL-AMOUNT        PIC S9(9)V99.
          05 WS-SEC-LIMIT         PIC 9(9)V99.
          05 WS-SEC-DESC          PIC X(20).
          05 WS-TOT-DECLARED      PIC S9(11)V99.
          05 WS-TOT-VERIFIED      PIC S9(11)V99.
          05 WS-DECL-ALLOWED      PIC S9(11)V99.
          05 WS-YTD-GROSS         PIC S9(11)V99.
          05 WS-ANNUAL-GROSS      PIC S9(11)V99.
          05 WS-ANNUAL-TAXABLE    PIC S9(11)V99.
          05 WS-ANNUAL-TAX        PIC S9(11)V99.
          05 WS-SLAB-PORTION      PIC S9(11)V99.
          05 WS-REMAINING-TAX     PIC S9(11)V99.
          05 WS-PER-PERIOD-TAX    PIC S9(11)V99.

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-STMT-COUNT        PIC 9(5) VALUE 0.
          05 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
          05 WS-TOT-ANNUAL-TAX    PIC S9(11)V99 VALUE 0.
          05 WS-TOT-REMAINING     PIC S9(11)V99 VALUE 0.

       01 WS-HDR-LINE-1.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(30)
              VALUE "PRAJWAL ENTERPRISES PVT LTD".

       01 WS-HDR-LINE-2.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
              VALUE "PROJECTED ANNUAL TAX STATEMENT".

       01 WS-DETAIL-LINE.
          05 WS-DL-LABEL           PIC X(20).
          05 WS-DL-VALUE           PIC X(30).

       01 WS-AMOUNT-LINE.
          05 WS-AL-LABEL           PIC X(20).
          05 WS-AL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SECT-COL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(26) VALUE "SECT DESCRIPTION".
          05 FILLER               PIC X(13) VALUE "     DECLARED".
          05 FILLER               PIC X(13) VALUE "     VERIFIED".
          05 FILLER               PIC X(13) VALUE "        LIMIT".
          05 FILLER               PIC X(13) VALUE "      ALLOWED".

      *    THE FULL 20-CHARACTER DESCRIPTION FITS THE 80 COLUMNS ONLY
      *    WITH THE AMOUNTS SET SIDE BY SIDE; THEIR LEADING ZERO
      *    SUPPRESSION KEEPS THE COLUMNS APART.
       01 WS-SECT-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SL-CODE           PIC X(4).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-SL-DESC           PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-SL-DECLARED       PIC ZZ,ZZZ,ZZ9.99.
          05 WS-SL-VERIFIED       PIC ZZ,ZZZ,ZZ9.99.
          05 WS-SL-LIMIT          PIC ZZ,ZZZ,ZZ9.99.
          05 WS-SL-ALLOWED        PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-MASTER-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

       INIT-PARA.
           PERFORM LOAD-RUN-PARM-PARA
           IF WS-PAY-PERIOD-END = SPACES
               OR WS-PAY-PERIOD-END NOT NUMERIC
               DISPLAY "NO AS-OF PAY PERIOD ON RUN PARM - STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-FISCAL-YEAR-PARA
           PERFORM LOAD-PAY-CAL-PARA
           PERFORM LOAD-TAXP-PARM-PARA
           PERFORM LOAD-TAX-SLAB-PARA
           PERFORM LOAD-DEPT-RATE-PARA
           PERFORM LOAD-SECT-PARA
           OPEN INPUT EMP-MASTER-FILE
           OPEN INPUT DECL-MASTER-FILE
           IF WS-DECLMAST-STATUS = "00"
               MOVE 'Y' TO WS-DECL-FILE-OPEN
           END-IF
           OPEN OUTPUT STATEMENT-FILE.

       LOAD-RUN-PARM-PARA.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PAY-PERIOD-END TO WS-PAY-PERIOD-END
                       MOVE PARM-TAX-RATE       TO WS-TAX-RATE
                       IF PARM-PROOF-VERIFIED
                           MOVE PARM-TAX-PROOF TO WS-PROOF-BASIS
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.

      *    A PERIOD IN JANUARY TO MARCH BELONGS TO THE YEAR ENDING
      *    THAT MARCH, ANY OTHER TO THE NEXT MARCH. THE MONTHS PAID
      *    SO FAR COUNT FROM APRIL UP TO AND INCLUDING THE AS-OF
      *    PERIOD, WHICH IS TAKEN AS ALREADY PAID.
       SET-FISCAL-YEAR-PARA.
           MOVE WS-PAY-PERIOD-END(1:4) TO WS-FY-YEAR
           MOVE WS-PAY-PERIOD-END(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH > 3
               ADD 1 TO WS-FY-YEAR
               COMPUTE WS-MONTHS-ELAPSED = WS-PERIOD-MONTH - 3
           ELSE
               COMPUTE WS-MONTHS-ELAPSED = WS-PERIOD-MONTH + 9
           END-IF
           MOVE WS-FY-YEAR       TO WS-FY-END(1:4)
           MOVE WS-FY-END-MMDD   TO WS-FY-END(5:4)
           SUBTRACT 1 FROM WS-FY-YEAR
           MOVE WS-FY-YEAR       TO WS-FY-START(1:4)
           MOVE WS-FY-START-MMDD TO WS-FY-START(5:4).

      *    THE CALENDAR IS OPTIONAL, AS IT IS FOR PAYROLL01. EVERY
      *    ROW WHOSE PERIOD ENDS IN THE FISCAL YEAR COUNTS FOR ITS
      *    GROUP AS PAID (ON OR BEFORE THE AS-OF PERIOD) OR STILL TO
      *    PAY (AFTER IT).
       LOAD-PAY-CAL-PARA.
           OPEN INPUT PAY-CAL-FILE
           IF WS-PAYCAL-STATUS = "00"
               MOVE 'Y' TO WS-CAL-ON-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAY-CAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAL-PERIOD-END NOT < WS-FY-START
                               AND CAL-PERIOD-END NOT > WS-FY-END
                               PERFORM COUNT-CAL-PERIOD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CAL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       COUNT-CAL-PERIOD-PARA.
           MOVE CAL-PAY-GROUP TO WS-PAY-GROUP
           PERFORM FIND-PAY-GROUP-PARA
           IF WS-GROUP-FOUND = 'N'
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   SET GRP-IDX TO WS-GRP-COUNT
                   MOVE CAL-PAY-GROUP TO WS-GRP-CODE(GRP-IDX)
                   MOVE CAL-FREQUENCY TO WS-GRP-FREQUENCY(GRP-IDX)
                   MOVE 0 TO WS-GRP-ELAPSED(GRP-IDX)
                   MOVE 0 TO WS-GRP-REMAINING(GRP-IDX)
                   MOVE 'Y' TO WS-GROUP-FOUND
               ELSE
                   DISPLAY "PAY GROUP TABLE FULL - GROUP DROPPED: "
                       CAL-PAY-GROUP
               END-IF
           END-IF
           IF WS-GROUP-FOUND = 'Y'
               IF CAL-PERIOD-END NOT > WS-PAY-PERIOD-END
                   ADD 1 TO WS-GRP-ELAPSED(GRP-IDX)
               ELSE
                   ADD 1 TO WS-GRP-REMAINING(GRP-IDX)
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
                   WHEN WS-GRP-CODE(GRP-IDX) = WS-PAY-GROUP
                       MOVE 'Y' TO WS-GROUP-FOUND
               END-SEARCH
           END-IF.

       LOAD-TAXP-PARM-PARA.
           OPEN INPUT TAXP-PARM-FILE
           IF WS-TAXPPARM-STATUS = "00"
               READ TAXP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XPARM-EMP-ID TO WS-SEL-EMP-ID
               END-READ
               CLOSE TAXP-PARM-FILE
           END-IF.

      *    THE SLAB FILE IS OPTIONAL - WITHOUT IT THE PROJECTION USES
      *    THE FLAT RATE, AS PAYROLL01 DOES, AND DECLARATIONS DO NOT
      *    CHANGE THE TAX.
       LOAD-TAX-SLAB-PARA.
           OPEN INPUT TAX-SLAB-FILE
           IF WS-TAXSLAB-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TAX-SLAB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-TS-COUNT < WS-TS-MAX
                               ADD 1 TO WS-TS-COUNT
                               MOVE TS-SLAB-FLOOR
                                   TO WS-TS-FLOOR(WS-TS-COUNT)
                               MOVE TS-SLAB-CEILING
                                   TO WS-TS-CEILING(WS-TS-COUNT)
                               MOVE TS-SLAB-RATE
                                   TO WS-TS-RATE(WS-TS-COUNT)
                           ELSE
                               DISPLAY
                                   "TAX SLAB TABLE FULL - ROW DROPPED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-SLAB-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       LOAD-DEPT-RATE-PARA.
           OPEN INPUT DEPT-RATE-FILE
           IF WS-DEPTRATE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPT-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DR-COUNT < WS-DR-MAX
                               ADD 1 TO WS-DR-COUNT
                               MOVE DR-DEPT-CODE
                                   TO WS-DR-DEPT-CODE(WS-DR-COUNT)
                               MOVE DR-TAX-RATE
                                   TO WS-DR-TAX-RATE(WS-DR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-RATE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       LOAD-SECT-PARA.
           OPEN INPUT DCL-SECT-FILE
           IF WS-DCLSECT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DCL-SECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DS-COUNT < WS-DS-MAX
                               ADD 1 TO WS-DS-COUNT
                               MOVE SEC-CODE
                                   TO WS-DS-CODE(WS-DS-COUNT)
                               MOVE SEC-DESC
                                   TO WS-DS-DESC(WS-DS-COUNT)
                               MOVE SEC-LIMIT
                                   TO WS-DS-LIMIT(WS-DS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DCL-SECT-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       READ-MASTER-PARA.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *    A NAMED EMPLOYEE GETS A STATEMENT WHATEVER THEIR STATUS;
      *    AN ALL-EMPLOYEE RUN COVERS THE ACTIVE ONES ONLY.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF WS-SEL-EMP-ID = SPACES
                   IF MST-ACTIVE
                       PERFORM PROJECT-EMPLOYEE-PARA
                   END-IF
               ELSE
                   IF MST-EMP-ID = WS-SEL-EMP-ID
                       PERFORM PROJECT-EMPLOYEE-PARA
                   END-IF
               END-IF
               PERFORM READ-MASTER-PARA
           END-IF.

       PROJECT-EMPLOYEE-PARA.
           PERFORM SET-GROUP-PERIODS-PARA
           IF WS-PERIODS-OK = 'Y'
               PERFORM PROJECT-PARA
               PERFORM PRINT-STATEMENT-PARA
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

      *    THE EMPLOYEE'S PAY GROUP (BLANK IS MN) GIVES THE PERIODS A
      *    YEAR FROM ITS CALENDAR FREQUENCY AND THE PERIODS PAID AND
      *    STILL TO PAY FROM ITS CALENDAR ROWS IN THE FISCAL YEAR.
      *    WITH NO CALENDAR ON FILE ONLY MN CAN BE PAID, MONTHLY, SO
      *    ITS PERIODS ARE THE CALENDAR MONTHS.
       SET-GROUP-PERIODS-PARA.
           MOVE 'Y' TO WS-PERIODS-OK
           MOVE MST-PAY-GROUP TO WS-PAY-GROUP
           IF WS-PAY-GROUP = SPACES
               MOVE "MN" TO WS-PAY-GROUP
           END-IF
           IF WS-CAL-ON-FILE = 'N'
               IF WS-PAY-GROUP = "MN"
                   MOVE 'M' TO WS-PAY-FREQUENCY
                   MOVE WS-MONTHS-ELAPSED TO WS-ELAPSED
                   COMPUTE WS-REMAINING-PERIODS =
                       12 - WS-MONTHS-ELAPSED
               ELSE
                   DISPLAY "NO PAY CALENDAR ON FILE - GROUP "
                       WS-PAY-GROUP " NOT PROJECTED: " MST-EMP-ID
                   MOVE 'N' TO WS-PERIODS-OK
               END-IF
           ELSE
               PERFORM FIND-PAY-GROUP-PARA
               IF WS-GROUP-FOUND = 'Y'
                   MOVE WS-GRP-FREQUENCY(GRP-IDX) TO WS-PAY-FREQUENCY
                   MOVE WS-GRP-ELAPSED(GRP-IDX)   TO WS-ELAPSED
                   MOVE WS-GRP-REMAINING(GRP-IDX)
                       TO WS-REMAINING-PERIODS
               ELSE
                   DISPLAY "GROUP " WS-PAY-GROUP
                       " NOT ON PAY CALENDAR FOR FISCAL YEAR "
                       WS-FY-END " - NOT PROJECTED: " MST-EMP-ID
                   MOVE 'N' TO WS-PERIODS-OK
               END-IF
           END-IF
           IF WS-PERIODS-OK = 'Y'
               PERFORM SET-FREQUENCY-PARA
           END-IF.

       SET-FREQUENCY-PARA.
           EVALUATE WS-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-YEAR
               WHEN 'F'
                   MOVE 26 TO WS-PERIODS-YEAR
               WHEN 'S'
                   MOVE 24 TO WS-PERIODS-YEAR
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-YEAR
               WHEN OTHER
                   DISPLAY "BAD PAY FREQUENCY ON CALENDAR FOR GROUP "
                       WS-PAY-GROUP ": " WS-PAY-FREQUENCY
                       " - NOT PROJECTED: " MST-EMP-ID
                   MOVE 'N' TO WS-PERIODS-OK
           END-EVALUATE.

      *    THE YEAR-TO-DATE GROSS IS PROJECTED TO THE GROUP'S PERIODS
      *    A YEAR AT THE AVERAGE OVER THE PERIODS PAID SO FAR; BEFORE
      *    THE GROUP'S FIRST PERIOD OF THE YEAR THERE IS NO AVERAGE
      *    AND THE GROSS TO DATE STANDS. WITH SLABS, THE ALLOWED
      *    DECLARATIONS COME OFF BEFORE THE ANNUAL TAX IS WORKED OUT;
      *    WITHOUT, THE FLAT RATE (DEPARTMENT RATE WHERE THERE IS ONE)
      *    APPLIES TO THE WHOLE PROJECTED GROSS.
       PROJECT-PARA.
           COMPUTE WS-YTD-GROSS = MST-YTD-BASIC + MST-YTD-BONUS
           IF WS-ELAPSED > 0
               COMPUTE WS-ANNUAL-GROSS ROUNDED =
                   WS-YTD-GROSS * WS-PERIODS-YEAR / WS-ELAPSED
           ELSE
               MOVE WS-YTD-GROSS TO WS-ANNUAL-GROSS
           END-IF
           PERFORM DECL-TOTALS-PARA
           IF WS-TS-COUNT = 0
               MOVE WS-ANNUAL-GROSS TO WS-ANNUAL-TAXABLE
               PERFORM LOOKUP-DEPT-RATE-PARA
               COMPUTE WS-ANNUAL-TAX ROUNDED =
                   WS-ANNUAL-GROSS * WS-WORK-TAX-RATE
           ELSE
               COMPUTE WS-ANNUAL-TAXABLE =
                   WS-ANNUAL-GROSS - WS-DECL-ALLOWED
               IF WS-ANNUAL-TAXABLE < 0
                   MOVE 0 TO WS-ANNUAL-TAXABLE
               END-IF
               PERFORM SLAB-ANNUAL-TAX-PARA
           END-IF
           COMPUTE WS-REMAINING-TAX = WS-ANNUAL-TAX - MST-YTD-TAX
           IF WS-REMAINING-PERIODS > 0 AND WS-REMAINING-TAX > 0
               COMPUTE WS-PER-PERIOD-TAX ROUNDED =
                   WS-REMAINING-TAX / WS-REMAINING-PERIODS
           ELSE
               MOVE 0 TO WS-PER-PERIOD-TAX
           END-IF.

       LOOKUP-DEPT-RATE-PARA.
           MOVE WS-TAX-RATE TO WS-WORK-TAX-RATE
           IF WS-DR-COUNT > 0
               SET DR-IDX TO 1
               SEARCH WS-DR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DR-DEPT-CODE(DR-IDX) = MST-DEPT-CODE
                       MOVE WS-DR-TAX-RATE(DR-IDX)
                           TO WS-WORK-TAX-RATE
               END-SEARCH
           END-IF.

       SLAB-ANNUAL-TAX-PARA.
           MOVE 0 TO WS-ANNUAL-TAX
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > WS-TS-COUNT
               IF WS-ANNUAL-TAXABLE > WS-TS-FLOOR(TS-IDX)
                   IF WS-ANNUAL-TAXABLE > WS-TS-CEILING(TS-IDX)
                       COMPUTE WS-SLAB-PORTION =
                           WS-TS-CEILING(TS-IDX) - WS-TS-FLOOR(TS-IDX)
                   ELSE
                       COMPUTE WS-SLAB-PORTION =
                           WS-ANNUAL-TAXABLE - WS-TS-FLOOR(TS-IDX)
                   END-IF
                   COMPUTE WS-ANNUAL-TAX ROUNDED = WS-ANNUAL-TAX
                       + WS-SLAB-PORTION * WS-TS-RATE(TS-IDX)
               END-IF
           END-PERFORM.

       DECL-TOTALS-PARA.
           MOVE 0 TO WS-TOT-DECLARED
           MOVE 0 TO WS-TOT-VERIFIED
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
               PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                       UNTIL WS-DCL-IDX > WS-DCL-SLOTS
                   IF DCL-SEC-CODE(WS-DCL-IDX) NOT = SPACES
                       PERFORM SECTION-ALLOWED-PARA
                       ADD DCL-SEC-DECLARED(WS-DCL-IDX)
                           TO WS-TOT-DECLARED
                       ADD DCL-SEC-VERIFIED(WS-DCL-IDX)
                           TO WS-TOT-VERIFIED
                       ADD WS-DCL-AMOUNT TO WS-DECL-ALLOWED
                   END-IF
               END-PERFORM
           END-IF.

      *    WHAT ONE SECTION ALLOWS - THE DECLARED OR VERIFIED AMOUNT
      *    CAPPED AT THE SECTION LIMIT. A SECTION NO LONGER ON THE
      *    LIMITS FILE ALLOWS NOTHING.
       SECTION-ALLOWED-PARA.
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
               MOVE 0 TO WS-DCL-AMOUNT
           END-IF
           IF WS-DCL-AMOUNT > WS-SEC-LIMIT
               MOVE WS-SEC-LIMIT TO WS-DCL-AMOUNT
           END-IF.

       PRINT-STATEMENT-PARA.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-HDR-LINE-1

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-HDR-LINE-2

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "FISCAL YEAR END:" TO WS-DL-LABEL
           MOVE WS-FY-END        TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "AS AT PERIOD  :" TO WS-DL-LABEL
           MOVE WS-PAY-PERIOD-END TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "EMPLOYEE ID   :" TO WS-DL-LABEL
           MOVE MST-EMP-ID       TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "EMPLOYEE NAME :" TO WS-DL-LABEL
           MOVE MST-EMP-NAME     TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "DEPARTMENT    :" TO WS-DL-LABEL
           MOVE MST-DEPT-CODE    TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "PAY GROUP     :" TO WS-DL-LABEL
           MOVE WS-PAY-GROUP     TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "PERIODS A YEAR:" TO WS-DL-LABEL
           MOVE WS-PERIODS-YEAR  TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "AMOUNTS USED  :" TO WS-DL-LABEL
           IF WS-USE-VERIFIED
               MOVE "PROOF VERIFIED" TO WS-DL-VALUE
           ELSE
               MOVE "DECLARED"       TO WS-DL-VALUE
           END-IF
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "EARNINGS" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "  GROSS TO DATE   :" TO WS-AL-LABEL
           MOVE WS-YTD-GROSS     TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  PROJECTED YEAR  :" TO WS-AL-LABEL
           MOVE WS-ANNUAL-GROSS  TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "TAX-SAVING DECLARATIONS" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-DECL-FOUND = 'Y'
               WRITE STATEMENT-LINE FROM WS-SECT-COL-LINE
               PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                       UNTIL WS-DCL-IDX > WS-DCL-SLOTS
                   IF DCL-SEC-CODE(WS-DCL-IDX) NOT = SPACES
                       PERFORM PRINT-SECTION-PARA
                   END-IF
               END-PERFORM
           ELSE
               MOVE "  NONE ON FILE FOR THIS FISCAL YEAR"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE "  TOTAL DECLARED  :" TO WS-AL-LABEL
           MOVE WS-TOT-DECLARED  TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  TOTAL VERIFIED  :" TO WS-AL-LABEL
           MOVE WS-TOT-VERIFIED  TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  TOTAL ALLOWED   :" TO WS-AL-LABEL
           MOVE WS-DECL-ALLOWED  TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
           IF WS-TS-COUNT = 0
               MOVE "  (FLAT TAX RATE - DECLARATIONS NOT APPLIED)"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "TAX" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "  TAXABLE INCOME  :" TO WS-AL-LABEL
           MOVE WS-ANNUAL-TAXABLE TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  TAX DUE FOR YEAR:" TO WS-AL-LABEL
           MOVE WS-ANNUAL-TAX    TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "  WITHHELD TO DATE:" TO WS-AL-LABEL
           MOVE MST-YTD-TAX      TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "STILL TO WITHHOLD :" TO WS-AL-LABEL
           MOVE WS-REMAINING-TAX TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE "PERIODS REMAINING :" TO WS-DL-LABEL
           MOVE WS-REMAINING-PERIODS TO WS-DL-VALUE
           WRITE STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE "PER PERIOD        :" TO WS-AL-LABEL
           MOVE WS-PER-PERIOD-TAX TO WS-AL-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           ADD 1 TO WS-STMT-COUNT
           ADD WS-ANNUAL-TAX    TO WS-TOT-ANNUAL-TAX
           ADD WS-REMAINING-TAX TO WS-TOT-REMAINING.

       PRINT-SECTION-PARA.
           PERFORM SECTION-ALLOWED-PARA
           MOVE DCL-SEC-CODE(WS-DCL-IDX)     TO WS-SL-CODE
           MOVE WS-SEC-DESC                  TO WS-SL-DESC
           MOVE DCL-SEC-DECLARED(WS-DCL-IDX) TO WS-SL-DECLARED
           MOVE DCL-SEC-VERIFIED(WS-DCL-IDX) TO WS-SL-VERIFIED
           MOVE WS-SEC-LIMIT                 TO WS-SL-LIMIT
           MOVE WS-DCL-AMOUNT                TO WS-SL-ALLOWED
           WRITE STATEMENT-LINE FROM WS-SECT-LINE.

       FINAL-PARA.
           CLOSE EMP-MASTER-FILE
           IF WS-DECL-FILE-OPEN = 'Y'
               CLOSE DECL-MASTER-FILE
           END-IF
           CLOSE STATEMENT-FILE
           DISPLAY "----------------------------------"
           DISPLAY "TAX PROJECTION COMPLETE"
           DISPLAY "AS AT PERIOD    : " WS-PAY-PERIOD-END
           DISPLAY "FISCAL YEAR END : " WS-FY-END
           DISPLAY "AMOUNTS USED    : " WS-PROOF-BASIS
           DISPLAY "MASTERS READ    : " WS-READ-COUNT
           DISPLAY "STATEMENTS      : " WS-STMT-COUNT
           DISPLAY "NOT PROJECTED   : " WS-SKIP-COUNT
           DISPLAY "ANNUAL TAX TOTAL: " WS-TOT-ANNUAL-TAX
           DISPLAY "STILL TO WITHHLD: " WS-TOT-REMAINING
           DISPLAY "----------------------------------".
