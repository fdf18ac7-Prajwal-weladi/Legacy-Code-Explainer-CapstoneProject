       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALEXTR01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *BUILDS THE REGULAR-RUN PAY INPUT (EMP-IN-FILE) FOR PAYROLL01
      *STRAIGHT FROM THE MASTERS, SO THE INPUT FILE AND THE SALARY
      *MASTER CAN NEVER DISAGREE. EVERY ACTIVE EMPLOYEE ON THE
      *EMPLOYEE MASTER GETS ONE DETAIL RECORD CARRYING THE BASIC
      *SALARY IN FORCE FOR THE PAY PERIOD ON THE RUN PARAMETER FILE -
      *THE LATEST ACTIVE SALARY MASTER ROW EFFECTIVE ON OR BEFORE
      *THE PERIOD END, SO A FUTURE-DATED INCREMENT IS PICKED UP THE
      *FIRST PERIOD IT FALLS DUE AND NOT BEFORE. THE FILE IS WRAPPED
      *IN THE HEADER (PERIOD, CREATION DATE) AND TRAILER (DETAIL
      *COUNT, HASH TOTAL OF BASIC) PAYROLL01'S PRE-PASS VERIFIES. AN
      *ACTIVE EMPLOYEE WITH NO RATE IN FORCE IS LEFT OFF THE FILE AND
      *LISTED ON THE EXTRACT REPORT FOR HR TO SET UP THROUGH
      *SALMAINT01, AND SO IS ONE WHOSE RATE IN FORCE WAS KEYED FOR A
      *DIFFERENT PAY GROUP - AN EMPLOYEE MOVED TO A NEW GROUP NEEDS A
      *RATE FOR THE NEW GROUP'S PERIOD BEFORE THEY ARE PAID IN IT,
      *NOT THE OLD PERIOD'S AMOUNT. SUPPLEMENTAL AND ADJUSTMENT
      *INPUT IS STILL KEYED SEPARATELY - THIS EXTRACT IS THE REGULAR
      *CYCLE ONLY. EACH PAY GROUP IS EXTRACTED SEPARATELY FOR ITS
      *OWN PERIOD - ONLY THE EMPLOYEES IN THE PAY GROUP ON THE RUN
      *PARAMETER FILE ARE WRITTEN, AND THE GROUP GOES ON THE HEADER
      *FOR PAYROLL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID.

           SELECT SAL-MASTER-FILE
               ASSIGN TO SALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-KEY
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT RUN-PARM-FILE
               ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT EMP-IN-FILE
               ASSIGN TO EMPIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-RPT-FILE
               ASSIGN TO SALXRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD SAL-MASTER-FILE.
       COPY SALMAST.

       FD RUN-PARM-FILE.
       COPY RUNPARM.

       FD EMP-IN-FILE.
       COPY EMPIN.

       FD EXTRACT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 EXTRACT-RPT-LINE        PIC X(80).

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-SAL-EOF           PIC X VALUE 'N'.
          05 WS-RATE-FOUND        PIC X VALUE 'N'.

       01 WS-SALMAST-STATUS       PIC XX.
       01 WS-RUNPARM-STATUS       PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.

       01 WS-PAY-PERIOD-END       PIC X(8) VALUE SPACES.
       01 WS-PAY-GROUP            PIC X(2) VALUE "MN".
       01 WS-MST-GROUP            PIC X(2).
       01 WS-SAL-GROUP            PIC X(2).
       01 WS-TODAY                PIC X(8).

      *    THE RATE IN FORCE FOR THE CURRENT EMPLOYEE, AND HOW MANY
      *    LATER-DATED ROWS ARE STILL WAITING FOR THEIR PERIOD.
       01 WS-RATE-WORK.
          05 WS-RATE-BASIC-SAL    PIC S9(7)V99.
          05 WS-RATE-GRADE        PIC X(4).
          05 WS-RATE-EFF-PERIOD   PIC X(8).
          05 WS-RATE-PAY-GROUP    PIC X(2).
          05 WS-RATE-HELD-COUNT   PIC 9(3).

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-TOTALS.
          05 WS-MST-COUNT         PIC 9(5) VALUE 0.
          05 WS-INACTIVE-COUNT    PIC 9(5) VALUE 0.
          05 WS-OTHER-GROUP-COUNT PIC 9(5) VALUE 0.
          05 WS-DETAIL-COUNT      PIC 9(5) VALUE 0.
          05 WS-NORATE-COUNT      PIC 9(5) VALUE 0.
          05 WS-WRONG-GROUP-COUNT PIC 9(5) VALUE 0.
          05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
          05 WS-HASH-BASIC        PIC S9(11)V99 VALUE 0.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(36)
              VALUE "PAYROLL INPUT EXTRACT REPORT".

       01 WS-RPT-PERIOD-LINE.
          05 FILLER               PIC X(20)
              VALUE "PAY PERIOD ENDING : ".
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(16)
              VALUE "    PAY GROUP : ".
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(5)  VALUE "DEPT ".
          05 FILLER               PIC X(6)  VALUE "GRADE ".
          05 FILLER               PIC X(9)  VALUE "EFFECTIVE".
          05 FILLER               PIC X(14) VALUE "  BASIC SALARY".
          05 FILLER               PIC X(19) VALUE "  HELD".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RPT-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-DEPT-CODE     PIC X(4).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-GRADE         PIC X(4).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RPT-EFF-PERIOD    PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-BASIC-SAL     PIC Z,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RPT-HELD          PIC ZZ9.
          05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-RPT-NORATE-LINE.
          05 FILLER               PIC X(28)
              VALUE "** NO SALARY RATE IN FORCE: ".
          05 WS-RPT-NR-EMP-ID     PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-NR-EMP-NAME   PIC X(20).
          05 FILLER               PIC X(26)
              VALUE " - LEFT OFF THE INPUT FILE".

       01 WS-RPT-WRONG-GROUP-LINE.
          05 FILLER               PIC X(28)
              VALUE "** RATE IN FORCE FOR GROUP ".
          05 WS-RPT-WG-GROUP      PIC X(2).
          05 FILLER               PIC X(2) VALUE ": ".
          05 WS-RPT-WG-EMP-ID     PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RPT-WG-EMP-NAME   PIC X(20).
          05 FILLER               PIC X(22)
              VALUE " - LEFT OFF THE FILE".

       01 WS-RPT-COUNT-LINE.
          05 WS-RPT-CNT-LABEL     PIC X(30).
          05 WS-RPT-CNT-VALUE     PIC ZZ,ZZ9.
          05 FILLER               PIC X(44) VALUE SPACES.

       01 WS-RPT-AMOUNT-LINE.
          05 WS-RPT-AMT-LABEL     PIC X(30).
          05 WS-RPT-AMT-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-MASTER-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    THE PERIOD DRIVES WHICH RATE IS IN FORCE, SO WITHOUT ONE
      *    THE RUN ABORTS BEFORE THE INPUT FILE IS CUT - AN EMPTY OR
      *    MIS-DATED EXTRACT MUST NEVER OVERWRITE A GOOD ONE.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARM-PARA
           IF WS-PAY-PERIOD-END = SPACES
               DISPLAY "PAY PERIOD END NOT ON RUN PARM - SUPPLY IT"
               DISPLAY "RUN ABORTED - NO INPUT FILE WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SAL-MASTER-FILE
           IF WS-SALMAST-STATUS NOT = "00"
               DISPLAY "SALARY MASTER FILE NOT AVAILABLE - STATUS "
                   WS-SALMAST-STATUS
               DISPLAY "RUN ABORTED - NO INPUT FILE WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMP-MASTER-FILE
           OPEN OUTPUT EMP-IN-FILE
           OPEN OUTPUT EXTRACT-RPT-FILE
           PERFORM WRITE-HEADER-PARA
           MOVE SPACES TO EXTRACT-RPT-LINE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO EXTRACT-RPT-LINE
           WRITE EXTRACT-RPT-LINE
           MOVE WS-PAY-PERIOD-END TO WS-RPT-PERIOD
           MOVE WS-PAY-GROUP TO WS-RPT-GROUP
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-PERIOD-LINE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO EXTRACT-RPT-LINE
           WRITE EXTRACT-RPT-LINE.

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

      *    THE MONEY COLUMN CARRIES THE HASH TOTAL OF BASIC WRITTEN,
      *    THE SAME FIGURE AS THE INPUT TRAILER.
       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "SALEXTR01"       TO RC-PROGRAM
           MOVE WS-PAY-PERIOD-END TO RC-PAY-PERIOD-END
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-MST-COUNT      TO RC-READ-COUNT
           MOVE WS-DETAIL-COUNT   TO RC-WRITE-COUNT
           COMPUTE RC-REJECT-COUNT =
               WS-NORATE-COUNT + WS-WRONG-GROUP-COUNT
           MOVE WS-HASH-BASIC     TO RC-TOT-NET
           MOVE WS-PAY-GROUP      TO RC-PAY-GROUP
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

       LOAD-RUN-PARM-PARA.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUNPARM-STATUS = "00"
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PAY-PERIOD-END TO WS-PAY-PERIOD-END
                       IF PARM-PAY-GROUP NOT = SPACES
                           MOVE PARM-PAY-GROUP TO WS-PAY-GROUP
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.

       WRITE-HEADER-PARA.
           MOVE SPACES            TO EMP-IN-HDR-REC
           MOVE 'H'               TO IN-HDR-REC-TYPE
           MOVE WS-PAY-PERIOD-END TO IN-HDR-PAY-PERIOD-END
           MOVE WS-TODAY          TO IN-HDR-CREATE-DATE
           MOVE WS-PAY-GROUP      TO IN-HDR-PAY-GROUP
           WRITE EMP-IN-HDR-REC.

       READ-MASTER-PARA.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-MST-COUNT
           END-READ.

       PROCESS-PARA.
           IF WS-EOF = 'N'
               MOVE MST-PAY-GROUP TO WS-MST-GROUP
               IF WS-MST-GROUP = SPACES
                   MOVE "MN" TO WS-MST-GROUP
               END-IF
               EVALUATE TRUE
                   WHEN NOT MST-ACTIVE
                       ADD 1 TO WS-INACTIVE-COUNT
                   WHEN WS-MST-GROUP NOT = WS-PAY-GROUP
                       ADD 1 TO WS-OTHER-GROUP-COUNT
                   WHEN OTHER
                       PERFORM FIND-RATE-PARA
                       EVALUATE TRUE
                           WHEN WS-RATE-FOUND = 'N'
                               PERFORM REPORT-NORATE-PARA
                           WHEN WS-RATE-PAY-GROUP NOT = WS-MST-GROUP
                               PERFORM REPORT-WRONG-GROUP-PARA
                           WHEN OTHER
                               PERFORM WRITE-DETAIL-PARA
                       END-EVALUATE
               END-EVALUATE
               PERFORM READ-MASTER-PARA
           END-IF.

      *    THE SALARY MASTER IS IN EMPLOYEE / EFFECTIVE PERIOD ORDER,
      *    SO THE START LANDS ON THE EMPLOYEE'S EARLIEST RATE AND THE
      *    READ NEXT LOOP WALKS FORWARD THROUGH THEM. EACH ACTIVE ROW
      *    ALREADY IN FORCE REPLACES THE ONE BEFORE IT; THE FIRST ROW
      *    DATED AFTER THE PERIOD IS HELD, AND SO IS EVERY ROW AFTER.
       FIND-RATE-PARA.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 'N' TO WS-SAL-EOF
           MOVE 0 TO WS-RATE-BASIC-SAL
           MOVE SPACES TO WS-RATE-GRADE
           MOVE SPACES TO WS-RATE-EFF-PERIOD
           MOVE SPACES TO WS-RATE-PAY-GROUP
           MOVE 0 TO WS-RATE-HELD-COUNT
           MOVE MST-EMP-ID TO SAL-EMP-ID
           MOVE LOW-VALUES TO SAL-EFF-PERIOD
           START SAL-MASTER-FILE KEY >= SAL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SAL-EOF
           END-START
           PERFORM UNTIL WS-SAL-EOF = 'Y'
               READ SAL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SAL-EOF
                   NOT AT END
                       IF SAL-EMP-ID NOT = MST-EMP-ID
                           MOVE 'Y' TO WS-SAL-EOF
                       ELSE
                           PERFORM TAKE-RATE-PARA
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-RATE-PARA.
           IF SAL-ACTIVE
               IF SAL-EFF-PERIOD <= WS-PAY-PERIOD-END
                   MOVE 'Y'            TO WS-RATE-FOUND
                   MOVE SAL-BASIC-SAL  TO WS-RATE-BASIC-SAL
                   MOVE SAL-GRADE      TO WS-RATE-GRADE
                   MOVE SAL-EFF-PERIOD TO WS-RATE-EFF-PERIOD
                   MOVE SAL-PAY-GROUP  TO WS-SAL-GROUP
                   IF WS-SAL-GROUP = SPACES
                       MOVE "MN" TO WS-SAL-GROUP
                   END-IF
                   MOVE WS-SAL-GROUP   TO WS-RATE-PAY-GROUP
               ELSE
                   ADD 1 TO WS-RATE-HELD-COUNT
               END-IF
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE 'D'               TO IN-REC-TYPE
           MOVE MST-EMP-ID        TO IN-EMP-ID
           MOVE MST-EMP-NAME      TO IN-EMP-NAME
           MOVE MST-DEPT-CODE     TO IN-DEPT-CODE
           MOVE WS-RATE-BASIC-SAL TO IN-BASIC-SAL
           WRITE EMP-IN-REC
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-RATE-BASIC-SAL TO WS-HASH-BASIC
           IF WS-RATE-HELD-COUNT > 0
               ADD 1 TO WS-HELD-COUNT
           END-IF

           MOVE MST-EMP-ID         TO WS-RPT-EMP-ID
           MOVE MST-EMP-NAME       TO WS-RPT-EMP-NAME
           MOVE MST-DEPT-CODE      TO WS-RPT-DEPT-CODE
           MOVE WS-RATE-GRADE      TO WS-RPT-GRADE
           MOVE WS-RATE-EFF-PERIOD TO WS-RPT-EFF-PERIOD
           MOVE WS-RATE-BASIC-SAL  TO WS-RPT-BASIC-SAL
           MOVE WS-RATE-HELD-COUNT TO WS-RPT-HELD
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       REPORT-NORATE-PARA.
           DISPLAY "NO SALARY RATE IN FORCE FOR EMP ID: " MST-EMP-ID
           MOVE MST-EMP-ID   TO WS-RPT-NR-EMP-ID
           MOVE MST-EMP-NAME TO WS-RPT-NR-EMP-NAME
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-NORATE-LINE
           ADD 1 TO WS-NORATE-COUNT.

       REPORT-WRONG-GROUP-PARA.
           DISPLAY "SALARY RATE IN FORCE IS FOR GROUP "
               WS-RATE-PAY-GROUP " NOT " WS-MST-GROUP
               " FOR EMP ID: " MST-EMP-ID
           MOVE WS-RATE-PAY-GROUP TO WS-RPT-WG-GROUP
           MOVE MST-EMP-ID        TO WS-RPT-WG-EMP-ID
           MOVE MST-EMP-NAME      TO WS-RPT-WG-EMP-NAME
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-WRONG-GROUP-LINE
           ADD 1 TO WS-WRONG-GROUP-COUNT.

       WRITE-TRAILER-PARA.
           MOVE SPACES          TO EMP-IN-TRL-REC
           MOVE 'T'             TO IN-TRL-REC-TYPE
           MOVE WS-DETAIL-COUNT TO IN-TRL-REC-COUNT
           MOVE WS-HASH-BASIC   TO IN-TRL-HASH-BASIC
           WRITE EMP-IN-TRL-REC.

       PRINT-TOTALS-PARA.
           MOVE ALL "-" TO EXTRACT-RPT-LINE
           WRITE EXTRACT-RPT-LINE
           MOVE "EMPLOYEE MASTER ROWS READ   :" TO WS-RPT-CNT-LABEL
           MOVE WS-MST-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "NOT ACTIVE - NOT EXTRACTED  :" TO WS-RPT-CNT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "OTHER PAY GROUP - NOT EXTR. :" TO WS-RPT-CNT-LABEL
           MOVE WS-OTHER-GROUP-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "NO RATE IN FORCE            :" TO WS-RPT-CNT-LABEL
           MOVE WS-NORATE-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "RATE FOR ANOTHER PAY GROUP  :" TO WS-RPT-CNT-LABEL
           MOVE WS-WRONG-GROUP-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "DETAIL RECORDS WRITTEN      :" TO WS-RPT-CNT-LABEL
           MOVE WS-DETAIL-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "WITH INCREMENTS STILL HELD  :" TO WS-RPT-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-CNT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE "HASH TOTAL OF BASIC         :" TO WS-RPT-AMT-LABEL
           MOVE WS-HASH-BASIC TO WS-RPT-AMT-VALUE
           WRITE EXTRACT-RPT-LINE FROM WS-RPT-AMOUNT-LINE.

       FINAL-PARA.
           PERFORM WRITE-TRAILER-PARA
           PERFORM PRINT-TOTALS-PARA
           CLOSE EMP-MASTER-FILE
           CLOSE SAL-MASTER-FILE
           CLOSE EMP-IN-FILE
           CLOSE EXTRACT-RPT-FILE
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "PAYROLL INPUT EXTRACT COMPLETE"
           DISPLAY "PAY PERIOD ENDING: " WS-PAY-PERIOD-END
           DISPLAY "PAY GROUP       : " WS-PAY-GROUP
           DISPLAY "MASTER ROWS READ: " WS-MST-COUNT
           DISPLAY "DETAILS WRITTEN : " WS-DETAIL-COUNT
           DISPLAY "NO RATE IN FORCE: " WS-NORATE-COUNT
           DISPLAY "RATE OTHER GROUP: " WS-WRONG-GROUP-COUNT
           DISPLAY "INCREMENTS HELD : " WS-HELD-COUNT
           DISPLAY "HASH OF BASIC   : " WS-HASH-BASIC
           DISPLAY "----------------------------------".
