       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDIST01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *LABOR COST DISTRIBUTION. RUNS AFTER PAYROLL01 (AND ANY SETTLE01
      *RUN) FOR THE PERIOD ON THE CURRENT EMP-OUT AND CHARGES EACH
      *PAYMENT'S BASIC, BONUS, OVERTIME, ALLOWANCE AND LEAVE WITHOUT
      *PAY RECOVERY OUT TO THE COST CENTRES AND CLIENT PROJECTS THE
      *EMPLOYEE WORKS FOR, BY THE PERCENTAGES ON THE ALLOCATION
      *MASTER (ALCMAST) IN FORCE FOR THE PERIOD. AN EMPLOYEE WITH NO
      *SPLIT ON FILE IS CHARGED WHOLE TO THEIR HOME DEPARTMENT. EACH
      *SHARE IS ROUNDED TO THE PENNY AND WHATEVER THE ROUNDING LEAVES
      *OVER GOES ON THE EMPLOYEE'S LARGEST SHARE, SO EVERY PAYMENT -
      *AND SO EVERY ACCOUNT - DISTRIBUTES TO EXACTLY WHAT THE PAY RUN
      *POSTED. WRITES THE COST-CENTRE LEVEL GL DISTRIBUTION FEED
      *(DISTGL) AND THE LABOR DISTRIBUTION REPORT, WHICH ENDS WITH A
      *CONTROL SECTION PROVING THE TIE TO THE PAY RUNS' GL LINES.
      *ONLY PAYMENTS MADE SINCE THE PERIOD WAS LAST DISTRIBUTED ARE
      *PICKED UP, SO A FURTHER PAYROLL01 OR SETTLE01 RUN IN THE SAME
      *PERIOD IS DISTRIBUTED ON ITS OWN AND NOTHING IS CHARGED TWICE.
      *THE EMP-OUT IS ONE PAY GROUP'S RUN, SO THE RERUN GUARD LOOKS
      *ONLY AT EARLIER DISTRIBUTIONS OF THE SAME GROUP - GROUPS ON
      *DIFFERENT CALENDARS ARE DISTRIBUTED INDEPENDENTLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-OUT-FILE
               ASSIGN TO EMPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALLOC-MAST-FILE
               ASSIGN TO ALCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-KEY
               FILE STATUS IS WS-ALCMAST-STATUS.

           SELECT DIST-GL-FILE
               ASSIGN TO DISTGL
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIST-RPT-FILE
               ASSIGN TO DISTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-OUT-FILE.
       COPY EMPOUT.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD ALLOC-MAST-FILE.
       COPY ALCMAST.

       FD DIST-GL-FILE.
       COPY DISTGL.

       FD DIST-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DIST-RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-ALC-EOF           PIC X VALUE 'N'.
          05 WS-ALC-FILE-OPEN     PIC X VALUE 'N'.
          05 WS-ALLOC-FOUND       PIC X VALUE 'N'.
          05 WS-PRIOR-DIST        PIC X VALUE 'N'.
          05 WS-LATER-RUN         PIC X VALUE 'N'.
          05 WS-CC-FOUND          PIC X VALUE 'N'.

       01 WS-EMPOUT-STATUS        PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-ALCMAST-STATUS       PIC XX.

       01 WS-PAY-PERIOD-END       PIC X(8) VALUE SPACES.
       01 WS-PAY-GROUP            PIC X(2) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2) VALUE SPACES.

      *    RUN NUMBER OF THE LAST LABDIST01 RUN FOR THE PERIOD. ONLY
      *    EMP-OUT ROWS STAMPED BY A LATER RUN ARE STILL TO CHARGE.
       01 WS-LAST-DIST-RUN        PIC 9(5) VALUE 0.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-TOTALS.
          05 WS-READ-COUNT        PIC 9(5) VALUE 0.
          05 WS-NEW-COUNT         PIC 9(5) VALUE 0.
          05 WS-DIST-COUNT        PIC 9(5) VALUE 0.
          05 WS-SKIP-COUNT        PIC 9(5) VALUE 0.
          05 WS-DEFAULT-COUNT     PIC 9(5) VALUE 0.
          05 WS-SHARE-COUNT       PIC 9(5) VALUE 0.
          05 WS-GL-COUNT          PIC 9(5) VALUE 0.
          05 WS-TOT-COST          PIC S9(9)V99 VALUE 0.

       01 WS-GL-ACCOUNTS.
          05 WS-GL-ACCT-BASIC   PIC X(10) VALUE "5000-BASIC".
          05 WS-GL-ACCT-BONUS   PIC X(10) VALUE "5100-BONUS".
          05 WS-GL-ACCT-OT      PIC X(10) VALUE "5200-OTPAY".
          05 WS-GL-ACCT-ALLOW   PIC X(10) VALUE "5300-ALLOW".
          05 WS-GL-ACCT-LWP     PIC X(10) VALUE "5400-LWPRC".

      *    THE PAY COMPONENTS DISTRIBUTED, IN GL FEED ORDER, WITH THE
      *    ACCOUNT AND SIDE PAYROLL01 POSTS EACH TO. THE LAST (LEAVE
      *    WITHOUT PAY) IS A RECOVERY, SO IT COMES OFF THE LABOR COST.
      *    WS-CMP-SOURCE IS WHAT THE PAY ROWS CARRIED, WS-CMP-DIST
      *    WHAT WAS CHARGED OUT - THE CONTROL SECTION PROVES THEY TIE.
       01 WS-COMP-CTL.
          05 WS-CMP-SUB           PIC 9(2).
          05 WS-CMP-MAX           PIC 9(2) VALUE 5.
          05 WS-CMP-LWP           PIC 9(2) VALUE 5.

       01 WS-COMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 5 TIMES.
             10 WS-CMP-ACCOUNT    PIC X(10).
             10 WS-CMP-DR-CR      PIC X(2).
             10 WS-CMP-DESC       PIC X(30).
             10 WS-CMP-ROW-AMT    PIC S9(9)V99.
             10 WS-CMP-SOURCE     PIC S9(9)V99.
             10 WS-CMP-DIST       PIC S9(9)V99.

      *    THE SPLIT IN FORCE FOR THE CURRENT PAY ROW AND WHAT EACH
      *    LINE OF IT GETS OF EACH COMPONENT. WS-SPL-BIG-SUB IS THE
      *    LARGEST SHARE (THE FIRST, ON A TIE) THAT TAKES THE ROUNDING.
       01 WS-SPLIT-CTL.
          05 WS-SPL-COUNT         PIC 9(2) VALUE 0.
          05 WS-SPL-SUB           PIC 9(2).
          05 WS-SPL-BIG-SUB       PIC 9(2).
          05 WS-SPL-MAX           PIC 9(2) VALUE 5.
          05 WS-SPL-SHARE-SUM     PIC S9(9)V99.

       01 WS-SPLIT-TABLE.
          05 WS-SPL-ENTRY OCCURS 5 TIMES.
             10 WS-SPL-TYPE       PIC X(1).
             10 WS-SPL-CODE       PIC X(8).
             10 WS-SPL-PCT        PIC 9(3)V99.
             10 WS-SPL-AMT OCCURS 5 TIMES PIC S9(9)V99.
             10 WS-SPL-COST       PIC S9(9)V99.

      *    DISTRIBUTED FIGURES BY COST CENTRE / PROJECT, BUILT AS THE
      *    PAY ROWS ARE READ AND PRINTED AND FED AT THE END.
       01 WS-CC-CTL.
          05 WS-CC-COUNT          PIC 9(3) VALUE 0.
          05 WS-CC-MAX            PIC 9(3) VALUE 200.

       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 200 TIMES INDEXED BY CC-IDX.
             10 WS-CC-TYPE        PIC X(1).
             10 WS-CC-CODE        PIC X(8).
             10 WS-CC-SHARES      PIC 9(5).
             10 WS-CC-AMT OCCURS 5 TIMES PIC S9(9)V99.
             10 WS-CC-COST        PIC S9(9)V99.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
              VALUE "LABOR COST DISTRIBUTION REPORT".

       01 WS-RPT-PERIOD-LINE.
          05 FILLER               PIC X(17) VALUE "PAY PERIOD END:  ".
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(14) VALUE "   PAY GROUP: ".
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-SECTION-LINE.
          05 WS-RSC-TEXT          PIC X(40).
          05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-RPT-SHARE-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(21) VALUE "NAME".
          05 FILLER               PIC X(5)  VALUE "DEPT ".
          05 FILLER               PIC X(2)  VALUE "T ".
          05 FILLER               PIC X(9)  VALUE "CHARGE".
          05 FILLER               PIC X(7)  VALUE "   PCT ".
          05 FILLER               PIC X(14) VALUE "    LABOR COST".
          05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-RPT-SHARE-LINE.
          05 WS-RSH-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-EMP-NAME      PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-DEPT-CODE     PIC X(4).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-TYPE          PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-CODE          PIC X(8).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-PCT           PIC ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RSH-COST          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-RPT-CC-COL-LINE.
          05 FILLER               PIC X(2)  VALUE "T ".
          05 FILLER               PIC X(10) VALUE "CHARGE".
          05 FILLER               PIC X(12) VALUE "ACCOUNT".
          05 FILLER               PIC X(32) VALUE "COMPONENT".
          05 FILLER               PIC X(14) VALUE "        AMOUNT".
          05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-RPT-CC-LINE.
          05 WS-RCC-TYPE          PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RCC-CODE          PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RCC-ACCOUNT       PIC X(10).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RCC-DESC          PIC X(30).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RCC-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-RPT-CTL-COL-LINE.
          05 FILLER               PIC X(25) VALUE "COMPONENT".
          05 FILLER               PIC X(11) VALUE "ACCOUNT".
          05 FILLER               PIC X(15) VALUE "      PAY RUNS ".
          05 FILLER               PIC X(15) VALUE "   DISTRIBUTED ".
          05 FILLER               PIC X(14) VALUE "    DIFFERENCE".

       01 WS-RPT-CTL-LINE.
          05 WS-RCL-DESC          PIC X(24).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RCL-ACCOUNT       PIC X(10).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RCL-SOURCE        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RCL-DIST          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RCL-DIFF          PIC ZZ,ZZZ,ZZ9.99-.

       01 WS-CTL-DIFF             PIC S9(9)V99.
       01 WS-CTL-SRC-COST         PIC S9(9)V99 VALUE 0.
       01 WS-CTL-DIST-COST        PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    THE PERIOD, THE RERUN GUARD AND THE COUNT OF PAYMENTS STILL
      *    TO CHARGE ARE ALL SETTLED BEFORE ANY OUTPUT IS OPENED.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           PERFORM PRESCAN-EMP-OUT-PARA
           IF WS-PAY-PERIOD-END = SPACES
               OR WS-PAY-PERIOD-END IS NOT NUMERIC
               DISPLAY "NO PAYROLL01 OUTPUT ON EMP-OUT - RUN PAYROLL01"
                   " FIRST"
               DISPLAY "RUN ABORTED - NOTHING HAS BEEN DISTRIBUTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-DIST-PERIOD-PARA
           IF WS-LATER-RUN = 'Y'
               DISPLAY "A LATER PERIOD HAS ALREADY BEEN DISTRIBUTED"
                   " - RUN REFUSED FOR " WS-PAY-PERIOD-END
                   " GROUP " WS-PAY-GROUP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-NEW-ROWS-PARA
           IF WS-NEW-COUNT = 0
               DISPLAY "PERIOD " WS-PAY-PERIOD-END
                   " GROUP " WS-PAY-GROUP
                   " ALREADY DISTRIBUTED - RUN REFUSED"
               DISPLAY "NO PAYMENTS ON EMP-OUT SINCE THE LAST"
                   " DISTRIBUTION RUN " WS-LAST-DIST-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE ALLOCATION MASTER IS OPTIONAL - A SITE THAT HAS SET UP
      *    NO SPLITS YET CHARGES EVERYONE TO THEIR HOME DEPARTMENT.
           OPEN INPUT ALLOC-MAST-FILE
           IF WS-ALCMAST-STATUS = "00"
               MOVE 'Y' TO WS-ALC-FILE-OPEN
           ELSE
               DISPLAY "NO ALLOCATION MASTER - ALL PAY CHARGED TO"
                   " HOME DEPARTMENT"
           END-IF
           PERFORM LOAD-COMPONENTS-PARA
           OPEN INPUT EMP-OUT-FILE
           OPEN OUTPUT DIST-GL-FILE
           OPEN OUTPUT DIST-RPT-FILE
           MOVE SPACES TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           MOVE WS-PAY-PERIOD-END TO WS-RPT-PERIOD
           MOVE WS-PAY-GROUP      TO WS-RPT-GROUP
           WRITE DIST-RPT-LINE FROM WS-RPT-PERIOD-LINE
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           WRITE DIST-RPT-LINE FROM WS-RPT-SHARE-COL-LINE
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE.

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

       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "LABDIST01"       TO RC-PROGRAM
           MOVE WS-PAY-PERIOD-END TO RC-PAY-PERIOD-END
           MOVE WS-PAY-GROUP      TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-DIST-COUNT     TO RC-READ-COUNT
           MOVE WS-GL-COUNT       TO RC-WRITE-COUNT
           MOVE WS-DEFAULT-COUNT  TO RC-REJECT-COUNT
           MOVE WS-TOT-COST       TO RC-TOT-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

      *    THE PERIOD TO DISTRIBUTE IS THE ONE PAYROLL01 LAST PAID,
      *    FOR THE PAY GROUP ON THE FIRST RECORD OF THE CURRENT
      *    EMP-OUT.
       PRESCAN-EMP-OUT-PARA.
           OPEN INPUT EMP-OUT-FILE
           IF WS-EMPOUT-STATUS = "00"
               READ EMP-OUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OUT-PAY-PERIOD-END TO WS-PAY-PERIOD-END
                       MOVE OUT-PAY-GROUP      TO WS-PAY-GROUP
               END-READ
               CLOSE EMP-OUT-FILE
           END-IF
           IF WS-PAY-GROUP = SPACES
               MOVE "MN" TO WS-PAY-GROUP
           END-IF.

      *    THE GROUP'S LAST LABDIST01 ROW FOR THE PERIOD MARKS WHAT
      *    HAS BEEN CHARGED ALREADY. A LABDIST01 ROW OF THE GROUP FOR
      *    A LATER PERIOD MEANS THIS EMP-OUT IS STALE.
       CHECK-DIST-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-DIST-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       CHECK-DIST-ROW-PARA.
           MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
           IF WS-RC-PAY-GROUP = SPACES
               MOVE "MN" TO WS-RC-PAY-GROUP
           END-IF
           IF RC-PROGRAM = "LABDIST01"
               AND WS-RC-PAY-GROUP = WS-PAY-GROUP
               IF RC-PAY-PERIOD-END = WS-PAY-PERIOD-END
                   MOVE 'Y' TO WS-PRIOR-DIST
                   IF RC-RUN-NUMBER > WS-LAST-DIST-RUN
                       MOVE RC-RUN-NUMBER TO WS-LAST-DIST-RUN
                   END-IF
               ELSE
                   IF RC-PAY-PERIOD-END > WS-PAY-PERIOD-END
                       MOVE 'Y' TO WS-LATER-RUN
                   END-IF
               END-IF
           END-IF.

       COUNT-NEW-ROWS-PARA.
           OPEN INPUT EMP-OUT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRIOR-DIST = 'N'
                           OR OUT-RUN-NUMBER > WS-LAST-DIST-RUN
                           ADD 1 TO WS-NEW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-OUT-FILE
           MOVE 'N' TO WS-EOF.

       LOAD-COMPONENTS-PARA.
           MOVE WS-GL-ACCT-BASIC TO WS-CMP-ACCOUNT(1)
           MOVE "DR"             TO WS-CMP-DR-CR(1)
           MOVE "BASIC PAY EXPENSE" TO WS-CMP-DESC(1)
           MOVE WS-GL-ACCT-BONUS TO WS-CMP-ACCOUNT(2)
           MOVE "DR"             TO WS-CMP-DR-CR(2)
           MOVE "BONUS EXPENSE"  TO WS-CMP-DESC(2)
           MOVE WS-GL-ACCT-OT    TO WS-CMP-ACCOUNT(3)
           MOVE "DR"             TO WS-CMP-DR-CR(3)
           MOVE "OVERTIME PAY EXPENSE" TO WS-CMP-DESC(3)
           MOVE WS-GL-ACCT-ALLOW TO WS-CMP-ACCOUNT(4)
           MOVE "DR"             TO WS-CMP-DR-CR(4)
           MOVE "ALLOWANCE EXPENSE" TO WS-CMP-DESC(4)
           MOVE WS-GL-ACCT-LWP   TO WS-CMP-ACCOUNT(5)
           MOVE "CR"             TO WS-CMP-DR-CR(5)
           MOVE "LEAVE WITHOUT PAY RECOVERY" TO WS-CMP-DESC(5)
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-MAX
               MOVE 0 TO WS-CMP-SOURCE(WS-CMP-SUB)
               MOVE 0 TO WS-CMP-DIST(WS-CMP-SUB)
           END-PERFORM.

       READ-PARA.
           READ EMP-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       PROCESS-PARA.
           IF WS-EOF = 'N'
               IF WS-PRIOR-DIST = 'N'
                   OR OUT-RUN-NUMBER > WS-LAST-DIST-RUN
                   PERFORM DISTRIBUTE-ROW-PARA
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
               PERFORM READ-PARA
           END-IF.

      *    EVERY COMPONENT OF THE PAYMENT IS SPLIT THE SAME WAY, THEN
      *    EACH SHARE IS LISTED AND ADDED TO ITS COST CENTRE.
       DISTRIBUTE-ROW-PARA.
           ADD 1 TO WS-DIST-COUNT
           MOVE OUT-BASIC-SAL TO WS-CMP-ROW-AMT(1)
           MOVE OUT-BONUS     TO WS-CMP-ROW-AMT(2)
           MOVE OUT-OT-PAY    TO WS-CMP-ROW-AMT(3)
           MOVE OUT-ALLOWANCE TO WS-CMP-ROW-AMT(4)
           MOVE OUT-LWP-DED   TO WS-CMP-ROW-AMT(5)
           PERFORM LOOKUP-ALLOC-PARA
           PERFORM FIND-BIG-SHARE-PARA
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-MAX
               ADD WS-CMP-ROW-AMT(WS-CMP-SUB)
                   TO WS-CMP-SOURCE(WS-CMP-SUB)
               PERFORM SPLIT-AMOUNT-PARA
           END-PERFORM
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               COMPUTE WS-SPL-COST(WS-SPL-SUB) =
                   WS-SPL-AMT(WS-SPL-SUB, 1)
                   + WS-SPL-AMT(WS-SPL-SUB, 2)
                   + WS-SPL-AMT(WS-SPL-SUB, 3)
                   + WS-SPL-AMT(WS-SPL-SUB, 4)
                   - WS-SPL-AMT(WS-SPL-SUB, 5)
               PERFORM POST-SHARE-PARA
               PERFORM PRINT-SHARE-PARA
           END-PERFORM.

      *    THE LATEST ACTIVE SPLIT EFFECTIVE ON OR BEFORE THE PERIOD
      *    END - THE SAME RULE SALEXTR01 USES FOR THE SALARY MASTER.
      *    WITH NONE, THE WHOLE PAYMENT GOES TO THE HOME DEPARTMENT.
       LOOKUP-ALLOC-PARA.
           MOVE 'N' TO WS-ALLOC-FOUND
           MOVE 0 TO WS-SPL-COUNT
           IF WS-ALC-FILE-OPEN = 'Y'
               MOVE 'N' TO WS-ALC-EOF
               MOVE OUT-EMP-ID TO ALC-EMP-ID
               MOVE LOW-VALUES TO ALC-EFF-PERIOD
               START ALLOC-MAST-FILE KEY >= ALC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ALC-EOF
               END-START
               PERFORM UNTIL WS-ALC-EOF = 'Y'
                   READ ALLOC-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ALC-EOF
                       NOT AT END
                           IF ALC-EMP-ID NOT = OUT-EMP-ID
                               OR ALC-EFF-PERIOD > WS-PAY-PERIOD-END
                               MOVE 'Y' TO WS-ALC-EOF
                           ELSE
                               IF ALC-ACTIVE AND ALC-LINE-COUNT > 0
                                   PERFORM TAKE-SPLIT-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ALLOC-FOUND = 'N'
               MOVE 1             TO WS-SPL-COUNT
               MOVE 'D'           TO WS-SPL-TYPE(1)
               MOVE OUT-DEPT-CODE TO WS-SPL-CODE(1)
               MOVE 100           TO WS-SPL-PCT(1)
               ADD 1 TO WS-DEFAULT-COUNT
           END-IF.

       TAKE-SPLIT-PARA.
           MOVE 'Y' TO WS-ALLOC-FOUND
           MOVE ALC-LINE-COUNT TO WS-SPL-COUNT
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               MOVE ALC-CHARGE-TYPE(WS-SPL-SUB)
                   TO WS-SPL-TYPE(WS-SPL-SUB)
               MOVE ALC-CHARGE-CODE(WS-SPL-SUB)
                   TO WS-SPL-CODE(WS-SPL-SUB)
               MOVE ALC-PCT(WS-SPL-SUB)
                   TO WS-SPL-PCT(WS-SPL-SUB)
           END-PERFORM.

       FIND-BIG-SHARE-PARA.
           MOVE 1 TO WS-SPL-BIG-SUB
           PERFORM VARYING WS-SPL-SUB FROM 2 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               IF WS-SPL-PCT(WS-SPL-SUB) > WS-SPL-PCT(WS-SPL-BIG-SUB)
                   MOVE WS-SPL-SUB TO WS-SPL-BIG-SUB
               END-IF
           END-PERFORM.

      *    EACH SHARE IS ROUNDED ON ITS OWN; THE PENNIES THE ROUNDING
      *    GAINS OR LOSES ARE PUT BACK ON THE LARGEST SHARE, SO THE
      *    SHARES ALWAYS ADD BACK TO THE AMOUNT PAID.
       SPLIT-AMOUNT-PARA.
           MOVE 0 TO WS-SPL-SHARE-SUM
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               COMPUTE WS-SPL-AMT(WS-SPL-SUB, WS-CMP-SUB) ROUNDED =
                   WS-CMP-ROW-AMT(WS-CMP-SUB)
                   * WS-SPL-PCT(WS-SPL-SUB) / 100
               ADD WS-SPL-AMT(WS-SPL-SUB, WS-CMP-SUB)
                   TO WS-SPL-SHARE-SUM
           END-PERFORM
           COMPUTE WS-SPL-AMT(WS-SPL-BIG-SUB, WS-CMP-SUB) =
               WS-SPL-AMT(WS-SPL-BIG-SUB, WS-CMP-SUB)
               + WS-CMP-ROW-AMT(WS-CMP-SUB) - WS-SPL-SHARE-SUM.

       POST-SHARE-PARA.
           MOVE 'N' TO WS-CC-FOUND
           IF WS-CC-COUNT > 0
               SET CC-IDX TO 1
               SEARCH WS-CC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CC-TYPE(CC-IDX) = WS-SPL-TYPE(WS-SPL-SUB)
                       AND WS-CC-CODE(CC-IDX) = WS-SPL-CODE(WS-SPL-SUB)
                       MOVE 'Y' TO WS-CC-FOUND
               END-SEARCH
           END-IF
           IF WS-CC-FOUND = 'N' AND WS-CC-COUNT < WS-CC-MAX
               ADD 1 TO WS-CC-COUNT
               SET CC-IDX TO WS-CC-COUNT
               MOVE WS-SPL-TYPE(WS-SPL-SUB) TO WS-CC-TYPE(CC-IDX)
               MOVE WS-SPL-CODE(WS-SPL-SUB) TO WS-CC-CODE(CC-IDX)
               MOVE 0 TO WS-CC-SHARES(CC-IDX)
               MOVE 0 TO WS-CC-COST(CC-IDX)
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-MAX
                   MOVE 0 TO WS-CC-AMT(CC-IDX, WS-CMP-SUB)
               END-PERFORM
               MOVE 'Y' TO WS-CC-FOUND
           END-IF
           IF WS-CC-FOUND = 'Y'
               ADD 1 TO WS-CC-SHARES(CC-IDX)
               ADD WS-SPL-COST(WS-SPL-SUB) TO WS-CC-COST(CC-IDX)
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-MAX
                   ADD WS-SPL-AMT(WS-SPL-SUB, WS-CMP-SUB)
                       TO WS-CC-AMT(CC-IDX, WS-CMP-SUB)
               END-PERFORM
           ELSE
               DISPLAY "COST CENTRE TABLE FULL - DISTRIBUTION OMITS: "
                   WS-SPL-TYPE(WS-SPL-SUB) " " WS-SPL-CODE(WS-SPL-SUB)
           END-IF
           ADD 1 TO WS-SHARE-COUNT.

       PRINT-SHARE-PARA.
           MOVE OUT-EMP-ID               TO WS-RSH-EMP-ID
           MOVE OUT-EMP-NAME             TO WS-RSH-EMP-NAME
           MOVE OUT-DEPT-CODE            TO WS-RSH-DEPT-CODE
           MOVE WS-SPL-TYPE(WS-SPL-SUB)  TO WS-RSH-TYPE
           MOVE WS-SPL-CODE(WS-SPL-SUB)  TO WS-RSH-CODE
           MOVE WS-SPL-PCT(WS-SPL-SUB)   TO WS-RSH-PCT
           MOVE WS-SPL-COST(WS-SPL-SUB)  TO WS-RSH-COST
           WRITE DIST-RPT-LINE FROM WS-RPT-SHARE-LINE.

      *    ONE BLOCK PER COST CENTRE / PROJECT - A LINE PER ACCOUNT
      *    AND ITS TOTAL LABOR COST (THE RECOVERY TAKEN OFF).
       PRINT-CC-SUMMARY-PARA.
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           MOVE "DISTRIBUTION BY COST CENTRE / PROJECT" TO WS-RSC-TEXT
           WRITE DIST-RPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE DIST-RPT-LINE FROM WS-RPT-CC-COL-LINE
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               MOVE WS-CC-TYPE(CC-IDX) TO WS-RCC-TYPE
               MOVE WS-CC-CODE(CC-IDX) TO WS-RCC-CODE
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-MAX
                   MOVE WS-CMP-ACCOUNT(WS-CMP-SUB) TO WS-RCC-ACCOUNT
                   MOVE WS-CMP-DESC(WS-CMP-SUB)    TO WS-RCC-DESC
                   MOVE WS-CC-AMT(CC-IDX, WS-CMP-SUB) TO WS-RCC-AMOUNT
                   WRITE DIST-RPT-LINE FROM WS-RPT-CC-LINE
                   MOVE SPACES TO WS-RCC-TYPE
                   MOVE SPACES TO WS-RCC-CODE
                   ADD WS-CC-AMT(CC-IDX, WS-CMP-SUB)
                       TO WS-CMP-DIST(WS-CMP-SUB)
               END-PERFORM
               MOVE SPACES             TO WS-RCC-ACCOUNT
               MOVE "TOTAL LABOR COST" TO WS-RCC-DESC
               MOVE WS-CC-COST(CC-IDX) TO WS-RCC-AMOUNT
               WRITE DIST-RPT-LINE FROM WS-RPT-CC-LINE
               ADD WS-CC-COST(CC-IDX) TO WS-TOT-COST
               MOVE SPACES TO DIST-RPT-LINE
               WRITE DIST-RPT-LINE
           END-PERFORM.

      *    WHAT THE PAY ROWS CARRIED (AND SO WHAT THE PAY RUNS POSTED
      *    TO EACH ACCOUNT) AGAINST WHAT WAS CHARGED OUT. A NON-ZERO
      *    DIFFERENCE CAN ONLY MEAN THE COST CENTRE TABLE OVERFLOWED.
       PRINT-CONTROL-PARA.
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           MOVE "CONTROL - DISTRIBUTION TO PAY RUN GL" TO WS-RSC-TEXT
           WRITE DIST-RPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE DIST-RPT-LINE FROM WS-RPT-CTL-COL-LINE
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-MAX
               COMPUTE WS-CTL-DIFF = WS-CMP-SOURCE(WS-CMP-SUB)
                   - WS-CMP-DIST(WS-CMP-SUB)
               MOVE WS-CMP-DESC(WS-CMP-SUB)    TO WS-RCL-DESC
               MOVE WS-CMP-ACCOUNT(WS-CMP-SUB) TO WS-RCL-ACCOUNT
               MOVE WS-CMP-SOURCE(WS-CMP-SUB)  TO WS-RCL-SOURCE
               MOVE WS-CMP-DIST(WS-CMP-SUB)    TO WS-RCL-DIST
               MOVE WS-CTL-DIFF                TO WS-RCL-DIFF
               WRITE DIST-RPT-LINE FROM WS-RPT-CTL-LINE
               IF WS-CMP-SUB = WS-CMP-LWP
                   SUBTRACT WS-CMP-SOURCE(WS-CMP-SUB)
                       FROM WS-CTL-SRC-COST
                   SUBTRACT WS-CMP-DIST(WS-CMP-SUB)
                       FROM WS-CTL-DIST-COST
               ELSE
                   ADD WS-CMP-SOURCE(WS-CMP-SUB) TO WS-CTL-SRC-COST
                   ADD WS-CMP-DIST(WS-CMP-SUB)   TO WS-CTL-DIST-COST
               END-IF
           END-PERFORM
           MOVE ALL "-" TO DIST-RPT-LINE
           WRITE DIST-RPT-LINE
           COMPUTE WS-CTL-DIFF = WS-CTL-SRC-COST - WS-CTL-DIST-COST
           MOVE "TOTAL LABOR COST" TO WS-RCL-DESC
           MOVE SPACES             TO WS-RCL-ACCOUNT
           MOVE WS-CTL-SRC-COST    TO WS-RCL-SOURCE
           MOVE WS-CTL-DIST-COST   TO WS-RCL-DIST
           MOVE WS-CTL-DIFF        TO WS-RCL-DIFF
           WRITE DIST-RPT-LINE FROM WS-RPT-CTL-LINE.

      *    ONE LINE PER ACCOUNT PER COST CENTRE ON THE SAME SIDE AS
      *    PAYROLL01 POSTS THE ACCOUNT; AN ACCOUNT A CENTRE HAD NOTHING
      *    ON IS LEFT OFF.
       WRITE-DIST-GL-PARA.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-MAX
                   IF WS-CC-AMT(CC-IDX, WS-CMP-SUB) NOT = 0
                       MOVE WS-PAY-PERIOD-END   TO DGL-PAY-PERIOD-END
                       MOVE WS-CMP-ACCOUNT(WS-CMP-SUB)
                           TO DGL-ACCOUNT-CODE
                       MOVE WS-CC-TYPE(CC-IDX)  TO DGL-CHARGE-TYPE
                       MOVE WS-CC-CODE(CC-IDX)  TO DGL-CHARGE-CODE
                       MOVE WS-CMP-DR-CR(WS-CMP-SUB) TO DGL-DR-CR
                       MOVE WS-CC-AMT(CC-IDX, WS-CMP-SUB) TO DGL-AMOUNT
                       MOVE WS-CMP-DESC(WS-CMP-SUB) TO DGL-DESCRIPTION
                       WRITE DIST-GL-REC
                       ADD 1 TO WS-GL-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       FINAL-PARA.
           PERFORM PRINT-CC-SUMMARY-PARA
           PERFORM PRINT-CONTROL-PARA
           PERFORM WRITE-DIST-GL-PARA
           CLOSE EMP-OUT-FILE
           IF WS-ALC-FILE-OPEN = 'Y'
               CLOSE ALLOC-MAST-FILE
           END-IF
           CLOSE DIST-GL-FILE
           CLOSE DIST-RPT-FILE
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "LABOR DISTRIBUTION COMPLETE"
           DISPLAY "PAY PERIOD ENDING: " WS-PAY-PERIOD-END
           DISPLAY "PAY ROWS READ   : " WS-READ-COUNT
           DISPLAY "ALREADY CHARGED : " WS-SKIP-COUNT
           DISPLAY "DISTRIBUTED     : " WS-DIST-COUNT
           DISPLAY "TO HOME DEPT    : " WS-DEFAULT-COUNT
           DISPLAY "SHARES CHARGED  : " WS-SHARE-COUNT
           DISPLAY "CENTRES CHARGED : " WS-CC-COUNT
           DISPLAY "GL LINES        : " WS-GL-COUNT
           DISPLAY "TOTAL LABOR COST: " WS-TOT-COST
           DISPLAY "----------------------------------".
