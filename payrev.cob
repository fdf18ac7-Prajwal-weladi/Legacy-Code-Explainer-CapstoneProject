       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV01.
       AUTHOR. PRAJWAL.
       DATE-WRITTEN. 2026-10-15.
      *PAY RUN REVERSAL. BACKS A BAD PAYROLL01 RUN OUT OF THE BOOKS
      *SO THE PERIOD CAN BE CORRECTED AND RUN AGAIN, INSTEAD OF
      *UNPICKING THE MASTER, LOANS, HISTORY AND GL BY HAND. THE RUN
      *IS NAMED BY ITS RUN CONTROL NUMBER ON THE REQUIRED REVPARM
      *FILE. EVERY EMP-OUT ROW THAT RUN PAID HAS THE YTD FIGURES
      *AND LEAVE POSITION PUT BACK ON THE EMPLOYEE MASTER, ITS LOAN
      *INSTALLMENT RETURNED TO THE LOAN BALANCE (REOPENING A LOAN THE
      *RUN CLOSED), THE CARRIED DEDUCTIONS PUT BACK AS THE RUN FOUND
      *THEM, AND ITS AMOUNTS TAKEN OFF THE PAY HISTORY ROW - THE ROW
      *IS REMOVED WHEN NOTHING ELSE WAS PAID THAT PERIOD. A MIRROR-
      *IMAGE GL FEED UNDOES THE RUN'S POSTING, THE ROWS COME OFF
      *EMP-OUT, THE CHECKPOINT GOES BACK TO THE PERIOD'S FIGURES
      *BEFORE THE RUN, AND A PAYREV01 ROW ON THE RUN CONTROL FILE
      *TELLS RUNRPT01 AND REMIT01 THE RUN NO LONGER STANDS.
      *ONLY THE PERIOD'S LATEST STANDING PAYROLL01 RUN CAN BE BACKED
      *OUT - ITS EMP-OUT ROWS AND CHECKPOINT ARE STILL ON FILE - AND
      *NEVER ONCE THE BANK FEED, THE CHEQUE RUN OR A SETTLEMENT HAS
      *RUN FOR THE PERIOD SINCE, BECAUSE THAT MONEY HAS LEFT THE
      *BUILDING - NOR ONCE LABDIST01 HAS CHARGED THE RUN OUT TO COST
      *CENTRES. EVERY CHECK IS MADE BEFORE ANYTHING IS CHANGED.
      *THE RUN IS ONE PAY GROUP'S, SO ONLY RUN CONTROL ROWS OF THAT
      *GROUP FOR THE PERIOD COUNT AGAINST IT, AND THE CHECKPOINT AND
      *EMP-OUT ON FILE MUST BE THE SAME GROUP'S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-PARM-FILE
               ASSIGN TO REVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVPARM-STATUS.

           SELECT RUN-CTL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO CHKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT EMP-OUT-FILE
               ASSIGN TO EMPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT REV-WORK-FILE
               ASSIGN TO REVWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMP-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT CARRY-DED-FILE
               ASSIGN TO CARRYDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-EMP-ID
               FILE STATUS IS WS-CARRYDED-STATUS.

           SELECT PAY-HIST-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN TO REVGL
               ORGANIZATION IS SEQUENTIAL.

           SELECT REV-RPT-FILE
               ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REV-PARM-FILE.
       COPY REVPARM.

       FD RUN-CTL-FILE.
       COPY RUNCTL.

       FD CHECKPOINT-FILE.
       COPY CHKPT.

       FD EMP-OUT-FILE.
       COPY EMPOUT.

       FD REV-WORK-FILE.
       COPY EMPOUT REPLACING ==EMP-OUT-REC== BY ==REV-WORK-REC==
                             LEADING ==OUT== BY ==RWK==.

       FD EMP-MASTER-FILE.
       COPY EMPMAST.

       FD LOAN-MASTER-FILE.
       COPY LOANMAST.

       FD CARRY-DED-FILE.
       COPY CARRYDED.

       FD PAY-HIST-FILE.
       COPY PAYHIST.

       FD GL-FEED-FILE.
       COPY GLFEED.

       FD REV-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REV-RPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
          05 WS-EOF               PIC X VALUE 'N'.
          05 WS-RUN-FOUND         PIC X VALUE 'N'.
          05 WS-IN-RUN            PIC X VALUE 'N'.
          05 WS-SETL-ROW          PIC X VALUE 'N'.
          05 WS-MASTER-FOUND      PIC X VALUE 'N'.
          05 WS-LOAN-FILE-OPEN    PIC X VALUE 'N'.
          05 WS-LOAN-FOUND        PIC X VALUE 'N'.
          05 WS-CARRY-FOUND       PIC X VALUE 'N'.

       01 WS-REVPARM-STATUS       PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-CHKPT-STATUS         PIC XX.
       01 WS-EMPOUT-STATUS        PIC XX.
       01 WS-EMPMAST-STATUS       PIC XX.
       01 WS-LOANMAST-STATUS      PIC XX.
       01 WS-CARRYDED-STATUS      PIC XX.
       01 WS-PAYHIST-STATUS       PIC XX.

       01 WS-REFUSE-REASON        PIC X(50) VALUE SPACES.
       01 WS-RC-PAY-GROUP         PIC X(2) VALUE SPACES.
       01 WS-ROW-GROUP            PIC X(2) VALUE SPACES.

      *    THE RUN BEING BACKED OUT, AS FOUND ON THE AUDIT FILE, AND
      *    THE PAYROLL01 RUN OF THE SAME PERIOD STANDING BEFORE IT
      *    (ZERO WHEN IT WAS THE PERIOD'S ONLY RUN).
       01 WS-REV-TARGET.
          05 WS-REV-RUN-NO        PIC 9(5) VALUE 0.
          05 WS-REV-PROGRAM       PIC X(10) VALUE SPACES.
          05 WS-REV-PERIOD        PIC X(8) VALUE SPACES.
          05 WS-REV-GROUP         PIC X(2) VALUE SPACES.
          05 WS-REV-TOT-NET       PIC S9(9)V99 VALUE 0.
          05 WS-PREV-RUN-NO       PIC 9(5) VALUE 0.

      *    THE PERIOD'S PAYROLL01 RUNS STILL STANDING, OLDEST FIRST -
      *    EACH PAYROLL01 ROW PUSHES ITS RUN NUMBER AND EACH EARLIER
      *    PAYREV01 ROW POPS THE RUN IT BACKED OUT.
       01 WS-RUN-STACK.
          05 WS-STK-COUNT         PIC 9(3) VALUE 0.
          05 WS-STK-MAX           PIC 9(3) VALUE 20.
          05 WS-STK-SUB           PIC 9(3) VALUE 0.
          05 WS-STK-RUN-NO OCCURS 20 TIMES PIC 9(5).

      *    SETTLE01 RUNS OF THE PERIOD - THEIR ROWS SHARE EMP-OUT
      *    WITH PAYROLL01'S AND ARE NEVER BACKED OUT HERE.
       01 WS-SETL-TABLE.
          05 WS-SETL-COUNT        PIC 9(3) VALUE 0.
          05 WS-SETL-MAX          PIC 9(3) VALUE 20.
          05 WS-SETL-SUB          PIC 9(3) VALUE 0.
          05 WS-SETL-RUN-NO OCCURS 20 TIMES PIC 9(5).

      *    THE LAST CHECKPOINT RECORD, HELD WHILE THE REVERSED ROWS
      *    ARE TAKEN OFF ITS COUNTS AND TOTALS, THEN WRITTEN BACK AS
      *    THE PERIOD'S ONLY CHECKPOINT.
       COPY CHKPT REPLACING ==CHECKPOINT-REC== BY ==WS-LAST-CHK==
                            LEADING ==CHK== BY ==SVC==.
       01 WS-CHK-IDX              PIC 9(3) VALUE 0.
       01 WS-CHK-FOUND            PIC X VALUE 'N'.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
          05 WS-RC-START-DATE  PIC X(8).
          05 WS-RC-START-TIME  PIC X(6).
          05 WS-RC-END-DATE    PIC X(8).
          05 WS-RC-END-TIME    PIC X(6).
          05 WS-RC-TIME-RAW    PIC X(8).

       01 WS-GL-ACCOUNTS.
          05 WS-GL-ACCT-BASIC   PIC X(10) VALUE "5000-BASIC".
          05 WS-GL-ACCT-BONUS   PIC X(10) VALUE "5100-BONUS".
          05 WS-GL-ACCT-TAX     PIC X(10) VALUE "2200-TAXPY".
          05 WS-GL-ACCT-NET     PIC X(10) VALUE "1000-CASH".
          05 WS-GL-ACCT-OT      PIC X(10) VALUE "5200-OTPAY".
          05 WS-GL-ACCT-ALLOW   PIC X(10) VALUE "5300-ALLOW".
          05 WS-GL-ACCT-LWP     PIC X(10) VALUE "5400-LWPRC".
          05 WS-GL-ACCT-OTHDED  PIC X(10) VALUE "2300-OTHDD".
          05 WS-GL-ACCT-LOAN    PIC X(10) VALUE "2400-LOANR".

      *    CARRIED DEDUCTIONS ON FILE ONCE THE EMPLOYEE'S ROW HAS
      *    BEEN PUT BACK, FOR THE HISTORY ROW'S DEFERRED FIGURES.
       01 WS-CARRY-NOW.
          05 WS-CD-LOAN-NOW       PIC S9(7)V99 VALUE 0.
          05 WS-CD-OTHER-NOW      PIC S9(7)V99 VALUE 0.

       01 WS-HIST-ACTION          PIC X(7) VALUE SPACES.

       01 WS-TOTALS.
          05 WS-OUT-COUNT         PIC 9(5) VALUE 0.
          05 WS-RUN-ROWS          PIC 9(5) VALUE 0.
          05 WS-PAY-ROWS          PIC 9(5) VALUE 0.
          05 WS-REV-COUNT         PIC 9(5) VALUE 0.
          05 WS-KEEP-COUNT        PIC 9(5) VALUE 0.
          05 WS-EXCEPT-COUNT      PIC 9(5) VALUE 0.
          05 WS-LOAN-COUNT        PIC 9(5) VALUE 0.
          05 WS-REOPEN-COUNT      PIC 9(5) VALUE 0.
          05 WS-CARRY-COUNT       PIC 9(5) VALUE 0.
          05 WS-HIST-REDUCED      PIC 9(5) VALUE 0.
          05 WS-HIST-REMOVED      PIC 9(5) VALUE 0.
          05 WS-DEFER-ROWS        PIC 9(5) VALUE 0.
          05 WS-REV-BASIC         PIC S9(9)V99 VALUE 0.
          05 WS-REV-BONUS         PIC S9(9)V99 VALUE 0.
          05 WS-REV-TAX           PIC S9(9)V99 VALUE 0.
          05 WS-REV-NET           PIC S9(9)V99 VALUE 0.
          05 WS-REV-OT            PIC S9(9)V99 VALUE 0.
          05 WS-REV-ALLOW         PIC S9(9)V99 VALUE 0.
          05 WS-REV-LWP           PIC S9(9)V99 VALUE 0.
          05 WS-REV-OTHDED        PIC S9(9)V99 VALUE 0.
          05 WS-REV-LOAN          PIC S9(9)V99 VALUE 0.
          05 WS-REV-DEFER         PIC S9(9)V99 VALUE 0.

       01 WS-RPT-HDR-LINE.
          05 FILLER               PIC X(27) VALUE SPACES.
          05 FILLER               PIC X(25)
              VALUE "PAY RUN REVERSAL REGISTER".

       01 WS-RPT-RUN-LINE.
          05 FILLER               PIC X(12) VALUE "RUN NUMBER: ".
          05 WS-RPT-RUN-NO        PIC 9(5).
          05 FILLER               PIC X(20)
              VALUE "   PAY PERIOD END:  ".
          05 WS-RPT-PERIOD        PIC X(8).
          05 FILLER               PIC X(14) VALUE "   PAY GROUP: ".
          05 WS-RPT-GROUP         PIC X(2).
          05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-RPT-COL-LINE.
          05 FILLER               PIC X(6)  VALUE "EMPID ".
          05 FILLER               PIC X(19) VALUE "EMPLOYEE NAME".
          05 FILLER               PIC X(12) VALUE "      BASIC ".
          05 FILLER               PIC X(12) VALUE "        TAX ".
          05 FILLER               PIC X(12) VALUE "        NET ".
          05 FILLER               PIC X(11) VALUE "      LOAN ".
          05 FILLER               PIC X(8)  VALUE "HISTORY".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-EMP-ID        PIC 9(5).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-EMP-NAME      PIC X(18).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-BASIC         PIC ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-TAX           PIC ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-NET           PIC ZZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-LOAN          PIC ZZ,ZZ9.99-.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 WS-RDL-HIST          PIC X(7).
          05 FILLER               PIC X(1) VALUE SPACES.

       01 WS-RPT-TOT-LINE.
          05 FILLER               PIC X(20)
              VALUE "ROWS REVERSED     : ".
          05 WS-RTL-COUNT         PIC ZZZZ9.
          05 FILLER               PIC X(20)
              VALUE "   NET REVERSED  :  ".
          05 WS-RTL-NET           PIC Z,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM READ-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF = 'Y'
           PERFORM FINAL-PARA
           STOP RUN.

      *    EVERY REASON TO REFUSE IS CHECKED HERE, BEFORE ANY FILE
      *    IS OPENED FOR UPDATE.
       INIT-PARA.
           PERFORM STAMP-RUN-START-PARA
           PERFORM LOAD-REV-PARM-PARA
           PERFORM FIND-RUN-PARA
           PERFORM SCAN-PERIOD-PARA
           PERFORM CHECK-CHECKPOINT-PARA
           PERFORM PRESCAN-EMP-OUT-PARA
           PERFORM OPEN-FILES-PARA.

       STAMP-RUN-START-PARA.
           ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-START-TIME.

       LOAD-REV-PARM-PARA.
           OPEN INPUT REV-PARM-FILE
           IF WS-REVPARM-STATUS = "00"
               READ REV-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RVP-RUN-NUMBER NUMERIC
                           MOVE RVP-RUN-NUMBER TO WS-REV-RUN-NO
                       END-IF
               END-READ
               CLOSE REV-PARM-FILE
           END-IF
           IF WS-REV-RUN-NO = 0
               MOVE "NO RUN NUMBER ON THE REVERSAL PARAMETER"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF.

      *    FIRST PASS OVER THE AUDIT FILE: FINDS THE RUN TO BE
      *    BACKED OUT AND COUNTS THE ROWS FOR THIS RUN'S OWN NUMBER.
       FIND-RUN-PARA.
           MOVE 0 TO WS-RC-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CTL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RC-RUN-NUMBER
                           IF RC-RUN-NUMBER = WS-REV-RUN-NO
                               MOVE 'Y' TO WS-RUN-FOUND
                               MOVE RC-PROGRAM TO WS-REV-PROGRAM
                               MOVE RC-PAY-PERIOD-END
                                   TO WS-REV-PERIOD
                               MOVE RC-PAY-GROUP TO WS-REV-GROUP
                               MOVE RC-TOT-NET TO WS-REV-TOT-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CTL-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           ADD 1 TO WS-RC-RUN-NUMBER
           IF WS-REV-GROUP = SPACES
               MOVE "MN" TO WS-REV-GROUP
           END-IF
           IF WS-RUN-FOUND = 'N'
               MOVE "RUN NUMBER NOT ON THE RUN CONTROL FILE"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           IF WS-REV-PROGRAM NOT = "PAYROLL01"
               MOVE "RUN IS NOT A PAYROLL01 RUN"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF.

      *    SECOND PASS, OVER THE RUN'S GROUP AND PERIOD ONLY. A BANK
      *    FEED OR CHEQUE RUN AFTER THE RUN HAS PAID ITS MONEY OUT,
      *    AND A SETTLEMENT AFTER IT WAS WORKED OUT FROM ITS FIGURES.
      *    THE RUN MUST STILL BE THE LATEST PAYROLL01 RUN STANDING.
       SCAN-PERIOD-PARA.
           OPEN INPUT RUN-CTL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-CTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RC-PAY-GROUP TO WS-RC-PAY-GROUP
                       IF WS-RC-PAY-GROUP = SPACES
                           MOVE "MN" TO WS-RC-PAY-GROUP
                       END-IF
                       IF RC-PAY-PERIOD-END = WS-REV-PERIOD
                           AND WS-RC-PAY-GROUP = WS-REV-GROUP
                           PERFORM SCAN-PERIOD-ROW-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CTL-FILE
           MOVE 'N' TO WS-EOF
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-PARA
           END-IF
           IF WS-STK-COUNT = 0
               MOVE "RUN HAS ALREADY BEEN REVERSED"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           IF WS-STK-RUN-NO(WS-STK-COUNT) NOT = WS-REV-RUN-NO
               MOVE "NOT THE LATEST PAYROLL01 RUN STANDING FOR PERIOD"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           IF WS-STK-COUNT > 1
               COMPUTE WS-STK-SUB = WS-STK-COUNT - 1
               MOVE WS-STK-RUN-NO(WS-STK-SUB) TO WS-PREV-RUN-NO
           END-IF.

       SCAN-PERIOD-ROW-PARA.
           EVALUATE TRUE
               WHEN RC-PROGRAM = "PAYROLL01"
                   PERFORM PUSH-RUN-PARA
               WHEN RC-PROGRAM = "PAYREV01"
                   IF WS-STK-COUNT > 0
                       SUBTRACT 1 FROM WS-STK-COUNT
                   END-IF
               WHEN RC-PROGRAM = "BANKFEED01"
                   AND RC-RUN-NUMBER > WS-REV-RUN-NO
                   MOVE "BANK FEED ALREADY CUT FOR THE RUN'S PERIOD"
                       TO WS-REFUSE-REASON
               WHEN RC-PROGRAM = "PAYCHEQ01"
                   AND RC-RUN-NUMBER > WS-REV-RUN-NO
                   MOVE "CHEQUES ALREADY PRINTED FOR THE RUN'S PERIOD"
                       TO WS-REFUSE-REASON
               WHEN RC-PROGRAM = "LABDIST01"
                   AND RC-RUN-NUMBER > WS-REV-RUN-NO
                   MOVE "LABOR COST ALREADY DISTRIBUTED FOR THE RUN"
                       TO WS-REFUSE-REASON
               WHEN RC-PROGRAM = "SETTLE01"
                   IF RC-RUN-NUMBER > WS-REV-RUN-NO
                       MOVE "SETTLEMENTS HAVE RUN SINCE THE RUN"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF WS-SETL-COUNT < WS-SETL-MAX
                           ADD 1 TO WS-SETL-COUNT
                           MOVE RC-RUN-NUMBER
                               TO WS-SETL-RUN-NO(WS-SETL-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A FULL STACK DROPS ITS OLDEST ENTRY - ONLY THE TOP TWO
      *    ARE EVER NEEDED.
       PUSH-RUN-PARA.
           IF WS-STK-COUNT >= WS-STK-MAX
               PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                       UNTIL WS-STK-SUB >= WS-STK-MAX
                   MOVE WS-STK-RUN-NO(WS-STK-SUB + 1)
                       TO WS-STK-RUN-NO(WS-STK-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-STK-COUNT
           END-IF
           ADD 1 TO WS-STK-COUNT
           MOVE RC-RUN-NUMBER TO WS-STK-RUN-NO(WS-STK-COUNT).

      *    THE LAST CHECKPOINT MUST BE THE RUN'S OWN, COMPLETED, AND
      *    AGREE WITH ITS AUDIT ROW - OTHERWISE A LATER RUN OR AN
      *    ABEND HAS REPLACED WHAT THIS PROGRAM WOULD BE UNDOING. A
      *    RESTARTED RUN'S CHECKPOINT MAY CARRY THE NUMBER OF THE
      *    ATTEMPT IT FINISHED, WHICH STILL FALLS AFTER THE RUN
      *    BEFORE IT.
       CHECK-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHECKPOINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 'Y' TO WS-CHK-FOUND
                           MOVE CHECKPOINT-REC TO WS-LAST-CHK
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           MOVE SVC-PAY-GROUP TO WS-ROW-GROUP
           IF WS-ROW-GROUP = SPACES
               MOVE "MN" TO WS-ROW-GROUP
           END-IF
           EVALUATE TRUE
               WHEN WS-CHK-FOUND = 'N'
                   MOVE "NO PAYROLL01 CHECKPOINT ON FILE"
                       TO WS-REFUSE-REASON
               WHEN WS-ROW-GROUP NOT = WS-REV-GROUP
                   MOVE "CHECKPOINT IS FOR ANOTHER PAY GROUP"
                       TO WS-REFUSE-REASON
               WHEN SVC-JOB-STATUS NOT = "COMPLETE"
                   MOVE "LAST PAYROLL01 RUN DID NOT COMPLETE"
                       TO WS-REFUSE-REASON
               WHEN SVC-RUN-NUMBER > WS-REV-RUN-NO
                   OR SVC-RUN-NUMBER <= WS-PREV-RUN-NO
                   OR SVC-TOT-NET NOT = WS-REV-TOT-NET
                   MOVE "CHECKPOINT NO LONGER BELONGS TO THE RUN"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-PARA
           END-IF.

      *    THE RUN'S ROWS ARE THE ONES STAMPED AFTER THE RUN BEFORE
      *    IT, UP TO AND INCLUDING ITS OWN NUMBER, LESS SETTLEMENTS.
      *    THEY MUST ALL BE FOR THE RUN'S PERIOD, AND THE PAYROLL01
      *    ROWS ON FILE MUST AGREE WITH THE CHECKPOINT'S COUNT.
       PRESCAN-EMP-OUT-PARA.
           OPEN INPUT EMP-OUT-FILE
           IF WS-EMPOUT-STATUS NOT = "00"
               MOVE "EMP-OUT FILE NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-OUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ROW-PARA
                       IF WS-SETL-ROW = 'N'
                           ADD 1 TO WS-PAY-ROWS
                       END-IF
                       MOVE OUT-PAY-GROUP TO WS-ROW-GROUP
                       IF WS-ROW-GROUP = SPACES
                           MOVE "MN" TO WS-ROW-GROUP
                       END-IF
                       IF WS-ROW-GROUP NOT = WS-REV-GROUP
                           MOVE "EMP-OUT IS FOR ANOTHER PAY GROUP"
                               TO WS-REFUSE-REASON
                       END-IF
                       IF WS-IN-RUN = 'Y'
                           ADD 1 TO WS-RUN-ROWS
                           IF OUT-PAY-PERIOD-END NOT = WS-REV-PERIOD
                               MOVE "EMP-OUT ROWS FOR ANOTHER PERIOD"
                                   TO WS-REFUSE-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-OUT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-RUN-ROWS = 0
               MOVE "NO EMP-OUT ROWS STAMPED WITH THE RUN"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-PAY-ROWS NOT = SVC-WRITE-COUNT
               MOVE "EMP-OUT DOES NOT AGREE WITH THE CHECKPOINT"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-PARA
           END-IF.

       CLASSIFY-ROW-PARA.
           MOVE 'N' TO WS-IN-RUN
           MOVE 'N' TO WS-SETL-ROW
           PERFORM VARYING WS-SETL-SUB FROM 1 BY 1
                   UNTIL WS-SETL-SUB > WS-SETL-COUNT
               IF OUT-RUN-NUMBER = WS-SETL-RUN-NO(WS-SETL-SUB)
                   MOVE 'Y' TO WS-SETL-ROW
               END-IF
           END-PERFORM
           IF WS-SETL-ROW = 'N'
               AND OUT-RUN-NUMBER > WS-PREV-RUN-NO
               AND OUT-RUN-NUMBER <= WS-REV-RUN-NO
               MOVE 'Y' TO WS-IN-RUN
           END-IF.

       REFUSE-PARA.
           DISPLAY "RUN " WS-REV-RUN-NO " - " WS-REFUSE-REASON
           DISPLAY "REVERSAL REFUSED - NOTHING HAS BEEN CHANGED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE PAY HISTORY AND CARRIED DEDUCTIONS MUST BE USABLE
      *    BEFORE THE FIRST EMPLOYEE IS TOUCHED. THE LOAN MASTER IS
      *    OPTIONAL, AS IN PAYROLL01.
       OPEN-FILES-PARA.
           OPEN I-O EMP-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               MOVE "EMPLOYEE MASTER NOT USABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           OPEN I-O PAY-HIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               CLOSE EMP-MASTER-FILE
               MOVE "PAY HISTORY FILE NOT USABLE" TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           OPEN I-O CARRY-DED-FILE
           IF WS-CARRYDED-STATUS = "35"
               OPEN OUTPUT CARRY-DED-FILE
               CLOSE CARRY-DED-FILE
               OPEN I-O CARRY-DED-FILE
           END-IF
           IF WS-CARRYDED-STATUS NOT = "00"
               CLOSE EMP-MASTER-FILE
               CLOSE PAY-HIST-FILE
               MOVE "CARRIED DEDUCTIONS FILE NOT USABLE"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-PARA
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOANMAST-STATUS = "00"
               MOVE 'Y' TO WS-LOAN-FILE-OPEN
           END-IF
           OPEN INPUT EMP-OUT-FILE
           OPEN OUTPUT REV-WORK-FILE
           OPEN OUTPUT GL-FEED-FILE
           OPEN OUTPUT REV-RPT-FILE
           MOVE SPACES TO REV-RPT-LINE
           WRITE REV-RPT-LINE FROM WS-RPT-HDR-LINE
           MOVE ALL "=" TO REV-RPT-LINE
           WRITE REV-RPT-LINE
           MOVE WS-REV-RUN-NO TO WS-RPT-RUN-NO
           MOVE WS-REV-PERIOD TO WS-RPT-PERIOD
           MOVE WS-REV-GROUP  TO WS-RPT-GROUP
           WRITE REV-RPT-LINE FROM WS-RPT-RUN-LINE
           WRITE REV-RPT-LINE FROM WS-RPT-COL-LINE
           MOVE ALL "-" TO REV-RPT-LINE
           WRITE REV-RPT-LINE.

       READ-PARA.
           READ EMP-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-OUT-COUNT
           END-READ.

      *    ROWS OF OTHER RUNS GO TO THE WORK FILE AND BECOME THE NEW
      *    EMP-OUT AT END OF JOB.
       PROCESS-PARA.
           IF WS-EOF = 'N'
               PERFORM CLASSIFY-ROW-PARA
               IF WS-IN-RUN = 'Y'
                   PERFORM REVERSE-ROW-PARA
               ELSE
                   WRITE REV-WORK-REC FROM EMP-OUT-REC
                   ADD 1 TO WS-KEEP-COUNT
               END-IF
               PERFORM READ-PARA
           END-IF.

       REVERSE-ROW-PARA.
           PERFORM RESTORE-MASTER-PARA
           PERFORM RESTORE-LOAN-PARA
           PERFORM RESTORE-CARRY-PARA
           PERFORM RESTORE-HIST-PARA
           PERFORM RESTORE-CHKPT-DEPT-PARA
           ADD OUT-BASIC-SAL  TO WS-REV-BASIC
           ADD OUT-BONUS      TO WS-REV-BONUS
           ADD OUT-TAX        TO WS-REV-TAX
           ADD OUT-NET-PAY    TO WS-REV-NET
           ADD OUT-OT-PAY     TO WS-REV-OT
           ADD OUT-ALLOWANCE  TO WS-REV-ALLOW
           ADD OUT-LWP-DED    TO WS-REV-LWP
           ADD OUT-OTHER-DED  TO WS-REV-OTHDED
           ADD OUT-LOAN-DED   TO WS-REV-LOAN
           IF OUT-DEFER-LOAN NOT = 0 OR OUT-DEFER-OTHER NOT = 0
               ADD 1 TO WS-DEFER-ROWS
               ADD OUT-DEFER-LOAN  TO WS-REV-DEFER
               ADD OUT-DEFER-OTHER TO WS-REV-DEFER
           END-IF
           ADD 1 TO WS-REV-COUNT
           PERFORM PRINT-DETAIL-PARA.

      *    THE RUN ADDED ITS BASIC, BONUS, TAX AND NET TO THE YTD
      *    FIGURES AND LEFT THE LEAVE BALANCE AND ACCRUAL PERIOD AS
      *    ITS OWN ACCRUAL AND DRAW MADE THEM - THE ROW CARRIES
      *    WHAT THEY WERE BEFORE.
       RESTORE-MASTER-PARA.
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE OUT-EMP-ID TO MST-EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ
           IF WS-MASTER-FOUND = 'Y'
               SUBTRACT OUT-BASIC-SAL FROM MST-YTD-BASIC
               SUBTRACT OUT-BONUS     FROM MST-YTD-BONUS
               SUBTRACT OUT-TAX       FROM MST-YTD-TAX
               SUBTRACT OUT-NET-PAY   FROM MST-YTD-NET
               MOVE OUT-LEAVE-OPEN-BAL  TO MST-LEAVE-BAL
               MOVE OUT-LEAVE-PREV-ACCR TO MST-LEAVE-ACCR-PERIOD
               REWRITE EMP-MASTER-REC
           ELSE
               DISPLAY "EMP ID NOT ON MASTER - YTD NOT RESTORED: "
                   OUT-EMP-ID
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

      *    THE INSTALLMENT THE RUN TOOK GOES BACK ON THE BALANCE; A
      *    LOAN THE RUN PAID OFF AND CLOSED IS ACTIVE AGAIN.
       RESTORE-LOAN-PARA.
           IF OUT-LOAN-DED NOT = 0
               MOVE 'N' TO WS-LOAN-FOUND
               IF WS-LOAN-FILE-OPEN = 'Y'
                   MOVE OUT-EMP-ID TO LN-EMP-ID
                   READ LOAN-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-LOAN-FOUND
                   END-READ
               END-IF
               IF WS-LOAN-FOUND = 'Y'
                   ADD OUT-LOAN-DED TO LN-BALANCE
                   IF LN-CLOSED AND LN-BALANCE > 0
                       MOVE 'A' TO LN-STATUS
                       ADD 1 TO WS-REOPEN-COUNT
                   END-IF
                   REWRITE LOAN-MASTER-REC
                   ADD 1 TO WS-LOAN-COUNT
               ELSE
                   DISPLAY "LOAN NOT ON FILE - INSTALLMENT NOT "
                       "RETURNED: " OUT-EMP-ID
                   ADD 1 TO WS-EXCEPT-COUNT
               END-IF
           END-IF.

      *    PAYROLL01 REPLACES THE CARRIED ROW WITH WHAT IS STILL OWED
      *    AFTER EACH PAYMENT, AND THE ROW RECORDS WHAT WAS CARRIED
      *    IN - SO THE CARRIED ROW GOES BACK TO THOSE AMOUNTS, OR
      *    AWAY IF NOTHING WAS CARRIED IN. A ROW WITH NOTHING CARRIED
      *    IN OR DEFERRED (AN ADJUSTMENT RUN) NEVER TOUCHED THE FILE.
       RESTORE-CARRY-PARA.
           IF OUT-CARRY-LOAN NOT = 0 OR OUT-CARRY-OTHER NOT = 0
               OR OUT-DEFER-LOAN NOT = 0 OR OUT-DEFER-OTHER NOT = 0
               PERFORM READ-CARRY-PARA
               IF OUT-CARRY-LOAN = 0 AND OUT-CARRY-OTHER = 0
                   IF WS-CARRY-FOUND = 'Y'
                       DELETE CARRY-DED-FILE RECORD
                           INVALID KEY
                               DISPLAY "CARRIED DED DELETE FAILED "
                                   "FOR: " OUT-EMP-ID
                       END-DELETE
                   END-IF
               ELSE
                   MOVE OUT-EMP-ID      TO CD-EMP-ID
                   MOVE OUT-CARRY-LOAN  TO CD-LOAN-AMT
                   MOVE OUT-CARRY-OTHER TO CD-OTHER-AMT
                   IF WS-CARRY-FOUND = 'Y'
                       REWRITE CARRY-DED-REC
                           INVALID KEY
                               DISPLAY "CARRIED DED REWRITE FAILED "
                                   "FOR: " OUT-EMP-ID
                       END-REWRITE
                   ELSE
                       MOVE OUT-PAY-PERIOD-END TO CD-LAST-PERIOD
                       WRITE CARRY-DED-REC
                           INVALID KEY
                               DISPLAY "CARRIED DED WRITE FAILED "
                                   "FOR: " OUT-EMP-ID
                       END-WRITE
                   END-IF
               END-IF
               ADD 1 TO WS-CARRY-COUNT
           END-IF
           PERFORM READ-CARRY-PARA
           MOVE 0 TO WS-CD-LOAN-NOW
           MOVE 0 TO WS-CD-OTHER-NOW
           IF WS-CARRY-FOUND = 'Y'
               MOVE CD-LOAN-AMT  TO WS-CD-LOAN-NOW
               MOVE CD-OTHER-AMT TO WS-CD-OTHER-NOW
           END-IF.

       READ-CARRY-PARA.
           MOVE 'N' TO WS-CARRY-FOUND
           MOVE OUT-EMP-ID TO CD-EMP-ID
           READ CARRY-DED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARRY-FOUND
           END-READ.

      *    THE RUN'S AMOUNTS COME OFF THE PERIOD'S HISTORY ROW. A ROW
      *    LEFT WITH NO PAY AT ALL WAS WRITTEN BY THIS RUN AND IS
      *    REMOVED; OTHERWISE THE POINT-IN-TIME BALANCES GO BACK TO
      *    WHERE THE EARLIER PAYMENT LEFT THEM.
       RESTORE-HIST-PARA.
           MOVE OUT-EMP-ID         TO HST-EMP-ID
           MOVE OUT-PAY-PERIOD-END TO HST-PAY-PERIOD-END
           READ PAY-HIST-FILE
               INVALID KEY
                   MOVE "MISSING" TO WS-HIST-ACTION
                   DISPLAY "PAY HIST ROW NOT FOUND FOR EMP ID: "
                       OUT-EMP-ID
                   ADD 1 TO WS-EXCEPT-COUNT
               NOT INVALID KEY
                   PERFORM REDUCE-HIST-PARA
           END-READ.

       REDUCE-HIST-PARA.
           SUBTRACT OUT-BASIC-SAL  FROM HST-BASIC-SAL
           SUBTRACT OUT-BONUS      FROM HST-BONUS
           SUBTRACT OUT-PF         FROM HST-PF
           SUBTRACT OUT-PROF-TAX   FROM HST-PROF-TAX
           SUBTRACT OUT-HEALTH-INS FROM HST-HEALTH-INS
           SUBTRACT OUT-TAX        FROM HST-TAX
           SUBTRACT OUT-NET-PAY    FROM HST-NET-PAY
           SUBTRACT OUT-OT-PAY     FROM HST-OT-PAY
           SUBTRACT OUT-ALLOWANCE  FROM HST-ALLOWANCE
           SUBTRACT OUT-LWP-DED    FROM HST-LWP-DED
           SUBTRACT OUT-OTHER-DED  FROM HST-OTHER-DED
           SUBTRACT OUT-LOAN-DED   FROM HST-LOAN-DED
           SUBTRACT OUT-GRATUITY   FROM HST-GRATUITY
           SUBTRACT OUT-LEAVE-ENC  FROM HST-LEAVE-ENC
           IF HST-BASIC-SAL = 0 AND HST-BONUS = 0
               AND HST-TAX = 0 AND HST-NET-PAY = 0
               AND HST-OT-PAY = 0 AND HST-ALLOWANCE = 0
               AND HST-LWP-DED = 0 AND HST-OTHER-DED = 0
               AND HST-LOAN-DED = 0 AND HST-GRATUITY = 0
               AND HST-LEAVE-ENC = 0
               DELETE PAY-HIST-FILE RECORD
                   INVALID KEY
                       DISPLAY "PAY HIST DELETE FAILED FOR EMP ID: "
                           OUT-EMP-ID
               END-DELETE
               MOVE "REMOVED" TO WS-HIST-ACTION
               ADD 1 TO WS-HIST-REMOVED
           ELSE
               IF OUT-LOAN-DED NOT = 0
                   IF WS-LOAN-FOUND = 'Y'
                       MOVE LN-BALANCE TO HST-LOAN-BAL
                   ELSE
                       COMPUTE HST-LOAN-BAL =
                           OUT-LOAN-BAL + OUT-LOAN-DED
                   END-IF
               END-IF
               MOVE OUT-LEAVE-OPEN-BAL TO HST-LEAVE-BAL
               MOVE WS-CD-LOAN-NOW     TO HST-DEFER-LOAN
               MOVE WS-CD-OTHER-NOW    TO HST-DEFER-OTHER
               REWRITE PAY-HIST-REC
                   INVALID KEY
                       DISPLAY "PAY HIST REWRITE FAILED FOR EMP ID: "
                           OUT-EMP-ID
               END-REWRITE
               MOVE "REDUCED" TO WS-HIST-ACTION
               ADD 1 TO WS-HIST-REDUCED
           END-IF.

      *    THE DEPARTMENT TOTALS ON THE CHECKPOINT DROP THE ROW SO A
      *    SUPPLEMENTAL RUN CARRYING ON THE PERIOD STARTS FROM THE
      *    FIGURES AS THEY STOOD BEFORE THE RUN.
       RESTORE-CHKPT-DEPT-PARA.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > SVC-DT-COUNT
                   OR WS-CHK-IDX > 25
               IF SVC-DT-DEPT-CODE(WS-CHK-IDX) = OUT-DEPT-CODE
                   SUBTRACT 1 FROM SVC-DT-REC-COUNT(WS-CHK-IDX)
                   SUBTRACT OUT-BASIC-SAL
                       FROM SVC-DT-BASIC(WS-CHK-IDX)
                   SUBTRACT OUT-BONUS FROM SVC-DT-BONUS(WS-CHK-IDX)
                   SUBTRACT OUT-TAX   FROM SVC-DT-TAX(WS-CHK-IDX)
                   SUBTRACT OUT-NET-PAY FROM SVC-DT-NET(WS-CHK-IDX)
               END-IF
           END-PERFORM.

       PRINT-DETAIL-PARA.
           MOVE OUT-EMP-ID     TO WS-RDL-EMP-ID
           MOVE OUT-EMP-NAME   TO WS-RDL-EMP-NAME
           MOVE OUT-BASIC-SAL  TO WS-RDL-BASIC
           MOVE OUT-TAX        TO WS-RDL-TAX
           MOVE OUT-NET-PAY    TO WS-RDL-NET
           MOVE OUT-LOAN-DED   TO WS-RDL-LOAN
           MOVE WS-HIST-ACTION TO WS-RDL-HIST
           WRITE REV-RPT-LINE FROM WS-RPT-DETAIL-LINE.

      *    THE KEPT ROWS BECOME THE PERIOD'S EMP-OUT.
       REBUILD-EMP-OUT-PARA.
           OPEN INPUT REV-WORK-FILE
           OPEN OUTPUT EMP-OUT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REV-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE EMP-OUT-REC FROM REV-WORK-REC
               END-READ
           END-PERFORM
           CLOSE REV-WORK-FILE
           CLOSE EMP-OUT-FILE
           MOVE 'N' TO WS-EOF.

      *    THE CHECKPOINT GOES BACK TO THE PERIOD AS IT STOOD BEFORE
      *    THE RUN, NAMED FOR THE RUN BEFORE IT, SO BALANCE01 AND A
      *    SUPPLEMENTAL RUN SEE ONLY WHAT IS STILL PAID. THE RUN'S
      *    REJECTS STAY COUNTED - THEY WERE READ AND REPORTED.
       REWRITE-CHECKPOINT-PARA.
           SUBTRACT WS-REV-COUNT  FROM SVC-READ-COUNT
           SUBTRACT WS-REV-COUNT  FROM SVC-WRITE-COUNT
           SUBTRACT WS-REV-BASIC  FROM SVC-TOT-BASIC
           SUBTRACT WS-REV-BONUS  FROM SVC-TOT-BONUS
           SUBTRACT WS-REV-TAX    FROM SVC-TOT-TAX
           SUBTRACT WS-REV-NET    FROM SVC-TOT-NET
           SUBTRACT WS-REV-OT     FROM SVC-TOT-OT
           SUBTRACT WS-REV-ALLOW  FROM SVC-TOT-ALLOW
           SUBTRACT WS-REV-LWP    FROM SVC-TOT-LWP
           SUBTRACT WS-REV-OTHDED FROM SVC-TOT-OTHDED
           SUBTRACT WS-REV-LOAN   FROM SVC-TOT-LOAN
           SUBTRACT WS-REV-DEFER  FROM SVC-TOT-DEFER
           IF SVC-FLOOR-COUNT > WS-DEFER-ROWS
               SUBTRACT WS-DEFER-ROWS FROM SVC-FLOOR-COUNT
           ELSE
               MOVE 0 TO SVC-FLOOR-COUNT
           END-IF
           MOVE WS-PREV-RUN-NO TO SVC-RUN-NUMBER
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC FROM WS-LAST-CHK
           CLOSE CHECKPOINT-FILE.

      *    THE RUN'S OWN POSTING WITH EVERY SIDE SWAPPED.
       WRITE-GL-FEED-PARA.
           MOVE WS-GL-ACCT-BASIC TO GL-ACCOUNT-CODE
           MOVE "CR"             TO GL-DR-CR
           MOVE WS-REV-BASIC     TO GL-AMOUNT
           MOVE "REVERSAL BASIC PAY EXPENSE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-BONUS TO GL-ACCOUNT-CODE
           MOVE "CR"             TO GL-DR-CR
           MOVE WS-REV-BONUS     TO GL-AMOUNT
           MOVE "REVERSAL BONUS EXPENSE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-TAX   TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-REV-TAX       TO GL-AMOUNT
           MOVE "REVERSAL STATUTORY TAX LIAB" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-OT    TO GL-ACCOUNT-CODE
           MOVE "CR"             TO GL-DR-CR
           MOVE WS-REV-OT        TO GL-AMOUNT
           MOVE "REVERSAL OVERTIME PAY EXPENSE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-ALLOW TO GL-ACCOUNT-CODE
           MOVE "CR"             TO GL-DR-CR
           MOVE WS-REV-ALLOW     TO GL-AMOUNT
           MOVE "REVERSAL ALLOWANCE EXPENSE" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LWP   TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-REV-LWP       TO GL-AMOUNT
           MOVE "REVERSAL LEAVE W/O PAY RECOVERY" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-OTHDED TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-REV-OTHDED    TO GL-AMOUNT
           MOVE "REVERSAL OTHER DEDUCTIONS" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-LOAN  TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-REV-LOAN      TO GL-AMOUNT
           MOVE "REVERSAL LOAN INSTALLMENTS" TO GL-DESCRIPTION
           WRITE GL-FEED-REC

           MOVE WS-GL-ACCT-NET   TO GL-ACCOUNT-CODE
           MOVE "DR"             TO GL-DR-CR
           MOVE WS-REV-NET       TO GL-AMOUNT
           MOVE "REVERSAL NET PAY DISBURSED" TO GL-DESCRIPTION
           WRITE GL-FEED-REC.

       WRITE-RUN-CTL-PARA.
           ACCEPT WS-RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-TIME-RAW(1:6) TO WS-RC-END-TIME
           OPEN EXTEND RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL-FILE
           END-IF
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "PAYREV01"        TO RC-PROGRAM
           MOVE WS-REV-PERIOD     TO RC-PAY-PERIOD-END
           MOVE WS-REV-GROUP      TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
           MOVE WS-RC-END-DATE    TO RC-END-DATE
           MOVE WS-RC-END-TIME    TO RC-END-TIME
           MOVE WS-OUT-COUNT      TO RC-READ-COUNT
           MOVE WS-REV-COUNT      TO RC-WRITE-COUNT
           MOVE WS-EXCEPT-COUNT   TO RC-REJECT-COUNT
           COMPUTE RC-TOT-NET = 0 - WS-REV-NET
           WRITE RUN-CTL-REC
           CLOSE RUN-CTL-FILE.

       FINAL-PARA.
           MOVE ALL "-" TO REV-RPT-LINE
           WRITE REV-RPT-LINE
           MOVE WS-REV-COUNT TO WS-RTL-COUNT
           MOVE WS-REV-NET   TO WS-RTL-NET
           WRITE REV-RPT-LINE FROM WS-RPT-TOT-LINE
           CLOSE EMP-OUT-FILE
           CLOSE REV-WORK-FILE
           CLOSE EMP-MASTER-FILE
           IF WS-LOAN-FILE-OPEN = 'Y'
               CLOSE LOAN-MASTER-FILE
           END-IF
           CLOSE CARRY-DED-FILE
           CLOSE PAY-HIST-FILE
           PERFORM WRITE-GL-FEED-PARA
           CLOSE GL-FEED-FILE
           CLOSE REV-RPT-FILE
           PERFORM REBUILD-EMP-OUT-PARA
           PERFORM REWRITE-CHECKPOINT-PARA
           PERFORM WRITE-RUN-CTL-PARA
           DISPLAY "----------------------------------"
           DISPLAY "PAY RUN REVERSAL COMPLETE"
           DISPLAY "RUN REVERSED    : " WS-REV-RUN-NO
           DISPLAY "PAY PERIOD END  : " WS-REV-PERIOD
           DISPLAY "PAY GROUP       : " WS-REV-GROUP
           DISPLAY "EMP-OUT ROWS    : " WS-OUT-COUNT
           DISPLAY "ROWS REVERSED   : " WS-REV-COUNT
           DISPLAY "ROWS KEPT       : " WS-KEEP-COUNT
           DISPLAY "LOANS RESTORED  : " WS-LOAN-COUNT
           DISPLAY "LOANS REOPENED  : " WS-REOPEN-COUNT
           DISPLAY "CARRIED RESTORED: " WS-CARRY-COUNT
           DISPLAY "HISTORY REDUCED : " WS-HIST-REDUCED
           DISPLAY "HISTORY REMOVED : " WS-HIST-REMOVED
           DISPLAY "EXCEPTIONS      : " WS-EXCEPT-COUNT
           DISPLAY "NET REVERSED    : " WS-REV-NET
           DISPLAY "----------------------------------".
