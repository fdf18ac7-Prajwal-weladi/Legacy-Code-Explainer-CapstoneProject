       01 WS-RUNPARM-STATUS       PIC XX.
       01 WS-RUNCTL-STATUS        PIC XX.
       01 WS-COMP-PERIOD          PIC X(8) VALUE SPACES.
       01 WS-COMP-GROUP           PIC X(2) VALUE SPACES.

       01 WS-RUN-CTL-WORK.
          05 WS-RC-RUN-NUMBER  PIC 9(5) VALUE 0.
           MOVE WS-RC-RUN-NUMBER  TO RC-RUN-NUMBER
           MOVE "PAYCOMP01"       TO RC-PROGRAM
           MOVE WS-COMP-PERIOD    TO RC-PAY-PERIOD-END
           MOVE WS-COMP-GROUP     TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
                   ADD 1 TO WS-CURR-COUNT
                   IF WS-COMP-PERIOD = SPACES
                       MOVE OUT-PAY-PERIOD-END TO WS-COMP-PERIOD
                       MOVE OUT-PAY-GROUP      TO WS-COMP-GROUP
                   END-IF
                   ADD OUT-NET-PAY TO WS-CURR-TOT-NET
           END-READ.
