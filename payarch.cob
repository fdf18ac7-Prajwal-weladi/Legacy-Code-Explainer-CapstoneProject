      *    PERIOD WITH EVERY STEP MISSING. THE CUTOFF IS ON THE
      *    END-OF-JOB CONTROL TOTALS INSTEAD.
           MOVE SPACES            TO RC-PAY-PERIOD-END
           MOVE SPACES            TO RC-PAY-GROUP
           MOVE 'F'               TO RC-RUN-MODE
           MOVE WS-RC-START-DATE  TO RC-START-DATE
           MOVE WS-RC-START-TIME  TO RC-START-TIME
