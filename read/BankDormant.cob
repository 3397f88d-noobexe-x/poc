           PERFORM WRITE-DORMANT-LINE
           MOVE "MaintAction=DORMANT" TO WS-Out-Line
           PERFORM WRITE-DORMANT-LINE
           *> the bank's own batch groups are keyed by no operator
           *> and need no second one.
           MOVE "OperatorId=SYSTEM" TO WS-Out-Line
           PERFORM WRITE-DORMANT-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-DORMANT-LINE.
