           STRING "NetworkRef=" CS-Network-Ref
               DELIMITED BY SIZE INTO WS-Out-Line
           PERFORM WRITE-SETTLE-LINE
           *> the bank's own batch groups are keyed by no operator
           *> and need no second one.
           MOVE "OperatorId=SYSTEM" TO WS-Out-Line
           PERFORM WRITE-SETTLE-LINE
           ADD 1 TO WS-Groups-Written.

       WRITE-SETTLE-LINE.
