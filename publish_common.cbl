           END-IF
           CLOSE PUBLISH-REPORT
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       READ-PUBLISH-PARM.
           MOVE SPACES TO WS-MODULE-NAME
