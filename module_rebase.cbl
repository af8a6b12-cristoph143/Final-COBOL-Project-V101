           MOVE "MODREBAS" TO AU-JOB-NAME
           MOVE "U" TO AU-FUNCTION-CODE
           MOVE WS-MODULE-NAME TO AU-MODULE-NAME
           MOVE SPACES TO AU-MAKER-ID
           MOVE SPACES TO AU-CHECKER-ID
           WRITE AUDIT-RECORD.

       ACQUIRE-TABLE-LOCK.
