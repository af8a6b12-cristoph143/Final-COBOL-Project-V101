               CLOSE DELTA-REPORT
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       ACQUIRE-TABLE-LOCK.
      **
