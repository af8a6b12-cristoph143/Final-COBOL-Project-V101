               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE VERIFY-REPORT
           GOBACK.

       OPEN-TABLE-FILES.
      **
