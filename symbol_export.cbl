               PERFORM PRINT-EXPORT-TRAILER
           END-IF
           CLOSE EXPORT-REPORT
           GOBACK.

       EXPORT-LOCAL-ENTRIES.
           MOVE LOW-VALUES TO ST-SYMBOL-KEY OF SYMTAB-FILE
