           PERFORM SORT-BY-ADDRESS
           PERFORM PRINT-STORAGE-MAP
           PERFORM SET-JOB-CONDITION-CODE
           GOBACK.

       UNLOAD-SYMBOL-TABLE.
      **
