           MOVE 0 TO AU-AFTER-ADDRESS
           MOVE SPACE TO AU-AFTER-TYPE
           MOVE 0 TO AU-AFTER-LENGTH
           MOVE SPACES TO AU-MAKER-ID
           MOVE SPACES TO AU-CHECKER-ID
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
