      *          record counts plus every record that would not load,
      *          so recovering a damaged table is one short job
      *          instead of a full reassembly through XREF_LISTING.
      *          An M on the optional RSTPARM card merges the unload
      *          into the table as it stands instead -- how a
      *          retirement file SYMBOL_RETIRE wrote is put back --
      *          and a record already on file, in the table or the
      *          overflow area, is reported, not replaced.  Either
      *          way the table is held to the same capacity
      *          SYMBOL_TABLE enforces: once it is full, further
      *          records go to the overflow area, as an INSERT would.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RSTPARM-FILE ASSIGN TO RSTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTPARM-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO UNLOADIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
               RECORD KEY IS ST-SYMBOL-KEY OF SYMTAB-FILE
               FILE STATUS IS WS-SYMTAB-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF OVERFLOW-FILE
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT UTILCTL-FILE ASSIGN TO UTILCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTILCTL-STATUS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RSTPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSTPARM-RECORD.
           05  RM-RESTORE-MODE         PIC X(01).
           05  FILLER                  PIC X(79).

      * The unload is a sequential copy of SYMTAB-FILE records in key
      * order, exactly as TABLE_REORG and SYMBOL_DELTA write them.
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  UTILCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  UTILCTL-RECORD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RSTPARM-STATUS           PIC X(02).
           88  WS-RSTPARM-OK               VALUE "00".
       01  WS-UNLOAD-STATUS            PIC X(02).
           88  WS-UNLOAD-OK                VALUE "00".
           88  WS-UNLOAD-EOF               VALUE "10".
       01  WS-SYMTAB-STATUS            PIC X(02).
           88  WS-SYMTAB-OK                VALUE "00".
           88  WS-SYMTAB-DUPLICATE         VALUE "22".
       01  WS-OVERFLOW-STATUS          PIC X(02).
           88  WS-OVERFLOW-OK              VALUE "00".
       01  WS-UTILCTL-STATUS           PIC X(02).
           88  WS-UTILCTL-OK               VALUE "00".
           88  WS-UTILCTL-FILE-NOT-FOUND   VALUE "35".

       01  WS-LOCK-TAKEN-SW            PIC X(01).
           88  WS-LOCK-TAKEN               VALUE "Y".
       01  WS-TABLE-LOADED-SW          PIC X(01).
           88  WS-TABLE-LOADED             VALUE "Y".
       01  WS-OVERFLOW-SW              PIC X(01).
           88  WS-OVERFLOW-OPEN            VALUE "Y".
       01  WS-ON-FILE-SW               PIC X(01).
           88  WS-ALREADY-ON-FILE          VALUE "Y".

       01  WS-RESTORE-MODE             PIC X(01).
           88  WS-MODE-MERGE               VALUE "M".
           88  WS-MODE-REPLACE             VALUE "R".

      * The same table capacity SYMBOL_TABLE holds SYMTAB-FILE to.
       01  WS-MAX-TABLE-ENTRIES        PIC 9(05) VALUE 9999.
       01  WS-PRIMARY-COUNT            PIC 9(05).

       01  WS-READ-COUNT               PIC 9(05).
       01  WS-LOADED-COUNT             PIC 9(05).
       01  WS-OVERFLOW-LOADED-COUNT    PIC 9(05).
       01  WS-FAILED-COUNT             PIC 9(05).
       01  WS-FAILED-STATUS            PIC X(02).
       01  WS-HIGH-WATER-MARK          PIC 9(05).
       01  WS-OVERFLOW-COUNT           PIC 9(05).
       01  WS-PRIOR-CURRENT-COUNT      PIC 9(05).
       01  WS-NEW-CURRENT-COUNT        PIC 9(05).

       01  WS-RESTORE-HEADING-1        PIC X(40) VALUE
               "SYMBOL TABLE RESTORE REPORT".
               "** UNLOAD DATA SET NOT AVAILABLE - NO RESTORE DONE".
       01  WS-TABLE-BUSY-LINE          PIC X(80) VALUE
               "** SYMBOL TABLE BUSY - NO RESTORE DONE - TRY LATER".
       01  WS-NOTABLE-LINE             PIC X(80) VALUE
               "** SYMBOL TABLE NOT AVAILABLE - NO RESTORE DONE".

       01  WS-MODE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "RESTORE MODE      : ".
           05  MD-MODE-TEXT            PIC X(07).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-FAILED-LINE.
           05  FILLER                  PIC X(10) VALUE "** FAILED".
               "RECORDS LOADED    : ".
           05  TL-LOADED               PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-OVERFLOW.
           05  FILLER                  PIC X(20) VALUE
               "INTO OVERFLOW AREA: ".
           05  TL-OVERFLOW             PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-FAILED.
           05  FILLER                  PIC X(20) VALUE
               "RECORDS NOT LOADED: ".
      **
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-OVERFLOW-LOADED-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           OPEN OUTPUT RESTORE-REPORT
           WRITE RESTORE-RPT-LINE FROM WS-RESTORE-HEADING-1
           PERFORM READ-RESTORE-PARAMETER
           OPEN INPUT UNLOAD-FILE
           IF WS-UNLOAD-OK
               PERFORM ACQUIRE-TABLE-LOCK
               IF WS-LOCK-TAKEN
                   PERFORM READ-UTILCTL-COUNTERS
                   PERFORM LOAD-SYMBOL-TABLE
                   IF WS-TABLE-LOADED
                       PERFORM REWRITE-UTILCTL-COUNTERS
                       PERFORM PRINT-RESTORE-TRAILER
                       IF WS-FAILED-COUNT > 0
                               OR WS-OVERFLOW-LOADED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       WRITE RESTORE-RPT-LINE FROM WS-NOTABLE-LINE
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM RELEASE-TABLE-LOCK
               ELSE
                   WRITE RESTORE-RPT-LINE FROM WS-TABLE-BUSY-LINE
                   MOVE 8 TO RETURN-CODE
           CLOSE RESTORE-REPORT
           STOP RUN.

       READ-RESTORE-PARAMETER.
      **
      * No card, or anything but an M on it, is the full replace this
      * job has always done.
      **
           SET WS-MODE-REPLACE TO TRUE
           OPEN INPUT RSTPARM-FILE
           IF WS-RSTPARM-OK
               READ RSTPARM-FILE
               IF WS-RSTPARM-OK AND RM-RESTORE-MODE = "M"
                   SET WS-MODE-MERGE TO TRUE
               END-IF
               CLOSE RSTPARM-FILE
           END-IF
           IF WS-MODE-MERGE
               MOVE "MERGE" TO MD-MODE-TEXT
           ELSE
               MOVE "REPLACE" TO MD-MODE-TEXT
           END-IF
           WRITE RESTORE-RPT-LINE FROM WS-MODE-LINE.

       LOAD-SYMBOL-TABLE.
      **
      * A merge adds to the table that is there, so it must exist,
      * and starts counting from the entries already on it; a
      * replace starts from an empty table.  A record whose key is
      * already on file is reported with the rest of the records
      * that would not load.
      **
           MOVE "N" TO WS-TABLE-LOADED-SW
           MOVE "N" TO WS-OVERFLOW-SW
           IF WS-MODE-MERGE
               MOVE WS-PRIOR-CURRENT-COUNT TO WS-PRIMARY-COUNT
               OPEN I-O SYMTAB-FILE
           ELSE
               MOVE 0 TO WS-PRIMARY-COUNT
               OPEN OUTPUT SYMTAB-FILE
           END-IF
           IF WS-SYMTAB-OK
               SET WS-TABLE-LOADED TO TRUE
               PERFORM READ-UNLOAD-RECORD
               PERFORM LOAD-ONE-RECORD
                   UNTIL WS-UNLOAD-EOF
               CLOSE SYMTAB-FILE
               IF WS-OVERFLOW-OPEN
                   CLOSE OVERFLOW-FILE
               END-IF
           END-IF.

       READ-UNLOAD-RECORD.
           READ UNLOAD-FILE
           END-READ.

       LOAD-ONE-RECORD.
      **
      * As SYMBOL_TABLE INSERT does: a symbol already in the table or
      * the overflow area is a duplicate, and once the table holds
      * WS-MAX-TABLE-ENTRIES the record goes to the overflow area.
      **
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-ON-FILE-SW
           IF WS-MODE-MERGE
               PERFORM CHECK-ALREADY-ON-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ALREADY-ON-FILE
                   MOVE "22" TO WS-FAILED-STATUS
                   PERFORM REPORT-FAILED-RECORD
               WHEN WS-PRIMARY-COUNT < WS-MAX-TABLE-ENTRIES
                   PERFORM LOAD-INTO-TABLE
               WHEN OTHER
                   PERFORM LOAD-INTO-OVERFLOW
           END-EVALUATE
           PERFORM READ-UNLOAD-RECORD.

       CHECK-ALREADY-ON-FILE.
           MOVE ST-SYMBOL-KEY OF UNLOAD-FILE
               TO ST-SYMBOL-KEY OF SYMTAB-FILE
           READ SYMTAB-FILE
               KEY IS ST-SYMBOL-KEY OF SYMTAB-FILE
           IF WS-SYMTAB-OK
               SET WS-ALREADY-ON-FILE TO TRUE
           ELSE
               PERFORM OPEN-OVERFLOW-FILE
               IF WS-OVERFLOW-OPEN
                   MOVE ST-SYMBOL-KEY OF UNLOAD-FILE
                       TO ST-SYMBOL-KEY OF OVERFLOW-FILE
                   READ OVERFLOW-FILE
                       KEY IS ST-SYMBOL-KEY OF OVERFLOW-FILE
                   IF WS-OVERFLOW-OK
                       SET WS-ALREADY-ON-FILE TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-INTO-TABLE.
           MOVE SYMTAB-RECORD OF UNLOAD-FILE
               TO SYMTAB-RECORD OF SYMTAB-FILE
           WRITE SYMTAB-RECORD OF SYMTAB-FILE
           IF WS-SYMTAB-OK
               ADD 1 TO WS-LOADED-COUNT
               ADD 1 TO WS-PRIMARY-COUNT
           ELSE
               MOVE WS-SYMTAB-STATUS TO WS-FAILED-STATUS
               PERFORM REPORT-FAILED-RECORD
           END-IF.

       LOAD-INTO-OVERFLOW.
           PERFORM OPEN-OVERFLOW-FILE
           IF WS-OVERFLOW-OPEN
               MOVE SYMTAB-RECORD OF UNLOAD-FILE
                   TO SYMTAB-RECORD OF OVERFLOW-FILE
               WRITE SYMTAB-RECORD OF OVERFLOW-FILE
           END-IF
           IF WS-OVERFLOW-OPEN AND WS-OVERFLOW-OK
               ADD 1 TO WS-LOADED-COUNT
               ADD 1 TO WS-OVERFLOW-LOADED-COUNT
           ELSE
               MOVE WS-OVERFLOW-STATUS TO WS-FAILED-STATUS
               PERFORM REPORT-FAILED-RECORD
           END-IF.

       OPEN-OVERFLOW-FILE.
      **
      * Opened the first time a record needs it, and created then if
      * nothing has ever overflowed -- as SYMBOL_TABLE does.
      **
           IF NOT WS-OVERFLOW-OPEN
               OPEN I-O OVERFLOW-FILE
               IF NOT WS-OVERFLOW-OK
                   OPEN OUTPUT OVERFLOW-FILE
                   CLOSE OVERFLOW-FILE
                   OPEN I-O OVERFLOW-FILE
               END-IF
               IF WS-OVERFLOW-OK
                   SET WS-OVERFLOW-OPEN TO TRUE
               END-IF
           END-IF.

       REPORT-FAILED-RECORD.
           ADD 1 TO WS-FAILED-COUNT
           MOVE ST-MODULE-NAME OF UNLOAD-FILE TO FL-MODULE
           MOVE ST-SYMBOL-NAME OF UNLOAD-FILE TO FL-SYMBOL
           MOVE WS-FAILED-STATUS TO FL-STATUS
           WRITE RESTORE-RPT-LINE FROM WS-FAILED-LINE.

       READ-UTILCTL-COUNTERS.
           MOVE 0 TO WS-HIGH-WATER-MARK
           MOVE 0 TO WS-OVERFLOW-COUNT
           MOVE 0 TO WS-PRIOR-CURRENT-COUNT
           OPEN INPUT UTILCTL-FILE
           IF WS-UTILCTL-OK
               READ UTILCTL-FILE
               IF WS-UTILCTL-OK
                   MOVE UC-CURRENT-COUNT TO WS-PRIOR-CURRENT-COUNT
                   MOVE UC-HIGH-WATER-MARK TO WS-HIGH-WATER-MARK
                   MOVE UC-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT
               END-IF
               CLOSE UTILCTL-FILE
           END-IF.

       REWRITE-UTILCTL-COUNTERS.
      **
      * The current count is what the table now holds -- what the
      * load put on it, on top of what was already there for a
      * merge.  Whatever went to the overflow area is added to its
      * count as it stood on the control record; the high water mark
      * only ever rises, exactly as TABLE_REORG squares it after a
      * merge.
      **
           MOVE WS-PRIMARY-COUNT TO WS-NEW-CURRENT-COUNT
           ADD WS-OVERFLOW-LOADED-COUNT TO WS-OVERFLOW-COUNT
           IF WS-NEW-CURRENT-COUNT > WS-HIGH-WATER-MARK
               MOVE WS-NEW-CURRENT-COUNT TO WS-HIGH-WATER-MARK
           END-IF
           MOVE WS-NEW-CURRENT-COUNT TO UC-CURRENT-COUNT
           MOVE WS-HIGH-WATER-MARK TO UC-HIGH-WATER-MARK
           MOVE WS-OVERFLOW-COUNT TO UC-OVERFLOW-COUNT
           OPEN OUTPUT UTILCTL-FILE
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-READ
           MOVE WS-LOADED-COUNT TO TL-LOADED
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-LOADED
           MOVE WS-OVERFLOW-LOADED-COUNT TO TL-OVERFLOW
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-OVERFLOW
           MOVE WS-FAILED-COUNT TO TL-FAILED
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-FAILED
           MOVE WS-NEW-CURRENT-COUNT TO TL-CURRENT
           WRITE RESTORE-RPT-LINE FROM WS-TOTAL-CURRENT.

       END PROGRAM TABLE_RESTORE.
