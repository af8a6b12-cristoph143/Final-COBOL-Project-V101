      ******************************************************************
      * Copybook : PROMLOG
      * Purpose  : One entry on the PROMLOG data set -- a promotion of
      *            test symbols to production, or the backout of one:
      *            who ran it, when, which modules it covered, and how
      *            many symbols it added, changed, and deleted.  The
      *            promotion ID is the date and time the promotion
      *            started; a backout entry carries the ID of the
      *            promotion it reversed.  SYMBOL_PROMOTE reads the log
      *            back to find when each module was last promoted, and
      *            SYMBOL_BACKOUT to find the promotion it is asked to
      *            reverse.
      * Modification History:
      *   - PROMLOG created for the test-to-production promotion and
      *     its backout run.
      *   - Added event S, a promotion started: SYMBOL_PROMOTE writes
      *     it, with the changes it plans to add, change, and delete,
      *     before the first change reaches production, and the P
      *     entry with what it actually did once it has finished.  A
      *     promotion that stopped part way leaves only its S entry,
      *     which is enough for SYMBOL_BACKOUT to reverse what it got
      *     done.
      ******************************************************************
       01  PROMOTION-LOG-RECORD.
           05  PL-PROMOTION-ID.
               10  PL-PROMOTION-DATE   PIC 9(08).
               10  PL-PROMOTION-TIME   PIC 9(08).
           05  PL-EVENT-CODE           PIC X(01).
               88  PL-EVENT-PROMOTION      VALUE "P".
               88  PL-EVENT-STARTED        VALUE "S".
               88  PL-EVENT-BACKOUT        VALUE "B".
           05  PL-EVENT-DATE           PIC 9(08).
           05  PL-EVENT-TIME           PIC 9(08).
           05  PL-OPERATOR-ID          PIC X(08).
           05  PL-ADDED-COUNT          PIC 9(05).
           05  PL-CHANGED-COUNT        PIC 9(05).
           05  PL-DELETED-COUNT        PIC 9(05).
           05  PL-NOT-APPLIED-COUNT    PIC 9(05).
           05  PL-MODULE-COUNT         PIC 9(02).
           05  PL-MODULE-NAME          PIC X(08)
                   OCCURS 40 TIMES.
