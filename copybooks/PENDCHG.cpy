      ******************************************************************
      * Copybook : PENDCHG
      * Purpose  : One correction keyed on SYMMAINT and held on the
      *            PENDCHG queue until a second operator decides it.
      *            The key is when it was queued plus the module and
      *            symbol, so the queue reads back oldest first.  The
      *            before value is the entry as the maker saw it; a
      *            change whose entry no longer matches that by the
      *            time it is approved is marked stale, not applied.
      * Modification History:
      *   - PENDCHG created for two-person approval of SYMMAINT
      *     corrections, written by SYMMAINT and decided by SYMMAINT
      *     or CHANGE_APPROVE.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-CHANGE-KEY.
               10  PC-QUEUED-DATE      PIC 9(08).
               10  PC-QUEUED-TIME      PIC 9(08).
               10  PC-MODULE-NAME      PIC X(08).
               10  PC-SYMBOL-NAME      PIC X(08).
           05  PC-CHANGE-STATUS        PIC X(01).
               88  PC-STATUS-PENDING       VALUE "P".
               88  PC-STATUS-APPLIED       VALUE "A".
               88  PC-STATUS-REJECTED      VALUE "R".
               88  PC-STATUS-STALE         VALUE "S".
               88  PC-STATUS-FAILED        VALUE "F".
           05  PC-MAKER-ID             PIC X(08).
           05  PC-CHECKER-ID           PIC X(08).
           05  PC-DECIDED-DATE         PIC 9(08).
           05  PC-DECIDED-TIME         PIC 9(08).
           05  PC-BEFORE-VALUE.
               10  PC-BEFORE-ADDRESS   PIC 9(08).
               10  PC-BEFORE-TYPE      PIC X(01).
               10  PC-BEFORE-LENGTH    PIC 9(05).
           05  PC-AFTER-VALUE.
               10  PC-AFTER-ADDRESS    PIC 9(08).
               10  PC-AFTER-TYPE       PIC X(01).
               10  PC-AFTER-LENGTH     PIC 9(05).
