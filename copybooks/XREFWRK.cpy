      *     re-driving the deck through another lookup pass.
      *   - Added XW-MODULE-NAME so the listing can sort and break
      *     a multi-module assembly's cross-reference by module.
      *   - Added XW-CREDIT-MODULE, the module whose usage history a
      *     statement counts toward: the statement's own module, or
      *     the publishing module when a reference resolved through
      *     another module's external.
      ******************************************************************
       01  XREF-WORK-RECORD.
           05  XW-MODULE-NAME          PIC X(08).
           05  XW-DIAGNOSTIC-FLAG      PIC X(01).
               88  XW-DIAG-NONE            VALUE SPACE.
               88  XW-DIAG-UNDEFINED       VALUE "U".
           05  XW-CREDIT-MODULE        PIC X(08).
