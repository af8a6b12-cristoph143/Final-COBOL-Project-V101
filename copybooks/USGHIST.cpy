      ******************************************************************
      * Copybook : USGHIST
      * Purpose  : One symbol's reference history across builds on the
      *            USGHIST data set, keyed on module and symbol name
      *            together the way SYMTAB is.  XREF_LISTING adds each
      *            build's reference count for every symbol the deck
      *            defines; SYMBOL_RETIRE reads the consecutive dead
      *            builds to pick what can come out of the table.
      *            A build is one listing run's date: a rerun the same
      *            day replaces that day's figures instead of adding
      *            to them, which is what the UH-PRIOR- fields are kept
      *            for.
      * Modification History:
      *   - USGHIST created for the usage history XREF_LISTING keeps
      *     and SYMBOL_RETIRE reads.
      *   - Added UH-EXTERNAL-REF-DATE, the last build in which
      *     another module referenced the symbol through its
      *     external.  A listing run of a deck that only references
      *     the external sets it without touching the dead-build
      *     figures, which belong to the defining module's own
      *     builds; SYMBOL_RETIRE keeps an external referenced
      *     elsewhere more recently than at home.
      ******************************************************************
       01  USAGE-HISTORY-RECORD.
           05  UH-SYMBOL-KEY.
               10  UH-MODULE-NAME      PIC X(08).
               10  UH-SYMBOL-NAME      PIC X(08).
           05  UH-FIRST-BUILD-DATE     PIC 9(08).
           05  UH-LAST-BUILD-DATE      PIC 9(08).
           05  UH-LAST-REFERENCED-DATE PIC 9(08).
           05  UH-BUILD-REFERENCES     PIC 9(06).
           05  UH-TOTAL-REFERENCES     PIC 9(09).
           05  UH-DEAD-BUILD-COUNT     PIC 9(04).
      **
      * As the record stood before the build dated UH-LAST-BUILD-DATE.
      **
           05  UH-PRIOR-REFERENCED-DATE
                                       PIC 9(08).
           05  UH-PRIOR-DEAD-COUNT     PIC 9(04).
      **
      * Last build date another module's reference resolved here.
      **
           05  UH-EXTERNAL-REF-DATE    PIC 9(08).
