      *   - Added AU-MODULE-NAME so an entry identifies which
      *     module's copy of a symbol was changed, now that the
      *     table scopes symbols by module.
      *   - Added AU-MAKER-ID and AU-CHECKER-ID: the operator who keyed
      *     a SYMMAINT correction and the second operator who approved
      *     it.  Blank on entries written by batch jobs, which apply
      *     changes under their job name alone.
      *   - SYMBOL_PROMOTE (job SYMPROMO) and SYMBOL_BACKOUT (job
      *     SYMBKOUT) write their own entries for the common
      *     dictionary changes they make directly, with AU-MODULE-NAME
      *     the entry's module stamp and AU-MAKER-ID the operator who
      *     ran the promotion or backout.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AU-RUN-DATE             PIC 9(08).
               10  AU-AFTER-ADDRESS        PIC 9(08).
               10  AU-AFTER-TYPE           PIC X(01).
               10  AU-AFTER-LENGTH         PIC 9(05).
           05  AU-MAKER-ID             PIC X(08).
           05  AU-CHECKER-ID           PIC X(08).
