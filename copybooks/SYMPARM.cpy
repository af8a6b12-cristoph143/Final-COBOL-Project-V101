      *     another job already holds the SYMLOCK table lock, so an
      *     online caller can tell the operator to try later instead
      *     of quietly interleaving with a batch session.
      *   - Added PA-FUNC-ADDRESS, the reverse of a LOOKUP: given a
      *     module and an address inside it, hand back the symbol whose
      *     storage covers that address plus PA-DISPLACEMENT into it.
      *     An address no symbol covers comes back PA-RC-ADDRESS-GAP;
      *     one covered by more than one symbol comes back
      *     PA-RC-ADDRESS-OVERLAP with the second symbol named in
      *     PA-OVERLAP-SYMBOL, so a dump reader is never handed a
      *     nearest-name guess.
      *   - Added PA-MAKER-ID and PA-CHECKER-ID, the operator who keyed
      *     a change and the one who approved it, copied onto the
      *     audit record.  Left blank by every caller except the
      *     two-person approval path.
      *   - Added the naming-standards outcome of an INSERT: diagnostic
      *     "N" with PA-RC-NAMING-VIOLATION when the name breaks a
      *     reject rule on NAMESTD and the symbol is not added, and
      *     diagnostic "W" when it only breaks a warning rule and goes
      *     on file anyway.  PA-NAME-RULE names the kind of rule
      *     broken (P prefix, R reserved, T type suffix).
      *   - Added PA-RESTORE-INDICATOR.  A caller putting back a
      *     symbol that was on file before -- SYMBOL_BACKOUT restoring
      *     one a promotion deleted -- sets it "Y" for its session so
      *     the INSERT skips the naming-standards check: the entry is
      *     returned exactly as it stood, even if NAMESTD has since
      *     been tightened.  Left blank by every other caller.
      ******************************************************************
       01 PARAMETRES.
      **
               88  PA-FUNC-REPORT          VALUE "R".
               88  PA-FUNC-OPEN            VALUE "O".
               88  PA-FUNC-CLOSE           VALUE "C".
               88  PA-FUNC-ADDRESS         VALUE "A".
           02 PA-JOB-NAME              PIC X(08).
           02 PA-MAKER-ID              PIC X(08) VALUE SPACES.
           02 PA-CHECKER-ID            PIC X(08) VALUE SPACES.
           02 PA-RESTORE-INDICATOR     PIC X(01) VALUE SPACE.
               88  PA-RESTORE-REQUESTED    VALUE "Y".
           02 PA-MODULE-NAME           PIC X(08).
           02 PA-SYMBOL-NAME           PIC X(08).
           02 PA-SYMBOL-ADDRESS        PIC 9(08).
               88  PA-DIAG-NONE            VALUE SPACE.
               88  PA-DIAG-DUPLICATE       VALUE "D".
               88  PA-DIAG-UNDEFINED       VALUE "U".
               88  PA-DIAG-NAME-REJECTED   VALUE "N".
               88  PA-DIAG-NAME-WARNING    VALUE "W".
           02 PA-NAME-RULE             PIC X(01).
           02 PA-CHECKPOINT-INTERVAL   PIC 9(05) VALUE 0.
           02 PA-RESTART-INDICATOR     PIC X(01).
               88  PA-RESTART-REQUESTED    VALUE "Y".
               88  PA-SOURCE-EXTERNAL      VALUE "X".
               88  PA-SOURCE-COMMON        VALUE "C".
           02 PA-RESOLVED-MODULE       PIC X(08).
           02 PA-DISPLACEMENT          PIC 9(08).
           02 PA-OVERLAP-SYMBOL        PIC X(08).
           02 PA-RETURN-CODE           PIC 99 VALUE 0.
               88  PA-RC-SUCCESS           VALUE 00.
               88  PA-RC-DUPLICATE-SYMBOL  VALUE 10.
               88  PA-RC-SYMBOL-NOT-FOUND  VALUE 20.
               88  PA-RC-ADDRESS-GAP       VALUE 21.
               88  PA-RC-ADDRESS-OVERLAP   VALUE 22.
               88  PA-RC-TABLE-FULL        VALUE 30.
               88  PA-RC-INVALID-FUNCTION  VALUE 40.
               88  PA-RC-TABLE-BUSY        VALUE 50.
               88  PA-RC-NAMING-VIOLATION  VALUE 60.
               88  PA-RC-IO-ERROR          VALUE 90.
