      ******************************************************************
      * Copybook : PROMBKO
      * Purpose  : One entry in the backout package SYMBOL_PROMOTE
      *            writes before it touches production -- a symbol
      *            the promotion is about to add, change, or delete,
      *            with the production record as it stood before and
      *            as the promotion will leave it.  SYMBOL_BACKOUT
      *            reads the package back to put production as it was.
      *            A table entry (SYMTAB or the overflow area) keys on
      *            module and symbol; a common dictionary entry keys on
      *            the symbol alone and carries its contributing
      *            module's stamp in the module field, as SYMREC does.
      *            An image the symbol did not have -- the before image
      *            of an add, the after image of a delete -- holds the
      *            key with zero address and length.
      *            The package data set is keyed on the promotion ID
      *            and a sequence number within it, so every
      *            promotion's package is kept and a backout reads
      *            only the records of the promotion it names.
      * Modification History:
      *   - PROMBKO created for the test-to-production promotion and
      *     its backout run.
      ******************************************************************
       01  PROMOTION-BACKOUT-RECORD.
           05  PB-PACKAGE-KEY.
               10  PB-PROMOTION-ID.
                   15  PB-PROMOTION-DATE   PIC 9(08).
                   15  PB-PROMOTION-TIME   PIC 9(08).
               10  PB-SEQUENCE-NUMBER      PIC 9(06).
           05  PB-FILE-CODE            PIC X(01).
               88  PB-FILE-TABLE           VALUE "T".
               88  PB-FILE-COMMON          VALUE "C".
           05  PB-ACTION-CODE          PIC X(01).
               88  PB-ACTION-ADDED         VALUE "A".
               88  PB-ACTION-CHANGED       VALUE "C".
               88  PB-ACTION-DELETED       VALUE "D".
      * Set once the change has actually been made to production; a
      * change found stale or refused at apply time stays "N" and is
      * left alone by the backout.
           05  PB-APPLIED-FLAG         PIC X(01).
               88  PB-APPLIED              VALUE "Y".
               88  PB-NOT-APPLIED          VALUE "N".
           05  PB-BEFORE-IMAGE.
               10  PB-BEFORE-KEY.
                   15  PB-BEFORE-MODULE    PIC X(08).
                   15  PB-BEFORE-SYMBOL    PIC X(08).
               10  PB-BEFORE-ADDRESS       PIC 9(08).
               10  PB-BEFORE-TYPE          PIC X(01).
               10  PB-BEFORE-LENGTH        PIC 9(05).
               10  PB-BEFORE-DEFINED       PIC X(01).
           05  PB-AFTER-IMAGE.
               10  PB-AFTER-KEY.
                   15  PB-AFTER-MODULE     PIC X(08).
                   15  PB-AFTER-SYMBOL     PIC X(08).
               10  PB-AFTER-ADDRESS        PIC 9(08).
               10  PB-AFTER-TYPE           PIC X(01).
               10  PB-AFTER-LENGTH         PIC 9(05).
               10  PB-AFTER-DEFINED        PIC X(01).
