      ******************************************************************
      * Copybook : MEMBLIB
      * Purpose  : One line of the shared deck-member library -- the
      *            standard blocks of definitions (register equates,
      *            control-block layouts, common work areas) that
      *            decks pull in with an include statement instead of
      *            repeating.  Keyed by member, version and line, so
      *            every version of a member stays on file and a deck
      *            can name the one it was built against.  A line's
      *            image is laid out as a SRCDECK statement; its
      *            statement number and module columns are ignored,
      *            since DECK_EXPAND numbers each generated statement
      *            and puts it under the including module.  An image
      *            may itself be an include.
      *            Line 0 of version 000 is the member's directory
      *            entry: the version an include with no version asks
      *            for, and what the member is.
      * Modification History:
      *   - MEMBLIB created for the member library DECK_EXPAND reads.
      ******************************************************************
       01  MEMBER-LIBRARY-RECORD.
           05  ML-MEMBER-KEY.
               10  ML-MEMBER-NAME      PIC X(08).
               10  ML-MEMBER-VERSION   PIC 9(03).
               10  ML-LINE-NUMBER      PIC 9(05).
           05  ML-STATEMENT-IMAGE      PIC X(60).
           05  ML-DIRECTORY-ENTRY REDEFINES ML-STATEMENT-IMAGE.
               10  ML-CURRENT-VERSION  PIC 9(03).
               10  ML-MEMBER-DESCRIPTION
                                       PIC X(40).
               10  ML-UPDATED-BY       PIC X(08).
               10  ML-UPDATED-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
