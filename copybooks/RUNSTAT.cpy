      *   - RUNSTAT created for the run-statistics log appended by
      *     DECK_EDIT, XREF_LISTING, SYMBATCH, TABLE_REORG, and
      *     PUBLISH_COMMON.
      *   - EQUATE_RESOLVE appends its own record (job EQUATRES):
      *     EQUATEs resolved as good, EQUATEs dropped as rejects, and
      *     chains stopped by an undefined symbol as unresolved.
      *   - CHANGE_APPROVE appends its own record (job CHGAPPRV):
      *     decision cards read, changes approved or rejected as good,
      *     and refused cards, stale changes and failed updates as
      *     rejects.
      *   - USAGE_CHECK appends its own record (job USAGECHK):
      *     references read, compatible references as good, usage
      *     mismatches as rejects, and coded references that did not
      *     resolve as unresolved.
      *   - DECK_EXPAND appends its own record (job DECKEXPD): deck
      *     records read, statements written to the expanded deck as
      *     good, and refused includes as rejects.
      *   - SYMBOL_RETIRE appends its own record (job SYMRETIR):
      *     usage history records read, symbols retired as good,
      *     candidates an approved run could not retire as rejects,
      *     and history records for symbols no longer in the table as
      *     unresolved.
      *   - SYMBOL_PROMOTE appends its own record (job SYMPROMO):
      *     planned changes read, changes applied to production as
      *     good, stale or failed changes as rejects, and common
      *     dictionary entries held for another owner as unresolved.
      *   - SYMBOL_BACKOUT appends its own record (job SYMBKOUT):
      *     backout package records read, changes reversed as good,
      *     entries left standing as rejects, and changes the
      *     promotion never made as unresolved.
      *   - XREF_LISTING counts a definition the naming standards
      *     rejected as a reject, not as good, alongside its
      *     duplicate definitions.
      ******************************************************************
       01  RUNSTAT-RECORD.
           05  RS-JOB-NAME             PIC X(08).
