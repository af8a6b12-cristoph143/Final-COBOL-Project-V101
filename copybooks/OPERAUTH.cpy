      ******************************************************************
      * Copybook : OPERAUTH
      * Purpose  : One operator's authority over one module on the
      *            OPERAUTH data set, keyed on operator ID and module
      *            name together.  An operator may only key or approve
      *            corrections to a module there is a record for; a
      *            module name of "*" grants every module.  Whoever
      *            approves a correction must hold authority over its
      *            module just as the operator who keyed it did.
      * Modification History:
      *   - OPERAUTH created for two-person approval of SYMMAINT
      *     corrections, read by SYMMAINT and CHANGE_APPROVE.
      ******************************************************************
       01  OPERATOR-AUTH-RECORD.
           05  OA-AUTH-KEY.
               10  OA-OPERATOR-ID      PIC X(08).
               10  OA-MODULE-NAME      PIC X(08).
                   88  OA-ALL-MODULES      VALUE "*".
           05  OA-GRANTED-BY           PIC X(08).
           05  OA-GRANTED-DATE         PIC 9(08).
