      ******************************************************************
      * Copybook : NAMESTD
      * Purpose  : One shop naming standard on the NAMESTD data set,
      *            keyed by rule type and subject.  Three kinds:
      *              P - the symbol prefix a module's symbols must
      *                  start with; subject is the module name.
      *              R - a name reserved for the common dictionary;
      *                  subject is the symbol name, pattern the one
      *                  module allowed to define it (blank: none --
      *                  the name belongs to COMMONSYM alone).
      *              T - the suffix every symbol of one type must end
      *                  with; subject is the symbol type code.
      *            Each rule either warns (the symbol still goes on
      *            file) or rejects.  The data set is maintained by
      *            the standards group; NAME_STANDARDS only reads it.
      * Modification History:
      *   - NAMESTD created for the naming standards enforced by
      *     NAME_STANDARDS at SYMBOL_TABLE INSERT time and reported
      *     by STANDARDS_REPORT.
      ******************************************************************
       01  NAME-STANDARD-RECORD.
           05  NS-RULE-KEY.
               10  NS-RULE-TYPE            PIC X(01).
                   88  NS-RULE-PREFIX          VALUE "P".
                   88  NS-RULE-RESERVED        VALUE "R".
                   88  NS-RULE-TYPE-SUFFIX     VALUE "T".
               10  NS-RULE-SUBJECT         PIC X(08).
           05  NS-RULE-PATTERN         PIC X(08).
           05  NS-PATTERN-LENGTH       PIC 9(01).
           05  NS-RULE-ACTION          PIC X(01).
               88  NS-ACTION-WARN          VALUE "W".
               88  NS-ACTION-REJECT        VALUE "R".
           05  NS-MAINTAINED-BY        PIC X(08).
           05  NS-MAINTAINED-DATE      PIC 9(08).
