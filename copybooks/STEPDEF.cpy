      ******************************************************************
      * Copybook : STEPDEF
      * Purpose  : One step of the nightly job stream on the STEPDEF
      *            data set, in run order: the step's name, the
      *            program STREAM_DRIVER calls for it, the job name
      *            the program stamps on SYMLOCK while it holds the
      *            table lock (blank for a step that never locks),
      *            the highest condition code that still lets the
      *            stream go on, and whether the step may simply be
      *            run again after it fails.  A step program must end
      *            with GOBACK so control comes back to the driver.
      * Modification History:
      *   - STEPDEF created for STREAM_DRIVER.
      ******************************************************************
       01  STEP-DEFINITION-RECORD.
           05  SP-STEP-SEQUENCE        PIC 9(03).
           05  SP-STEP-NAME            PIC X(08).
           05  SP-PROGRAM-NAME         PIC X(16).
           05  SP-LOCK-NAME            PIC X(08).
           05  SP-MAX-CONDITION-CODE   PIC 9(04).
           05  SP-RERUNNABLE-FLAG      PIC X(01).
               88  SP-RERUNNABLE           VALUE "Y".
               88  SP-NOT-RERUNNABLE       VALUE "N".
