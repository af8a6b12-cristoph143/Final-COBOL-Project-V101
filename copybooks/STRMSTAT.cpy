      ******************************************************************
      * Copybook : STRMSTAT
      * Purpose  : Where one step of the current stream cycle stands,
      *            on the STRMSTAT data set keyed by step sequence.
      *            STREAM_DRIVER rewrites the record as the step
      *            starts and again as it ends, so after a failure --
      *            or after the driver itself was cancelled mid-step
      *            -- a resubmission can tell which steps are done and
      *            where to pick the stream up.
      * Modification History:
      *   - STRMSTAT created for STREAM_DRIVER.
      ******************************************************************
       01  STREAM-STATUS-RECORD.
           05  SS-STEP-SEQUENCE        PIC 9(03).
           05  SS-STEP-NAME            PIC X(08).
           05  SS-CYCLE-DATE           PIC 9(08).
           05  SS-STEP-STATE           PIC X(01).
               88  SS-STATE-WAITING        VALUE "W".
               88  SS-STATE-RUNNING        VALUE "R".
               88  SS-STATE-COMPLETE       VALUE "C".
               88  SS-STATE-FAILED         VALUE "F".
           05  SS-START-DATE           PIC 9(08).
           05  SS-START-TIME           PIC 9(08).
           05  SS-END-DATE             PIC 9(08).
           05  SS-END-TIME             PIC 9(08).
           05  SS-CONDITION-CODE       PIC 9(04).
           05  SS-RUN-COUNT            PIC 9(03).
