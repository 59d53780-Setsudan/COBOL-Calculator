      *  the nightly stream appends one record when it is   *
      *  launched (STARTED, end time blank) and one when    *
      *  it comes back (ENDED, or FAILED when the return    *
      *  code is 8 or higher). On a night that is not a     *
      *  business day a step the stream does not run gets  *
      *  one SKIPPED record instead. The file is append-    *
      *  only so the full history of a night - including a  *
      *  step that was started and never came back -        *
      *  survives for the RESTART scan.                     *
      *****************************************************
       01  NIGHT-STATUS-RECORD.
           05  OS-RUN-DATE       PIC 9(8).
               88  OS-STEP-STARTED           VALUE "STARTED ".
               88  OS-STEP-ENDED             VALUE "ENDED   ".
               88  OS-STEP-FAILED            VALUE "FAILED  ".
               88  OS-STEP-SKIPPED           VALUE "SKIPPED ".
