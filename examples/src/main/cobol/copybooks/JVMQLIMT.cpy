      *****************************************************************
      *  JVMQLIMT                                                     *
      *  ---------------------------------------------------------    *
      *  One call-limit record per calling application, held on the   *
      *  JVMQLIMT file (a VSAM KSDS keyed on JVMQL-APPL-ID - the      *
      *  JVMQS-RQ-CALLER-APPL the engine request carries, see         *
      *  JVMQSAPI). JVMQSRVC counts each live request against the     *
      *  application's calls-per-minute allowance and refuses the     *
      *  one over it with resp code 016 before any Mule node is       *
      *  asked. An application with no record, or a zero allowance,   *
      *  is not limited. The owning team is what the JVMQUSAG         *
      *  monthly usage report charges the application's calls to.     *
      *****************************************************************
       01  JVMQ-CALL-LIMIT-RECORD.
           05  JVMQL-APPL-ID               PIC X(08).
      *    Live requests allowed per clock minute - zero = no limit.
           05  JVMQL-CALLS-PER-MIN         PIC 9(05).
           05  JVMQL-OWNER                 PIC X(24).
      *    The clock minute being counted (YYYYMMDDhhmm) and what it
      *    has seen so far: requests let through and requests
      *    refused. A request in a later minute starts both again.
           05  JVMQL-WINDOW-MINUTE         PIC X(12).
           05  JVMQL-WINDOW-CALLS          PIC 9(07).
           05  JVMQL-WINDOW-THROTTLED      PIC 9(07).
           05  FILLER                      PIC X(17).
