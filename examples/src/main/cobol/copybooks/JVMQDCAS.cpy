      *    an automatic reopen).
           05  JVMQDC-STATUS-OPERATOR      PIC X(08).
           05  JVMQDC-STATUS-TS            PIC X(26).
      *    Service-desk incident raised for the case (see JVMQINCI):
      *    spaces when none was raised, '*PENDING' until the service
      *    desk's number comes back through JVMQINCR. Kept after the
      *    case is RESOLVED, so an automatic reopen reopens the same
      *    incident rather than raising a second one.
           05  JVMQDC-INCIDENT-NO          PIC X(12).
               88  JVMQDC-NO-INCIDENT         VALUE SPACES.
               88  JVMQDC-INCIDENT-PENDING    VALUE '*PENDING'.
