      *    what "skipped, node down since hh:mm" is built from.
           05  JVMQN-DOWN-SINCE-TS         PIC X(26).
           05  JVMQN-CONSEC-FAILURES       PIC 9(03).
      *    Service-desk incident raised for the current outage (see
      *    JVMQINCI): '*PENDING' until the service desk's number comes
      *    back through JVMQINCR, cleared when the node is back UP and
      *    the incident has been closed.
           05  JVMQN-INCIDENT-NO           PIC X(12).
               88  JVMQN-NO-INCIDENT          VALUE SPACES.
               88  JVMQN-INCIDENT-PENDING     VALUE '*PENDING'.
