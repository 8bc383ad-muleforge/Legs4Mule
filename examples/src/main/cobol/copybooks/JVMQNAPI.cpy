           05  JVMQSN-RQ-ENVVAR-COUNT      PIC 9(02).
           05  JVMQSN-RQ-ENVVAR-NAME OCCURS 25 TIMES
                                           PIC X(32).
      *    The engine request's caller (see JVMQSAPI) and this node's
      *    place in the fan-out, both stamped onto the audit record.
           05  JVMQSN-RQ-CALLER.
               10  JVMQSN-RQ-CALLER-APPL   PIC X(08).
               10  JVMQSN-RQ-CALLER-PROGRAM
                                           PIC X(08).
               10  JVMQSN-RQ-CALLER-TRANID PIC X(04).
               10  JVMQSN-RQ-CALLER-USERID PIC X(08).
           05  JVMQSN-RQ-NODE-SEQ          PIC 9(02).

       01  JVMQSN-REPLY.
           05  JVMQSN-RP-RESP              PIC S9(8) COMP.
