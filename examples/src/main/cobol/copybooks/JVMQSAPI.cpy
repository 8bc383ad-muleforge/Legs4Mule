      *  service; a zero name count falls back to the JVMQENVR        *
      *  default list.                                                *
      *                                                               *
      *  Caller: who is asking, carried onto every JVMQAUDT record    *
      *  the request writes and used for the JVMQLIMT calls-per-      *
      *  minute allowance. Leave it blank and the engine fills it in  *
      *  - the program that LINKed to it, the task's transaction id   *
      *  and user id, and the calling program as the application.     *
      *  A caller LINKing through a bridge (JVMQSBRG) names itself,   *
      *  or every batch job would be charged as the bridge.           *
      *                                                               *
      *  Reply: JVMQS-RP-RETURN-CODE is zero only when every invoked  *
      *  node succeeded, otherwise the first failing node's code,     *
      *  with its C2WSRC diagnostic text alongside - 016 when the     *
      *  application was over its allowance and no node was asked.    *
      *  The agree counts and drift status are meaningful when more   *
      *  than one node responded.                                     *
      *****************************************************************
       01  JVMQS-REQUEST.
           05  JVMQS-RQ-ENV-ID             PIC X(08).
           05  JVMQS-RQ-ENVVAR-COUNT       PIC 9(02).
           05  JVMQS-RQ-ENVVAR-NAME OCCURS 25 TIMES
                                           PIC X(32).
           05  JVMQS-RQ-CALLER.
      *        Application charged for the call - the JVMQLIMT key
      *        and the JVMQUSAG usage report's grouping.
               10  JVMQS-RQ-CALLER-APPL    PIC X(08).
               10  JVMQS-RQ-CALLER-PROGRAM PIC X(08).
               10  JVMQS-RQ-CALLER-TRANID  PIC X(04).
               10  JVMQS-RQ-CALLER-USERID  PIC X(08).

       01  JVMQS-REPLY.
           05  JVMQS-RP-RETURN-CODE        PIC S9(8) COMP.
