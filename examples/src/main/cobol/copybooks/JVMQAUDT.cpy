      *    JVMQNODS status file said the node was DOWN (resp code
      *    015) - e.g. "Skipped - node down since 07:42".
           05  JVMQA-SKIP-NOTE             PIC X(40).
      *    Who asked (see JVMQSAPI): the application charged for the
      *    call, the calling program, transaction id and user id.
           05  JVMQA-CALLER.
               10  JVMQA-CALLER-APPL       PIC X(08).
               10  JVMQA-CALLER-PROGRAM    PIC X(08).
               10  JVMQA-CALLER-TRANID     PIC X(04).
               10  JVMQA-CALLER-USERID     PIC X(08).
      *    Y when the record marks a node outcome served from the
      *    reply cache - nothing was invoked.
           05  JVMQA-CACHE-HIT             PIC X(01).
               88  JVMQA-SERVED-FROM-CACHE    VALUE 'Y'.
               88  JVMQA-INVOKED-LIVE         VALUE 'N'.
      *    This record's place among the records one engine request
      *    wrote, one per node: 01 is the request's first, so one
      *    call is counted once however many nodes it fanned out to.
      *    A request throttled over its JVMQLIMT allowance (resp code
      *    016) writes only the 01 record.
           05  JVMQA-NODE-SEQ              PIC 9(02).
