      *****************************************************************
      *  JVMQINCI                                                     *
      *  ---------------------------------------------------------    *
      *  Service-desk incident interface. New OPEN drift cases        *
      *  (JVMQDCAS) and node DOWN transitions (JVMQNODS) are raised   *
      *  as incidents in the service-desk tool instead of being       *
      *  retyped by hand, and closed again when the case is RESOLVED  *
      *  on JVMQDRFC or the node comes back UP.                       *
      *                                                               *
      *  An online program fills JVMQ-INCIDENT-REQUEST and LINKs to   *
      *  JVMQINCW, which stamps it and writes one fixed-layout        *
      *  JVMQ-INCIDENT-RECORD to the JQSD transient data queue - the  *
      *  outbound interface file the service desk imports. The        *
      *  environment / node / field correlation key ties every        *
      *  record to its case or node; the field name is blank for a    *
      *  node outage.                                                 *
      *                                                               *
      *  The service desk sends back one JVMQ-INCIDENT-RETURN record  *
      *  per incident it opened, carrying the same correlation key    *
      *  and its incident number; the JVMQINCR batch job stores the   *
      *  number on the drift case or node status record. Until it     *
      *  arrives the record holds '*PENDING', so the queue screen     *
      *  shows a ticket has been asked for and a close still goes     *
      *  out for it.                                                  *
      *****************************************************************
       01  JVMQ-INCIDENT-REQUEST.
      *    O = open a new incident, U = update (reopen) the incident
      *    already raised, C = close it.
           05  JVMQIQ-ACTION               PIC X(01).
               88  JVMQIQ-OPEN                VALUE 'O'.
               88  JVMQIQ-UPDATE              VALUE 'U'.
               88  JVMQIQ-CLOSE               VALUE 'C'.
      *    D = drift case, N = node outage.
           05  JVMQIQ-SOURCE-TYPE          PIC X(01).
               88  JVMQIQ-DRIFT-CASE          VALUE 'D'.
               88  JVMQIQ-NODE-OUTAGE         VALUE 'N'.
           05  JVMQIQ-ENV-ID               PIC X(08).
           05  JVMQIQ-NODE-NAME            PIC X(12).
           05  JVMQIQ-FIELD-NAME           PIC X(16).
      *    The incident number on file - spaces on an open, and
      *    '*PENDING' while the service desk's number has not come
      *    back yet.
           05  JVMQIQ-INCIDENT-NO          PIC X(12).
      *    C = critical, W = warning, I = information.
           05  JVMQIQ-SEVERITY             PIC X(01).
      *    Operator who resolved/reopened from JVMQDRFC - spaces
      *    when the engine or the monitor raised it.
           05  JVMQIQ-OPERATOR             PIC X(08).
           05  JVMQIQ-SOURCE               PIC X(08).
           05  JVMQIQ-TEXT                 PIC X(79).
      *    Returned: S = written to the interface, W = not written
      *    because a planned maintenance window covers the node (an
      *    open only), F = the write failed.
           05  JVMQIQ-RESULT               PIC X(01).
               88  JVMQIQ-SENT                VALUE 'S'.
               88  JVMQIQ-IN-WINDOW           VALUE 'W'.
               88  JVMQIQ-FAILED              VALUE 'F'.

      *---------------------------------------------------------------*
      *  Outbound interface record, 200 bytes, one per incident       *
      *  action, written to the JQSD queue.                           *
      *---------------------------------------------------------------*
       01  JVMQ-INCIDENT-RECORD.
           05  JVMQI-TIMESTAMP             PIC X(26).
           05  JVMQI-ACTION                PIC X(01).
           05  JVMQI-SOURCE-TYPE           PIC X(01).
           05  JVMQI-CORREL-KEY.
               10  JVMQI-ENV-ID            PIC X(08).
               10  JVMQI-NODE-NAME         PIC X(12).
               10  JVMQI-FIELD-NAME        PIC X(16).
           05  JVMQI-INCIDENT-NO           PIC X(12).
           05  JVMQI-SEVERITY              PIC X(01).
           05  JVMQI-OPERATOR              PIC X(08).
           05  JVMQI-SOURCE                PIC X(08).
           05  JVMQI-TEXT                  PIC X(79).
           05  FILLER                      PIC X(28).

      *---------------------------------------------------------------*
      *  Inbound return record from the service desk, 80 bytes: the   *
      *  correlation key of the open it answers and the incident      *
      *  number it was given.                                         *
      *---------------------------------------------------------------*
       01  JVMQ-INCIDENT-RETURN.
           05  JVMQIR-SOURCE-TYPE          PIC X(01).
               88  JVMQIR-DRIFT-CASE          VALUE 'D'.
               88  JVMQIR-NODE-OUTAGE         VALUE 'N'.
           05  JVMQIR-CORREL-KEY.
               10  JVMQIR-ENV-ID           PIC X(08).
               10  JVMQIR-NODE-NAME        PIC X(12).
               10  JVMQIR-FIELD-NAME       PIC X(16).
           05  JVMQIR-INCIDENT-NO          PIC X(12).
           05  FILLER                      PIC X(31).

