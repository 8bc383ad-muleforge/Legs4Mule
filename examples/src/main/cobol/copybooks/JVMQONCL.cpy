      *****************************************************************
      *  JVMQONCL                                                     *
      *  ---------------------------------------------------------    *
      *  On-call rotation, held on the JVMQONCL file (a VSAM KSDS     *
      *  keyed on JVMQO-ENV-ID) and maintained by operations as the   *
      *  rota changes. Each environment names who is paged, in the    *
      *  order an unacknowledged event climbs the ladder: contact 1   *
      *  the primary on-call, 2 the secondary, 3 the duty manager.    *
      *  An environment with no record of its own uses the record     *
      *  keyed DEFAULT. A contact left blank is skipped.              *
      *                                                               *
      *  The first page of a P-routed event went to the primary       *
      *  through the JQPG queue already, so the JVMQESCL escalation   *
      *  task starts those at the secondary; an event that was only   *
      *  consoled starts at the primary.                              *
      *****************************************************************
       01  JVMQ-ONCALL-RECORD.
           05  JVMQO-ENV-ID                PIC X(08).
           05  JVMQO-CONTACT               OCCURS 3 TIMES.
               10  JVMQO-CONTACT-NAME      PIC X(20).
      *        Pager number or paging-gateway address.
               10  JVMQO-CONTACT-PAGER     PIC X(20).
