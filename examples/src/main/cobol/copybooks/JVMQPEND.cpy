      *****************************************************************
      *  JVMQPEND                                                     *
      *  ---------------------------------------------------------    *
      *  One pending settings change per live record, held on the     *
      *  JVMQPEND file (a VSAM KSDS keyed on JVMQP-KEY). Neither      *
      *  JVMQMNTC nor a JVMQHBRW restore writes the JVMQCFG or        *
      *  JVMQENVR settings files itself - the add, update or          *
      *  delete is held here with the record image as it stood when   *
      *  the change was keyed and the image the requester wants, and  *
      *  only reaches the live file when a second user id approves    *
      *  it on the JVMQAPRV approval queue. JVMQAPRV then writes the  *
      *  JVMQHIST record with both user ids on it.                    *
      *                                                               *
      *  Keyed on the live file and record key, so a record can have  *
      *  at most one change in flight: the requester re-keying the    *
      *  change replaces their own pending request, anyone else is    *
      *  told to have it approved or rejected first. A decided        *
      *  request stays on file (APPROVED or REJECTED, with who and    *
      *  when) until the next change to that record replaces it.      *
      *                                                               *
      *  JVMQP-REC-KEY is sized for the longest live key              *
      *  (JVMQDC-KEY), so a restore of a JVMQRINT cleanup change to   *
      *  a drift case or node status record is held on that record's  *
      *  full key, not on the environment id its JVMQHIST record      *
      *  carries - each record removed in one cleanup run can have    *
      *  its own restore in flight. The shorter JVMQCFG and JVMQENVR  *
      *  keys are space-padded.                                       *
      *                                                               *
      *  The image fields are sized like JVMQH-BEFORE-IMAGE and       *
      *  JVMQH-AFTER-IMAGE - the shorter C2WS-CFG-RECORD is space-    *
      *  padded.                                                      *
      *****************************************************************
       01  JVMQ-PEND-RECORD.
           05  JVMQP-KEY.
               10  JVMQP-FILE              PIC X(08).
               10  JVMQP-REC-KEY           PIC X(36).
           05  JVMQP-STATUS                PIC X(01).
               88  JVMQP-PENDING              VALUE 'P'.
               88  JVMQP-APPROVED             VALUE 'A'.
               88  JVMQP-REJECTED             VALUE 'R'.
           05  JVMQP-ACTION                PIC X(01).
               88  JVMQP-ACTION-ADD           VALUE 'A'.
               88  JVMQP-ACTION-UPDATE        VALUE 'U'.
               88  JVMQP-ACTION-DELETE        VALUE 'D'.
      *    Who keyed the change, and when.
           05  JVMQP-REQUESTER             PIC X(08).
           05  JVMQP-REQUEST-TS            PIC X(26).
      *    Who approved or rejected it, and when - spaces while the
      *    request is PENDING.
           05  JVMQP-DECIDED-BY            PIC X(08).
           05  JVMQP-DECIDED-TS            PIC X(26).
           05  JVMQP-BEFORE-IMAGE          PIC X(810).
           05  JVMQP-AFTER-IMAGE           PIC X(810).
