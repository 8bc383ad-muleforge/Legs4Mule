      *  push can be traced and backed out instead of reconstructed   *
      *  from memory.                                                 *
      *                                                               *
      *  Settings changes are held on JVMQPEND until a second user    *
      *  id approves them on the JVMQAPRV queue; the history record   *
      *  is written when the approved change is applied, with the     *
      *  requester in JVMQH-OPERATOR and the approver alongside.      *
      *                                                               *
      *  The JVMQRINT weekly integrity job writes one record here     *
      *  for each cleanup change it makes - an orphaned JVMQDCAS      *
      *  drift case resolved, an orphaned JVMQNODS node status record *
      *  removed - with its system operator id in JVMQH-OPERATOR and  *
      *  no approver. Those records are keyed on more than the        *
      *  environment id JVMQH-REC-KEY holds; the full key is at the   *
      *  front of the images.                                         *
      *                                                               *
      *  The image fields are sized for the larger of the two        *
      *  settings records (JVMQENVR at 810 bytes); the shorter       *
      *  C2WS-CFG-RECORD is space-padded.                             *
               88  JVMQH-ACTION-DELETE        VALUE 'D'.
           05  JVMQH-BEFORE-IMAGE          PIC X(810).
           05  JVMQH-AFTER-IMAGE           PIC X(810).
      *    The second user id that approved the change on JVMQAPRV,
      *    and when the requester keyed it. Spaces on records written
      *    before changes were held for approval.
           05  JVMQH-APPROVER              PIC X(08).
           05  JVMQH-REQUEST-TS            PIC X(26).
