      *                                                               *
      * Audit policy: 90 days online, 7 years archived - the cutoff  *
      * card and the GDG retention both come from the scheduler.      *
      *                                                               *
      * Generations are written in the JVMQAUDT layout of the day.    *
      * Those written before the record gained its caller fields are  *
      * 1863 bytes and are brought up to the current layout once by   *
      * JVMQACNV, so JVMQARTV can read the GDG base as one layout.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *    Archived records are byte-for-byte copies of the live
      *    record. Keep this length in step with JVMQAUDT - a WRITE
      *    FROM a longer record would truncate the archive silently.
       01  JVMQ-ARCHIVE-RECORD         PIC X(1894).

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
