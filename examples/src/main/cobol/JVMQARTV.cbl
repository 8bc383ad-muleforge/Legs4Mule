      * environment filter works through the JVMQCFG settings         *
      * record: a record is selected when its service URI matches     *
      * the environment's record-level URI or any of its node URIs.   *
      *                                                               *
      * Every generation in the concatenation must be in the current  *
      * 1894-byte JVMQAUDT layout. Generations JVMQARCH wrote before  *
      * the record gained its caller fields hold 1863-byte records    *
      * and are rewritten once by JVMQACNV, the new fields as spaces, *
      * before this job reads them - a short generation left in the   *
      * concatenation fails the read on a wrong record length.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FD  JVMQ-RETR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1894 CHARACTERS.
      *    Keyed view of the audit record - keep the key fields and
      *    total length in step with JVMQAUDT; the record itself is
      *    written FROM the archive record area unchanged.
           05  JVMQRK-KEY.
               10  JVMQRK-SERVICE-NAME PIC X(12).
               10  JVMQRK-TIMESTAMP    PIC X(26).
           05  FILLER                  PIC X(1856).

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           SET C2WS-RC-IDX TO 1.
           SEARCH C2WS-RC-ENTRY
               AT END
                   MOVE C2WS-RC-TEXT(C2WS-RC-ENTRIES) TO WS-RC-TEXT-OUT
               WHEN C2WS-RC-CODE(C2WS-RC-IDX) = WS-RC-LOOKUP
                   MOVE C2WS-RC-TEXT(C2WS-RC-IDX) TO WS-RC-TEXT-OUT
           END-SEARCH.
