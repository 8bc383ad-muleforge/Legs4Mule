      *****************************************************************
      *  JVMQSTAT                                                     *
      *  ---------------------------------------------------------    *
      *  Daily invocation statistics, one record per environment,     *
      *  service/node name and day, rolled up from the JVMQAUDT       *
      *  audit trail by the nightly JVMQSTRL job. JVMQAUDT is purged  *
      *  after 90 days by JVMQARCH; this file is kept permanently,    *
      *  so response-time trends can be followed month on month       *
      *  (JVMQSTRN) without pulling archive generations back through  *
      *  JVMQARTV.                                                    *
      *                                                               *
      *  JVMQSTAT is a VSAM KSDS keyed on JVMQST-KEY. A rerun of the  *
      *  rollup for a day already on file replaces that day's         *
      *  records rather than adding to them.                          *
      *****************************************************************
       01  JVMQ-STATS-RECORD.
           05  JVMQST-KEY.
               10  JVMQST-ENV-ID           PIC X(08).
               10  JVMQST-SERVICE-NAME     PIC X(12).
               10  JVMQST-DATE             PIC X(08).
           05  JVMQST-SERVICE-URI          PIC X(22).
      *    Every audit record of the day: OK and FAILED add up to
      *    INVOKE-COUNT. SKIPPED is the part of FAILED that never ran
      *    because JVMQNODS had the node DOWN (return code 015).
           05  JVMQST-INVOKE-COUNT         PIC 9(07).
           05  JVMQST-OK-COUNT             PIC 9(07).
           05  JVMQST-FAILED-COUNT         PIC 9(07).
           05  JVMQST-SKIPPED-COUNT        PIC 9(07).
           05  JVMQST-TIMEOUT-WARNS        PIC 9(07).
      *    Failures broken down by return code, first ten distinct
      *    codes of the day; any further codes still count in
      *    FAILED-COUNT.
           05  JVMQST-RC-USED              PIC 9(02).
           05  JVMQST-RC-ENTRY OCCURS 10 TIMES.
               10  JVMQST-RC-CODE          PIC S9(8) COMP.
               10  JVMQST-RC-COUNT         PIC 9(07).
      *    Elapsed milliseconds over the invocations that actually
      *    ran (skipped ones excluded). Percentiles are nearest-rank.
      *    TIMED-COUNT is how many elapsed times they were taken
      *    over; JVMQST-SAMPLED is 'Y' when the day had more than the
      *    rollup can hold and the percentiles cover only the first
      *    TIMED-COUNT of them.
           05  JVMQST-TIMED-COUNT          PIC 9(07).
           05  JVMQST-MIN-MS               PIC 9(09).
           05  JVMQST-MAX-MS               PIC 9(09).
           05  JVMQST-AVG-MS               PIC 9(09).
           05  JVMQST-P50-MS               PIC 9(09).
           05  JVMQST-P90-MS               PIC 9(09).
           05  JVMQST-P99-MS               PIC 9(09).
           05  JVMQST-SAMPLED              PIC X(01).
               88  JVMQST-SAMPLED-YES          VALUE 'Y'.
               88  JVMQST-SAMPLED-NO           VALUE 'N'.
      *    When the rollup that wrote this record ran.
           05  JVMQST-ROLLUP-TS            PIC X(26).
           05  FILLER                      PIC X(40).
