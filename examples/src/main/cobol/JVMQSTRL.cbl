       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQSTRL.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Nightly statistics rollup. JVMQARCH purges JVMQAUDT after 90  *
      * days and JVMQARPT only ever covers one day, so nothing could  *
      * show a node's response time creeping up over months. This     *
      * job rolls one day's audit records up into the permanent       *
      * JVMQSTAT statistics file - one record per environment,        *
      * service/node name and day, carrying the invocation count, OK  *
      * and failed counts, failures by return code, timeout warnings  *
      * and min/avg/max and p50/p90/p99 elapsed milliseconds - for    *
      * the JVMQSTRN monthly trend report to work from.               *
      *                                                               *
      * JVMQAUDT carries no environment id. An audit record is        *
      * attributed to the environment whose JVMQCFG record configures *
      * its node name at its URI, else to the first environment       *
      * configuring that URI at all (the URI matching JVMQCIMP uses); *
      * one no JVMQCFG record accounts for is rolled up under         *
      * *UNKNOWN rather than dropped.                                 *
      *                                                               *
      * A request JVMQSRVC refused as over its caller's calls-per-    *
      * minute allowance (resp code 016) never reached a node, so its *
      * audit record is left out of the node statistics, and so is    *
      * one JVMQSRVC answered from its reply cache (JVMQA-CACHE-HIT   *
      * 'Y', no elapsed time) - neither is a node invocation, and     *
      * cache hits would drag the percentiles down. JVMQUSAG reports  *
      * both by calling application.                                  *
      *                                                               *
      * The JVMQSPRM run-control card carries the day to roll up      *
      * (YYYYMMDD, cols 1-8, mandatory - the scheduler supplies       *
      * yesterday). A rerun for a day already rolled up replaces that *
      * day's records.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Audit trail written by the JVMQSRVC engine - a KSDS keyed on
      * service name plus timestamp (see JVMQAUDT), so one node's
      * records for the day arrive together.
      *
           SELECT JVMQ-AUDIT-FILE   ASSIGN TO JVMQAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQA-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *
      * Connection settings, read through once to learn which node
      * names and URIs belong to which environment.
      *
           SELECT JVMQ-CFG-FILE     ASSIGN TO JVMQCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C2WS-CFG-ENV-ID
               FILE STATUS IS WS-CFG-FILE-STATUS.
      *
      * Permanent daily statistics, written (or rewritten on a rerun)
      * by key.
      *
           SELECT JVMQ-STATS-FILE   ASSIGN TO JVMQSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JVMQST-KEY
               FILE STATUS IS WS-STATS-FILE-STATUS.
      *
      * Run-control card: the day to roll up.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQSPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Control report: one line per statistics record written.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQSREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQAUDT.

       FD  JVMQ-CFG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY C2WSCFG.

       FD  JVMQ-STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQSTAT.

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Cols 1-8 the day to roll up, YYYYMMDD.
       01  JVMQ-PARM-RECORD.
           05  JVMQSP-DATE             PIC X(08).
           05  FILLER                  PIC X(72).

       FD  JVMQ-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JVMQ-REPORT-RECORD          PIC X(133).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Constants                                                    *
      *---------------------------------------------------------------*
       77  OK-CODE                     PIC S9(8) BINARY VALUE 0.
       77  NODE-DOWN-CODE              PIC S9(8) BINARY VALUE 15.
       77  THROTTLED-CODE              PIC S9(8) BINARY VALUE 16.
       77  UNKNOWN-ENV-ID              PIC X(08) VALUE '*UNKNOWN'.
       77  MAX-URIS                    PIC 9(03) VALUE 450.
       77  MAX-GROUPS                  PIC 9(02) VALUE 4.
       77  MAX-TIMED                   PIC 9(05) VALUE 10000.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-STATS-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-AUDIT-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-AUDIT           VALUE 'Y'.
               88  WS-NO-MORE-AUDIT        VALUE 'N'.
           05  WS-MORE-CFG-SW          PIC X(01) VALUE 'Y'.
               88  WS-MORE-CFG             VALUE 'Y'.
               88  WS-NO-MORE-CFG          VALUE 'N'.
           05  WS-ENV-HIT-SW           PIC X(01) VALUE 'N'.
               88  WS-ENV-HIT              VALUE 'Y'.
               88  WS-ENV-MISS             VALUE 'N'.
           05  WS-GRP-HIT-SW           PIC X(01) VALUE 'N'.
               88  WS-GRP-HIT              VALUE 'Y'.
               88  WS-GRP-MISS             VALUE 'N'.
           05  WS-RC-HIT-SW            PIC X(01) VALUE 'N'.
               88  WS-RC-HIT               VALUE 'Y'.
               88  WS-RC-MISS              VALUE 'N'.
           05  WS-INSERT-DONE-SW       PIC X(01) VALUE 'N'.
               88  WS-INSERT-DONE          VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Rollup day, from the JVMQSPRM card.                          *
      *---------------------------------------------------------------*
       77  WS-ROLLUP-DATE              PIC X(08) VALUE SPACES.

      *  JVMQA-TIMESTAMP split apart so the YYYYMMDD portion can be
      *  compared against the rollup day.
       01  WS-TS-WORK.
           05  WS-TS-DATE              PIC X(08).
           05  FILLER                  PIC X(18).

      *  When this run wrote its records.
       77  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
       77  WS-ROLLUP-TS                PIC X(26) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Node names and URIs, from every JVMQCFG record (the record-  *
      *  level fallback URI with a blank name, plus each configured   *
      *  node) - how an audit record is traced to its environment.    *
      *---------------------------------------------------------------*
       77  WS-URI-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-URI-IDX                  PIC 9(03) VALUE ZERO.
       77  WS-URI-OVERFLOW             PIC 9(05) VALUE ZERO.
       77  WS-NODE-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-NEW-NAME                 PIC X(12) VALUE SPACES.
       77  WS-NEW-URI                  PIC X(22) VALUE SPACES.
       01  WS-URI-TABLE.
           05  WS-URI-ENTRY OCCURS 450 TIMES.
               10  WS-UT-ENV-ID        PIC X(08).
               10  WS-UT-NAME          PIC X(12).
               10  WS-UT-URI           PIC X(22).

      *  Environment the audit record in hand is attributed to.
       77  WS-AUD-ENV-ID               PIC X(08) VALUE SPACES.
       77  WS-URI-ONLY-ENV-ID          PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Rollup groups for the service/node name in hand - one per    *
      *  environment its records were attributed to - flushed to      *
      *  JVMQSTAT when the audit file moves on to the next name.      *
      *  WS-GV-MS keeps the group's elapsed times in ascending order  *
      *  (each one inserted in place) so the percentiles can be read  *
      *  straight off by rank.                                        *
      *---------------------------------------------------------------*
       77  WS-CUR-SERVICE              PIC X(12) VALUE SPACES.
       77  WS-GRP-COUNT                PIC 9(02) VALUE ZERO.
       77  WS-GRP-IDX                  PIC 9(02) VALUE ZERO.
       77  WS-GRP-USE                  PIC 9(02) VALUE ZERO.
       77  WS-RC-IDX                   PIC 9(02) VALUE ZERO.
       77  WS-RC-USE                   PIC 9(02) VALUE ZERO.
       77  WS-POS                      PIC 9(05) VALUE ZERO.
       77  WS-RANK                     PIC 9(07) VALUE ZERO.
       77  WS-PCT                      PIC 9(03) VALUE ZERO.
       77  WS-PCT-MS                   PIC 9(09) VALUE ZERO.

       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 4 TIMES.
               10  WS-GRP-ENV-ID       PIC X(08).
               10  WS-GRP-URI          PIC X(22).
               10  WS-GRP-INVOKED      PIC 9(07).
               10  WS-GRP-OK           PIC 9(07).
               10  WS-GRP-FAILED       PIC 9(07).
               10  WS-GRP-SKIPPED      PIC 9(07).
               10  WS-GRP-WARNS        PIC 9(07).
               10  WS-GRP-MIN-MS       PIC 9(09).
               10  WS-GRP-MAX-MS       PIC 9(09).
               10  WS-GRP-TOT-MS       PIC 9(15).
               10  WS-GRP-SAMPLED      PIC X(01).
               10  WS-GRP-RC-USED      PIC 9(02).
               10  WS-GRP-RC-ENTRY OCCURS 10 TIMES.
                   15  WS-GRP-RC-CODE  PIC S9(8) COMP.
                   15  WS-GRP-RC-COUNT PIC 9(07).
               10  WS-GRP-TIMED        PIC 9(07) COMP.
               10  WS-GV-MS OCCURS 10000 TIMES
                                       PIC 9(09) COMP.

      *---------------------------------------------------------------*
      *  Counters                                                     *
      *---------------------------------------------------------------*
       77  WS-AUDIT-READ               PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-SELECTED           PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-UNKNOWN            PIC 9(07) VALUE ZERO.
       77  WS-GROUP-OVERFLOW           PIC 9(07) VALUE ZERO.
       77  WS-STATS-WRITTEN            PIC 9(07) VALUE ZERO.
       77  WS-STATS-REPLACED           PIC 9(07) VALUE ZERO.
       77  WS-STATS-ERRORS             PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(38) VALUE
               'JVMQSTRL - DAILY STATISTICS ROLLUP FOR'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-DATE              PIC X(08).
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(44) VALUE
               'ENV ID   SERVICE      INVOKED      OK  FAILE'.
           05  FILLER                  PIC X(44) VALUE
               'D   WARNS    P50-MS    P90-MS    P99-MS NOTE'.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-SERVICE           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-INVOKED           PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-OK                PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FAILED            PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-WARNS             PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-P50               PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-P90               PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-P99               PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    REPLACED on a rerun, SAMPLED when the percentiles cover
      *    only part of the day.
           05  WS-RD-NOTE              PIC X(17).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(12) VALUE 'AUDIT READ='.
           05  WS-RTR-READ             PIC 9(07).
           05  FILLER                  PIC X(11) VALUE '  SELECTED='.
           05  WS-RTR-SELECTED         PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  UNKNOWN='.
           05  WS-RTR-UNKNOWN          PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  WRITTEN='.
           05  WS-RTR-WRITTEN          PIC 9(07).
           05  FILLER                  PIC X(11) VALUE '  REPLACED='.
           05  WS-RTR-REPLACED         PIC 9(07).
           05  FILLER                  PIC X(09) VALUE '  ERRORS='.
           05  WS-RTR-ERRORS           PIC 9(07).
           05  FILLER                  PIC X(28) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-ROLLUP THRU
               END-INITIALIZE-ROLLUP.

           PERFORM PROCESS-ONE-AUDIT THRU
               END-PROCESS-ONE-AUDIT
               UNTIL WS-NO-MORE-AUDIT.

           PERFORM FLUSH-SERVICE-GROUPS THRU
               END-FLUSH-SERVICE-GROUPS.

           PERFORM TERMINATE-ROLLUP THRU
               END-TERMINATE-ROLLUP.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Pick up the rollup day (mandatory), open the files, learn    *
      *  the environments' node names and URIs and prime the first    *
      *  audit read.                                                  *
      *---------------------------------------------------------------*
       INITIALIZE-ROLLUP.

           OPEN INPUT JVMQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRL: JVMQSPRM open failed. File status='
                   WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ JVMQ-PARM-FILE
               AT END
                   MOVE SPACES TO JVMQ-PARM-RECORD
           END-READ.
           MOVE JVMQSP-DATE TO WS-ROLLUP-DATE.
           CLOSE JVMQ-PARM-FILE.

           IF WS-ROLLUP-DATE = SPACES
              OR WS-ROLLUP-DATE IS NOT NUMERIC
               DISPLAY 'JVMQSTRL: JVMQSPRM card must carry a YYYYMMDD '
                   'rollup date - nothing rolled up'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT JVMQ-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRL: JVMQAUDT open failed. File status='
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JVMQ-STATS-FILE.
           IF WS-STATS-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRL: JVMQSTAT open failed. File status='
                   WS-STATS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRL: JVMQSREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ENV-URIS THRU
               END-LOAD-ENV-URIS.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-ROLLUP-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO WS-ROLLUP-TS.

           MOVE WS-ROLLUP-DATE TO WS-RT-DATE.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           MOVE SPACES TO WS-CUR-SERVICE.
           MOVE ZERO   TO WS-GRP-COUNT.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.

       END-INITIALIZE-ROLLUP.   EXIT.

      *---------------------------------------------------------------*
      *  Read JVMQCFG through and collect every environment's node    *
      *  names and URIs. A missing settings file is not fatal - every *
      *  record then rolls up under *UNKNOWN, which the trailer       *
      *  shows.                                                       *
      *---------------------------------------------------------------*
       LOAD-ENV-URIS.

           MOVE ZERO TO WS-URI-COUNT.
           OPEN INPUT JVMQ-CFG-FILE.
           IF WS-CFG-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRL: JVMQCFG unavailable - audit records '
                   'cannot be attributed to environments'
               SET WS-NO-MORE-CFG TO TRUE
           END-IF.

           PERFORM LOAD-ONE-CFG THRU
               END-LOAD-ONE-CFG
               UNTIL WS-NO-MORE-CFG.

           IF WS-CFG-FILE-STATUS = '00' OR '10'
               CLOSE JVMQ-CFG-FILE
           END-IF.

           IF WS-URI-OVERFLOW > ZERO
               DISPLAY 'JVMQSTRL: ' WS-URI-OVERFLOW ' node URI(s) '
                   'beyond the table - their records roll up by URI '
                   'alone or under *UNKNOWN'
           END-IF.

       END-LOAD-ENV-URIS.   EXIT.

      *---------------------------------------------------------------*
      *  Read one settings record and collect its names and URIs.     *
      *---------------------------------------------------------------*
       LOAD-ONE-CFG.

           READ JVMQ-CFG-FILE
               AT END
                   SET WS-NO-MORE-CFG TO TRUE
           END-READ.

           IF WS-MORE-CFG
               IF C2WS-CFG-SERVICE-URI NOT = SPACES
                   MOVE SPACES               TO WS-NEW-NAME
                   MOVE C2WS-CFG-SERVICE-URI TO WS-NEW-URI
                   PERFORM ADD-ENV-URI THRU
                       END-ADD-ENV-URI
               END-IF
               PERFORM COLLECT-ONE-NODE-URI THRU
                   END-COLLECT-ONE-NODE-URI
                   VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > 8
           END-IF.

       END-LOAD-ONE-CFG.   EXIT.

      *---------------------------------------------------------------*
      *  Collect one configured node of the settings record in hand.  *
      *---------------------------------------------------------------*
       COLLECT-ONE-NODE-URI.

           IF C2WS-CFG-SVC-URI(WS-NODE-IDX) NOT = SPACES
               MOVE C2WS-CFG-SVC-NAME(WS-NODE-IDX) TO WS-NEW-NAME
               MOVE C2WS-CFG-SVC-URI(WS-NODE-IDX)  TO WS-NEW-URI
               PERFORM ADD-ENV-URI THRU
                   END-ADD-ENV-URI
           END-IF.

       END-COLLECT-ONE-NODE-URI.   EXIT.

      *---------------------------------------------------------------*
      *  Add WS-NEW-NAME/WS-NEW-URI to the table under the settings   *
      *  record's environment.                                        *
      *---------------------------------------------------------------*
       ADD-ENV-URI.

           IF WS-URI-COUNT < MAX-URIS
               ADD 1 TO WS-URI-COUNT
               MOVE C2WS-CFG-ENV-ID  TO WS-UT-ENV-ID(WS-URI-COUNT)
               MOVE WS-NEW-NAME      TO WS-UT-NAME(WS-URI-COUNT)
               MOVE WS-NEW-URI       TO WS-UT-URI(WS-URI-COUNT)
           ELSE
               ADD 1 TO WS-URI-OVERFLOW
           END-IF.

       END-ADD-ENV-URI.   EXIT.

      *---------------------------------------------------------------*
      *  Read one audit record.                                       *
      *---------------------------------------------------------------*
       READ-NEXT-AUDIT.

           READ JVMQ-AUDIT-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
           END-READ.

           IF WS-MORE-AUDIT
               ADD 1 TO WS-AUDIT-READ
           END-IF.

       END-READ-NEXT-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Roll one audit record of the day into its group, flushing    *
      *  the previous service/node name's groups first when the file  *
      *  has moved on to a new name, then read the next record so the *
      *  governing PERFORM UNTIL can tell when to stop.               *
      *---------------------------------------------------------------*
       PROCESS-ONE-AUDIT.

           MOVE JVMQA-TIMESTAMP TO WS-TS-WORK.

           IF WS-TS-DATE = WS-ROLLUP-DATE
              AND JVMQA-RESP-CODE NOT = THROTTLED-CODE
              AND NOT JVMQA-SERVED-FROM-CACHE
               ADD 1 TO WS-AUDIT-SELECTED
               IF JVMQA-SERVICE-NAME NOT = WS-CUR-SERVICE
                   PERFORM FLUSH-SERVICE-GROUPS THRU
                       END-FLUSH-SERVICE-GROUPS
                   MOVE JVMQA-SERVICE-NAME TO WS-CUR-SERVICE
               END-IF
               PERFORM FIND-AUDIT-ENV THRU
                   END-FIND-AUDIT-ENV
               PERFORM FIND-GROUP-ENTRY THRU
                   END-FIND-GROUP-ENTRY
               IF WS-GRP-USE > 0
                   PERFORM ACCUMULATE-AUDIT THRU
                       END-ACCUMULATE-AUDIT
               END-IF
           END-IF.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.

       END-PROCESS-ONE-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Work out the environment of the audit record in hand into    *
      *  WS-AUD-ENV-ID: the environment configuring this node name at *
      *  this URI, else the first one configuring the URI, else       *
      *  *UNKNOWN.                                                    *
      *---------------------------------------------------------------*
       FIND-AUDIT-ENV.

           MOVE 'N'    TO WS-ENV-HIT-SW.
           MOVE SPACES TO WS-AUD-ENV-ID.
           MOVE SPACES TO WS-URI-ONLY-ENV-ID.
           PERFORM MATCH-ONE-URI THRU
               END-MATCH-ONE-URI
               VARYING WS-URI-IDX FROM 1 BY 1
               UNTIL WS-URI-IDX > WS-URI-COUNT
                  OR WS-ENV-HIT.

           IF WS-ENV-MISS
               IF WS-URI-ONLY-ENV-ID NOT = SPACES
                   MOVE WS-URI-ONLY-ENV-ID TO WS-AUD-ENV-ID
               ELSE
                   MOVE UNKNOWN-ENV-ID TO WS-AUD-ENV-ID
                   ADD 1 TO WS-AUDIT-UNKNOWN
               END-IF
           END-IF.

       END-FIND-AUDIT-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Test one table entry against the audit record's URI and      *
      *  node name.                                                   *
      *---------------------------------------------------------------*
       MATCH-ONE-URI.

           IF WS-UT-URI(WS-URI-IDX) = JVMQA-SERVICE-URI
               IF WS-UT-NAME(WS-URI-IDX) = JVMQA-SERVICE-NAME
                   SET WS-ENV-HIT TO TRUE
                   MOVE WS-UT-ENV-ID(WS-URI-IDX) TO WS-AUD-ENV-ID
               ELSE
                   IF WS-URI-ONLY-ENV-ID = SPACES
                       MOVE WS-UT-ENV-ID(WS-URI-IDX) TO
                           WS-URI-ONLY-ENV-ID
                   END-IF
               END-IF
           END-IF.

       END-MATCH-ONE-URI.   EXIT.

      *---------------------------------------------------------------*
      *  Locate (or create) the group for WS-AUD-ENV-ID under the     *
      *  service/node name in hand, leaving its index in WS-GRP-USE.  *
      *  Zero means one name is answering for more environments than  *
      *  the table holds - counted and reported, not silently lost.   *
      *---------------------------------------------------------------*
       FIND-GROUP-ENTRY.

           MOVE 'N'  TO WS-GRP-HIT-SW.
           MOVE ZERO TO WS-GRP-USE.
           PERFORM MATCH-ONE-GROUP THRU
               END-MATCH-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
                  OR WS-GRP-HIT.

           IF WS-GRP-MISS
               IF WS-GRP-COUNT < MAX-GROUPS
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-USE
                   MOVE WS-AUD-ENV-ID TO WS-GRP-ENV-ID(WS-GRP-USE)
                   MOVE JVMQA-SERVICE-URI TO WS-GRP-URI(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-INVOKED(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-OK(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-FAILED(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-SKIPPED(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-WARNS(WS-GRP-USE)
                   MOVE 999999999 TO WS-GRP-MIN-MS(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-MAX-MS(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-TOT-MS(WS-GRP-USE)
                   MOVE 'N'  TO WS-GRP-SAMPLED(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-RC-USED(WS-GRP-USE)
                   MOVE ZERO TO WS-GRP-TIMED(WS-GRP-USE)
               ELSE
                   ADD 1 TO WS-GROUP-OVERFLOW
               END-IF
           END-IF.

       END-FIND-GROUP-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  Test one group against the audit record's environment.       *
      *---------------------------------------------------------------*
       MATCH-ONE-GROUP.

           IF WS-GRP-ENV-ID(WS-GRP-IDX) = WS-AUD-ENV-ID
               SET WS-GRP-HIT TO TRUE
               MOVE WS-GRP-IDX TO WS-GRP-USE
           END-IF.

       END-MATCH-ONE-GROUP.   EXIT.

      *---------------------------------------------------------------*
      *  Roll the audit record in hand into its group. A node skipped *
      *  as DOWN counts as a failure but has no elapsed time worth    *
      *  the name, so stays out of the timings.                       *
      *---------------------------------------------------------------*
       ACCUMULATE-AUDIT.

           ADD 1 TO WS-GRP-INVOKED(WS-GRP-USE).
           IF JVMQA-TIMEOUT-WARNING-ON
               ADD 1 TO WS-GRP-WARNS(WS-GRP-USE)
           END-IF.

           IF JVMQA-RESP-CODE = OK-CODE
               ADD 1 TO WS-GRP-OK(WS-GRP-USE)
           ELSE
               ADD 1 TO WS-GRP-FAILED(WS-GRP-USE)
               IF JVMQA-RESP-CODE = NODE-DOWN-CODE
                   ADD 1 TO WS-GRP-SKIPPED(WS-GRP-USE)
               END-IF
               PERFORM FIND-RC-ENTRY THRU
                   END-FIND-RC-ENTRY
               IF WS-RC-USE > 0
                   ADD 1 TO WS-GRP-RC-COUNT(WS-GRP-USE, WS-RC-USE)
               END-IF
           END-IF.

           IF JVMQA-RESP-CODE NOT = NODE-DOWN-CODE
               IF JVMQA-ELAPSED-MS < WS-GRP-MIN-MS(WS-GRP-USE)
                   MOVE JVMQA-ELAPSED-MS TO WS-GRP-MIN-MS(WS-GRP-USE)
               END-IF
               IF JVMQA-ELAPSED-MS > WS-GRP-MAX-MS(WS-GRP-USE)
                   MOVE JVMQA-ELAPSED-MS TO WS-GRP-MAX-MS(WS-GRP-USE)
               END-IF
               ADD JVMQA-ELAPSED-MS TO WS-GRP-TOT-MS(WS-GRP-USE)
               PERFORM INSERT-ELAPSED THRU
                   END-INSERT-ELAPSED
           END-IF.

       END-ACCUMULATE-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Locate (or create) the return-code slot for the failed audit *
      *  record in hand within its group, leaving its index in        *
      *  WS-RC-USE. Zero means all ten slots are taken by other codes *
      *  - the failure still counts in the group's FAILED total.      *
      *---------------------------------------------------------------*
       FIND-RC-ENTRY.

           MOVE 'N'  TO WS-RC-HIT-SW.
           MOVE ZERO TO WS-RC-USE.
           PERFORM MATCH-ONE-RC THRU
               END-MATCH-ONE-RC
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-GRP-RC-USED(WS-GRP-USE)
                  OR WS-RC-HIT.

           IF WS-RC-MISS
               IF WS-GRP-RC-USED(WS-GRP-USE) < 10
                   ADD 1 TO WS-GRP-RC-USED(WS-GRP-USE)
                   MOVE WS-GRP-RC-USED(WS-GRP-USE) TO WS-RC-USE
                   MOVE JVMQA-RESP-CODE TO
                       WS-GRP-RC-CODE(WS-GRP-USE, WS-RC-USE)
                   MOVE ZERO TO
                       WS-GRP-RC-COUNT(WS-GRP-USE, WS-RC-USE)
               END-IF
           END-IF.

       END-FIND-RC-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  Test one return-code slot against the audit record in hand.  *
      *---------------------------------------------------------------*
       MATCH-ONE-RC.

           IF WS-GRP-RC-CODE(WS-GRP-USE, WS-RC-IDX) = JVMQA-RESP-CODE
               SET WS-RC-HIT TO TRUE
               MOVE WS-RC-IDX TO WS-RC-USE
           END-IF.

       END-MATCH-ONE-RC.   EXIT.

      *---------------------------------------------------------------*
      *  Insert the audit record's elapsed time into its group's      *
      *  ascending list, moving every longer time up one place. Once  *
      *  the list is full the day is marked sampled and the further   *
      *  times count only in min/avg/max.                             *
      *---------------------------------------------------------------*
       INSERT-ELAPSED.

           IF WS-GRP-TIMED(WS-GRP-USE) < MAX-TIMED
               ADD 1 TO WS-GRP-TIMED(WS-GRP-USE)
               MOVE WS-GRP-TIMED(WS-GRP-USE) TO WS-POS
               MOVE 'N' TO WS-INSERT-DONE-SW
               PERFORM SHIFT-ONE-ELAPSED THRU
                   END-SHIFT-ONE-ELAPSED
                   UNTIL WS-INSERT-DONE
               MOVE JVMQA-ELAPSED-MS TO WS-GV-MS(WS-GRP-USE, WS-POS)
           ELSE
               MOVE 'Y' TO WS-GRP-SAMPLED(WS-GRP-USE)
           END-IF.

       END-INSERT-ELAPSED.   EXIT.

      *---------------------------------------------------------------*
      *  Move the time below the free slot WS-POS up into it if it is *
      *  longer than the one being inserted; otherwise WS-POS is      *
      *  where the new time belongs.                                  *
      *---------------------------------------------------------------*
       SHIFT-ONE-ELAPSED.

           IF WS-POS = 1
               SET WS-INSERT-DONE TO TRUE
           ELSE
               IF WS-GV-MS(WS-GRP-USE, WS-POS - 1) > JVMQA-ELAPSED-MS
                   MOVE WS-GV-MS(WS-GRP-USE, WS-POS - 1) TO
                       WS-GV-MS(WS-GRP-USE, WS-POS)
                   SUBTRACT 1 FROM WS-POS
               ELSE
                   SET WS-INSERT-DONE TO TRUE
               END-IF
           END-IF.

       END-SHIFT-ONE-ELAPSED.   EXIT.

      *---------------------------------------------------------------*
      *  Write a statistics record for every group of the service/    *
      *  node name just finished, and empty the group table.          *
      *---------------------------------------------------------------*
       FLUSH-SERVICE-GROUPS.

           PERFORM WRITE-ONE-STATS THRU
               END-WRITE-ONE-STATS
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

           MOVE ZERO TO WS-GRP-COUNT.

       END-FLUSH-SERVICE-GROUPS.   EXIT.

      *---------------------------------------------------------------*
      *  Build and file one group's JVMQSTAT record - a record        *
      *  already on file for the day (a rerun) is replaced - and      *
      *  report it.                                                   *
      *---------------------------------------------------------------*
       WRITE-ONE-STATS.

           MOVE SPACES TO JVMQ-STATS-RECORD.
           MOVE WS-GRP-ENV-ID(WS-GRP-IDX)  TO JVMQST-ENV-ID.
           MOVE WS-CUR-SERVICE             TO JVMQST-SERVICE-NAME.
           MOVE WS-ROLLUP-DATE             TO JVMQST-DATE.
           MOVE WS-GRP-URI(WS-GRP-IDX)     TO JVMQST-SERVICE-URI.
           MOVE WS-GRP-INVOKED(WS-GRP-IDX) TO JVMQST-INVOKE-COUNT.
           MOVE WS-GRP-OK(WS-GRP-IDX)      TO JVMQST-OK-COUNT.
           MOVE WS-GRP-FAILED(WS-GRP-IDX)  TO JVMQST-FAILED-COUNT.
           MOVE WS-GRP-SKIPPED(WS-GRP-IDX) TO JVMQST-SKIPPED-COUNT.
           MOVE WS-GRP-WARNS(WS-GRP-IDX)   TO JVMQST-TIMEOUT-WARNS.
           MOVE WS-GRP-RC-USED(WS-GRP-IDX) TO JVMQST-RC-USED.
           PERFORM COPY-ONE-RC THRU
               END-COPY-ONE-RC
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 10.

           MOVE WS-GRP-TIMED(WS-GRP-IDX)   TO JVMQST-TIMED-COUNT.
           MOVE WS-GRP-SAMPLED(WS-GRP-IDX) TO JVMQST-SAMPLED.
           IF WS-GRP-TIMED(WS-GRP-IDX) = ZERO
               MOVE ZERO TO JVMQST-MIN-MS JVMQST-MAX-MS JVMQST-AVG-MS
                   JVMQST-P50-MS JVMQST-P90-MS JVMQST-P99-MS
           ELSE
               MOVE WS-GRP-MIN-MS(WS-GRP-IDX) TO JVMQST-MIN-MS
               MOVE WS-GRP-MAX-MS(WS-GRP-IDX) TO JVMQST-MAX-MS
      *        The average is over every timed invocation, sampled
      *        or not - only the percentiles need the ordered list.
               COMPUTE JVMQST-AVG-MS = WS-GRP-TOT-MS(WS-GRP-IDX) /
                   (WS-GRP-INVOKED(WS-GRP-IDX) -
                    WS-GRP-SKIPPED(WS-GRP-IDX))
               MOVE 50 TO WS-PCT
               PERFORM PICK-PERCENTILE THRU
                   END-PICK-PERCENTILE
               MOVE WS-PCT-MS TO JVMQST-P50-MS
               MOVE 90 TO WS-PCT
               PERFORM PICK-PERCENTILE THRU
                   END-PICK-PERCENTILE
               MOVE WS-PCT-MS TO JVMQST-P90-MS
               MOVE 99 TO WS-PCT
               PERFORM PICK-PERCENTILE THRU
                   END-PICK-PERCENTILE
               MOVE WS-PCT-MS TO JVMQST-P99-MS
           END-IF.
           MOVE WS-ROLLUP-TS TO JVMQST-ROLLUP-TS.

           MOVE SPACES TO WS-RD-NOTE.
           WRITE JVMQ-STATS-RECORD
               INVALID KEY
                   REWRITE JVMQ-STATS-RECORD
                   IF WS-STATS-FILE-STATUS = '00'
                       ADD 1 TO WS-STATS-REPLACED
                       MOVE 'REPLACED' TO WS-RD-NOTE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-STATS-WRITTEN
           END-WRITE.
           IF WS-STATS-FILE-STATUS NOT = '00'
               ADD 1 TO WS-STATS-ERRORS
               MOVE 'NOT FILED' TO WS-RD-NOTE
               DISPLAY 'JVMQSTRL: JVMQSTAT write failed for '
                   JVMQST-KEY ' File status=' WS-STATS-FILE-STATUS
           END-IF.
           IF JVMQST-SAMPLED-YES
               EVALUATE WS-RD-NOTE
                   WHEN SPACES
                       MOVE 'SAMPLED' TO WS-RD-NOTE
                   WHEN 'REPLACED'
                       MOVE 'REPLACED SAMPLED' TO WS-RD-NOTE
               END-EVALUATE
           END-IF.

           MOVE JVMQST-ENV-ID        TO WS-RD-ENV-ID.
           MOVE JVMQST-SERVICE-NAME  TO WS-RD-SERVICE.
           MOVE JVMQST-INVOKE-COUNT  TO WS-RD-INVOKED.
           MOVE JVMQST-OK-COUNT      TO WS-RD-OK.
           MOVE JVMQST-FAILED-COUNT  TO WS-RD-FAILED.
           MOVE JVMQST-TIMEOUT-WARNS TO WS-RD-WARNS.
           MOVE JVMQST-P50-MS        TO WS-RD-P50.
           MOVE JVMQST-P90-MS        TO WS-RD-P90.
           MOVE JVMQST-P99-MS        TO WS-RD-P99.
           MOVE WS-RPT-DETAIL-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-WRITE-ONE-STATS.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one return-code slot onto the statistics record.        *
      *---------------------------------------------------------------*
       COPY-ONE-RC.

           IF WS-RC-IDX NOT > WS-GRP-RC-USED(WS-GRP-IDX)
               MOVE WS-GRP-RC-CODE(WS-GRP-IDX, WS-RC-IDX) TO
                   JVMQST-RC-CODE(WS-RC-IDX)
               MOVE WS-GRP-RC-COUNT(WS-GRP-IDX, WS-RC-IDX) TO
                   JVMQST-RC-COUNT(WS-RC-IDX)
           ELSE
               MOVE ZERO TO JVMQST-RC-CODE(WS-RC-IDX)
               MOVE ZERO TO JVMQST-RC-COUNT(WS-RC-IDX)
           END-IF.

       END-COPY-ONE-RC.   EXIT.

      *---------------------------------------------------------------*
      *  Nearest-rank WS-PCT percentile of the group's ordered times  *
      *  into WS-PCT-MS: the time at rank ceiling(pct * n / 100).     *
      *---------------------------------------------------------------*
       PICK-PERCENTILE.

           COMPUTE WS-RANK =
               (WS-PCT * WS-GRP-TIMED(WS-GRP-IDX) + 99) / 100.
           IF WS-RANK < 1
               MOVE 1 TO WS-RANK
           END-IF.
           MOVE WS-GV-MS(WS-GRP-IDX, WS-RANK) TO WS-PCT-MS.

       END-PICK-PERCENTILE.   EXIT.

      *---------------------------------------------------------------*
      *  Write the control trailer and close up. A record that could  *
      *  not be filed, or audit records no group had room for, end    *
      *  the job with return code 8 so the scheduler surfaces it; a   *
      *  day with no audit records at all is worth a 4.               *
      *---------------------------------------------------------------*
       TERMINATE-ROLLUP.

           IF WS-AUDIT-SELECTED = ZERO
               MOVE 'NO AUDIT RECORDS FOR THE ROLLUP DAY' TO
                   JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-AUDIT-READ     TO WS-RTR-READ.
           MOVE WS-AUDIT-SELECTED TO WS-RTR-SELECTED.
           MOVE WS-AUDIT-UNKNOWN  TO WS-RTR-UNKNOWN.
           MOVE WS-STATS-WRITTEN  TO WS-RTR-WRITTEN.
           MOVE WS-STATS-REPLACED TO WS-RTR-REPLACED.
           MOVE WS-STATS-ERRORS   TO WS-RTR-ERRORS.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-GROUP-OVERFLOW > ZERO
               DISPLAY 'JVMQSTRL: ' WS-GROUP-OVERFLOW ' record(s) '
                   'skipped - one service name in more than 4 '
                   'environments'
           END-IF.

           CLOSE JVMQ-AUDIT-FILE.
           CLOSE JVMQ-STATS-FILE.
           CLOSE JVMQ-REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-STATS-ERRORS > ZERO
                 OR WS-GROUP-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AUDIT-SELECTED = ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END-TERMINATE-ROLLUP.   EXIT.

       END PROGRAM JVMQSTRL.
