       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQRINT.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Weekly cross-file referential integrity check. When a node is *
      * dropped from a JVMQCFG record or an environment id is         *
      * retired, the records the engine and the monitor keyed on it   *
      * stay behind - and JVMQDRFC and JVMQDAGE go on showing cases   *
      * for nodes that no longer exist. This job loads the current    *
      * environments and their nodes from JVMQCFG and checks against  *
      * them every                                                    *
      *                                                               *
      *   JVMQNODS  node status record     - environment and node     *
      *   JVMQDCAS  drift case             - environment and node     *
      *   JVMQBASE  baseline record        - environment              *
      *   JVMQNHST  node status history    - environment and node     *
      *   JVMQENVR  name list              - list id, which must be   *
      *                                      DEFAULT or an env id     *
      *                                                               *
      * An orphan is typed ENV (the environment is not on JVMQCFG),   *
      * NODE (the environment is, but that node is not configured     *
      * for it) or LIST, and listed on the report by file and type,   *
      * followed by the counts per file.                              *
      *                                                               *
      * The JVMQRPRM run-control card carries the cleanup option      *
      * (col 1, Y = clean up; anything else reports only) and the     *
      * system operator id the cleanup is done under (cols 3-10,      *
      * default JVMQRINT). With cleanup on, orphaned drift cases not  *
      * yet RESOLVED are closed as RESOLVED under that id and         *
      * orphaned node status records are removed. Every such change   *
      * is written to JVMQHIST with its before and after images, so   *
      * it can be browsed and restored on JVMQHBRW like an operator   *
      * change. A service-desk incident still on a cleaned-up record  *
      * is shown on the report - a batch job cannot raise the close,  *
      * so it is closed by hand. Baselines, history and name lists    *
      * are reported only.                                            *
      *                                                               *
      * An empty or unreadable JVMQCFG stops the job before anything  *
      * is checked - every record would look orphaned. Return code 4  *
      * when orphans are found or an optional file could not be       *
      * checked, 8 when a cleanup change or its history record        *
      * failed or JVMQCFG held more environments than the table.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Connection settings - the environments and nodes that exist.
      *
           SELECT JVMQ-CFG-FILE     ASSIGN TO JVMQCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C2WS-CFG-ENV-ID
               FILE STATUS IS WS-CFG-FILE-STATUS.
      *
      * Node status file, read through - orphans removed in place
      * when cleanup is on.
      *
           SELECT JVMQ-NODE-FILE    ASSIGN TO JVMQNODS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQN-KEY
               FILE STATUS IS WS-NODE-FILE-STATUS.
      *
      * Drift case file, read through - orphans resolved in place
      * when cleanup is on.
      *
           SELECT JVMQ-CASE-FILE    ASSIGN TO JVMQDCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQDC-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.
      *
      * Expected-values baselines, read through.
      *
           SELECT JVMQ-BASE-FILE    ASSIGN TO JVMQBASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQB-KEY
               FILE STATUS IS WS-BASE-FILE-STATUS.
      *
      * Node status-transition history, read through.
      *
           SELECT JVMQ-NHST-FILE    ASSIGN TO JVMQNHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQNH-KEY
               FILE STATUS IS WS-NHST-FILE-STATUS.
      *
      * Env var name lists, read through.
      *
           SELECT JVMQ-ENVR-FILE    ASSIGN TO JVMQENVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQENVR-LIST-ID
               FILE STATUS IS WS-ENVR-FILE-STATUS.
      *
      * Change history - one record per cleanup change.
      *
           SELECT JVMQ-HIST-FILE    ASSIGN TO JVMQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JVMQH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *
      * Run-control card: cleanup option and system operator id.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQRPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Integrity report: one line per orphan, counts per file.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQRREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-CFG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY C2WSCFG.

       FD  JVMQ-NODE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQNODS.

       FD  JVMQ-CASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQDCAS.

       FD  JVMQ-BASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQBASE.

       FD  JVMQ-NHST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQNHST.

       FD  JVMQ-ENVR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQENVR.

       FD  JVMQ-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQHIST.

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Col 1 Y = clean up orphans (anything else reports only);
      *    cols 3-10 the system operator id the cleanup is stamped
      *    and written to JVMQHIST under (blank takes JVMQRINT).
       01  JVMQ-PARM-RECORD.
           05  JVMQRP-CLEANUP          PIC X(01).
           05  FILLER                  PIC X(01).
           05  JVMQRP-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(70).

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
       77  MAX-ENVS                    PIC 9(03) VALUE 200.
      *  Node name the engine and the monitor use for an environment
      *  whose JVMQCFG record names no nodes of its own.
       77  DEFAULT-NODE-NAME           PIC X(12) VALUE 'MuleJvmquery'.
       77  DEFAULT-LIST-ID             PIC X(08) VALUE 'DEFAULT '.
       77  DEFAULT-OPERATOR            PIC X(08) VALUE 'JVMQRINT'.
      *  Entries in WS-FILE-TABLE, one per file checked.
       77  NODS-FILE-NO                PIC 9(01) VALUE 1.
       77  DCAS-FILE-NO                PIC 9(01) VALUE 2.
       77  BASE-FILE-NO                PIC 9(01) VALUE 3.
       77  NHST-FILE-NO                PIC 9(01) VALUE 4.
       77  ENVR-FILE-NO                PIC 9(01) VALUE 5.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-NODE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-CASE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-BASE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-NHST-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-ENVR-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-CFG-SW          PIC X(01) VALUE 'Y'.
               88  WS-MORE-CFG             VALUE 'Y'.
               88  WS-NO-MORE-CFG          VALUE 'N'.
           05  WS-MORE-RECS-SW         PIC X(01) VALUE 'Y'.
               88  WS-MORE-RECS            VALUE 'Y'.
               88  WS-NO-MORE-RECS         VALUE 'N'.
           05  WS-CLEANUP-SW           PIC X(01) VALUE 'N'.
               88  WS-CLEANUP-ON           VALUE 'Y'.
           05  WS-ENV-HIT-SW           PIC X(01) VALUE 'N'.
               88  WS-ENV-HIT              VALUE 'Y'.
               88  WS-ENV-MISS             VALUE 'N'.
           05  WS-NODE-HIT-SW          PIC X(01) VALUE 'N'.
               88  WS-NODE-HIT             VALUE 'Y'.
               88  WS-NODE-MISS            VALUE 'N'.
           05  WS-HIST-OK-SW           PIC X(01) VALUE 'N'.
               88  WS-HIST-OK              VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Run options, from the JVMQRPRM card.                         *
      *---------------------------------------------------------------*
       77  WS-SYSTEM-OPERATOR          PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Environments and their nodes, from every JVMQCFG record, in  *
      *  environment order as the file is read.                       *
      *---------------------------------------------------------------*
       77  WS-ENV-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-ENV-IDX                  PIC 9(03) VALUE ZERO.
       77  WS-ENV-USE                  PIC 9(03) VALUE ZERO.
       77  WS-ENV-OVERFLOW             PIC 9(07) VALUE ZERO.
       77  WS-NODE-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-NODE-LOAD                PIC 9(02) VALUE ZERO.

       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 200 TIMES.
               10  WS-ET-ENV-ID        PIC X(08).
               10  WS-ET-NODE-COUNT    PIC 9(02).
      *        Up to the 8 configured nodes, plus the default node
      *        name for a record that configures none.
               10  WS-ET-NODE-NAME OCCURS 9 TIMES
                                       PIC X(12).

      *---------------------------------------------------------------*
      *  The reference being checked, and what CLASSIFY-REFERENCE     *
      *  made of it.                                                  *
      *---------------------------------------------------------------*
       77  WS-CHK-ENV-ID               PIC X(08) VALUE SPACES.
       77  WS-CHK-NODE-NAME            PIC X(12) VALUE SPACES.
       77  WS-ORPHAN-TYPE              PIC X(04) VALUE SPACES.
           88  WS-NOT-ORPHAN               VALUE SPACES.
           88  WS-ENV-ORPHAN               VALUE 'ENV '.
           88  WS-NODE-ORPHAN              VALUE 'NODE'.
           88  WS-LIST-ORPHAN              VALUE 'LIST'.

      *---------------------------------------------------------------*
      *  JVMQNHST is reported one line per orphaned environment/node  *
      *  - its transitions are counted, not listed one by one.        *
      *---------------------------------------------------------------*
       01  WS-HIST-GROUP.
           05  WS-GRP-ENV-ID           PIC X(08).
           05  WS-GRP-NODE-NAME        PIC X(12).
           05  WS-GRP-TYPE             PIC X(04).
           05  WS-GRP-COUNT            PIC 9(07).
           05  WS-GRP-LAST-TS          PIC X(26).
       77  WS-GRP-COUNT-ED             PIC Z(6)9.
       77  WS-LIST-COUNT-ED            PIC Z9.

      *---------------------------------------------------------------*
      *  Orphans and cleanup per file, for the counts at the end.     *
      *---------------------------------------------------------------*
       77  WS-FILE-NO                  PIC 9(01) VALUE ZERO.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 5 TIMES.
               10  WS-FT-FILE          PIC X(08).
      *        N = the file could not be opened and was not checked.
               10  WS-FT-CHECKED-SW    PIC X(01).
                   88  WS-FT-CHECKED       VALUE 'Y'.
               10  WS-FT-READ          PIC 9(07).
               10  WS-FT-ENV           PIC 9(07).
               10  WS-FT-NODE          PIC 9(07).
               10  WS-FT-LIST          PIC 9(07).
               10  WS-FT-CLEANED       PIC 9(07).
               10  WS-FT-ERRORS        PIC 9(07).

      *---------------------------------------------------------------*
      *  Counters                                                     *
      *---------------------------------------------------------------*
       77  WS-CFG-READ                 PIC 9(07) VALUE ZERO.
       77  WS-ORPHANS-TOTAL            PIC 9(07) VALUE ZERO.
       77  WS-CLEANED-TOTAL            PIC 9(07) VALUE ZERO.
       77  WS-ERRORS-TOTAL             PIC 9(07) VALUE ZERO.
       77  WS-FILES-SKIPPED            PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Run timestamp, and the change-history work fields. The       *
      *  history key carries a sequence number after the run          *
      *  timestamp - one run can change many records of the same      *
      *  environment in the same second.                              *
      *---------------------------------------------------------------*
       77  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
       77  WS-RUN-TS                   PIC X(26) VALUE SPACES.
       77  WS-HIST-SEQ                 PIC 9(06) VALUE ZERO.
       77  WS-HIST-FILE                PIC X(08) VALUE SPACES.
       77  WS-HIST-REC-KEY             PIC X(08) VALUE SPACES.
       77  WS-HIST-ACTION              PIC X(01) VALUE SPACE.
       01  WS-BEFORE-IMAGE             PIC X(810) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(810) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(44) VALUE
               'JVMQRINT - REFERENTIAL INTEGRITY CHECK - RUN'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-RUN-TS            PIC X(17).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-RT-MODE              PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
               'FILE     TYPE ENV ID   NODE         '.
           05  FILLER                  PIC X(33) VALUE
               'DETAIL'.
           05  FILLER                  PIC X(16) VALUE
               'S  INCIDENT     '.
           05  FILLER                  PIC X(06) VALUE
               'ACTION'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-RPT-ORPHAN-LINE.
           05  WS-RO-FILE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-NODE-NAME         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-DETAIL            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-STATUS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RO-INCIDENT-NO       PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RO-ACTION            PIC X(40).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-RPT-COUNT-TITLE.
           05  FILLER                  PIC X(44) VALUE
               'ORPHANS BY FILE AND TYPE'.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-RPT-COUNT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               'FILE            READ         ENV  '.
           05  FILLER                  PIC X(36) VALUE
               '      NODE        LIST     CLEANED  '.
           05  FILLER                  PIC X(12) VALUE
               '    ERRORS  '.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-RC-FILE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-READ              PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-ENV               PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-NODE              PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-LIST              PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-CLEANED           PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-ERRORS            PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-NOTE              PIC X(20).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(12) VALUE 'ENVS LOADED='.
           05  WS-RTR-ENVS             PIC 9(03).
           05  FILLER                  PIC X(11) VALUE '  OVERFLOW='.
           05  WS-RTR-OVERFLOW         PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  ORPHANS='.
           05  WS-RTR-ORPHANS          PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  CLEANED='.
           05  WS-RTR-CLEANED          PIC 9(07).
           05  FILLER                  PIC X(09) VALUE '  ERRORS='.
           05  WS-RTR-ERRORS           PIC 9(07).
           05  FILLER                  PIC X(50) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-INTEGRITY THRU
               END-INITIALIZE-INTEGRITY.

           PERFORM CHECK-NODE-STATUS THRU
               END-CHECK-NODE-STATUS.

           PERFORM CHECK-DRIFT-CASES THRU
               END-CHECK-DRIFT-CASES.

           PERFORM CHECK-BASELINES THRU
               END-CHECK-BASELINES.

           PERFORM CHECK-NODE-HISTORY THRU
               END-CHECK-NODE-HISTORY.

           PERFORM CHECK-NAME-LISTS THRU
               END-CHECK-NAME-LISTS.

           PERFORM TERMINATE-INTEGRITY THRU
               END-TERMINATE-INTEGRITY.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Pick up the run-control card, load the environments and      *
      *  nodes from JVMQCFG, open the report and, with cleanup on,    *
      *  the JVMQHIST file the changes are written to.                *
      *---------------------------------------------------------------*
       INITIALIZE-INTEGRITY.

           MOVE DEFAULT-OPERATOR TO WS-SYSTEM-OPERATOR.
           OPEN INPUT JVMQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ JVMQ-PARM-FILE
                   AT END
                       MOVE SPACES TO JVMQ-PARM-RECORD
               END-READ
               IF JVMQRP-CLEANUP = 'Y'
                   SET WS-CLEANUP-ON TO TRUE
               END-IF
               IF JVMQRP-OPERATOR NOT = SPACES
                   MOVE JVMQRP-OPERATOR TO WS-SYSTEM-OPERATOR
               END-IF
               CLOSE JVMQ-PARM-FILE
           END-IF.

           INITIALIZE WS-FILE-TABLE.
           MOVE 'JVMQNODS' TO WS-FT-FILE(NODS-FILE-NO).
           MOVE 'JVMQDCAS' TO WS-FT-FILE(DCAS-FILE-NO).
           MOVE 'JVMQBASE' TO WS-FT-FILE(BASE-FILE-NO).
           MOVE 'JVMQNHST' TO WS-FT-FILE(NHST-FILE-NO).
           MOVE 'JVMQENVR' TO WS-FT-FILE(ENVR-FILE-NO).

           PERFORM LOAD-ENVIRONMENTS THRU
               END-LOAD-ENVIRONMENTS.

      *    Cleanup against a partial picture of the environments would
      *    remove records that are not orphans at all.
           IF WS-ENV-OVERFLOW > ZERO AND WS-CLEANUP-ON
               MOVE 'N' TO WS-CLEANUP-SW
               DISPLAY 'JVMQRINT: more than 200 JVMQCFG environments - '
                   'cleanup not done, orphans reported only'
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQRINT: JVMQRREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CLEANUP-ON
               OPEN I-O JVMQ-HIST-FILE
               IF WS-HIST-FILE-STATUS NOT = '00'
                   DISPLAY 'JVMQRINT: JVMQHIST open failed. '
                       'File status=' WS-HIST-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO WS-RUN-TS.

           MOVE WS-RUN-TS TO WS-RT-RUN-TS.
           IF WS-CLEANUP-ON
               MOVE SPACES TO WS-RT-MODE
               STRING 'CLEANUP AS ' DELIMITED BY SIZE
                      WS-SYSTEM-OPERATOR DELIMITED BY SIZE
                      INTO WS-RT-MODE
           ELSE
               MOVE 'REPORT ONLY' TO WS-RT-MODE
           END-IF.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-INITIALIZE-INTEGRITY.   EXIT.

      *---------------------------------------------------------------*
      *  Read JVMQCFG through and table every environment with the    *
      *  nodes configured for it. Nothing is checked against an       *
      *  empty or unreadable file.                                    *
      *---------------------------------------------------------------*
       LOAD-ENVIRONMENTS.

           OPEN INPUT JVMQ-CFG-FILE.
           IF WS-CFG-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQRINT: JVMQCFG open failed. File status='
                   WS-CFG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-ENV-COUNT.
           PERFORM LOAD-ONE-CFG THRU
               END-LOAD-ONE-CFG
               UNTIL WS-NO-MORE-CFG.

           CLOSE JVMQ-CFG-FILE.

           IF WS-ENV-COUNT = ZERO
               DISPLAY 'JVMQRINT: no environments on JVMQCFG - '
                   'nothing checked'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       END-LOAD-ENVIRONMENTS.   EXIT.

      *---------------------------------------------------------------*
      *  Table one environment. A record with no node count names     *
      *  no nodes - the engine and the monitor then use the default   *
      *  node name, the monitor its first node name if one is set,    *
      *  so both count as configured.                                 *
      *---------------------------------------------------------------*
       LOAD-ONE-CFG.

           READ JVMQ-CFG-FILE
               AT END
                   SET WS-NO-MORE-CFG TO TRUE
           END-READ.

           IF WS-MORE-CFG
               ADD 1 TO WS-CFG-READ
               IF WS-ENV-COUNT < MAX-ENVS
                   ADD 1 TO WS-ENV-COUNT
                   MOVE C2WS-CFG-ENV-ID TO WS-ET-ENV-ID(WS-ENV-COUNT)
                   IF C2WS-CFG-SVC-COUNT IS NUMERIC
                      AND C2WS-CFG-SVC-COUNT > 0
                       IF C2WS-CFG-SVC-COUNT > 8
                           MOVE 8 TO WS-NODE-LOAD
                       ELSE
                           MOVE C2WS-CFG-SVC-COUNT TO WS-NODE-LOAD
                       END-IF
                       MOVE WS-NODE-LOAD TO
                           WS-ET-NODE-COUNT(WS-ENV-COUNT)
                       PERFORM LOAD-ONE-CFG-NODE THRU
                           END-LOAD-ONE-CFG-NODE
                           VARYING WS-NODE-IDX FROM 1 BY 1
                           UNTIL WS-NODE-IDX > WS-NODE-LOAD
                   ELSE
                       MOVE 1 TO WS-ET-NODE-COUNT(WS-ENV-COUNT)
                       MOVE DEFAULT-NODE-NAME TO
                           WS-ET-NODE-NAME(WS-ENV-COUNT 1)
                       IF C2WS-CFG-SVC-NAME(1) NOT = SPACES
                          AND C2WS-CFG-SVC-NAME(1) NOT =
                              DEFAULT-NODE-NAME
                           MOVE 2 TO WS-ET-NODE-COUNT(WS-ENV-COUNT)
                           MOVE C2WS-CFG-SVC-NAME(1) TO
                               WS-ET-NODE-NAME(WS-ENV-COUNT 2)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-ENV-OVERFLOW
               END-IF
           END-IF.

       END-LOAD-ONE-CFG.   EXIT.

      *---------------------------------------------------------------*
      *  Table one configured node name - the default node name when  *
      *  the entry leaves it blank, as the engine does.               *
      *---------------------------------------------------------------*
       LOAD-ONE-CFG-NODE.

           IF C2WS-CFG-SVC-NAME(WS-NODE-IDX) = SPACES
               MOVE DEFAULT-NODE-NAME TO
                   WS-ET-NODE-NAME(WS-ENV-COUNT WS-NODE-IDX)
           ELSE
               MOVE C2WS-CFG-SVC-NAME(WS-NODE-IDX) TO
                   WS-ET-NODE-NAME(WS-ENV-COUNT WS-NODE-IDX)
           END-IF.

       END-LOAD-ONE-CFG-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Classify the reference in WS-CHK-ENV-ID / WS-CHK-NODE-NAME:  *
      *  WS-ORPHAN-TYPE is left blank when both exist, ENV when the   *
      *  environment is not on JVMQCFG, NODE when the environment is  *
      *  but the node is not configured for it. A blank node name     *
      *  checks the environment alone.                                *
      *---------------------------------------------------------------*
       CLASSIFY-REFERENCE.

           MOVE SPACES TO WS-ORPHAN-TYPE.
           MOVE 'N'    TO WS-ENV-HIT-SW.
           MOVE ZERO   TO WS-ENV-USE.
           PERFORM MATCH-ONE-ENV THRU
               END-MATCH-ONE-ENV
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
                  OR WS-ENV-HIT.

           IF WS-ENV-MISS
               SET WS-ENV-ORPHAN TO TRUE
           ELSE
               IF WS-CHK-NODE-NAME NOT = SPACES
                   MOVE 'N' TO WS-NODE-HIT-SW
                   PERFORM MATCH-ONE-NODE THRU
                       END-MATCH-ONE-NODE
                       VARYING WS-NODE-IDX FROM 1 BY 1
                       UNTIL WS-NODE-IDX >
                             WS-ET-NODE-COUNT(WS-ENV-USE)
                          OR WS-NODE-HIT
                   IF WS-NODE-MISS
                       SET WS-NODE-ORPHAN TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-CLASSIFY-REFERENCE.   EXIT.

      *---------------------------------------------------------------*
      *  Test one tabled environment against the reference.           *
      *---------------------------------------------------------------*
       MATCH-ONE-ENV.

           IF WS-ET-ENV-ID(WS-ENV-IDX) = WS-CHK-ENV-ID
               SET WS-ENV-HIT TO TRUE
               MOVE WS-ENV-IDX TO WS-ENV-USE
           END-IF.

       END-MATCH-ONE-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Test one of the environment's nodes against the reference.   *
      *---------------------------------------------------------------*
       MATCH-ONE-NODE.

           IF WS-ET-NODE-NAME(WS-ENV-USE WS-NODE-IDX) =
              WS-CHK-NODE-NAME
               SET WS-NODE-HIT TO TRUE
           END-IF.

       END-MATCH-ONE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Count the orphan in hand against the file being checked.     *
      *---------------------------------------------------------------*
       COUNT-ORPHAN.

           ADD 1 TO WS-ORPHANS-TOTAL.
           EVALUATE TRUE
               WHEN WS-ENV-ORPHAN
                   ADD 1 TO WS-FT-ENV(WS-FILE-NO)
               WHEN WS-NODE-ORPHAN
                   ADD 1 TO WS-FT-NODE(WS-FILE-NO)
               WHEN WS-LIST-ORPHAN
                   ADD 1 TO WS-FT-LIST(WS-FILE-NO)
           END-EVALUATE.

       END-COUNT-ORPHAN.   EXIT.

      *---------------------------------------------------------------*
      *  Check every node status record. With cleanup on, the file    *
      *  is opened for update and each orphan removed as it is read.  *
      *---------------------------------------------------------------*
       CHECK-NODE-STATUS.

           MOVE NODS-FILE-NO TO WS-FILE-NO.
           IF WS-CLEANUP-ON
               OPEN I-O JVMQ-NODE-FILE
           ELSE
               OPEN INPUT JVMQ-NODE-FILE
           END-IF.
           IF WS-NODE-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQRINT: JVMQNODS open failed. File status='
                   WS-NODE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-FT-CHECKED-SW(WS-FILE-NO).

           SET WS-MORE-RECS TO TRUE.
           PERFORM PROCESS-ONE-NODE-STATUS THRU
               END-PROCESS-ONE-NODE-STATUS
               UNTIL WS-NO-MORE-RECS.

           CLOSE JVMQ-NODE-FILE.

       END-CHECK-NODE-STATUS.   EXIT.

      *---------------------------------------------------------------*
      *  Read and check one node status record.                       *
      *---------------------------------------------------------------*
       PROCESS-ONE-NODE-STATUS.

           READ JVMQ-NODE-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECS TO TRUE
           END-READ.

           IF WS-MORE-RECS
               ADD 1 TO WS-FT-READ(WS-FILE-NO)
               MOVE JVMQN-ENV-ID    TO WS-CHK-ENV-ID
               MOVE JVMQN-NODE-NAME TO WS-CHK-NODE-NAME
               PERFORM CLASSIFY-REFERENCE THRU
                   END-CLASSIFY-REFERENCE
               IF NOT WS-NOT-ORPHAN
                   PERFORM COUNT-ORPHAN THRU
                       END-COUNT-ORPHAN
                   MOVE SPACES              TO WS-RPT-ORPHAN-LINE
                   MOVE 'JVMQNODS'          TO WS-RO-FILE
                   MOVE WS-ORPHAN-TYPE      TO WS-RO-TYPE
                   MOVE JVMQN-ENV-ID        TO WS-RO-ENV-ID
                   MOVE JVMQN-NODE-NAME     TO WS-RO-NODE-NAME
                   STRING 'LAST PROBE ' DELIMITED BY SIZE
                          JVMQN-LAST-PROBE-TS DELIMITED BY SIZE
                          INTO WS-RO-DETAIL
                   MOVE JVMQN-STATUS        TO WS-RO-STATUS
                   MOVE JVMQN-INCIDENT-NO   TO WS-RO-INCIDENT-NO
                   IF WS-CLEANUP-ON
                       PERFORM REMOVE-ORPHAN-NODE THRU
                           END-REMOVE-ORPHAN-NODE
                   ELSE
                       MOVE 'REMOVE WITH CLEANUP OPTION'
                           TO WS-RO-ACTION
                   END-IF
                   MOVE WS-RPT-ORPHAN-LINE TO JVMQ-REPORT-RECORD
                   WRITE JVMQ-REPORT-RECORD
               END-IF
           END-IF.

       END-PROCESS-ONE-NODE-STATUS.   EXIT.

      *---------------------------------------------------------------*
      *  Remove the orphaned node status record just read and write   *
      *  the change to JVMQHIST - a delete, the record as it stood    *
      *  for the before image.                                        *
      *---------------------------------------------------------------*
       REMOVE-ORPHAN-NODE.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE JVMQ-NODE-STATUS-RECORD TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.

           DELETE JVMQ-NODE-FILE RECORD.
           IF WS-NODE-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FT-ERRORS(WS-FILE-NO)
               ADD 1 TO WS-ERRORS-TOTAL
               MOVE 'NOT REMOVED - DELETE FAILED' TO WS-RO-ACTION
               DISPLAY 'JVMQRINT: JVMQNODS delete failed for '
                   JVMQN-KEY ' File status=' WS-NODE-FILE-STATUS
           ELSE
               ADD 1 TO WS-FT-CLEANED(WS-FILE-NO)
               ADD 1 TO WS-CLEANED-TOTAL
               MOVE 'JVMQNODS' TO WS-HIST-FILE
               MOVE JVMQN-ENV-ID TO WS-HIST-REC-KEY
               MOVE 'D' TO WS-HIST-ACTION
               PERFORM WRITE-HISTORY-RECORD THRU
                   END-WRITE-HISTORY-RECORD
               EVALUATE TRUE
                   WHEN NOT WS-HIST-OK
                       MOVE 'REMOVED - JVMQHIST WRITE FAILED'
                           TO WS-RO-ACTION
                   WHEN JVMQN-NO-INCIDENT
                       MOVE 'REMOVED' TO WS-RO-ACTION
                   WHEN OTHER
                       MOVE 'REMOVED - CLOSE INCIDENT BY HAND'
                           TO WS-RO-ACTION
               END-EVALUATE
           END-IF.

       END-REMOVE-ORPHAN-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Check every drift case. With cleanup on, the file is opened  *
      *  for update and each orphan not yet RESOLVED is resolved as   *
      *  it is read.                                                  *
      *---------------------------------------------------------------*
       CHECK-DRIFT-CASES.

           MOVE DCAS-FILE-NO TO WS-FILE-NO.
           IF WS-CLEANUP-ON
               OPEN I-O JVMQ-CASE-FILE
           ELSE
               OPEN INPUT JVMQ-CASE-FILE
           END-IF.
           IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQRINT: JVMQDCAS open failed. File status='
                   WS-CASE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-FT-CHECKED-SW(WS-FILE-NO).

           SET WS-MORE-RECS TO TRUE.
           PERFORM PROCESS-ONE-CASE THRU
               END-PROCESS-ONE-CASE
               UNTIL WS-NO-MORE-RECS.

           CLOSE JVMQ-CASE-FILE.

       END-CHECK-DRIFT-CASES.   EXIT.

      *---------------------------------------------------------------*
      *  Read and check one drift case.                               *
      *---------------------------------------------------------------*
       PROCESS-ONE-CASE.

           READ JVMQ-CASE-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECS TO TRUE
           END-READ.

           IF WS-MORE-RECS
               ADD 1 TO WS-FT-READ(WS-FILE-NO)
               MOVE JVMQDC-ENV-ID    TO WS-CHK-ENV-ID
               MOVE JVMQDC-NODE-NAME TO WS-CHK-NODE-NAME
               PERFORM CLASSIFY-REFERENCE THRU
                   END-CLASSIFY-REFERENCE
               IF NOT WS-NOT-ORPHAN
                   PERFORM COUNT-ORPHAN THRU
                       END-COUNT-ORPHAN
                   MOVE SPACES              TO WS-RPT-ORPHAN-LINE
                   MOVE 'JVMQDCAS'          TO WS-RO-FILE
                   MOVE WS-ORPHAN-TYPE      TO WS-RO-TYPE
                   MOVE JVMQDC-ENV-ID       TO WS-RO-ENV-ID
                   MOVE JVMQDC-NODE-NAME    TO WS-RO-NODE-NAME
                   MOVE JVMQDC-FIELD-NAME   TO WS-RO-DETAIL
                   MOVE JVMQDC-STATUS       TO WS-RO-STATUS
                   MOVE JVMQDC-INCIDENT-NO  TO WS-RO-INCIDENT-NO
                   EVALUATE TRUE
                       WHEN JVMQDC-RESOLVED
                           MOVE 'ALREADY RESOLVED' TO WS-RO-ACTION
                       WHEN WS-CLEANUP-ON
                           PERFORM RESOLVE-ORPHAN-CASE THRU
                               END-RESOLVE-ORPHAN-CASE
                       WHEN OTHER
                           MOVE 'RESOLVE WITH CLEANUP OPTION'
                               TO WS-RO-ACTION
                   END-EVALUATE
                   MOVE WS-RPT-ORPHAN-LINE TO JVMQ-REPORT-RECORD
                   WRITE JVMQ-REPORT-RECORD
               END-IF
           END-IF.

       END-PROCESS-ONE-CASE.   EXIT.

      *---------------------------------------------------------------*
      *  Close the orphaned drift case just read as RESOLVED under    *
      *  the system operator id, as an operator would on JVMQDRFC,    *
      *  and write the change to JVMQHIST. The incident number is     *
      *  kept on the case, as a resolve from the queue screen keeps   *
      *  it.                                                          *
      *---------------------------------------------------------------*
       RESOLVE-ORPHAN-CASE.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE JVMQ-DRIFT-CASE-RECORD TO WS-BEFORE-IMAGE.

           SET JVMQDC-RESOLVED TO TRUE.
           MOVE WS-SYSTEM-OPERATOR TO JVMQDC-STATUS-OPERATOR.
           MOVE WS-RUN-TS          TO JVMQDC-STATUS-TS.

           REWRITE JVMQ-DRIFT-CASE-RECORD.
           IF WS-CASE-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FT-ERRORS(WS-FILE-NO)
               ADD 1 TO WS-ERRORS-TOTAL
               MOVE 'NOT RESOLVED - REWRITE FAILED' TO WS-RO-ACTION
               DISPLAY 'JVMQRINT: JVMQDCAS rewrite failed for '
                   JVMQDC-KEY ' File status=' WS-CASE-FILE-STATUS
           ELSE
               ADD 1 TO WS-FT-CLEANED(WS-FILE-NO)
               ADD 1 TO WS-CLEANED-TOTAL
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE JVMQ-DRIFT-CASE-RECORD TO WS-AFTER-IMAGE
               MOVE 'JVMQDCAS' TO WS-HIST-FILE
               MOVE JVMQDC-ENV-ID TO WS-HIST-REC-KEY
               MOVE 'U' TO WS-HIST-ACTION
               PERFORM WRITE-HISTORY-RECORD THRU
                   END-WRITE-HISTORY-RECORD
               EVALUATE TRUE
                   WHEN NOT WS-HIST-OK
                       MOVE 'RESOLVED - JVMQHIST WRITE FAILED'
                           TO WS-RO-ACTION
                   WHEN JVMQDC-NO-INCIDENT
                       MOVE 'RESOLVED' TO WS-RO-ACTION
                   WHEN OTHER
                       MOVE 'RESOLVED - CLOSE INCIDENT BY HAND'
                           TO WS-RO-ACTION
               END-EVALUATE
           END-IF.

       END-RESOLVE-ORPHAN-CASE.   EXIT.

      *---------------------------------------------------------------*
      *  Check every baseline record against the environments. A      *
      *  missing baseline file is reported, not fatal.                *
      *---------------------------------------------------------------*
       CHECK-BASELINES.

           MOVE BASE-FILE-NO TO WS-FILE-NO.
           OPEN INPUT JVMQ-BASE-FILE.
           IF WS-BASE-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FILES-SKIPPED
               DISPLAY 'JVMQRINT: JVMQBASE unavailable - baselines not '
                   'checked. File status=' WS-BASE-FILE-STATUS
           ELSE
               MOVE 'Y' TO WS-FT-CHECKED-SW(WS-FILE-NO)
               SET WS-MORE-RECS TO TRUE
               PERFORM PROCESS-ONE-BASELINE THRU
                   END-PROCESS-ONE-BASELINE
                   UNTIL WS-NO-MORE-RECS
               CLOSE JVMQ-BASE-FILE
           END-IF.

       END-CHECK-BASELINES.   EXIT.

      *---------------------------------------------------------------*
      *  Read and check one baseline record.                          *
      *---------------------------------------------------------------*
       PROCESS-ONE-BASELINE.

           READ JVMQ-BASE-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECS TO TRUE
           END-READ.

           IF WS-MORE-RECS
               ADD 1 TO WS-FT-READ(WS-FILE-NO)
               MOVE JVMQB-ENV-ID TO WS-CHK-ENV-ID
               MOVE SPACES       TO WS-CHK-NODE-NAME
               PERFORM CLASSIFY-REFERENCE THRU
                   END-CLASSIFY-REFERENCE
               IF NOT WS-NOT-ORPHAN
                   PERFORM COUNT-ORPHAN THRU
                       END-COUNT-ORPHAN
                   MOVE SPACES              TO WS-RPT-ORPHAN-LINE
                   MOVE 'JVMQBASE'          TO WS-RO-FILE
                   MOVE WS-ORPHAN-TYPE      TO WS-RO-TYPE
                   MOVE JVMQB-ENV-ID        TO WS-RO-ENV-ID
                   MOVE JVMQB-ENV-NAME      TO WS-RO-DETAIL
                   MOVE 'REPORTED ONLY'     TO WS-RO-ACTION
                   MOVE WS-RPT-ORPHAN-LINE TO JVMQ-REPORT-RECORD
                   WRITE JVMQ-REPORT-RECORD
               END-IF
           END-IF.

       END-PROCESS-ONE-BASELINE.   EXIT.

      *---------------------------------------------------------------*
      *  Check the node status history. The history is what the       *
      *  JVMQNSLA availability report is built from, so it is kept;   *
      *  each orphaned environment/node gets one line with its        *
      *  transition count.                                            *
      *---------------------------------------------------------------*
       CHECK-NODE-HISTORY.

           MOVE NHST-FILE-NO TO WS-FILE-NO.
           OPEN INPUT JVMQ-NHST-FILE.
           IF WS-NHST-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FILES-SKIPPED
               DISPLAY 'JVMQRINT: JVMQNHST unavailable - history not '
                   'checked. File status=' WS-NHST-FILE-STATUS
           ELSE
               MOVE 'Y' TO WS-FT-CHECKED-SW(WS-FILE-NO)
               MOVE SPACES TO WS-HIST-GROUP
               MOVE ZERO   TO WS-GRP-COUNT
               SET WS-MORE-RECS TO TRUE
               PERFORM PROCESS-ONE-NODE-HIST THRU
                   END-PROCESS-ONE-NODE-HIST
                   UNTIL WS-NO-MORE-RECS
               PERFORM PRINT-HIST-GROUP THRU
                   END-PRINT-HIST-GROUP
               CLOSE JVMQ-NHST-FILE
           END-IF.

       END-CHECK-NODE-HISTORY.   EXIT.

      *---------------------------------------------------------------*
      *  Read one history record. The file is in environment/node     *
      *  order, so the reference is classified once per environment/  *
      *  node and the previous one's line printed when it changes.    *
      *---------------------------------------------------------------*
       PROCESS-ONE-NODE-HIST.

           READ JVMQ-NHST-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECS TO TRUE
           END-READ.

           IF WS-MORE-RECS
               ADD 1 TO WS-FT-READ(WS-FILE-NO)
               IF JVMQNH-ENV-ID NOT = WS-GRP-ENV-ID
                  OR JVMQNH-NODE-NAME NOT = WS-GRP-NODE-NAME
                   PERFORM PRINT-HIST-GROUP THRU
                       END-PRINT-HIST-GROUP
                   MOVE JVMQNH-ENV-ID    TO WS-CHK-ENV-ID
                   MOVE JVMQNH-NODE-NAME TO WS-CHK-NODE-NAME
                   PERFORM CLASSIFY-REFERENCE THRU
                       END-CLASSIFY-REFERENCE
                   MOVE JVMQNH-ENV-ID    TO WS-GRP-ENV-ID
                   MOVE JVMQNH-NODE-NAME TO WS-GRP-NODE-NAME
                   MOVE WS-ORPHAN-TYPE   TO WS-GRP-TYPE
                   MOVE ZERO             TO WS-GRP-COUNT
               END-IF
               IF WS-GRP-TYPE NOT = SPACES
                   MOVE WS-GRP-TYPE TO WS-ORPHAN-TYPE
                   PERFORM COUNT-ORPHAN THRU
                       END-COUNT-ORPHAN
                   ADD 1 TO WS-GRP-COUNT
                   MOVE JVMQNH-TIMESTAMP TO WS-GRP-LAST-TS
               END-IF
           END-IF.

       END-PROCESS-ONE-NODE-HIST.   EXIT.

      *---------------------------------------------------------------*
      *  Print the line for the orphaned environment/node just        *
      *  finished, if it was one.                                     *
      *---------------------------------------------------------------*
       PRINT-HIST-GROUP.

           IF WS-GRP-COUNT > ZERO
               MOVE SPACES           TO WS-RPT-ORPHAN-LINE
               MOVE 'JVMQNHST'       TO WS-RO-FILE
               MOVE WS-GRP-TYPE      TO WS-RO-TYPE
               MOVE WS-GRP-ENV-ID    TO WS-RO-ENV-ID
               MOVE WS-GRP-NODE-NAME TO WS-RO-NODE-NAME
               MOVE WS-GRP-COUNT     TO WS-GRP-COUNT-ED
               STRING WS-GRP-COUNT-ED DELIMITED BY SIZE
                      ' CHANGES, LAST ' DELIMITED BY SIZE
                      WS-GRP-LAST-TS(1:8) DELIMITED BY SIZE
                      INTO WS-RO-DETAIL
               MOVE 'KEPT - AVAILABILITY HISTORY' TO WS-RO-ACTION
               MOVE WS-RPT-ORPHAN-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

       END-PRINT-HIST-GROUP.   EXIT.

      *---------------------------------------------------------------*
      *  Check every env var name list. The DEFAULT list serves all   *
      *  environments; any other list id is expected to be one.       *
      *---------------------------------------------------------------*
       CHECK-NAME-LISTS.

           MOVE ENVR-FILE-NO TO WS-FILE-NO.
           OPEN INPUT JVMQ-ENVR-FILE.
           IF WS-ENVR-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FILES-SKIPPED
               DISPLAY 'JVMQRINT: JVMQENVR unavailable - name lists '
                   'not checked. File status=' WS-ENVR-FILE-STATUS
           ELSE
               MOVE 'Y' TO WS-FT-CHECKED-SW(WS-FILE-NO)
               SET WS-MORE-RECS TO TRUE
               PERFORM PROCESS-ONE-NAME-LIST THRU
                   END-PROCESS-ONE-NAME-LIST
                   UNTIL WS-NO-MORE-RECS
               CLOSE JVMQ-ENVR-FILE
           END-IF.

       END-CHECK-NAME-LISTS.   EXIT.

      *---------------------------------------------------------------*
      *  Read and check one name list.                                *
      *---------------------------------------------------------------*
       PROCESS-ONE-NAME-LIST.

           READ JVMQ-ENVR-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECS TO TRUE
           END-READ.

           IF WS-MORE-RECS
               ADD 1 TO WS-FT-READ(WS-FILE-NO)
               IF JVMQENVR-LIST-ID NOT = DEFAULT-LIST-ID
                   MOVE JVMQENVR-LIST-ID TO WS-CHK-ENV-ID
                   MOVE SPACES           TO WS-CHK-NODE-NAME
                   PERFORM CLASSIFY-REFERENCE THRU
                       END-CLASSIFY-REFERENCE
                   IF NOT WS-NOT-ORPHAN
                       SET WS-LIST-ORPHAN TO TRUE
                       PERFORM COUNT-ORPHAN THRU
                           END-COUNT-ORPHAN
                       MOVE SPACES            TO WS-RPT-ORPHAN-LINE
                       MOVE 'JVMQENVR'        TO WS-RO-FILE
                       MOVE WS-ORPHAN-TYPE    TO WS-RO-TYPE
                       MOVE JVMQENVR-LIST-ID  TO WS-RO-ENV-ID
                       IF JVMQENVR-COUNT IS NUMERIC
                           MOVE JVMQENVR-COUNT TO WS-LIST-COUNT-ED
                       ELSE
                           MOVE ZERO TO WS-LIST-COUNT-ED
                       END-IF
                       STRING WS-LIST-COUNT-ED DELIMITED BY SIZE
                              ' NAMES ON LIST' DELIMITED BY SIZE
                              INTO WS-RO-DETAIL
                       MOVE 'REVIEW - LIST ID NOT AN ENV ID'
                           TO WS-RO-ACTION
                       MOVE WS-RPT-ORPHAN-LINE TO JVMQ-REPORT-RECORD
                       WRITE JVMQ-REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

       END-PROCESS-ONE-NAME-LIST.   EXIT.

      *---------------------------------------------------------------*
      *  Write the JVMQHIST record for the cleanup change in hand -   *
      *  the system operator id as operator, no approver, the run     *
      *  timestamp as the request timestamp - so JVMQHBRW shows it    *
      *  and can restore it like an operator change.                  *
      *---------------------------------------------------------------*
       WRITE-HISTORY-RECORD.

           MOVE 'N' TO WS-HIST-OK-SW.
           ADD 1 TO WS-HIST-SEQ.

           MOVE SPACES             TO JVMQ-HIST-RECORD.
           STRING WS-RUN-TS(1:17) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HIST-SEQ DELIMITED BY SIZE
                  INTO JVMQH-TIMESTAMP.
           MOVE WS-HIST-FILE       TO JVMQH-FILE.
           MOVE WS-HIST-REC-KEY    TO JVMQH-REC-KEY.
           MOVE WS-SYSTEM-OPERATOR TO JVMQH-OPERATOR.
           MOVE WS-HIST-ACTION     TO JVMQH-ACTION.
           MOVE WS-BEFORE-IMAGE    TO JVMQH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JVMQH-AFTER-IMAGE.
           MOVE SPACES             TO JVMQH-APPROVER.
           MOVE WS-RUN-TS          TO JVMQH-REQUEST-TS.

           WRITE JVMQ-HIST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIST-OK TO TRUE
           END-WRITE.

           IF NOT WS-HIST-OK
               ADD 1 TO WS-FT-ERRORS(WS-FILE-NO)
               ADD 1 TO WS-ERRORS-TOTAL
               DISPLAY 'JVMQRINT: JVMQHIST write failed for '
                   WS-HIST-FILE ' ' WS-BEFORE-IMAGE(1:36)
                   ' File status=' WS-HIST-FILE-STATUS
           END-IF.

       END-WRITE-HISTORY-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Print one file's counts.                                     *
      *---------------------------------------------------------------*
       PRINT-ONE-FILE-COUNT.

           MOVE WS-FT-FILE(WS-FILE-NO)    TO WS-RC-FILE.
           MOVE WS-FT-READ(WS-FILE-NO)    TO WS-RC-READ.
           MOVE WS-FT-ENV(WS-FILE-NO)     TO WS-RC-ENV.
           MOVE WS-FT-NODE(WS-FILE-NO)    TO WS-RC-NODE.
           MOVE WS-FT-LIST(WS-FILE-NO)    TO WS-RC-LIST.
           MOVE WS-FT-CLEANED(WS-FILE-NO) TO WS-RC-CLEANED.
           MOVE WS-FT-ERRORS(WS-FILE-NO)  TO WS-RC-ERRORS.
           IF WS-FT-CHECKED(WS-FILE-NO)
               MOVE SPACES TO WS-RC-NOTE
           ELSE
               MOVE 'NOT CHECKED' TO WS-RC-NOTE
           END-IF.
           MOVE WS-RPT-COUNT-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-PRINT-ONE-FILE-COUNT.   EXIT.

      *---------------------------------------------------------------*
      *  Write the counts per file and the control trailer, close up  *
      *  and set the return code: 8 when a cleanup change or its      *
      *  history record failed or environments were left out of the   *
      *  table, 4 when orphans were found or a file was not checked.  *
      *---------------------------------------------------------------*
       TERMINATE-INTEGRITY.

           IF WS-ORPHANS-TOTAL = ZERO
               MOVE '  NONE' TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-COUNT-TITLE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-COUNT-HEADING TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           PERFORM PRINT-ONE-FILE-COUNT THRU
               END-PRINT-ONE-FILE-COUNT
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > ENVR-FILE-NO.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-ENV-COUNT     TO WS-RTR-ENVS.
           MOVE WS-ENV-OVERFLOW  TO WS-RTR-OVERFLOW.
           MOVE WS-ORPHANS-TOTAL TO WS-RTR-ORPHANS.
           MOVE WS-CLEANED-TOTAL TO WS-RTR-CLEANED.
           MOVE WS-ERRORS-TOTAL  TO WS-RTR-ERRORS.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-CLEANUP-ON
               CLOSE JVMQ-HIST-FILE
           END-IF.
           CLOSE JVMQ-REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-ERRORS-TOTAL > ZERO
                  OR WS-ENV-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORPHANS-TOTAL > ZERO
                  OR WS-FILES-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END-TERMINATE-INTEGRITY.   EXIT.

       END PROGRAM JVMQRINT.
