       PROCESS XOPTS(APOST EXCI)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQBATC.
      * JVMQUERY. Reads a sequential file of requests - each a count  *
      * and up to 25 environment variable names, bracketed by a       *
      * header and a trailer carrying the data-record count - and     *
      * hands each to the JVMQSRVC engine, writing one consolidated   *
      * report at the end, instead of firing the JVMQUERY             *
      * transaction by hand once per request.                         *
      *                                                               *
      * The engine is reached through the external CICS interface:    *
      * an EXCI LINK to the JVMQSBRG bridge in the region named on    *
      * the run-control card, which drives JVMQSRVC on its channel    *
      * (see JVMQSXCA). A batch request thus gets exactly what an     *
      * online one does - DOWN nodes on JVMQNODS skipped, the fan-out *
      * across the configured nodes, RECONCILE-RESULTS and the        *
      * JVMQDCAS drift cases, the reply cache, JVMQBASE compliance    *
      * and the per-node JVMQAUDT records, all written by the engine. *
      * Each request's report line is followed by one line per node   *
      * and the drift status; the JVMQBEXT extract carries one record *
      * per node with the full name/value lists, per-value verdicts   *
      * and the drift status the 133-column lines have no room for.   *
      *                                                               *
      * A validation pass runs before anything is invoked: records   *
      * that are structurally bad (zero count, blank names within     *
      * halfway through the run.                                      *
      *                                                               *
      * The JVMQPARM run-control card selects the environment id     *
      * (one job deck runs DEV, TEST or PROD settings), tunes the     *
      * checkpoint interval and names the CICS region to link to.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT JVMQ-REJECT-FILE  ASSIGN TO JVMQBREJ
               FILE STATUS IS WS-REJECT-FILE-STATUS.
      *
      * Consolidated report: one line per request, its node lines and
      * drift status, plus a trailer.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQRPT
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      *
      * Structured extract written alongside the report: one fixed-
      * layout record per node of each processed request carrying
      * every requested name, every value the node returned, the
      * per-value compliance verdicts and the request's drift status
      * - the 133-column report lines only have room for the first
      * two of each, and downstream teams were re-keying the rest off
      * the printout.
      *
           SELECT JVMQ-EXTRACT-FILE ASSIGN TO JVMQBEXT
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
      *
      * Run-control card - environment, checkpoint interval and CICS
      * region. A missing or blank card leaves the WORKING-STORAGE
      * defaults in place.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQPARM
               FILE STATUS IS WS-PARM-FILE-STATUS.
       FD  JVMQ-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1810 CHARACTERS.
      *    One record per node of each processed request (one with
      *    a blank node when the engine reached none), loadable
      *    straight into the capacity and config-management
      *    spreadsheets. The name and value lists carry
      *    JVMQX-NAME-COUNT/JVMQX-VALUE-COUNT populated slots, space-
      *    filled beyond; JVMQX-VALUE-COMPL holds the C/D verdict per
      *    returned value (space = that value had no baseline to be
      *    checked against).
       01  JVMQ-EXTRACT-RECORD.
           05  JVMQX-RUN-DATE          PIC 9(08).
           05  JVMQX-ENV-ID            PIC X(08).
      *    The node this record describes, and its return code.
           05  JVMQX-SERVICE-NAME      PIC X(12).
           05  JVMQX-RESP              PIC +9(8).
      *    Measured with ACCEPT FROM TIME around the engine link -
      *    centisecond resolution scaled to milliseconds, the round
      *    trip for the whole request (the nodes run concurrently,
      *    so it is roughly the slowest node's time). The per-node
      *    times are on the engine's JVMQAUDT records.
           05  JVMQX-ELAPSED-MS        PIC 9(09).
           05  JVMQX-COMPLIANCE        PIC X(01).
           05  JVMQX-NAME-COUNT        PIC 9(02).
                                       PIC X(32).
           05  JVMQX-VALUE-COMPL OCCURS 25 TIMES
                                       PIC X(01).
      *    Request-level outcome, repeated on each node's record: the
      *    engine's overall return code, how many nodes were
      *    configured, answered and agreed, and its drift status.
           05  JVMQX-REQUEST-RESP      PIC +9(8).
           05  JVMQX-NODE-COUNT        PIC 9(02).
           05  JVMQX-NODES-RESPONDING  PIC 9(02).
           05  JVMQX-NODES-AGREE       PIC 9(02).
           05  JVMQX-DRIFT-STATUS      PIC X(79).
      *    Why the node did not answer, when it did not (e.g. skipped
      *    because JVMQNODS had it DOWN).
           05  JVMQX-NOTE              PIC X(40).

       FD  JVMQ-EVENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 204 CHARACTERS.
      *    Keyed view of the event record - keep the key fields and
      *    total length in step with JVMQ-EVENT-RECORD (see JVMQEVT);
      *    the full record is built in WORKING-STORAGE and written
           05  JVMQEF-KEY.
               10  JVMQEF-TIMESTAMP    PIC X(26).
               10  JVMQEF-EVENT-CODE   PIC X(08).
           05  FILLER                  PIC X(170).

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Cols 1-8 environment id (blank keeps the BATCH default),
      *    col 9 blank, cols 10-14 checkpoint interval, col 15 blank,
      *    cols 16-23 APPLID of the CICS region running the engine
      *    (blank keeps the WORKING-STORAGE default).
       01  JVMQ-PARM-RECORD.
           05  JVMQPM-ENV-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQPM-CHECKPOINT-EVERY PIC 9(05).
           05  FILLER                  PIC X(01).
           05  JVMQPM-CICS-APPLID      PIC X(08).
           05  FILLER                  PIC X(57).

       FD  JVMQ-CHKP-FILE
           RECORDING MODE IS F
      *    R = run in flight (restart from JVMQC-PAIRS-DONE),
      *    C = run completed (next run starts fresh).
           05  JVMQC-STATUS            PIC X(01).
           05  JVMQC-PAIRS-PARTIAL     PIC 9(07).
           05  FILLER                  PIC X(51).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Engine selection. The environment id goes on every request   *
      *  so the engine loads that environment's JVMQCFG settings and  *
      *  nodes; the APPLID names the CICS region the JVMQSBRG bridge  *
      *  runs in. Both can be overridden by the JVMQPARM card.        *
      *---------------------------------------------------------------*
       77  C2WS-ENV-ID                 PIC X(8) VALUE 'BATCH   '.
       77  C2WS-CICS-APPLID            PIC X(8) VALUE 'CICSJVMQ'.

      *---------------------------------------------------------------*
      *  Constants                                                    *
      *---------------------------------------------------------------*
       77  OK-CODE                     PIC S9(8) BINARY VALUE 0.
       77  ERROR-CODE                  PIC S9(8) BINARY VALUE -1.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-PAIRS-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-CHKP-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REJECT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-EXTRACT-FILE-STATUS      PIC X(02) VALUE '00'.
       77  WS-EVENT-FILE-STATUS        PIC X(02) VALUE '00'.
               88  WS-NO-MORE-PAIRS         VALUE 'N'.
           05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
               88  WS-RESTARTING           VALUE 'Y'.
           05  WS-PAIR-READY-SW        PIC X(01) VALUE 'N'.
               88  WS-PAIR-READY           VALUE 'Y'.
           05  WS-RECORD-VALID-SW      PIC X(01) VALUE 'Y'.
       77  WS-VAL-IDX                  PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Request-level compliance: the engine's per-node verdicts     *
      *  rolled up the same way it rolls up per-value verdicts - any  *
      *  deviant node makes the request DEVIANT, at least one         *
      *  compliant node and none deviant makes it COMPLIANT.          *
      *---------------------------------------------------------------*
       77  WS-COMPLIANCE-FLAG          PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      *  Checkpoint/restart controls. The interval default below is   *
       77  WS-CHKP-STATUS              PIC X(01) VALUE 'R'.

      *---------------------------------------------------------------*
      *  Counters. A request is OK when every node answered, PARTIAL  *
      *  when some did, FAILED when none did.                         *
      *---------------------------------------------------------------*
       77  WS-PAIRS-READ               PIC 9(07) VALUE ZERO.
       77  WS-PAIRS-OK                 PIC 9(07) VALUE ZERO.
       77  WS-PAIRS-FAILED             PIC 9(07) VALUE ZERO.
       77  WS-PAIRS-PARTIAL            PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  JVMQSREQ/JVMQSRPL layouts exchanged with the JVMQSRVC        *
      *  engine, and the COMMAREA they travel in over EXCI to the     *
      *  JVMQSBRG bridge (see JVMQSXCA).                              *
      *---------------------------------------------------------------*
       COPY JVMQSAPI.

       01  WS-SRVC-COMMAREA.
           COPY JVMQSXCA.

       77  WS-REQUEST-LEN              PIC S9(8) COMP VALUE ZERO.
       77  WS-REPLY-LEN                PIC S9(8) COMP VALUE ZERO.
       77  WS-REPLY-START              PIC S9(8) COMP VALUE ZERO.
      *  Whole COMMAREA passed, and the leading part of it (the
      *  request) actually sent - the reply comes back behind it.
       77  WS-XCA-LENGTH               PIC S9(4) COMP VALUE ZERO.
       77  WS-XCA-DATALEN              PIC S9(4) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  EXCI return area (the EXEC-level RETCODE block): a non-zero  *
      *  response means the link itself failed - region down, no      *
      *  IRC connection, bridge not installed - as opposed to the     *
      *  engine answering with a failure.                             *
      *---------------------------------------------------------------*
       01  WS-EXCI-RETCODE.
           05  WS-EXCI-RESP            PIC 9(8) COMP.
           05  WS-EXCI-RESP2           PIC 9(8) COMP.
           05  WS-EXCI-ABCODE          PIC X(04).
           05  WS-EXCI-MSG-LEN         PIC 9(8) COMP.
           05  WS-EXCI-MSG-PTR         POINTER.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RDISP                    PIC +9(8) VALUE ZERO.
       77  WS-EV-IDX                   PIC 9(02) VALUE 1.
       77  WS-NODE-IDX                 PIC 9(02) VALUE ZERO.
      *  First node that answered - its reply fields go on the
      *  request's report line, as the one-node job always showed.
       77  WS-FIRST-NODE               PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Run date for the JVMQBEXT extract. No CICS ASKTIME/          *
      *  FORMATTIME is available to a batch program - ACCEPT FROM     *
      *  DATE is the native COBOL equivalent.                         *
      *---------------------------------------------------------------*
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Engine round-trip timing (see INVOKE-ENGINE). ACCEPT FROM    *
      *  TIME is the batch equivalent of the online ASKTIME pair -    *
      *  centisecond resolution, scaled to milliseconds so the        *
      *  JVMQBEXT extract carries the same unit the online trail      *
      *  does.                                                        *
      *---------------------------------------------------------------*
       77  WS-INVOKE-START-TIME        PIC 9(08) VALUE ZERO.
       77  WS-INVOKE-END-TIME          PIC 9(08) VALUE ZERO.
       77  WS-EVENT-TIME               PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts: one line per request, then one per      *
      *  node (indented under it) and the drift status.               *
      *---------------------------------------------------------------*
       01  WS-REPORT-LINE.
           05  WS-RL-ENV-NAME-1        PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RL-VALUE-2           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    C/D verdict against the JVMQBASE baseline rolled up over
      *    the answering nodes (any D makes it D), space when none
      *    was checked.
           05  WS-RL-COMPLIANCE        PIC X(01).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-NODE-LINE.
           05  FILLER                  PIC X(04) VALUE '  - '.
           05  WS-NL-NODE-NAME         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    ANSWERED, or why not - the engine's note or return code
      *    text, cut to fit.
           05  WS-NL-OUTCOME           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-RESP              PIC +9(8).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-COUNTRY           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-CURRENCY          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-VALUE-1           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-VALUE-2           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-NL-COMPLIANCE        PIC X(01).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DRIFT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(79).
           05  FILLER                  PIC X(50) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
           STOP RUN.

      *---------------------------------------------------------------*
      *  Open files and size up the engine COMMAREA.                  *
      *---------------------------------------------------------------*
       INITIALIZE-BATCH.

           END-IF.

      *    On restart, spin past the input records the abended run
      *    already completed - their report lines, extract records
      *    and the engine's audit records are on file from that run.
           IF WS-RESTARTING
               DISPLAY 'JVMQBATC: restarting - skipping '
                   WS-PAIRS-TO-SKIP ' completed pair(s)'
               STOP RUN
           END-IF.

      *    The event file is optional - without it events stay
      *    console-only.
           OPEN I-O JVMQ-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = '35'
               OPEN OUTPUT JVMQ-EVENT-FILE
                   'console-only this run'
           END-IF.

      *    The request image travels at the front of the COMMAREA
      *    and the bridge puts the reply straight behind it.
           MOVE LENGTH OF JVMQS-REQUEST TO WS-REQUEST-LEN.
           MOVE LENGTH OF JVMQS-REPLY   TO WS-REPLY-LEN.
           COMPUTE WS-REPLY-START = WS-REQUEST-LEN + 1.
           COMPUTE WS-XCA-LENGTH  = WS-REQUEST-LEN + WS-REPLY-LEN.
           MOVE WS-REQUEST-LEN TO WS-XCA-DATALEN.

           DISPLAY 'JVMQBATC: environment ' C2WS-ENV-ID
               ' through the JVMQSRVC engine in region '
               C2WS-CICS-APPLID.

           IF NOT WS-RESTARTING
               MOVE 'ENV NAME 1       ENV NAME 2        RESP  '
                   TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE '  - NODE         OUTCOME          RESP'
                   TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE SPACES TO JVMQ-REPORT-RECORD
           END-IF.


      *---------------------------------------------------------------*
      *  Pick up the JVMQPARM run-control card. A missing or blank    *
      *  card leaves the environment, checkpoint interval and region  *
      *  at their defaults.                                           *
      *---------------------------------------------------------------*
       READ-PARM-CARD.

                   MOVE JVMQPM-CHECKPOINT-EVERY TO
                       C2WS-CHECKPOINT-EVERY
               END-IF
               IF JVMQPM-CICS-APPLID NOT = SPACES
                   MOVE JVMQPM-CICS-APPLID TO C2WS-CICS-APPLID
               END-IF
               CLOSE JVMQ-PARM-FILE
           END-IF.

                   MOVE JVMQC-PAIRS-DONE   TO WS-PAIRS-READ
                   MOVE JVMQC-PAIRS-OK     TO WS-PAIRS-OK
                   MOVE JVMQC-PAIRS-FAILED TO WS-PAIRS-FAILED
      *            A checkpoint taken before partial answers were
      *            counted has nothing in that slot.
                   IF JVMQC-PAIRS-PARTIAL IS NUMERIC
                       MOVE JVMQC-PAIRS-PARTIAL TO WS-PAIRS-PARTIAL
                   END-IF
               END-IF
               CLOSE JVMQ-CHKP-FILE
           END-IF.
               MOVE WS-PAIRS-OK     TO JVMQC-PAIRS-OK
               MOVE WS-PAIRS-FAILED TO JVMQC-PAIRS-FAILED
               MOVE WS-CHKP-STATUS  TO JVMQC-STATUS
               MOVE WS-PAIRS-PARTIAL TO JVMQC-PAIRS-PARTIAL
               WRITE JVMQ-CHKP-RECORD
               CLOSE JVMQ-CHKP-FILE
           ELSE

       END-TAKE-CHECKPOINT.   EXIT.

      *---------------------------------------------------------------*
      *  Read forward to the next valid data record. Header, trailer  *
      *  and structurally bad records (already on the reject file     *
       END-READ-ONE-REQUEST.   EXIT.

      *---------------------------------------------------------------*
      *  Hand the current pair's request to the JVMQSRVC engine and   *
      *  append the request line, its node lines and drift status to  *
      *  the report and its node records to the extract, then read    *
      *  the next pair so the governing PERFORM UNTIL can tell when   *
      *  to stop.                                                     *
      *---------------------------------------------------------------*
       PROCESS-ONE-PAIR.

           ADD 1 TO WS-PAIRS-READ.

      *    The environment goes on the request so the engine loads
      *    its settings and nodes; a blank service name fans out
      *    across every configured node, as online.
           MOVE C2WS-ENV-ID      TO JVMQS-RQ-ENV-ID.
           MOVE SPACES           TO JVMQS-RQ-SERVICE-NAME.
           MOVE JVMQR-NAME-COUNT TO JVMQS-RQ-ENVVAR-COUNT.
           MOVE SPACES TO JVMQS-RQ-ENVVAR-NAME(1).
      *    Through the bridge the engine would see JVMQSBRG as the
      *    caller - name this job so its calls are charged to it.
           MOVE SPACES           TO JVMQS-RQ-CALLER.
           MOVE 'JVMQBATC'       TO JVMQS-RQ-CALLER-APPL.
           MOVE 'JVMQBATC'       TO JVMQS-RQ-CALLER-PROGRAM.
           PERFORM SET-ONE-REQUEST-NAME THRU
               END-SET-ONE-REQUEST-NAME
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > 25.

           PERFORM INVOKE-ENGINE THRU
               END-INVOKE-ENGINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    The request line shows the first two requested names and
      *    the first answering node's values - every node's own
      *    values follow on its node line and extract record.
           MOVE ZERO  TO WS-FIRST-NODE.
           MOVE SPACE TO WS-COMPLIANCE-FLAG.
           PERFORM ROLL-UP-ONE-NODE THRU
               END-ROLL-UP-ONE-NODE
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > JVMQS-RP-NODE-COUNT
                  OR WS-NODE-IDX > 8.

           MOVE JVMQR-ENV-NAME(1)    TO WS-RL-ENV-NAME-1.
           MOVE JVMQR-ENV-NAME(2)    TO WS-RL-ENV-NAME-2.
           MOVE JVMQS-RP-RETURN-CODE TO WS-RL-RESP.
           MOVE SPACES TO WS-RL-COUNTRY WS-RL-CURRENCY
               WS-RL-VALUE-1 WS-RL-VALUE-2.
           IF WS-FIRST-NODE > ZERO
               MOVE JVMQS-RP-COUNTRY(WS-FIRST-NODE) TO WS-RL-COUNTRY
               MOVE JVMQS-RP-CURRENCY-SYMBOL(WS-FIRST-NODE) TO
                   WS-RL-CURRENCY
               IF JVMQS-RP-ENVVAL-COUNT(WS-FIRST-NODE) > 0
                   MOVE JVMQS-RP-ENVVAR-VALUE(WS-FIRST-NODE, 1) TO
                       WS-RL-VALUE-1
               END-IF
               IF JVMQS-RP-ENVVAL-COUNT(WS-FIRST-NODE) > 1
                   MOVE JVMQS-RP-ENVVAR-VALUE(WS-FIRST-NODE, 2) TO
                       WS-RL-VALUE-2
               END-IF
           END-IF.
           MOVE WS-COMPLIANCE-FLAG TO WS-RL-COMPLIANCE.
           MOVE WS-REPORT-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           EVALUATE TRUE
               WHEN JVMQS-RP-RETURN-CODE = OK-CODE
                   ADD 1 TO WS-PAIRS-OK
               WHEN JVMQS-RP-NODES-RESPONDING > ZERO
                   ADD 1 TO WS-PAIRS-PARTIAL
               WHEN OTHER
                   ADD 1 TO WS-PAIRS-FAILED
           END-EVALUATE.

           IF JVMQS-RP-RETURN-CODE NOT = OK-CODE
               COMPUTE WS-RDISP = JVMQS-RP-RETURN-CODE
               DISPLAY 'JVMQBATC: request for '
                   JVMQR-ENV-NAME(1)
                   ' (' JVMQR-NAME-COUNT ' name(s))'
                   ' Return code=' WS-RDISP ' - ' JVMQS-RP-DIAG-TEXT
      *        Nothing answered at all is an error; some nodes down
      *        or failing while others answered is a warning.
               IF JVMQS-RP-NODES-RESPONDING > ZERO
                   MOVE 'W'    TO JVMQEV-RQ-SEVERITY
               ELSE
                   MOVE 'E'    TO JVMQEV-RQ-SEVERITY
               END-IF
               MOVE 'BATCFAIL' TO JVMQEV-RQ-EVENT-CODE
               MOVE SPACES TO JVMQEV-RQ-TEXT
               STRING 'Engine request failed. Return code='
                          DELIMITED BY SIZE
                      WS-RDISP DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      JVMQS-RP-DIAG-TEXT DELIMITED BY SIZE
                      INTO JVMQEV-RQ-TEXT
                      ON OVERFLOW
                          CONTINUE
               END-STRING
               PERFORM WRITE-EVENT-RECORD THRU
                   END-WRITE-EVENT-RECORD
           END-IF.

           PERFORM WRITE-NODE-RESULT THRU
               END-WRITE-NODE-RESULT
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > JVMQS-RP-NODE-COUNT
                  OR WS-NODE-IDX > 8.

      *    No node reached at all still leaves a record in the
      *    extract, carrying the request's return code and diagnosis.
           IF JVMQS-RP-NODE-COUNT = ZERO
               MOVE ZERO TO WS-NODE-IDX
               PERFORM WRITE-EXTRACT-RECORD THRU
                   END-WRITE-EXTRACT-RECORD
           END-IF.

      *    The drift status means something once two nodes answered.
           IF JVMQS-RP-NODES-RESPONDING > 1
               MOVE JVMQS-RP-DRIFT-STATUS TO WS-DL-STATUS
               MOVE WS-DRIFT-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           ADD 1 TO WS-PAIRS-SINCE-CHKP.
           IF WS-PAIRS-SINCE-CHKP NOT < C2WS-CHECKPOINT-EVERY
       END-PROCESS-ONE-PAIR.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one requested env var name from the input record onto   *
      *  the request - slots beyond the count go blank.               *
      *---------------------------------------------------------------*
       SET-ONE-REQUEST-NAME.

           IF WS-EV-IDX NOT > JVMQR-NAME-COUNT
               MOVE JVMQR-ENV-NAME(WS-EV-IDX) TO
                   JVMQS-RQ-ENVVAR-NAME(WS-EV-IDX)
           ELSE
               MOVE SPACES TO JVMQS-RQ-ENVVAR-NAME(WS-EV-IDX)
           END-IF.

       END-SET-ONE-REQUEST-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  EXCI LINK to the JVMQSBRG bridge with the request at the     *
      *  front of the COMMAREA, and pick the reply up from behind it. *
      *  The engine does its own retries, node by node, so a failed   *
      *  link is not retried here - it means the region or the IRC    *
      *  connection is gone, and is turned into an error reply so the *
      *  report and extract still say what happened.                  *
      *---------------------------------------------------------------*
       INVOKE-ENGINE.

           MOVE SPACES TO JVMQSX-DATA.
           MOVE JVMQS-REQUEST TO JVMQSX-DATA(1:WS-REQUEST-LEN).

           ACCEPT WS-INVOKE-START-TIME FROM TIME.
           MOVE WS-INVOKE-START-TIME TO WS-TIME-SPLIT.
               END-CONVERT-TIME-TO-CS.
           MOVE WS-TIME-CS TO WS-START-CS.

           EXEC CICS LINK PROGRAM('JVMQSBRG')
                     APPLID(C2WS-CICS-APPLID)
                     COMMAREA(WS-SRVC-COMMAREA)
                     LENGTH(WS-XCA-LENGTH)
                     DATALENGTH(WS-XCA-DATALEN)
                     RETCODE(WS-EXCI-RETCODE)
                     SYNCONRETURN
           END-EXEC.

           ACCEPT WS-INVOKE-END-TIME FROM TIME.
           MOVE WS-INVOKE-END-TIME TO WS-TIME-SPLIT.
           PERFORM CONVERT-TIME-TO-CS THRU
               END-CONVERT-TIME-TO-CS.
           COMPUTE WS-ELAPSED-CS = WS-TIME-CS - WS-START-CS.
      *    A link straddling midnight reads negative - fold the day
      *    back in rather than report a nonsense duration.
           IF WS-ELAPSED-CS < 0
               ADD 8640000 TO WS-ELAPSED-CS
           END-IF.
           COMPUTE WS-ELAPSED-MS = WS-ELAPSED-CS * 10.

           IF WS-EXCI-RESP = ZERO
               MOVE JVMQSX-DATA(WS-REPLY-START:WS-REPLY-LEN) TO
                   JVMQS-REPLY
           ELSE
               DISPLAY 'JVMQBATC: EXCI link to JVMQSBRG in region '
                   C2WS-CICS-APPLID ' failed. RESP=' WS-EXCI-RESP
                   ' RESP2=' WS-EXCI-RESP2 ' ABCODE=' WS-EXCI-ABCODE
               MOVE ERROR-CODE TO JVMQS-RP-RETURN-CODE
               MOVE 'CICS region unavailable - engine not reached' TO
                   JVMQS-RP-DIAG-TEXT
               MOVE ZERO   TO JVMQS-RP-NODE-COUNT
               MOVE ZERO   TO JVMQS-RP-NODES-RESPONDING
               MOVE ZERO   TO JVMQS-RP-NODES-AGREE
               MOVE SPACES TO JVMQS-RP-DRIFT-STATUS
           END-IF.

       END-INVOKE-ENGINE.   EXIT.

      *---------------------------------------------------------------*
      *  Turn the HHMMSSCC reading in WS-TIME-SPLIT into centiseconds *
       END-CONVERT-TIME-TO-CS.   EXIT.

      *---------------------------------------------------------------*
      *  Fold one node into the request-level view: note the first    *
      *  node that answered, and roll its compliance verdict up - any *
      *  deviant node makes the request DEVIANT, a compliant one      *
      *  with none deviant makes it COMPLIANT.                        *
      *---------------------------------------------------------------*
       ROLL-UP-ONE-NODE.

           IF JVMQS-RP-RESP(WS-NODE-IDX) = OK-CODE
               IF WS-FIRST-NODE = ZERO
                   MOVE WS-NODE-IDX TO WS-FIRST-NODE
               END-IF
               IF JVMQS-RP-COMPLIANCE(WS-NODE-IDX) = 'D'
                   MOVE 'D' TO WS-COMPLIANCE-FLAG
               ELSE
                   IF JVMQS-RP-COMPLIANCE(WS-NODE-IDX) = 'C'
                      AND WS-COMPLIANCE-FLAG = SPACE
                       MOVE 'C' TO WS-COMPLIANCE-FLAG
                   END-IF
               END-IF
           END-IF.

       END-ROLL-UP-ONE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Write one node's report line and extract record.             *
      *---------------------------------------------------------------*
       WRITE-NODE-RESULT.

           MOVE JVMQS-RP-SERVICE-NAME(WS-NODE-IDX) TO WS-NL-NODE-NAME.
           MOVE JVMQS-RP-RESP(WS-NODE-IDX)         TO WS-NL-RESP.
           MOVE SPACES TO WS-NL-COUNTRY WS-NL-CURRENCY
               WS-NL-VALUE-1 WS-NL-VALUE-2.
           MOVE SPACE TO WS-NL-COMPLIANCE.

           IF JVMQS-RP-RESP(WS-NODE-IDX) = OK-CODE
               MOVE 'ANSWERED' TO WS-NL-OUTCOME
               MOVE JVMQS-RP-COUNTRY(WS-NODE-IDX) TO WS-NL-COUNTRY
               MOVE JVMQS-RP-CURRENCY-SYMBOL(WS-NODE-IDX) TO
                   WS-NL-CURRENCY
               IF JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX) > 0
                   MOVE JVMQS-RP-ENVVAR-VALUE(WS-NODE-IDX, 1) TO
                       WS-NL-VALUE-1
               END-IF
               IF JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX) > 1
                   MOVE JVMQS-RP-ENVVAR-VALUE(WS-NODE-IDX, 2) TO
                       WS-NL-VALUE-2
               END-IF
               MOVE JVMQS-RP-COMPLIANCE(WS-NODE-IDX) TO
                   WS-NL-COMPLIANCE
           ELSE
               IF JVMQS-RP-NOTE(WS-NODE-IDX) NOT = SPACES
                   MOVE JVMQS-RP-NOTE(WS-NODE-IDX) TO WS-NL-OUTCOME
               ELSE
                   MOVE JVMQS-RP-RESP-TEXT(WS-NODE-IDX) TO
                       WS-NL-OUTCOME
               END-IF
           END-IF.

           MOVE WS-NODE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM WRITE-EXTRACT-RECORD THRU
               END-WRITE-EXTRACT-RECORD.

       END-WRITE-NODE-RESULT.   EXIT.

      *---------------------------------------------------------------*
      *  Write the trailer line and close up.                         *
                  WS-PAIRS-READ DELIMITED BY SIZE
                  '  OK=' DELIMITED BY SIZE
                  WS-PAIRS-OK DELIMITED BY SIZE
                  '  PARTIAL=' DELIMITED BY SIZE
                  WS-PAIRS-PARTIAL DELIMITED BY SIZE
                  '  FAILED=' DELIMITED BY SIZE
                  WS-PAIRS-FAILED DELIMITED BY SIZE
                  '  REJECTED=' DELIMITED BY SIZE
           CLOSE JVMQ-PAIRS-FILE.
           CLOSE JVMQ-REPORT-FILE.
           CLOSE JVMQ-EXTRACT-FILE.
           IF WS-EVENT-AVAILABLE
               CLOSE JVMQ-EVENT-FILE
           END-IF.

      *    Mark the run complete so the next run starts fresh instead
      *    of restarting from this one's last checkpoint.
       END-TERMINATE-BATCH.   EXIT.

      *---------------------------------------------------------------*
      *  Write the JVMQBEXT extract record for node WS-NODE-IDX of    *
      *  the pair in hand: the run date, the whole requested name     *
      *  list, every value the node returned with its verdict, and    *
      *  the request-level outcome and drift status - everything the  *
      *  report lines have no room for.                               *
      *---------------------------------------------------------------*
       WRITE-EXTRACT-RECORD.

           MOVE SPACES TO JVMQ-EXTRACT-RECORD.
           MOVE WS-RUN-DATE         TO JVMQX-RUN-DATE.
           MOVE C2WS-ENV-ID         TO JVMQX-ENV-ID.
           MOVE WS-ELAPSED-MS       TO JVMQX-ELAPSED-MS.
           MOVE JVMQS-RQ-ENVVAR-COUNT TO JVMQX-NAME-COUNT.
           IF JVMQX-NAME-COUNT > 25
               MOVE 25 TO JVMQX-NAME-COUNT
           END-IF.
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > JVMQX-NAME-COUNT.

           MOVE JVMQS-RP-RETURN-CODE      TO JVMQX-REQUEST-RESP.
           MOVE JVMQS-RP-NODE-COUNT       TO JVMQX-NODE-COUNT.
           MOVE JVMQS-RP-NODES-RESPONDING TO JVMQX-NODES-RESPONDING.
           MOVE JVMQS-RP-NODES-AGREE      TO JVMQX-NODES-AGREE.
           MOVE JVMQS-RP-DRIFT-STATUS     TO JVMQX-DRIFT-STATUS.

      *    Node zero is the request itself, when no node was reached.
           IF WS-NODE-IDX = ZERO
               MOVE SPACES               TO JVMQX-SERVICE-NAME
               MOVE JVMQS-RP-RETURN-CODE TO JVMQX-RESP
               MOVE SPACE                TO JVMQX-COMPLIANCE
               MOVE ZERO                 TO JVMQX-VALUE-COUNT
               MOVE JVMQS-RP-DIAG-TEXT   TO JVMQX-NOTE
           ELSE
               MOVE JVMQS-RP-SERVICE-NAME(WS-NODE-IDX) TO
                   JVMQX-SERVICE-NAME
               MOVE JVMQS-RP-RESP(WS-NODE-IDX) TO JVMQX-RESP
               MOVE JVMQS-RP-COMPLIANCE(WS-NODE-IDX) TO
                   JVMQX-COMPLIANCE
               MOVE JVMQS-RP-NOTE(WS-NODE-IDX) TO JVMQX-NOTE
               PERFORM EXTRACT-NODE-VALUES THRU
                   END-EXTRACT-NODE-VALUES
           END-IF.

           WRITE JVMQ-EXTRACT-RECORD.
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQBATC: JVMQBEXT write failed. File status='
                   WS-EXTRACT-FILE-STATUS
           END-IF.

       END-WRITE-EXTRACT-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Copy the values node WS-NODE-IDX returned onto the extract   *
      *  record - none when the node did not answer.                  *
      *---------------------------------------------------------------*
       EXTRACT-NODE-VALUES.


           IF JVMQS-RP-RESP(WS-NODE-IDX) = OK-CODE
               MOVE JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX) TO
                   JVMQX-VALUE-COUNT
               IF JVMQX-VALUE-COUNT > 25
                   MOVE 25 TO JVMQX-VALUE-COUNT
               END-IF
               MOVE ZERO TO JVMQX-VALUE-COUNT
           END-IF.

       END-EXTRACT-NODE-VALUES.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one requested env var name onto the extract record.     *
      *---------------------------------------------------------------*
       EXTRACT-ONE-NAME.

           MOVE JVMQS-RQ-ENVVAR-NAME(WS-EV-IDX) TO
               JVMQX-ENV-NAME(WS-EV-IDX).

       END-EXTRACT-ONE-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one value the node returned, and its compliance         *
      *  verdict, onto the extract record.                            *
      *---------------------------------------------------------------*
       EXTRACT-ONE-VALUE.

           MOVE JVMQS-RP-ENVVAR-VALUE(WS-NODE-IDX, WS-EV-IDX) TO
               JVMQX-ENV-VALUE(WS-EV-IDX).
           MOVE JVMQS-RP-ENV-COMPL(WS-NODE-IDX, WS-EV-IDX) TO
               JVMQX-VALUE-COMPL(WS-EV-IDX).

       END-EXTRACT-ONE-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  File the event in JVMQ-EVENT-REQUEST on JVMQEVTF with        *

           IF WS-EVENT-AVAILABLE
               MOVE C2WS-ENV-ID          TO JVMQEV-RQ-ENV-ID
               MOVE SPACES               TO JVMQEV-RQ-NODE-NAME
               MOVE 'JVMQBATC'           TO JVMQEV-RQ-SOURCE

               MOVE JVMQEV-RQ-EVENT-CODE TO JVMQE-EVENT-CODE
               MOVE 'N'                  TO JVMQE-ACK-FLAG
               MOVE SPACES               TO JVMQE-ACK-OPERATOR
               MOVE SPACES               TO JVMQE-ACK-TS
               MOVE ZERO                 TO JVMQE-ESC-LEVEL
               MOVE SPACES               TO JVMQE-ESC-TS

               ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-EVENT-TIME FROM TIME

       END-BUILD-EVENT-TIMESTAMP.   EXIT.

       END PROGRAM JVMQBATC.
