       PROCESS XOPTS(APOST EXCI)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQXCMP.
      * TEST quietly diverging from PROD weeks before the promotion,  *
      * and nothing compared environments to each other.              *
      *                                                               *
      * This job asks the JVMQSRVC engine - through the JVMQSBRG      *
      * bridge, as JVMQBATC does - the same env var name list for two *
      * named environment ids from the JVMQCFG settings file. Each    *
      * environment's request fans out across all of its configured   *
      * nodes, so the report first shows every node of each           *
      * environment with its outcome and the engine's drift status,   *
      * then the values side by side: matching, differing, answered   *
      * in one environment but not the other, or matching across the  *
      * environments while the nodes within one of them disagree      *
      * (DRIFT). An environment's value is its first answering        *
      * node's. The exception-only option suppresses the matches, and *
      * any difference, drift or unanswering node ends the job with   *
      * return code 4 - the release gate hangs off that.              *
      *                                                               *
      * The JVMQXPRM run-control card names the two environments,     *
      * the exception-only option, the JVMQENVR name list to compare  *
      * with (blank takes the DEFAULT list) and the CICS region the   *
      * engine runs in.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *
      * Connection settings, one record per compared environment -
      * same layout and key as every other engine driver (C2WSCFG).
      * The engine loads them itself; this job only insists both
      * environments are configured before it asks.
      *
           SELECT JVMQ-CFG-FILE     ASSIGN TO JVMQCFG
               ORGANIZATION IS INDEXED
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQXPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Comparison report: each environment's nodes, then the values
      * side by side.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQXREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      *    Cols 1-8 first environment id, col 9 blank, cols 10-17
      *    second environment id (both required), col 19 X for an
      *    exception-only report, cols 21-28 JVMQENVR list id (blank
      *    compares with the DEFAULT list), cols 30-37 APPLID of the
      *    CICS region running the engine (blank keeps CICSJVMQ).
       01  JVMQ-PARM-RECORD.
           05  JVMQXP-ENV-A            PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQXP-EXCEPT-ONLY      PIC X(01).
           05  FILLER                  PIC X(01).
           05  JVMQXP-LIST-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQXP-CICS-APPLID      PIC X(08).
           05  FILLER                  PIC X(43).

       FD  JVMQ-REPORT-FILE
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Engine selection - the CICS region the JVMQSBRG bridge runs  *
      *  in, overridden from the JVMQXPRM card.                       *
      *---------------------------------------------------------------*
       77  C2WS-CICS-APPLID            PIC X(08) VALUE 'CICSJVMQ'.

      *---------------------------------------------------------------*
      *  Constants                                                    *
      *---------------------------------------------------------------*
       77  OK-CODE                     PIC S9(8) BINARY VALUE 0.
       77  ERROR-CODE                  PIC S9(8) BINARY VALUE -1.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
      *  Per-environment results: the reply each environment gave to  *
      *  the shared request. Entry 1 is the first environment on the  *
      *  card, entry 2 the second. The environment's values are its   *
      *  first answering node's; WS-ER-DRIFT marks a name another     *
      *  answering node of the same environment returned differently. *
      *---------------------------------------------------------------*
       77  WS-ENV-IDX                  PIC 9(01) VALUE ZERO.
       01  WS-ENV-RESULTS.
           05  WS-ER-ENTRY OCCURS 2 TIMES.
               10  WS-ER-ENV-ID        PIC X(08).
               10  WS-ER-RESP          PIC S9(8) COMP.
               10  WS-ER-NODES-ANSWERED
                                       PIC 9(02).
               10  WS-ER-FIRST-NODE    PIC 9(02).
               10  WS-ER-VALUE-COUNT   PIC 9(02).
               10  WS-ER-VALUE OCCURS 25 TIMES
                                       PIC X(32).
               10  WS-ER-DRIFT OCCURS 25 TIMES
                                       PIC X(01).

      *---------------------------------------------------------------*
      *  Comparison work fields (see COMPARE-ONE-NAME).               *
       77  WS-PRESENT-B-SW             PIC X(01) VALUE 'N'.
           88  WS-PRESENT-B                VALUE 'Y'.
       77  WS-VERDICT                  PIC X(08) VALUE SPACES.
       77  WS-NODE-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-NODE-VALUE               PIC X(32) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Counters for the control trailer - the differing, drifting   *
      *  and unanswering counts are also the release gate (any        *
      *  non-zero ends the job with return code 4).                   *
      *---------------------------------------------------------------*
       77  WS-NAMES-COMPARED           PIC 9(03) VALUE ZERO.
       77  WS-NAMES-MATCHING           PIC 9(03) VALUE ZERO.
       77  WS-NAMES-DIFFERING          PIC 9(03) VALUE ZERO.
       77  WS-NAMES-ONLY-A             PIC 9(03) VALUE ZERO.
       77  WS-NAMES-ONLY-B             PIC 9(03) VALUE ZERO.
       77  WS-NAMES-DRIFTING           PIC 9(03) VALUE ZERO.
       77  WS-NODES-NOT-ANSWERING      PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      *  JVMQSREQ/JVMQSRPL images exchanged with the JVMQSRVC engine, *
      *  and the COMMAREA they travel in to the JVMQSBRG bridge (see  *
      *  JVMQSXCA).                                                   *
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
      *  response means the link itself failed, as opposed to the     *
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
       01  WS-RDISP                    PIC +9(8) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
           05  FILLER                  PIC X(15) VALUE
               '  SECOND ONLY='.
           05  WS-RTR-ONLY-B           PIC 9(03).
           05  FILLER                  PIC X(11) VALUE '  DRIFTING='.
           05  WS-RTR-DRIFTING         PIC 9(03).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-RPT-ENV-LINE.
           05  FILLER                  PIC X(12) VALUE 'ENVIRONMENT '.
           05  WS-RE-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-RE-NODE-COUNT        PIC Z9.
           05  FILLER                  PIC X(08) VALUE ' NODES, '.
           05  WS-RE-ANSWERED          PIC Z9.
           05  FILLER                  PIC X(12) VALUE ' ANSWERED - '.
           05  WS-RE-DIAG              PIC X(60).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-RPT-NODE-LINE.
           05  FILLER                  PIC X(04) VALUE '  - '.
           05  WS-RN-NODE-NAME         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RN-RESP              PIC +9(8).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    ANSWERED, or why not - the engine's note or return code
      *    text.
           05  WS-RN-OUTCOME           PIC X(60).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-RPT-DRIFT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(79).
           05  FILLER                  PIC X(50) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > 2.

           IF WS-ER-NODES-ANSWERED(1) > ZERO
              AND WS-ER-NODES-ANSWERED(2) > ZERO
               MOVE WS-ER-ENV-ID(1) TO WS-RH-ENV-A
               MOVE WS-ER-ENV-ID(2) TO WS-RH-ENV-B
               MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               PERFORM COMPARE-ONE-NAME THRU
                   END-COMPARE-ONE-NAME
                   VARYING WS-EV-IDX FROM 1 BY 1

      *---------------------------------------------------------------*
      *  Pick up the run-control card (both environments mandatory),  *
      *  load the shared name list, open the report and size up the   *
      *  engine COMMAREA.                                             *
      *---------------------------------------------------------------*
       INITIALIZE-COMPARE.

           ELSE
               MOVE JVMQXP-LIST-ID TO WS-LIST-ID
           END-IF.
           IF JVMQXP-CICS-APPLID NOT = SPACES
               MOVE JVMQXP-CICS-APPLID TO C2WS-CICS-APPLID
           END-IF.

           PERFORM LOAD-NAME-LIST THRU
               END-LOAD-NAME-LIST.
           END-IF.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

      *    The request image travels at the front of the COMMAREA
      *    and the bridge puts the reply straight behind it.
           MOVE LENGTH OF JVMQS-REQUEST TO WS-REQUEST-LEN.
           MOVE LENGTH OF JVMQS-REPLY   TO WS-REPLY-LEN.
           COMPUTE WS-REPLY-START = WS-REQUEST-LEN + 1.
           COMPUTE WS-XCA-LENGTH  = WS-REQUEST-LEN + WS-REPLY-LEN.
           MOVE WS-REQUEST-LEN TO WS-XCA-DATALEN.

       END-INITIALIZE-COMPARE.   EXIT.

       END-LOAD-ONE-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  Ask the engine for the shared name list in one compared      *
      *  environment: check it is configured on JVMQCFG (mandatory -  *
      *  comparing an unconfigured environment would only report      *
      *  noise, since the engine would answer with its defaults),     *
      *  link through the bridge, list the environment's nodes and    *
      *  drift status, and capture its values.                        *
      *---------------------------------------------------------------*
       QUERY-ONE-ENVIRONMENT.

           MOVE ZERO TO WS-ER-VALUE-COUNT(WS-ENV-IDX).
           MOVE ZERO TO WS-ER-NODES-ANSWERED(WS-ENV-IDX).
           MOVE ZERO TO WS-ER-FIRST-NODE(WS-ENV-IDX).

           OPEN INPUT JVMQ-CFG-FILE.
           IF WS-CFG-FILE-STATUS NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE JVMQ-CFG-FILE.

      *    A blank service name fans the request out across every
      *    node configured for the environment.
           MOVE WS-ER-ENV-ID(WS-ENV-IDX) TO JVMQS-RQ-ENV-ID.
           MOVE SPACES                   TO JVMQS-RQ-SERVICE-NAME.
           MOVE WS-NAME-COUNT            TO JVMQS-RQ-ENVVAR-COUNT.
           MOVE SPACES TO JVMQS-RQ-ENVVAR-NAME(1).
      *    Through the bridge the engine would see JVMQSBRG as the
      *    caller - name this job so its calls are charged to it.
           MOVE SPACES                   TO JVMQS-RQ-CALLER.
           MOVE 'JVMQXCMP'               TO JVMQS-RQ-CALLER-APPL.
           MOVE 'JVMQXCMP'               TO JVMQS-RQ-CALLER-PROGRAM.
           PERFORM SET-ONE-REQUEST-NAME THRU
               END-SET-ONE-REQUEST-NAME
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > 25.

           PERFORM INVOKE-ENGINE THRU
               END-INVOKE-ENGINE.

           MOVE JVMQS-RP-RETURN-CODE      TO WS-ER-RESP(WS-ENV-IDX).
           MOVE JVMQS-RP-NODES-RESPONDING TO
               WS-ER-NODES-ANSWERED(WS-ENV-IDX).

           MOVE WS-ER-ENV-ID(WS-ENV-IDX)  TO WS-RE-ENV-ID.
           MOVE JVMQS-RP-NODE-COUNT       TO WS-RE-NODE-COUNT.
           MOVE JVMQS-RP-NODES-RESPONDING TO WS-RE-ANSWERED.
           IF JVMQS-RP-RETURN-CODE = OK-CODE
               MOVE 'ALL NODES ANSWERED' TO WS-RE-DIAG
           ELSE
               MOVE JVMQS-RP-DIAG-TEXT TO WS-RE-DIAG
           END-IF.
           MOVE WS-RPT-ENV-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM REPORT-ONE-NODE THRU
               END-REPORT-ONE-NODE
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > JVMQS-RP-NODE-COUNT
                  OR WS-NODE-IDX > 8.

      *    The drift status means something once two nodes answered.
           IF JVMQS-RP-NODES-RESPONDING > 1
               MOVE JVMQS-RP-DRIFT-STATUS TO WS-RD-STATUS
               MOVE WS-RPT-DRIFT-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           IF JVMQS-RP-RETURN-CODE NOT = OK-CODE
               COMPUTE WS-RDISP = JVMQS-RP-RETURN-CODE
               DISPLAY 'JVMQXCMP: engine request failed for '
                   'environment ' WS-ER-ENV-ID(WS-ENV-IDX)
                   ' Return code=' WS-RDISP ' - ' JVMQS-RP-DIAG-TEXT
           END-IF.

           IF WS-ER-FIRST-NODE(WS-ENV-IDX) > ZERO
               MOVE WS-ER-FIRST-NODE(WS-ENV-IDX) TO WS-NODE-IDX
               IF JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX) > 25
                   MOVE 25 TO WS-ER-VALUE-COUNT(WS-ENV-IDX)
               ELSE
                   MOVE JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX) TO
                       WS-ER-VALUE-COUNT(WS-ENV-IDX)
               END-IF
               PERFORM CAPTURE-ONE-VALUE THRU
                   VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-ER-VALUE-COUNT(WS-ENV-IDX)
           ELSE
               MOVE SPACES TO JVMQ-REPORT-RECORD
               STRING 'ENVIRONMENT ' DELIMITED BY SIZE
                      WS-ER-ENV-ID(WS-ENV-IDX) DELIMITED BY SIZE
                      ' DID NOT ANSWER - RC=' DELIMITED BY SIZE
                      WS-RDISP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      JVMQS-RP-DIAG-TEXT DELIMITED BY SIZE
                      INTO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-QUERY-ONE-ENVIRONMENT.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one shared name onto the engine request - slots beyond  *
      *  the count go blank.                                          *
      *---------------------------------------------------------------*
       SET-ONE-REQUEST-NAME.

           IF WS-EV-IDX NOT > WS-NAME-COUNT
               MOVE WS-NT-NAME(WS-EV-IDX) TO
                   JVMQS-RQ-ENVVAR-NAME(WS-EV-IDX)
           ELSE
               MOVE SPACES TO JVMQS-RQ-ENVVAR-NAME(WS-EV-IDX)
           END-IF.

       END-SET-ONE-REQUEST-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  EXCI LINK to the JVMQSBRG bridge with the request at the     *
      *  front of the COMMAREA, and pick the reply up from behind it. *
      *  The engine does its own retries, node by node; a failed link *
      *  means the region or the IRC connection is gone, and is       *
      *  turned into an error reply so the report still says what     *
      *  happened.                                                    *
      *---------------------------------------------------------------*
       INVOKE-ENGINE.

           MOVE SPACES TO JVMQSX-DATA.
           MOVE JVMQS-REQUEST TO JVMQSX-DATA(1:WS-REQUEST-LEN).

           EXEC CICS LINK PROGRAM('JVMQSBRG')
                     APPLID(C2WS-CICS-APPLID)
                     COMMAREA(WS-SRVC-COMMAREA)
                     LENGTH(WS-XCA-LENGTH)
                     DATALENGTH(WS-XCA-DATALEN)
                     RETCODE(WS-EXCI-RETCODE)
                     SYNCONRETURN
           END-EXEC.

           IF WS-EXCI-RESP = ZERO
               MOVE JVMQSX-DATA(WS-REPLY-START:WS-REPLY-LEN) TO
                   JVMQS-REPLY
           ELSE
               DISPLAY 'JVMQXCMP: EXCI link to JVMQSBRG in region '
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
      *  Write one node's line under its environment, and note the    *
      *  environment's first answering node - the one whose values    *
      *  stand for the environment in the comparison.                 *
      *---------------------------------------------------------------*
       REPORT-ONE-NODE.

           MOVE JVMQS-RP-SERVICE-NAME(WS-NODE-IDX) TO WS-RN-NODE-NAME.
           MOVE JVMQS-RP-RESP(WS-NODE-IDX)         TO WS-RN-RESP.

           IF JVMQS-RP-RESP(WS-NODE-IDX) = OK-CODE
               MOVE 'ANSWERED' TO WS-RN-OUTCOME
               IF WS-ER-FIRST-NODE(WS-ENV-IDX) = ZERO
                   MOVE WS-NODE-IDX TO WS-ER-FIRST-NODE(WS-ENV-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-NODES-NOT-ANSWERING
               IF JVMQS-RP-NOTE(WS-NODE-IDX) NOT = SPACES
                   MOVE JVMQS-RP-NOTE(WS-NODE-IDX) TO WS-RN-OUTCOME
               ELSE
                   MOVE JVMQS-RP-RESP-TEXT(WS-NODE-IDX) TO
                       WS-RN-OUTCOME
               END-IF
           END-IF.

           MOVE WS-RPT-NODE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-REPORT-ONE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Copy one value of the first answering node into this         *
      *  environment's results, and mark the name as drifting if any  *
      *  other answering node of the environment returned it          *
      *  differently.                                                 *
      *---------------------------------------------------------------*
       CAPTURE-ONE-VALUE.

           MOVE JVMQS-RP-ENVVAR-VALUE(WS-ER-FIRST-NODE(WS-ENV-IDX),
               WS-EV-IDX) TO WS-ER-VALUE(WS-ENV-IDX, WS-EV-IDX).
           MOVE 'N' TO WS-ER-DRIFT(WS-ENV-IDX, WS-EV-IDX).

           PERFORM CHECK-ONE-NODE-VALUE THRU
               END-CHECK-ONE-NODE-VALUE
               VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > JVMQS-RP-NODE-COUNT
                  OR WS-NODE-IDX > 8.

       END-CAPTURE-ONE-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  Hold one answering node's value for the name in hand against *
      *  the environment's value.                                     *
      *---------------------------------------------------------------*
       CHECK-ONE-NODE-VALUE.

           IF JVMQS-RP-RESP(WS-NODE-IDX) = OK-CODE
               IF WS-EV-IDX > JVMQS-RP-ENVVAL-COUNT(WS-NODE-IDX)
                   MOVE SPACES TO WS-NODE-VALUE
               ELSE
                   MOVE JVMQS-RP-ENVVAR-VALUE(WS-NODE-IDX, WS-EV-IDX)
                       TO WS-NODE-VALUE
               END-IF
               IF WS-NODE-VALUE NOT =
                      WS-ER-VALUE(WS-ENV-IDX, WS-EV-IDX)
                   MOVE 'Y' TO WS-ER-DRIFT(WS-ENV-IDX, WS-EV-IDX)
               END-IF
           END-IF.

       END-CHECK-ONE-NODE-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  Compare one shared name's value across the two               *
      *  environments: MATCH, DIFFER, answered in one environment     *
      *  only, or DRIFT - the environments agree but the nodes within *
      *  one of them do not. MATCH lines are suppressed on an         *
      *  exception-only run - that is the report a release gate hangs *
      *  off.                                                         *
      *---------------------------------------------------------------*
       COMPARE-ONE-NAME.


           EVALUATE TRUE
               WHEN WS-PRESENT-A AND WS-PRESENT-B
                   EVALUATE TRUE
                       WHEN WS-VALUE-A NOT = WS-VALUE-B
                           MOVE 'DIFFER  ' TO WS-VERDICT
                           ADD 1 TO WS-NAMES-DIFFERING
                       WHEN WS-ER-DRIFT(1, WS-EV-IDX) = 'Y'
                         OR WS-ER-DRIFT(2, WS-EV-IDX) = 'Y'
                           MOVE 'DRIFT   ' TO WS-VERDICT
                           ADD 1 TO WS-NAMES-DRIFTING
                       WHEN OTHER
                           MOVE 'MATCH   ' TO WS-VERDICT
                           ADD 1 TO WS-NAMES-MATCHING
                   END-EVALUATE
               WHEN WS-PRESENT-A
                   MOVE '1ST ONLY' TO WS-VERDICT
                   ADD 1 TO WS-NAMES-ONLY-A
       END-COMPARE-ONE-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  Write the control trailer and close up. Any difference,      *
      *  drift or node that did not answer ends the job with return   *
      *  code 4 (unless an engine failure has already set something   *
      *  higher) - the promotion gate tests exactly that.             *
      *---------------------------------------------------------------*
       TERMINATE-COMPARE.

           MOVE WS-NAMES-DIFFERING TO WS-RTR-DIFFER.
           MOVE WS-NAMES-ONLY-A    TO WS-RTR-ONLY-A.
           MOVE WS-NAMES-ONLY-B    TO WS-RTR-ONLY-B.
           MOVE WS-NAMES-DRIFTING  TO WS-RTR-DRIFTING.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF RETURN-CODE = ZERO
              AND (WS-NAMES-DIFFERING > ZERO
                  OR WS-NAMES-ONLY-A > ZERO
                  OR WS-NAMES-ONLY-B > ZERO
                  OR WS-NAMES-DRIFTING > ZERO
                  OR WS-NODES-NOT-ANSWERING > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-TERMINATE-COMPARE.   EXIT.

       END PROGRAM JVMQXCMP.
