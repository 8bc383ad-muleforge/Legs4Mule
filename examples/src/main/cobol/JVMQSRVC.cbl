      * field on JVMQCFG (zero keeps the cache off). A cached serve   *
      * is marked in the diagnostic text and on its JVMQAUDT          *
      * records, so the trail stays honest about what was invoked.    *
      *                                                               *
      * Every request is stamped with its caller - application,       *
      * program, transaction and user (see IDENTIFY-CALLER) - and     *
      * every audit record it writes carries them. An application     *
      * with a JVMQLIMT calls-per-minute allowance that has used it   *
      * up is refused with resp code 016 before any node is invoked   *
      * (see CHECK-CALL-LIMIT); a cached serve costs no allowance.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
       COPY JVMQDCAS.

      *---------------------------------------------------------------*
      *  Service-desk incident request (see JVMQINCI). A case opened, *
      *  or reopened, here raises or reopens its service-desk         *
      *  incident through JVMQINCW (see SEND-CASE-INCIDENT).          *
      *  WS-CASE-INCIDENT-ACTION is the action the case change in     *
      *  hand calls for, space for none.                              *
      *---------------------------------------------------------------*
       COPY JVMQINCI.

       77  WS-CASE-INCIDENT-ACTION     PIC X(01) VALUE SPACE.
       77  WS-INC-RESP                 PIC S9(8) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  Maintenance window check request (see JVMQMWIN). Drift seen  *
      *  on a node inside a planned window opens no new case - the    *
      *  values are expected to move while the rollout is under way.  *
      *  Each node is asked about once per request: WS-NODE-MWIN is   *
      *  space until checked, then Y (in a window) or N.              *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

       01  WS-NODE-MWIN-TABLE.
           05  WS-NODE-MWIN OCCURS 8 TIMES PIC X(01).

       77  WS-DRIFT-TIMESTAMP          PIC X(26) VALUE SPACES.
       77  WS-NODES-RESPONDING         PIC 9(02) VALUE ZERO.
       77  WS-NODES-AGREE              PIC 9(02) VALUE ZERO.
      *---------------------------------------------------------------*
       COPY JVMQSAPI.

      *---------------------------------------------------------------*
      *  Per-application calls-per-minute allowance (see JVMQLIMT     *
      *  and CHECK-CALL-LIMIT). A request over it is refused with     *
      *  resp code 016 - entry 016 in the C2WSRC diagnostic table -   *
      *  instead of reaching the Mule nodes.                          *
      *---------------------------------------------------------------*
       COPY JVMQLIMT.

       77  WS-LIMIT-APPL-ID            PIC X(08) VALUE SPACES.
       77  WS-LIMIT-MINUTE             PIC X(12) VALUE SPACES.
       77  WS-LIMIT-DISP               PIC Z(4)9 VALUE ZERO.
       77  WS-THROTTLE-SW              PIC X(01) VALUE 'N'.
           88  WS-CALL-THROTTLED           VALUE 'Y'.
       77  THROTTLED-CODE              PIC S9(8) BINARY VALUE 16.
       77  WS-INVOKING-PROG            PIC X(08) VALUE SPACES.
       77  WS-CALLER-USERID            PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  JVMQSNRQ/JVMQSNRP containers exchanged with the JVMQSNOD     *
      *  node workers, and the per-node child bookkeeping: the async  *
                   'JVMQSRVC STARTING ==============================='
           END-IF.

      *    A caller built against the request layout before the
      *    caller fields existed hands over a shorter container -
      *    they stay blank and IDENTIFY-CALLER fills them in.
           MOVE SPACES TO JVMQS-RQ-CALLER.

           EXEC CICS GET CONTAINER('JVMQSREQ')
                     INTO(JVMQS-REQUEST)
                     RESP(WS-RESP)
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM IDENTIFY-CALLER THRU
               END-IDENTIFY-CALLER.

           PERFORM INITIALIZE-C2WS-API THRU
               END-INITIALIZE-C2WS-API.

               PERFORM SERVE-CACHED-REPLY THRU
                   END-SERVE-CACHED-REPLY
           ELSE
      *        Only a request that would reach the nodes counts
      *        against the application's allowance.
               PERFORM CHECK-CALL-LIMIT THRU
                   END-CHECK-CALL-LIMIT
               IF WS-CALL-THROTTLED
                   PERFORM REFUSE-THROTTLED-CALL THRU
                       END-REFUSE-THROTTLED-CALL
               ELSE
                   PERFORM INVOKE-SERVICE THRU
                       END-INVOKE-SERVICE

                   PERFORM RECONCILE-RESULTS THRU
                       END-RECONCILE-RESULTS

                   PERFORM BUILD-SERVICE-REPLY THRU
                       END-BUILD-SERVICE-REPLY

                   PERFORM SAVE-REPLY-CACHE THRU
                       END-SAVE-REPLY-CACHE
               END-IF
           END-IF.

           PERFORM PUT-REPLY-CONTAINER THRU

           GOBACK.

      *---------------------------------------------------------------*
      *  Fill in whatever part of the caller the request left blank:  *
      *  the program that LINKed here, the task's transaction id and  *
      *  user id, and - when no application was named - the calling   *
      *  program as the application charged for the call.             *
      *---------------------------------------------------------------*
       IDENTIFY-CALLER.

           IF JVMQS-RQ-CALLER = LOW-VALUES
               MOVE SPACES TO JVMQS-RQ-CALLER
           END-IF.

           IF JVMQS-RQ-CALLER-PROGRAM = SPACES
               MOVE SPACES TO WS-INVOKING-PROG
               EXEC CICS ASSIGN INVOKINGPROG(WS-INVOKING-PROG)
                         NOHANDLE
               END-EXEC
               MOVE WS-INVOKING-PROG TO JVMQS-RQ-CALLER-PROGRAM
           END-IF.

           IF JVMQS-RQ-CALLER-TRANID = SPACES
               MOVE EIBTRNID TO JVMQS-RQ-CALLER-TRANID
           END-IF.

           IF JVMQS-RQ-CALLER-USERID = SPACES
               MOVE SPACES TO WS-CALLER-USERID
               EXEC CICS ASSIGN USERID(WS-CALLER-USERID) NOHANDLE
               END-EXEC
               MOVE WS-CALLER-USERID TO JVMQS-RQ-CALLER-USERID
           END-IF.

           IF JVMQS-RQ-CALLER-APPL = SPACES
               MOVE JVMQS-RQ-CALLER-PROGRAM TO JVMQS-RQ-CALLER-APPL
           END-IF.

           IF TRACES-ON
               DISPLAY 'JVMQSRVC caller ' JVMQS-RQ-CALLER-APPL ' '
                   JVMQS-RQ-CALLER-PROGRAM ' ' JVMQS-RQ-CALLER-TRANID
                   ' ' JVMQS-RQ-CALLER-USERID
           END-IF.

       END-IDENTIFY-CALLER.   EXIT.

      *---------------------------------------------------------------*
      *  Count this request against the calling application's         *
      *  JVMQLIMT allowance for the current clock minute. No record   *
      *  (or no file) and a zero allowance mean no limit; the record  *
      *  is only rewritten when there is a limit to count against.    *
      *---------------------------------------------------------------*
       CHECK-CALL-LIMIT.

           MOVE 'N' TO WS-THROTTLE-SW.
           MOVE JVMQS-RQ-CALLER-APPL TO WS-LIMIT-APPL-ID.

           EXEC CICS READ FILE('JVMQLIMT')
                     RIDFLD(WS-LIMIT-APPL-ID)
                     INTO(JVMQ-CALL-LIMIT-RECORD)
                     UPDATE
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NORMAL)
               IF JVMQL-CALLS-PER-MIN = ZERO
                   EXEC CICS UNLOCK FILE('JVMQLIMT')
                             RESP(WS-RESP2)
                   END-EXEC
               ELSE
                   PERFORM COUNT-LIMITED-CALL THRU
                       END-COUNT-LIMITED-CALL
               END-IF
           END-IF.

       END-CHECK-CALL-LIMIT.   EXIT.

      *---------------------------------------------------------------*
      *  A new minute starts the counts again; a request arriving     *
      *  with the minute's allowance used up is throttled. Either     *
      *  way the record goes back with the outcome counted.           *
      *---------------------------------------------------------------*
       COUNT-LIMITED-CALL.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC.
           MOVE SPACES TO WS-LIMIT-MINUTE.
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:4) DELIMITED BY SIZE
                  INTO WS-LIMIT-MINUTE.

           IF JVMQL-WINDOW-MINUTE NOT = WS-LIMIT-MINUTE
               MOVE WS-LIMIT-MINUTE TO JVMQL-WINDOW-MINUTE
               MOVE ZERO TO JVMQL-WINDOW-CALLS
               MOVE ZERO TO JVMQL-WINDOW-THROTTLED
           END-IF.

           IF JVMQL-WINDOW-CALLS < JVMQL-CALLS-PER-MIN
               ADD 1 TO JVMQL-WINDOW-CALLS
           ELSE
               SET WS-CALL-THROTTLED TO TRUE
               ADD 1 TO JVMQL-WINDOW-THROTTLED
           END-IF.

           EXEC CICS REWRITE FILE('JVMQLIMT')
                     FROM(JVMQ-CALL-LIMIT-RECORD)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL) AND TRACES-ON
               DISPLAY 'CHECK-CALL-LIMIT rewrite failed. Return code='
                   WS-RESP2
           END-IF.

       END-COUNT-LIMITED-CALL.   EXIT.

      *---------------------------------------------------------------*
      *  Refuse a throttled request: one audit record saying so, the  *
      *  016 code and its text on the reply, and - on the first       *
      *  refusal of the minute only - a THROTTLE event, so a runaway  *
      *  caller raises one event a minute, not one per call.          *
      *---------------------------------------------------------------*
       REFUSE-THROTTLED-CALL.

           MOVE THROTTLED-CODE TO WS-RESP.
           PERFORM TRANSLATE-C2WS-RC THRU
               END-TRANSLATE-C2WS-RC.

           IF JVMQS-RQ-SERVICE-NAME = SPACES
               MOVE '*ALL' TO C2WS-SERVICE-NAME
           ELSE
               MOVE JVMQS-RQ-SERVICE-NAME TO C2WS-SERVICE-NAME
           END-IF.
           MOVE ZERO  TO WS-ELAPSED-MS.
           MOVE 'N'   TO WS-TIMEOUT-WARN-SWITCH.
           MOVE SPACE TO WS-COMPLIANCE-FLAG.
           MOVE 'Throttled - over calls-per-minute limit' TO
               WS-SKIP-NOTE.
           MOVE 1     TO WS-SVC-IDX.
           PERFORM WRITE-AUDIT-RECORD THRU
               END-WRITE-AUDIT-RECORD.

           MOVE WS-RESP        TO JVMQS-RP-RETURN-CODE.
           MOVE WS-RC-TEXT-OUT TO JVMQS-RP-DIAG-TEXT.
           MOVE ZERO   TO JVMQS-RP-NODE-COUNT.
           MOVE ZERO   TO JVMQS-RP-NODES-RESPONDING.
           MOVE ZERO   TO JVMQS-RP-NODES-AGREE.
           MOVE SPACES TO JVMQS-RP-DRIFT-STATUS.

           IF JVMQL-WINDOW-THROTTLED = 1
               MOVE JVMQL-CALLS-PER-MIN TO WS-LIMIT-DISP
               MOVE 'W'        TO JVMQEV-RQ-SEVERITY
               MOVE 'THROTTLE' TO JVMQEV-RQ-EVENT-CODE
               MOVE SPACES TO JVMQEV-RQ-TEXT
               STRING 'Application ' DELIMITED BY SIZE
                      JVMQS-RQ-CALLER-APPL DELIMITED BY SPACE
                      ' over its ' DELIMITED BY SIZE
                      WS-LIMIT-DISP DELIMITED BY SIZE
                      ' calls/min allowance - requests refused'
                          DELIMITED BY SIZE
                      INTO JVMQEV-RQ-TEXT
               PERFORM RAISE-EVENT THRU
                   END-RAISE-EVENT
           END-IF.

           IF TRACES-ON
               DISPLAY 'JVMQSRVC throttled ' JVMQS-RQ-CALLER-APPL
                   ' - ' WS-RC-TEXT-OUT
           END-IF.

       END-REFUSE-THROTTLED-CALL.   EXIT.

       INITIALIZE-C2WS-API.

           MOVE THIS-TRACE-ID TO TRACE-ID.
      *            let WRITE-AUDIT-RECORD loop on whatever happens to
      *            be sitting in that field.
               MOVE ZERO TO envVarNames--C OF COM-REQUEST
               MOVE 1    TO WS-SVC-IDX
               PERFORM WRITE-AUDIT-RECORD THRU
                   END-WRITE-AUDIT-RECORD
      *        A LINKed engine has no terminal of its own - the
           MOVE C2WS-RETRY-DELAY      TO JVMQSN-RQ-RETRY-DELAY.
           MOVE C2WS-TIMEOUT-WARN-PCT TO JVMQSN-RQ-WARN-PCT.
           MOVE TRACE-MODE            TO JVMQSN-RQ-TRACE-MODE.
           MOVE JVMQS-RQ-CALLER       TO JVMQSN-RQ-CALLER.
           MOVE WS-SVC-IDX            TO JVMQSN-RQ-NODE-SEQ.
           MOVE envVarNames--C OF COM-REQUEST TO
               JVMQSN-RQ-ENVVAR-COUNT.
           PERFORM LOAD-ONE-WORKER-NAME THRU
           MOVE JVMQS-RP-COMPLIANCE(WS-SVC-IDX) TO JVMQA-COMPLIANCE.
           MOVE 'Served from reply cache - not invoked' TO
               JVMQA-SKIP-NOTE.
           MOVE JVMQS-RQ-CALLER TO JVMQA-CALLER.
           MOVE 'Y'        TO JVMQA-CACHE-HIT.
           MOVE WS-SVC-IDX TO JVMQA-NODE-SEQ.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
           ELSE
               MOVE 'N' TO WS-NODE-AGREE(WS-NODE-IDX)
           END-IF.
           MOVE SPACE TO WS-NODE-MWIN(WS-NODE-IDX).

       END-INIT-ONE-NODE-AGREE.   EXIT.

      *  bump an existing case's occurrence count and last-seen       *
      *  timestamp (reopening it if an operator had marked it         *
      *  RESOLVED - the drift recurring is exactly the "fix didn't    *
      *  stick" signal), or open a fresh case on first sight. Inside  *
      *  a planned maintenance window neither happens: an existing    *
      *  case still counts the occurrence, but nothing is opened or   *
      *  reopened - drift that outlives the window does that on the   *
      *  first request after it closes.                               *
      *---------------------------------------------------------------*
       UPDATE-DRIFT-CASE.

           IF WS-NODE-MWIN(WS-NODE-IDX) = SPACE
               PERFORM CHECK-NODE-WINDOW THRU
                   END-CHECK-NODE-WINDOW
           END-IF.

           MOVE C2WS-ENV-ID TO JVMQDC-ENV-ID.
           MOVE WS-CR-SERVICE-NAME(WS-NODE-IDX) TO JVMQDC-NODE-NAME.
           MOVE WS-FIELD-NAME TO JVMQDC-FIELD-NAME.
               MOVE WS-REF-VALUE       TO JVMQDC-EXPECTED-VALUE
               MOVE WS-FV-VALUE(WS-NODE-IDX) TO JVMQDC-ACTUAL-VALUE
               IF JVMQDC-RESOLVED
                  AND WS-NODE-MWIN(WS-NODE-IDX) NOT = 'Y'
                   MOVE 'O' TO JVMQDC-STATUS
                   ADD 1 TO JVMQDC-REOPENED
                   MOVE SPACES TO JVMQDC-STATUS-OPERATOR
                   MOVE WS-DRIFT-TIMESTAMP TO JVMQDC-STATUS-TS
                   IF JVMQDC-NO-INCIDENT
                       MOVE 'O' TO WS-CASE-INCIDENT-ACTION
                   ELSE
                       MOVE 'U' TO WS-CASE-INCIDENT-ACTION
                   END-IF
                   PERFORM SEND-CASE-INCIDENT THRU
                       END-SEND-CASE-INCIDENT
               END-IF
               EXEC CICS REWRITE FILE('JVMQDCAS')
                         FROM(JVMQ-DRIFT-CASE-RECORD)
                         RESP(WS-RESP2)
               END-EXEC
           ELSE
               IF WS-NODE-MWIN(WS-NODE-IDX) = 'Y'
      *            Planned maintenance - no case is opened for it.
                   MOVE DFHRESP(NORMAL) TO WS-RESP2
               ELSE
      *            First sight of this environment/node/field
      *            deviation - open a fresh case.
                   MOVE 'O'                TO JVMQDC-STATUS
                   MOVE WS-DRIFT-TIMESTAMP TO JVMQDC-FIRST-SEEN-TS
                   MOVE WS-DRIFT-TIMESTAMP TO JVMQDC-LAST-SEEN-TS
                   MOVE 1                  TO JVMQDC-OCCURRENCES
                   MOVE ZERO               TO JVMQDC-REOPENED
                   MOVE WS-REF-VALUE       TO JVMQDC-EXPECTED-VALUE
                   MOVE WS-FV-VALUE(WS-NODE-IDX) TO JVMQDC-ACTUAL-VALUE
                   MOVE SPACES             TO JVMQDC-STATUS-OPERATOR
                   MOVE SPACES             TO JVMQDC-STATUS-TS
                   MOVE SPACES             TO JVMQDC-INCIDENT-NO
                   MOVE 'O' TO WS-CASE-INCIDENT-ACTION
                   PERFORM SEND-CASE-INCIDENT THRU
                       END-SEND-CASE-INCIDENT
                   EXEC CICS WRITE FILE('JVMQDCAS')
                             FROM(JVMQ-DRIFT-CASE-RECORD)
                             RIDFLD(JVMQDC-KEY)
                             RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.

           IF WS-RESP2 NOT = DFHRESP(NORMAL) AND TRACES-ON

       END-UPDATE-DRIFT-CASE.   EXIT.

      *---------------------------------------------------------------*
      *  Send the case in hand to the service desk through JVMQINCW:  *
      *  O opens an incident for a new case (or a reopened one that   *
      *  never had one), U reopens the incident already raised. An    *
      *  open that went out leaves '*PENDING' on the case until       *
      *  JVMQINCR stores the service desk's number. Called before     *
      *  the case is written, so the number is written with it.       *
      *---------------------------------------------------------------*
       SEND-CASE-INCIDENT.

           MOVE SPACES TO JVMQ-INCIDENT-REQUEST.
           MOVE WS-CASE-INCIDENT-ACTION TO JVMQIQ-ACTION.
           SET JVMQIQ-DRIFT-CASE TO TRUE.
           MOVE JVMQDC-ENV-ID      TO JVMQIQ-ENV-ID.
           MOVE JVMQDC-NODE-NAME   TO JVMQIQ-NODE-NAME.
           MOVE JVMQDC-FIELD-NAME  TO JVMQIQ-FIELD-NAME.
           MOVE JVMQDC-INCIDENT-NO TO JVMQIQ-INCIDENT-NO.
           MOVE 'W'                TO JVMQIQ-SEVERITY.
           MOVE 'JVMQSRVC'         TO JVMQIQ-SOURCE.
           IF JVMQIQ-OPEN
               STRING 'Drift: ' DELIMITED BY SIZE
                      JVMQDC-FIELD-NAME DELIMITED BY SPACE
                      ' is ' DELIMITED BY SIZE
                      JVMQDC-ACTUAL-VALUE DELIMITED BY SPACE
                      ', expected ' DELIMITED BY SIZE
                      JVMQDC-EXPECTED-VALUE DELIMITED BY SPACE
                      INTO JVMQIQ-TEXT
           ELSE
               STRING 'Drift recurred after RESOLVED: '
                          DELIMITED BY SIZE
                      JVMQDC-FIELD-NAME DELIMITED BY SPACE
                      ' is ' DELIMITED BY SIZE
                      JVMQDC-ACTUAL-VALUE DELIMITED BY SPACE
                      INTO JVMQIQ-TEXT
           END-IF.

           EXEC CICS LINK PROGRAM('JVMQINCW')
                     COMMAREA(JVMQ-INCIDENT-REQUEST)
                     LENGTH(LENGTH OF JVMQ-INCIDENT-REQUEST)
                     RESP(WS-INC-RESP)
           END-EXEC.

           IF WS-INC-RESP = DFHRESP(NORMAL) AND JVMQIQ-SENT
              AND JVMQIQ-OPEN
               MOVE '*PENDING' TO JVMQDC-INCIDENT-NO
           END-IF.
           IF WS-INC-RESP NOT = DFHRESP(NORMAL) AND TRACES-ON
               DISPLAY 'SEND-CASE-INCIDENT failed. Return code='
                   WS-INC-RESP
           END-IF.

       END-SEND-CASE-INCIDENT.   EXIT.

      *---------------------------------------------------------------*
      *  Ask JVMQMWCK whether the node in hand is inside a planned    *
      *  maintenance window at the drift timestamp, and remember the  *
      *  answer for the rest of the request. A check that cannot be   *
      *  made reads as no window - drift is never hidden because the  *
      *  calendar was unavailable.                                    *
      *---------------------------------------------------------------*
       CHECK-NODE-WINDOW.

           MOVE C2WS-ENV-ID        TO JVMQWC-ENV-ID.
           MOVE WS-CR-SERVICE-NAME(WS-NODE-IDX) TO JVMQWC-NODE-NAME.
           MOVE WS-DRIFT-TIMESTAMP TO JVMQWC-TIMESTAMP.
           SET JVMQWC-NO-WINDOW TO TRUE.

           EXEC CICS LINK PROGRAM('JVMQMWCK')
                     COMMAREA(JVMQ-MWIN-CHECK)
                     LENGTH(LENGTH OF JVMQ-MWIN-CHECK)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NORMAL) AND JVMQWC-WINDOW-OPEN
               MOVE 'Y' TO WS-NODE-MWIN(WS-NODE-IDX)
           ELSE
               MOVE 'N' TO WS-NODE-MWIN(WS-NODE-IDX)
           END-IF.

       END-CHECK-NODE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Count one node still agreeing with the reference on every    *
      *  compared field.                                              *

           MOVE WS-COMPLIANCE-FLAG     TO JVMQA-COMPLIANCE.
           MOVE WS-SKIP-NOTE           TO JVMQA-SKIP-NOTE.
           MOVE JVMQS-RQ-CALLER        TO JVMQA-CALLER.
           MOVE 'N'                    TO JVMQA-CACHE-HIT.
           MOVE WS-SVC-IDX             TO JVMQA-NODE-SEQ.

           MOVE envVarNames--C OF COM-REQUEST TO JVMQA-ENVVAR-COUNT.
           PERFORM AUDIT-ONE-ENVVAR-NAME THRU
           SET C2WS-RC-IDX TO 1.
           SEARCH C2WS-RC-ENTRY VARYING C2WS-RC-IDX
               AT END
                   MOVE C2WS-RC-TEXT(C2WS-RC-ENTRIES) TO WS-RC-TEXT-OUT
               WHEN C2WS-RC-CODE(C2WS-RC-IDX) = WS-RC-LOOKUP
                   MOVE C2WS-RC-TEXT(C2WS-RC-IDX) TO WS-RC-TEXT-OUT
           END-SEARCH.
