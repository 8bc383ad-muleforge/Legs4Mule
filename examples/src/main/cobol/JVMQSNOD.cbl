      * the slowest node instead of the sum of every node's           *
      * timeouts; when started with a plain LINK it behaves exactly   *
      * as the old inline cycle did.                                  *
      *                                                               *
      * Every env var value a node returns is also checked against    *
      * its JVMQLVAL last-known value: a value that changed is        *
      * written to the JVMQVHST history with the old and new value    *
      * and raises a VALCHG event, so a setting that flips on every   *
      * node at once (which drift cannot see) is still caught.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  WS-SCAN-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-EV-IDX                   PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Last-known value and value-change history records (see       *
      *  TRACK-VALUE-CHANGES).                                        *
      *---------------------------------------------------------------*
       COPY JVMQLVAL.
       COPY JVMQVHST.

       01  WS-LVAL-KEY.
           05  WS-LVAL-ENV-ID          PIC X(08).
           05  WS-LVAL-NODE-NAME       PIC X(12).
           05  WS-LVAL-ENV-NAME        PIC X(32).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
           PERFORM WRITE-AUDIT-RECORD THRU
               END-WRITE-AUDIT-RECORD.

           IF WS-RESP = OK-CODE
               PERFORM TRACK-VALUE-CHANGES THRU
                   END-TRACK-VALUE-CHANGES
           END-IF.

           PERFORM BUILD-NODE-REPLY THRU
               END-BUILD-NODE-REPLY.


           MOVE WS-COMPLIANCE-FLAG     TO JVMQA-COMPLIANCE.
           MOVE SPACES                 TO JVMQA-SKIP-NOTE.
           MOVE JVMQSN-RQ-CALLER       TO JVMQA-CALLER.
           MOVE 'N'                    TO JVMQA-CACHE-HIT.
           MOVE JVMQSN-RQ-NODE-SEQ     TO JVMQA-NODE-SEQ.

           MOVE envVarNames--C OF COM-REQUEST TO JVMQA-ENVVAR-COUNT.
           PERFORM AUDIT-ONE-ENVVAR-NAME THRU

       END-AUDIT-ONE-ENVVAR-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  Check every returned env var value against the node's        *
      *  JVMQLVAL last-known value. Runs after WRITE-AUDIT-RECORD so  *
      *  JVMQA-TIMESTAMP already holds the invocation's timestamp,    *
      *  which the last-known and history records carry.              *
      *---------------------------------------------------------------*
       TRACK-VALUE-CHANGES.

           PERFORM TRACK-ONE-VALUE THRU
               END-TRACK-ONE-VALUE
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > envVarValues--C OF COM-REPLY
                  OR WS-EV-IDX > envVarNames--C OF COM-REQUEST
                  OR WS-EV-IDX > 25.

       END-TRACK-VALUE-CHANGES.   EXIT.

      *---------------------------------------------------------------*
      *  Read one name's last-known value for update. A name never    *
      *  seen before is simply recorded; a value that differs from    *
      *  the one held is a change; an unchanged value releases the    *
      *  record untouched.                                            *
      *---------------------------------------------------------------*
       TRACK-ONE-VALUE.

           IF envVarNames OF COM-REQUEST(WS-EV-IDX) NOT = SPACES
               MOVE JVMQSN-RQ-ENV-ID       TO WS-LVAL-ENV-ID
               MOVE JVMQSN-RQ-SERVICE-NAME TO WS-LVAL-NODE-NAME
               MOVE envVarNames OF COM-REQUEST(WS-EV-IDX) TO
                   WS-LVAL-ENV-NAME

               EXEC CICS READ FILE('JVMQLVAL')
                         RIDFLD(WS-LVAL-KEY)
                         INTO(JVMQ-LAST-VALUE-RECORD)
                         UPDATE
                         RESP(WS-RESP2)
               END-EXEC

               IF WS-RESP2 = DFHRESP(NOTFND)
                   PERFORM RECORD-FIRST-VALUE THRU
                       END-RECORD-FIRST-VALUE
               ELSE
                   IF WS-RESP2 = DFHRESP(NORMAL)
                       IF JVMQLV-VALUE =
                               envVarValues OF COM-REPLY(WS-EV-IDX)
                           EXEC CICS UNLOCK FILE('JVMQLVAL')
                                     RESP(WS-RESP2)
                           END-EXEC
                       ELSE
                           PERFORM RECORD-VALUE-CHANGE THRU
                               END-RECORD-VALUE-CHANGE
                       END-IF
                   ELSE
                       IF TRACES-ON
                           DISPLAY 'JVMQSNOD JVMQLVAL read failed for '
                               WS-LVAL-KEY ' Return code=' WS-RESP2
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END-TRACK-ONE-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  First value ever seen for this node and name - record it.    *
      *  Nothing to compare with, so no history and no event. A       *
      *  concurrent request for the same node may have recorded it a  *
      *  moment earlier (DUPREC); that record stands.                 *
      *---------------------------------------------------------------*
       RECORD-FIRST-VALUE.

           MOVE SPACES            TO JVMQ-LAST-VALUE-RECORD.
           MOVE WS-LVAL-KEY       TO JVMQLV-KEY.
           MOVE envVarValues OF COM-REPLY(WS-EV-IDX) TO JVMQLV-VALUE.
           MOVE JVMQA-TIMESTAMP   TO JVMQLV-FIRST-SEEN-TS.
           MOVE JVMQSN-RQ-TRACE-ID TO JVMQLV-TRACE-ID.

           EXEC CICS WRITE FILE('JVMQLVAL')
                     FROM(JVMQ-LAST-VALUE-RECORD)
                     RIDFLD(JVMQLV-KEY)
                     RESP(WS-RESP2)
           END-EXEC.

       END-RECORD-FIRST-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  The value changed: move the new value onto the last-known    *
      *  record, then write the JVMQVHST history record (old value,   *
      *  new value, timestamp, trace id) and raise a VALCHG event.    *
      *  When the last-known record cannot be rewritten neither is    *
      *  done - the next poll sees the same change against the same   *
      *  stale value and records it then, once.                       *
      *---------------------------------------------------------------*
       RECORD-VALUE-CHANGE.

           MOVE JVMQLV-ENV-ID      TO JVMQVH-ENV-ID.
           MOVE JVMQLV-ENV-NAME    TO JVMQVH-ENV-NAME.
           MOVE JVMQA-TIMESTAMP    TO JVMQVH-TIMESTAMP.
           MOVE JVMQLV-NODE-NAME   TO JVMQVH-NODE-NAME.
           MOVE JVMQLV-VALUE       TO JVMQVH-OLD-VALUE.
           MOVE envVarValues OF COM-REPLY(WS-EV-IDX) TO
               JVMQVH-NEW-VALUE.
           MOVE JVMQSN-RQ-TRACE-ID TO JVMQVH-TRACE-ID.

           MOVE JVMQVH-NEW-VALUE   TO JVMQLV-VALUE.
           MOVE JVMQA-TIMESTAMP    TO JVMQLV-CHANGED-TS.
           MOVE JVMQSN-RQ-TRACE-ID TO JVMQLV-TRACE-ID.

           EXEC CICS REWRITE FILE('JVMQLVAL')
                     FROM(JVMQ-LAST-VALUE-RECORD)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               DISPLAY 'JVMQSNOD JVMQLVAL rewrite failed for '
                   WS-LVAL-KEY ' Return code=' WS-RESP2
           ELSE
               EXEC CICS WRITE FILE('JVMQVHST')
                         FROM(JVMQ-VALUE-HIST-RECORD)
                         RIDFLD(JVMQVH-KEY)
                         RESP(WS-RESP2)
               END-EXEC

               IF WS-RESP2 NOT = DFHRESP(NORMAL)
                   DISPLAY 'JVMQSNOD value history not written for '
                       JVMQVH-KEY ' Return code=' WS-RESP2
               END-IF

               MOVE 'W'        TO JVMQEV-RQ-SEVERITY
               MOVE 'VALCHG'   TO JVMQEV-RQ-EVENT-CODE
               MOVE JVMQSN-RQ-ENV-ID TO JVMQEV-RQ-ENV-ID
               MOVE JVMQSN-RQ-SERVICE-NAME TO JVMQEV-RQ-NODE-NAME
               MOVE 'JVMQSNOD' TO JVMQEV-RQ-SOURCE
               MOVE SPACES TO JVMQEV-RQ-TEXT
               STRING JVMQVH-ENV-NAME DELIMITED BY '  '
                      ' changed from ' DELIMITED BY SIZE
                      JVMQVH-OLD-VALUE DELIMITED BY '  '
                      ' to ' DELIMITED BY SIZE
                      JVMQVH-NEW-VALUE DELIMITED BY '  '
                      INTO JVMQEV-RQ-TEXT
                      ON OVERFLOW
                          CONTINUE
               END-STRING
               PERFORM RAISE-EVENT THRU
                   END-RAISE-EVENT
           END-IF.

       END-RECORD-VALUE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Assemble the JVMQSNRP reply from the invocation outcome.     *
      *---------------------------------------------------------------*
