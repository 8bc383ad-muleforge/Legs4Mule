      * JVMQNHST transition record and raises a NODESTAT event        *
      * through the central event facility (see JVMQEVT), which       *
      * handles the console and paging routing.                       *
      *                                                               *
      * A node going DOWN also opens a service-desk incident through  *
      * JVMQINCW (see JVMQINCI); the incident is updated while the    *
      * node recovers through DEGRADED and closed when it is back UP. *
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY JVMQEVT.

      *---------------------------------------------------------------*
      *  Service-desk incident request (see SEND-NODE-INCIDENT).      *
      *---------------------------------------------------------------*
       COPY JVMQINCI.

      *---------------------------------------------------------------*
      *  Probe request sent to each node.                             *
      *---------------------------------------------------------------*
               MOVE WS-NODE-ENV-ID  TO JVMQN-ENV-ID
               MOVE WS-NODE-NAME    TO JVMQN-NODE-NAME
               MOVE SPACES          TO JVMQN-DOWN-SINCE-TS
               MOVE SPACES          TO JVMQN-INCIDENT-NO
           END-IF.

           IF WS-PROBE-RESULT = 'F'
               MOVE SPACES TO JVMQN-DOWN-SINCE-TS
           END-IF.

      *    The incident goes out before the record is written, so
      *    the incident number it leaves is written with it.
           IF JVMQN-STATUS NOT = WS-OLD-STATUS
               PERFORM SEND-NODE-INCIDENT THRU
                   END-SEND-NODE-INCIDENT
           END-IF.

           IF WS-NODE-FOUND
               EXEC CICS REWRITE FILE('JVMQNODS')
                         FROM(JVMQ-NODE-STATUS-RECORD)

       END-RAISE-OPERATOR-ALERT.   EXIT.

      *---------------------------------------------------------------*
      *  Keep the node's service-desk incident in step with the state *
      *  change in hand (see JVMQINCI). Entering DOWN with no         *
      *  incident opens one, left '*PENDING' until JVMQINCR stores    *
      *  the service desk's number. While an incident is raised a     *
      *  move to DEGRADED, or back to DOWN, updates it, and back UP   *
      *  closes it and clears the number, so the next outage gets a   *
      *  ticket of its own. An open refused for a maintenance window  *
      *  leaves no incident, and nothing is sent when it comes back.  *
      *---------------------------------------------------------------*
       SEND-NODE-INCIDENT.

           MOVE SPACES TO JVMQ-INCIDENT-REQUEST.
           EVALUATE TRUE
               WHEN JVMQN-DOWN AND JVMQN-NO-INCIDENT
                   SET JVMQIQ-OPEN TO TRUE
               WHEN JVMQN-NO-INCIDENT
                   CONTINUE
               WHEN JVMQN-UP
                   SET JVMQIQ-CLOSE TO TRUE
               WHEN OTHER
                   SET JVMQIQ-UPDATE TO TRUE
           END-EVALUATE.

           IF JVMQIQ-ACTION NOT = SPACE
               SET JVMQIQ-NODE-OUTAGE TO TRUE
               MOVE WS-NODE-ENV-ID    TO JVMQIQ-ENV-ID
               MOVE WS-NODE-NAME      TO JVMQIQ-NODE-NAME
               MOVE JVMQN-INCIDENT-NO TO JVMQIQ-INCIDENT-NO
               MOVE 'JVMQMONR'        TO JVMQIQ-SOURCE
               EVALUATE TRUE
                   WHEN JVMQN-DOWN
                       MOVE 'C' TO JVMQIQ-SEVERITY
                       STRING 'Node DOWN after ' DELIMITED BY SIZE
                              JVMQN-CONSEC-FAILURES DELIMITED BY SIZE
                              ' consecutive failed probe(s) since '
                                  DELIMITED BY SIZE
                              JVMQN-DOWN-SINCE-TS(1:15)
                                  DELIMITED BY SIZE
                              INTO JVMQIQ-TEXT
                   WHEN JVMQN-DEGRADED
                       MOVE 'W' TO JVMQIQ-SEVERITY
                       MOVE 'Node answering again but DEGRADED'
                           TO JVMQIQ-TEXT
                   WHEN OTHER
                       MOVE 'I' TO JVMQIQ-SEVERITY
                       STRING 'Node back UP at ' DELIMITED BY SIZE
                              WS-NOW-TS(1:15) DELIMITED BY SIZE
                              INTO JVMQIQ-TEXT
               END-EVALUATE

               EXEC CICS LINK PROGRAM('JVMQINCW')
                         COMMAREA(JVMQ-INCIDENT-REQUEST)
                         LENGTH(LENGTH OF JVMQ-INCIDENT-REQUEST)
                         RESP(WS-RESP2)
               END-EXEC

               IF WS-RESP2 = DFHRESP(NORMAL) AND JVMQIQ-SENT
                   IF JVMQIQ-OPEN
                       MOVE '*PENDING' TO JVMQN-INCIDENT-NO
                   END-IF
                   IF JVMQIQ-CLOSE
                       MOVE SPACES TO JVMQN-INCIDENT-NO
                   END-IF
               END-IF
               IF WS-RESP2 NOT = DFHRESP(NORMAL)
                   DISPLAY 'JVMQMONR: JVMQINCW link failed for '
                       WS-NODE-NAME '. Return code=' WS-RESP2
               END-IF
           END-IF.

       END-SEND-NODE-INCIDENT.   EXIT.

      *---------------------------------------------------------------*
      *  Spell out the status letter in WS-NEW-STATUS-WORD(1:1),      *
      *  leaving the word in WS-NEW-STATUS-WORD.                      *
