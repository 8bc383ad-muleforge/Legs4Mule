      * event code's JVMQEVTR record: C also writes the operator      *
      * console, F stays file-only, P writes the console and queues   *
      * the page-the-on-call TD queue. No routing record reads as C.  *
      *                                                               *
      * An event for an environment/node inside a planned JVMQMWND    *
      * maintenance window (asked of JVMQMWCK) is filed only,         *
      * whatever its routing - a patching weekend's NODESTAT events   *
      * are on file for the review screen without paging anyone.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-ROUTE                    PIC X(01) VALUE 'C'.

      *---------------------------------------------------------------*
      *  Maintenance window check request (see JVMQMWIN).             *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

      *---------------------------------------------------------------*
      *  Timestamp work fields. The milliseconds go into the key so   *
      *  two events of one code inside one second still get distinct  *
           PERFORM LOOK-UP-ROUTE THRU
               END-LOOK-UP-ROUTE.

           IF WS-ROUTE NOT = 'F'
              AND JVMQEV-RQ-ENV-ID NOT = SPACES
               PERFORM CHECK-MAINTENANCE-WINDOW THRU
                   END-CHECK-MAINTENANCE-WINDOW
           END-IF.

           PERFORM WRITE-EVENT-RECORD THRU
               END-WRITE-EVENT-RECORD.


       END-LOOK-UP-ROUTE.   EXIT.

      *---------------------------------------------------------------*
      *  Ask JVMQMWCK whether the event's environment/node is inside  *
      *  a planned maintenance window right now; if so the event is   *
      *  filed only. A check that cannot be made leaves the routing   *
      *  alone - better a page too many than a real outage kept       *
      *  quiet.                                                       *
      *---------------------------------------------------------------*
       CHECK-MAINTENANCE-WINDOW.

           MOVE JVMQEV-RQ-ENV-ID    TO JVMQWC-ENV-ID.
           MOVE JVMQEV-RQ-NODE-NAME TO JVMQWC-NODE-NAME.
           MOVE SPACES              TO JVMQWC-TIMESTAMP.
           SET JVMQWC-NO-WINDOW TO TRUE.

           EXEC CICS LINK PROGRAM('JVMQMWCK')
                     COMMAREA(JVMQ-MWIN-CHECK)
                     LENGTH(LENGTH OF JVMQ-MWIN-CHECK)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND JVMQWC-WINDOW-OPEN
               MOVE 'F' TO WS-ROUTE
           END-IF.

       END-CHECK-MAINTENANCE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp and file the event - unacknowledged, waiting for the   *
      *  JVMQEVTB review screen.                                      *
           MOVE 'N'                  TO JVMQE-ACK-FLAG.
           MOVE SPACES               TO JVMQE-ACK-OPERATOR.
           MOVE SPACES               TO JVMQE-ACK-TS.
           MOVE ZERO                 TO JVMQE-ESC-LEVEL.
           MOVE SPACES               TO JVMQE-ESC-TS.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
