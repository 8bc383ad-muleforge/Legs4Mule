       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQINCW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Service-desk incident writer (see JVMQINCI). The JVMQSRVC     *
      * drift engine, the JVMQMONR node monitor and the JVMQDRFC      *
      * queue screen LINK here with a JVMQ-INCIDENT-REQUEST COMMAREA  *
      * to open, update or close a service-desk incident. The         *
      * request is stamped and written as one fixed-layout            *
      * JVMQ-INCIDENT-RECORD to the JQSD transient data queue, which  *
      * is the outbound interface file the service desk imports.      *
      *                                                               *
      * An open for an environment/node inside a planned JVMQMWND     *
      * maintenance window (asked of JVMQMWCK) is not written - the   *
      * patching weekend raises no tickets - and comes back W so the  *
      * caller records no incident. Updates and closes always go      *
      * out. The outcome is returned in JVMQIQ-RESULT.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Incident request and interface record layouts.               *
      *---------------------------------------------------------------*
       COPY JVMQINCI.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-INCIDENT-LEN             PIC S9(4) COMP VALUE 200.

      *---------------------------------------------------------------*
      *  Maintenance window check request (see JVMQMWIN).             *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

      *---------------------------------------------------------------*
      *  Timestamp work fields.                                       *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-INCIDENT-REQUEST     PIC X(147).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           IF EIBCALEN < LENGTH OF JVMQ-INCIDENT-REQUEST
               DISPLAY 'JVMQINCW: called without a full incident '
                   'request - nothing written'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-INCIDENT-REQUEST TO JVMQ-INCIDENT-REQUEST.
           SET JVMQIQ-SENT TO TRUE.

           IF JVMQIQ-OPEN AND JVMQIQ-ENV-ID NOT = SPACES
               PERFORM CHECK-MAINTENANCE-WINDOW THRU
                   END-CHECK-MAINTENANCE-WINDOW
           END-IF.

           IF JVMQIQ-SENT
               PERFORM WRITE-INCIDENT-RECORD THRU
                   END-WRITE-INCIDENT-RECORD
           END-IF.

           MOVE JVMQ-INCIDENT-REQUEST TO CA-INCIDENT-REQUEST.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      *  Ask JVMQMWCK whether the environment/node is inside a        *
      *  planned maintenance window right now. A check that cannot    *
      *  be made lets the open go out - better a ticket too many      *
      *  than a real outage nobody is told about.                     *
      *---------------------------------------------------------------*
       CHECK-MAINTENANCE-WINDOW.

           MOVE JVMQIQ-ENV-ID       TO JVMQWC-ENV-ID.
           MOVE JVMQIQ-NODE-NAME    TO JVMQWC-NODE-NAME.
           MOVE SPACES              TO JVMQWC-TIMESTAMP.
           SET JVMQWC-NO-WINDOW TO TRUE.

           EXEC CICS LINK PROGRAM('JVMQMWCK')
                     COMMAREA(JVMQ-MWIN-CHECK)
                     LENGTH(LENGTH OF JVMQ-MWIN-CHECK)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND JVMQWC-WINDOW-OPEN
               SET JVMQIQ-IN-WINDOW TO TRUE
           END-IF.

       END-CHECK-MAINTENANCE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp the request YYYYMMDD-hhmmss and write it to the JQSD   *
      *  interface queue.                                             *
      *---------------------------------------------------------------*
       WRITE-INCIDENT-RECORD.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE SPACES TO JVMQ-INCIDENT-RECORD.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
                  INTO JVMQI-TIMESTAMP.
           MOVE JVMQIQ-ACTION       TO JVMQI-ACTION.
           MOVE JVMQIQ-SOURCE-TYPE  TO JVMQI-SOURCE-TYPE.
           MOVE JVMQIQ-ENV-ID       TO JVMQI-ENV-ID.
           MOVE JVMQIQ-NODE-NAME    TO JVMQI-NODE-NAME.
           MOVE JVMQIQ-FIELD-NAME   TO JVMQI-FIELD-NAME.
      *    '*PENDING' is ours, not the service desk's - an update or
      *    close before the number came back matches on the
      *    correlation key alone.
           IF JVMQIQ-INCIDENT-NO = '*PENDING'
               MOVE SPACES             TO JVMQI-INCIDENT-NO
           ELSE
               MOVE JVMQIQ-INCIDENT-NO TO JVMQI-INCIDENT-NO
           END-IF.
           MOVE JVMQIQ-SEVERITY     TO JVMQI-SEVERITY.
           MOVE JVMQIQ-OPERATOR     TO JVMQI-OPERATOR.
           MOVE JVMQIQ-SOURCE       TO JVMQI-SOURCE.
           MOVE JVMQIQ-TEXT         TO JVMQI-TEXT.

           EXEC CICS WRITEQ TD QUEUE('JQSD')
                     FROM(JVMQ-INCIDENT-RECORD)
                     LENGTH(WS-INCIDENT-LEN)
                     RESP(WS-RESP2)
           END-EXEC.

      *    An incident that cannot be queued must not vanish - say so
      *    on the console so the operator raises it by hand.
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               SET JVMQIQ-FAILED TO TRUE
               DISPLAY 'JVMQINCW: JQSD incident queue write failed. '
                   'Return code=' WS-RESP2 ' - ' JVMQIQ-ACTION ' '
                   JVMQIQ-ENV-ID ' ' JVMQIQ-NODE-NAME ' '
                   JVMQIQ-FIELD-NAME
           END-IF.

       END-WRITE-INCIDENT-RECORD.   EXIT.

       END PROGRAM JVMQINCW.
