       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQMWCK.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Maintenance window check (see JVMQMWIN). An online program    *
      * that behaves differently during planned maintenance - the     *
      * JVMQEVTW event writer, the JVMQSRVC drift engine - LINKs      *
      * here with a JVMQ-MWIN-CHECK COMMAREA naming an environment,   *
      * a node and a moment, and gets back whether a JVMQMWND window  *
      * covers it. The node's own windows are looked at first, then   *
      * the whole-environment windows (node name blank).              *
      *                                                               *
      * No file, or no window, answers N: a calendar nobody has set   *
      * up must never quieten a real incident.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Window record and check request layouts.                     *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  Browse work fields. WS-BROWSE-KEY mirrors JVMQW-KEY and is   *
      *  the RIDFLD CICS updates as the browse advances; the window   *
      *  prefix being searched is held apart from it.                 *
      *---------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BK-ENV-ID            PIC X(08).
           05  WS-BK-NODE-NAME         PIC X(12).
           05  WS-BK-START-TS          PIC X(26).
       77  WS-SEARCH-NODE              PIC X(12) VALUE SPACES.
       77  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.

      *---------------------------------------------------------------*
      *  The moment being tested, YYYYMMDD-hhmmss. Only the first 15  *
      *  bytes of a stamp take part in the comparison, so a caller's  *
      *  milliseconds or trailing spaces make no difference.          *
      *---------------------------------------------------------------*
       77  WS-CHECK-TS                 PIC X(15) VALUE SPACES.
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-MWIN-CHECK           PIC X(113).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           IF EIBCALEN < LENGTH OF JVMQ-MWIN-CHECK
               DISPLAY 'JVMQMWCK: called without a full window '
                   'check request - nothing checked'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-MWIN-CHECK TO JVMQ-MWIN-CHECK.
           SET JVMQWC-NO-WINDOW TO TRUE.
           MOVE SPACES TO JVMQWC-END-TS.
           MOVE SPACES TO JVMQWC-REASON.

           IF JVMQWC-TIMESTAMP = SPACES
               PERFORM BUILD-NOW-TIMESTAMP THRU
                   END-BUILD-NOW-TIMESTAMP
           ELSE
               MOVE JVMQWC-TIMESTAMP(1:15) TO WS-CHECK-TS
           END-IF.

      *    The node's own windows first, then the environment-wide
      *    ones - a blank node name in the request only ever matches
      *    the environment-wide windows.
           IF JVMQWC-ENV-ID NOT = SPACES
               IF JVMQWC-NODE-NAME NOT = SPACES
                   MOVE JVMQWC-NODE-NAME TO WS-SEARCH-NODE
                   PERFORM SEARCH-WINDOWS THRU
                       END-SEARCH-WINDOWS
               END-IF
               IF JVMQWC-NO-WINDOW
                   MOVE SPACES TO WS-SEARCH-NODE
                   PERFORM SEARCH-WINDOWS THRU
                       END-SEARCH-WINDOWS
               END-IF
           END-IF.

           MOVE JVMQ-MWIN-CHECK TO CA-MWIN-CHECK.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      *  Browse the environment's windows for WS-SEARCH-NODE in start *
      *  order, from the earliest, until one covers the moment or the *
      *  windows start after it.                                      *
      *---------------------------------------------------------------*
       SEARCH-WINDOWS.

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE JVMQWC-ENV-ID  TO WS-BK-ENV-ID.
           MOVE WS-SEARCH-NODE TO WS-BK-NODE-NAME.
           MOVE LOW-VALUES     TO WS-BK-START-TS.

           EXEC CICS STARTBR FILE('JVMQMWND')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM TEST-ONE-WINDOW THRU
                   END-TEST-ONE-WINDOW
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('JVMQMWND')
                         RESP(WS-RESP2)
               END-EXEC
           END-IF.

       END-SEARCH-WINDOWS.   EXIT.

      *---------------------------------------------------------------*
      *  Read one window and test it against the moment. A key past   *
      *  the environment/node, or a window starting after the         *
      *  moment, ends the search (the KSDS is in start order).        *
      *---------------------------------------------------------------*
       TEST-ONE-WINDOW.

           EXEC CICS READNEXT FILE('JVMQMWND')
                     INTO(JVMQ-MWIN-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF JVMQW-ENV-ID NOT = JVMQWC-ENV-ID
                  OR JVMQW-NODE-NAME NOT = WS-SEARCH-NODE
                  OR JVMQW-START-TS(1:15) > WS-CHECK-TS
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF JVMQW-END-TS(1:15) > WS-CHECK-TS
                       SET JVMQWC-WINDOW-OPEN TO TRUE
                       MOVE JVMQW-END-TS TO JVMQWC-END-TS
                       MOVE JVMQW-REASON TO JVMQWC-REASON
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-TEST-ONE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp WS-CHECK-TS with the current date and time:            *
      *  YYYYMMDD-hhmmss.                                             *
      *---------------------------------------------------------------*
       BUILD-NOW-TIMESTAMP.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE SPACES TO WS-CHECK-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-CHECK-TS.

       END-BUILD-NOW-TIMESTAMP.   EXIT.

       END PROGRAM JVMQMWCK.
