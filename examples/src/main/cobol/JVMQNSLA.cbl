      * from its first probe, not blamed for the days before it       *
      * existed.                                                      *
      *                                                               *
      * DOWN time inside a planned JVMQMWND maintenance window (see   *
      * JVMQMWIN) for the node or its whole environment is reported   *
      * apart as planned downtime: it does not count against the      *
      * availability percentage, and an outage that lies wholly       *
      * inside windows is counted as a planned outage, not an outage. *
      * An outage that runs past its window is an outage, measured    *
      * by its unplanned part. With no JVMQMWND file every DOWN       *
      * second is unplanned, as before the calendar existed.          *
      *                                                               *
      * The JVMQNPRM run-control card carries the report month        *
      * (YYYYMM, required) and an optional environment id filter.     *
      *****************************************************************
               RECORD KEY IS JVMQNH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *
      * Planned maintenance window calendar (see JVMQMWIN), browsed
      * by environment/node as each node group opens.
      *
           SELECT JVMQ-MWIN-FILE    ASSIGN TO JVMQMWND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JVMQWF-KEY
               FILE STATUS IS WS-MWIN-FILE-STATUS.
      *
      * Run-control card: report month and optional environment.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQNPRM
           LABEL RECORDS ARE STANDARD.
           COPY JVMQNHST.

       FD  JVMQ-MWIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 146 CHARACTERS.
      *    Keyed view of the window record - keep the key fields and
      *    total length in step with JVMQ-MWIN-RECORD (see JVMQMWIN);
      *    records are read INTO the full layout in WORKING-STORAGE.
       01  JVMQ-MWIN-FSREC.
           05  JVMQWF-KEY.
               10  JVMQWF-ENV-ID       PIC X(08).
               10  JVMQWF-NODE-NAME    PIC X(12).
               10  JVMQWF-START-TS     PIC X(26).
           05  FILLER                  PIC X(100).

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77  WS-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-MWIN-FILE-STATUS         PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-HIST-SW         PIC X(01) VALUE 'Y'.
               88  WS-NO-MORE-HIST         VALUE 'N'.
           05  WS-NODE-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-NODE-OPEN            VALUE 'Y'.
           05  WS-MWIN-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-MWIN-OPEN            VALUE 'Y'.
           05  WS-MWIN-DONE-SW         PIC X(01) VALUE 'N'.
               88  WS-MWIN-DONE            VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Selection criteria, from the JVMQNPRM card.                  *
       77  WS-CUR-OUTAGES              PIC 9(04) VALUE ZERO.
       77  WS-CUR-LONGEST              PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CUR-OUT-START            PIC S9(09) COMP-3 VALUE ZERO.
      *  Planned (in-window) DOWN seconds for the month, the planned
      *  part of the outage in hand, and outages wholly planned.
       77  WS-CUR-PLAN-SECS            PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CUR-OUT-PLAN             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CUR-PLAN-OUTAGES         PIC 9(04) VALUE ZERO.
       77  WS-PERIOD-SECS              PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-OUTAGE-SECS              PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-NEW-STATUS               PIC X(01) VALUE SPACE.
       77  WS-AVG-OUTAGE               PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-AVAIL-PCT                PIC 9(03)V9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  The node group's maintenance windows, node and whole-        *
      *  environment alike, as month offsets clamped like the         *
      *  transitions (see LOAD-NODE-WINDOWS). Overlapping windows     *
      *  are fine - SPLIT-DOWN-PERIOD never counts a second twice.    *
      *---------------------------------------------------------------*
       01  WS-WINDOW-TABLE.
           05  WS-WIN-ENTRY OCCURS 50 TIMES.
               10  WS-WIN-FROM         PIC S9(09) COMP-3.
               10  WS-WIN-TO           PIC S9(09) COMP-3.
       77  WS-WIN-COUNT                PIC 9(02) VALUE ZERO.
       77  WS-WIN-IDX                  PIC 9(02) VALUE ZERO.
       77  WS-WIN-LOAD-NODE            PIC X(12) VALUE SPACES.
       77  WS-WIN-TS                   PIC X(26) VALUE SPACES.
       77  WS-WIN-OFFSET               PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-WIN-FROM-OFF             PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-WIN-USABLE-SW            PIC X(01) VALUE 'Y'.
           88  WS-WIN-USABLE               VALUE 'Y'.
       77  WS-WINDOWS-SKIPPED          PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  DOWN-period split work fields (see SPLIT-DOWN-PERIOD): the   *
      *  period runs WS-SPLIT-FROM up to WS-SPLIT-TO, and the part    *
      *  covered by a window comes back in WS-SPLIT-PLANNED.          *
      *---------------------------------------------------------------*
       77  WS-SPLIT-FROM               PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SPLIT-TO                 PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SPLIT-AT                 PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SPLIT-PLANNED            PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SPLIT-COVER-TO           PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-SPLIT-NEXT-FROM          PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-UNPLANNED-SECS           PIC S9(09) COMP-3 VALUE ZERO.

      *---------------------------------------------------------------*
      *  Maintenance window record (see JVMQMWIN).                    *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

      *---------------------------------------------------------------*
      *  Counters for the control trailer.                            *
      *---------------------------------------------------------------*
               'AVERAGE-SEC '.
           05  FILLER                  PIC X(12) VALUE
               'DEGRADED-SEC'.
           05  FILLER                  PIC X(12) VALUE
               'PLANNED-OUT '.
           05  FILLER                  PIC X(11) VALUE
               'PLANNED-SEC'.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-RPT-NODE-LINE.
           05  WS-RN-ENV-ID            PIC X(08).
           05  WS-RN-AVERAGE           PIC 9(07).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RN-DEGRADED          PIC 9(07).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-RN-PLAN-OUTAGES      PIC 9(04).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-RN-PLAN-SECS         PIC 9(07).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(14) VALUE 'RECORDS READ='.
           05  WS-RTR-BAD              PIC 9(07).
           05  FILLER                  PIC X(08) VALUE '  NODES='.
           05  WS-RTR-NODES            PIC 9(07).
           05  FILLER                  PIC X(14) VALUE
               '  BAD WINDOWS='.
           05  WS-RTR-BAD-WINDOWS      PIC 9(07).
           05  FILLER                  PIC X(41) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
               STOP RUN
           END-IF.

      *    No window calendar is no reason to skip the report - it
      *    just means none of the downtime was planned.
           OPEN INPUT JVMQ-MWIN-FILE.
           IF WS-MWIN-FILE-STATUS = '00'
               SET WS-MWIN-OPEN TO TRUE
           ELSE
               DISPLAY 'JVMQNSLA: JVMQMWND unavailable - all downtime '
                   'reported as unplanned. File status='
                   WS-MWIN-FILE-STATUS
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQNSLA: JVMQNREP open failed. File status='
           MOVE ZERO TO WS-CUR-OUTAGES.
           MOVE ZERO TO WS-CUR-LONGEST.
           MOVE ZERO TO WS-CUR-OUT-START.
           MOVE ZERO TO WS-CUR-PLAN-SECS.
           MOVE ZERO TO WS-CUR-OUT-PLAN.
           MOVE ZERO TO WS-CUR-PLAN-OUTAGES.

           PERFORM LOAD-NODE-WINDOWS THRU
               END-LOAD-NODE-WINDOWS.

           IF WS-REC-OFFSET < 0
               MOVE JVMQNH-NEW-STATUS TO WS-CUR-STATUS
                   WS-REC-OFFSET - WS-CUR-LAST-OFF
               EVALUATE WS-CUR-STATUS
                   WHEN 'D'
                       MOVE WS-CUR-LAST-OFF TO WS-SPLIT-FROM
                       MOVE WS-REC-OFFSET   TO WS-SPLIT-TO
                       PERFORM ADD-DOWN-PERIOD THRU
                           END-ADD-DOWN-PERIOD
                   WHEN 'G'
                       ADD WS-PERIOD-SECS TO WS-CUR-DEGR-SECS
                   WHEN OTHER
               IF WS-CUR-STATUS = 'D' AND WS-NEW-STATUS NOT = 'D'
                   COMPUTE WS-OUTAGE-SECS =
                       WS-REC-OFFSET - WS-CUR-OUT-START
                   PERFORM CLOSE-OUTAGE THRU
                       END-CLOSE-OUTAGE
               END-IF
               IF WS-NEW-STATUS = 'D' AND WS-CUR-STATUS NOT = 'D'
                   MOVE WS-REC-OFFSET TO WS-CUR-OUT-START
                   MOVE ZERO TO WS-CUR-OUT-PLAN
               END-IF
               MOVE WS-NEW-STATUS TO WS-CUR-STATUS
               MOVE WS-REC-OFFSET TO WS-CUR-LAST-OFF
               WS-MONTH-SECS - WS-CUR-LAST-OFF.
           EVALUATE WS-CUR-STATUS
               WHEN 'D'
                   MOVE WS-CUR-LAST-OFF TO WS-SPLIT-FROM
                   MOVE WS-MONTH-SECS   TO WS-SPLIT-TO
                   PERFORM ADD-DOWN-PERIOD THRU
                       END-ADD-DOWN-PERIOD
                   COMPUTE WS-OUTAGE-SECS =
                       WS-MONTH-SECS - WS-CUR-OUT-START
                   PERFORM CLOSE-OUTAGE THRU
                       END-CLOSE-OUTAGE
               WHEN 'G'
                   ADD WS-PERIOD-SECS TO WS-CUR-DEGR-SECS
               WHEN OTHER
               MOVE WS-CUR-LONGEST   TO WS-RN-LONGEST
               MOVE WS-AVG-OUTAGE    TO WS-RN-AVERAGE
               MOVE WS-CUR-DEGR-SECS TO WS-RN-DEGRADED
               MOVE WS-CUR-PLAN-OUTAGES TO WS-RN-PLAN-OUTAGES
               MOVE WS-CUR-PLAN-SECS TO WS-RN-PLAN-SECS
               MOVE WS-RPT-NODE-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

       END-FINALIZE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Book one DOWN period (WS-SPLIT-FROM up to WS-SPLIT-TO): the  *
      *  part inside a maintenance window is planned downtime, the    *
      *  rest counts against availability.                            *
      *---------------------------------------------------------------*
       ADD-DOWN-PERIOD.

           PERFORM SPLIT-DOWN-PERIOD THRU
               END-SPLIT-DOWN-PERIOD.

           ADD WS-SPLIT-PLANNED TO WS-CUR-PLAN-SECS.
           ADD WS-SPLIT-PLANNED TO WS-CUR-OUT-PLAN.
           COMPUTE WS-CUR-DOWN-SECS = WS-CUR-DOWN-SECS
               + (WS-SPLIT-TO - WS-SPLIT-FROM) - WS-SPLIT-PLANNED.

       END-ADD-DOWN-PERIOD.   EXIT.

      *---------------------------------------------------------------*
      *  Close the outage in hand, WS-OUTAGE-SECS long: wholly inside *
      *  windows it is a planned outage; otherwise it is an outage,   *
      *  and its unplanned part is what the longest is measured by.   *
      *---------------------------------------------------------------*
       CLOSE-OUTAGE.

           COMPUTE WS-UNPLANNED-SECS =
               WS-OUTAGE-SECS - WS-CUR-OUT-PLAN.

           IF WS-UNPLANNED-SECS > 0
               ADD 1 TO WS-CUR-OUTAGES
               IF WS-UNPLANNED-SECS > WS-CUR-LONGEST
                   MOVE WS-UNPLANNED-SECS TO WS-CUR-LONGEST
               END-IF
           ELSE
               ADD 1 TO WS-CUR-PLAN-OUTAGES
           END-IF.

           MOVE ZERO TO WS-CUR-OUT-PLAN.

       END-CLOSE-OUTAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Measure how much of WS-SPLIT-FROM up to WS-SPLIT-TO the      *
      *  node's windows cover, into WS-SPLIT-PLANNED. The period is   *
      *  walked forward: from each point either jump to the furthest  *
      *  end of the windows covering it (planned time) or to the next *
      *  window start (unplanned time), so overlapping node and       *
      *  environment windows are never counted twice.                 *
      *---------------------------------------------------------------*
       SPLIT-DOWN-PERIOD.

           MOVE ZERO TO WS-SPLIT-PLANNED.
           MOVE WS-SPLIT-FROM TO WS-SPLIT-AT.

           IF WS-WIN-COUNT > 0
               PERFORM SPLIT-ONE-STEP THRU
                   END-SPLIT-ONE-STEP
                   UNTIL WS-SPLIT-AT NOT < WS-SPLIT-TO
           END-IF.

       END-SPLIT-DOWN-PERIOD.   EXIT.

      *---------------------------------------------------------------*
      *  Advance WS-SPLIT-AT by one covered or uncovered stretch.     *
      *---------------------------------------------------------------*
       SPLIT-ONE-STEP.

           MOVE WS-SPLIT-AT TO WS-SPLIT-COVER-TO.
           MOVE WS-SPLIT-TO TO WS-SPLIT-NEXT-FROM.

           PERFORM SCAN-ONE-WINDOW THRU
               END-SCAN-ONE-WINDOW
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT.

           IF WS-SPLIT-COVER-TO > WS-SPLIT-AT
               IF WS-SPLIT-COVER-TO > WS-SPLIT-TO
                   MOVE WS-SPLIT-TO TO WS-SPLIT-COVER-TO
               END-IF
               COMPUTE WS-SPLIT-PLANNED = WS-SPLIT-PLANNED
                   + (WS-SPLIT-COVER-TO - WS-SPLIT-AT)
               MOVE WS-SPLIT-COVER-TO TO WS-SPLIT-AT
           ELSE
               MOVE WS-SPLIT-NEXT-FROM TO WS-SPLIT-AT
           END-IF.

       END-SPLIT-ONE-STEP.   EXIT.

      *---------------------------------------------------------------*
      *  Test one window against WS-SPLIT-AT: one covering it may     *
      *  stretch the covered end, one starting later may be the next  *
      *  start.                                                       *
      *---------------------------------------------------------------*
       SCAN-ONE-WINDOW.

           IF WS-WIN-FROM(WS-WIN-IDX) NOT > WS-SPLIT-AT
               IF WS-WIN-TO(WS-WIN-IDX) > WS-SPLIT-COVER-TO
                   MOVE WS-WIN-TO(WS-WIN-IDX) TO WS-SPLIT-COVER-TO
               END-IF
           ELSE
               IF WS-WIN-FROM(WS-WIN-IDX) < WS-SPLIT-NEXT-FROM
                   MOVE WS-WIN-FROM(WS-WIN-IDX) TO WS-SPLIT-NEXT-FROM
               END-IF
           END-IF.

       END-SCAN-ONE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Load the node group's maintenance windows into               *
      *  WS-WINDOW-TABLE: the node's own, then its environment's.     *
      *---------------------------------------------------------------*
       LOAD-NODE-WINDOWS.

           MOVE ZERO TO WS-WIN-COUNT.

           IF WS-MWIN-OPEN
               MOVE WS-CUR-NODE TO WS-WIN-LOAD-NODE
               PERFORM LOAD-WINDOWS-FOR-KEY THRU
                   END-LOAD-WINDOWS-FOR-KEY
               MOVE SPACES TO WS-WIN-LOAD-NODE
               PERFORM LOAD-WINDOWS-FOR-KEY THRU
                   END-LOAD-WINDOWS-FOR-KEY
           END-IF.

       END-LOAD-NODE-WINDOWS.   EXIT.

      *---------------------------------------------------------------*
      *  Position on the first window for the environment and         *
      *  WS-WIN-LOAD-NODE and read them all in start order.           *
      *---------------------------------------------------------------*
       LOAD-WINDOWS-FOR-KEY.

           MOVE 'N' TO WS-MWIN-DONE-SW.
           MOVE WS-CUR-ENV-ID    TO JVMQWF-ENV-ID.
           MOVE WS-WIN-LOAD-NODE TO JVMQWF-NODE-NAME.
           MOVE LOW-VALUES       TO JVMQWF-START-TS.

           START JVMQ-MWIN-FILE KEY IS NOT LESS THAN JVMQWF-KEY
               INVALID KEY
                   SET WS-MWIN-DONE TO TRUE
           END-START.

           PERFORM LOAD-ONE-WINDOW THRU
               END-LOAD-ONE-WINDOW
               UNTIL WS-MWIN-DONE.

       END-LOAD-WINDOWS-FOR-KEY.   EXIT.

      *---------------------------------------------------------------*
      *  Read one window; keep it when it overlaps the report month.  *
      *  A window whose stamps do not parse, or one past the table,   *
      *  is counted on the trailer instead.                           *
      *---------------------------------------------------------------*
       LOAD-ONE-WINDOW.

           READ JVMQ-MWIN-FILE NEXT RECORD
               INTO JVMQ-MWIN-RECORD
               AT END
                   SET WS-MWIN-DONE TO TRUE
           END-READ.

           IF NOT WS-MWIN-DONE
               IF JVMQW-ENV-ID NOT = WS-CUR-ENV-ID
                  OR JVMQW-NODE-NAME NOT = WS-WIN-LOAD-NODE
                   SET WS-MWIN-DONE TO TRUE
               ELSE
                   MOVE JVMQW-START-TS TO WS-WIN-TS
                   PERFORM DECODE-WINDOW-TS THRU
                       END-DECODE-WINDOW-TS
                   MOVE WS-WIN-OFFSET TO WS-WIN-FROM-OFF
                   IF WS-WIN-USABLE
                       MOVE JVMQW-END-TS TO WS-WIN-TS
                       PERFORM DECODE-WINDOW-TS THRU
                           END-DECODE-WINDOW-TS
                   END-IF
                   IF NOT WS-WIN-USABLE
                      OR WS-WIN-COUNT NOT < 50
                       ADD 1 TO WS-WINDOWS-SKIPPED
                   ELSE
                       IF WS-WIN-OFFSET > WS-WIN-FROM-OFF
                           ADD 1 TO WS-WIN-COUNT
                           MOVE WS-WIN-FROM-OFF TO
                               WS-WIN-FROM(WS-WIN-COUNT)
                           MOVE WS-WIN-OFFSET TO
                               WS-WIN-TO(WS-WIN-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END-LOAD-ONE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Decode the window stamp in WS-WIN-TS into WS-WIN-OFFSET,     *
      *  clamped to the month: zero for a moment before it, the       *
      *  month's length for one after it.                             *
      *---------------------------------------------------------------*
       DECODE-WINDOW-TS.

           MOVE 'Y' TO WS-WIN-USABLE-SW.

           IF WS-WIN-TS(1:8) IS NOT NUMERIC
              OR WS-WIN-TS(10:6) IS NOT NUMERIC
               MOVE 'N' TO WS-WIN-USABLE-SW
           ELSE
               MOVE WS-WIN-TS(1:8) TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-DAYS THRU
                   END-CONVERT-DATE-TO-DAYS
               IF WS-CVT-DAYS < WS-MONTH-FIRST-DAYS
                   MOVE ZERO TO WS-WIN-OFFSET
               ELSE
                   MOVE WS-WIN-TS(10:2) TO WS-REC-HH
                   MOVE WS-WIN-TS(12:2) TO WS-REC-MM
                   MOVE WS-WIN-TS(14:2) TO WS-REC-SS
                   COMPUTE WS-WIN-OFFSET =
                       (WS-CVT-DAYS - WS-MONTH-FIRST-DAYS) * 86400
                       + (WS-REC-HH * 3600)
                       + (WS-REC-MM * 60)
                       + WS-REC-SS
                   IF WS-WIN-OFFSET > WS-MONTH-SECS
                       MOVE WS-MONTH-SECS TO WS-WIN-OFFSET
                   END-IF
               END-IF
           END-IF.

       END-DECODE-WINDOW-TS.   EXIT.

      *---------------------------------------------------------------*
      *  Convert the YYYYMMDD date in WS-CVT-DATE to a day number in  *
      *  WS-CVT-DAYS (Fliegel-Van Flandern, plain integer arithmetic  *
           MOVE WS-HIST-SELECTED   TO WS-RTR-SELECTED.
           MOVE WS-HIST-BAD        TO WS-RTR-BAD.
           MOVE WS-NODES-REPORTED  TO WS-RTR-NODES.
           MOVE WS-WINDOWS-SKIPPED TO WS-RTR-BAD-WINDOWS.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           CLOSE JVMQ-HIST-FILE.
           CLOSE JVMQ-REPORT-FILE.
           IF WS-MWIN-OPEN
               CLOSE JVMQ-MWIN-FILE
           END-IF.

       END-TERMINATE-SLA.   EXIT.

