       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQESCL.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Background escalation of unacknowledged events. JVMQEVTW      *
      * pages an event once; if nobody acknowledges it on JVMQEVTB    *
      * nothing used to happen after that. Started on a CICS          *
      * interval (and re-STARTing itself at the end of every sweep,   *
      * like JVMQMONR), this task browses the recent part of the      *
      * JVMQEVTF event file for E and C severity events still         *
      * unacknowledged after their event code's JVMQER-ESCALATE-MINS  *
      * and re-pages each one, through the JQPG page queue, to the    *
      * next contact on the environment's JVMQONCL on-call rotation   *
      * - primary, secondary, then the duty manager. The re-page is   *
      * counted and stamped on the event (JVMQE-ESC-LEVEL/-ESC-TS),   *
      * so the next one waits a further threshold, and an ESCALATE    *
      * event is raised naming who was paged - the trail on JVMQEVTB  *
      * shows who was called and when.                                *
      *                                                               *
      * Not escalated: F-routed (file-only) event codes, events once  *
      * the manager has been paged, and events for an environment or  *
      * node inside a planned JVMQMWND maintenance window - either    *
      * when the event was raised or now.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Constants                                                    *
      *---------------------------------------------------------------*
      *  Time between sweeps, hhmmss as CICS START INTERVAL expects
      *  it - 000500 is five minutes.
       77  ESCALATE-INTERVAL           PIC S9(7) COMP-3 VALUE 500.
      *  Minutes an unacknowledged event waits before each re-page
      *  when its event code's routing record sets no threshold.
       77  ESCALATE-DEFAULT-MINS       PIC 9(04) VALUE 30.
      *  How far back each sweep looks for unacknowledged events -
      *  older ones have long since run through the whole rotation.
       77  ESCALATE-LOOKBACK-HRS       PIC 9(03) VALUE 24.
      *  Re-pages made in one sweep at most; any more wait for the
      *  next sweep.
       77  ESCALATE-MAX-EVENTS         PIC 9(02) VALUE 50.
      *  Contacts on a rotation record (see JVMQONCL).
       77  ESCALATE-MAX-CONTACT        PIC 9(01) VALUE 3.

      *---------------------------------------------------------------*
      *  Event, routing and request layouts.                          *
      *---------------------------------------------------------------*
       COPY JVMQEVT.

      *---------------------------------------------------------------*
      *  On-call rotation record.                                     *
      *---------------------------------------------------------------*
       COPY JVMQONCL.

      *---------------------------------------------------------------*
      *  Maintenance window check request (see JVMQMWIN).             *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.

      *---------------------------------------------------------------*
      *  Event browse work fields. WS-BROWSE-KEY mirrors JVMQE-KEY    *
      *  and is the RIDFLD CICS updates as the browse advances.       *
      *---------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BK-TIMESTAMP         PIC X(26).
           05  WS-BK-EVENT-CODE        PIC X(08).
       77  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Events found due in the browse, re-paged once the browse is  *
      *  ended - the file is not updated under its own browse. The    *
      *  contact to page is worked out while the event is in hand.    *
      *---------------------------------------------------------------*
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY            OCCURS 50 TIMES.
               10  WS-DUE-KEY          PIC X(34).
               10  WS-DUE-CONTACT      PIC 9(01).
       77  WS-DUE-COUNT                PIC 9(02) VALUE ZERO.
       77  WS-DUE-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-EVENT-KEY.
           05  WS-EK-TIMESTAMP         PIC X(26).
           05  WS-EK-EVENT-CODE        PIC X(08).

      *---------------------------------------------------------------*
      *  Due test for the event in hand (see CHECK-EVENT-DUE).        *
      *---------------------------------------------------------------*
       77  WS-EVENT-DUE-SW             PIC X(01) VALUE 'N'.
           88  WS-EVENT-DUE                VALUE 'Y'.
       77  WS-ROUTE                    PIC X(01) VALUE 'C'.
       77  WS-THRESHOLD-MINS           PIC 9(04) VALUE ZERO.
       77  WS-WANT-CONTACT             PIC 9(01) VALUE ZERO.
       77  WS-REF-TS                   PIC X(26) VALUE SPACES.
       77  WS-REF-MINUTES              PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-WAITED-MINS              PIC S9(11) COMP-3 VALUE ZERO.

      *---------------------------------------------------------------*
      *  Contact chosen from the rotation (see PICK-CONTACT) - zero   *
      *  when the rotation names nobody at or around the rung.        *
      *---------------------------------------------------------------*
       77  WS-ONCALL-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-ONCALL-FOUND             VALUE 'Y'.
       77  WS-CONTACT-IDX              PIC 9(01) VALUE ZERO.
       77  WS-TRY-IDX                  PIC 9(01) VALUE ZERO.
       77  WS-ROLE-WORD                PIC X(09) VALUE SPACES.
       77  WS-CONTACT-NAME             PIC X(20) VALUE SPACES.
       77  WS-CONTACT-PAGER            PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Timestamp work fields. WS-NOW-TS is YYYYMMDD-hhmmss; the     *
      *  minute counts are day numbers (see CONVERT-DATE-TO-DAYS)     *
      *  times 1440 plus the minute of the day, so two of them        *
      *  subtract to a wait in minutes across midnight and month      *
      *  ends.                                                        *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-LOOKBACK-ABS             PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TS                   PIC X(26) VALUE SPACES.
       77  WS-NOW-MINUTES              PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       77  WS-FROM-TIME                PIC X(08) VALUE SPACES.
       01  WS-CVT-DATE.
           05  WS-CVT-YEAR             PIC 9(04).
           05  WS-CVT-MONTH            PIC 9(02).
           05  WS-CVT-DAY              PIC 9(02).
       77  WS-CVT-DAYS                 PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CVT-M-TERM               PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CVT-HH                   PIC 9(02) VALUE ZERO.
       77  WS-CVT-MM                   PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-ESCALATED                PIC 9(04) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Page line and escalation event text assembly.                *
      *---------------------------------------------------------------*
       01  WS-PAGE-TEXT                PIC X(120) VALUE SPACES.
       77  WS-PAGE-LEN                 PIC S9(4) COMP VALUE 120.
       01  WS-ALERT-TEXT               PIC X(100) VALUE SPACES.
       77  WS-ALERT-LEN                PIC S9(4) COMP VALUE 100.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM BUILD-NOW-STAMPS THRU
               END-BUILD-NOW-STAMPS.

           MOVE ZERO TO WS-DUE-COUNT.
           MOVE SPACES TO WS-BK-TIMESTAMP.
           STRING WS-FROM-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-FROM-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-BK-TIMESTAMP.
           MOVE LOW-VALUES TO WS-BK-EVENT-CODE.

           EXEC CICS STARTBR FILE('JVMQEVTF')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM COLLECT-ONE-EVENT THRU
                   END-COLLECT-ONE-EVENT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('JVMQEVTF')
                         RESP(WS-RESP2)
               END-EXEC
           END-IF.

           MOVE ZERO TO WS-ESCALATED.
           PERFORM ESCALATE-ONE-EVENT THRU
               END-ESCALATE-ONE-EVENT
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT.

      *    Queue up the next sweep - the task keeps itself alive
      *    once operations has STARTed it the first time.
           EXEC CICS START TRANSID(EIBTRNID)
                     INTERVAL(ESCALATE-INTERVAL)
                     NOHANDLE
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      *  Stamp the sweep: now as YYYYMMDD-hhmmss and in minutes, and  *
      *  the date and time ESCALATE-LOOKBACK-HRS ago, where the       *
      *  browse starts.                                               *
      *---------------------------------------------------------------*
       BUILD-NOW-STAMPS.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-NOW-TS.

           MOVE WS-NOW-TS TO WS-REF-TS.
           PERFORM CONVERT-TS-TO-MINUTES THRU
               END-CONVERT-TS-TO-MINUTES.
           MOVE WS-REF-MINUTES TO WS-NOW-MINUTES.

           COMPUTE WS-LOOKBACK-ABS =
               WS-ABS-TIME - ESCALATE-LOOKBACK-HRS * 3600000.
           EXEC CICS FORMATTIME ABSTIME(WS-LOOKBACK-ABS)
                     YYYYMMDD(WS-FROM-DATE)
                     TIME(WS-FROM-TIME)
           END-EXEC.

       END-BUILD-NOW-STAMPS.   EXIT.

      *---------------------------------------------------------------*
      *  Read the next event and, when it is an unacknowledged E or C *
      *  event due a re-page, note it for ESCALATE-ONE-EVENT. A full  *
      *  table ends the browse; the rest are found next sweep.        *
      *---------------------------------------------------------------*
       COLLECT-ONE-EVENT.

           EXEC CICS READNEXT FILE('JVMQEVTF')
                     INTO(JVMQ-EVENT-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF JVMQE-UNACKED
                  AND (JVMQE-SEV-ERROR OR JVMQE-SEV-CRITICAL)
                   PERFORM CHECK-EVENT-DUE THRU
                       END-CHECK-EVENT-DUE
                   IF WS-EVENT-DUE
                       ADD 1 TO WS-DUE-COUNT
                       MOVE JVMQE-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
                       MOVE WS-WANT-CONTACT TO
                           WS-DUE-CONTACT(WS-DUE-COUNT)
                       IF WS-DUE-COUNT NOT < ESCALATE-MAX-EVENTS
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END-COLLECT-ONE-EVENT.   EXIT.

      *---------------------------------------------------------------*
      *  Decide whether the event in hand is due a re-page, and to    *
      *  which rung of the rotation. A P-routed event's first page    *
      *  went to the primary already, so its re-pages start at the    *
      *  secondary. Due once the threshold has passed since the last  *
      *  re-page (or since the event, before the first one), unless   *
      *  the manager has been paged already or a maintenance window   *
      *  covers the environment/node.                                 *
      *---------------------------------------------------------------*
       CHECK-EVENT-DUE.

           SET WS-EVENT-DUE TO TRUE.

           PERFORM LOOK-UP-ROUTE THRU
               END-LOOK-UP-ROUTE.
           IF WS-ROUTE = 'F'
               MOVE 'N' TO WS-EVENT-DUE-SW
           END-IF.

           IF JVMQE-ESC-LEVEL NOT NUMERIC
               MOVE ZERO TO JVMQE-ESC-LEVEL
           END-IF.
           IF WS-ROUTE = 'P'
               COMPUTE WS-WANT-CONTACT = JVMQE-ESC-LEVEL + 2
                   ON SIZE ERROR
                       MOVE 9 TO WS-WANT-CONTACT
               END-COMPUTE
           ELSE
               COMPUTE WS-WANT-CONTACT = JVMQE-ESC-LEVEL + 1
                   ON SIZE ERROR
                       MOVE 9 TO WS-WANT-CONTACT
               END-COMPUTE
           END-IF.
           IF WS-WANT-CONTACT > ESCALATE-MAX-CONTACT
               MOVE 'N' TO WS-EVENT-DUE-SW
           END-IF.

           IF WS-EVENT-DUE
               IF JVMQE-ESC-TS = SPACES
                   MOVE JVMQE-TIMESTAMP TO WS-REF-TS
               ELSE
                   MOVE JVMQE-ESC-TS TO WS-REF-TS
               END-IF
               PERFORM CONVERT-TS-TO-MINUTES THRU
                   END-CONVERT-TS-TO-MINUTES
               COMPUTE WS-WAITED-MINS =
                   WS-NOW-MINUTES - WS-REF-MINUTES
               IF WS-REF-MINUTES < ZERO
                  OR WS-WAITED-MINS < WS-THRESHOLD-MINS
                   MOVE 'N' TO WS-EVENT-DUE-SW
               END-IF
           END-IF.

      *    Raised inside a window, or inside one now - either way
      *    the page waits.
           IF WS-EVENT-DUE AND JVMQE-ENV-ID NOT = SPACES
               MOVE JVMQE-TIMESTAMP TO JVMQWC-TIMESTAMP
               PERFORM CHECK-MAINTENANCE-WINDOW THRU
                   END-CHECK-MAINTENANCE-WINDOW
               IF JVMQWC-NO-WINDOW
                   MOVE SPACES TO JVMQWC-TIMESTAMP
                   PERFORM CHECK-MAINTENANCE-WINDOW THRU
                       END-CHECK-MAINTENANCE-WINDOW
               END-IF
               IF JVMQWC-WINDOW-OPEN
                   MOVE 'N' TO WS-EVENT-DUE-SW
               END-IF
           END-IF.

       END-CHECK-EVENT-DUE.   EXIT.

      *---------------------------------------------------------------*
      *  Read the event code's routing record for its route and       *
      *  escalation threshold. No record, or no file, reads as C      *
      *  with the default threshold - as JVMQEVTW routes it.          *
      *---------------------------------------------------------------*
       LOOK-UP-ROUTE.

           MOVE 'C' TO WS-ROUTE.
           MOVE ESCALATE-DEFAULT-MINS TO WS-THRESHOLD-MINS.
           MOVE JVMQE-EVENT-CODE TO JVMQER-EVENT-CODE.

           EXEC CICS READ FILE('JVMQEVTR')
                     RIDFLD(JVMQER-EVENT-CODE)
                     INTO(JVMQ-EVENT-ROUTE-RECORD)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 = DFHRESP(NORMAL)
               IF JVMQER-ROUTE-CONSOLE OR JVMQER-ROUTE-FILE-ONLY
                  OR JVMQER-ROUTE-PAGE
                   MOVE JVMQER-ROUTE TO WS-ROUTE
               END-IF
               IF JVMQER-ESCALATE-MINS NUMERIC
                  AND JVMQER-ESCALATE-MINS > ZERO
                   MOVE JVMQER-ESCALATE-MINS TO WS-THRESHOLD-MINS
               END-IF
           END-IF.

       END-LOOK-UP-ROUTE.   EXIT.

      *---------------------------------------------------------------*
      *  Ask JVMQMWCK whether the event's environment/node is inside  *
      *  a planned maintenance window at JVMQWC-TIMESTAMP (spaces =   *
      *  now). A check that cannot be made answers no window - an     *
      *  unreachable calendar must not hold back a page.              *
      *---------------------------------------------------------------*
       CHECK-MAINTENANCE-WINDOW.

           MOVE JVMQE-ENV-ID    TO JVMQWC-ENV-ID.
           MOVE JVMQE-NODE-NAME TO JVMQWC-NODE-NAME.
           SET JVMQWC-NO-WINDOW TO TRUE.

           EXEC CICS LINK PROGRAM('JVMQMWCK')
                     COMMAREA(JVMQ-MWIN-CHECK)
                     LENGTH(LENGTH OF JVMQ-MWIN-CHECK)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               SET JVMQWC-NO-WINDOW TO TRUE
           END-IF.

       END-CHECK-MAINTENANCE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Re-page one due event. The event is read for update first    *
      *  and skipped if it was acknowledged since the browse; the     *
      *  re-page is counted and stamped on it before anyone is paged, *
      *  so a failed rewrite cannot page the same contact every       *
      *  sweep.                                                       *
      *---------------------------------------------------------------*
       ESCALATE-ONE-EVENT.

           MOVE WS-DUE-KEY(WS-DUE-IDX) TO WS-EVENT-KEY.

           EXEC CICS READ FILE('JVMQEVTF')
                     RIDFLD(WS-EVENT-KEY)
                     INTO(JVMQ-EVENT-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF JVMQE-ACKED
                   EXEC CICS UNLOCK FILE('JVMQEVTF')
                             RESP(WS-RESP2)
                   END-EXEC
               ELSE
                   PERFORM RECORD-ESCALATION THRU
                       END-RECORD-ESCALATION
               END-IF
           END-IF.

       END-ESCALATE-ONE-EVENT.   EXIT.

      *---------------------------------------------------------------*
      *  Count and stamp the re-page on the event held for update,    *
      *  then page the contact and raise the ESCALATE event.          *
      *---------------------------------------------------------------*
       RECORD-ESCALATION.

           IF JVMQE-ESC-LEVEL NOT NUMERIC
               MOVE ZERO TO JVMQE-ESC-LEVEL
           END-IF.
           ADD 1 TO JVMQE-ESC-LEVEL.
           MOVE WS-NOW-TS TO JVMQE-ESC-TS.

           EXEC CICS REWRITE FILE('JVMQEVTF')
                     FROM(JVMQ-EVENT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'JVMQESCL: JVMQEVTF rewrite failed for '
                   JVMQE-EVENT-CODE ' ' JVMQE-TIMESTAMP
                   '. Return code=' WS-RESP
           ELSE
               MOVE WS-DUE-CONTACT(WS-DUE-IDX) TO WS-WANT-CONTACT
               PERFORM PICK-CONTACT THRU
                   END-PICK-CONTACT
               PERFORM QUEUE-PAGE-REQUEST THRU
                   END-QUEUE-PAGE-REQUEST
               PERFORM RAISE-ESCALATION-EVENT THRU
                   END-RAISE-ESCALATION-EVENT
               ADD 1 TO WS-ESCALATED
           END-IF.

       END-RECORD-ESCALATION.   EXIT.

      *---------------------------------------------------------------*
      *  Read the environment's rotation (else the DEFAULT one) and   *
      *  take the contact on the wanted rung - or, that rung being    *
      *  blank, the next one up, else the nearest one below. Leaves   *
      *  WS-CONTACT-IDX zero when nobody can be found.                *
      *---------------------------------------------------------------*
       PICK-CONTACT.

           MOVE ZERO   TO WS-CONTACT-IDX.
           MOVE SPACES TO WS-CONTACT-NAME.
           MOVE SPACES TO WS-CONTACT-PAGER.
           MOVE SPACES TO WS-ROLE-WORD.
           MOVE 'N'    TO WS-ONCALL-FOUND-SW.

           MOVE JVMQE-ENV-ID TO JVMQO-ENV-ID.
           EXEC CICS READ FILE('JVMQONCL')
                     RIDFLD(JVMQO-ENV-ID)
                     INTO(JVMQ-ONCALL-RECORD)
                     RESP(WS-RESP2)
           END-EXEC.
           IF WS-RESP2 = DFHRESP(NORMAL)
               SET WS-ONCALL-FOUND TO TRUE
           ELSE
               MOVE 'DEFAULT' TO JVMQO-ENV-ID
               EXEC CICS READ FILE('JVMQONCL')
                         RIDFLD(JVMQO-ENV-ID)
                         INTO(JVMQ-ONCALL-RECORD)
                         RESP(WS-RESP2)
               END-EXEC
               IF WS-RESP2 = DFHRESP(NORMAL)
                   SET WS-ONCALL-FOUND TO TRUE
               END-IF
           END-IF.

           IF WS-ONCALL-FOUND
               PERFORM TRY-CONTACT-UP THRU
                   END-TRY-CONTACT-UP
                   VARYING WS-TRY-IDX FROM WS-WANT-CONTACT BY 1
                   UNTIL WS-TRY-IDX > ESCALATE-MAX-CONTACT
                      OR WS-CONTACT-IDX > ZERO
           END-IF.

           IF WS-ONCALL-FOUND
              AND WS-CONTACT-IDX = ZERO AND WS-WANT-CONTACT > 1
               COMPUTE WS-TRY-IDX = WS-WANT-CONTACT - 1
               PERFORM TRY-CONTACT-DOWN THRU
                   END-TRY-CONTACT-DOWN
                   UNTIL WS-TRY-IDX = ZERO
                      OR WS-CONTACT-IDX > ZERO
           END-IF.

           IF WS-CONTACT-IDX > ZERO
               MOVE JVMQO-CONTACT-NAME(WS-CONTACT-IDX) TO
                   WS-CONTACT-NAME
               MOVE JVMQO-CONTACT-PAGER(WS-CONTACT-IDX) TO
                   WS-CONTACT-PAGER
               EVALUATE WS-CONTACT-IDX
                   WHEN 1
                       MOVE 'PRIMARY'   TO WS-ROLE-WORD
                   WHEN 2
                       MOVE 'SECONDARY' TO WS-ROLE-WORD
                   WHEN OTHER
                       MOVE 'MANAGER'   TO WS-ROLE-WORD
               END-EVALUATE
           END-IF.

       END-PICK-CONTACT.   EXIT.

      *---------------------------------------------------------------*
      *  Take rung WS-TRY-IDX if it names anybody.                    *
      *---------------------------------------------------------------*
       TRY-CONTACT-UP.

           IF JVMQO-CONTACT-NAME(WS-TRY-IDX) NOT = SPACES
              OR JVMQO-CONTACT-PAGER(WS-TRY-IDX) NOT = SPACES
               MOVE WS-TRY-IDX TO WS-CONTACT-IDX
           END-IF.

       END-TRY-CONTACT-UP.   EXIT.

      *---------------------------------------------------------------*
      *  Take rung WS-TRY-IDX if it names anybody, else step down.    *
      *---------------------------------------------------------------*
       TRY-CONTACT-DOWN.

           IF JVMQO-CONTACT-NAME(WS-TRY-IDX) NOT = SPACES
              OR JVMQO-CONTACT-PAGER(WS-TRY-IDX) NOT = SPACES
               MOVE WS-TRY-IDX TO WS-CONTACT-IDX
           ELSE
               SUBTRACT 1 FROM WS-TRY-IDX
           END-IF.

       END-TRY-CONTACT-DOWN.   EXIT.

      *---------------------------------------------------------------*
      *  Queue the re-page for the paging bridge on JQPG, addressed   *
      *  to the chosen contact's pager. With no rotation to go by the *
      *  line still goes out unaddressed - the bridge's default       *
      *  on-call is better than nobody. The pager keeps its full      *
      *  width so the bridge finds the fields where it expects them;  *
      *  the contact's name is left off - the ESCALATE event records  *
      *  it - so the event text keeps 52 of its 79 characters, and    *
      *  any longer text is cut at the end of the line.               *
      *---------------------------------------------------------------*
       QUEUE-PAGE-REQUEST.

           MOVE SPACES TO WS-PAGE-TEXT.
           STRING 'JVMQ ESCALATE ' DELIMITED BY SIZE
                  WS-CONTACT-PAGER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JVMQE-SEVERITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JVMQE-EVENT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JVMQE-ENV-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JVMQE-NODE-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JVMQE-TEXT DELIMITED BY SIZE
                  INTO WS-PAGE-TEXT
                  ON OVERFLOW
                      CONTINUE
           END-STRING.

           EXEC CICS WRITEQ TD QUEUE('JQPG')
                     FROM(WS-PAGE-TEXT)
                     LENGTH(WS-PAGE-LEN)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               DISPLAY 'JVMQESCL: JQPG page queue write failed. '
                   'Return code=' WS-RESP2
           END-IF.

       END-QUEUE-PAGE-REQUEST.   EXIT.

      *---------------------------------------------------------------*
      *  Raise an ESCALATE event naming who was paged for which       *
      *  event, so the JVMQEVTB trail shows it. When the event        *
      *  facility cannot be reached the line goes to the console      *
      *  instead.                                                     *
      *---------------------------------------------------------------*
       RAISE-ESCALATION-EVENT.

           MOVE SPACES TO WS-ALERT-TEXT.
           IF WS-CONTACT-IDX > ZERO
               STRING 'Re-paged ' DELIMITED BY SIZE
                      WS-ROLE-WORD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CONTACT-NAME DELIMITED BY '  '
                      ' for ' DELIMITED BY SIZE
                      JVMQE-EVENT-CODE DELIMITED BY SPACE
                      ' of ' DELIMITED BY SIZE
                      JVMQE-TIMESTAMP DELIMITED BY SPACE
                      ' (' DELIMITED BY SIZE
                      JVMQE-ESC-LEVEL DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-ALERT-TEXT
           ELSE
               STRING 'Re-paged, no on-call rotation contact, for '
                          DELIMITED BY SIZE
                      JVMQE-EVENT-CODE DELIMITED BY SPACE
                      ' of ' DELIMITED BY SIZE
                      JVMQE-TIMESTAMP DELIMITED BY SPACE
                      INTO WS-ALERT-TEXT
           END-IF.

           MOVE 'W'              TO JVMQEV-RQ-SEVERITY.
           MOVE 'ESCALATE'       TO JVMQEV-RQ-EVENT-CODE.
           MOVE JVMQE-ENV-ID     TO JVMQEV-RQ-ENV-ID.
           MOVE JVMQE-NODE-NAME  TO JVMQEV-RQ-NODE-NAME.
           MOVE 'JVMQESCL'       TO JVMQEV-RQ-SOURCE.
           MOVE WS-ALERT-TEXT    TO JVMQEV-RQ-TEXT.

           EXEC CICS LINK PROGRAM('JVMQEVTW')
                     COMMAREA(JVMQ-EVENT-REQUEST)
                     LENGTH(LENGTH OF JVMQ-EVENT-REQUEST)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                         TEXT(WS-ALERT-TEXT)
                         TEXTLENGTH(WS-ALERT-LEN)
                         NOHANDLE
               END-EXEC
           END-IF.

       END-RAISE-ESCALATION-EVENT.   EXIT.

      *---------------------------------------------------------------*
      *  Convert the YYYYMMDD-hhmm... stamp in WS-REF-TS to minutes   *
      *  in WS-REF-MINUTES; -1 when the stamp is not a usable one.    *
      *---------------------------------------------------------------*
       CONVERT-TS-TO-MINUTES.

           IF WS-REF-TS(1:8) NUMERIC AND WS-REF-TS(10:4) NUMERIC
               MOVE WS-REF-TS(1:8)  TO WS-CVT-DATE
               MOVE WS-REF-TS(10:2) TO WS-CVT-HH
               MOVE WS-REF-TS(12:2) TO WS-CVT-MM
               PERFORM CONVERT-DATE-TO-DAYS THRU
                   END-CONVERT-DATE-TO-DAYS
               COMPUTE WS-REF-MINUTES =
                   WS-CVT-DAYS * 1440 + WS-CVT-HH * 60 + WS-CVT-MM
           ELSE
               MOVE -1 TO WS-REF-MINUTES
           END-IF.

       END-CONVERT-TS-TO-MINUTES.   EXIT.

      *---------------------------------------------------------------*
      *  Convert the YYYYMMDD date in WS-CVT-DATE to a day number in  *
      *  WS-CVT-DAYS (Fliegel-Van Flandern, plain integer arithmetic  *
      *  - the divisions truncate, which is what the formula          *
      *  expects). Two day numbers subtract to a span in days.        *
      *---------------------------------------------------------------*
       CONVERT-DATE-TO-DAYS.

           COMPUTE WS-CVT-M-TERM =
               (WS-CVT-MONTH - 14) / 12.
           COMPUTE WS-CVT-DAYS =
               (1461 * (WS-CVT-YEAR + 4800 + WS-CVT-M-TERM)) / 4
               + (367 * (WS-CVT-MONTH - 2 - 12 * WS-CVT-M-TERM)) / 12
               - (3 * ((WS-CVT-YEAR + 4900 + WS-CVT-M-TERM) / 100)) / 4
               + WS-CVT-DAY - 32075.

       END-CONVERT-DATE-TO-DAYS.   EXIT.

       END PROGRAM JVMQESCL.
