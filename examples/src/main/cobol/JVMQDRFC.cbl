      * when the drift recurs - this screen is where that "fix        *
      * didn't stick" signal gets worked.                             *
      *                                                               *
      * Each case shows its service-desk incident number (see         *
      * JVMQINCI). Resolving a case closes its incident through       *
      * JVMQINCW; reopening a RESOLVED case reopens the incident, or  *
      * raises one if the case never had one.                         *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQAINQ - the    *
      * filter criteria and browse position (page start keys and the *
      * keys of the rows on screen) ride in the COMMAREA between AID *
       COPY JVMQDMPS.
       COPY DFHAID.

      *---------------------------------------------------------------*
      *  Service-desk incident request (see SEND-CASE-INCIDENT).      *
      *---------------------------------------------------------------*
       COPY JVMQINCI.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       77  WS-ACTIONS-APPLIED          PIC 9(02) VALUE ZERO.
       77  WS-ACTIONS-FAILED           PIC 9(02) VALUE ZERO.
       77  WS-APPLIED-DISP             PIC 9(02) VALUE ZERO.
      *  Case status before the action, and the incident action it
      *  calls for (space for none).
       77  WS-OLD-CASE-STATUS          PIC X(01) VALUE SPACE.
       77  WS-CASE-INCIDENT-ACTION     PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      *  Timestamp work fields for the status stamp.                  *
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-OCCURS            PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-LAST-SEEN         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-INCIDENT          PIC X(12).

       01  WS-MSG-TEXT                 PIC X(79) VALUE SPACES.
       77  WS-PAGE-DISP                PIC 9(03) VALUE ZERO.
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE JVMQDC-STATUS    TO WS-OLD-CASE-STATUS
                   MOVE WS-ACTION-LETTER TO JVMQDC-STATUS
                   MOVE WS-OPERATOR      TO JVMQDC-STATUS-OPERATOR
                   PERFORM BUILD-NOW-TIMESTAMP THRU
                       END-BUILD-NOW-TIMESTAMP
                   MOVE WS-NOW-TS        TO JVMQDC-STATUS-TS
                   PERFORM SEND-CASE-INCIDENT THRU
                       END-SEND-CASE-INCIDENT
                   EXEC CICS REWRITE FILE('JVMQDCAS')
                             FROM(JVMQ-DRIFT-CASE-RECORD)
                             RESP(WS-RESP)

       END-APPLY-ONE-ACTION.   EXIT.

      *---------------------------------------------------------------*
      *  Keep the case's service-desk incident in step with the       *
      *  status just keyed (see JVMQINCI): resolving a case with an   *
      *  incident closes it; reopening a RESOLVED case reopens its    *
      *  incident (U), or opens one (O) if it never had one, left     *
      *  '*PENDING' until JVMQINCR stores the number. Acknowledging   *
      *  sends nothing. Called before the case is rewritten, so the   *
      *  incident number is written with it.                          *
      *---------------------------------------------------------------*
       SEND-CASE-INCIDENT.

           MOVE SPACE TO WS-CASE-INCIDENT-ACTION.
           EVALUATE TRUE
               WHEN JVMQDC-RESOLVED
                    AND WS-OLD-CASE-STATUS NOT = 'R'
                    AND NOT JVMQDC-NO-INCIDENT
                   MOVE 'C' TO WS-CASE-INCIDENT-ACTION
               WHEN JVMQDC-OPEN
                    AND WS-OLD-CASE-STATUS = 'R'
                    AND JVMQDC-NO-INCIDENT
                   MOVE 'O' TO WS-CASE-INCIDENT-ACTION
               WHEN JVMQDC-OPEN
                    AND WS-OLD-CASE-STATUS = 'R'
                   MOVE 'U' TO WS-CASE-INCIDENT-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-CASE-INCIDENT-ACTION NOT = SPACE
               MOVE SPACES TO JVMQ-INCIDENT-REQUEST
               MOVE WS-CASE-INCIDENT-ACTION TO JVMQIQ-ACTION
               SET JVMQIQ-DRIFT-CASE TO TRUE
               MOVE JVMQDC-ENV-ID      TO JVMQIQ-ENV-ID
               MOVE JVMQDC-NODE-NAME   TO JVMQIQ-NODE-NAME
               MOVE JVMQDC-FIELD-NAME  TO JVMQIQ-FIELD-NAME
               MOVE JVMQDC-INCIDENT-NO TO JVMQIQ-INCIDENT-NO
               MOVE WS-OPERATOR        TO JVMQIQ-OPERATOR
               MOVE 'JVMQDRFC'         TO JVMQIQ-SOURCE
               IF JVMQIQ-CLOSE
                   MOVE 'I' TO JVMQIQ-SEVERITY
                   STRING 'Drift case RESOLVED by ' DELIMITED BY SIZE
                          WS-OPERATOR DELIMITED BY SPACE
                          ' at ' DELIMITED BY SIZE
                          WS-NOW-TS(1:15) DELIMITED BY SIZE
                          INTO JVMQIQ-TEXT
               ELSE
                   MOVE 'W' TO JVMQIQ-SEVERITY
                   STRING 'Drift case reopened by ' DELIMITED BY SIZE
                          WS-OPERATOR DELIMITED BY SPACE
                          ': ' DELIMITED BY SIZE
                          JVMQDC-FIELD-NAME DELIMITED BY SPACE
                          ' is ' DELIMITED BY SIZE
                          JVMQDC-ACTUAL-VALUE DELIMITED BY SPACE
                          INTO JVMQIQ-TEXT
               END-IF
               EXEC CICS LINK PROGRAM('JVMQINCW')
                         COMMAREA(JVMQ-INCIDENT-REQUEST)
                         LENGTH(LENGTH OF JVMQ-INCIDENT-REQUEST)
                         RESP(WS-RESP2)
               END-EXEC
               IF WS-RESP2 = DFHRESP(NORMAL) AND JVMQIQ-SENT
                  AND JVMQIQ-OPEN
                   MOVE '*PENDING' TO JVMQDC-INCIDENT-NO
               END-IF
           END-IF.

       END-SEND-CASE-INCIDENT.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp WS-NOW-TS with the current time: YYYYMMDD-hhmmss.      *
      *---------------------------------------------------------------*
           MOVE JVMQDC-NODE-NAME    TO WS-LL-NODE.
           MOVE JVMQDC-FIELD-NAME   TO WS-LL-FIELD.
           MOVE JVMQDC-STATUS       TO WS-LL-STATUS.
           IF JVMQDC-OCCURRENCES > 99999
               MOVE 99999               TO WS-LL-OCCURS
           ELSE
               MOVE JVMQDC-OCCURRENCES  TO WS-LL-OCCURS
           END-IF.
           MOVE JVMQDC-LAST-SEEN-TS TO WS-LL-LAST-SEEN.
           MOVE JVMQDC-INCIDENT-NO  TO WS-LL-INCIDENT.

           EVALUATE WS-ROWS-FILLED
               WHEN 1  MOVE WS-LIST-LINE TO QLN01O
