      * page at a time (PF7/PF8); keying S against a row brings up    *
      * JVMQHDTL with the before and after images decoded side by     *
      * side, field by field, through the C2WSCFG or JVMQENVR         *
      * layout - not raw hex - together with the requester and the    *
      * approver. From there PF6 (confirmed with PF5) asks for the    *
      * before image to be restored onto the live settings file: the  *
      * restore is held on JVMQPEND and approved on JVMQAPRV like any *
      * other settings change, and written to JVMQHIST when applied,  *
      * so backing out a bad settings push is a browse, two keys and  *
      * an approval instead of reconstructing the old record from     *
      * memory.                                                       *
      *                                                               *
      * The JVMQRINT integrity job writes its cleanup changes - drift *
      * cases closed and node status records removed for nodes and    *
      * environments no longer on JVMQCFG - to the same trail. Those  *
      * decode through the JVMQDCAS and JVMQNODS layouts and restore  *
      * the same way, the live record found by the full key at the    *
      * front of the image.                                           *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQAINQ - the    *
      * filter criteria and browse position ride in the COMMAREA     *
      * between AID keys.                                             *

      *---------------------------------------------------------------*
      *  Change-history record read from JVMQHIST, and the live       *
      *  record layouts its images are decoded through - the          *
      *  settings files, and the drift case and node status files     *
      *  the JVMQRINT integrity cleanup changes.                      *
      *---------------------------------------------------------------*
       COPY JVMQHIST.
       COPY C2WSCFG.
       COPY JVMQENVR.
       COPY JVMQDCAS.
       COPY JVMQNODS.

      *---------------------------------------------------------------*
      *  Pending-change record a restore is held on until approved.   *
      *---------------------------------------------------------------*
       COPY JVMQPEND.

      *---------------------------------------------------------------*
      *  JVMQHMAP symbolic maps and AID values.                       *

      *---------------------------------------------------------------*
      *  Restore work fields (see RESTORE-BEFORE-IMAGE). The live     *
      *  file is reached generically - file name picked by the        *
      *  history record's JVMQH-FILE. WS-REC-KEY is sized for the     *
      *  longest live key (JVMQDC-KEY); CICS takes the file's own     *
      *  key length from the front of it.                             *
      *---------------------------------------------------------------*
       77  WS-LIVE-FILE                PIC X(08) VALUE SPACES.
       77  WS-REC-KEY                  PIC X(36) VALUE SPACES.
       01  WS-PEND-KEY.
           05  WS-PEND-KEY-FILE        PIC X(08).
           05  WS-PEND-KEY-REC         PIC X(36).
       01  WS-HOLD-RECORD              PIC X(810) VALUE SPACES.
       01  WS-RESTORE-IMAGE            PIC X(810) VALUE SPACES.
       01  WS-LIVE-BEFORE              PIC X(810) VALUE SPACES.
           88  WS-RESTORE-OK               VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Timestamp work fields for the restore request stamp.         *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Formatted screen lines.                                      *
                       END-BUILD-DETAIL
               WHEN DFHPF6
                   MOVE 'Y' TO WS-CA-RESTORE-ARMED
                   MOVE 'Press PF5 to confirm requesting the before i
      -                'mage be restored' TO WS-MSG-TEXT
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
               WHEN DFHPF5
               MOVE JVMQH-REC-KEY   TO HDKEYO
               MOVE JVMQH-OPERATOR  TO HDOPRO
               MOVE JVMQH-ACTION    TO HDACTO
               MOVE JVMQH-APPROVER  TO HDAPRO

               PERFORM BUILD-DECODED-TABLE THRU
                   END-BUILD-DECODED-TABLE
                   MOVE JVMQH-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-ENV-IMAGE THRU
                       END-DECODE-ENV-IMAGE
               WHEN 'JVMQDCAS'
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQH-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CASE-IMAGE THRU
                       END-DECODE-CASE-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQH-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CASE-IMAGE THRU
                       END-DECODE-CASE-IMAGE
               WHEN 'JVMQNODS'
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQH-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-NODE-IMAGE THRU
                       END-DECODE-NODE-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQH-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-NODE-IMAGE THRU
                       END-DECODE-NODE-IMAGE
               WHEN OTHER
      *            A file this screen does not know how to decode -
      *            say so rather than paint garbage.

       END-DECODE-ONE-ENV-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one JVMQ-DRIFT-CASE-RECORD image into the current     *
      *  column.                                                      *
      *---------------------------------------------------------------*
       DECODE-CASE-IMAGE.

           MOVE ZERO TO WS-DF-IDX.
           IF WS-IMAGE-WORK = SPACES
               MOVE 'Y' TO WS-IMAGE-EMPTY-SW
           ELSE
               MOVE 'N' TO WS-IMAGE-EMPTY-SW
               MOVE WS-IMAGE-WORK TO JVMQ-DRIFT-CASE-RECORD
           END-IF.

           MOVE 'ENV ID' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-ENV-ID TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'NODE' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-NODE-NAME TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'FIELD' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-FIELD-NAME TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'STATUS' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-STATUS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'FIRST SEEN' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-FIRST-SEEN-TS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'LAST SEEN' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-LAST-SEEN-TS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'OCCURRENCES' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-OCCURRENCES TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'REOPENED' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-REOPENED TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'EXPECTED' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-EXPECTED-VALUE TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'ACTUAL' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-ACTUAL-VALUE TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'STATUS BY' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-STATUS-OPERATOR TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'STATUS TS' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-STATUS-TS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'INCIDENT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQDC-INCIDENT-NO TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

       END-DECODE-CASE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one JVMQ-NODE-STATUS-RECORD image into the current    *
      *  column.                                                      *
      *---------------------------------------------------------------*
       DECODE-NODE-IMAGE.

           MOVE ZERO TO WS-DF-IDX.
           IF WS-IMAGE-WORK = SPACES
               MOVE 'Y' TO WS-IMAGE-EMPTY-SW
           ELSE
               MOVE 'N' TO WS-IMAGE-EMPTY-SW
               MOVE WS-IMAGE-WORK TO JVMQ-NODE-STATUS-RECORD
           END-IF.

           MOVE 'ENV ID' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-ENV-ID TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'NODE' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-NODE-NAME TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'STATUS' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-STATUS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'LAST PROBE' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-LAST-PROBE-TS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'DOWN SINCE' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-DOWN-SINCE-TS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'CONSEC FAILS' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-CONSEC-FAILURES TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'INCIDENT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQN-INCIDENT-NO TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

       END-DECODE-NODE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Drop the decoded label/value in hand into the next table     *
      *  row: the before pass creates the row, the after pass fills   *
       END-FORMAT-DETAIL-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Ask for the before image of the change on screen to be put   *
      *  back onto the live settings file: a rewrite of the live      *
      *  record with the before image, a fresh write when it no       *
      *  longer exists, or a delete when the before image says the    *
      *  record did not exist (undoing an add). The restore is held   *
      *  on JVMQPEND like any other settings change and only reaches  *
      *  the live file once a second user id approves it on           *
      *  JVMQAPRV, which writes it to JVMQHIST.                       *
      *---------------------------------------------------------------*
       RESTORE-BEFORE-IMAGE.

               EVALUATE JVMQH-FILE
                   WHEN 'JVMQCFG '
                       MOVE 'JVMQCFG ' TO WS-LIVE-FILE
                       PERFORM RESTORE-ONE-RECORD THRU
                           END-RESTORE-ONE-RECORD
                   WHEN 'JVMQENVR'
                       MOVE 'JVMQENVR' TO WS-LIVE-FILE
                       PERFORM RESTORE-ONE-RECORD THRU
                           END-RESTORE-ONE-RECORD
                   WHEN 'JVMQDCAS'
                       MOVE 'JVMQDCAS' TO WS-LIVE-FILE
                       PERFORM RESTORE-ONE-RECORD THRU
                           END-RESTORE-ONE-RECORD
                   WHEN 'JVMQNODS'
                       MOVE 'JVMQNODS' TO WS-LIVE-FILE
                       PERFORM RESTORE-ONE-RECORD THRU
                           END-RESTORE-ONE-RECORD
                   WHEN OTHER
                           TO WS-MSG-TEXT
               END-EVALUATE
               IF WS-RESTORE-OK
                   PERFORM WRITE-RESTORE-REQUEST THRU
                       END-WRITE-RESTORE-REQUEST
               END-IF
           END-IF.

       END-RESTORE-BEFORE-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Work out the restore against the live file named in          *
      *  WS-LIVE-FILE. The live record as it stands becomes the       *
      *  before image of the restore request, and decides whether     *
      *  the restore is an update, an add or a delete. A drift case   *
      *  or node status record is keyed on more than the environment  *
      *  id JVMQH-REC-KEY holds - its full key is taken from the      *
      *  front of whichever image the change left.                    *
      *---------------------------------------------------------------*
       RESTORE-ONE-RECORD.

           MOVE JVMQH-BEFORE-IMAGE TO WS-RESTORE-IMAGE.
           MOVE SPACES             TO WS-HOLD-RECORD.

           EVALUATE WS-LIVE-FILE
               WHEN 'JVMQDCAS'
                   IF JVMQH-BEFORE-IMAGE = SPACES
                       MOVE JVMQH-AFTER-IMAGE(1:36)  TO WS-REC-KEY
                   ELSE
                       MOVE JVMQH-BEFORE-IMAGE(1:36) TO WS-REC-KEY
                   END-IF
               WHEN 'JVMQNODS'
                   IF JVMQH-BEFORE-IMAGE = SPACES
                       MOVE JVMQH-AFTER-IMAGE(1:20)  TO WS-REC-KEY
                   ELSE
                       MOVE JVMQH-BEFORE-IMAGE(1:20) TO WS-REC-KEY
                   END-IF
               WHEN OTHER
                   MOVE JVMQH-REC-KEY TO WS-REC-KEY
           END-EVALUATE.

           EXEC CICS READ FILE(WS-LIVE-FILE)
                     RIDFLD(WS-REC-KEY)
                     INTO(WS-HOLD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-HOLD-RECORD TO WS-LIVE-BEFORE
                   IF WS-RESTORE-IMAGE = SPACES
      *                The change being undone was an add - restoring
      *                the before image means deleting the record.
                       MOVE 'D' TO WS-RESTORE-ACTION
                   ELSE
                       MOVE 'U' TO WS-RESTORE-ACTION
                   END-IF
                   SET WS-RESTORE-OK TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO WS-LIVE-BEFORE
                   IF WS-RESTORE-IMAGE = SPACES
                       MOVE 'Nothing to restore - no record either side'
                           TO WS-MSG-TEXT
                   ELSE
      *                The record has been deleted since - restoring
      *                the before image writes it back fresh.
                       MOVE 'A' TO WS-RESTORE-ACTION
                       SET WS-RESTORE-OK TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'Restore failed - see live file state'
                       TO WS-MSG-TEXT
           END-EVALUATE.

       END-RESTORE-ONE-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the restore on JVMQPEND as a PENDING request: before    *
      *  image the live record as it stands (spaces when absent),     *
      *  after image what the restore would put there (spaces for a   *
      *  delete), stamped with this operator and the current time.    *
      *  The same rule as JVMQMNTC applies - another user's change    *
      *  already pending on the record must be decided first. The     *
      *  request is keyed on the full live key RESTORE-ONE-RECORD     *
      *  worked out, so a drift case or node status restore never     *
      *  lands on another record's request in the same environment.   *
      *---------------------------------------------------------------*
       WRITE-RESTORE-REQUEST.

           MOVE JVMQH-FILE    TO WS-PEND-KEY-FILE.
           MOVE WS-REC-KEY    TO WS-PEND-KEY-REC.
           MOVE 'N' TO WS-RESTORE-OK-SW.

           EXEC CICS READ FILE('JVMQPEND')
                     RIDFLD(WS-PEND-KEY)
                     INTO(JVMQ-PEND-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF JVMQP-PENDING
                      AND JVMQP-REQUESTER NOT = WS-OPERATOR
                       EXEC CICS UNLOCK FILE('JVMQPEND')
                                 RESP(WS-RESP2)
                       END-EXEC
                       STRING 'Change by ' DELIMITED BY SIZE
                              JVMQP-REQUESTER DELIMITED BY SPACE
                              ' already awaits approval - have it appro
      -                       'ved or rejected first' DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                   ELSE
                       PERFORM BUILD-RESTORE-REQUEST THRU
                           END-BUILD-RESTORE-REQUEST
                       EXEC CICS REWRITE FILE('JVMQPEND')
                                 FROM(JVMQ-PEND-RECORD)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-RESTORE-OK TO TRUE
                       END-IF
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM BUILD-RESTORE-REQUEST THRU
                       END-BUILD-RESTORE-REQUEST
                   EXEC CICS WRITE FILE('JVMQPEND')
                             FROM(JVMQ-PEND-RECORD)
                             RIDFLD(JVMQP-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET WS-RESTORE-OK TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-RESTORE-OK
               MOVE 'Restore held on JVMQPEND - another user must appr
      -            'ove it on JVMQAPRV' TO WS-MSG-TEXT
           ELSE
               IF WS-MSG-TEXT = SPACES
                   MOVE 'Restore not held - see JVMQPEND file state'
                       TO WS-MSG-TEXT
               END-IF
           END-IF.

       END-WRITE-RESTORE-REQUEST.   EXIT.

      *---------------------------------------------------------------*
      *  Build the PENDING restore request from the work fields.      *
      *---------------------------------------------------------------*
       BUILD-RESTORE-REQUEST.

           MOVE SPACES            TO JVMQ-PEND-RECORD.
           MOVE WS-PEND-KEY       TO JVMQP-KEY.
           MOVE 'P'               TO JVMQP-STATUS.
           MOVE WS-RESTORE-ACTION TO JVMQP-ACTION.
           MOVE WS-OPERATOR       TO JVMQP-REQUESTER.
           MOVE WS-LIVE-BEFORE    TO JVMQP-BEFORE-IMAGE.
           IF WS-RESTORE-ACTION = 'D'
               MOVE SPACES TO JVMQP-AFTER-IMAGE
           ELSE
               MOVE WS-RESTORE-IMAGE TO JVMQP-AFTER-IMAGE
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO JVMQP-REQUEST-TS.

       END-BUILD-RESTORE-REQUEST.   EXIT.

       END PROGRAM JVMQHBRW.
