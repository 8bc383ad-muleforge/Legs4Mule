      * LOAD-C2WS-CONFIG enforces, count fields consistent with the   *
      * populated entries - so a malformed record can no longer be    *
      * shipped with a raw file utility. Every add/update/delete      *
      * is held on the JVMQPEND pending-change file with the live     *
      * record image as it stands and the image keyed, and reaches    *
      * the settings file only when a second user id approves it on   *
      * the JVMQAPRV approval queue - which then writes the JVMQHIST  *
      * change-history record carrying both user ids and the full     *
      * before and after record images.                               *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQUERY: the      *
      * selection (file/action/key) and the before-image ride in the  *
       COPY JVMQENVR.

      *---------------------------------------------------------------*
      *  Pending-change record every add/update/delete is held on     *
      *  until it is approved (see WRITE-PENDING-CHANGE).             *
      *---------------------------------------------------------------*
       COPY JVMQPEND.

       01  WS-PEND-KEY.
           05  WS-PEND-KEY-FILE        PIC X(08).
           05  WS-PEND-KEY-REC         PIC X(36).
       77  WS-PEND-FILE                PIC X(08) VALUE SPACES.
       01  WS-PEND-AFTER               PIC X(810) VALUE SPACES.
       77  WS-PEND-OK-SW               PIC X(01) VALUE 'N'.
           88  WS-PEND-OK                  VALUE 'Y'.

      *---------------------------------------------------------------*
      *  JVMQMMAP symbolic maps and AID values.                       *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-RESP-DISP                PIC 9(08) VALUE ZERO.
       77  WS-OPERATOR                 PIC X(08) VALUE SPACES.
       77  WS-MSG-TEXT                 PIC X(79) VALUE SPACES.
       77  WS-MAPFAIL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-MAPFAIL-RECEIVED         VALUE 'Y'.
       77  WS-IDX                      PIC 9(02) VALUE ZERO.
       77  WS-REC-KEY                  PIC X(08) VALUE SPACES.
      *  The live record is read here so the freshly built record in
      *  the copybook area is not overwritten, and the read-back
      *  becomes the before image.
       01  WS-HOLD-RECORD              PIC X(810) VALUE SPACES.
       77  WS-DISP-9                   PIC 9(09) VALUE ZERO.
       77  WS-DISP-4                   PIC 9(04) VALUE ZERO.
       77  WS-DISP-2                   PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Timestamp work fields for the request stamp.                 *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Free-format numeric edit (see EDIT-NUMERIC-FIELD): accepts   *
       END-BROWSE-NEXT-CFG.   EXIT.

      *---------------------------------------------------------------*
      *  Receive the JVMQCFG detail map, validate it and hold the     *
      *  add or update for approval.                                  *
      *---------------------------------------------------------------*
       SAVE-CFG-RECORD.

       END-CHECK-ONE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the validated add or update on JVMQPEND. The before     *
      *  image is the live record as it stands now (spaces for an     *
      *  add) - JVMQAPRV applies the change only while the live       *
      *  record still matches it.                                     *
      *---------------------------------------------------------------*
       APPLY-CFG-RECORD.

           MOVE WS-CA-KEY TO WS-REC-KEY.
           MOVE SPACES TO WS-HOLD-RECORD.
           EXEC CICS READ FILE('JVMQCFG')
                     RIDFLD(WS-REC-KEY)
                     INTO(WS-HOLD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-CA-ADD
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Record already exists - use action U'
                           TO WS-MSG-TEXT
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO WS-CA-BEFORE
                       PERFORM HOLD-CFG-CHANGE THRU
                           END-HOLD-CFG-CHANGE
                   WHEN OTHER
                       MOVE WS-RESP TO WS-RESP-DISP
                       STRING 'JVMQCFG read failed. Return code='
                              DELIMITED BY SIZE
                              WS-RESP-DISP DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
               END-EVALUATE
           ELSE
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-HOLD-RECORD TO WS-CA-BEFORE
                   PERFORM HOLD-CFG-CHANGE THRU
                       END-HOLD-CFG-CHANGE
               ELSE
                   MOVE 'Record vanished - re-select it'
                       TO WS-MSG-TEXT
       END-APPLY-CFG-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the delete of the JVMQCFG record on PF5 confirmation.   *
      *---------------------------------------------------------------*
       DELETE-CFG-RECORD.

           MOVE WS-CA-KEY TO WS-REC-KEY.
           MOVE SPACES TO WS-HOLD-RECORD.
           EXEC CICS READ FILE('JVMQCFG')
                     RIDFLD(WS-REC-KEY)
                     INTO(WS-HOLD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-HOLD-RECORD TO WS-CA-BEFORE
               PERFORM HOLD-CFG-CHANGE THRU
                   END-HOLD-CFG-CHANGE
           ELSE
               MOVE 'Record vanished - re-select it' TO WS-MSG-TEXT
           END-IF.
       END-DELETE-CFG-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Hold one JVMQCFG change on JVMQPEND. The after image is the  *
      *  record as keyed (spaces for a delete), the before image      *
      *  whatever was read back from the live file (spaces for an     *
      *  add).                                                        *
      *---------------------------------------------------------------*
       HOLD-CFG-CHANGE.

           MOVE 'JVMQCFG ' TO WS-PEND-FILE.
           MOVE SPACES TO WS-PEND-AFTER.
           IF NOT WS-CA-DELETE
               MOVE C2WS-CFG-RECORD TO WS-PEND-AFTER
           END-IF.
           PERFORM WRITE-PENDING-CHANGE THRU
               END-WRITE-PENDING-CHANGE.

       END-HOLD-CFG-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Bring up the JVMQENVR detail screen for the selected action. *
       END-BROWSE-NEXT-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Receive the JVMQENVR detail map, validate it and hold the    *
      *  add or update for approval.                                  *
      *---------------------------------------------------------------*
       SAVE-ENV-RECORD.

       END-CHECK-ONE-NAME.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the validated add or update of the list on JVMQPEND,    *
      *  with the live list as it stands now as the before image.     *
      *---------------------------------------------------------------*
       APPLY-ENV-RECORD.

           MOVE WS-CA-KEY TO WS-REC-KEY.
           MOVE SPACES TO WS-HOLD-RECORD.
           EXEC CICS READ FILE('JVMQENVR')
                     RIDFLD(WS-REC-KEY)
                     INTO(WS-HOLD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-CA-ADD
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE 'List already exists - use action U'
                           TO WS-MSG-TEXT
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO WS-CA-BEFORE
                       PERFORM HOLD-ENV-CHANGE THRU
                           END-HOLD-ENV-CHANGE
                   WHEN OTHER
                       MOVE WS-RESP TO WS-RESP-DISP
                       STRING 'JVMQENVR read failed. Return code='
                              DELIMITED BY SIZE
                              WS-RESP-DISP DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
               END-EVALUATE
           ELSE
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-HOLD-RECORD TO WS-CA-BEFORE
                   PERFORM HOLD-ENV-CHANGE THRU
                       END-HOLD-ENV-CHANGE
               ELSE
                   MOVE 'Record vanished - re-select it'
                       TO WS-MSG-TEXT
       END-APPLY-ENV-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the delete of the JVMQENVR record on PF5 confirmation.  *
      *---------------------------------------------------------------*
       DELETE-ENV-RECORD.

           MOVE WS-CA-KEY TO WS-REC-KEY.
           MOVE SPACES TO WS-HOLD-RECORD.
           EXEC CICS READ FILE('JVMQENVR')
                     RIDFLD(WS-REC-KEY)
                     INTO(WS-HOLD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-HOLD-RECORD TO WS-CA-BEFORE
               PERFORM HOLD-ENV-CHANGE THRU
                   END-HOLD-ENV-CHANGE
           ELSE
               MOVE 'Record vanished - re-select it' TO WS-MSG-TEXT
           END-IF.
       END-DELETE-ENV-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Hold one JVMQENVR change on JVMQPEND.                        *
      *---------------------------------------------------------------*
       HOLD-ENV-CHANGE.

           MOVE 'JVMQENVR' TO WS-PEND-FILE.
           MOVE SPACES TO WS-PEND-AFTER.
           IF NOT WS-CA-DELETE
               MOVE JVMQENVR-RECORD TO WS-PEND-AFTER
           END-IF.
           PERFORM WRITE-PENDING-CHANGE THRU
               END-WRITE-PENDING-CHANGE.

       END-HOLD-ENV-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Hold the change in hand - WS-PEND-FILE, WS-CA-KEY,           *
      *  WS-CA-ACTION, WS-CA-BEFORE and WS-PEND-AFTER - on JVMQPEND   *
      *  as a PENDING request stamped with this operator and the      *
      *  current time. A request already pending for the same         *
      *  record is replaced when this operator keyed it and refused   *
      *  when someone else did (it must be approved or rejected       *
      *  first); a decided request is simply replaced.                *
      *---------------------------------------------------------------*
       WRITE-PENDING-CHANGE.

           MOVE 'N' TO WS-PEND-OK-SW.
           MOVE WS-PEND-FILE TO WS-PEND-KEY-FILE.
           MOVE WS-CA-KEY    TO WS-PEND-KEY-REC.

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
                       PERFORM BUILD-PENDING-RECORD THRU
                           END-BUILD-PENDING-RECORD
                       EXEC CICS REWRITE FILE('JVMQPEND')
                                 FROM(JVMQ-PEND-RECORD)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-PEND-OK TO TRUE
                       END-IF
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM BUILD-PENDING-RECORD THRU
                       END-BUILD-PENDING-RECORD
                   EXEC CICS WRITE FILE('JVMQPEND')
                             FROM(JVMQ-PEND-RECORD)
                             RIDFLD(JVMQP-KEY)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET WS-PEND-OK TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-PEND-OK
               MOVE 'Change held on JVMQPEND - another user must appro
      -            've it on JVMQAPRV' TO WS-MSG-TEXT
           ELSE
               IF WS-MSG-TEXT = SPACES
                   MOVE 'Change not held - see JVMQPEND file state'
                       TO WS-MSG-TEXT
               END-IF
           END-IF.

       END-WRITE-PENDING-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Build the PENDING request from the change in hand.           *
      *---------------------------------------------------------------*
       BUILD-PENDING-RECORD.

           MOVE SPACES         TO JVMQ-PEND-RECORD.
           MOVE WS-PEND-KEY    TO JVMQP-KEY.
           MOVE 'P'            TO JVMQP-STATUS.
           MOVE WS-CA-ACTION   TO JVMQP-ACTION.
           MOVE WS-OPERATOR    TO JVMQP-REQUESTER.
           MOVE WS-CA-BEFORE   TO JVMQP-BEFORE-IMAGE.
           MOVE WS-PEND-AFTER  TO JVMQP-AFTER-IMAGE.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO JVMQP-REQUEST-TS.

       END-BUILD-PENDING-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Edit a free-format numeric screen field: digits accumulate,  *
