       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQAPRV.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Settings change approval queue - the second half of the       *
      * four-eyes rule on JVMQCFG and JVMQENVR. JVMQMNTC (and a       *
      * JVMQHBRW restore) never write those files themselves: each    *
      * add, update or delete is held on JVMQPEND with the record as  *
      * it stood and the record the requester wants. This             *
      * transaction lists those requests on the JVMQPLST map,         *
      * filtered by file and status, a page at a time (PF7/PF8);      *
      * keying S against a row brings up JVMQPDTL with the before     *
      * and after images decoded side by side through the C2WSCFG or  *
      * JVMQENVR layout, as JVMQHBRW shows them.                      *
      *                                                               *
      * From the detail screen PF5 approves and PF6 rejects the       *
      * change. Either decision is refused to the user id that keyed  *
      * the change. An approval re-reads the live record for update,  *
      * refuses to apply when it no longer matches the before image   *
      * (someone else's approved change got there first - the         *
      * request must be rejected and re-keyed), applies the write,    *
      * rewrite or delete, and writes the JVMQHIST record with the    *
      * requester in JVMQH-OPERATOR and this user in JVMQH-APPROVER.  *
      * The request itself stays on JVMQPEND marked APPROVED or       *
      * REJECTED with who decided it and when. A JVMQHBRW restore of  *
      * a JVMQRINT integrity cleanup change reaches the JVMQDCAS or   *
      * JVMQNODS file the same way, decoded through its layout.       *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQHBRW - the    *
      * filter criteria and browse position ride in the COMMAREA     *
      * between AID keys.                                             *
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
      *  Rows on a JVMQPLST page and decoded fields on a JVMQPDTL
      *  page.
       77  LIST-PAGE-ROWS              PIC 9(02) VALUE 10.
       77  DETAIL-PAGE-ROWS            PIC 9(02) VALUE 14.

      *---------------------------------------------------------------*
      *  Pending-change record read from JVMQPEND, the change-history *
      *  record an approval writes, and the live record layouts the   *
      *  images are decoded through - the settings files, and the     *
      *  drift case and node status files a JVMQHBRW restore of a     *
      *  JVMQRINT integrity cleanup change reaches.                   *
      *---------------------------------------------------------------*
       COPY JVMQPEND.
       COPY JVMQHIST.
       COPY C2WSCFG.
       COPY JVMQENVR.
       COPY JVMQDCAS.
       COPY JVMQNODS.

      *---------------------------------------------------------------*
      *  JVMQPMAP symbolic maps and AID values.                       *
      *---------------------------------------------------------------*
       COPY JVMQPMPS.
       COPY DFHAID.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-OPERATOR                 PIC X(08) VALUE SPACES.
       77  WS-MAPFAIL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-MAPFAIL-RECEIVED         VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Browse work fields. WS-BROWSE-KEY mirrors JVMQP-KEY and is   *
      *  the RIDFLD CICS updates as the browse advances.              *
      *---------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BK-FILE              PIC X(08).
           05  WS-BK-REC-KEY           PIC X(36).

       77  WS-ROWS-FILLED              PIC 9(02) VALUE ZERO.
       77  WS-ROW-IDX                  PIC 9(02) VALUE ZERO.
       77  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       77  WS-REC-WANTED-SW            PIC X(01) VALUE 'N'.
           88  WS-REC-WANTED               VALUE 'Y'.
       77  WS-SEL-ROW                  PIC 9(02) VALUE ZERO.
       77  WS-MAP-IDX                  PIC 9(02) VALUE ZERO.
       77  WS-FIELD-FROM               PIC 9(02) VALUE ZERO.
       77  WS-FIELD-TO                 PIC 9(02) VALUE ZERO.
       77  WS-IDX                      PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Decoded before/after field table built by BUILD-DECODED-     *
      *  TABLE - the same table JVMQHBRW builds for a history record. *
      *---------------------------------------------------------------*
       01  WS-DECODED-TABLE.
           05  WS-DF-ENTRY OCCURS 30 TIMES.
               10  WS-DF-LABEL         PIC X(12).
               10  WS-DF-BEFORE        PIC X(32).
               10  WS-DF-AFTER         PIC X(32).
       77  WS-DF-COUNT                 PIC 9(02) VALUE ZERO.
       77  WS-DF-IDX                   PIC 9(02) VALUE ZERO.
      *  B = decoding the before image, A = the after image.
       77  WS-DECODE-SIDE              PIC X(01) VALUE 'B'.
       77  WS-IMAGE-EMPTY-SW           PIC X(01) VALUE 'N'.
           88  WS-IMAGE-EMPTY              VALUE 'Y'.
       01  WS-IMAGE-WORK               PIC X(810) VALUE SPACES.
       77  WS-SDV-LABEL                PIC X(12) VALUE SPACES.
       77  WS-SDV-VALUE                PIC X(32) VALUE SPACES.
       77  WS-DISP-9                   PIC 9(09) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Decision work fields (see APPROVE-PENDING-CHANGE). The live  *
      *  file is reached generically - file name and record length    *
      *  picked by the request's JVMQP-FILE. WS-REC-KEY is sized for  *
      *  the longest live key (JVMQDC-KEY); CICS takes the file's own *
      *  key length from the front of it.                             *
      *---------------------------------------------------------------*
       77  WS-LIVE-FILE                PIC X(08) VALUE SPACES.
       77  WS-LIVE-LEN                 PIC S9(4) COMP VALUE ZERO.
       77  WS-REC-KEY                  PIC X(36) VALUE SPACES.
       01  WS-HOLD-RECORD              PIC X(810) VALUE SPACES.
       01  WS-APPLY-IMAGE              PIC X(810) VALUE SPACES.
       77  WS-DECIDE-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-DECIDE-OK                VALUE 'Y'.
       77  WS-APPLY-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-APPLY-OK                 VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Timestamp work fields for the decision and history stamps.   *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TS                   PIC X(26) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Formatted screen lines.                                      *
      *---------------------------------------------------------------*
       01  WS-LIST-LINE.
           05  WS-LL-REQUEST-TS        PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-FILE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-REC-KEY           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-REQUESTER         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-DECIDED-BY        PIC X(08).

       01  WS-DETAIL-LINE.
           05  WS-DL-LABEL             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-BEFORE            PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-AFTER             PIC X(32).

       01  WS-MSG-TEXT                 PIC X(79) VALUE SPACES.
       77  WS-PAGE-DISP                PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Pseudo-conversational state, round-tripped on every RETURN.  *
      *  Page N's start key is remembered in WS-CA-PAGE-KEY(N) as the *
      *  pages are built, so PF7 can rebuild an earlier page without  *
      *  a backwards browse - the same scheme as JVMQHBRW.            *
      *---------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-MODE              PIC X(01).
               88  WS-CA-LIST-MODE         VALUE 'L'.
               88  WS-CA-DETAIL-MODE       VALUE 'D'.
           05  WS-CA-FILE              PIC X(08).
      *    Space = PENDING only, A or R = that status, * = all.
           05  WS-CA-STATUS            PIC X(01).
           05  WS-CA-PAGE-NO           PIC 9(03).
           05  WS-CA-MORE-SW           PIC X(01).
               88  WS-CA-MORE-PAGES        VALUE 'Y'.
           05  WS-CA-ROW-COUNT         PIC 9(02).
           05  WS-CA-DTL-KEY           PIC X(44).
           05  WS-CA-DTL-OFFSET        PIC 9(02).
      *    Decoded-field count of the request on the detail screen,
      *    remembered here because each AID key starts a fresh task.
           05  WS-CA-DTL-FIELDS        PIC 9(02).
           05  WS-CA-PAGE-KEY OCCURS 50 TIMES
                                       PIC X(44).
           05  WS-CA-ROW-KEY  OCCURS 10 TIMES
                                       PIC X(44).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-SAVED-STATE          PIC X(2704).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC.

           IF EIBCALEN = 0
      *        First entry for this pseudo-conversation - paint a
      *        blank selection map and come back on the next AID key.
               MOVE 'L'    TO WS-CA-MODE
               MOVE SPACES TO WS-CA-FILE
               MOVE SPACES TO WS-CA-STATUS
               MOVE ZERO   TO WS-CA-PAGE-NO
               MOVE 'N'    TO WS-CA-MORE-SW
               MOVE ZERO   TO WS-CA-ROW-COUNT
               MOVE ZERO   TO WS-CA-DTL-OFFSET
               MOVE ZERO   TO WS-CA-DTL-FIELDS
               EXEC CICS SEND MAP('JVMQPLST')
                         MAPSET('JVMQPMAP')
                         ERASE
                         MAPONLY
                         FREEKB
               END-EXEC
               EXEC CICS RETURN TRANSID(EIBTRNID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA) END-EXEC
           ELSE
               MOVE CA-SAVED-STATE TO WS-COMMAREA
               IF EIBAID = DFHPF3 AND WS-CA-LIST-MODE
                   EXEC CICS SEND CONTROL FREEKB END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               IF EIBAID = DFHCLEAR
                   EXEC CICS SEND CONTROL FREEKB END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               IF WS-CA-DETAIL-MODE
                   PERFORM HANDLE-DETAIL-AID THRU
                       END-HANDLE-DETAIL-AID
               ELSE
                   PERFORM HANDLE-LIST-AID THRU
                       END-HANDLE-LIST-AID
               END-IF
               EXEC CICS RETURN TRANSID(EIBTRNID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA) END-EXEC
           END-IF.

           GOBACK.

      *---------------------------------------------------------------*
      *  Drive one AID key while the list map is up: ENTER runs a new *
      *  query (or opens the detail view when a row is selected),     *
      *  PF7/PF8 page backwards/forwards through the current query.   *
      *---------------------------------------------------------------*
       HANDLE-LIST-AID.

           EVALUATE EIBAID
               WHEN DFHPF8
                   IF WS-CA-MORE-PAGES
                       IF WS-CA-PAGE-NO < 50
                           ADD 1 TO WS-CA-PAGE-NO
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       ELSE
                           MOVE 'Page limit reached' TO WS-MSG-TEXT
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       END-IF
                   ELSE
                       MOVE 'Already at last page' TO WS-MSG-TEXT
                       IF WS-CA-PAGE-NO > 0
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       ELSE
      *                    No query has run yet - nothing to page.
                           PERFORM SEND-LIST-PROMPT THRU
                               END-SEND-LIST-PROMPT
                       END-IF
                   END-IF
               WHEN DFHPF7
                   IF WS-CA-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-CA-PAGE-NO
                       PERFORM BUILD-LIST-PAGE THRU
                           END-BUILD-LIST-PAGE
                   ELSE
                       MOVE 'Already at first page' TO WS-MSG-TEXT
                       IF WS-CA-PAGE-NO = 1
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       ELSE
                           PERFORM SEND-LIST-PROMPT THRU
                               END-SEND-LIST-PROMPT
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM RECEIVE-LIST-MAP THRU
                       END-RECEIVE-LIST-MAP
                   IF WS-MAPFAIL-RECEIVED
      *                Nothing keyed - ENTER on a fresh screen lists
      *                everything still awaiting a decision.
                       PERFORM START-NEW-QUERY THRU
                           END-START-NEW-QUERY
                   ELSE
                       PERFORM FIND-SELECTED-ROW THRU
                           END-FIND-SELECTED-ROW
                       IF WS-SEL-ROW > 0
                           SET WS-CA-DETAIL-MODE TO TRUE
                           MOVE WS-CA-ROW-KEY(WS-SEL-ROW) TO
                               WS-CA-DTL-KEY
                           MOVE ZERO TO WS-CA-DTL-OFFSET
                           PERFORM BUILD-DETAIL THRU
                               END-BUILD-DETAIL
                       ELSE
                           PERFORM START-NEW-QUERY THRU
                               END-START-NEW-QUERY
                       END-IF
                   END-IF
           END-EVALUATE.

       END-HANDLE-LIST-AID.   EXIT.

      *---------------------------------------------------------------*
      *  Receive the list map. MAPFAIL (ENTER with no field changed)  *
      *  is flagged so the caller can keep the criteria in hand.      *
      *---------------------------------------------------------------*
       RECEIVE-LIST-MAP.

           MOVE 'N' TO WS-MAPFAIL-SWITCH.

           EXEC CICS RECEIVE MAP('JVMQPLST')
                     MAPSET('JVMQPMAP')
                     INTO(JVMQPLSTI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'Y' TO WS-MAPFAIL-SWITCH
               MOVE LOW-VALUES TO JVMQPLSTI
           END-IF.

       END-RECEIVE-LIST-MAP.   EXIT.

      *---------------------------------------------------------------*
      *  Look for an S keyed against one of the displayed rows,       *
      *  leaving its row number in WS-SEL-ROW (zero when none).       *
      *---------------------------------------------------------------*
       FIND-SELECTED-ROW.

           MOVE ZERO TO WS-SEL-ROW.
           PERFORM TEST-ONE-SELECTION THRU
               END-TEST-ONE-SELECTION
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-CA-ROW-COUNT
                  OR WS-SEL-ROW > 0.

       END-FIND-SELECTED-ROW.   EXIT.

      *---------------------------------------------------------------*
      *  Test one row's selection byte.                               *
      *---------------------------------------------------------------*
       TEST-ONE-SELECTION.

           EVALUATE WS-ROW-IDX
               WHEN 1
                   IF PSL01I = 'S' OR PSL01I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 2
                   IF PSL02I = 'S' OR PSL02I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 3
                   IF PSL03I = 'S' OR PSL03I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 4
                   IF PSL04I = 'S' OR PSL04I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 5
                   IF PSL05I = 'S' OR PSL05I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 6
                   IF PSL06I = 'S' OR PSL06I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 7
                   IF PSL07I = 'S' OR PSL07I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 8
                   IF PSL08I = 'S' OR PSL08I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 9
                   IF PSL09I = 'S' OR PSL09I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 10
                   IF PSL10I = 'S' OR PSL10I = 's'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
           END-EVALUATE.

       END-TEST-ONE-SELECTION.   EXIT.

      *---------------------------------------------------------------*
      *  Start a fresh query from the criteria just keyed: remember   *
      *  them in the COMMAREA, seed page 1's start key and build the  *
      *  first page.                                                  *
      *---------------------------------------------------------------*
       START-NEW-QUERY.

      *    A criterion field the 3270 did not transmit arrives as
      *    LOW-VALUES - keep the criterion already in hand (what the
      *    operator still sees on the screen) rather than filtering
      *    on nulls.
           IF PFILEI NOT = LOW-VALUES
               MOVE PFILEI TO WS-CA-FILE
           END-IF.
           IF PSTSI NOT = LOW-VALUES
               MOVE PSTSI  TO WS-CA-STATUS
           END-IF.
           IF WS-CA-STATUS = 'a'
               MOVE 'A' TO WS-CA-STATUS
           END-IF.
           IF WS-CA-STATUS = 'r'
               MOVE 'R' TO WS-CA-STATUS
           END-IF.
           IF WS-CA-STATUS = 'P' OR WS-CA-STATUS = 'p'
               MOVE SPACE TO WS-CA-STATUS
           END-IF.

           IF WS-CA-STATUS NOT = SPACE
              AND WS-CA-STATUS NOT = 'A'
              AND WS-CA-STATUS NOT = 'R'
              AND WS-CA-STATUS NOT = '*'
               MOVE 'Status must be blank, A, R or *' TO WS-MSG-TEXT
               MOVE ZERO TO WS-CA-PAGE-NO
               MOVE ZERO TO WS-CA-ROW-COUNT
               MOVE 'N'  TO WS-CA-MORE-SW
               PERFORM SEND-LIST-PROMPT THRU
                   END-SEND-LIST-PROMPT
           ELSE
               MOVE 1   TO WS-CA-PAGE-NO
               MOVE 'N' TO WS-CA-MORE-SW

      *        JVMQPEND is keyed file first, so a file filter seeds
      *        the browse start; the status filters per record.
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               IF WS-CA-FILE NOT = SPACES
                   MOVE WS-CA-FILE TO WS-BK-FILE
               END-IF
               MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY(1)

               PERFORM BUILD-LIST-PAGE THRU
                   END-BUILD-LIST-PAGE
           END-IF.

       END-START-NEW-QUERY.   EXIT.

      *---------------------------------------------------------------*
      *  Build and send the list page starting at                     *
      *  WS-CA-PAGE-KEY(WS-CA-PAGE-NO): browse forward through the    *
      *  KSDS collecting requests that match the criteria, peeking    *
      *  one matching record further to learn whether a next page     *
      *  exists (its key is remembered as that page's start).         *
      *---------------------------------------------------------------*
       BUILD-LIST-PAGE.

           MOVE LOW-VALUES TO JVMQPLSTO.
           MOVE ZERO TO WS-ROWS-FILLED.
           MOVE ZERO TO WS-CA-ROW-COUNT.
           MOVE 'N'  TO WS-CA-MORE-SW.
           MOVE 'N'  TO WS-BROWSE-DONE-SW.

           MOVE WS-CA-PAGE-KEY(WS-CA-PAGE-NO) TO WS-BROWSE-KEY.

           EXEC CICS STARTBR FILE('JVMQPEND')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-REQUEST THRU
                   END-BROWSE-ONE-REQUEST
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('JVMQPEND')
                         RESP(WS-RESP2)
               END-EXEC
           END-IF.

           MOVE WS-ROWS-FILLED TO WS-CA-ROW-COUNT.

           IF WS-MSG-TEXT = SPACES
               IF WS-ROWS-FILLED = ZERO
                   MOVE 'No change requests match the selection'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE WS-CA-PAGE-NO TO WS-PAGE-DISP
                   IF WS-CA-MORE-PAGES
                       STRING 'Page ' DELIMITED BY SIZE
                              WS-PAGE-DISP DELIMITED BY SIZE
                              ' - press PF8 for more'
                              DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                   ELSE
                       STRING 'Page ' DELIMITED BY SIZE
                              WS-PAGE-DISP DELIMITED BY SIZE
                              ' - last page' DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                   END-IF
               END-IF
           END-IF.

           PERFORM SEND-LIST-PROMPT THRU
               END-SEND-LIST-PROMPT.

       END-BUILD-LIST-PAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Read one record of the browse. A record for a later file     *
      *  than the file filter ends the browse early (the KSDS is      *
      *  keyed file first, so nothing later can match); a matching    *
      *  record past the tenth becomes the peek that seeds the next   *
      *  page's start key.                                            *
      *---------------------------------------------------------------*
       BROWSE-ONE-REQUEST.

           EXEC CICS READNEXT FILE('JVMQPEND')
                     INTO(JVMQ-PEND-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE 'N' TO WS-REC-WANTED-SW
               PERFORM MATCH-PEND-RECORD THRU
                   END-MATCH-PEND-RECORD
               IF WS-REC-WANTED
                   IF WS-ROWS-FILLED < LIST-PAGE-ROWS
                       ADD 1 TO WS-ROWS-FILLED
                       MOVE JVMQP-KEY TO
                           WS-CA-ROW-KEY(WS-ROWS-FILLED)
                       PERFORM FORMAT-LIST-ROW THRU
                           END-FORMAT-LIST-ROW
                   ELSE
      *                The peek: a next page exists and starts here.
                       SET WS-CA-MORE-PAGES TO TRUE
                       IF WS-CA-PAGE-NO < 50
                           MOVE JVMQP-KEY TO
                               WS-CA-PAGE-KEY(WS-CA-PAGE-NO + 1)
                       END-IF
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-BROWSE-ONE-REQUEST.   EXIT.

      *---------------------------------------------------------------*
      *  Decide whether the request just read matches the criteria,   *
      *  ending the browse when the key order says nothing later      *
      *  can.                                                         *
      *---------------------------------------------------------------*
       MATCH-PEND-RECORD.

           IF WS-CA-FILE NOT = SPACES
              AND JVMQP-FILE > WS-CA-FILE
      *        Keyed past the file asked for - stop.
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               SET WS-REC-WANTED TO TRUE
               EVALUATE WS-CA-STATUS
                   WHEN SPACE
                       IF NOT JVMQP-PENDING
                           MOVE 'N' TO WS-REC-WANTED-SW
                       END-IF
                   WHEN '*'
                       CONTINUE
                   WHEN OTHER
                       IF JVMQP-STATUS NOT = WS-CA-STATUS
                           MOVE 'N' TO WS-REC-WANTED-SW
                       END-IF
               END-EVALUATE
           END-IF.

       END-MATCH-PEND-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Format the request just read into its PLNnn display line.    *
      *---------------------------------------------------------------*
       FORMAT-LIST-ROW.

           MOVE JVMQP-REQUEST-TS TO WS-LL-REQUEST-TS.
           MOVE JVMQP-FILE       TO WS-LL-FILE.
           MOVE JVMQP-REC-KEY    TO WS-LL-REC-KEY.
           MOVE JVMQP-REQUESTER  TO WS-LL-REQUESTER.
           MOVE JVMQP-ACTION     TO WS-LL-ACTION.
           MOVE JVMQP-STATUS     TO WS-LL-STATUS.
           MOVE JVMQP-DECIDED-BY TO WS-LL-DECIDED-BY.

           EVALUATE WS-ROWS-FILLED
               WHEN 1  MOVE WS-LIST-LINE TO PLN01O
               WHEN 2  MOVE WS-LIST-LINE TO PLN02O
               WHEN 3  MOVE WS-LIST-LINE TO PLN03O
               WHEN 4  MOVE WS-LIST-LINE TO PLN04O
               WHEN 5  MOVE WS-LIST-LINE TO PLN05O
               WHEN 6  MOVE WS-LIST-LINE TO PLN06O
               WHEN 7  MOVE WS-LIST-LINE TO PLN07O
               WHEN 8  MOVE WS-LIST-LINE TO PLN08O
               WHEN 9  MOVE WS-LIST-LINE TO PLN09O
               WHEN 10 MOVE WS-LIST-LINE TO PLN10O
           END-EVALUATE.

       END-FORMAT-LIST-ROW.   EXIT.

      *---------------------------------------------------------------*
      *  Send the list map with the current criteria echoed back and  *
      *  the cursor in the file field.                                *
      *---------------------------------------------------------------*
       SEND-LIST-PROMPT.

           MOVE WS-CA-FILE       TO PFILEO.
           MOVE WS-CA-STATUS     TO PSTSO.
           MOVE WS-MSG-TEXT      TO PMSGO.
           MOVE SPACES           TO WS-MSG-TEXT.
           MOVE -1               TO PFILEL.

           EXEC CICS SEND MAP('JVMQPLST')
                     MAPSET('JVMQPMAP')
                     FROM(JVMQPLSTO)
                     ERASE
                     CURSOR
                     FREEKB
           END-EXEC.

       END-SEND-LIST-PROMPT.   EXIT.

      *---------------------------------------------------------------*
      *  Drive one AID key while the detail map is up: PF7/PF8 page   *
      *  through the decoded fields, PF5 approves, PF6 rejects, PF3   *
      *  returns to the list.                                         *
      *---------------------------------------------------------------*
       HANDLE-DETAIL-AID.

           EVALUATE EIBAID
               WHEN DFHPF3
                   SET WS-CA-LIST-MODE TO TRUE
                   PERFORM BUILD-LIST-PAGE THRU
                       END-BUILD-LIST-PAGE
               WHEN DFHPF8
                   IF WS-CA-DTL-OFFSET + DETAIL-PAGE-ROWS <
                           WS-CA-DTL-FIELDS
                       ADD DETAIL-PAGE-ROWS TO WS-CA-DTL-OFFSET
                   ELSE
                       MOVE 'Already at end of fields' TO WS-MSG-TEXT
                   END-IF
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
               WHEN DFHPF7
                   IF WS-CA-DTL-OFFSET > 0
                       IF WS-CA-DTL-OFFSET > DETAIL-PAGE-ROWS
                           SUBTRACT DETAIL-PAGE-ROWS FROM
                               WS-CA-DTL-OFFSET
                       ELSE
                           MOVE ZERO TO WS-CA-DTL-OFFSET
                       END-IF
                   ELSE
                       MOVE 'Already at start of fields'
                           TO WS-MSG-TEXT
                   END-IF
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
               WHEN DFHPF5
                   PERFORM APPROVE-PENDING-CHANGE THRU
                       END-APPROVE-PENDING-CHANGE
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
               WHEN DFHPF6
                   PERFORM REJECT-PENDING-CHANGE THRU
                       END-REJECT-PENDING-CHANGE
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
               WHEN OTHER
                   PERFORM BUILD-DETAIL THRU
                       END-BUILD-DETAIL
           END-EVALUATE.

       END-HANDLE-DETAIL-AID.   EXIT.

      *---------------------------------------------------------------*
      *  Read the selected request, decode its before and after       *
      *  images through the right settings layout and paint the       *
      *  detail map from WS-CA-DTL-OFFSET on. A request gone since    *
      *  the list was built drops the operator back on the list with  *
      *  a message.                                                   *
      *---------------------------------------------------------------*
       BUILD-DETAIL.

           MOVE WS-CA-DTL-KEY TO WS-BROWSE-KEY.

           EXEC CICS READ FILE('JVMQPEND')
                     RIDFLD(WS-BROWSE-KEY)
                     INTO(JVMQ-PEND-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-CA-LIST-MODE TO TRUE
               MOVE 'Change request no longer on file' TO WS-MSG-TEXT
               PERFORM BUILD-LIST-PAGE THRU
                   END-BUILD-LIST-PAGE
           ELSE
               MOVE LOW-VALUES TO JVMQPDTLO
               MOVE JVMQP-FILE       TO PDFILO
               MOVE JVMQP-REC-KEY    TO PDKEYO
               MOVE JVMQP-ACTION     TO PDACTO
               MOVE JVMQP-STATUS     TO PDSTSO
               MOVE JVMQP-REQUESTER  TO PDREQO
               MOVE JVMQP-REQUEST-TS TO PDRTSO
               MOVE JVMQP-DECIDED-BY TO PDDECO
               MOVE JVMQP-DECIDED-TS TO PDDTSO

               PERFORM BUILD-DECODED-TABLE THRU
                   END-BUILD-DECODED-TABLE
               MOVE WS-DF-COUNT TO WS-CA-DTL-FIELDS

               COMPUTE WS-FIELD-FROM = WS-CA-DTL-OFFSET + 1
               COMPUTE WS-FIELD-TO =
                   WS-CA-DTL-OFFSET + DETAIL-PAGE-ROWS
               IF WS-FIELD-TO > WS-DF-COUNT
                   MOVE WS-DF-COUNT TO WS-FIELD-TO
               END-IF
               PERFORM FORMAT-DETAIL-LINE THRU
                   END-FORMAT-DETAIL-LINE
                   VARYING WS-DF-IDX FROM WS-FIELD-FROM BY 1
                   UNTIL WS-DF-IDX > WS-FIELD-TO

               IF WS-MSG-TEXT = SPACES
                   IF WS-FIELD-TO < WS-DF-COUNT
                       MOVE 'More fields - press PF8' TO WS-MSG-TEXT
                   ELSE
                       IF JVMQP-PENDING
                           MOVE 'End of fields - PF5 approves, PF6 rej
      -                        'ects, PF3 returns to list'
                               TO WS-MSG-TEXT
                       ELSE
                           MOVE 'End of fields - already decided, PF3
      -                        ' returns to list' TO WS-MSG-TEXT
                       END-IF
                   END-IF
               END-IF
               MOVE WS-MSG-TEXT TO PDMSGO
               MOVE SPACES      TO WS-MSG-TEXT

               EXEC CICS SEND MAP('JVMQPDTL')
                         MAPSET('JVMQPMAP')
                         FROM(JVMQPDTLO)
                         ERASE
                         FREEKB
               END-EXEC
           END-IF.

       END-BUILD-DETAIL.   EXIT.

      *---------------------------------------------------------------*
      *  Decode the before and after images into the side-by-side     *
      *  field table, through the settings layout the request's file  *
      *  name selects. The before pass lays the labels down; the      *
      *  after pass fills its column into the same rows.              *
      *---------------------------------------------------------------*
       BUILD-DECODED-TABLE.

           MOVE ZERO TO WS-DF-COUNT.

           EVALUATE JVMQP-FILE
               WHEN 'JVMQCFG '
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQP-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CFG-IMAGE THRU
                       END-DECODE-CFG-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQP-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CFG-IMAGE THRU
                       END-DECODE-CFG-IMAGE
               WHEN 'JVMQENVR'
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQP-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-ENV-IMAGE THRU
                       END-DECODE-ENV-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQP-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-ENV-IMAGE THRU
                       END-DECODE-ENV-IMAGE
               WHEN 'JVMQDCAS'
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQP-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CASE-IMAGE THRU
                       END-DECODE-CASE-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQP-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-CASE-IMAGE THRU
                       END-DECODE-CASE-IMAGE
               WHEN 'JVMQNODS'
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE JVMQP-BEFORE-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-NODE-IMAGE THRU
                       END-DECODE-NODE-IMAGE
                   MOVE 'A' TO WS-DECODE-SIDE
                   MOVE JVMQP-AFTER-IMAGE TO WS-IMAGE-WORK
                   PERFORM DECODE-NODE-IMAGE THRU
                       END-DECODE-NODE-IMAGE
               WHEN OTHER
      *            A file this screen does not know how to decode -
      *            say so rather than paint garbage.
                   MOVE 'B' TO WS-DECODE-SIDE
                   MOVE ZERO TO WS-DF-IDX
                   MOVE 'RECORD'           TO WS-SDV-LABEL
                   MOVE '(unknown layout)' TO WS-SDV-VALUE
                   PERFORM SET-DECODED-VALUE THRU
                       END-SET-DECODED-VALUE
           END-EVALUATE.

       END-BUILD-DECODED-TABLE.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one C2WS-CFG-RECORD image into the current column.    *
      *  An all-spaces image (the before side of an add, the after    *
      *  side of a delete) shows every field blank instead of         *
      *  decoding binary fields that are not there.                   *
      *---------------------------------------------------------------*
       DECODE-CFG-IMAGE.

           MOVE ZERO TO WS-DF-IDX.
           IF WS-IMAGE-WORK = SPACES
               MOVE 'Y' TO WS-IMAGE-EMPTY-SW
           ELSE
               MOVE 'N' TO WS-IMAGE-EMPTY-SW
               MOVE WS-IMAGE-WORK TO C2WS-CFG-RECORD
           END-IF.

           MOVE 'ENV ID' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-ENV-ID TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'URI' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-SERVICE-URI TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'CONN TIMEOUT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-CONNECT-TIMEOUT TO WS-DISP-9
               MOVE WS-DISP-9 TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'RECV TIMEOUT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-RECV-TIMEOUT TO WS-DISP-9
               MOVE WS-DISP-9 TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'RETRY MAX' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-RETRY-MAX TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'RETRY DELAY' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-RETRY-DELAY TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'WARN PCT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-TIMEOUT-WARN-PCT TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'CACHE SECS' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-CACHE-SECS TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'SVC COUNT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-SVC-COUNT TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           PERFORM DECODE-ONE-CFG-NODE THRU
               END-DECODE-ONE-CFG-NODE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 8.

       END-DECODE-CFG-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one node-table entry (name and URI) into the column.  *
      *---------------------------------------------------------------*
       DECODE-ONE-CFG-NODE.

           MOVE SPACES TO WS-SDV-LABEL.
           STRING 'NODE ' DELIMITED BY SIZE
                  WS-IDX DELIMITED BY SIZE
                  ' NAME' DELIMITED BY SIZE
                  INTO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-SVC-NAME(WS-IDX) TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE SPACES TO WS-SDV-LABEL.
           STRING 'NODE ' DELIMITED BY SIZE
                  WS-IDX DELIMITED BY SIZE
                  ' URI' DELIMITED BY SIZE
                  INTO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE C2WS-CFG-SVC-URI(WS-IDX) TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

       END-DECODE-ONE-CFG-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one JVMQENVR-RECORD image into the current column.    *
      *---------------------------------------------------------------*
       DECODE-ENV-IMAGE.

           MOVE ZERO TO WS-DF-IDX.
           IF WS-IMAGE-WORK = SPACES
               MOVE 'Y' TO WS-IMAGE-EMPTY-SW
           ELSE
               MOVE 'N' TO WS-IMAGE-EMPTY-SW
               MOVE WS-IMAGE-WORK TO JVMQENVR-RECORD
           END-IF.

           MOVE 'LIST ID' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQENVR-LIST-ID TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           MOVE 'NAME COUNT' TO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQENVR-COUNT TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

           PERFORM DECODE-ONE-ENV-NAME THRU
               END-DECODE-ONE-ENV-NAME
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 25.

       END-DECODE-ENV-IMAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Decode one default-list name into the column.                *
      *---------------------------------------------------------------*
       DECODE-ONE-ENV-NAME.

           MOVE SPACES TO WS-SDV-LABEL.
           STRING 'NAME ' DELIMITED BY SIZE
                  WS-IDX DELIMITED BY SIZE
                  INTO WS-SDV-LABEL.
           IF WS-IMAGE-EMPTY
               MOVE SPACES TO WS-SDV-VALUE
           ELSE
               MOVE JVMQENVR-NAME(WS-IDX) TO WS-SDV-VALUE
           END-IF.
           PERFORM SET-DECODED-VALUE THRU
               END-SET-DECODED-VALUE.

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
      *  its column into the row the before pass created.             *
      *---------------------------------------------------------------*
       SET-DECODED-VALUE.

           ADD 1 TO WS-DF-IDX.
           IF WS-DF-IDX NOT > 30
               IF WS-DECODE-SIDE = 'B'
                   MOVE WS-SDV-LABEL TO WS-DF-LABEL(WS-DF-IDX)
                   MOVE WS-SDV-VALUE TO WS-DF-BEFORE(WS-DF-IDX)
                   MOVE SPACES       TO WS-DF-AFTER(WS-DF-IDX)
                   MOVE WS-DF-IDX    TO WS-DF-COUNT
               ELSE
                   MOVE WS-SDV-VALUE TO WS-DF-AFTER(WS-DF-IDX)
               END-IF
           END-IF.

       END-SET-DECODED-VALUE.   EXIT.

      *---------------------------------------------------------------*
      *  Format one decoded field onto its PDLnn screen line.         *
      *---------------------------------------------------------------*
       FORMAT-DETAIL-LINE.

           MOVE WS-DF-LABEL(WS-DF-IDX)  TO WS-DL-LABEL.
           MOVE WS-DF-BEFORE(WS-DF-IDX) TO WS-DL-BEFORE.
           MOVE WS-DF-AFTER(WS-DF-IDX)  TO WS-DL-AFTER.

           COMPUTE WS-MAP-IDX = WS-DF-IDX - WS-CA-DTL-OFFSET.
           EVALUATE WS-MAP-IDX
               WHEN 1  MOVE WS-DETAIL-LINE TO PDL01O
               WHEN 2  MOVE WS-DETAIL-LINE TO PDL02O
               WHEN 3  MOVE WS-DETAIL-LINE TO PDL03O
               WHEN 4  MOVE WS-DETAIL-LINE TO PDL04O
               WHEN 5  MOVE WS-DETAIL-LINE TO PDL05O
               WHEN 6  MOVE WS-DETAIL-LINE TO PDL06O
               WHEN 7  MOVE WS-DETAIL-LINE TO PDL07O
               WHEN 8  MOVE WS-DETAIL-LINE TO PDL08O
               WHEN 9  MOVE WS-DETAIL-LINE TO PDL09O
               WHEN 10 MOVE WS-DETAIL-LINE TO PDL10O
               WHEN 11 MOVE WS-DETAIL-LINE TO PDL11O
               WHEN 12 MOVE WS-DETAIL-LINE TO PDL12O
               WHEN 13 MOVE WS-DETAIL-LINE TO PDL13O
               WHEN 14 MOVE WS-DETAIL-LINE TO PDL14O
           END-EVALUATE.

       END-FORMAT-DETAIL-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Read the request on screen for update and check this user    *
      *  may decide it: it must still be PENDING, and the user id     *
      *  deciding it must not be the one that keyed it. On any        *
      *  refusal the record is unlocked and WS-DECIDE-OK stays off.   *
      *---------------------------------------------------------------*
       READ-REQUEST-FOR-DECISION.

           MOVE 'N' TO WS-DECIDE-OK-SW.
           MOVE WS-CA-DTL-KEY TO WS-BROWSE-KEY.

           EXEC CICS READ FILE('JVMQPEND')
                     RIDFLD(WS-BROWSE-KEY)
                     INTO(JVMQ-PEND-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Change request no longer on file'
                       TO WS-MSG-TEXT
               WHEN NOT JVMQP-PENDING
                   EXEC CICS UNLOCK FILE('JVMQPEND')
                             RESP(WS-RESP2)
                   END-EXEC
                   MOVE 'Change already decided - nothing to do'
                       TO WS-MSG-TEXT
               WHEN JVMQP-REQUESTER = WS-OPERATOR
                   EXEC CICS UNLOCK FILE('JVMQPEND')
                             RESP(WS-RESP2)
                   END-EXEC
                   MOVE 'Your own change - a different user id must ap
      -                'prove or reject it' TO WS-MSG-TEXT
               WHEN OTHER
                   SET WS-DECIDE-OK TO TRUE
           END-EVALUATE.

       END-READ-REQUEST-FOR-DECISION.   EXIT.

      *---------------------------------------------------------------*
      *  Approve the request on screen: apply it to the live file,    *
      *  write the JVMQHIST record, and mark the request APPROVED.    *
      *  A request that cannot be applied stays PENDING.              *
      *---------------------------------------------------------------*
       APPROVE-PENDING-CHANGE.

           PERFORM READ-REQUEST-FOR-DECISION THRU
               END-READ-REQUEST-FOR-DECISION.

           IF WS-DECIDE-OK
               PERFORM APPLY-TO-LIVE-FILE THRU
                   END-APPLY-TO-LIVE-FILE
               IF WS-APPLY-OK
                   PERFORM BUILD-NOW-TIMESTAMP THRU
                       END-BUILD-NOW-TIMESTAMP
                   PERFORM WRITE-HISTORY-RECORD THRU
                       END-WRITE-HISTORY-RECORD
                   MOVE 'A'         TO JVMQP-STATUS
                   MOVE WS-OPERATOR TO JVMQP-DECIDED-BY
                   MOVE WS-NOW-TS   TO JVMQP-DECIDED-TS
                   EXEC CICS REWRITE FILE('JVMQPEND')
                             FROM(JVMQ-PEND-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Change approved and applied - JVMQHIST upd
      -                    'ated' TO WS-MSG-TEXT
                   ELSE
                       MOVE 'Change applied but request not marked - s
      -                    'ee JVMQPEND file state' TO WS-MSG-TEXT
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE('JVMQPEND')
                             RESP(WS-RESP2)
                   END-EXEC
               END-IF
           END-IF.

       END-APPROVE-PENDING-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Apply the request in JVMQ-PEND-RECORD to the live file it    *
      *  names. The live record must still be what the requester saw: *
      *  absent for an add, equal to the before image for an update   *
      *  or delete. Anything else means another change reached the    *
      *  record first, and applying this one would silently undo it.  *
      *  JVMQP-REC-KEY carries the full live key for every file, so   *
      *  a drift case or node status record is read on it as is.      *
      *---------------------------------------------------------------*
       APPLY-TO-LIVE-FILE.

           MOVE 'N' TO WS-APPLY-OK-SW.
           MOVE JVMQP-FILE    TO WS-LIVE-FILE.
           MOVE JVMQP-REC-KEY TO WS-REC-KEY.
           MOVE JVMQP-AFTER-IMAGE TO WS-APPLY-IMAGE.

           EVALUATE JVMQP-FILE
               WHEN 'JVMQCFG '
                   MOVE LENGTH OF C2WS-CFG-RECORD TO WS-LIVE-LEN
               WHEN 'JVMQENVR'
                   MOVE LENGTH OF JVMQENVR-RECORD TO WS-LIVE-LEN
               WHEN 'JVMQDCAS'
                   MOVE LENGTH OF JVMQ-DRIFT-CASE-RECORD TO WS-LIVE-LEN
               WHEN 'JVMQNODS'
                   MOVE LENGTH OF JVMQ-NODE-STATUS-RECORD TO WS-LIVE-LEN
               WHEN OTHER
                   MOVE ZERO TO WS-LIVE-LEN
                   MOVE 'Unknown file - cannot apply' TO WS-MSG-TEXT
           END-EVALUATE.

           IF WS-LIVE-LEN > ZERO
               MOVE SPACES TO WS-HOLD-RECORD
               EXEC CICS READ FILE(WS-LIVE-FILE)
                         RIDFLD(WS-REC-KEY)
                         INTO(WS-HOLD-RECORD)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       IF JVMQP-ACTION-ADD
                           EXEC CICS WRITE FILE(WS-LIVE-FILE)
                                     FROM(WS-APPLY-IMAGE)
                                     RIDFLD(WS-REC-KEY)
                                     LENGTH(WS-LIVE-LEN)
                                     RESP(WS-RESP)
                           END-EXEC
                           IF WS-RESP = DFHRESP(NORMAL)
                               SET WS-APPLY-OK TO TRUE
                           ELSE
                               MOVE 'Approve failed - see live file st
      -                            'ate' TO WS-MSG-TEXT
                           END-IF
                       ELSE
                           MOVE 'Live record changed since the request
      -                        ' - reject it and re-key' TO WS-MSG-TEXT
                       END-IF
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'Approve failed - see live file state'
                           TO WS-MSG-TEXT
                   WHEN JVMQP-ACTION-ADD
                      OR WS-HOLD-RECORD NOT = JVMQP-BEFORE-IMAGE
                       EXEC CICS UNLOCK FILE(WS-LIVE-FILE)
                                 RESP(WS-RESP2)
                       END-EXEC
                       MOVE 'Live record changed since the request - r
      -                    'eject it and re-key' TO WS-MSG-TEXT
                   WHEN JVMQP-ACTION-DELETE
                       EXEC CICS DELETE FILE(WS-LIVE-FILE)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-APPLY-OK TO TRUE
                       ELSE
                           MOVE 'Approve failed - see live file state'
                               TO WS-MSG-TEXT
                       END-IF
                   WHEN OTHER
                       EXEC CICS REWRITE FILE(WS-LIVE-FILE)
                                 FROM(WS-APPLY-IMAGE)
                                 LENGTH(WS-LIVE-LEN)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-APPLY-OK TO TRUE
                       ELSE
                           MOVE 'Approve failed - see live file state'
                               TO WS-MSG-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

       END-APPLY-TO-LIVE-FILE.   EXIT.

      *---------------------------------------------------------------*
      *  Write the JVMQHIST record for the change just applied: the   *
      *  requester as operator, this user as approver, the request's  *
      *  own timestamp alongside, and the request's images.           *
      *---------------------------------------------------------------*
       WRITE-HISTORY-RECORD.

           MOVE SPACES             TO JVMQ-HIST-RECORD.
           MOVE WS-NOW-TS          TO JVMQH-TIMESTAMP.
           MOVE JVMQP-FILE         TO JVMQH-FILE.
           MOVE JVMQP-REC-KEY      TO JVMQH-REC-KEY.
           MOVE JVMQP-REQUESTER    TO JVMQH-OPERATOR.
           MOVE JVMQP-ACTION       TO JVMQH-ACTION.
           MOVE JVMQP-BEFORE-IMAGE TO JVMQH-BEFORE-IMAGE.
           MOVE JVMQP-AFTER-IMAGE  TO JVMQH-AFTER-IMAGE.
           MOVE WS-OPERATOR        TO JVMQH-APPROVER.
           MOVE JVMQP-REQUEST-TS   TO JVMQH-REQUEST-TS.

           EXEC CICS WRITE FILE('JVMQHIST')
                     FROM(JVMQ-HIST-RECORD)
                     RIDFLD(JVMQH-KEY)
                     RESP(WS-RESP2)
           END-EXEC.

           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               DISPLAY 'WRITE-HISTORY-RECORD failed. Return code='
                   WS-RESP2
           END-IF.

       END-WRITE-HISTORY-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Reject the request on screen: the live file is left alone    *
      *  and the request is marked REJECTED with who and when.        *
      *---------------------------------------------------------------*
       REJECT-PENDING-CHANGE.

           PERFORM READ-REQUEST-FOR-DECISION THRU
               END-READ-REQUEST-FOR-DECISION.

           IF WS-DECIDE-OK
               PERFORM BUILD-NOW-TIMESTAMP THRU
                   END-BUILD-NOW-TIMESTAMP
               MOVE 'R'         TO JVMQP-STATUS
               MOVE WS-OPERATOR TO JVMQP-DECIDED-BY
               MOVE WS-NOW-TS   TO JVMQP-DECIDED-TS
               EXEC CICS REWRITE FILE('JVMQPEND')
                         FROM(JVMQ-PEND-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Change rejected - live file not touched'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'Reject failed - see JVMQPEND file state'
                       TO WS-MSG-TEXT
               END-IF
           END-IF.

       END-REJECT-PENDING-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp WS-NOW-TS with the current date and time in the        *
      *  YYYYMMDD-hhmmss form JVMQHIST is keyed by.                   *
      *---------------------------------------------------------------*
       BUILD-NOW-TIMESTAMP.

           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO WS-NOW-TS.

       END-BUILD-NOW-TIMESTAMP.   EXIT.

       END PROGRAM JVMQAPRV.
