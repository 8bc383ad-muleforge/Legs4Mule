       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQMWMT.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Maintenance window calendar transaction over the JVMQMWND     *
      * file (see JVMQMWIN) - planned patching weekends are keyed     *
      * here instead of with a file utility. The JVMQWLST map lists   *
      * the windows of one environment (or every environment) a page  *
      * at a time (PF7/PF8) and carries the entry fields for a new    *
      * window, which PF5 adds: the environment must be on JVMQCFG,   *
      * a node name must be one of its nodes (blank covers them all), *
      * the end must follow the start and still lie ahead, and a      *
      * reason is required.                                           *
      *                                                               *
      * Keying D against a listed window deletes it if it has not     *
      * started yet, or ends it now if it is in progress - rollouts   *
      * do finish early, and paging must come back when they do. A    *
      * window that has already ended stays on file: JVMQNSLA reports *
      * its downtime as planned, and that must not change after the   *
      * fact.                                                         *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQHBRW - the     *
      * list criterion and browse position ride in the COMMAREA       *
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
      *  Rows on a JVMQWLST page.
       77  LIST-PAGE-ROWS              PIC 9(02) VALUE 10.

      *---------------------------------------------------------------*
      *  Window record, and the connection settings record a new      *
      *  window's environment and node are validated against.         *
      *---------------------------------------------------------------*
       COPY JVMQMWIN.
       COPY C2WSCFG.

      *---------------------------------------------------------------*
      *  JVMQWMAP symbolic map and AID values.                        *
      *---------------------------------------------------------------*
       COPY JVMQWMPS.
       COPY DFHAID.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-OPERATOR                 PIC X(08) VALUE SPACES.
       77  WS-MAPFAIL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-MAPFAIL-RECEIVED         VALUE 'Y'.
       77  WS-RESP-DISP                PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Browse work fields. WS-BROWSE-KEY mirrors JVMQW-KEY and is   *
      *  the RIDFLD CICS updates as the browse advances.              *
      *---------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BK-ENV-ID            PIC X(08).
           05  WS-BK-NODE-NAME         PIC X(12).
           05  WS-BK-START-TS          PIC X(26).

       77  WS-ROWS-FILLED              PIC 9(02) VALUE ZERO.
       77  WS-ROW-IDX                  PIC 9(02) VALUE ZERO.
       77  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       77  WS-SEL-ROW                  PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  The new window's entry fields as last keyed. They are        *
      *  echoed back on every send so a refused window can be         *
      *  corrected rather than re-keyed, and cleared once it is on    *
      *  file.                                                        *
      *---------------------------------------------------------------*
       77  WS-NEW-ENV                  PIC X(08) VALUE SPACES.
       77  WS-NEW-NODE                 PIC X(12) VALUE SPACES.
       77  WS-NEW-START                PIC X(15) VALUE SPACES.
       77  WS-NEW-END                  PIC X(15) VALUE SPACES.
       77  WS-NEW-REASON               PIC X(40) VALUE SPACES.
       77  WS-NEW-OK-SW                PIC X(01) VALUE 'N'.
           88  WS-NEW-OK                   VALUE 'Y'.
       77  WS-NODE-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-NODE-FOUND               VALUE 'Y'.
       77  WS-SVC-IDX                  PIC 9(02) VALUE ZERO.
      *  Stamp being format-checked by CHECK-STAMP-FORMAT.
       77  WS-STAMP-WORK               PIC X(15) VALUE SPACES.
       77  WS-STAMP-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-STAMP-OK                 VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Timestamp work fields.                                       *
      *---------------------------------------------------------------*
       77  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       77  WS-NOW-TS                   PIC X(26) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Formatted screen lines.                                      *
      *---------------------------------------------------------------*
       01  WS-LIST-LINE.
           05  WS-LL-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-NODE-NAME         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-START-TS          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-END-TS            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-REASON            PIC X(22).

       01  WS-MSG-TEXT                 PIC X(79) VALUE SPACES.
       77  WS-PAGE-DISP                PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Pseudo-conversational state, round-tripped on every RETURN.  *
      *  Page N's start key is remembered in WS-CA-PAGE-KEY(N) as the *
      *  pages are built, so PF7 can rebuild an earlier page without  *
      *  a backwards browse - the same scheme as JVMQHBRW.            *
      *---------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-ENV               PIC X(08).
           05  WS-CA-PAGE-NO           PIC 9(03).
           05  WS-CA-MORE-SW           PIC X(01).
               88  WS-CA-MORE-PAGES        VALUE 'Y'.
           05  WS-CA-ROW-COUNT         PIC 9(02).
           05  WS-CA-PAGE-KEY OCCURS 50 TIMES
                                       PIC X(46).
           05  WS-CA-ROW-KEY  OCCURS 10 TIMES
                                       PIC X(46).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-SAVED-STATE          PIC X(2774).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           EXEC CICS ASSIGN USERID(WS-OPERATOR) NOHANDLE END-EXEC.

           IF EIBCALEN = 0
      *        First entry for this pseudo-conversation - paint a
      *        blank map and come back on the next AID key.
               MOVE SPACES TO WS-CA-ENV
               MOVE ZERO   TO WS-CA-PAGE-NO
               MOVE 'N'    TO WS-CA-MORE-SW
               MOVE ZERO   TO WS-CA-ROW-COUNT
               EXEC CICS SEND MAP('JVMQWLST')
                         MAPSET('JVMQWMAP')
                         ERASE
                         MAPONLY
                         FREEKB
               END-EXEC
               EXEC CICS RETURN TRANSID(EIBTRNID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA) END-EXEC
           ELSE
               MOVE CA-SAVED-STATE TO WS-COMMAREA
               IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   EXEC CICS SEND CONTROL FREEKB END-EXEC
                   EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM HANDLE-LIST-AID THRU
                   END-HANDLE-LIST-AID
               EXEC CICS RETURN TRANSID(EIBTRNID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA) END-EXEC
           END-IF.

           GOBACK.

      *---------------------------------------------------------------*
      *  Drive one AID key: ENTER lists the windows (or acts on a row *
      *  keyed D), PF5 adds the window in the entry fields, PF7/PF8   *
      *  page backwards/forwards through the current list.            *
      *---------------------------------------------------------------*
       HANDLE-LIST-AID.

           PERFORM RECEIVE-LIST-MAP THRU
               END-RECEIVE-LIST-MAP.

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
      *                    No list has been asked for yet.
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
               WHEN DFHPF5
                   PERFORM ADD-NEW-WINDOW THRU
                       END-ADD-NEW-WINDOW
                   IF WS-NEW-OK
      *                Show the environment the window went into.
                       MOVE WS-NEW-ENV TO WS-CA-ENV
                       MOVE SPACES TO WS-NEW-ENV
                       MOVE SPACES TO WS-NEW-NODE
                       MOVE SPACES TO WS-NEW-START
                       MOVE SPACES TO WS-NEW-END
                       MOVE SPACES TO WS-NEW-REASON
                       PERFORM START-LIST THRU
                           END-START-LIST
                   ELSE
                       IF WS-CA-PAGE-NO > 0
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       ELSE
                           PERFORM SEND-LIST-PROMPT THRU
                               END-SEND-LIST-PROMPT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-MAPFAIL-RECEIVED
                       PERFORM START-NEW-QUERY THRU
                           END-START-NEW-QUERY
                   ELSE
                       PERFORM FIND-SELECTED-ROW THRU
                           END-FIND-SELECTED-ROW
                       IF WS-SEL-ROW > 0
                           PERFORM REMOVE-WINDOW THRU
                               END-REMOVE-WINDOW
                           PERFORM BUILD-LIST-PAGE THRU
                               END-BUILD-LIST-PAGE
                       ELSE
                           PERFORM START-NEW-QUERY THRU
                               END-START-NEW-QUERY
                       END-IF
                   END-IF
           END-EVALUATE.

       END-HANDLE-LIST-AID.   EXIT.

      *---------------------------------------------------------------*
      *  Receive the map and pick up the entry fields. MAPFAIL (no    *
      *  field changed) is flagged so the caller keeps what it has    *
      *  in hand. A field the 3270 did not transmit arrives as        *
      *  LOW-VALUES and counts as blank.                              *
      *---------------------------------------------------------------*
       RECEIVE-LIST-MAP.

           MOVE 'N' TO WS-MAPFAIL-SWITCH.

           EXEC CICS RECEIVE MAP('JVMQWLST')
                     MAPSET('JVMQWMAP')
                     INTO(JVMQWLSTI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'Y' TO WS-MAPFAIL-SWITCH
               MOVE LOW-VALUES TO JVMQWLSTI
           END-IF.

           IF WNENVI NOT = LOW-VALUES
               MOVE WNENVI TO WS-NEW-ENV
           END-IF.
           IF WNNODI NOT = LOW-VALUES
               MOVE WNNODI TO WS-NEW-NODE
           END-IF.
           IF WNSTRI NOT = LOW-VALUES
               MOVE WNSTRI TO WS-NEW-START
           END-IF.
           IF WNENDI NOT = LOW-VALUES
               MOVE WNENDI TO WS-NEW-END
           END-IF.
           IF WNRSNI NOT = LOW-VALUES
               MOVE WNRSNI TO WS-NEW-REASON
           END-IF.
           INSPECT WS-NEW-ENV    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-NODE   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-START  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-END    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-REASON REPLACING ALL LOW-VALUE BY SPACE.

       END-RECEIVE-LIST-MAP.   EXIT.

      *---------------------------------------------------------------*
      *  Look for a D keyed against one of the displayed rows,        *
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
                   IF WSL01I = 'D' OR WSL01I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 2
                   IF WSL02I = 'D' OR WSL02I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 3
                   IF WSL03I = 'D' OR WSL03I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 4
                   IF WSL04I = 'D' OR WSL04I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 5
                   IF WSL05I = 'D' OR WSL05I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 6
                   IF WSL06I = 'D' OR WSL06I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 7
                   IF WSL07I = 'D' OR WSL07I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 8
                   IF WSL08I = 'D' OR WSL08I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 9
                   IF WSL09I = 'D' OR WSL09I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
               WHEN 10
                   IF WSL10I = 'D' OR WSL10I = 'd'
                       MOVE WS-ROW-IDX TO WS-SEL-ROW
                   END-IF
           END-EVALUATE.

       END-TEST-ONE-SELECTION.   EXIT.

      *---------------------------------------------------------------*
      *  Start a fresh list from the environment just keyed.          *
      *---------------------------------------------------------------*
       START-NEW-QUERY.

      *    A list field the 3270 did not transmit keeps the
      *    environment already in hand (what the operator still sees
      *    on the screen) rather than listing on nulls.
           IF WLENVI NOT = LOW-VALUES
               MOVE WLENVI TO WS-CA-ENV
               INSPECT WS-CA-ENV REPLACING ALL LOW-VALUE BY SPACE
           END-IF.

           PERFORM START-LIST THRU
               END-START-LIST.

       END-START-NEW-QUERY.   EXIT.

      *---------------------------------------------------------------*
      *  Seed page 1's start key from WS-CA-ENV and build the first   *
      *  page.                                                        *
      *---------------------------------------------------------------*
       START-LIST.

           MOVE 1   TO WS-CA-PAGE-NO.
           MOVE 'N' TO WS-CA-MORE-SW.

      *    JVMQMWND is keyed environment first, so an environment
      *    seeds the browse start.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF WS-CA-ENV NOT = SPACES
               MOVE WS-CA-ENV TO WS-BK-ENV-ID
           END-IF.
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY(1).

           PERFORM BUILD-LIST-PAGE THRU
               END-BUILD-LIST-PAGE.

       END-START-LIST.   EXIT.

      *---------------------------------------------------------------*
      *  Build and send the list page starting at                     *
      *  WS-CA-PAGE-KEY(WS-CA-PAGE-NO): browse forward through the    *
      *  KSDS collecting the environment's windows, peeking one       *
      *  further to learn whether a next page exists (its key is      *
      *  remembered as that page's start).                            *
      *---------------------------------------------------------------*
       BUILD-LIST-PAGE.

           MOVE LOW-VALUES TO JVMQWLSTO.
           MOVE ZERO TO WS-ROWS-FILLED.
           MOVE ZERO TO WS-CA-ROW-COUNT.
           MOVE 'N'  TO WS-CA-MORE-SW.
           MOVE 'N'  TO WS-BROWSE-DONE-SW.

           MOVE WS-CA-PAGE-KEY(WS-CA-PAGE-NO) TO WS-BROWSE-KEY.

           EXEC CICS STARTBR FILE('JVMQMWND')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-WINDOW THRU
                   END-BROWSE-ONE-WINDOW
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('JVMQMWND')
                         RESP(WS-RESP2)
               END-EXEC
           END-IF.

           MOVE WS-ROWS-FILLED TO WS-CA-ROW-COUNT.

           IF WS-MSG-TEXT = SPACES
               IF WS-ROWS-FILLED = ZERO
                   MOVE 'No maintenance windows on file' TO WS-MSG-TEXT
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
      *  Read one window of the browse. A window for a later          *
      *  environment than the one asked for ends the browse; one past *
      *  the tenth becomes the peek that seeds the next page's start  *
      *  key.                                                         *
      *---------------------------------------------------------------*
       BROWSE-ONE-WINDOW.

           EXEC CICS READNEXT FILE('JVMQMWND')
                     INTO(JVMQ-MWIN-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-CA-ENV NOT = SPACES
                  AND JVMQW-ENV-ID NOT = WS-CA-ENV
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF WS-ROWS-FILLED < LIST-PAGE-ROWS
                       ADD 1 TO WS-ROWS-FILLED
                       MOVE JVMQW-KEY TO
                           WS-CA-ROW-KEY(WS-ROWS-FILLED)
                       PERFORM FORMAT-LIST-ROW THRU
                           END-FORMAT-LIST-ROW
                   ELSE
      *                The peek: a next page exists and starts here.
                       SET WS-CA-MORE-PAGES TO TRUE
                       IF WS-CA-PAGE-NO < 50
                           MOVE JVMQW-KEY TO
                               WS-CA-PAGE-KEY(WS-CA-PAGE-NO + 1)
                       END-IF
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-BROWSE-ONE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Format the window just read into its WLNnn display line.     *
      *---------------------------------------------------------------*
       FORMAT-LIST-ROW.

           MOVE JVMQW-ENV-ID    TO WS-LL-ENV-ID.
           MOVE JVMQW-NODE-NAME TO WS-LL-NODE-NAME.
           MOVE JVMQW-START-TS  TO WS-LL-START-TS.
           MOVE JVMQW-END-TS    TO WS-LL-END-TS.
           MOVE JVMQW-REASON    TO WS-LL-REASON.

           EVALUATE WS-ROWS-FILLED
               WHEN 1  MOVE WS-LIST-LINE TO WLN01O
               WHEN 2  MOVE WS-LIST-LINE TO WLN02O
               WHEN 3  MOVE WS-LIST-LINE TO WLN03O
               WHEN 4  MOVE WS-LIST-LINE TO WLN04O
               WHEN 5  MOVE WS-LIST-LINE TO WLN05O
               WHEN 6  MOVE WS-LIST-LINE TO WLN06O
               WHEN 7  MOVE WS-LIST-LINE TO WLN07O
               WHEN 8  MOVE WS-LIST-LINE TO WLN08O
               WHEN 9  MOVE WS-LIST-LINE TO WLN09O
               WHEN 10 MOVE WS-LIST-LINE TO WLN10O
           END-EVALUATE.

       END-FORMAT-LIST-ROW.   EXIT.

      *---------------------------------------------------------------*
      *  Send the map with the list environment and the entry fields  *
      *  echoed back. The cursor goes to the new window's environment *
      *  when an add was refused, else to the list environment.       *
      *---------------------------------------------------------------*
       SEND-LIST-PROMPT.

           MOVE WS-CA-ENV        TO WLENVO.
           MOVE WS-NEW-ENV       TO WNENVO.
           MOVE WS-NEW-NODE      TO WNNODO.
           MOVE WS-NEW-START     TO WNSTRO.
           MOVE WS-NEW-END       TO WNENDO.
           MOVE WS-NEW-REASON    TO WNRSNO.
           MOVE WS-MSG-TEXT      TO WMSGO.
           MOVE SPACES           TO WS-MSG-TEXT.
           IF EIBAID = DFHPF5 AND NOT WS-NEW-OK
               MOVE -1           TO WNENVL
           ELSE
               MOVE -1           TO WLENVL
           END-IF.

           EXEC CICS SEND MAP('JVMQWLST')
                     MAPSET('JVMQWMAP')
                     FROM(JVMQWLSTO)
                     ERASE
                     CURSOR
                     FREEKB
           END-EXEC.

       END-SEND-LIST-PROMPT.   EXIT.

      *---------------------------------------------------------------*
      *  Validate the window in the entry fields and write it to      *
      *  JVMQMWND, setting WS-NEW-OK when it is on file. A refusal    *
      *  leaves its reason in WS-MSG-TEXT.                            *
      *---------------------------------------------------------------*
       ADD-NEW-WINDOW.

           MOVE 'N' TO WS-NEW-OK-SW.

           PERFORM VALIDATE-NEW-WINDOW THRU
               END-VALIDATE-NEW-WINDOW.

           IF WS-MSG-TEXT = SPACES
               MOVE SPACES        TO JVMQ-MWIN-RECORD
               MOVE WS-NEW-ENV    TO JVMQW-ENV-ID
               MOVE WS-NEW-NODE   TO JVMQW-NODE-NAME
               MOVE WS-NEW-START  TO JVMQW-START-TS
               MOVE WS-NEW-END    TO JVMQW-END-TS
               MOVE WS-NEW-REASON TO JVMQW-REASON
               MOVE WS-OPERATOR   TO JVMQW-ENTERED-BY
               MOVE WS-NOW-TS     TO JVMQW-ENTERED-TS
               EXEC CICS WRITE FILE('JVMQMWND')
                         FROM(JVMQ-MWIN-RECORD)
                         RIDFLD(JVMQW-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       SET WS-NEW-OK TO TRUE
                       MOVE 'Maintenance window added' TO WS-MSG-TEXT
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE 'A window for that environment and node alr
      -                    'eady starts then' TO WS-MSG-TEXT
                   WHEN OTHER
                       MOVE WS-RESP TO WS-RESP-DISP
                       STRING 'JVMQMWND write failed. Return code='
                              DELIMITED BY SIZE
                              WS-RESP-DISP DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
               END-EVALUATE
           END-IF.

       END-ADD-NEW-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Check the entry fields one at a time, stopping at the first  *
      *  fault with its reason in WS-MSG-TEXT.                        *
      *---------------------------------------------------------------*
       VALIDATE-NEW-WINDOW.

           PERFORM BUILD-NOW-TIMESTAMP THRU
               END-BUILD-NOW-TIMESTAMP.

           IF WS-NEW-ENV = SPACES
               MOVE 'Environment is required' TO WS-MSG-TEXT
           ELSE
               MOVE WS-NEW-ENV TO C2WS-CFG-ENV-ID
               EXEC CICS READ FILE('JVMQCFG')
                         RIDFLD(C2WS-CFG-ENV-ID)
                         KEYLENGTH(8)
                         INTO(C2WS-CFG-RECORD)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Environment is not on JVMQCFG' TO WS-MSG-TEXT
               END-IF
           END-IF.

           IF WS-MSG-TEXT = SPACES AND WS-NEW-NODE NOT = SPACES
               MOVE 'N' TO WS-NODE-FOUND-SW
               PERFORM MATCH-ONE-NODE THRU
                   END-MATCH-ONE-NODE
                   VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > C2WS-CFG-SVC-COUNT
                      OR WS-SVC-IDX > 8
                      OR WS-NODE-FOUND
               IF NOT WS-NODE-FOUND
                   MOVE 'Node is not one of the environment''s nodes'
                       TO WS-MSG-TEXT
               END-IF
           END-IF.

           IF WS-MSG-TEXT = SPACES
               MOVE WS-NEW-START TO WS-STAMP-WORK
               PERFORM CHECK-STAMP-FORMAT THRU
                   END-CHECK-STAMP-FORMAT
               IF NOT WS-STAMP-OK
                   MOVE 'Start must be YYYYMMDD-HHMMSS' TO WS-MSG-TEXT
               END-IF
           END-IF.

           IF WS-MSG-TEXT = SPACES
               MOVE WS-NEW-END TO WS-STAMP-WORK
               PERFORM CHECK-STAMP-FORMAT THRU
                   END-CHECK-STAMP-FORMAT
               IF NOT WS-STAMP-OK
                   MOVE 'End must be YYYYMMDD-HHMMSS' TO WS-MSG-TEXT
               END-IF
           END-IF.

           IF WS-MSG-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WS-NEW-END NOT > WS-NEW-START
                       MOVE 'End must be after start' TO WS-MSG-TEXT
                   WHEN WS-NEW-END NOT > WS-NOW-TS(1:15)
                       MOVE 'That window has already ended'
                           TO WS-MSG-TEXT
                   WHEN WS-NEW-REASON = SPACES
                       MOVE 'Reason is required' TO WS-MSG-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       END-VALIDATE-NEW-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Test one of the environment's node names against the node    *
      *  keyed.                                                       *
      *---------------------------------------------------------------*
       MATCH-ONE-NODE.

           IF C2WS-CFG-SVC-NAME(WS-SVC-IDX) = WS-NEW-NODE
               SET WS-NODE-FOUND TO TRUE
           END-IF.

       END-MATCH-ONE-NODE.   EXIT.

      *---------------------------------------------------------------*
      *  Check WS-STAMP-WORK is a plausible YYYYMMDD-hhmmss stamp.    *
      *---------------------------------------------------------------*
       CHECK-STAMP-FORMAT.

           MOVE 'N' TO WS-STAMP-OK-SW.

           IF WS-STAMP-WORK(1:8) IS NUMERIC
              AND WS-STAMP-WORK(9:1) = '-'
              AND WS-STAMP-WORK(10:6) IS NUMERIC
               IF WS-STAMP-WORK(5:2) > '00'
                  AND WS-STAMP-WORK(5:2) < '13'
                  AND WS-STAMP-WORK(7:2) > '00'
                  AND WS-STAMP-WORK(7:2) < '32'
                  AND WS-STAMP-WORK(10:2) < '24'
                  AND WS-STAMP-WORK(12:2) < '60'
                  AND WS-STAMP-WORK(14:2) < '60'
                   SET WS-STAMP-OK TO TRUE
               END-IF
           END-IF.

       END-CHECK-STAMP-FORMAT.   EXIT.

      *---------------------------------------------------------------*
      *  Act on the window keyed D: delete it if it has not started,  *
      *  end it now if it is in progress, and refuse if it is over -  *
      *  a finished window is part of the availability record.        *
      *---------------------------------------------------------------*
       REMOVE-WINDOW.

           PERFORM BUILD-NOW-TIMESTAMP THRU
               END-BUILD-NOW-TIMESTAMP.

           MOVE WS-CA-ROW-KEY(WS-SEL-ROW) TO JVMQW-KEY.

           EXEC CICS READ FILE('JVMQMWND')
                     RIDFLD(JVMQW-KEY)
                     INTO(JVMQ-MWIN-RECORD)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'That window is no longer on file'
                       TO WS-MSG-TEXT
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-RESP TO WS-RESP-DISP
                   STRING 'JVMQMWND read failed. Return code='
                          DELIMITED BY SIZE
                          WS-RESP-DISP DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
               WHEN JVMQW-START-TS(1:15) > WS-NOW-TS(1:15)
                   EXEC CICS DELETE FILE('JVMQMWND')
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Maintenance window deleted'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE 'Delete failed - see JVMQMWND file state'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN JVMQW-END-TS(1:15) > WS-NOW-TS(1:15)
                   MOVE WS-NOW-TS TO JVMQW-END-TS
                   EXEC CICS REWRITE FILE('JVMQMWND')
                             FROM(JVMQ-MWIN-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Maintenance window ended now'
                           TO WS-MSG-TEXT
                   ELSE
                       MOVE 'End failed - see JVMQMWND file state'
                           TO WS-MSG-TEXT
                   END-IF
               WHEN OTHER
                   EXEC CICS UNLOCK FILE('JVMQMWND')
                             RESP(WS-RESP2)
                   END-EXEC
                   MOVE 'That window has ended - kept for the availa
      -                'bility report' TO WS-MSG-TEXT
           END-EVALUATE.

       END-REMOVE-WINDOW.   EXIT.

      *---------------------------------------------------------------*
      *  Stamp WS-NOW-TS with the current date and time in the        *
      *  YYYYMMDD-hhmmss form the windows are keyed in.               *
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

       END PROGRAM JVMQMWMT.
