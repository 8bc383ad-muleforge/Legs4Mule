       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQVBRW.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Value-change history browse over the JVMQVHST file the        *
      * JVMQSNOD worker writes whenever a node returns an env var     *
      * value different from its JVMQLVAL last-known value. The       *
      * operator keys an environment and/or env var name on the       *
      * JVMQVLST map and pages (PF7/PF8) through the changes in the   *
      * KSDS key order - environment, name, then time - so a          *
      * JAVA_HOME that flipped on every node of PROD after an         *
      * unannounced redeploy shows as one block of changes with the   *
      * same timestamp. Read only; the history is never altered.      *
      *                                                               *
      * Pseudo-conversational in the same style as JVMQDRFC - the     *
      * filter criteria and browse position (page start keys) ride    *
      * in the COMMAREA between AID keys.                             *
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
      *  Changes on a JVMQVLST page - two screen lines each.
       77  LIST-PAGE-ROWS              PIC 9(02) VALUE 5.

      *---------------------------------------------------------------*
      *  Value-change history record read from JVMQVHST.              *
      *---------------------------------------------------------------*
       COPY JVMQVHST.

      *---------------------------------------------------------------*
      *  JVMQVMAP symbolic map and AID values.                        *
      *---------------------------------------------------------------*
       COPY JVMQVMPS.
       COPY DFHAID.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP2                    PIC S9(8) COMP VALUE ZERO.
       77  WS-MAPFAIL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-MAPFAIL-RECEIVED         VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Browse work fields. WS-BROWSE-KEY mirrors JVMQVH-KEY and is  *
      *  the RIDFLD CICS updates as the browse advances.              *
      *---------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BK-ENV-ID            PIC X(08).
           05  WS-BK-ENV-NAME          PIC X(32).
           05  WS-BK-TIMESTAMP         PIC X(26).
           05  WS-BK-NODE-NAME         PIC X(12).

       77  WS-ROWS-FILLED              PIC 9(02) VALUE ZERO.
       77  WS-LINE-NO                  PIC 9(02) VALUE ZERO.
       77  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE              VALUE 'Y'.
       77  WS-REC-WANTED-SW            PIC X(01) VALUE 'N'.
           88  WS-REC-WANTED               VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Formatted screen lines - who and when, then the values.      *
      *---------------------------------------------------------------*
       01  WS-LIST-LINE-1.
           05  WS-LL-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-ENV-NAME          PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-NODE              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-TIMESTAMP         PIC X(18).

       01  WS-LIST-LINE-2.
           05  FILLER                  PIC X(04) VALUE 'OLD '.
           05  WS-LL-OLD-VALUE         PIC X(32).
           05  FILLER                  PIC X(06) VALUE '  NEW '.
           05  WS-LL-NEW-VALUE         PIC X(32).

       01  WS-SCREEN-LINE              PIC X(75) VALUE SPACES.
       01  WS-MSG-TEXT                 PIC X(79) VALUE SPACES.
       77  WS-PAGE-DISP                PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Pseudo-conversational state, round-tripped on every RETURN.  *
      *  Page N's start key is remembered in WS-CA-PAGE-KEY(N) as the *
      *  pages are built, so PF7 can rebuild an earlier page without  *
      *  a backwards browse - the same scheme as JVMQDRFC.            *
      *---------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-ENV-ID            PIC X(08).
           05  WS-CA-ENV-NAME          PIC X(32).
           05  WS-CA-PAGE-NO           PIC 9(03).
           05  WS-CA-MORE-SW           PIC X(01).
               88  WS-CA-MORE-PAGES        VALUE 'Y'.
           05  WS-CA-PAGE-KEY OCCURS 50 TIMES
                                       PIC X(78).

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-SAVED-STATE          PIC X(3944).

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           IF EIBCALEN = 0
      *        First entry for this pseudo-conversation - paint a
      *        blank browse map and come back on the next AID key.
               MOVE SPACES TO WS-CA-ENV-ID
               MOVE SPACES TO WS-CA-ENV-NAME
               MOVE ZERO   TO WS-CA-PAGE-NO
               MOVE 'N'    TO WS-CA-MORE-SW
               EXEC CICS SEND MAP('JVMQVLST')
                         MAPSET('JVMQVMAP')
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
      *  Drive one AID key: ENTER runs a fresh query from the filter  *
      *  fields, PF7/PF8 page backwards/forwards through it.          *
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
                       MOVE 'Key filter criteria and press ENTER'
                           TO WS-MSG-TEXT
                       PERFORM SEND-LIST-PROMPT THRU
                           END-SEND-LIST-PROMPT
                   ELSE
                       PERFORM START-NEW-QUERY THRU
                           END-START-NEW-QUERY
                   END-IF
           END-EVALUATE.

       END-HANDLE-LIST-AID.   EXIT.

      *---------------------------------------------------------------*
      *  Receive the browse map. MAPFAIL (ENTER with nothing keyed)   *
      *  is flagged rather than treated as a query for everything.    *
      *---------------------------------------------------------------*
       RECEIVE-LIST-MAP.

           MOVE 'N' TO WS-MAPFAIL-SWITCH.

           EXEC CICS RECEIVE MAP('JVMQVLST')
                     MAPSET('JVMQVMAP')
                     INTO(JVMQVLSTI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'Y' TO WS-MAPFAIL-SWITCH
           END-IF.

       END-RECEIVE-LIST-MAP.   EXIT.

      *---------------------------------------------------------------*
      *  Start a fresh query from the filters just keyed: remember    *
      *  them in the COMMAREA, seed page 1's start key and build the  *
      *  first page. The variable name only narrows the start key     *
      *  when an environment is keyed too - the KSDS is keyed         *
      *  environment first.                                           *
      *---------------------------------------------------------------*
       START-NEW-QUERY.

      *    A filter field the 3270 did not transmit arrives as
      *    LOW-VALUES - keep the filter already in hand (what the
      *    operator still sees on the screen) rather than filtering
      *    on nulls.
           IF QENVI NOT = LOW-VALUES
               MOVE QENVI TO WS-CA-ENV-ID
           END-IF.
           IF QVARI NOT = LOW-VALUES
               MOVE QVARI TO WS-CA-ENV-NAME
           END-IF.
           MOVE 1   TO WS-CA-PAGE-NO.
           MOVE 'N' TO WS-CA-MORE-SW.

           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF WS-CA-ENV-ID NOT = SPACES
               MOVE WS-CA-ENV-ID TO WS-BK-ENV-ID
               IF WS-CA-ENV-NAME NOT = SPACES
                   MOVE WS-CA-ENV-NAME TO WS-BK-ENV-NAME
               END-IF
           END-IF.
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY(1).

           PERFORM BUILD-LIST-PAGE THRU
               END-BUILD-LIST-PAGE.

       END-START-NEW-QUERY.   EXIT.

      *---------------------------------------------------------------*
      *  Build and send the browse page starting at                   *
      *  WS-CA-PAGE-KEY(WS-CA-PAGE-NO): browse forward through the    *
      *  KSDS collecting changes that match the filters, peeking one  *
      *  matching change further to learn whether a next page exists  *
      *  (its key is remembered as that page's start).                *
      *---------------------------------------------------------------*
       BUILD-LIST-PAGE.

           MOVE LOW-VALUES TO JVMQVLSTO.
           MOVE ZERO TO WS-ROWS-FILLED.
           MOVE 'N'  TO WS-CA-MORE-SW.
           MOVE 'N'  TO WS-BROWSE-DONE-SW.

           MOVE WS-CA-PAGE-KEY(WS-CA-PAGE-NO) TO WS-BROWSE-KEY.

           EXEC CICS STARTBR FILE('JVMQVHST')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM BROWSE-ONE-CHANGE THRU
                   END-BROWSE-ONE-CHANGE
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR FILE('JVMQVHST')
                         RESP(WS-RESP2)
               END-EXEC
           END-IF.

           IF WS-MSG-TEXT = SPACES
               IF WS-ROWS-FILLED = ZERO
                   MOVE 'No value changes match the filters'
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
      *  Read one change of the browse. A matching change past the    *
      *  fifth becomes the peek that seeds the next page's start key. *
      *---------------------------------------------------------------*
       BROWSE-ONE-CHANGE.

           EXEC CICS READNEXT FILE('JVMQVHST')
                     INTO(JVMQ-VALUE-HIST-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE 'N' TO WS-REC-WANTED-SW
               PERFORM MATCH-CHANGE-RECORD THRU
                   END-MATCH-CHANGE-RECORD
               IF WS-REC-WANTED
                   IF WS-ROWS-FILLED < LIST-PAGE-ROWS
                       ADD 1 TO WS-ROWS-FILLED
                       PERFORM FORMAT-LIST-ROW THRU
                           END-FORMAT-LIST-ROW
                   ELSE
      *                The peek: a next page exists and starts here.
                       SET WS-CA-MORE-PAGES TO TRUE
                       IF WS-CA-PAGE-NO < 50
                           MOVE JVMQVH-KEY TO
                               WS-CA-PAGE-KEY(WS-CA-PAGE-NO + 1)
                       END-IF
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       END-BROWSE-ONE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Decide whether the change just read matches the filters.     *
      *  The browse ends when the key order says nothing later can    *
      *  match: past the environment asked for, or past the variable  *
      *  asked for within it. A variable asked for across every       *
      *  environment is picked out as the browse passes it.           *
      *---------------------------------------------------------------*
       MATCH-CHANGE-RECORD.

           IF WS-CA-ENV-ID NOT = SPACES
              AND JVMQVH-ENV-ID NOT = WS-CA-ENV-ID
      *        Keyed past the requested environment - stop.
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-CA-ENV-NAME = SPACES
                   SET WS-REC-WANTED TO TRUE
               ELSE
                   IF JVMQVH-ENV-NAME = WS-CA-ENV-NAME
                       SET WS-REC-WANTED TO TRUE
                   ELSE
                       IF WS-CA-ENV-ID NOT = SPACES
      *                    Keyed past the variable in this
      *                    environment - stop.
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END-MATCH-CHANGE-RECORD.   EXIT.

      *---------------------------------------------------------------*
      *  Format the change just read onto its two QLNnn lines.        *
      *---------------------------------------------------------------*
       FORMAT-LIST-ROW.

           MOVE JVMQVH-ENV-ID          TO WS-LL-ENV-ID.
           MOVE JVMQVH-ENV-NAME        TO WS-LL-ENV-NAME.
           MOVE JVMQVH-NODE-NAME       TO WS-LL-NODE.
           MOVE JVMQVH-TIMESTAMP(1:18) TO WS-LL-TIMESTAMP.
           MOVE JVMQVH-OLD-VALUE       TO WS-LL-OLD-VALUE.
           MOVE JVMQVH-NEW-VALUE       TO WS-LL-NEW-VALUE.

           COMPUTE WS-LINE-NO = WS-ROWS-FILLED * 2 - 1.
           MOVE WS-LIST-LINE-1 TO WS-SCREEN-LINE.
           PERFORM PUT-SCREEN-LINE THRU
               END-PUT-SCREEN-LINE.

           ADD 1 TO WS-LINE-NO.
           MOVE WS-LIST-LINE-2 TO WS-SCREEN-LINE.
           PERFORM PUT-SCREEN-LINE THRU
               END-PUT-SCREEN-LINE.

       END-FORMAT-LIST-ROW.   EXIT.

      *---------------------------------------------------------------*
      *  Move WS-SCREEN-LINE to display line WS-LINE-NO.              *
      *---------------------------------------------------------------*
       PUT-SCREEN-LINE.

           EVALUATE WS-LINE-NO
               WHEN 1  MOVE WS-SCREEN-LINE TO QLN01O
               WHEN 2  MOVE WS-SCREEN-LINE TO QLN02O
               WHEN 3  MOVE WS-SCREEN-LINE TO QLN03O
               WHEN 4  MOVE WS-SCREEN-LINE TO QLN04O
               WHEN 5  MOVE WS-SCREEN-LINE TO QLN05O
               WHEN 6  MOVE WS-SCREEN-LINE TO QLN06O
               WHEN 7  MOVE WS-SCREEN-LINE TO QLN07O
               WHEN 8  MOVE WS-SCREEN-LINE TO QLN08O
               WHEN 9  MOVE WS-SCREEN-LINE TO QLN09O
               WHEN 10 MOVE WS-SCREEN-LINE TO QLN10O
           END-EVALUATE.

       END-PUT-SCREEN-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Send the browse map with the current filters echoed back and *
      *  the cursor in the environment field.                         *
      *---------------------------------------------------------------*
       SEND-LIST-PROMPT.

           MOVE WS-CA-ENV-ID   TO QENVO.
           MOVE WS-CA-ENV-NAME TO QVARO.
           MOVE WS-MSG-TEXT    TO QMSGO.
           MOVE SPACES         TO WS-MSG-TEXT.
           MOVE -1             TO QENVL.

           EXEC CICS SEND MAP('JVMQVLST')
                     MAPSET('JVMQVMAP')
                     FROM(JVMQVLSTO)
                     ERASE
                     CURSOR
                     FREEKB
           END-EXEC.

       END-SEND-LIST-PROMPT.   EXIT.

       END PROGRAM JVMQVBRW.
