       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQUSAG.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Monthly usage report by calling application, for charging     *
      * the JVMQSRVC engine's Mule load back to the teams that drive  *
      * it. Every JVMQAUDT record carries the caller the engine       *
      * stamped on its request (see JVMQSAPI); this job reads the     *
      * trail through and, per application, reports:                  *
      *                                                               *
      *   CALLS      engine requests - counted once each, on the      *
      *              request's first audit record (JVMQA-NODE-SEQ 01) *
      *   LIVE       requests that went out to the nodes              *
      *   CACHED     requests served from the reply cache             *
      *   THROTTLED  requests refused over the JVMQLIMT calls-per-    *
      *              minute allowance (resp code 016)                 *
      *   NODES HIT  node invocations actually made - every live      *
      *              audit record bar the nodes skipped as DOWN       *
      *   FAILURES   live node outcomes with a non-zero resp code,    *
      *              DOWN skips included                              *
      *   PCT        the application's share of all CALLS             *
      *                                                               *
      * with the owning team and allowance off the JVMQLIMT record.   *
      * Records no caller was stamped on go under *UNKNOWN.           *
      *                                                               *
      * The JVMQUPRM run-control card carries the month (YYYYMM, cols *
      * 1-6, mandatory). JVMQAUDT holds 90 days, so the job is run    *
      * early in the month after.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Audit trail written by the JVMQSRVC engine, read through.
      *
           SELECT JVMQ-AUDIT-FILE   ASSIGN TO JVMQAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQA-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *
      * Per-application call limits - owning team and allowance for
      * the report, looked up by application.
      *
           SELECT JVMQ-LIMIT-FILE   ASSIGN TO JVMQLIMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JVMQL-APPL-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
      *
      * Run-control card: the month to report.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQUPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Usage report: one line per calling application.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQUREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQAUDT.

       FD  JVMQ-LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQLIMT.

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Cols 1-6 the month to report, YYYYMM.
       01  JVMQ-PARM-RECORD.
           05  JVMQUP-MONTH            PIC X(06).
           05  FILLER                  PIC X(74).

       FD  JVMQ-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  JVMQ-REPORT-RECORD          PIC X(133).

      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  Constants                                                    *
      *---------------------------------------------------------------*
       77  OK-CODE                     PIC S9(8) BINARY VALUE 0.
       77  NODE-DOWN-CODE              PIC S9(8) BINARY VALUE 15.
       77  THROTTLED-CODE              PIC S9(8) BINARY VALUE 16.
       77  UNKNOWN-APPL-ID             PIC X(08) VALUE '*UNKNOWN'.
       77  MAX-APPLS                   PIC 9(03) VALUE 200.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-AUDIT-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-AUDIT           VALUE 'Y'.
               88  WS-NO-MORE-AUDIT        VALUE 'N'.
           05  WS-LIMIT-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-LIMIT-OPEN           VALUE 'Y'.
           05  WS-APPL-HIT-SW          PIC X(01) VALUE 'N'.
               88  WS-APPL-HIT             VALUE 'Y'.
               88  WS-APPL-MISS            VALUE 'N'.
           05  WS-INSERT-DONE-SW       PIC X(01) VALUE 'N'.
               88  WS-INSERT-DONE          VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Report month, from the JVMQUPRM card.                        *
      *---------------------------------------------------------------*
       77  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.

      *  JVMQA-TIMESTAMP split apart so the YYYYMM portion can be
      *  compared against the report month.
       01  WS-TS-WORK.
           05  WS-TS-MONTH             PIC X(06).
           05  FILLER                  PIC X(20).

      *---------------------------------------------------------------*
      *  Usage per calling application, kept in application order -   *
      *  each new application is inserted in place - so the report    *
      *  comes straight off the table.                                *
      *---------------------------------------------------------------*
       77  WS-AUD-APPL-ID              PIC X(08) VALUE SPACES.
       77  WS-APPL-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-APPL-IDX                 PIC 9(03) VALUE ZERO.
       77  WS-APPL-USE                 PIC 9(03) VALUE ZERO.
       77  WS-POS                      PIC 9(03) VALUE ZERO.

       01  WS-APPL-TABLE.
           05  WS-APPL-ENTRY OCCURS 200 TIMES.
               10  WS-AP-APPL-ID       PIC X(08).
               10  WS-AP-CALLS         PIC 9(09).
               10  WS-AP-LIVE          PIC 9(09).
               10  WS-AP-CACHED        PIC 9(09).
               10  WS-AP-THROTTLED     PIC 9(09).
               10  WS-AP-NODES-HIT     PIC 9(09).
               10  WS-AP-FAILURES      PIC 9(09).

      *  Month totals, for the totals line and the PCT share.
       01  WS-TOTALS.
           05  WS-TOT-CALLS            PIC 9(09) VALUE ZERO.
           05  WS-TOT-LIVE             PIC 9(09) VALUE ZERO.
           05  WS-TOT-CACHED           PIC 9(09) VALUE ZERO.
           05  WS-TOT-THROTTLED        PIC 9(09) VALUE ZERO.
           05  WS-TOT-NODES-HIT        PIC 9(09) VALUE ZERO.
           05  WS-TOT-FAILURES         PIC 9(09) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Counters                                                     *
      *---------------------------------------------------------------*
       77  WS-AUDIT-READ               PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-SELECTED           PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-UNKNOWN            PIC 9(07) VALUE ZERO.
       77  WS-APPL-OVERFLOW            PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(44) VALUE
               'JVMQUSAG - MONTHLY USAGE BY CALLING APPLICAT'.
           05  FILLER                  PIC X(08) VALUE
               'ION FOR '.
           05  WS-RT-MONTH             PIC X(06).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(44) VALUE
               'APPL     OWNER                    LIMIT/MIN '.
           05  FILLER                  PIC X(44) VALUE
               '    CALLS      LIVE    CACHED THROTTLED NODE'.
           05  FILLER                  PIC X(21) VALUE
               'S HIT  FAILURES   PCT'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-APPL-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-OWNER             PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    Blank when the application has no allowance.
           05  WS-RD-LIMIT             PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CALLS             PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-LIVE              PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CACHED            PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-THROTTLED         PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NODES-HIT         PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FAILURES          PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PCT               PIC ZZ9.9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(12) VALUE 'AUDIT READ='.
           05  WS-RTR-READ             PIC 9(07).
           05  FILLER                  PIC X(11) VALUE '  SELECTED='.
           05  WS-RTR-SELECTED         PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  UNKNOWN='.
           05  WS-RTR-UNKNOWN          PIC 9(07).
           05  FILLER                  PIC X(08) VALUE '  APPLS='.
           05  WS-RTR-APPLS            PIC 9(03).
           05  FILLER                  PIC X(11) VALUE '  OVERFLOW='.
           05  WS-RTR-OVERFLOW         PIC 9(07).
           05  FILLER                  PIC X(50) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-USAGE THRU
               END-INITIALIZE-USAGE.

           PERFORM PROCESS-ONE-AUDIT THRU
               END-PROCESS-ONE-AUDIT
               UNTIL WS-NO-MORE-AUDIT.

           PERFORM TOTAL-ONE-APPL THRU
               END-TOTAL-ONE-APPL
               VARYING WS-APPL-IDX FROM 1 BY 1
               UNTIL WS-APPL-IDX > WS-APPL-COUNT.

           PERFORM PRINT-ONE-APPL THRU
               END-PRINT-ONE-APPL
               VARYING WS-APPL-IDX FROM 1 BY 1
               UNTIL WS-APPL-IDX > WS-APPL-COUNT.

           PERFORM TERMINATE-USAGE THRU
               END-TERMINATE-USAGE.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Pick up the report month (mandatory), open the files and     *
      *  prime the first audit read. A missing JVMQLIMT file is not   *
      *  fatal - the owner and allowance columns are left blank.      *
      *---------------------------------------------------------------*
       INITIALIZE-USAGE.

           OPEN INPUT JVMQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQUSAG: JVMQUPRM open failed. File status='
                   WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ JVMQ-PARM-FILE
               AT END
                   MOVE SPACES TO JVMQ-PARM-RECORD
           END-READ.
           MOVE JVMQUP-MONTH TO WS-REPORT-MONTH.
           CLOSE JVMQ-PARM-FILE.

           IF WS-REPORT-MONTH = SPACES
              OR WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY 'JVMQUSAG: JVMQUPRM card must carry a YYYYMM '
                   'report month - nothing reported'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT JVMQ-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQUSAG: JVMQAUDT open failed. File status='
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT JVMQ-LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS = '00'
               SET WS-LIMIT-OPEN TO TRUE
           ELSE
               DISPLAY 'JVMQUSAG: JVMQLIMT unavailable - owners and '
                   'allowances not shown. File status='
                   WS-LIMIT-FILE-STATUS
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQUSAG: JVMQUREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-RT-MONTH.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           MOVE ZERO TO WS-APPL-COUNT.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.

       END-INITIALIZE-USAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Read one audit record.                                       *
      *---------------------------------------------------------------*
       READ-NEXT-AUDIT.

           READ JVMQ-AUDIT-FILE
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
           END-READ.

           IF WS-MORE-AUDIT
               ADD 1 TO WS-AUDIT-READ
           END-IF.

       END-READ-NEXT-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Charge one audit record of the month to its calling          *
      *  application, then read the next record so the governing      *
      *  PERFORM UNTIL can tell when to stop.                         *
      *---------------------------------------------------------------*
       PROCESS-ONE-AUDIT.

           MOVE JVMQA-TIMESTAMP TO WS-TS-WORK.

           IF WS-TS-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-AUDIT-SELECTED
               IF JVMQA-CALLER-APPL = SPACES
                  OR JVMQA-CALLER-APPL = LOW-VALUES
                   MOVE UNKNOWN-APPL-ID TO WS-AUD-APPL-ID
                   ADD 1 TO WS-AUDIT-UNKNOWN
               ELSE
                   MOVE JVMQA-CALLER-APPL TO WS-AUD-APPL-ID
               END-IF
               PERFORM FIND-APPL-ENTRY THRU
                   END-FIND-APPL-ENTRY
               IF WS-APPL-USE > 0
                   PERFORM ACCUMULATE-USAGE THRU
                       END-ACCUMULATE-USAGE
               END-IF
           END-IF.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.

       END-PROCESS-ONE-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  Locate (or insert, in application order) the entry for       *
      *  WS-AUD-APPL-ID, leaving its index in WS-APPL-USE. Zero means *
      *  the table is full - counted and reported, not silently lost. *
      *---------------------------------------------------------------*
       FIND-APPL-ENTRY.

           MOVE 'N'  TO WS-APPL-HIT-SW.
           MOVE ZERO TO WS-APPL-USE.
           PERFORM MATCH-ONE-APPL THRU
               END-MATCH-ONE-APPL
               VARYING WS-APPL-IDX FROM 1 BY 1
               UNTIL WS-APPL-IDX > WS-APPL-COUNT
                  OR WS-APPL-HIT.

           IF WS-APPL-MISS
               IF WS-APPL-COUNT < MAX-APPLS
                   ADD 1 TO WS-APPL-COUNT
                   MOVE WS-APPL-COUNT TO WS-POS
                   MOVE 'N' TO WS-INSERT-DONE-SW
                   PERFORM SHIFT-ONE-APPL THRU
                       END-SHIFT-ONE-APPL
                       UNTIL WS-INSERT-DONE
                   MOVE WS-POS TO WS-APPL-USE
                   MOVE WS-AUD-APPL-ID TO WS-AP-APPL-ID(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-CALLS(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-LIVE(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-CACHED(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-THROTTLED(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-NODES-HIT(WS-APPL-USE)
                   MOVE ZERO TO WS-AP-FAILURES(WS-APPL-USE)
               ELSE
                   ADD 1 TO WS-APPL-OVERFLOW
               END-IF
           END-IF.

       END-FIND-APPL-ENTRY.   EXIT.

      *---------------------------------------------------------------*
      *  Test one table entry against the record's application.       *
      *---------------------------------------------------------------*
       MATCH-ONE-APPL.

           IF WS-AP-APPL-ID(WS-APPL-IDX) = WS-AUD-APPL-ID
               SET WS-APPL-HIT TO TRUE
               MOVE WS-APPL-IDX TO WS-APPL-USE
           END-IF.

       END-MATCH-ONE-APPL.   EXIT.

      *---------------------------------------------------------------*
      *  Move the entry below the free slot WS-POS up into it if its  *
      *  application sorts after the one being inserted; otherwise    *
      *  WS-POS is where the new application belongs.                 *
      *---------------------------------------------------------------*
       SHIFT-ONE-APPL.

           IF WS-POS = 1
               SET WS-INSERT-DONE TO TRUE
           ELSE
               IF WS-AP-APPL-ID(WS-POS - 1) > WS-AUD-APPL-ID
                   MOVE WS-APPL-ENTRY(WS-POS - 1) TO
                       WS-APPL-ENTRY(WS-POS)
                   SUBTRACT 1 FROM WS-POS
               ELSE
                   SET WS-INSERT-DONE TO TRUE
               END-IF
           END-IF.

       END-SHIFT-ONE-APPL.   EXIT.

      *---------------------------------------------------------------*
      *  Charge the audit record in hand. The request is counted on   *
      *  its first record only, however many nodes it fanned out to;  *
      *  every record that went to a node counts towards the node     *
      *  figures. A record written before the caller was stamped has  *
      *  no node sequence and adds to the node figures alone.         *
      *---------------------------------------------------------------*
       ACCUMULATE-USAGE.

           IF JVMQA-NODE-SEQ IS NUMERIC
              AND JVMQA-NODE-SEQ = 1
               ADD 1 TO WS-AP-CALLS(WS-APPL-USE)
               EVALUATE TRUE
                   WHEN JVMQA-RESP-CODE = THROTTLED-CODE
                       ADD 1 TO WS-AP-THROTTLED(WS-APPL-USE)
                   WHEN JVMQA-SERVED-FROM-CACHE
                       ADD 1 TO WS-AP-CACHED(WS-APPL-USE)
                   WHEN OTHER
                       ADD 1 TO WS-AP-LIVE(WS-APPL-USE)
               END-EVALUATE
           END-IF.

           IF NOT JVMQA-SERVED-FROM-CACHE
              AND JVMQA-RESP-CODE NOT = THROTTLED-CODE
               IF JVMQA-RESP-CODE NOT = NODE-DOWN-CODE
                   ADD 1 TO WS-AP-NODES-HIT(WS-APPL-USE)
               END-IF
               IF JVMQA-RESP-CODE NOT = OK-CODE
                   ADD 1 TO WS-AP-FAILURES(WS-APPL-USE)
               END-IF
           END-IF.

       END-ACCUMULATE-USAGE.   EXIT.

      *---------------------------------------------------------------*
      *  Add one application into the month totals - run over the     *
      *  whole table before any line is printed, so each line can     *
      *  carry its share of the month's calls.                        *
      *---------------------------------------------------------------*
       TOTAL-ONE-APPL.

           ADD WS-AP-CALLS(WS-APPL-IDX)     TO WS-TOT-CALLS.
           ADD WS-AP-LIVE(WS-APPL-IDX)      TO WS-TOT-LIVE.
           ADD WS-AP-CACHED(WS-APPL-IDX)    TO WS-TOT-CACHED.
           ADD WS-AP-THROTTLED(WS-APPL-IDX) TO WS-TOT-THROTTLED.
           ADD WS-AP-NODES-HIT(WS-APPL-IDX) TO WS-TOT-NODES-HIT.
           ADD WS-AP-FAILURES(WS-APPL-IDX)  TO WS-TOT-FAILURES.

       END-TOTAL-ONE-APPL.   EXIT.

      *---------------------------------------------------------------*
      *  Print one application's line, with the owning team and       *
      *  allowance off its JVMQLIMT record when it has one.           *
      *---------------------------------------------------------------*
       PRINT-ONE-APPL.

           MOVE WS-AP-APPL-ID(WS-APPL-IDX) TO WS-RD-APPL-ID.
           MOVE SPACES TO WS-RD-OWNER.
           MOVE ZERO   TO WS-RD-LIMIT.

           IF WS-LIMIT-OPEN
               MOVE WS-AP-APPL-ID(WS-APPL-IDX) TO JVMQL-APPL-ID
               READ JVMQ-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JVMQL-OWNER         TO WS-RD-OWNER
                       MOVE JVMQL-CALLS-PER-MIN TO WS-RD-LIMIT
               END-READ
           END-IF.

           MOVE WS-AP-CALLS(WS-APPL-IDX)     TO WS-RD-CALLS.
           MOVE WS-AP-LIVE(WS-APPL-IDX)      TO WS-RD-LIVE.
           MOVE WS-AP-CACHED(WS-APPL-IDX)    TO WS-RD-CACHED.
           MOVE WS-AP-THROTTLED(WS-APPL-IDX) TO WS-RD-THROTTLED.
           MOVE WS-AP-NODES-HIT(WS-APPL-IDX) TO WS-RD-NODES-HIT.
           MOVE WS-AP-FAILURES(WS-APPL-IDX)  TO WS-RD-FAILURES.
           IF WS-TOT-CALLS > ZERO
               COMPUTE WS-RD-PCT ROUNDED =
                   WS-AP-CALLS(WS-APPL-IDX) * 100 / WS-TOT-CALLS
           ELSE
               MOVE ZERO TO WS-RD-PCT
           END-IF.

           MOVE WS-RPT-DETAIL-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-PRINT-ONE-APPL.   EXIT.

      *---------------------------------------------------------------*
      *  Write the totals and control trailer and close up.           *
      *  Applications the table had no room for end the job with      *
      *  return code 8 so the scheduler surfaces it; a month with no  *
      *  audit records at all is worth a 4.                           *
      *---------------------------------------------------------------*
       TERMINATE-USAGE.

           IF WS-AUDIT-SELECTED = ZERO
               MOVE 'NO AUDIT RECORDS FOR THE REPORT MONTH' TO
                   JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           ELSE
               MOVE SPACES TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE 'TOTAL'          TO WS-RD-APPL-ID
               MOVE SPACES           TO WS-RD-OWNER
               MOVE ZERO             TO WS-RD-LIMIT
               MOVE WS-TOT-CALLS     TO WS-RD-CALLS
               MOVE WS-TOT-LIVE      TO WS-RD-LIVE
               MOVE WS-TOT-CACHED    TO WS-RD-CACHED
               MOVE WS-TOT-THROTTLED TO WS-RD-THROTTLED
               MOVE WS-TOT-NODES-HIT TO WS-RD-NODES-HIT
               MOVE WS-TOT-FAILURES  TO WS-RD-FAILURES
               IF WS-TOT-CALLS > ZERO
                   MOVE 100 TO WS-RD-PCT
               ELSE
                   MOVE ZERO TO WS-RD-PCT
               END-IF
               MOVE WS-RPT-DETAIL-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-AUDIT-READ     TO WS-RTR-READ.
           MOVE WS-AUDIT-SELECTED TO WS-RTR-SELECTED.
           MOVE WS-AUDIT-UNKNOWN  TO WS-RTR-UNKNOWN.
           MOVE WS-APPL-COUNT     TO WS-RTR-APPLS.
           MOVE WS-APPL-OVERFLOW  TO WS-RTR-OVERFLOW.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-APPL-OVERFLOW > ZERO
               DISPLAY 'JVMQUSAG: ' WS-APPL-OVERFLOW ' record(s) '
                   'not charged - more than 200 calling applications'
           END-IF.

           CLOSE JVMQ-AUDIT-FILE.
           IF WS-LIMIT-OPEN
               CLOSE JVMQ-LIMIT-FILE
           END-IF.
           CLOSE JVMQ-REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-APPL-OVERFLOW > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AUDIT-SELECTED = ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END-TERMINATE-USAGE.   EXIT.

       END PROGRAM JVMQUSAG.
