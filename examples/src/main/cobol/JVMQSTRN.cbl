       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQSTRN.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Monthly response-time trend report. Reads the permanent       *
      * JVMQSTAT daily statistics the nightly JVMQSTRL rollup keeps   *
      * and shows, for every environment and service/node name, the   *
      * last 13 months side by side: invocations, failures, timeout   *
      * warnings and the month's p90 elapsed milliseconds. A node     *
      * whose p90 rose by more than the run's limit over the month    *
      * before is flagged, so a node slowly getting worse is seen     *
      * before it starts timing out.                                  *
      *                                                               *
      * A month's p90 is the average of its daily p90s weighted by    *
      * the number of timed invocations each day - a quiet Sunday     *
      * does not count for as much as a busy Monday. A month is only  *
      * compared with the calendar month immediately before it, and   *
      * only when both have timed invocations.                        *
      *                                                               *
      * The JVMQTPRM run-control card carries the last month to       *
      * report (YYYYMM, cols 1-6, mandatory), the p90 rise limit in   *
      * percent (cols 8-10, default 20) and optionally one            *
      * environment to report on (cols 12-19, default all). The job   *
      * ends with return code 4 when any node is flagged.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Daily statistics, read through in key order - environment,
      * then service/node name, then day.
      *
           SELECT JVMQ-STATS-FILE   ASSIGN TO JVMQSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQST-KEY
               FILE STATUS IS WS-STATS-FILE-STATUS.
      *
      * Run-control card: last month, rise limit, environment.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQTPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Trend report.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQTREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-STATS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQSTAT.

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Cols 1-6 last month to report, YYYYMM.
      *    Cols 8-10 p90 rise limit in percent (blank = 20).
      *    Cols 12-19 environment to report (blank = all).
       01  JVMQ-PARM-RECORD.
           05  JVMQTP-END-MONTH        PIC X(06).
           05  FILLER                  PIC X(01).
           05  JVMQTP-RISE-PCT         PIC X(03).
           05  FILLER                  PIC X(01).
           05  JVMQTP-ENV-ID           PIC X(08).
           05  FILLER                  PIC X(61).

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
       77  MONTHS-REPORTED             PIC 9(02) VALUE 13.
       77  DEFAULT-RISE-PCT            PIC 9(03) VALUE 20.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-STATS-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-STATS-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-STATS           VALUE 'Y'.
               88  WS-NO-MORE-STATS        VALUE 'N'.
           05  WS-NODE-FLAGGED-SW      PIC X(01) VALUE 'N'.
               88  WS-NODE-FLAGGED         VALUE 'Y'.
               88  WS-NODE-NOT-FLAGGED     VALUE 'N'.

      *---------------------------------------------------------------*
      *  Run options, from the JVMQTPRM card.                         *
      *---------------------------------------------------------------*
       01  WS-END-MONTH.
           05  WS-END-YYYY             PIC 9(04).
           05  WS-END-MM               PIC 9(02).
       77  WS-RISE-PCT                 PIC 9(03) VALUE ZERO.
       77  WS-ENV-FILTER               PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The 13 months reported, oldest first. Months are numbered    *
      *  YYYY * 12 + MM so the month of a statistics record can be    *
      *  turned straight into its slot.                               *
      *---------------------------------------------------------------*
       77  WS-START-ABS                PIC 9(06) VALUE ZERO.
       77  WS-MONTH-ABS                PIC 9(06) VALUE ZERO.
       77  WS-MON-IDX                  PIC S9(05) VALUE ZERO.
       01  WS-WORK-MONTH.
           05  WS-WORK-YYYY            PIC 9(04).
           05  WS-WORK-MM              PIC 9(02).
       01  WS-REC-MONTH.
           05  WS-REC-YYYY             PIC 9(04).
           05  WS-REC-MM               PIC 9(02).
       01  WS-MONTH-LABELS.
           05  WS-ML-MONTH OCCURS 13 TIMES
                                       PIC X(06).

      *---------------------------------------------------------------*
      *  One environment and service/node name's months, filled as    *
      *  its statistics records are read and reported when the file   *
      *  moves on to the next name.                                   *
      *---------------------------------------------------------------*
       01  WS-CUR-KEY.
           05  WS-CUR-ENV-ID           PIC X(08) VALUE SPACES.
           05  WS-CUR-SERVICE          PIC X(12) VALUE SPACES.
       77  WS-CUR-URI                  PIC X(22) VALUE SPACES.
       77  WS-CUR-RECORDS              PIC 9(07) VALUE ZERO.

       01  WS-MONTH-TABLE.
           05  WS-MB-ENTRY OCCURS 13 TIMES.
               10  WS-MB-DAYS          PIC 9(03).
               10  WS-MB-INVOKED       PIC 9(09).
               10  WS-MB-FAILED        PIC 9(09).
               10  WS-MB-WARNS         PIC 9(09).
               10  WS-MB-TIMED         PIC 9(11).
               10  WS-MB-P90-WEIGHTED  PIC 9(18).
               10  WS-MB-P90           PIC 9(09).

       77  WS-PREV-P90                 PIC 9(09) VALUE ZERO.
       77  WS-CHANGE-PCT               PIC S9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Counters                                                     *
      *---------------------------------------------------------------*
       77  WS-STATS-READ               PIC 9(07) VALUE ZERO.
       77  WS-STATS-USED               PIC 9(07) VALUE ZERO.
       77  WS-NODES-REPORTED           PIC 9(05) VALUE ZERO.
       77  WS-NODES-FLAGGED            PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(42) VALUE
               'JVMQSTRN - MONTHLY RESPONSE-TIME TREND FOR'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-FROM              PIC X(06).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-RT-TO                PIC X(06).
           05  FILLER                  PIC X(18) VALUE
               '   P90 RISE LIMIT '.
           05  WS-RT-RISE-PCT          PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(06) VALUE '   ENV'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-NODE-LINE.
           05  FILLER                  PIC X(04) VALUE 'ENV '.
           05  WS-RN-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  SERVICE '.
           05  WS-RN-SERVICE           PIC X(12).
           05  FILLER                  PIC X(06) VALUE '  URI '.
           05  WS-RN-URI               PIC X(22).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(44) VALUE
               '  MONTH   DAY    INVOKED     FAILED      WAR'.
           05  FILLER                  PIC X(44) VALUE
               'NS     P90-MS  CHANGE%  FLAG                '.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-RPT-MONTH-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RM-MONTH             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RM-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RM-INVOKED           PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RM-FAILED            PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RM-WARNS             PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RM-P90               PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RM-CHANGE            PIC X(08).
           05  WS-RM-CHANGE-N REDEFINES WS-RM-CHANGE
                                       PIC -(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
      *    '*** P90 RISE' when the change is over the limit.
           05  WS-RM-FLAG              PIC X(12).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE 'STATS READ='.
           05  WS-RTR-READ             PIC 9(07).
           05  FILLER                  PIC X(09) VALUE '  IN RUN='.
           05  WS-RTR-USED             PIC 9(07).
           05  FILLER                  PIC X(08) VALUE '  NODES='.
           05  WS-RTR-NODES            PIC 9(05).
           05  FILLER                  PIC X(10) VALUE '  FLAGGED='.
           05  WS-RTR-FLAGGED          PIC 9(05).
           05  FILLER                  PIC X(71) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-TREND THRU
               END-INITIALIZE-TREND.

           PERFORM PROCESS-ONE-STATS THRU
               END-PROCESS-ONE-STATS
               UNTIL WS-NO-MORE-STATS.

           PERFORM REPORT-NODE-TREND THRU
               END-REPORT-NODE-TREND.

           PERFORM TERMINATE-TREND THRU
               END-TERMINATE-TREND.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Pick up the run options (the last month is mandatory), work  *
      *  out the 13 months, open the files and prime the first read.  *
      *---------------------------------------------------------------*
       INITIALIZE-TREND.

           OPEN INPUT JVMQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRN: JVMQTPRM open failed. File status='
                   WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ JVMQ-PARM-FILE
               AT END
                   MOVE SPACES TO JVMQ-PARM-RECORD
           END-READ.
           CLOSE JVMQ-PARM-FILE.

           IF JVMQTP-END-MONTH IS NOT NUMERIC
               DISPLAY 'JVMQSTRN: JVMQTPRM card must carry a YYYYMM '
                   'last month - nothing reported'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE JVMQTP-END-MONTH TO WS-END-MONTH.
           IF WS-END-MM < 1 OR WS-END-MM > 12
               DISPLAY 'JVMQSTRN: JVMQTPRM month ' JVMQTP-END-MONTH
                   ' is not a valid YYYYMM - nothing reported'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF JVMQTP-RISE-PCT IS NUMERIC
               MOVE JVMQTP-RISE-PCT TO WS-RISE-PCT
           ELSE
               MOVE ZERO TO WS-RISE-PCT
           END-IF.
           IF WS-RISE-PCT = ZERO
               MOVE DEFAULT-RISE-PCT TO WS-RISE-PCT
           END-IF.
           MOVE JVMQTP-ENV-ID TO WS-ENV-FILTER.

           COMPUTE WS-START-ABS =
               WS-END-YYYY * 12 + WS-END-MM - MONTHS-REPORTED + 1.
           PERFORM LABEL-ONE-MONTH THRU
               END-LABEL-ONE-MONTH
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > MONTHS-REPORTED.

           OPEN INPUT JVMQ-STATS-FILE.
           IF WS-STATS-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRN: JVMQSTAT open failed. File status='
                   WS-STATS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQSTRN: JVMQTREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ML-MONTH(1)               TO WS-RT-FROM.
           MOVE WS-ML-MONTH(MONTHS-REPORTED) TO WS-RT-TO.
           MOVE WS-RISE-PCT                  TO WS-RT-RISE-PCT.
           IF WS-ENV-FILTER = SPACES
               MOVE '*ALL'        TO WS-RT-ENV-ID
           ELSE
               MOVE WS-ENV-FILTER TO WS-RT-ENV-ID
           END-IF.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           MOVE SPACES TO WS-CUR-KEY.
           PERFORM CLEAR-ONE-MONTH THRU
               END-CLEAR-ONE-MONTH
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > MONTHS-REPORTED.

           PERFORM READ-NEXT-STATS THRU
               END-READ-NEXT-STATS.

       END-INITIALIZE-TREND.   EXIT.

      *---------------------------------------------------------------*
      *  Work out the YYYYMM label of month slot WS-MON-IDX.          *
      *---------------------------------------------------------------*
       LABEL-ONE-MONTH.

           COMPUTE WS-MONTH-ABS = WS-START-ABS + WS-MON-IDX - 1.
           COMPUTE WS-WORK-YYYY = (WS-MONTH-ABS - 1) / 12.
           COMPUTE WS-WORK-MM   = WS-MONTH-ABS - WS-WORK-YYYY * 12.
           MOVE WS-WORK-MONTH TO WS-ML-MONTH(WS-MON-IDX).

       END-LABEL-ONE-MONTH.   EXIT.

      *---------------------------------------------------------------*
      *  Empty month slot WS-MON-IDX ready for the next name.         *
      *---------------------------------------------------------------*
       CLEAR-ONE-MONTH.

           MOVE ZERO TO WS-MB-DAYS(WS-MON-IDX).
           MOVE ZERO TO WS-MB-INVOKED(WS-MON-IDX).
           MOVE ZERO TO WS-MB-FAILED(WS-MON-IDX).
           MOVE ZERO TO WS-MB-WARNS(WS-MON-IDX).
           MOVE ZERO TO WS-MB-TIMED(WS-MON-IDX).
           MOVE ZERO TO WS-MB-P90-WEIGHTED(WS-MON-IDX).
           MOVE ZERO TO WS-MB-P90(WS-MON-IDX).

       END-CLEAR-ONE-MONTH.   EXIT.

      *---------------------------------------------------------------*
      *  Read one statistics record.                                  *
      *---------------------------------------------------------------*
       READ-NEXT-STATS.

           READ JVMQ-STATS-FILE
               AT END
                   SET WS-NO-MORE-STATS TO TRUE
           END-READ.

           IF WS-MORE-STATS
               ADD 1 TO WS-STATS-READ
           END-IF.

       END-READ-NEXT-STATS.   EXIT.

      *---------------------------------------------------------------*
      *  Add one statistics record inside the 13 months (and the      *
      *  environment asked for) to its month, reporting the previous  *
      *  name first when the file has moved on to a new one.          *
      *---------------------------------------------------------------*
       PROCESS-ONE-STATS.

           MOVE -1 TO WS-MON-IDX.
           MOVE JVMQST-DATE(1:6) TO WS-REC-MONTH.
           IF WS-REC-MONTH IS NUMERIC
               COMPUTE WS-MON-IDX =
                   WS-REC-YYYY * 12 + WS-REC-MM - WS-START-ABS + 1
           END-IF.

           IF WS-MON-IDX > 0
              AND WS-MON-IDX NOT > MONTHS-REPORTED
              AND (WS-ENV-FILTER = SPACES
                   OR WS-ENV-FILTER = JVMQST-ENV-ID)
               IF JVMQST-ENV-ID NOT = WS-CUR-ENV-ID
                  OR JVMQST-SERVICE-NAME NOT = WS-CUR-SERVICE
                   PERFORM REPORT-NODE-TREND THRU
                       END-REPORT-NODE-TREND
                   MOVE JVMQST-ENV-ID       TO WS-CUR-ENV-ID
                   MOVE JVMQST-SERVICE-NAME TO WS-CUR-SERVICE
               END-IF
               ADD 1 TO WS-STATS-USED
               ADD 1 TO WS-CUR-RECORDS
               MOVE JVMQST-SERVICE-URI TO WS-CUR-URI
               ADD 1 TO WS-MB-DAYS(WS-MON-IDX)
               ADD JVMQST-INVOKE-COUNT  TO WS-MB-INVOKED(WS-MON-IDX)
               ADD JVMQST-FAILED-COUNT  TO WS-MB-FAILED(WS-MON-IDX)
               ADD JVMQST-TIMEOUT-WARNS TO WS-MB-WARNS(WS-MON-IDX)
               ADD JVMQST-TIMED-COUNT   TO WS-MB-TIMED(WS-MON-IDX)
               COMPUTE WS-MB-P90-WEIGHTED(WS-MON-IDX) =
                   WS-MB-P90-WEIGHTED(WS-MON-IDX) +
                   JVMQST-P90-MS * JVMQST-TIMED-COUNT
           END-IF.

           PERFORM READ-NEXT-STATS THRU
               END-READ-NEXT-STATS.

       END-PROCESS-ONE-STATS.   EXIT.

      *---------------------------------------------------------------*
      *  Report the 13 months of the name in hand, flagging every     *
      *  month whose p90 rose by more than the limit, and empty the   *
      *  months for the next name.                                    *
      *---------------------------------------------------------------*
       REPORT-NODE-TREND.

           IF WS-CUR-RECORDS > ZERO
               ADD 1 TO WS-NODES-REPORTED
               SET WS-NODE-NOT-FLAGGED TO TRUE
               MOVE SPACES TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE WS-CUR-ENV-ID  TO WS-RN-ENV-ID
               MOVE WS-CUR-SERVICE TO WS-RN-SERVICE
               MOVE WS-CUR-URI     TO WS-RN-URI
               MOVE WS-RPT-NODE-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE ZERO TO WS-PREV-P90
               PERFORM REPORT-ONE-MONTH THRU
                   END-REPORT-ONE-MONTH
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > MONTHS-REPORTED
               IF WS-NODE-FLAGGED
                   ADD 1 TO WS-NODES-FLAGGED
               END-IF
               PERFORM CLEAR-ONE-MONTH THRU
                   END-CLEAR-ONE-MONTH
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > MONTHS-REPORTED
           END-IF.

           MOVE ZERO   TO WS-CUR-RECORDS.
           MOVE SPACES TO WS-CUR-URI.

       END-REPORT-NODE-TREND.   EXIT.

      *---------------------------------------------------------------*
      *  Report month slot WS-MON-IDX of the name in hand. A month    *
      *  with nothing timed shows no p90 and breaks the comparison -  *
      *  the month after it is not compared with anything.            *
      *---------------------------------------------------------------*
       REPORT-ONE-MONTH.

           MOVE WS-ML-MONTH(WS-MON-IDX)   TO WS-RM-MONTH.
           MOVE WS-MB-DAYS(WS-MON-IDX)    TO WS-RM-DAYS.
           MOVE WS-MB-INVOKED(WS-MON-IDX) TO WS-RM-INVOKED.
           MOVE WS-MB-FAILED(WS-MON-IDX)  TO WS-RM-FAILED.
           MOVE WS-MB-WARNS(WS-MON-IDX)   TO WS-RM-WARNS.
           MOVE SPACES TO WS-RM-CHANGE.
           MOVE SPACES TO WS-RM-FLAG.

           IF WS-MB-TIMED(WS-MON-IDX) = ZERO
               MOVE ZERO TO WS-RM-P90
               MOVE ZERO TO WS-PREV-P90
           ELSE
               COMPUTE WS-MB-P90(WS-MON-IDX) =
                   WS-MB-P90-WEIGHTED(WS-MON-IDX) /
                   WS-MB-TIMED(WS-MON-IDX)
               MOVE WS-MB-P90(WS-MON-IDX) TO WS-RM-P90
               IF WS-PREV-P90 > ZERO
                   COMPUTE WS-CHANGE-PCT =
                       (WS-MB-P90(WS-MON-IDX) - WS-PREV-P90) * 100 /
                       WS-PREV-P90
                   MOVE WS-CHANGE-PCT TO WS-RM-CHANGE-N
                   IF WS-CHANGE-PCT > WS-RISE-PCT
                       MOVE '*** P90 RISE' TO WS-RM-FLAG
                       SET WS-NODE-FLAGGED TO TRUE
                   END-IF
               END-IF
               MOVE WS-MB-P90(WS-MON-IDX) TO WS-PREV-P90
           END-IF.

           IF WS-MB-DAYS(WS-MON-IDX) = ZERO
               MOVE 'NO DATA' TO WS-RM-FLAG
           END-IF.

           MOVE WS-RPT-MONTH-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-REPORT-ONE-MONTH.   EXIT.

      *---------------------------------------------------------------*
      *  Write the trailer and close up; return code 4 when any node  *
      *  was flagged.                                                 *
      *---------------------------------------------------------------*
       TERMINATE-TREND.

           IF WS-NODES-REPORTED = ZERO
               MOVE SPACES TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
               MOVE 'NO STATISTICS ON FILE FOR THE MONTHS REQUESTED' TO
                   JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-STATS-READ     TO WS-RTR-READ.
           MOVE WS-STATS-USED     TO WS-RTR-USED.
           MOVE WS-NODES-REPORTED TO WS-RTR-NODES.
           MOVE WS-NODES-FLAGGED  TO WS-RTR-FLAGGED.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           CLOSE JVMQ-STATS-FILE.
           CLOSE JVMQ-REPORT-FILE.

           IF WS-NODES-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END-TERMINATE-TREND.   EXIT.

       END PROGRAM JVMQSTRN.
