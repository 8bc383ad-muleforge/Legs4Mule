       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQCIMP.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Change-impact correlation report. After a bad night the first *
      * question is what changed before it broke; this job answers    *
      * it from the files instead of JVMQHBRW, JVMQAINQ and JVMQDRFC  *
      * read side by side. Every JVMQHIST settings change in the      *
      * date range is listed, per environment, with what happened in  *
      * a window after it against the same-length window before it:   *
      *                                                               *
      *   FAIL  JVMQAUDT invocations with a non-zero JVMQA-RESP-CODE  *
      *   TMO   JVMQAUDT invocations carrying a timeout warning       *
      *   DRIFT JVMQDCAS drift cases first seen, or reopened, then    *
      *                                                               *
      * A change is flagged as followed by a spike when any of the    *
      * three after-counts is at least SPIKE-FACTOR times its before- *
      * count and at least SPIKE-MIN-RISE above it; the flagged       *
      * changes are listed again at the top of the report, so change  *
      * review starts from evidence instead of guesses.               *
      *                                                               *
      * Only JVMQCFG and JVMQENVR changes are taken; the JVMQDCAS and *
      * JVMQNODS cleanup records JVMQRINT writes to JVMQHIST are      *
      * housekeeping, not settings changes, and are passed over.      *
      * A JVMQCFG change belongs to the environment it is keyed on.   *
      * The JVMQENVR name list is shared by every environment, so a   *
      * JVMQENVR change is reported under *ALL and measured against   *
      * every environment's traffic. The audit record carries the     *
      * URI invoked rather than an environment id, so audit records   *
      * are attributed through the URIs on the JVMQCFG records - the  *
      * same selection JVMQBSED and JVMQARTV apply. A drift case      *
      * keeps only its latest reopen (JVMQDC-STATUS-TS, while no      *
      * operator has touched it since), so earlier reopens of a case  *
      * reopened more than once are not counted.                      *
      *                                                               *
      * The JVMQIPRM run-control card carries the change date range,  *
      * the window in minutes (default 60), an optional environment   *
      * id filter, and the spike factor and minimum rise (defaults 2  *
      * and 3).                                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Settings change history, read in key (timestamp) sequence
      * from the start of the date range.
      *
           SELECT JVMQ-HIST-FILE    ASSIGN TO JVMQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *
      * Connection settings, read through once to learn which URIs
      * belong to which environment.
      *
           SELECT JVMQ-CFG-FILE     ASSIGN TO JVMQCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C2WS-CFG-ENV-ID
               FILE STATUS IS WS-CFG-FILE-STATUS.
      *
      * Audit trail written by JVMQUERY/JVMQSRVC and JVMQBATC.
      *
           SELECT JVMQ-AUDIT-FILE   ASSIGN TO JVMQAUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQA-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *
      * Drift case file maintained by the JVMQSRVC engine.
      *
           SELECT JVMQ-CASE-FILE    ASSIGN TO JVMQDCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JVMQDC-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.
      *
      * Run-control card: date range, window, environment, spike
      * test.
      *
           SELECT JVMQ-PARM-FILE    ASSIGN TO JVMQIPRM
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *
      * Change-impact report.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQIREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQHIST.

       FD  JVMQ-CFG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY C2WSCFG.

       FD  JVMQ-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQAUDT.

       FD  JVMQ-CASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQDCAS.

       FD  JVMQ-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *    Cols 1-8 from date, cols 10-17 to date, both YYYYMMDD - a
      *    blank date leaves that end of the range open. Cols 19-22
      *    window in minutes (blank = 60), cols 24-31 environment id
      *    filter (blank = every environment), cols 33-34 spike
      *    factor (blank = 2), cols 36-38 spike minimum rise (blank
      *    = 3).
       01  JVMQ-PARM-RECORD.
           05  JVMQIP-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQIP-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQIP-WINDOW-MINS      PIC X(04).
           05  FILLER                  PIC X(01).
           05  JVMQIP-ENV-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  JVMQIP-SPIKE-FACTOR     PIC X(02).
           05  FILLER                  PIC X(01).
           05  JVMQIP-SPIKE-MIN-RISE   PIC X(03).
           05  FILLER                  PIC X(42).

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
      *  Environment column for a change that applies to every
      *  environment (the shared JVMQENVR name list).
       77  ALL-ENVS-ID                 PIC X(08) VALUE '*ALL'.
       77  MAX-CHANGES                 PIC 9(03) VALUE 500.
       77  MAX-URIS                    PIC 9(03) VALUE 450.

      *---------------------------------------------------------------*
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-CASE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PARM-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-HIST-SW         PIC X(01) VALUE 'Y'.
               88  WS-MORE-HIST            VALUE 'Y'.
               88  WS-NO-MORE-HIST         VALUE 'N'.
           05  WS-MORE-CFG-SW          PIC X(01) VALUE 'Y'.
               88  WS-MORE-CFG             VALUE 'Y'.
               88  WS-NO-MORE-CFG          VALUE 'N'.
           05  WS-MORE-AUDIT-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-AUDIT           VALUE 'Y'.
               88  WS-NO-MORE-AUDIT        VALUE 'N'.
           05  WS-MORE-CASES-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-CASES           VALUE 'Y'.
               88  WS-NO-MORE-CASES        VALUE 'N'.
           05  WS-ENV-HIT-SW           PIC X(01) VALUE 'N'.
               88  WS-ENV-HIT              VALUE 'Y'.
           05  WS-LIST-HIT-SW          PIC X(01) VALUE 'N'.
               88  WS-LIST-HIT             VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Selection criteria and spike test, from the JVMQIPRM card.   *
      *---------------------------------------------------------------*
       77  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       77  WS-TO-DATE                  PIC X(08) VALUE SPACES.
       77  WS-WINDOW-MINS              PIC 9(04) VALUE 60.
       77  WS-ENV-FILTER               PIC X(08) VALUE SPACES.
       77  WS-SPIKE-FACTOR             PIC 9(02) VALUE 2.
       77  WS-SPIKE-MIN-RISE           PIC 9(03) VALUE 3.
       77  WS-WINDOW-SECS              PIC S9(09) COMP-3 VALUE ZERO.

      *---------------------------------------------------------------*
      *  Environment URIs, from every JVMQCFG record (record-level    *
      *  fallback URI plus each node URI) - how an audit record's     *
      *  invoked URI is traced back to its environment.               *
      *---------------------------------------------------------------*
       77  WS-URI-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-URI-IDX                  PIC 9(03) VALUE ZERO.
       77  WS-NODE-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-NEW-URI                  PIC X(22) VALUE SPACES.
       01  WS-URI-TABLE.
           05  WS-URI-ENTRY OCCURS 450 TIMES.
               10  WS-UT-ENV-ID        PIC X(08).
               10  WS-UT-URI           PIC X(22).

      *  Environments the audit record in hand belongs to - the same
      *  URI may be configured for more than one.
       77  WS-AUD-ENV-COUNT            PIC 9(02) VALUE ZERO.
       77  WS-AUD-ENV-IDX              PIC 9(02) VALUE ZERO.
       01  WS-AUD-ENV-TABLE.
           05  WS-AUD-ENV OCCURS 20 TIMES
                                       PIC X(08).

      *---------------------------------------------------------------*
      *  Change table: one entry per selected JVMQHIST record, in     *
      *  timestamp order, with its before/after window counts.        *
      *---------------------------------------------------------------*
       77  WS-CHG-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-CHG-IDX                  PIC 9(03) VALUE ZERO.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-TIMESTAMP    PIC X(15).
               10  WS-CHG-SECS         PIC S9(11) COMP-3.
               10  WS-CHG-ENV-ID       PIC X(08).
               10  WS-CHG-FILE         PIC X(08).
               10  WS-CHG-REC-KEY      PIC X(08).
               10  WS-CHG-ACTION       PIC X(01).
               10  WS-CHG-OPERATOR     PIC X(08).
               10  WS-CHG-APPROVER     PIC X(08).
               10  WS-CHG-FAIL-BEF     PIC 9(05).
               10  WS-CHG-FAIL-AFT     PIC 9(05).
               10  WS-CHG-TMO-BEF      PIC 9(05).
               10  WS-CHG-TMO-AFT      PIC 9(05).
               10  WS-CHG-DRIFT-BEF    PIC 9(05).
               10  WS-CHG-DRIFT-AFT    PIC 9(05).
      *        F, T and/or D for each measure that spiked - spaces
      *        when none did.
               10  WS-CHG-SPIKE        PIC X(03).

      *  Earliest and latest moments any change's windows reach -
      *  audit records and cases outside them are passed over.
       77  WS-SPAN-LOW                 PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-SPAN-HIGH                PIC S9(11) COMP-3 VALUE ZERO.

      *  Distinct environments among the changes, in first-seen
      *  order, for the per-environment listing.
       77  WS-ENV-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-ENV-IDX                  PIC 9(03) VALUE ZERO.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 500 TIMES
                                       PIC X(08).

      *---------------------------------------------------------------*
      *  The occurrence being matched to the changes: its environment *
      *  (or the audit record's environments), its moment in seconds, *
      *  and which measure it counts under - F, T or D.               *
      *---------------------------------------------------------------*
       77  WS-OCC-ENV-ID               PIC X(08) VALUE SPACES.
       77  WS-OCC-SECS                 PIC S9(11) COMP-3 VALUE ZERO.
       77  WS-OCC-MEASURE              PIC X(01) VALUE SPACE.
       77  WS-OCC-SIDE                 PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      *  Timestamp conversion (see CONVERT-TS-TO-SECS): a stamp that  *
      *  opens YYYYMMDD-hhmmss becomes seconds since a fixed origin   *
      *  via the day number of its date, so two subtract to a span.   *
      *---------------------------------------------------------------*
       77  WS-CVT-TS                   PIC X(26) VALUE SPACES.
       77  WS-CVT-SECS                 PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-CVT-DATE.
           05  WS-CVT-YEAR             PIC 9(04).
           05  WS-CVT-MONTH            PIC 9(02).
           05  WS-CVT-DAY              PIC 9(02).
       77  WS-CVT-DAYS                 PIC S9(09) COMP-3 VALUE ZERO.
       77  WS-CVT-M-TERM               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CVT-TIME.
           05  WS-CVT-HH               PIC 9(02).
           05  WS-CVT-MM               PIC 9(02).
           05  WS-CVT-SS               PIC 9(02).

      *---------------------------------------------------------------*
      *  Spike test work fields (see TEST-ONE-MEASURE).               *
      *---------------------------------------------------------------*
       77  WS-TEST-BEFORE              PIC 9(05) VALUE ZERO.
       77  WS-TEST-AFTER               PIC 9(05) VALUE ZERO.
       77  WS-TEST-LETTER              PIC X(01) VALUE SPACE.
       77  WS-TEST-NEEDED              PIC 9(07) VALUE ZERO.
       77  WS-SPIKE-POS                PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Counters for the control trailer.                            *
      *---------------------------------------------------------------*
       77  WS-HIST-READ                PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-READ               PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-COUNTED            PIC 9(07) VALUE ZERO.
       77  WS-CASES-READ               PIC 9(07) VALUE ZERO.
       77  WS-CHG-FLAGGED              PIC 9(05) VALUE ZERO.
       77  WS-CHG-OVERFLOW             PIC 9(07) VALUE ZERO.
       77  WS-URI-OVERFLOW             PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(25) VALUE
               'JVMQCIMP - CHANGE IMPACT '.
           05  WS-RT-FROM              PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-RT-TO                PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' WINDOW '.
           05  WS-RT-WINDOW            PIC ZZZ9.
           05  FILLER                  PIC X(07) VALUE ' MIN - '.
           05  WS-RT-ENV               PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' SPIKE X'.
           05  WS-RT-FACTOR            PIC Z9.
           05  FILLER                  PIC X(06) VALUE ' MIN +'.
           05  WS-RT-MIN-RISE          PIC ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-RPT-SECTION-LINE         PIC X(133) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(09) VALUE 'ENV      '.
           05  FILLER                  PIC X(16) VALUE
               'CHANGED AT      '.
           05  FILLER                  PIC X(09) VALUE 'FILE     '.
           05  FILLER                  PIC X(09) VALUE 'KEY      '.
           05  FILLER                  PIC X(02) VALUE 'A '.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR '.
           05  FILLER                  PIC X(09) VALUE 'APPROVER '.
           05  FILLER                  PIC X(42) VALUE
               'FAIL-B FAIL-A  TMO-B  TMO-A  DRF-B  DRF-A '.
           05  FILLER                  PIC X(05) VALUE 'SPIKE'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-CHANGE-LINE.
           05  WS-RC-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-TIMESTAMP         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-FILE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-REC-KEY           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-APPROVER          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-FAIL-BEF          PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-FAIL-AFT          PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-TMO-BEF           PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-TMO-AFT           PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-DRIFT-BEF         PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-DRIFT-AFT         PIC ZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RC-SPIKE             PIC X(03).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-RPT-ENV-LINE.
           05  FILLER                  PIC X(12) VALUE 'ENVIRONMENT '.
           05  WS-RE-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(113) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(08) VALUE 'CHANGES='.
           05  WS-RTR-CHANGES          PIC 9(05).
           05  FILLER                  PIC X(10) VALUE '  FLAGGED='.
           05  WS-RTR-FLAGGED          PIC 9(05).
           05  FILLER                  PIC X(14) VALUE '  AUDIT READ='.
           05  WS-RTR-AUDIT-READ       PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  COUNTED='.
           05  WS-RTR-AUDIT-COUNTED    PIC 9(07).
           05  FILLER                  PIC X(14) VALUE '  CASES READ='.
           05  WS-RTR-CASES-READ       PIC 9(07).
           05  FILLER                  PIC X(46) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-IMPACT THRU
               END-INITIALIZE-IMPACT.

           PERFORM LOAD-ONE-CHANGE THRU
               END-LOAD-ONE-CHANGE
               UNTIL WS-NO-MORE-HIST.

           IF WS-CHG-COUNT > ZERO
               PERFORM LOAD-ENV-URIS THRU
                   END-LOAD-ENV-URIS
               PERFORM COUNT-ONE-AUDIT THRU
                   END-COUNT-ONE-AUDIT
                   UNTIL WS-NO-MORE-AUDIT
               PERFORM COUNT-ONE-CASE THRU
                   END-COUNT-ONE-CASE
                   UNTIL WS-NO-MORE-CASES
               PERFORM TEST-ONE-CHANGE THRU
                   END-TEST-ONE-CHANGE
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.

           PERFORM WRITE-REPORT THRU
               END-WRITE-REPORT.

           PERFORM TERMINATE-IMPACT THRU
               END-TERMINATE-IMPACT.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Pick up the run-control card, open the files and position    *
      *  the history file at the start of the date range.             *
      *---------------------------------------------------------------*
       INITIALIZE-IMPACT.

           OPEN INPUT JVMQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ JVMQ-PARM-FILE
                   AT END
                       MOVE SPACES TO JVMQ-PARM-RECORD
               END-READ
               MOVE JVMQIP-FROM-DATE TO WS-FROM-DATE
               MOVE JVMQIP-TO-DATE   TO WS-TO-DATE
               IF JVMQIP-WINDOW-MINS IS NUMERIC
                  AND JVMQIP-WINDOW-MINS > ZERO
                   MOVE JVMQIP-WINDOW-MINS TO WS-WINDOW-MINS
               END-IF
               MOVE JVMQIP-ENV-ID TO WS-ENV-FILTER
               IF JVMQIP-SPIKE-FACTOR IS NUMERIC
                  AND JVMQIP-SPIKE-FACTOR > ZERO
                   MOVE JVMQIP-SPIKE-FACTOR TO WS-SPIKE-FACTOR
               END-IF
               IF JVMQIP-SPIKE-MIN-RISE IS NUMERIC
                   MOVE JVMQIP-SPIKE-MIN-RISE TO WS-SPIKE-MIN-RISE
               END-IF
               CLOSE JVMQ-PARM-FILE
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.

           OPEN INPUT JVMQ-HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQCIMP: JVMQHIST open failed. File status='
                   WS-HIST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT JVMQ-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQCIMP: JVMQAUDT open failed. File status='
                   WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT JVMQ-CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQCIMP: JVMQDCAS open failed. File status='
                   WS-CASE-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQCIMP: JVMQIREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

      *    The history is keyed on its timestamp - go straight to the
      *    first change of the range.
           IF WS-FROM-DATE NOT = SPACES
               MOVE LOW-VALUES   TO JVMQH-KEY
               MOVE WS-FROM-DATE TO JVMQH-TIMESTAMP(1:8)
               START JVMQ-HIST-FILE KEY IS NOT LESS THAN JVMQH-KEY
                   INVALID KEY
                       SET WS-NO-MORE-HIST TO TRUE
               END-START
           END-IF.

           IF WS-MORE-HIST
               PERFORM READ-NEXT-HIST THRU
                   END-READ-NEXT-HIST
           END-IF.

       END-INITIALIZE-IMPACT.   EXIT.

      *---------------------------------------------------------------*
      *  Read one change-history record; a change past the end of the *
      *  range ends the pass (the file is in timestamp order).        *
      *---------------------------------------------------------------*
       READ-NEXT-HIST.

           READ JVMQ-HIST-FILE
               AT END
                   SET WS-NO-MORE-HIST TO TRUE
           END-READ.

           IF WS-MORE-HIST
               ADD 1 TO WS-HIST-READ
               IF WS-TO-DATE NOT = SPACES
                  AND JVMQH-TIMESTAMP(1:8) > WS-TO-DATE
                   SET WS-NO-MORE-HIST TO TRUE
               END-IF
           END-IF.

       END-READ-NEXT-HIST.   EXIT.

      *---------------------------------------------------------------*
      *  Take the change in hand into the change table when it is a   *
      *  settings change and its environment is wanted, then read the *
      *  next one. JVMQRINT's drift case and node status cleanup      *
      *  records are housekeeping, not settings changes, and are      *
      *  passed over.                                                 *
      *---------------------------------------------------------------*
       LOAD-ONE-CHANGE.

           IF JVMQH-FILE = 'JVMQCFG ' OR JVMQH-FILE = 'JVMQENVR'
               IF JVMQH-FILE = 'JVMQENVR'
                   MOVE ALL-ENVS-ID TO WS-OCC-ENV-ID
               ELSE
                   MOVE JVMQH-REC-KEY TO WS-OCC-ENV-ID
               END-IF

               MOVE JVMQH-TIMESTAMP TO WS-CVT-TS
               PERFORM CONVERT-TS-TO-SECS THRU
                   END-CONVERT-TS-TO-SECS

               IF (WS-ENV-FILTER = SPACES
                      OR WS-OCC-ENV-ID = WS-ENV-FILTER
                      OR WS-OCC-ENV-ID = ALL-ENVS-ID)
                  AND WS-CVT-SECS NOT < ZERO
                   IF WS-CHG-COUNT < MAX-CHANGES
                       ADD 1 TO WS-CHG-COUNT
                       PERFORM STORE-CHANGE THRU
                           END-STORE-CHANGE
                   ELSE
                       ADD 1 TO WS-CHG-OVERFLOW
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-NEXT-HIST THRU
               END-READ-NEXT-HIST.

       END-LOAD-ONE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Fill change-table entry WS-CHG-COUNT from the history record *
      *  and widen the span the windows cover.                        *
      *---------------------------------------------------------------*
       STORE-CHANGE.

           MOVE JVMQH-TIMESTAMP(1:15) TO WS-CHG-TIMESTAMP(WS-CHG-COUNT).
           MOVE WS-CVT-SECS      TO WS-CHG-SECS(WS-CHG-COUNT).
           MOVE WS-OCC-ENV-ID    TO WS-CHG-ENV-ID(WS-CHG-COUNT).
           MOVE JVMQH-FILE       TO WS-CHG-FILE(WS-CHG-COUNT).
           MOVE JVMQH-REC-KEY    TO WS-CHG-REC-KEY(WS-CHG-COUNT).
           MOVE JVMQH-ACTION     TO WS-CHG-ACTION(WS-CHG-COUNT).
           MOVE JVMQH-OPERATOR   TO WS-CHG-OPERATOR(WS-CHG-COUNT).
           MOVE JVMQH-APPROVER   TO WS-CHG-APPROVER(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-FAIL-BEF(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-FAIL-AFT(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-TMO-BEF(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-TMO-AFT(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-DRIFT-BEF(WS-CHG-COUNT).
           MOVE ZERO             TO WS-CHG-DRIFT-AFT(WS-CHG-COUNT).
           MOVE SPACES           TO WS-CHG-SPIKE(WS-CHG-COUNT).

           IF WS-CHG-COUNT = 1
               COMPUTE WS-SPAN-LOW = WS-CVT-SECS - WS-WINDOW-SECS
           END-IF.
           COMPUTE WS-SPAN-HIGH = WS-CVT-SECS + WS-WINDOW-SECS.

      *    Note the environment for the per-environment listing.
           MOVE 'N' TO WS-ENV-HIT-SW.
           PERFORM MATCH-ONE-ENV THRU
               END-MATCH-ONE-ENV
               VARYING WS-ENV-IDX FROM 1 BY 1
               UNTIL WS-ENV-IDX > WS-ENV-COUNT
                  OR WS-ENV-HIT.
           IF NOT WS-ENV-HIT
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-OCC-ENV-ID TO WS-ENV-ENTRY(WS-ENV-COUNT)
           END-IF.

       END-STORE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Test one listed environment against the change in hand.      *
      *---------------------------------------------------------------*
       MATCH-ONE-ENV.

           IF WS-ENV-ENTRY(WS-ENV-IDX) = WS-OCC-ENV-ID
               SET WS-ENV-HIT TO TRUE
           END-IF.

       END-MATCH-ONE-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Read the JVMQCFG file through once, collecting every         *
      *  environment's URIs, then prime the audit and case passes.    *
      *  With no settings file no audit record can be attributed -    *
      *  the failure and timeout columns stay zero and say so.        *
      *---------------------------------------------------------------*
       LOAD-ENV-URIS.

           MOVE ZERO TO WS-URI-COUNT.
           OPEN INPUT JVMQ-CFG-FILE.
           IF WS-CFG-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQCIMP: JVMQCFG unavailable - audit records '
                   'cannot be attributed to environments. File status='
                   WS-CFG-FILE-STATUS
               SET WS-NO-MORE-CFG TO TRUE
           END-IF.

           PERFORM LOAD-ONE-CFG THRU
               END-LOAD-ONE-CFG
               UNTIL WS-NO-MORE-CFG.

           IF WS-CFG-FILE-STATUS = '00' OR '10'
               CLOSE JVMQ-CFG-FILE
           END-IF.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.
           PERFORM READ-NEXT-CASE THRU
               END-READ-NEXT-CASE.

       END-LOAD-ENV-URIS.   EXIT.

      *---------------------------------------------------------------*
      *  Read one settings record and collect its URIs.               *
      *---------------------------------------------------------------*
       LOAD-ONE-CFG.

           READ JVMQ-CFG-FILE
               AT END
                   SET WS-NO-MORE-CFG TO TRUE
           END-READ.

           IF WS-MORE-CFG
               IF C2WS-CFG-SERVICE-URI NOT = SPACES
                   MOVE C2WS-CFG-SERVICE-URI TO WS-NEW-URI
                   PERFORM ADD-ENV-URI THRU
                       END-ADD-ENV-URI
               END-IF
               PERFORM COLLECT-ONE-NODE-URI THRU
                   END-COLLECT-ONE-NODE-URI
                   VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > 8
           END-IF.

       END-LOAD-ONE-CFG.   EXIT.

      *---------------------------------------------------------------*
      *  Collect one node URI of the settings record in hand.         *
      *---------------------------------------------------------------*
       COLLECT-ONE-NODE-URI.

           IF C2WS-CFG-SVC-URI(WS-NODE-IDX) NOT = SPACES
               MOVE C2WS-CFG-SVC-URI(WS-NODE-IDX) TO WS-NEW-URI
               PERFORM ADD-ENV-URI THRU
                   END-ADD-ENV-URI
           END-IF.

       END-COLLECT-ONE-NODE-URI.   EXIT.

      *---------------------------------------------------------------*
      *  Add the URI held in WS-NEW-URI to the table under the        *
      *  settings record's environment.                               *
      *---------------------------------------------------------------*
       ADD-ENV-URI.

           IF WS-URI-COUNT < MAX-URIS
               ADD 1 TO WS-URI-COUNT
               MOVE C2WS-CFG-ENV-ID  TO WS-UT-ENV-ID(WS-URI-COUNT)
               MOVE WS-NEW-URI       TO WS-UT-URI(WS-URI-COUNT)
           ELSE
               ADD 1 TO WS-URI-OVERFLOW
           END-IF.

       END-ADD-ENV-URI.   EXIT.

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
      *  Count the audit record in hand against every change whose    *
      *  windows it falls in - as a failure, and separately as a      *
      *  timeout warning - then read the next one.                    *
      *---------------------------------------------------------------*
       COUNT-ONE-AUDIT.

           IF JVMQA-RESP-CODE NOT = OK-CODE
              OR JVMQA-TIMEOUT-WARNING-ON
               MOVE JVMQA-TIMESTAMP TO WS-CVT-TS
               PERFORM CONVERT-TS-TO-SECS THRU
                   END-CONVERT-TS-TO-SECS
               IF WS-CVT-SECS NOT < WS-SPAN-LOW
                  AND WS-CVT-SECS < WS-SPAN-HIGH
                   MOVE WS-CVT-SECS TO WS-OCC-SECS
                   PERFORM FIND-AUDIT-ENVS THRU
                       END-FIND-AUDIT-ENVS
                   ADD 1 TO WS-AUDIT-COUNTED
                   IF JVMQA-RESP-CODE NOT = OK-CODE
                       MOVE 'F' TO WS-OCC-MEASURE
                       PERFORM MATCH-AUDIT-TO-CHANGES THRU
                           END-MATCH-AUDIT-TO-CHANGES
                   END-IF
                   IF JVMQA-TIMEOUT-WARNING-ON
                       MOVE 'T' TO WS-OCC-MEASURE
                       PERFORM MATCH-AUDIT-TO-CHANGES THRU
                           END-MATCH-AUDIT-TO-CHANGES
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-NEXT-AUDIT THRU
               END-READ-NEXT-AUDIT.

       END-COUNT-ONE-AUDIT.   EXIT.

      *---------------------------------------------------------------*
      *  List the environments whose configured URIs include the      *
      *  audit record's invoked URI.                                  *
      *---------------------------------------------------------------*
       FIND-AUDIT-ENVS.

           MOVE ZERO TO WS-AUD-ENV-COUNT.
           PERFORM TEST-ONE-URI THRU
               END-TEST-ONE-URI
               VARYING WS-URI-IDX FROM 1 BY 1
               UNTIL WS-URI-IDX > WS-URI-COUNT.

       END-FIND-AUDIT-ENVS.   EXIT.

      *---------------------------------------------------------------*
      *  Test one table URI; on a match note its environment once.    *
      *---------------------------------------------------------------*
       TEST-ONE-URI.

           IF WS-UT-URI(WS-URI-IDX) = JVMQA-SERVICE-URI
               MOVE 'N' TO WS-LIST-HIT-SW
               PERFORM MATCH-ONE-AUD-ENV THRU
                   END-MATCH-ONE-AUD-ENV
                   VARYING WS-AUD-ENV-IDX FROM 1 BY 1
                   UNTIL WS-AUD-ENV-IDX > WS-AUD-ENV-COUNT
                      OR WS-LIST-HIT
               IF NOT WS-LIST-HIT AND WS-AUD-ENV-COUNT < 20
                   ADD 1 TO WS-AUD-ENV-COUNT
                   MOVE WS-UT-ENV-ID(WS-URI-IDX) TO
                       WS-AUD-ENV(WS-AUD-ENV-COUNT)
               END-IF
           END-IF.

       END-TEST-ONE-URI.   EXIT.

      *---------------------------------------------------------------*
      *  Test one noted environment against the table URI's.          *
      *---------------------------------------------------------------*
       MATCH-ONE-AUD-ENV.

           IF WS-AUD-ENV(WS-AUD-ENV-IDX) = WS-UT-ENV-ID(WS-URI-IDX)
               SET WS-LIST-HIT TO TRUE
           END-IF.

       END-MATCH-ONE-AUD-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Offer the audit occurrence to every change: an *ALL change   *
      *  takes it when it belongs to any environment the run covers,  *
      *  an environment's change when it belongs to that environment. *
      *---------------------------------------------------------------*
       MATCH-AUDIT-TO-CHANGES.

           PERFORM MATCH-AUDIT-ONE-CHANGE THRU
               END-MATCH-AUDIT-ONE-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

       END-MATCH-AUDIT-TO-CHANGES.   EXIT.

      *---------------------------------------------------------------*
      *  Offer the audit occurrence to change WS-CHG-IDX.             *
      *---------------------------------------------------------------*
       MATCH-AUDIT-ONE-CHANGE.

           MOVE 'N' TO WS-LIST-HIT-SW.
           IF WS-CHG-ENV-ID(WS-CHG-IDX) = ALL-ENVS-ID
               IF WS-ENV-FILTER = SPACES
                   IF WS-AUD-ENV-COUNT > ZERO
                       SET WS-LIST-HIT TO TRUE
                   END-IF
               ELSE
                   MOVE WS-ENV-FILTER TO WS-OCC-ENV-ID
                   PERFORM FIND-OCC-ENV THRU
                       END-FIND-OCC-ENV
               END-IF
           ELSE
               MOVE WS-CHG-ENV-ID(WS-CHG-IDX) TO WS-OCC-ENV-ID
               PERFORM FIND-OCC-ENV THRU
                   END-FIND-OCC-ENV
           END-IF.

           IF WS-LIST-HIT
               PERFORM PLACE-OCCURRENCE THRU
                   END-PLACE-OCCURRENCE
           END-IF.

       END-MATCH-AUDIT-ONE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Set WS-LIST-HIT when WS-OCC-ENV-ID is one of the audit       *
      *  record's environments.                                       *
      *---------------------------------------------------------------*
       FIND-OCC-ENV.

           PERFORM TEST-ONE-OCC-ENV THRU
               END-TEST-ONE-OCC-ENV
               VARYING WS-AUD-ENV-IDX FROM 1 BY 1
               UNTIL WS-AUD-ENV-IDX > WS-AUD-ENV-COUNT
                  OR WS-LIST-HIT.

       END-FIND-OCC-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Test one of the audit record's environments.                 *
      *---------------------------------------------------------------*
       TEST-ONE-OCC-ENV.

           IF WS-AUD-ENV(WS-AUD-ENV-IDX) = WS-OCC-ENV-ID
               SET WS-LIST-HIT TO TRUE
           END-IF.

       END-TEST-ONE-OCC-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  Count the occurrence (WS-OCC-SECS, measure WS-OCC-MEASURE)   *
      *  under change WS-CHG-IDX when it falls in the window before   *
      *  the change or the window from the change on.                 *
      *---------------------------------------------------------------*
       PLACE-OCCURRENCE.

           MOVE SPACE TO WS-OCC-SIDE.
           IF WS-OCC-SECS < WS-CHG-SECS(WS-CHG-IDX)
               IF WS-OCC-SECS NOT <
                       WS-CHG-SECS(WS-CHG-IDX) - WS-WINDOW-SECS
                   MOVE 'B' TO WS-OCC-SIDE
               END-IF
           ELSE
               IF WS-OCC-SECS <
                       WS-CHG-SECS(WS-CHG-IDX) + WS-WINDOW-SECS
                   MOVE 'A' TO WS-OCC-SIDE
               END-IF
           END-IF.

           EVALUATE WS-OCC-MEASURE ALSO WS-OCC-SIDE
               WHEN 'F' ALSO 'B'
                   ADD 1 TO WS-CHG-FAIL-BEF(WS-CHG-IDX)
               WHEN 'F' ALSO 'A'
                   ADD 1 TO WS-CHG-FAIL-AFT(WS-CHG-IDX)
               WHEN 'T' ALSO 'B'
                   ADD 1 TO WS-CHG-TMO-BEF(WS-CHG-IDX)
               WHEN 'T' ALSO 'A'
                   ADD 1 TO WS-CHG-TMO-AFT(WS-CHG-IDX)
               WHEN 'D' ALSO 'B'
                   ADD 1 TO WS-CHG-DRIFT-BEF(WS-CHG-IDX)
               WHEN 'D' ALSO 'A'
                   ADD 1 TO WS-CHG-DRIFT-AFT(WS-CHG-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END-PLACE-OCCURRENCE.   EXIT.

      *---------------------------------------------------------------*
      *  Read one drift case.                                         *
      *---------------------------------------------------------------*
       READ-NEXT-CASE.

           READ JVMQ-CASE-FILE
               AT END
                   SET WS-NO-MORE-CASES TO TRUE
           END-READ.

           IF WS-MORE-CASES
               ADD 1 TO WS-CASES-READ
           END-IF.

       END-READ-NEXT-CASE.   EXIT.

      *---------------------------------------------------------------*
      *  Count the case in hand as new at its first-seen moment and,  *
      *  when the engine reopened it and no operator has touched it   *
      *  since, as reopened at its status moment - then read the      *
      *  next case.                                                   *
      *---------------------------------------------------------------*
       COUNT-ONE-CASE.

           IF WS-ENV-FILTER = SPACES
              OR JVMQDC-ENV-ID = WS-ENV-FILTER
               MOVE 'D' TO WS-OCC-MEASURE
               MOVE JVMQDC-FIRST-SEEN-TS TO WS-CVT-TS
               PERFORM MATCH-CASE-TO-CHANGES THRU
                   END-MATCH-CASE-TO-CHANGES
               IF JVMQDC-REOPENED > ZERO
                  AND JVMQDC-STATUS-OPERATOR = SPACES
                  AND JVMQDC-STATUS-TS NOT = SPACES
                   MOVE JVMQDC-STATUS-TS TO WS-CVT-TS
                   PERFORM MATCH-CASE-TO-CHANGES THRU
                       END-MATCH-CASE-TO-CHANGES
               END-IF
           END-IF.

           PERFORM READ-NEXT-CASE THRU
               END-READ-NEXT-CASE.

       END-COUNT-ONE-CASE.   EXIT.

      *---------------------------------------------------------------*
      *  Offer the case moment in WS-CVT-TS to every change of the    *
      *  case's environment, and to every *ALL change.                *
      *---------------------------------------------------------------*
       MATCH-CASE-TO-CHANGES.

           PERFORM CONVERT-TS-TO-SECS THRU
               END-CONVERT-TS-TO-SECS.
           IF WS-CVT-SECS NOT < WS-SPAN-LOW
              AND WS-CVT-SECS < WS-SPAN-HIGH
               MOVE WS-CVT-SECS TO WS-OCC-SECS
               PERFORM MATCH-CASE-ONE-CHANGE THRU
                   END-MATCH-CASE-ONE-CHANGE
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.

       END-MATCH-CASE-TO-CHANGES.   EXIT.

      *---------------------------------------------------------------*
      *  Offer the case moment to change WS-CHG-IDX.                  *
      *---------------------------------------------------------------*
       MATCH-CASE-ONE-CHANGE.

           IF WS-CHG-ENV-ID(WS-CHG-IDX) = JVMQDC-ENV-ID
              OR WS-CHG-ENV-ID(WS-CHG-IDX) = ALL-ENVS-ID
               PERFORM PLACE-OCCURRENCE THRU
                   END-PLACE-OCCURRENCE
           END-IF.

       END-MATCH-CASE-ONE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Decide whether change WS-CHG-IDX was followed by a spike in  *
      *  any of the three measures.                                   *
      *---------------------------------------------------------------*
       TEST-ONE-CHANGE.

           MOVE ZERO TO WS-SPIKE-POS.

           MOVE WS-CHG-FAIL-BEF(WS-CHG-IDX)  TO WS-TEST-BEFORE.
           MOVE WS-CHG-FAIL-AFT(WS-CHG-IDX)  TO WS-TEST-AFTER.
           MOVE 'F' TO WS-TEST-LETTER.
           PERFORM TEST-ONE-MEASURE THRU
               END-TEST-ONE-MEASURE.

           MOVE WS-CHG-TMO-BEF(WS-CHG-IDX)   TO WS-TEST-BEFORE.
           MOVE WS-CHG-TMO-AFT(WS-CHG-IDX)   TO WS-TEST-AFTER.
           MOVE 'T' TO WS-TEST-LETTER.
           PERFORM TEST-ONE-MEASURE THRU
               END-TEST-ONE-MEASURE.

           MOVE WS-CHG-DRIFT-BEF(WS-CHG-IDX) TO WS-TEST-BEFORE.
           MOVE WS-CHG-DRIFT-AFT(WS-CHG-IDX) TO WS-TEST-AFTER.
           MOVE 'D' TO WS-TEST-LETTER.
           PERFORM TEST-ONE-MEASURE THRU
               END-TEST-ONE-MEASURE.

           IF WS-SPIKE-POS > ZERO
               ADD 1 TO WS-CHG-FLAGGED
           END-IF.

       END-TEST-ONE-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  A measure spiked when the after-count reaches SPIKE-FACTOR   *
      *  times the before-count and rises at least SPIKE-MIN-RISE     *
      *  above it - a quiet window going from zero to one is not a    *
      *  spike, a busy one doubling is.                               *
      *---------------------------------------------------------------*
       TEST-ONE-MEASURE.

           COMPUTE WS-TEST-NEEDED = WS-TEST-BEFORE * WS-SPIKE-FACTOR.
           IF WS-TEST-AFTER NOT < WS-TEST-NEEDED
              AND WS-TEST-AFTER NOT < WS-TEST-BEFORE + WS-SPIKE-MIN-RISE
              AND WS-TEST-AFTER > WS-TEST-BEFORE
               ADD 1 TO WS-SPIKE-POS
               MOVE WS-TEST-LETTER TO
                   WS-CHG-SPIKE(WS-CHG-IDX)(WS-SPIKE-POS:1)
           END-IF.

       END-TEST-ONE-MEASURE.   EXIT.

      *---------------------------------------------------------------*
      *  Write the report: the flagged changes first, then every      *
      *  change grouped by environment.                               *
      *---------------------------------------------------------------*
       WRITE-REPORT.

           IF WS-FROM-DATE = SPACES
               MOVE 'EARLIEST' TO WS-RT-FROM
           ELSE
               MOVE WS-FROM-DATE TO WS-RT-FROM
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE 'LATEST  ' TO WS-RT-TO
           ELSE
               MOVE WS-TO-DATE TO WS-RT-TO
           END-IF.
           MOVE WS-WINDOW-MINS TO WS-RT-WINDOW.
           IF WS-ENV-FILTER = SPACES
               MOVE 'ALL ENVS' TO WS-RT-ENV
           ELSE
               MOVE WS-ENV-FILTER TO WS-RT-ENV
           END-IF.
           MOVE WS-SPIKE-FACTOR   TO WS-RT-FACTOR.
           MOVE WS-SPIKE-MIN-RISE TO WS-RT-MIN-RISE.
           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE 'CHANGES FOLLOWED BY A SPIKE (F=FAILURES T=TIMEOUT WARNI
      -        'NGS D=DRIFT CASES)' TO WS-RPT-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-CHG-FLAGGED = ZERO
               MOVE '  NONE' TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           ELSE
               PERFORM WRITE-FLAGGED-CHANGE THRU
                   END-WRITE-FLAGGED-CHANGE
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE 'ALL CHANGES BY ENVIRONMENT' TO WS-RPT-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-CHG-COUNT = ZERO
               MOVE '  NO CHANGES IN THE DATE RANGE' TO
                   JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           ELSE
               PERFORM WRITE-ONE-ENV THRU
                   END-WRITE-ONE-ENV
                   VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
           END-IF.

       END-WRITE-REPORT.   EXIT.

      *---------------------------------------------------------------*
      *  List change WS-CHG-IDX in the top section if it was flagged. *
      *---------------------------------------------------------------*
       WRITE-FLAGGED-CHANGE.

           IF WS-CHG-SPIKE(WS-CHG-IDX) NOT = SPACES
               PERFORM WRITE-CHANGE-LINE THRU
                   END-WRITE-CHANGE-LINE
           END-IF.

       END-WRITE-FLAGGED-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  List every change of environment WS-ENV-IDX under its own    *
      *  heading.                                                     *
      *---------------------------------------------------------------*
       WRITE-ONE-ENV.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-ENV-ENTRY(WS-ENV-IDX) TO WS-RE-ENV-ID.
           MOVE WS-RPT-ENV-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM WRITE-ENV-CHANGE THRU
               END-WRITE-ENV-CHANGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

       END-WRITE-ONE-ENV.   EXIT.

      *---------------------------------------------------------------*
      *  List change WS-CHG-IDX if it belongs to environment          *
      *  WS-ENV-IDX.                                                  *
      *---------------------------------------------------------------*
       WRITE-ENV-CHANGE.

           IF WS-CHG-ENV-ID(WS-CHG-IDX) = WS-ENV-ENTRY(WS-ENV-IDX)
               PERFORM WRITE-CHANGE-LINE THRU
                   END-WRITE-CHANGE-LINE
           END-IF.

       END-WRITE-ENV-CHANGE.   EXIT.

      *---------------------------------------------------------------*
      *  Write the report line for change WS-CHG-IDX.                 *
      *---------------------------------------------------------------*
       WRITE-CHANGE-LINE.

           MOVE WS-CHG-ENV-ID(WS-CHG-IDX)    TO WS-RC-ENV-ID.
           MOVE WS-CHG-TIMESTAMP(WS-CHG-IDX) TO WS-RC-TIMESTAMP.
           MOVE WS-CHG-FILE(WS-CHG-IDX)      TO WS-RC-FILE.
           MOVE WS-CHG-REC-KEY(WS-CHG-IDX)   TO WS-RC-REC-KEY.
           MOVE WS-CHG-ACTION(WS-CHG-IDX)    TO WS-RC-ACTION.
           MOVE WS-CHG-OPERATOR(WS-CHG-IDX)  TO WS-RC-OPERATOR.
           MOVE WS-CHG-APPROVER(WS-CHG-IDX)  TO WS-RC-APPROVER.
           MOVE WS-CHG-FAIL-BEF(WS-CHG-IDX)  TO WS-RC-FAIL-BEF.
           MOVE WS-CHG-FAIL-AFT(WS-CHG-IDX)  TO WS-RC-FAIL-AFT.
           MOVE WS-CHG-TMO-BEF(WS-CHG-IDX)   TO WS-RC-TMO-BEF.
           MOVE WS-CHG-TMO-AFT(WS-CHG-IDX)   TO WS-RC-TMO-AFT.
           MOVE WS-CHG-DRIFT-BEF(WS-CHG-IDX) TO WS-RC-DRIFT-BEF.
           MOVE WS-CHG-DRIFT-AFT(WS-CHG-IDX) TO WS-RC-DRIFT-AFT.
           MOVE WS-CHG-SPIKE(WS-CHG-IDX)     TO WS-RC-SPIKE.
           MOVE WS-RPT-CHANGE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

       END-WRITE-CHANGE-LINE.   EXIT.

      *---------------------------------------------------------------*
      *  Convert the stamp in WS-CVT-TS (YYYYMMDD-hhmmss...) to       *
      *  seconds in WS-CVT-SECS; -1 when it is not a usable stamp.    *
      *---------------------------------------------------------------*
       CONVERT-TS-TO-SECS.

           IF WS-CVT-TS(1:8) IS NUMERIC
              AND WS-CVT-TS(10:6) IS NUMERIC
               MOVE WS-CVT-TS(1:8)  TO WS-CVT-DATE
               MOVE WS-CVT-TS(10:6) TO WS-CVT-TIME
               PERFORM CONVERT-DATE-TO-DAYS THRU
                   END-CONVERT-DATE-TO-DAYS
               COMPUTE WS-CVT-SECS =
                   WS-CVT-DAYS * 86400 + WS-CVT-HH * 3600
                   + WS-CVT-MM * 60 + WS-CVT-SS
           ELSE
               MOVE -1 TO WS-CVT-SECS
           END-IF.

       END-CONVERT-TS-TO-SECS.   EXIT.

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

      *---------------------------------------------------------------*
      *  Write the control trailer and close up.                      *
      *---------------------------------------------------------------*
       TERMINATE-IMPACT.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-CHG-COUNT     TO WS-RTR-CHANGES.
           MOVE WS-CHG-FLAGGED   TO WS-RTR-FLAGGED.
           MOVE WS-AUDIT-READ    TO WS-RTR-AUDIT-READ.
           MOVE WS-AUDIT-COUNTED TO WS-RTR-AUDIT-COUNTED.
           MOVE WS-CASES-READ    TO WS-RTR-CASES-READ.
           MOVE WS-RPT-TRAILER-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           IF WS-CHG-OVERFLOW > ZERO
               DISPLAY 'JVMQCIMP: ' WS-CHG-OVERFLOW ' change(s) not '
                   'reported - more than 500 in the date range'
           END-IF.
           IF WS-URI-OVERFLOW > ZERO
               DISPLAY 'JVMQCIMP: ' WS-URI-OVERFLOW ' JVMQCFG URI(s) '
                   'not loaded - their audit records are not counted'
           END-IF.

           CLOSE JVMQ-HIST-FILE.
           CLOSE JVMQ-AUDIT-FILE.
           CLOSE JVMQ-CASE-FILE.
           CLOSE JVMQ-REPORT-FILE.

       END-TERMINATE-IMPACT.   EXIT.

       END PROGRAM JVMQCIMP.
