       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQINCR.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Service-desk incident number return (see JVMQINCI). Drift     *
      * cases and node outages go out to the service desk through     *
      * JVMQINCW with '*PENDING' left as their incident number; the   *
      * service desk sends back one JVMQ-INCIDENT-RETURN record per   *
      * incident it opened, and this job stores each incident number  *
      * on the JVMQDCAS drift case or JVMQNODS node status record its *
      * correlation key names, so the JVMQDRFC queue screen shows     *
      * which cases already have a ticket.                            *
      *                                                               *
      * A node that came back UP before its number arrived has        *
      * already had its incident closed - the number is not stored.   *
      * Every return record is listed on the control report with      *
      * what was done with it. Records that match nothing, or carry   *
      * no incident number, give return code 4.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Return file from the service desk, one 80-byte record per
      * incident opened.
      *
           SELECT JVMQ-RETURN-FILE  ASSIGN TO JVMQSDRT
               FILE STATUS IS WS-RETURN-FILE-STATUS.
      *
      * Drift case file, updated by key.
      *
           SELECT JVMQ-CASE-FILE    ASSIGN TO JVMQDCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JVMQDC-KEY
               FILE STATUS IS WS-CASE-FILE-STATUS.
      *
      * Node status file, updated by key.
      *
           SELECT JVMQ-NODE-FILE    ASSIGN TO JVMQNODS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JVMQN-KEY
               FILE STATUS IS WS-NODE-FILE-STATUS.
      *
      * Control report: one line per return record.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQSDRP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  JVMQ-RETURN-FILE-RECORD     PIC X(80).

       FD  JVMQ-CASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQDCAS.

       FD  JVMQ-NODE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQNODS.

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
      *  Switches                                                     *
      *---------------------------------------------------------------*
       77  WS-RETURN-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-CASE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-NODE-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-RETURNS-SW      PIC X(01) VALUE 'Y'.
               88  WS-MORE-RETURNS         VALUE 'Y'.
               88  WS-NO-MORE-RETURNS      VALUE 'N'.

      *---------------------------------------------------------------*
      *  Incident interface layouts (the return record is read into   *
      *  JVMQ-INCIDENT-RETURN).                                       *
      *---------------------------------------------------------------*
       COPY JVMQINCI.

      *---------------------------------------------------------------*
      *  Counters for the control trailer.                            *
      *---------------------------------------------------------------*
       77  WS-RETURNS-READ             PIC 9(07) VALUE ZERO.
       77  WS-RETURNS-APPLIED          PIC 9(07) VALUE ZERO.
       77  WS-RETURNS-UNCHANGED        PIC 9(07) VALUE ZERO.
       77  WS-RETURNS-REJECTED         PIC 9(07) VALUE ZERO.
       77  WS-RETURNS-ERRORS           PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(50) VALUE
               'JVMQINCR - SERVICE-DESK INCIDENT NUMBERS RETURNED'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RPT-HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE 'T '.
           05  FILLER                  PIC X(09) VALUE 'ENV      '.
           05  FILLER                  PIC X(13) VALUE
               'NODE         '.
           05  FILLER                  PIC X(17) VALUE
               'FIELD            '.
           05  FILLER                  PIC X(13) VALUE
               'INCIDENT     '.
           05  FILLER                  PIC X(13) VALUE
               'WAS          '.
           05  FILLER                  PIC X(07) VALUE 'RESULT '.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-RPT-RETURN-LINE.
           05  WS-RR-TYPE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-ENV-ID            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-NODE              PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-FIELD             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-INCIDENT          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-WAS               PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RR-RESULT            PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                  PIC X(13) VALUE 'RETURNS READ='.
           05  WS-RTR-READ             PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  APPLIED='.
           05  WS-RTR-APPLIED          PIC 9(07).
           05  FILLER                  PIC X(12) VALUE '  UNCHANGED='.
           05  WS-RTR-UNCHANGED        PIC 9(07).
           05  FILLER                  PIC X(11) VALUE '  REJECTED='.
           05  WS-RTR-REJECTED         PIC 9(07).
           05  FILLER                  PIC X(09) VALUE '  ERRORS='.
           05  WS-RTR-ERRORS           PIC 9(07).
           05  FILLER                  PIC X(43) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RETURN THRU
               END-INITIALIZE-RETURN.

           PERFORM PROCESS-ONE-RETURN THRU
               END-PROCESS-ONE-RETURN
               UNTIL WS-NO-MORE-RETURNS.

           PERFORM TERMINATE-RETURN THRU
               END-TERMINATE-RETURN.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Open the files, write the title and headings and prime the   *
      *  first read.                                                  *
      *---------------------------------------------------------------*
       INITIALIZE-RETURN.

           OPEN INPUT JVMQ-RETURN-FILE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQINCR: JVMQSDRT open failed. File status='
                   WS-RETURN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JVMQ-CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQINCR: JVMQDCAS open failed. File status='
                   WS-CASE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O JVMQ-NODE-FILE.
           IF WS-NODE-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQINCR: JVMQNODS open failed. File status='
                   WS-NODE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQINCR: JVMQSDRP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RPT-HEADING-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM READ-NEXT-RETURN THRU
               END-READ-NEXT-RETURN.

       END-INITIALIZE-RETURN.   EXIT.

      *---------------------------------------------------------------*
      *  Read one return record from the service desk.                *
      *---------------------------------------------------------------*
       READ-NEXT-RETURN.

           READ JVMQ-RETURN-FILE INTO JVMQ-INCIDENT-RETURN
               AT END
                   SET WS-NO-MORE-RETURNS TO TRUE
           END-READ.

           IF WS-MORE-RETURNS
               ADD 1 TO WS-RETURNS-READ
           END-IF.

       END-READ-NEXT-RETURN.   EXIT.

      *---------------------------------------------------------------*
      *  Store the incident number on the record the return names,    *
      *  list what was done with it, then read the next return so     *
      *  the governing PERFORM UNTIL can tell when to stop.           *
      *---------------------------------------------------------------*
       PROCESS-ONE-RETURN.

           MOVE JVMQIR-SOURCE-TYPE TO WS-RR-TYPE.
           MOVE JVMQIR-ENV-ID      TO WS-RR-ENV-ID.
           MOVE JVMQIR-NODE-NAME   TO WS-RR-NODE.
           MOVE JVMQIR-FIELD-NAME  TO WS-RR-FIELD.
           MOVE JVMQIR-INCIDENT-NO TO WS-RR-INCIDENT.
           MOVE SPACES             TO WS-RR-WAS.
           MOVE SPACES             TO WS-RR-RESULT.

           EVALUATE TRUE
               WHEN JVMQIR-INCIDENT-NO = SPACES
                 OR JVMQIR-INCIDENT-NO = '*PENDING'
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE 'REJECTED - NO INCIDENT NUMBER'
                       TO WS-RR-RESULT
               WHEN JVMQIR-DRIFT-CASE
                   PERFORM APPLY-CASE-RETURN THRU
                       END-APPLY-CASE-RETURN
               WHEN JVMQIR-NODE-OUTAGE
                   PERFORM APPLY-NODE-RETURN THRU
                       END-APPLY-NODE-RETURN
               WHEN OTHER
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE 'REJECTED - SOURCE TYPE NOT D/N'
                       TO WS-RR-RESULT
           END-EVALUATE.

           MOVE WS-RPT-RETURN-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM READ-NEXT-RETURN THRU
               END-READ-NEXT-RETURN.

       END-PROCESS-ONE-RETURN.   EXIT.

      *---------------------------------------------------------------*
      *  Store the incident number on the drift case the return       *
      *  names. A number already on the case is replaced - the        *
      *  service desk's answer is the one that counts - and shown in  *
      *  the WAS column.                                              *
      *---------------------------------------------------------------*
       APPLY-CASE-RETURN.

           MOVE JVMQIR-ENV-ID     TO JVMQDC-ENV-ID.
           MOVE JVMQIR-NODE-NAME  TO JVMQDC-NODE-NAME.
           MOVE JVMQIR-FIELD-NAME TO JVMQDC-FIELD-NAME.

           READ JVMQ-CASE-FILE
               INVALID KEY
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE 'REJECTED - NO SUCH DRIFT CASE'
                       TO WS-RR-RESULT
               NOT INVALID KEY
                   MOVE JVMQDC-INCIDENT-NO TO WS-RR-WAS
                   IF JVMQDC-INCIDENT-NO = JVMQIR-INCIDENT-NO
                       ADD 1 TO WS-RETURNS-UNCHANGED
                       MOVE 'ALREADY ON FILE' TO WS-RR-RESULT
                   ELSE
                       MOVE JVMQIR-INCIDENT-NO TO JVMQDC-INCIDENT-NO
                       REWRITE JVMQ-DRIFT-CASE-RECORD
                       IF WS-CASE-FILE-STATUS = '00'
                           ADD 1 TO WS-RETURNS-APPLIED
                           MOVE 'STORED ON DRIFT CASE'
                               TO WS-RR-RESULT
                       ELSE
                           ADD 1 TO WS-RETURNS-ERRORS
                           MOVE 'NOT STORED - REWRITE FAILED'
                               TO WS-RR-RESULT
                           DISPLAY 'JVMQINCR: JVMQDCAS rewrite failed '
                               'for ' JVMQDC-KEY ' File status='
                               WS-CASE-FILE-STATUS
                       END-IF
                   END-IF
           END-READ.

       END-APPLY-CASE-RETURN.   EXIT.

      *---------------------------------------------------------------*
      *  Store the incident number on the node status record the      *
      *  return names - unless the node is already back UP with its   *
      *  incident cleared, in which case the close has gone out and   *
      *  the number belongs to an outage that is over.                *
      *---------------------------------------------------------------*
       APPLY-NODE-RETURN.

           MOVE JVMQIR-ENV-ID    TO JVMQN-ENV-ID.
           MOVE JVMQIR-NODE-NAME TO JVMQN-NODE-NAME.

           READ JVMQ-NODE-FILE
               INVALID KEY
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE 'REJECTED - NO SUCH NODE'
                       TO WS-RR-RESULT
               NOT INVALID KEY
                   MOVE JVMQN-INCIDENT-NO TO WS-RR-WAS
                   EVALUATE TRUE
                       WHEN JVMQN-INCIDENT-NO = JVMQIR-INCIDENT-NO
                           ADD 1 TO WS-RETURNS-UNCHANGED
                           MOVE 'ALREADY ON FILE' TO WS-RR-RESULT
                       WHEN JVMQN-UP AND JVMQN-NO-INCIDENT
                           ADD 1 TO WS-RETURNS-UNCHANGED
                           MOVE 'NOT STORED - NODE BACK UP'
                               TO WS-RR-RESULT
                       WHEN OTHER
                           MOVE JVMQIR-INCIDENT-NO TO JVMQN-INCIDENT-NO
                           REWRITE JVMQ-NODE-STATUS-RECORD
                           IF WS-NODE-FILE-STATUS = '00'
                               ADD 1 TO WS-RETURNS-APPLIED
                               MOVE 'STORED ON NODE STATUS'
                                   TO WS-RR-RESULT
                           ELSE
                               ADD 1 TO WS-RETURNS-ERRORS
                               MOVE 'NOT STORED - REWRITE FAILED'
                                   TO WS-RR-RESULT
                               DISPLAY 'JVMQINCR: JVMQNODS rewrite '
                                   'failed for ' JVMQN-KEY
                                   ' File status=' WS-NODE-FILE-STATUS
                           END-IF
                   END-EVALUATE
           END-READ.

       END-APPLY-NODE-RETURN.   EXIT.

      *---------------------------------------------------------------*
      *  Write the control trailer, close up and set the return code: *
      *  8 when a rewrite failed, 4 when a return was rejected.       *
      *---------------------------------------------------------------*
       TERMINATE-RETURN.

           IF WS-RETURNS-READ = ZERO
               MOVE '  NONE' TO JVMQ-REPORT-RECORD
               WRITE JVMQ-REPORT-RECORD
           END-IF.

           MOVE SPACES TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.
           MOVE WS-RETURNS-READ      TO WS-RTR-READ.
           MOVE WS-RETURNS-APPLIED   TO WS-RTR-APPLIED.
           MOVE WS-RETURNS-UNCHANGED TO WS-RTR-UNCHANGED.
           MOVE WS-RETURNS-REJECTED  TO WS-RTR-REJECTED.
           MOVE WS-RETURNS-ERRORS    TO WS-RTR-ERRORS.
           MOVE WS-RPT-TRAILER-LINE  TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           CLOSE JVMQ-RETURN-FILE.
           CLOSE JVMQ-CASE-FILE.
           CLOSE JVMQ-NODE-FILE.
           CLOSE JVMQ-REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-RETURNS-ERRORS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RETURNS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       END-TERMINATE-RETURN.   EXIT.

       END PROGRAM JVMQINCR.
