       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQACNV.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * One-off conversion of the JVMQARCH audit archive generations  *
      * written before the audit record gained its caller fields      *
      * (JVMQA-CALLER, JVMQA-CACHE-HIT and JVMQA-NODE-SEQ). Those     *
      * generations hold 1863-byte records; JVMQARCH now writes, and  *
      * JVMQARTV reads, the 1894-byte JVMQAUDT layout, and the        *
      * retrieval job reads the whole GDG base as one concatenation,  *
      * so every generation must be in the one layout.                *
      *                                                               *
      * The JCL runs one step per old generation: JVMQAOLD is the     *
      * generation as it stands, JVMQANEW its replacement, which is   *
      * then renamed over it. Each record is copied byte for byte     *
      * and the three new fields are left as spaces - the same as a   *
      * live record written before caller capture, which JVMQUSAG     *
      * and the other readers already expect. A generation already    *
      * in the new layout fails the open on JVMQAOLD with a length    *
      * mismatch and is left alone.                                   *
      *                                                               *
      * The control report shows records read and written; the job    *
      * ends RC 8 when any record could not be written, so the old    *
      * generation is not replaced.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * One archive generation in the layout before caller capture.
      *
           SELECT JVMQ-OLD-ARCHIVE-FILE ASSIGN TO JVMQAOLD
               FILE STATUS IS WS-OLD-FILE-STATUS.
      *
      * The same generation rewritten in the current JVMQAUDT layout.
      *
           SELECT JVMQ-NEW-ARCHIVE-FILE ASSIGN TO JVMQANEW
               FILE STATUS IS WS-NEW-FILE-STATUS.
      *
      * Control report proving what the run did.
      *
           SELECT JVMQ-REPORT-FILE  ASSIGN TO JVMQNREP
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
      *****************************************************************
      *             F I L E     S E C T I O N                         *
      *****************************************************************
       FILE SECTION.

       FD  JVMQ-OLD-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1863 CHARACTERS.
      *    JVMQAUDT as it stood up to JVMQA-SKIP-NOTE.
       01  JVMQ-OLD-ARCHIVE-RECORD     PIC X(1863).

       FD  JVMQ-NEW-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY JVMQAUDT.

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
       77  WS-OLD-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-NEW-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MORE-OLD-SW          PIC X(01) VALUE 'Y'.
               88  WS-MORE-OLD             VALUE 'Y'.
               88  WS-NO-MORE-OLD          VALUE 'N'.

      *---------------------------------------------------------------*
      *  Counters for the control report.                             *
      *---------------------------------------------------------------*
       77  WS-READ                     PIC 9(07) VALUE ZERO.
       77  WS-WRITTEN                  PIC 9(07) VALUE ZERO.
       77  WS-WRITE-ERRORS             PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Report line layouts                                          *
      *---------------------------------------------------------------*
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(45) VALUE
               'JVMQACNV - JVMQ AUDIT ARCHIVE LAYOUT CONVERT'.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(05) VALUE 'READ='.
           05  WS-RC-READ              PIC 9(07).
           05  FILLER                  PIC X(10) VALUE '  WRITTEN='.
           05  WS-RC-WRITTEN           PIC 9(07).
           05  FILLER                  PIC X(15) VALUE
               '  WRITE ERRORS='.
           05  WS-RC-ERRORS            PIC 9(07).
           05  FILLER                  PIC X(82) VALUE SPACES.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-CONVERT THRU
               END-INITIALIZE-CONVERT.

           PERFORM PROCESS-ONE-OLD THRU
               END-PROCESS-ONE-OLD
               UNTIL WS-NO-MORE-OLD.

           PERFORM TERMINATE-CONVERT THRU
               END-TERMINATE-CONVERT.

           STOP RUN.

      *---------------------------------------------------------------*
      *  Open the files and prime the first read.                     *
      *---------------------------------------------------------------*
       INITIALIZE-CONVERT.

           OPEN INPUT JVMQ-OLD-ARCHIVE-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQACNV: JVMQAOLD open failed. File status='
                   WS-OLD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-NEW-ARCHIVE-FILE.
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQACNV: JVMQANEW open failed. File status='
                   WS-NEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT JVMQ-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'JVMQACNV: JVMQNREP open failed. File status='
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RPT-TITLE-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           PERFORM READ-NEXT-OLD THRU
               END-READ-NEXT-OLD.

       END-INITIALIZE-CONVERT.   EXIT.

      *---------------------------------------------------------------*
      *  Read one record of the old generation.                       *
      *---------------------------------------------------------------*
       READ-NEXT-OLD.

           READ JVMQ-OLD-ARCHIVE-FILE
               AT END
                   SET WS-NO-MORE-OLD TO TRUE
           END-READ.

           IF WS-MORE-OLD
               ADD 1 TO WS-READ
           END-IF.

       END-READ-NEXT-OLD.   EXIT.

      *---------------------------------------------------------------*
      *  Copy the old record to the front of the new layout, the      *
      *  caller fields behind it left as spaces, and write it; then   *
      *  read the next record so the governing PERFORM UNTIL can tell *
      *  when to stop.                                                *
      *---------------------------------------------------------------*
       PROCESS-ONE-OLD.

           MOVE SPACES TO JVMQ-AUDIT-RECORD.
           MOVE JVMQ-OLD-ARCHIVE-RECORD TO
               JVMQ-AUDIT-RECORD(1:LENGTH OF JVMQ-OLD-ARCHIVE-RECORD).

           WRITE JVMQ-AUDIT-RECORD.
           IF WS-NEW-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY 'JVMQACNV: write failed for key '
                   JVMQA-KEY ' File status='
                   WS-NEW-FILE-STATUS
           END-IF.

           PERFORM READ-NEXT-OLD THRU
               END-READ-NEXT-OLD.

       END-PROCESS-ONE-OLD.   EXIT.

      *---------------------------------------------------------------*
      *  Write the control counts and close up. The job ends with a   *
      *  non-zero return code when any record could not be written,   *
      *  so the step that renames the new generation over the old     *
      *  one does not run.                                            *
      *---------------------------------------------------------------*
       TERMINATE-CONVERT.

           MOVE WS-READ            TO WS-RC-READ.
           MOVE WS-WRITTEN         TO WS-RC-WRITTEN.
           MOVE WS-WRITE-ERRORS    TO WS-RC-ERRORS.
           MOVE WS-RPT-COUNT-LINE TO JVMQ-REPORT-RECORD.
           WRITE JVMQ-REPORT-RECORD.

           CLOSE JVMQ-OLD-ARCHIVE-FILE.
           CLOSE JVMQ-NEW-ARCHIVE-FILE.
           CLOSE JVMQ-REPORT-FILE.

           IF WS-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       END-TERMINATE-CONVERT.   EXIT.

       END PROGRAM JVMQACNV.
