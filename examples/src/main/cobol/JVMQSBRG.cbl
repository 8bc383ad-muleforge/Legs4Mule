       PROCESS XOPTS(APOST)
       PROCESS NOSEQ LIB OPTIMIZE(FULL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JVMQSBRG.
      *****************************************************************
      * OVERVIEW                                                      *
      * --------                                                      *
      * Batch-to-engine bridge. The batch engine drivers (JVMQBATC,   *
      * JVMQXCMP) reach CICS through the external CICS interface,     *
      * which carries a COMMAREA but no channel - and the JVMQSRVC    *
      * engine is driven by containers. This program sits between     *
      * the two: it takes the JVMQS-REQUEST image off the JVMQSXCA    *
      * COMMAREA, puts it on channel JVMQCHANNEL as the JVMQSREQ      *
      * container, LINKs the engine exactly as JVMQUERY does, and     *
      * returns the JVMQSRPL reply in the COMMAREA behind the         *
      * request.                                                      *
      *                                                               *
      * A batch request therefore gets the whole online cycle - the   *
      * JVMQNODS DOWN-node skip, the fan-out across the configured    *
      * nodes, RECONCILE-RESULTS and the JVMQDCAS drift cases, the    *
      * reply cache, the per-node JVMQAUDT records - so a batch       *
      * answer and an online answer to the same question agree.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *****************************************************************
      *        W O R K I N G    S T O R A G E    S E C T I O N        *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *  JVMQSREQ/JVMQSRPL containers exchanged with the engine.      *
      *---------------------------------------------------------------*
       COPY JVMQSAPI.

      *---------------------------------------------------------------*
      *  Where the request and reply images sit on the COMMAREA.      *
      *---------------------------------------------------------------*
       77  WS-REQUEST-LEN              PIC S9(8) COMP VALUE ZERO.
       77  WS-REPLY-LEN                PIC S9(8) COMP VALUE ZERO.
       77  WS-REPLY-START              PIC S9(8) COMP VALUE ZERO.

      *---------------------------------------------------------------*
      *  Work variables                                               *
      *---------------------------------------------------------------*
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

      *****************************************************************
      *            L I N K A G E       S E C T I O N                  *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY JVMQSXCA.

      *****************************************************************
      *    P R O C E D U R E  D I V I S I O N   S E C T I O N         *
      *****************************************************************
       PROCEDURE DIVISION.

           MOVE LENGTH OF JVMQS-REQUEST TO WS-REQUEST-LEN.
           MOVE LENGTH OF JVMQS-REPLY   TO WS-REPLY-LEN.
           COMPUTE WS-REPLY-START = WS-REQUEST-LEN + 1.

      *    Nowhere to put a reply - nothing useful can be done.
           IF EIBCALEN < WS-REQUEST-LEN + WS-REPLY-LEN
               DISPLAY 'JVMQSBRG: called without a full request/reply '
                   'COMMAREA - nothing invoked'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE JVMQSX-DATA(1:WS-REQUEST-LEN) TO JVMQS-REQUEST.

           PERFORM INVOKE-ENGINE THRU
               END-INVOKE-ENGINE.

           MOVE JVMQS-REPLY TO
               JVMQSX-DATA(WS-REPLY-START:WS-REPLY-LEN).

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *---------------------------------------------------------------*
      *  Put the request on the channel, LINK the engine and read the *
      *  reply back - the JVMQUERY sequence. A missing reply is       *
      *  turned into an error reply so the batch caller always has    *
      *  something honest to report.                                  *
      *---------------------------------------------------------------*
       INVOKE-ENGINE.

           EXEC CICS PUT CONTAINER('JVMQSREQ')
                     CHANNEL('JVMQCHANNEL')
                     FROM(JVMQS-REQUEST)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS LINK PROGRAM('JVMQSRVC')
                         CHANNEL('JVMQCHANNEL')
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS GET CONTAINER('JVMQSRPL')
                         CHANNEL('JVMQCHANNEL')
                         INTO(JVMQS-REPLY)
                         RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE -1 TO JVMQS-RP-RETURN-CODE
               MOVE 'JVMQSRVC engine unavailable - no reply' TO
                   JVMQS-RP-DIAG-TEXT
               MOVE ZERO   TO JVMQS-RP-NODE-COUNT
               MOVE ZERO   TO JVMQS-RP-NODES-RESPONDING
               MOVE ZERO   TO JVMQS-RP-NODES-AGREE
               MOVE SPACES TO JVMQS-RP-DRIFT-STATUS
           END-IF.

       END-INVOKE-ENGINE.   EXIT.

       END PROGRAM JVMQSBRG.
