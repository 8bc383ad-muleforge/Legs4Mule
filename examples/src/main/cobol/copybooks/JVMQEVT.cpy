      *  console as well as the file, F files it quietly, P files     *
      *  it, writes the console and queues the page-the-on-call TD    *
      *  queue. An event code with no routing record defaults to C.   *
      *  Inside a planned JVMQMWND maintenance window (see JVMQMWIN)  *
      *  the environment/node's events are filed only, whatever the   *
      *  route says.                                                  *
      *                                                               *
      *  The JVMQEVTB review screen browses unacknowledged events     *
      *  and lets an operator acknowledge them with their user id     *
      *  recorded - what happened overnight is waiting at 06:00       *
      *  instead of scrolled off a console.                           *
      *                                                               *
      *  An E or C event still unacknowledged after its event code's  *
      *  JVMQER-ESCALATE-MINS is re-paged by the JVMQESCL background  *
      *  task to the next contact on the environment's JVMQONCL       *
      *  rotation (see JVMQONCL), which counts the re-pages in        *
      *  JVMQE-ESC-LEVEL and raises an ESCALATE event naming who was  *
      *  paged.                                                       *
      *                                                               *
      *  The JVMQBATC batch driver runs outside CICS (it reaches the  *
      *  engine only through an EXCI link), so it writes JVMQEVTF     *
      *  with native VSAM I/O and keeps its console DISPLAY as the    *
      *  console arm - routing records apply to the online writers.   *
      *****************************************************************
       01  JVMQ-EVENT-RECORD.
           05  JVMQE-KEY.
               88  JVMQE-UNACKED              VALUE 'N'.
           05  JVMQE-ACK-OPERATOR          PIC X(08).
           05  JVMQE-ACK-TS                PIC X(26).
      *    Re-pages made by JVMQESCL so far, and when the last one
      *    went out (spaces = never re-paged).
           05  JVMQE-ESC-LEVEL             PIC 9(01).
           05  JVMQE-ESC-TS                PIC X(26).

      *    One routing record per event code on the JVMQEVTR file (a
      *    VSAM KSDS keyed on JVMQER-EVENT-CODE), maintained by
      *    operations. No record reads as C (console and file).
      *    JVMQER-ESCALATE-MINS is how long an unacknowledged E or C
      *    event of the code waits before JVMQESCL re-pages it, and
      *    again between re-pages - zero takes JVMQESCL's default.
       01  JVMQ-EVENT-ROUTE-RECORD.
           05  JVMQER-EVENT-CODE           PIC X(08).
           05  JVMQER-ROUTE                PIC X(01).
               88  JVMQER-ROUTE-CONSOLE       VALUE 'C'.
               88  JVMQER-ROUTE-FILE-ONLY     VALUE 'F'.
               88  JVMQER-ROUTE-PAGE          VALUE 'P'.
           05  JVMQER-ESCALATE-MINS        PIC 9(04).

      *    What a raising program fills in before LINKing to
      *    JVMQEVTW - everything else (timestamp, routing, ack
