      *****************************************************************
      *  JVMQMWIN                                                     *
      *  ---------------------------------------------------------    *
      *  Planned maintenance window calendar, held on the JVMQMWND    *
      *  file (a VSAM KSDS keyed on JVMQW-KEY) and keyed in on the    *
      *  JVMQMWMT transaction. A window covers one Mule node of an    *
      *  environment, or - node name left blank - every node of it,   *
      *  from JVMQW-START-TS up to (not including) JVMQW-END-TS.      *
      *  Both timestamps are YYYYMMDD-hhmmss, the stamp form the      *
      *  monitor and the drift engine already write.                  *
      *                                                               *
      *  While a window is open the patching weekend is expected      *
      *  noise, not an incident: JVMQEVTW files the environment's     *
      *  events without paging or consoling them, JVMQSRVC opens no   *
      *  new drift cases, and JVMQNSLA reports the DOWN time that     *
      *  falls inside a window as planned rather than as an outage.   *
      *                                                               *
      *  JVMQ-MWIN-CHECK is the COMMAREA an online program LINKs to   *
      *  JVMQMWCK with to ask whether an environment/node is inside   *
      *  a window at a given moment (spaces = now).                   *
      *****************************************************************
       01  JVMQ-MWIN-RECORD.
           05  JVMQW-KEY.
               10  JVMQW-ENV-ID            PIC X(08).
      *        Spaces = the window covers the whole environment.
               10  JVMQW-NODE-NAME         PIC X(12).
               10  JVMQW-START-TS          PIC X(26).
           05  JVMQW-END-TS                PIC X(26).
           05  JVMQW-REASON                PIC X(40).
      *    Who keyed the window, and when.
           05  JVMQW-ENTERED-BY            PIC X(08).
           05  JVMQW-ENTERED-TS            PIC X(26).

       01  JVMQ-MWIN-CHECK.
           05  JVMQWC-ENV-ID               PIC X(08).
           05  JVMQWC-NODE-NAME            PIC X(12).
      *    Moment to test, YYYYMMDD-hhmmss - spaces = now.
           05  JVMQWC-TIMESTAMP            PIC X(26).
      *    Returned: Y when a node or whole-environment window
      *    covers the moment, with that window's end and reason.
           05  JVMQWC-IN-WINDOW            PIC X(01).
               88  JVMQWC-WINDOW-OPEN         VALUE 'Y'.
               88  JVMQWC-NO-WINDOW           VALUE 'N'.
           05  JVMQWC-END-TS               PIC X(26).
           05  JVMQWC-REASON               PIC X(40).
