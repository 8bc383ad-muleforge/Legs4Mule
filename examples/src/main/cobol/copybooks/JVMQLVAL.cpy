      *****************************************************************
      *  JVMQLVAL                                                     *
      *  ---------------------------------------------------------    *
      *  Last-known value of every env var a node has been asked      *
      *  for, one record per environment id / Mule node / env var     *
      *  name, held on the JVMQLVAL file (a VSAM KSDS keyed on        *
      *  JVMQLV-KEY). Kept by the JVMQSNOD worker from each value a   *
      *  node returns - online or through the batch bridge, since     *
      *  both reach the nodes through it. Drift compares nodes with   *
      *  each other and compliance compares them with JVMQBASE;       *
      *  neither notices a value that flips on every node at once     *
      *  after an unannounced redeploy. A returned value that differs *
      *  from the one held here is written to the JVMQVHST history    *
      *  (see JVMQVHST) and raises a VALCHG event.                    *
      *****************************************************************
       01  JVMQ-LAST-VALUE-RECORD.
           05  JVMQLV-KEY.
               10  JVMQLV-ENV-ID           PIC X(08).
               10  JVMQLV-NODE-NAME        PIC X(12).
               10  JVMQLV-ENV-NAME         PIC X(32).
           05  JVMQLV-VALUE                PIC X(32).
      *    When the value was first seen, and when it last changed
      *    (spaces = never changed since first seen). Both carry the
      *    JVMQAUDT timestamp of the invocation that brought it back.
           05  JVMQLV-FIRST-SEEN-TS        PIC X(26).
           05  JVMQLV-CHANGED-TS           PIC X(26).
      *    Trace id of the invocation that set the value.
           05  JVMQLV-TRACE-ID             PIC X(17).
