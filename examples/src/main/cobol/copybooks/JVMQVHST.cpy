      *****************************************************************
      *  JVMQVHST                                                     *
      *  ---------------------------------------------------------    *
      *  One value-change record per env var value a node returned    *
      *  that differed from its JVMQLVAL last-known value, held on    *
      *  the JVMQVHST file (a VSAM KSDS keyed on JVMQVH-KEY). Keyed   *
      *  environment, then env var name, so the JVMQVBRW browse can   *
      *  list the changes of one variable across every node of an     *
      *  environment in time order - a JAVA_HOME flipping on all of   *
      *  PROD reads as one block of rows with the same timestamp.     *
      *  The timestamp is the JVMQAUDT timestamp of the invocation    *
      *  that saw the new value, so the audit record is one lookup    *
      *  away.                                                        *
      *****************************************************************
       01  JVMQ-VALUE-HIST-RECORD.
           05  JVMQVH-KEY.
               10  JVMQVH-ENV-ID           PIC X(08).
               10  JVMQVH-ENV-NAME         PIC X(32).
               10  JVMQVH-TIMESTAMP        PIC X(26).
               10  JVMQVH-NODE-NAME        PIC X(12).
           05  JVMQVH-OLD-VALUE            PIC X(32).
           05  JVMQVH-NEW-VALUE            PIC X(32).
           05  JVMQVH-TRACE-ID             PIC X(17).
