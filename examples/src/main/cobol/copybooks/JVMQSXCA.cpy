      *****************************************************************
      *  JVMQSXCA                                                     *
      *  ---------------------------------------------------------    *
      *  COMMAREA a batch engine driver (JVMQBATC, JVMQXCMP) passes   *
      *  over the external CICS interface to the JVMQSBRG bridge,     *
      *  which hands it to the JVMQSRVC engine as the JVMQSREQ        *
      *  container and returns the JVMQSRPL reply in the same area.   *
      *  EXCI carries a COMMAREA, not a channel - hence the bridge.   *
      *                                                               *
      *  The JVMQS-REQUEST image (see JVMQSAPI) goes in at offset 1;  *
      *  the JVMQS-REPLY image comes back straight after it. Both     *
      *  sides work the offsets out from LENGTH OF the two layouts,   *
      *  so a change to JVMQSAPI needs no change here as long as the  *
      *  two together still fit.                                      *
      *****************************************************************
           05  JVMQSX-DATA                 PIC X(12000).
