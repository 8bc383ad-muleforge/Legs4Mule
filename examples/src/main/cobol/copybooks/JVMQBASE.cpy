      *  JVMQBASE file (a VSAM KSDS keyed on JVMQB-KEY), maintained   *
      *  by operations, giving every returned envVarValue something   *
      *  authoritative to be compared against - the compliance        *
      *  validation in the JVMQSRVC engine marks each invocation      *
      *  COMPLIANT or DEVIANT from it instead of someone diffing      *
      *  replies against a spreadsheet.                               *
      *                                                               *
