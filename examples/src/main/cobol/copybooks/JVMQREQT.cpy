      *  ---------------------------------------------------------    *
      *  JvmQueryRequestType, as generated from the JvmQuery UMO's     *
      *  request schema. Shared by every program that drives the      *
      *  c2wsrt request/reply cycle (JVMQSNOD for the JVMQSRVC        *
      *  engine, JVMQMONR)                                            *
      *  so they stay in lock step with the service's contract.       *
      *****************************************************************
           05 JvmQueryRequestType.
