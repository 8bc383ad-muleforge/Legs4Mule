      *    and the invocation is skipped rather than attempted.
           05  FILLER PIC X(63) VALUE
               '015Node marked DOWN by monitor - invocation skipped'.
      *    016 is not a c2wsrt code either - JVMQSRVC sets it when the
      *    calling application is over its JVMQLIMT calls-per-minute
      *    allowance and no node is invoked at all.
           05  FILLER PIC X(63) VALUE
               '016Caller over calls-per-minute allowance - throttled'.
           05  FILLER PIC X(63) VALUE
               '999Unrecognized c2wsrt return code'.

       01  C2WS-RC-TABLE REDEFINES C2WS-RC-TABLE-DATA.
           05  C2WS-RC-ENTRY OCCURS 12 TIMES
                             INDEXED BY C2WS-RC-IDX.
               10  C2WS-RC-CODE        PIC 9(03).
               10  C2WS-RC-TEXT        PIC X(60).

      *    Entries in the table. The catch-all 999 entry stays last,
      *    so a lookup's AT END answers with C2WS-RC-TEXT of this one
      *    - keep it in step when a code is added above.
       01  C2WS-RC-ENTRIES             PIC S9(4) COMP VALUE 12.
