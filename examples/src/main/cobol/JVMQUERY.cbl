           MOVE SPACES TO JVMQS-RQ-ENV-ID.
           MOVE SPACES TO JVMQS-RQ-SERVICE-NAME.
           MOVE WS-EV-COUNT TO JVMQS-RQ-ENVVAR-COUNT.
      *    Blank caller - the engine stamps this transaction, its
      *    program and the signed-on operator itself.
           MOVE SPACES TO JVMQS-RQ-CALLER.
           PERFORM SET-ONE-REQUEST-NAME THRU
               END-SET-ONE-REQUEST-NAME
               VARYING WS-EV-IDX FROM 1 BY 1
