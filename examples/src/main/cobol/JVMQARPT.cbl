           SET C2WS-RC-IDX TO 1.
           SEARCH C2WS-RC-ENTRY
               AT END
                   MOVE C2WS-RC-TEXT(C2WS-RC-ENTRIES) TO WS-RC-TEXT-OUT
               WHEN C2WS-RC-CODE(C2WS-RC-IDX) = WS-RC-LOOKUP
                   MOVE C2WS-RC-TEXT(C2WS-RC-IDX) TO WS-RC-TEXT-OUT
           END-SEARCH.
