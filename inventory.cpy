                   MOVE WS-INVENTORY-ITEM-ARG
                       TO INVENTORY-ITEM-NAME(WS-INVENTORY-COUNT)
               END-IF
           END-IF
           MOVE "TAKE" TO WS-TRACE-OPERATION
           PERFORM TRACE-ITEM-CHANGE.

       DROP-INVENTORY-ITEM.
      *    Removes WS-INVENTORY-ITEM-ARG. The last entry slides INTO
               MOVE SPACES
                   TO INVENTORY-ITEM-NAME(WS-INVENTORY-COUNT)
               SUBTRACT 1 FROM WS-INVENTORY-COUNT
           END-IF
           MOVE "DROP" TO WS-TRACE-OPERATION
           PERFORM TRACE-ITEM-CHANGE.

       DISPLAY-INVENTORY-ROUTINE.
      *    INVENTORY is a global command like STATUS AND SAVE - it
