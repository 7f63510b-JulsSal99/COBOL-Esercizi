                       MOVE UnloadRecord(1:24) TO MoveData(1:24)
                       MOVE "MAG" TO MovLoc
                       MOVE SPACES TO MovLocTo
                       MOVE SPACES TO MovLot
                       MOVE ZERO TO MovExpiry
                       WRITE MoveData
                       ADD 1 TO WS-LoadedCount
               END-READ
