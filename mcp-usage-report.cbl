           IF WS-LINE-MONTH = SPACES OR WS-LINE-TOOL = SPACES
               EXIT PARAGRAPH
           END-IF
*>         A call refused on the key's rate limit (R) or quota (Q),
*>         or rejected before a tool was picked (N, P, E), never ran
*>         - it is not usage; a later page of an export (C) is part
*>         of the call its first page logged
           IF WS-LINE-RC = "R" OR WS-LINE-RC = "Q"
               OR WS-LINE-RC = "N" OR WS-LINE-RC = "P"
               OR WS-LINE-RC = "E" OR WS-LINE-RC = "C"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FOUND-USAGE-IDX
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
