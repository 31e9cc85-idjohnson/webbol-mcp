*>       The offline mirror of MCP-HANDLER's registry - add a line
*>       here when a tool is added there.
       INIT-TOOLS-REGISTRY.
           MOVE 6 TO WS-TOOLS-COUNT
           MOVE "echo" TO WT-NAME(1)
           MOVE "MCP-TOOL-ECHO" TO WT-PROGRAM(1)
           MOVE "lookup-record" TO WT-NAME(2)
           MOVE "MCP-TOOL-SEARCH-RECORDS" TO WT-PROGRAM(3)
           MOVE "propose-record-change" TO WT-NAME(4)
           MOVE "MCP-TOOL-PROPOSE-CHANGE" TO WT-PROGRAM(4)
           MOVE "list-categories" TO WT-NAME(5)
           MOVE "MCP-TOOL-LIST-CATEGORIES" TO WT-PROGRAM(5)
           MOVE "record-history" TO WT-NAME(6)
           MOVE "MCP-TOOL-RECORD-HISTORY" TO WT-PROGRAM(6)
           .

*>       Run one "<tool-name> <arguments-json>" line. Blank lines
