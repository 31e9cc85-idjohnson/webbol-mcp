       01 WS-REQ-SESSION-ID     PIC X(36).
       01 WS-SESS-OP            PIC X.
       01 WS-SESSION-VALID      PIC 9.
*> The caller's key identity - the KEY-HASH digest of its Bearer
*> token, the same digest credentials.cfg stores - handed to every
*> SESSION-STORE call so sessions stay bound to the key that created
*> them (see CHECK-SESSION-OWNER there), and the key QUOTA-TRACKER
*> and the per-key rate limit count under. No clear token is ever
*> written to those files.
       01 WS-SESS-KEY           PIC X(64).

*> Fields used to look a name up in the caller-parsed HEADER-TABLE
       01 WS-PR-CHAR            PIC X.

*> Fields used while appending one tools/call line to ACTIVITY-LOG
*> (the rc is the tool's 0/1, or R/Q for a refused call)
       01 WS-ACTIVITY-FILE-STATUS PIC XX.
       01 WS-ACT-RAW-DATE       PIC X(21).
       01 WS-ACT-TIMESTAMP      PIC X(19).
               PERFORM BUILD-UNAUTHORIZED-ERROR
               GOBACK
           END-IF
           CALL "KEY-HASH" USING WS-AUTH-TOKEN WS-SESS-KEY

*>         A key provisioned with its own per-minute allowance is
*>         counted against that allowance here, keyed by the key's
               CALL "RATE-LIMITER" USING WS-KEY-RL-ADDR
                   WS-KEY-RATE-LIMIT WS-KEY-RATE-RC
               IF WS-KEY-RATE-RC NOT = 0
*>                 On the activity log as a refusal, so the key's
*>                 SLA statement can count it - no session or tool
*>                 has been looked at yet
                   MOVE "-" TO SESSION-ID
                   MOVE "-" TO WS-TOOL-NAME
                   MOVE "R" TO WS-ACT-RC-STR
                   PERFORM APPEND-ACTIVITY-LINE
                   PERFORM BUILD-KEY-RATE-LIMITED-ERROR
                   GOBACK
               END-IF
*>       through tools/list and tools/call. Add an entry here (and
*>       a calling-convention program) for each new tool.
       INIT-TOOLS-REGISTRY.
           MOVE 6 TO TOOLS-REGISTRY-COUNT
           MOVE "echo" TO TR-NAME(1)
           MOVE "Echoes back the text you send it."
               TO TR-DESCRIPTION(1)
           MOVE "MCP-TOOL-ECHO" TO TR-PROGRAM(1)

           MOVE "lookup-record" TO TR-NAME(2)
           MOVE "Looks up a record by id in the records catalog, with its relationships to other records."
               TO TR-DESCRIPTION(2)
           MOVE SPACES TO TR-INPUT-SCHEMA(2)
           STRING '{"type":"object","properties":{"key":{"type":'
                  '"string"},"id":{"type":"string"},"name":{"type":'
                  '"string"},"detail":{"type":"string"},'
                  '"status":{"type":"string"},"effFrom":{"type":'
                  '"string"},"effTo":{"type":"string"},'
                  '"category":{"type":"string"}},'
                  '"required":["action","id"]}' DELIMITED BY SIZE
                  INTO TR-INPUT-SCHEMA(4)
           END-STRING
           MOVE "MCP-TOOL-PROPOSE-CHANGE" TO TR-PROGRAM(4)

           MOVE "list-categories" TO TR-NAME(5)
           MOVE "Lists the catalog's categories with descriptions and owning teams, one page at a time."
               TO TR-DESCRIPTION(5)
           MOVE SPACES TO TR-INPUT-SCHEMA(5)
           STRING '{"type":"object","properties":{"prefix":{"type":'
                  '"string"},"includeClosed":{"type":"boolean"},'
                  '"cursor":{"type":"string"}}}' DELIMITED BY SIZE
                  INTO TR-INPUT-SCHEMA(5)
           END-STRING
           MOVE "MCP-TOOL-LIST-CATEGORIES" TO TR-PROGRAM(5)

           MOVE "record-history" TO TR-NAME(6)
           MOVE "Lists a record's changes newest first, with the fields each one changed, one page at a time."
               TO TR-DESCRIPTION(6)
           MOVE SPACES TO TR-INPUT-SCHEMA(6)
           STRING '{"type":"object","properties":{"id":{"type":'
                  '"string"},"cursor":{"type":"string"}},'
                  '"required":["id"]}' DELIMITED BY SIZE
                  INTO TR-INPUT-SCHEMA(6)
           END-STRING
           MOVE "MCP-TOOL-RECORD-HISTORY" TO TR-PROGRAM(6)
           .

*>       Locate the JSON-RPC body out of LS-REQUEST-BUF into
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND NOT = 0
               MOVE "-" TO WS-TOOL-NAME
               MOVE "P" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-INVALID-PARAMS-ERROR
               EXIT PARAGRAPH
           END-IF
               END-IF
           END-PERFORM

*>         The name asked for goes on the activity log as given,
*>         less anything that would split the line's fields
           IF TR-IDX = 0
               INSPECT WS-TOOL-NAME REPLACING ALL "|" BY "?"
               IF WS-TOOL-NAME = SPACES
                   MOVE "-" TO WS-TOOL-NAME
               END-IF
               MOVE "N" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-TOOL-NOT-FOUND-ERROR
               EXIT PARAGRAPH
           END-IF

*>         A tool outside this key's allowlist is reported exactly
*>         like one that doesn't exist - the filtered tools/list
*>         never showed it, so there is nothing to leak - but the
*>         activity log tells the two apart
           PERFORM CHECK-TOOL-ALLOWED
           IF WS-TOOL-ALLOWED NOT = "Y"
               MOVE "E" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-TOOL-NOT-FOUND-ERROR
               EXIT PARAGRAPH
           END-IF
           CALL "QUOTA-TRACKER" USING WS-SESS-KEY
               WS-KEY-MONTH-QUOTA CFG-QUOTA-WARN-PCT WS-QUOTA-RC
           IF WS-QUOTA-RC = 2
               MOVE "Q" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-QUOTA-EXCEEDED-ERROR
               EXIT PARAGRAPH
           END-IF

*>       Append one pipe-separated line to ACTIVITY-LOG for the
*>       tools/call just executed:
*>           YYYY-MM-DD HH:MM:SS|session-id|key-name|tool|rc|req-id
*>       The rc is the tool's own 0/1. A call refused before it ran
*>       is logged too, with rc "R" (the key's per-minute allowance,
*>       answered 429; session and tool "-") or "Q" (the monthly
*>       quota) - never charged or counted as usage, but the partner
*>       saw the refusal and the SLA statement reports it. So is a
*>       call rejected before any tool was picked: rc "N" (no such
*>       tool), "P" (no tool name in the params) or "E" (a real tool
*>       outside the key's allowlist) - never charged or counted
*>       either, but a burst of them is what KEY-MISUSE looks for.
*>       HTTP-HANDLER's /export writes the same log and adds rc "C"
*>       for a later page of an export ("after=" set): part of the
*>       call its first page logged, never charged or counted.
       WRITE-ACTIVITY-LOG.
           MOVE WS-TOOL-RETURN-CODE TO WS-ACT-RC-STR
           PERFORM APPEND-ACTIVITY-LINE
           .

       APPEND-ACTIVITY-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-ACT-RAW-DATE
           MOVE SPACES TO WS-ACT-TIMESTAMP
           STRING WS-ACT-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-ACT-TIMESTAMP
           END-STRING

           MOVE SPACES TO ACTIVITY-LOG-REC
           STRING WS-ACT-TIMESTAMP DELIMITED BY SIZE
