*> MCP tool ("record-history") that answers when a record changed and
*> what it said before, off the keyed journal index RECORDS-MAINT
*> keeps beside the change journal (records-journal.idx). Arguments:
*>   "id"     - the record id (required)
*>   "cursor" - the value the previous page handed back
*> Returns the record's changes newest first, each with its change
*> sequence, timestamp, action (A add, C change, D delete) and the
*> fields that differed between the before- and after-image - for an
*> add every field it was given, for a delete every field it had.
*> The last-maintained stamp is left out of the field list; it moves
*> on every change and is the entry's timestamp anyway.
*> Pages the way search-records does: the result carries the next
*> cursor while more changes remain. The index key counts the
*> sequence down, so a forward browse of one id is already newest
*> first; the cursor is the change sequence the page ended on and
*> the resume STARTs just past it. A page also ends early when the
*> result is too full for another change with every field differing.
*> There is no lifecycle filter: a retired or deleted record's
*> history is still on the journal, and a key entitled to this tool
*> sees it - what the record is now does not matter.
IDENTIFICATION DIVISION.
       PROGRAM-ID. MCP-TOOL-RECORD-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-INDEX-FILE ASSIGN TO "records-journal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Same record layout RECORDS-MAINT declares
       FD  JOURNAL-INDEX-FILE.
       01  JOURNAL-INDEX-REC.
           05 JX-KEY.
              10 JX-RECORD-ID        PIC X(20).
              10 JX-NEWEST-FIRST     PIC 9(8).
           05 JX-SEQ                 PIC 9(8).
           05 JX-TIMESTAMP           PIC X(14).
           05 JX-ACTION              PIC X.
           05 JX-BEFORE-IMAGE        PIC X(231).
           05 JX-AFTER-IMAGE         PIC X(231).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status code from the last file operation
       01 WS-FILE-STATUS             PIC XX.

*> Fields used to pull the tool's arguments out of its JSON
       01 WS-JSON-KEY                PIC X(64).
       01 WS-JSON-VALUE              PIC X(2048).
       01 WS-JSON-VALUE-LEN          PIC 9(8) COMP-5.
       01 WS-JSON-FOUND              PIC 9.

       01 WS-RECORD-ID               PIC X(20).
*> Cursor the previous page handed back (spaces = start over) - the
*> change sequence the page ended on
       01 WS-CURSOR                  PIC X(20).
       01 WS-CURSOR-SEQ              PIC 9(8).

*> How many changes one response carries before paging, and the
*> result position past which another change might not fit
       01 WS-PAGE-SIZE               PIC 9(2) COMP VALUE 10.
       01 WS-RESULT-ROOM             PIC 9(8) COMP-5 VALUE 3200.
       01 WS-CHANGE-COUNT            PIC 9(4) COMP.
       01 WS-FIELD-COUNT             PIC 9(4) COMP.
       01 WS-LAST-SEQ                PIC 9(8).
       01 WS-MORE-CHANGES            PIC X.

*> The two images of one field, and its name in the result
       01 WS-FIELD-NAME              PIC X(10).
       01 WS-FIELD-BEFORE            PIC X(120).
       01 WS-FIELD-AFTER             PIC X(120).

*> Running position while the result JSON is assembled
       01 WS-RESULT-PTR              PIC 9(8) COMP-5.

       LINKAGE SECTION.
*> Tool arguments, the JSON object from tools/call's "arguments" key
       01 LS-TOOL-ARGS          PIC X(2048).
*> Real length of LS-TOOL-ARGS, from the caller
       01 LS-TOOL-ARGS-LEN      PIC 9(8) COMP-5.
*> JSON result returned to the caller
       01 LS-TOOL-RESULT        PIC X(4096).
*> 0 = success, 1 = tool-reported error
       01 LS-RETURN-CODE        PIC 9.

       PROCEDURE DIVISION USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
                                LS-TOOL-RESULT LS-RETURN-CODE.

       MAIN-LOGIC.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO LS-TOOL-RESULT

           MOVE "id" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND NOT = 0 OR WS-JSON-VALUE-LEN = 0
               OR WS-JSON-VALUE-LEN > 20
               MOVE '{"error":"missing required argument: id"}'
                   TO LS-TOOL-RESULT
               MOVE 1 TO LS-RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-RECORD-ID
           MOVE WS-JSON-VALUE(1:WS-JSON-VALUE-LEN) TO WS-RECORD-ID

           MOVE SPACES TO WS-CURSOR
           MOVE "cursor" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND = 0 AND WS-JSON-VALUE-LEN > 0
               AND WS-JSON-VALUE-LEN <= 20
               MOVE WS-JSON-VALUE(1:WS-JSON-VALUE-LEN) TO WS-CURSOR
           END-IF

           PERFORM BROWSE-HISTORY
           GOBACK.

*>       START at the id's newest change (or just past the cursor's)
*>       and collect one page, stopping the moment the key moves on
*>       to another id.
       BROWSE-HISTORY.
           OPEN INPUT JOURNAL-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-EMPTY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RECORD-ID TO JX-RECORD-ID
           IF WS-CURSOR = SPACES
               MOVE 0 TO JX-NEWEST-FIRST
               START JOURNAL-INDEX-FILE KEY >= JX-KEY
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CURSOR) = 0
                   MOVE FUNCTION NUMVAL(WS-CURSOR) TO WS-CURSOR-SEQ
               ELSE
                   MOVE 0 TO WS-CURSOR-SEQ
               END-IF
               COMPUTE JX-NEWEST-FIRST = 99999999 - WS-CURSOR-SEQ
               START JOURNAL-INDEX-FILE KEY > JX-KEY
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               PERFORM WRITE-EMPTY-RESULT
               CLOSE JOURNAL-INDEX-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-MORE-CHANGES
           MOVE SPACES TO LS-TOOL-RESULT
           MOVE 1 TO WS-RESULT-PTR
           STRING '{"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-ID) DELIMITED BY SIZE
                  '","changes":[' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               OR WS-CHANGE-COUNT >= WS-PAGE-SIZE
               OR WS-RESULT-PTR > WS-RESULT-ROOM
               READ JOURNAL-INDEX-FILE NEXT RECORD
               IF WS-FILE-STATUS = "00"
                   IF JX-RECORD-ID NOT = WS-RECORD-ID
*>                     Past the id - its history is all served
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE JX-SEQ TO WS-LAST-SEQ
                       PERFORM APPEND-CHANGE-JSON
                   END-IF
               END-IF
           END-PERFORM

*>         Peek one entry ahead so the cursor is only handed back
*>         when more of the id's history actually remains
           IF WS-FILE-STATUS = "00"
               READ JOURNAL-INDEX-FILE NEXT RECORD
               IF WS-FILE-STATUS = "00"
                   AND JX-RECORD-ID = WS-RECORD-ID
                   MOVE "Y" TO WS-MORE-CHANGES
               END-IF
           END-IF
           CLOSE JOURNAL-INDEX-FILE

           IF WS-MORE-CHANGES = "Y"
               STRING '],"cursor":"' DELIMITED BY SIZE
                      WS-LAST-SEQ DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           ELSE
               STRING '],"cursor":""}' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           .

       WRITE-EMPTY-RESULT.
           MOVE SPACES TO LS-TOOL-RESULT
           STRING '{"id":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-ID) DELIMITED BY SIZE
                  '","changes":[],"cursor":""}' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
           END-STRING
           .

*>       One change: sequence, timestamp, action, then every field
*>       whose before- and after-image differ (image offsets as
*>       RECORDS-MAINT lays them out).
       APPEND-CHANGE-JSON.
           IF WS-CHANGE-COUNT > 1
               STRING "," DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING '{"seq":' DELIMITED BY SIZE
                  JX-SEQ DELIMITED BY SIZE
                  ',"timestamp":"' DELIMITED BY SIZE
                  JX-TIMESTAMP(1:4) "-" JX-TIMESTAMP(5:2) "-"
                  JX-TIMESTAMP(7:2) "T" JX-TIMESTAMP(9:2) ":"
                  JX-TIMESTAMP(11:2) ":" JX-TIMESTAMP(13:2)
                      DELIMITED BY SIZE
                  '","action":"' DELIMITED BY SIZE
                  JX-ACTION DELIMITED BY SIZE
                  '","fields":[' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING

           MOVE 0 TO WS-FIELD-COUNT
           MOVE "name" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(1:60) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(1:60) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED
           MOVE "detail" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(61:120) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(61:120) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED
           MOVE "status" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(181:1) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(181:1) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED
           MOVE "effFrom" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(182:8) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(182:8) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED
           MOVE "effTo" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(190:8) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(190:8) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED
           MOVE "category" TO WS-FIELD-NAME
           MOVE JX-BEFORE-IMAGE(212:20) TO WS-FIELD-BEFORE
           MOVE JX-AFTER-IMAGE(212:20) TO WS-FIELD-AFTER
           PERFORM APPEND-FIELD-IF-CHANGED

           STRING "]}" DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .

       APPEND-FIELD-IF-CHANGED.
           IF WS-FIELD-BEFORE = WS-FIELD-AFTER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           IF WS-FIELD-COUNT > 1
               STRING "," DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING '{"field":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-NAME) DELIMITED BY SIZE
                  '","before":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-BEFORE) DELIMITED BY SIZE
                  '","after":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-AFTER) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           .
