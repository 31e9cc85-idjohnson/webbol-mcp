*> MCP tool ("list-categories") that lets a partner discover the
*> categories records are filed under, off the category master
*> CATEGORY-MAINT keeps (categories.dat), instead of guessing
*> prefixes for search-records' "category" browse. Returns each
*> category's code, description, owning team and status, in code
*> order. Optional arguments:
*>   "prefix"        - only codes beginning with it (byte-for-byte,
*>                     the same as search-records' keyed browses)
*>   "includeClosed" - true to list closed categories as well;
*>                     by default only open ones come back, since
*>                     those are the only ones a proposal may use
*>   "cursor"        - the value the previous page handed back
*> Pages the way search-records does: the result carries the next
*> cursor while more categories remain. The code is the primary
*> key and unique, so the cursor is simply the last code served and
*> the resume STARTs just past it.
IDENTIFICATION DIVISION.
       PROGRAM-ID. MCP-TOOL-LIST-CATEGORIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Same record layout CATEGORY-MAINT declares
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
           05 CT-OWNER               PIC X(40).
           05 CT-STATUS              PIC X.
           05 CT-LAST-MAINT          PIC X(14).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status code from the last file operation
       01 WS-FILE-STATUS             PIC XX.

*> Fields used to pull the tool's arguments out of its JSON
       01 WS-JSON-KEY                PIC X(64).
       01 WS-JSON-VALUE              PIC X(2048).
       01 WS-JSON-VALUE-LEN          PIC 9(8) COMP-5.
       01 WS-JSON-FOUND              PIC 9.

*> The code prefix and its length (0 = every code), whether closed
*> categories were asked for, and the cursor (spaces = start over)
       01 WS-CODE-PREFIX             PIC X(20).
       01 WS-CODE-PREFIX-LEN         PIC 9(4) COMP.
       01 WS-INCLUDE-CLOSED          PIC X.
       01 WS-CURSOR                  PIC X(20).
*> "Y" when the category just read belongs on the page
       01 WS-CATEGORY-WANTED         PIC X.

*> How many categories one response carries before paging
       01 WS-PAGE-SIZE               PIC 9(2) COMP VALUE 20.
       01 WS-MATCH-COUNT             PIC 9(4) COMP.
*> Code of the last category served, handed back as the next
*> cursor when the page filled before the list ran out
       01 WS-LAST-CODE               PIC X(20).
       01 WS-MORE-CATEGORIES         PIC X.

*> Running position while the result JSON is assembled
       01 WS-RESULT-PTR              PIC 9(8) COMP-5.

       LINKAGE SECTION.
*> Tool arguments, the JSON object from tools/call's "arguments" key
       01 LS-TOOL-ARGS          PIC X(2048).
*> Real length of LS-TOOL-ARGS, from the caller - not re-derived here
*> with a BEFORE INITIAL SPACE scan, which would stop at the first
*> space the JSON itself contains
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

           MOVE SPACES TO WS-CODE-PREFIX
           MOVE 0 TO WS-CODE-PREFIX-LEN
           MOVE "prefix" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND = 0 AND WS-JSON-VALUE-LEN > 0
               IF WS-JSON-VALUE-LEN > 20
                   MOVE '{"error":"prefix longer than 20"}'
                       TO LS-TOOL-RESULT
                   MOVE 1 TO LS-RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-JSON-VALUE(1:WS-JSON-VALUE-LEN)
                   TO WS-CODE-PREFIX
               MOVE WS-JSON-VALUE-LEN TO WS-CODE-PREFIX-LEN
           END-IF

           MOVE "N" TO WS-INCLUDE-CLOSED
           MOVE "includeClosed" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND = 0 AND WS-JSON-VALUE(1:4) = "true"
               MOVE "Y" TO WS-INCLUDE-CLOSED
           END-IF

           MOVE SPACES TO WS-CURSOR
           MOVE "cursor" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND = 0 AND WS-JSON-VALUE-LEN > 0
               AND WS-JSON-VALUE-LEN <= 20
               MOVE WS-JSON-VALUE(1:WS-JSON-VALUE-LEN) TO WS-CURSOR
           END-IF

           PERFORM LIST-CATEGORIES-FILE
           GOBACK.

*>       START at the prefix (or just past the cursor) and collect
*>       one page, stopping the moment a code no longer begins with
*>       the prefix. No master yet is an empty list, not an error.
       LIST-CATEGORIES-FILE.
           OPEN INPUT CATEGORIES-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE '{"categories":[],"cursor":""}' TO LS-TOOL-RESULT
               EXIT PARAGRAPH
           END-IF

           IF WS-CURSOR = SPACES
               MOVE WS-CODE-PREFIX TO CT-CODE
               START CATEGORIES-FILE KEY >= CT-CODE
           ELSE
               MOVE WS-CURSOR TO CT-CODE
               START CATEGORIES-FILE KEY > CT-CODE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE '{"categories":[],"cursor":""}' TO LS-TOOL-RESULT
               CLOSE CATEGORIES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-LAST-CODE
           MOVE 1 TO WS-RESULT-PTR
           STRING '{"categories":[' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               OR WS-MATCH-COUNT >= WS-PAGE-SIZE
               READ CATEGORIES-FILE NEXT RECORD
               IF WS-FILE-STATUS = "00"
                   PERFORM CHECK-CATEGORY-WANTED
                   IF WS-FILE-STATUS = "00"
                       AND WS-CATEGORY-WANTED = "Y"
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE CT-CODE TO WS-LAST-CODE
                       PERFORM APPEND-CATEGORY-JSON
                   END-IF
               END-IF
           END-PERFORM

*>         Look ahead for one more wanted category so the cursor is
*>         only handed back when there is something to continue into
           MOVE "N" TO WS-MORE-CATEGORIES
           IF WS-MATCH-COUNT >= WS-PAGE-SIZE
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR WS-MORE-CATEGORIES = "Y"
                   READ CATEGORIES-FILE NEXT RECORD
                   IF WS-FILE-STATUS = "00"
                       PERFORM CHECK-CATEGORY-WANTED
                       IF WS-FILE-STATUS = "00"
                           AND WS-CATEGORY-WANTED = "Y"
                           MOVE "Y" TO WS-MORE-CATEGORIES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           CLOSE CATEGORIES-FILE

           IF WS-MORE-CATEGORIES = "Y"
               STRING '],"cursor":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAST-CODE) DELIMITED BY SIZE
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

*>       Judge the category just read: past the prefix ends the
*>       browse (status forced to "10"); a closed category is
*>       skipped unless the caller asked for closed ones.
       CHECK-CATEGORY-WANTED.
           MOVE "N" TO WS-CATEGORY-WANTED
           IF WS-CODE-PREFIX-LEN > 0
               IF CT-CODE(1:WS-CODE-PREFIX-LEN) NOT =
                   WS-CODE-PREFIX(1:WS-CODE-PREFIX-LEN)
                   MOVE "10" TO WS-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CT-STATUS = "C" AND WS-INCLUDE-CLOSED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CATEGORY-WANTED
           .

*>       Append the current category to the categories array.
       APPEND-CATEGORY-JSON.
           IF WS-MATCH-COUNT > 1
               STRING "," DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           STRING '{"code":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CT-CODE) DELIMITED BY SIZE
                  '","description":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CT-DESCRIPTION) DELIMITED BY SIZE
                  '","owner":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CT-OWNER) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  INTO LS-TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           IF CT-STATUS = "C"
               STRING 'closed"}' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           ELSE
               STRING 'open"}' DELIMITED BY SIZE
                      INTO LS-TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           .
