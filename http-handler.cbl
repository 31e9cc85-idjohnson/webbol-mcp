           SELECT SECURITY-AUDIT-LOG ASSIGN TO "security-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
*> The tool-call activity log MCP-HANDLER keeps - an /export is
*> billed like a tools/call, so it is recorded there too
           SELECT ACTIVITY-LOG ASSIGN TO "mcp-activity.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-AUDIT-LOG.
       01  SECURITY-AUDIT-REC   PIC X(512).

       FD  ACTIVITY-LOG.
       01  ACTIVITY-LOG-REC     PIC X(256).

       WORKING-STORAGE SECTION.
*> Include HTTP request/response data structures
       COPY "http-structs.cpy".
       01 WS-UPLOAD-TARGET     PIC X(512).
       01 WS-UPLOAD-BODY-LEN   PIC 9(8) COMP-5.

*> Fields used while authenticating, accounting for and building a
*> bulk /export of the catalog - the key's profile comes from the
*> same AUTH-CHECK /mcp uses, its allowed-tools must grant
*> "export-catalog" (or "*"), and the call is counted against its
*> per-minute allowance and monthly quota and written to the
*> activity log exactly as a tools/call would be - see
*> HANDLE-EXPORT-REQUEST
       01 WS-EXPORT-TOKEN      PIC X(256).
       01 WS-EXPORT-KEY-NAME   PIC X(40).
       01 WS-EXPORT-TOOLS      PIC X(256).
       01 WS-EXPORT-RATE-LIMIT PIC 9(6) COMP.
       01 WS-EXPORT-QUOTA      PIC 9(8) COMP.
       01 WS-EXPORT-AUTH-VALID PIC 9.
       01 WS-EXPORT-ALLOWED    PIC X.
       01 WS-EXPORT-SCAN       PIC 9(4) COMP.
       01 WS-EXPORT-KEY        PIC X(64).
       01 WS-EXPORT-RL-ADDR    PIC X(45).
       01 WS-EXPORT-RATE-RC    PIC 9.
       01 WS-EXPORT-QUOTA-RC   PIC 9.
*> "csv" or "json", off the "format" parameter or the Accept header
       01 WS-EXPORT-FORMAT     PIC X(4).
*> "Y" when the request carries "after=" - a later page of an
*> export already charged
       01 WS-EXPORT-CONTINUED  PIC X.
*> CATALOG-EXPORT's continuation id, refusal reason and outcome
       01 WS-EXPORT-NEXT       PIC X(20).
       01 WS-EXPORT-MSG        PIC X(80).
       01 WS-EXPORT-MSG-LEN    PIC 9(4) COMP.
       01 WS-EXPORT-RC         PIC 9.
       01 WS-EXPORT-QRY-IDX    PIC 9(2) COMP.
*> "since" as CHECK-EXPORT-FILTERS measures it
       01 WS-EXPORT-SINCE      PIC X(14).
       01 WS-EXPORT-SINCE-LEN  PIC 9(2) COMP.
*> Fields used while appending the export's line to ACTIVITY-LOG
       01 WS-ACTIVITY-FILE-STATUS PIC XX.
       01 WS-ACT-RAW-DATE      PIC X(21).
       01 WS-ACT-TIMESTAMP     PIC X(19).
       01 WS-ACT-RC-STR        PIC X.

*> Fields filled in by REDIRECT-CHECK when a redirects.cfg rule
*> matches the request's path - see BUILD-REDIRECT-RESPONSE
       01 WS-REDIRECT-STATUS   PIC X(3).
               GOBACK
           END-IF

*> The reserved /export path streams the active catalog to an API
*> key entitled to it, as CSV or JSON - the bulk counterpart of
*> search-records, accounted for the same way - see
*> HANDLE-EXPORT-REQUEST and CATALOG-EXPORT
           IF WS-PATH-LEN = 7 AND REQUEST-PATH(1:7) = "/export"
               AND REQUEST-METHOD(1:4) = "GET "
               PERFORM HANDLE-EXPORT-REQUEST
               GOBACK
           END-IF

*> Check if this is an MCP request (POST or GET to /mcp)
      *>   DISPLAY "Extracted path: '" REQUEST-PATH(1:WS-PATH-LEN) "'"
           IF REQUEST-PATH(1:4) = "/mcp" OR
           PERFORM WRITE-ACCESS-LOG
           .

*> Authenticate, account for and answer one /export. The Bearer key
*> must be valid under AUTH-CHECK and its allowed-tools must grant
*> "export-catalog" (or everything); past that the export is one
*> entitled call like any tools/call - counted against the key's
*> per-minute allowance and monthly quota, and written to the
*> activity log so MCP-USAGE-REPORT and PARTNER-INVOICE bill it
*> under the tool name "export-catalog".
       HANDLE-EXPORT-REQUEST.
           MOVE "Authorization" TO WS-HDR-LOOKUP-NAME
           PERFORM FIND-HEADER-VALUE
           MOVE SPACES TO WS-EXPORT-TOKEN
           IF WS-HDR-LOOKUP-FOUND = 0
               IF WS-HDR-LOOKUP-VALUE(1:7) = "Bearer "
                   MOVE WS-HDR-LOOKUP-VALUE(8:249)
                       TO WS-EXPORT-TOKEN
               ELSE
                   MOVE WS-HDR-LOOKUP-VALUE TO WS-EXPORT-TOKEN
               END-IF
           END-IF

           CALL "AUTH-CHECK" USING WS-EXPORT-TOKEN
               WS-EXPORT-KEY-NAME WS-EXPORT-TOOLS
               WS-EXPORT-RATE-LIMIT WS-EXPORT-QUOTA
               WS-EXPORT-AUTH-VALID
           IF WS-EXPORT-AUTH-VALID NOT = 0
               PERFORM BUILD-EXPORT-401-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-EXPORT-ALLOWED
           IF WS-EXPORT-ALLOWED NOT = "Y"
               MOVE "E" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-403-RESPONSE
               EXIT PARAGRAPH
           END-IF
           CALL "KEY-HASH" USING WS-EXPORT-TOKEN WS-EXPORT-KEY

*>         The key's own per-minute allowance, keyed by the key the
*>         same way MCP-HANDLER keys it, so /mcp and /export calls
*>         share one window
           IF WS-EXPORT-RATE-LIMIT > 0
               MOVE SPACES TO WS-EXPORT-RL-ADDR
               STRING "key:" DELIMITED BY SIZE
                      WS-EXPORT-KEY DELIMITED BY SPACE
                      INTO WS-EXPORT-RL-ADDR
               END-STRING
               CALL "RATE-LIMITER" USING WS-EXPORT-RL-ADDR
                   WS-EXPORT-RATE-LIMIT WS-EXPORT-RATE-RC
               IF WS-EXPORT-RATE-RC NOT = 0
                   MOVE "R" TO WS-ACT-RC-STR
                   PERFORM APPEND-ACTIVITY-LINE
                   PERFORM BUILD-429-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

*>         Settle the format before the quota is touched - a request
*>         that can't be answered at all must not burn a call
           PERFORM CHOOSE-EXPORT-FORMAT
           IF WS-EXPORT-FORMAT = SPACES
               MOVE "P" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               MOVE "format must be csv or json" TO WS-EXPORT-MSG
               PERFORM BUILD-EXPORT-400-RESPONSE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EXPORT-FILTERS
           IF WS-EXPORT-MSG NOT = SPACES
               MOVE "P" TO WS-ACT-RC-STR
               PERFORM APPEND-ACTIVITY-LINE
               PERFORM BUILD-EXPORT-400-RESPONSE
               EXIT PARAGRAPH
           END-IF

*>         An export too big for one response is carried on with
*>         "after=" requests; the first page was the entitled call,
*>         so the pages after it are not charged again
           MOVE "N" TO WS-EXPORT-CONTINUED
           PERFORM VARYING WS-EXPORT-QRY-IDX FROM 1 BY 1
               UNTIL WS-EXPORT-QRY-IDX > QUERY-COUNT
               IF QRY-NAME(WS-EXPORT-QRY-IDX) = "after"
                   AND QRY-VALUE(WS-EXPORT-QRY-IDX) NOT = SPACES
                   MOVE "Y" TO WS-EXPORT-CONTINUED
               END-IF
           END-PERFORM

           IF WS-EXPORT-CONTINUED = "N"
               CALL "QUOTA-TRACKER" USING WS-EXPORT-KEY
                   WS-EXPORT-QUOTA CFG-QUOTA-WARN-PCT
                   WS-EXPORT-QUOTA-RC
               IF WS-EXPORT-QUOTA-RC = 2
                   MOVE "Q" TO WS-ACT-RC-STR
                   PERFORM APPEND-ACTIVITY-LINE
                   PERFORM BUILD-429-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "CATALOG-EXPORT" USING QUERY-TABLE QUERY-COUNT
               WS-EXPORT-FORMAT FILE-BUFFER FILE-SIZE
               WS-EXPORT-NEXT WS-EXPORT-MSG WS-EXPORT-RC
           PERFORM WRITE-ACTIVITY-LOG

           IF WS-EXPORT-RC NOT = 0
               PERFORM BUILD-EXPORT-400-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-EXPORT-FORMAT = "csv"
               MOVE "text/csv" TO MIME-TYPE
           ELSE
               MOVE "application/json" TO MIME-TYPE
           END-IF
           PERFORM BUILD-EXPORT-RESPONSE
           .

*>       "Y" when this key's allowed-tools csv grants
*>       "export-catalog" - the same whole-name match
*>       CHECK-PUBLISH-ALLOWED makes for "publish".
       CHECK-EXPORT-ALLOWED.
           MOVE "N" TO WS-EXPORT-ALLOWED
           IF WS-EXPORT-TOOLS = "*"
               MOVE "Y" TO WS-EXPORT-ALLOWED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXPORT-SCAN FROM 1 BY 1
               UNTIL WS-EXPORT-SCAN > 242
               IF WS-EXPORT-TOOLS(WS-EXPORT-SCAN:14) = "export-catalog"
                   AND (WS-EXPORT-SCAN = 1 OR
                       WS-EXPORT-TOOLS(WS-EXPORT-SCAN - 1:1) = ",")
                   AND (WS-EXPORT-TOOLS(WS-EXPORT-SCAN + 14:1) = ","
                       OR WS-EXPORT-TOOLS(WS-EXPORT-SCAN + 14:1)
                           = SPACE)
                   MOVE "Y" TO WS-EXPORT-ALLOWED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*>       An explicit "format" parameter wins; otherwise the Accept
*>       header decides, and a client that states no preference gets
*>       JSON like the rest of the API. A "format" naming anything
*>       else leaves WS-EXPORT-FORMAT blank for a 400.
       CHOOSE-EXPORT-FORMAT.
           MOVE "json" TO WS-EXPORT-FORMAT
           PERFORM VARYING WS-EXPORT-QRY-IDX FROM 1 BY 1
               UNTIL WS-EXPORT-QRY-IDX > QUERY-COUNT
               IF QRY-NAME(WS-EXPORT-QRY-IDX) = "format"
                   EVALUATE QRY-VALUE(WS-EXPORT-QRY-IDX)
                       WHEN "csv"
                           MOVE "csv" TO WS-EXPORT-FORMAT
                       WHEN "json"
                           MOVE "json" TO WS-EXPORT-FORMAT
                       WHEN OTHER
                           MOVE SPACES TO WS-EXPORT-FORMAT
                   END-EVALUATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE "Accept" TO WS-HDR-LOOKUP-NAME
           PERFORM FIND-HEADER-VALUE
           IF WS-HDR-LOOKUP-FOUND = 0
               MOVE 0 TO WS-EXPORT-SCAN
               INSPECT WS-HDR-LOOKUP-VALUE TALLYING WS-EXPORT-SCAN
                   FOR ALL "text/csv"
               IF WS-EXPORT-SCAN > 0
                   MOVE "csv" TO WS-EXPORT-FORMAT
               END-IF
           END-IF
           .

*>       The "cat" and "since" checks CATALOG-EXPORT makes, made
*>       here too so a request it would refuse is refused before
*>       the quota is charged. WS-EXPORT-MSG carries the reason, or
*>       spaces when both are usable.
       CHECK-EXPORT-FILTERS.
           MOVE SPACES TO WS-EXPORT-MSG
           PERFORM VARYING WS-EXPORT-QRY-IDX FROM 1 BY 1
               UNTIL WS-EXPORT-QRY-IDX > QUERY-COUNT
               EVALUATE QRY-NAME(WS-EXPORT-QRY-IDX)
                   WHEN "cat"
                       IF QRY-VALUE(WS-EXPORT-QRY-IDX)(21:236)
                           NOT = SPACES
                           MOVE "cat longer than 20" TO WS-EXPORT-MSG
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "since"
                       MOVE QRY-VALUE(WS-EXPORT-QRY-IDX)(1:14)
                           TO WS-EXPORT-SINCE
                       MOVE 0 TO WS-EXPORT-SINCE-LEN
                       INSPECT FUNCTION REVERSE(WS-EXPORT-SINCE)
                           TALLYING WS-EXPORT-SINCE-LEN
                           FOR LEADING SPACE
                       COMPUTE WS-EXPORT-SINCE-LEN =
                           14 - WS-EXPORT-SINCE-LEN
                       IF QRY-VALUE(WS-EXPORT-QRY-IDX)(15:242)
                               NOT = SPACES
                           OR (WS-EXPORT-SINCE-LEN NOT = 0
                               AND WS-EXPORT-SINCE-LEN NOT = 8
                               AND WS-EXPORT-SINCE-LEN NOT = 14)
                           OR (WS-EXPORT-SINCE-LEN > 0 AND
                               WS-EXPORT-SINCE(1:WS-EXPORT-SINCE-LEN)
                                   IS NOT NUMERIC)
                           MOVE "since must be YYYYMMDD or "
                               TO WS-EXPORT-MSG
                           MOVE "YYYYMMDDHHMMSS"
                               TO WS-EXPORT-MSG(27:14)
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

*>       Append the export's line to ACTIVITY-LOG in MCP-HANDLER's
*>       layout - there is no MCP session behind an /export, so the
*>       session field carries "-":
*>           YYYY-MM-DD HH:MM:SS|-|key-name|export-catalog|rc|req-id
*>       An export refused on the key's per-minute allowance or its
*>       monthly quota logs rc "R" or "Q", and one the key isn't
*>       entitled to, or asking for no format it can have, logs "E"
*>       or "P", as MCP-HANDLER logs its refusals. A later page of
*>       an export ("after=" set) logs rc "C" - a continuation of
*>       the call its first page logged, never charged or counted
*>       as a call of its own.
       WRITE-ACTIVITY-LOG.
           IF WS-EXPORT-CONTINUED = "Y"
               MOVE "C" TO WS-ACT-RC-STR
           ELSE
               MOVE WS-EXPORT-RC TO WS-ACT-RC-STR
           END-IF
           PERFORM APPEND-ACTIVITY-LINE
           .

       APPEND-ACTIVITY-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-ACT-RAW-DATE
           MOVE SPACES TO WS-ACT-TIMESTAMP
           STRING WS-ACT-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(7:2) " " DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(9:2) ":" DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(11:2) ":" DELIMITED BY SIZE
                  WS-ACT-RAW-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-ACT-TIMESTAMP
           END-STRING

           MOVE SPACES TO ACTIVITY-LOG-REC
           STRING WS-ACT-TIMESTAMP DELIMITED BY SIZE
                  "|-|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPORT-KEY-NAME) DELIMITED BY SIZE
                  "|export-catalog|" DELIMITED BY SIZE
                  WS-ACT-RC-STR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LS-REQUEST-ID DELIMITED BY SPACE
                  INTO ACTIVITY-LOG-REC
           END-STRING

           OPEN EXTEND ACTIVITY-LOG
           IF WS-ACTIVITY-FILE-STATUS = "05" OR
              WS-ACTIVITY-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG
           END-IF
           WRITE ACTIVITY-LOG-REC
           CLOSE ACTIVITY-LOG
           .

*>       The export body CATALOG-EXPORT left in FILE-BUFFER, sent
*>       chunked. No validators or byte ranges - the body is built
*>       fresh per request - and X-Export-Next names the record id to
*>       pass back as "after=" when the catalog outgrew one response.
*>       A key past its quota warning percentage is told so in a
*>       header, the way the MCP results carry the warning.
       BUILD-EXPORT-RESPONSE.
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 1 TO WS-RESP-PTR
           STRING "HTTP/1.1 200 OK" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: " DELIMITED BY SIZE
                  MIME-TYPE DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  "Cache-Control: no-store" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  INTO LS-RESPONSE-BUF
                  WITH POINTER WS-RESP-PTR
           END-STRING
           IF WS-EXPORT-FORMAT = "csv"
               STRING "Content-Disposition: attachment; "
                          DELIMITED BY SIZE
                      'filename="catalog.csv"' DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
                      WITH POINTER WS-RESP-PTR
               END-STRING
           END-IF
           IF WS-EXPORT-NEXT NOT = SPACES
               STRING "X-Export-Next: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EXPORT-NEXT) DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
                      WITH POINTER WS-RESP-PTR
               END-STRING
           END-IF
           IF WS-EXPORT-QUOTA-RC = 1
               STRING "X-Quota-Warning: monthly call quota nearly "
                          DELIMITED BY SIZE
                      "used" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-RESPONSE-BUF
                      WITH POINTER WS-RESP-PTR
               END-STRING
           END-IF
           STRING "Transfer-Encoding: chunked" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  INTO LS-RESPONSE-BUF
                  WITH POINTER WS-RESP-PTR
           END-STRING

           PERFORM APPEND-BODY-CHUNKS
           IF WS-CHUNK-OVERFLOW = "Y"
               PERFORM BUILD-500-RESPONSE
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-RESP-PTR - 1
           MOVE "200" TO WS-LOG-STATUS
           PERFORM WRITE-ACCESS-LOG
           .

*>       400 naming what was wrong with the export's parameters, as
*>       plain text an integrator's script can show as it stands.
       BUILD-EXPORT-400-RESPONSE.
           MOVE 0 TO WS-EXPORT-MSG-LEN
           INSPECT FUNCTION REVERSE(WS-EXPORT-MSG)
               TALLYING WS-EXPORT-MSG-LEN FOR LEADING SPACE
           COMPUTE WS-EXPORT-MSG-LEN = 80 - WS-EXPORT-MSG-LEN
           MOVE WS-EXPORT-MSG-LEN TO WS-SIZE-STR

           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 0 TO LS-RESPONSE-LEN
           STRING "HTTP/1.1 400 Bad Request" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/plain" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: " DELIMITED BY SIZE
                  WS-SIZE-STR DELIMITED BY SPACE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-EXPORT-MSG(1:WS-EXPORT-MSG-LEN) DELIMITED BY SIZE
                  INTO LS-RESPONSE-BUF
           END-STRING

           INSPECT LS-RESPONSE-BUF TALLYING LS-RESPONSE-LEN
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE

           MOVE "400" TO WS-LOG-STATUS
           PERFORM WRITE-ACCESS-LOG
           .

*>       401 with the Bearer challenge for an export whose key was
*>       missing, unknown, expired or revoked.
       BUILD-EXPORT-401-RESPONSE.
           MOVE LOW-VALUE TO LS-RESPONSE-BUF
           MOVE 0 TO LS-RESPONSE-LEN
           STRING "HTTP/1.1 401 Unauthorized" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "WWW-Authenticate: Bearer" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Type: text/plain" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "Content-Length: 29" DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  WS-CRLF DELIMITED BY SIZE
                  "missing or invalid export key" DELIMITED BY SIZE
                  INTO LS-RESPONSE-BUF
           END-STRING

           INSPECT LS-RESPONSE-BUF TALLYING LS-RESPONSE-LEN
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE

           MOVE "401" TO WS-LOG-STATUS
           PERFORM WRITE-ACCESS-LOG
           .

*> Build the response for the reserved /search page - SEARCH-PAGE
*> assembles the whole HTTP response from the parsed query
*> parameters, so the status for the log comes off its status line
                  WITH POINTER WS-RESP-PTR
           END-STRING

           PERFORM APPEND-BODY-CHUNKS

*> Chunk framing overhead pushed the response past LS-RESPONSE-BUF's
*> capacity - fall back to 500 rather than send a body truncated
*> mid-chunk
           IF WS-CHUNK-OVERFLOW = "Y"
               PERFORM BUILD-500-RESPONSE
               GOBACK
           END-IF

           COMPUTE LS-RESPONSE-LEN = WS-RESP-PTR - 1
           .

*> Frame FILE-BUFFER(1:FILE-SIZE) onto LS-RESPONSE-BUF at
*> WS-RESP-PTR as WS-CHUNK-SIZE chunks plus the terminating
*> zero-length chunk, for any response whose headers already say
*> Transfer-Encoding: chunked. WS-CHUNK-OVERFLOW comes back "Y" when
*> the framing wouldn't fit - the caller answers 500 instead.
       APPEND-BODY-CHUNKS.
           MOVE "N" TO WS-CHUNK-OVERFLOW
           MOVE 1 TO WS-CHUNK-START
           PERFORM UNTIL WS-CHUNK-START > FILE-SIZE
               ADD WS-CHUNK-LEN TO WS-CHUNK-START
           END-PERFORM

           IF WS-CHUNK-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF

*> Terminating zero-length chunk
                  INTO LS-RESPONSE-BUF
                  WITH POINTER WS-RESP-PTR
               ON OVERFLOW
                   MOVE "Y" TO WS-CHUNK-OVERFLOW
           END-STRING
           .

*> Render WS-HEX-NUM as an upper-case hex string (no leading zeros)
