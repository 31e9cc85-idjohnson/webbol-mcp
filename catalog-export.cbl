*> Bulk export of the active catalog for the authenticated /export
*> path - a partner who wants the whole catalog pulls it in one
*> request instead of paging search-records twenty at a time.
*> HTTP-HANDLER does the authentication, entitlement and quota
*> accounting and chunk-frames what this returns; this program only
*> walks records.dat and renders the body. Records active as of
*> today only (see RECORD-LOOKUP's lifecycle rule), in one of two
*> formats:
*>   "csv"  - a header row, then one row per record, every field
*>            double-quoted with embedded quotes doubled (RFC 4180)
*>   "json" - {"records":[{...},...],"count":n,"next":"..."}
*> Optional query parameters narrow the export:
*>   "cat"    - only records filed under exactly this category,
*>              browsed on the RF-CATEGORY alternate key
*>   "since"  - only records maintained on or after this point,
*>              YYYYMMDD or YYYYMMDDHHMMSS, against RF-LAST-MAINT
*>   "after"  - the record id a previous export stopped after
*> The body has to fit the daemon's one response buffer, so an
*> export that would outgrow it stops at a whole record and hands
*> back the last record id served in LS-EXPORT-NEXT - the caller
*> repeats the request with "after=" that id to carry on. A category
*> browse resumes by skipping to that id within the category, since
*> the alternate key allows duplicates.
*> Return codes: 0 = body built; 1 = a parameter was unusable,
*> with the reason in LS-EXPORT-MSG.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDS-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-RECORD-ID
               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Same record layout RECORDS-MAINT declares
       FD  RECORDS-FILE.
       01  RECORDS-FILE-REC.
           05 RF-RECORD-ID           PIC X(20).
           05 RF-NAME                PIC X(60).
           05 RF-DETAIL              PIC X(120).
           05 RF-STATUS              PIC X.
           05 RF-EFF-FROM            PIC X(8).
           05 RF-EFF-TO              PIC X(8).
           05 RF-LAST-MAINT          PIC X(14).
*> Category/class the record is searched under through the
*> RF-CATEGORY alternate key (spaces = uncategorized)
           05 RF-CATEGORY            PIC X(20).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status code from the last file operation
       01 WS-FILE-STATUS             PIC XX.

       01 WS-CRLF                    PIC XX VALUE X"0D0A".

*> Today, YYYYMMDD, for the active-as-of-today lifecycle check
       01 WS-RAW-DATE                PIC X(21).
       01 WS-TODAY                   PIC X(8).
       01 WS-RECORD-ACTIVE           PIC X.

*> The filters off the query string: category (spaces = every
*> category), the changed-since point padded out to 14 digits
*> (spaces = no date filter), and the id to resume after
       01 WS-CATEGORY                PIC X(20).
       01 WS-SINCE                   PIC X(14).
       01 WS-SINCE-LEN               PIC 9(4) COMP.
       01 WS-AFTER-ID                PIC X(20).
*> Subscript used to walk QUERY-ENTRY
       01 WS-QRY-IDX                 PIC 9(2) COMP.
*> "Y" once a category browse has skipped past WS-AFTER-ID
       01 WS-RESUMED                 PIC X.
*> "Y" when the record just read belongs in the export
       01 WS-RECORD-WANTED           PIC X.

*> Largest body this program builds - the response buffer less
*> room for the headers and the chunk-size lines HTTP-HANDLER
*> frames it with
       01 WS-BODY-LIMIT              PIC 9(8) COMP-5 VALUE 1040000.
       01 WS-BODY-PTR                PIC 9(8) COMP-5.
       01 WS-EXPORT-COUNT            PIC 9(8) COMP VALUE 0.
       01 WS-EDIT-8                  PIC Z(7)9.
*> Id of the last record put in the body, handed back as the
*> continuation point when the buffer filled first
       01 WS-LAST-ID                 PIC X(20).
       01 WS-BUFFER-FULL             PIC X.

*> One record rendered as a CSV row or JSON object, then copied into
*> the body once it is known to fit
       01 WS-ROW                     PIC X(2048).
       01 WS-ROW-LEN                 PIC 9(4) COMP.

*> Field-escape work area - see APPEND-CSV-FIELD and
*> APPEND-JSON-FIELD; sized for the widest field (the detail)
       01 WS-ESC-IN                  PIC X(120).
       01 WS-ESC-IN-LEN              PIC 9(4) COMP.
       01 WS-ESC-IDX                 PIC 9(4) COMP.
       01 WS-ESC-CHAR                PIC X.
*> Name the JSON field being appended goes out under
       01 WS-JSON-NAME               PIC X(12).

       LINKAGE SECTION.
*> Query parameters HTTP-HANDLER parsed off the request
       COPY "query-structs.cpy".
*> "csv" or "json" - HTTP-HANDLER settles it from the "format"
*> parameter or the Accept header before calling
       01 LS-EXPORT-FORMAT           PIC X(4).
*> The export body and its length
       01 LS-EXPORT-BUF              PIC X(1048576).
       01 LS-EXPORT-LEN              PIC 9(8) COMP-5.
*> Record id to continue after when the body filled before the
*> catalog ran out (spaces = the export is complete)
       01 LS-EXPORT-NEXT             PIC X(20).
*> Why a parameter was refused, for the 400 body
       01 LS-EXPORT-MSG              PIC X(80).
*> 0 = body built, 1 = unusable parameter
       01 LS-RETURN-CODE             PIC 9.

       PROCEDURE DIVISION USING QUERY-TABLE QUERY-COUNT
                                LS-EXPORT-FORMAT LS-EXPORT-BUF
                                LS-EXPORT-LEN LS-EXPORT-NEXT
                                LS-EXPORT-MSG LS-RETURN-CODE.

       MAIN-LOGIC.
           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO LS-EXPORT-LEN
           MOVE SPACES TO LS-EXPORT-NEXT LS-EXPORT-MSG
           MOVE 0 TO WS-EXPORT-COUNT
           MOVE SPACES TO WS-LAST-ID
           MOVE "N" TO WS-BUFFER-FULL

           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           PERFORM TAKE-QUERY-PARAMETERS
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE 1 TO WS-BODY-PTR
           IF LS-EXPORT-FORMAT = "json"
               STRING '{"records":[' DELIMITED BY SIZE
                      INTO LS-EXPORT-BUF
                      WITH POINTER WS-BODY-PTR
               END-STRING
           ELSE
               STRING "record_id,name,detail,status,eff_from,eff_to,"
                          DELIMITED BY SIZE
                      "category,last_maint" DELIMITED BY SIZE
                      WS-CRLF DELIMITED BY SIZE
                      INTO LS-EXPORT-BUF
                      WITH POINTER WS-BODY-PTR
               END-STRING
           END-IF

*>         No master yet is an empty export, not an error - the
*>         same answer search-records gives
           OPEN INPUT RECORDS-FILE
           IF WS-FILE-STATUS = "00"
               IF WS-CATEGORY = SPACES
                   PERFORM EXPORT-BY-ID
               ELSE
                   PERFORM EXPORT-BY-CATEGORY
               END-IF
               CLOSE RECORDS-FILE
           END-IF

           IF WS-BUFFER-FULL = "Y"
               MOVE WS-LAST-ID TO LS-EXPORT-NEXT
           END-IF

           IF LS-EXPORT-FORMAT = "json"
               MOVE WS-EXPORT-COUNT TO WS-EDIT-8
               STRING '],"count":' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      ',"next":"' DELIMITED BY SIZE
                      FUNCTION TRIM(LS-EXPORT-NEXT) DELIMITED BY SIZE
                      '"}' DELIMITED BY SIZE
                      INTO LS-EXPORT-BUF
                      WITH POINTER WS-BODY-PTR
               END-STRING
           END-IF

           COMPUTE LS-EXPORT-LEN = WS-BODY-PTR - 1
           GOBACK.

*>       Pick the filters off QUERY-TABLE and check them - a "since"
*>       that isn't 8 or 14 digits is refused rather than guessed
*>       at, since a bad date would silently export the wrong set.
       TAKE-QUERY-PARAMETERS.
           MOVE SPACES TO WS-CATEGORY WS-SINCE WS-AFTER-ID
           PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
               UNTIL WS-QRY-IDX > QUERY-COUNT
               EVALUATE QRY-NAME(WS-QRY-IDX)
                   WHEN "cat"
                       IF QRY-VALUE(WS-QRY-IDX)(21:236) NOT = SPACES
                           MOVE "cat longer than 20" TO LS-EXPORT-MSG
                           MOVE 1 TO LS-RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE QRY-VALUE(WS-QRY-IDX)(1:20) TO WS-CATEGORY
                   WHEN "since"
                       IF QRY-VALUE(WS-QRY-IDX)(15:242) NOT = SPACES
                           MOVE "since must be YYYYMMDD or YYYYMMDDHHMMSS"
                               TO LS-EXPORT-MSG
                           MOVE 1 TO LS-RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE QRY-VALUE(WS-QRY-IDX)(1:14) TO WS-SINCE
                   WHEN "after"
                       MOVE QRY-VALUE(WS-QRY-IDX)(1:20) TO WS-AFTER-ID
               END-EVALUATE
           END-PERFORM

           IF WS-SINCE NOT = SPACES
               MOVE 0 TO WS-SINCE-LEN
               INSPECT FUNCTION REVERSE(WS-SINCE)
                   TALLYING WS-SINCE-LEN FOR LEADING SPACE
               COMPUTE WS-SINCE-LEN = 14 - WS-SINCE-LEN
               IF (WS-SINCE-LEN NOT = 8 AND WS-SINCE-LEN NOT = 14)
                   OR WS-SINCE(1:WS-SINCE-LEN) IS NOT NUMERIC
                   MOVE "since must be YYYYMMDD or YYYYMMDDHHMMSS"
                       TO LS-EXPORT-MSG
                   MOVE 1 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
*>             A bare date means from the start of that day
               IF WS-SINCE-LEN = 8
                   MOVE "000000" TO WS-SINCE(9:6)
               END-IF
           END-IF
           .

*>       The whole master in record-id order, starting just past the
*>       continuation id when one was given.
       EXPORT-BY-ID.
           IF WS-AFTER-ID = SPACES
               MOVE LOW-VALUES TO RF-RECORD-ID
               START RECORDS-FILE KEY IS NOT LESS THAN RF-RECORD-ID
                   INVALID KEY
                       MOVE "10" TO WS-FILE-STATUS
               END-START
           ELSE
               MOVE WS-AFTER-ID TO RF-RECORD-ID
               START RECORDS-FILE KEY IS GREATER THAN RF-RECORD-ID
                   INVALID KEY
                       MOVE "10" TO WS-FILE-STATUS
               END-START
           END-IF

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               OR WS-BUFFER-FULL = "Y"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
               END-READ
               IF WS-FILE-STATUS = "00"
                   PERFORM CHECK-RECORD-WANTED
                   IF WS-RECORD-WANTED = "Y"
                       PERFORM APPEND-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

*>       Every record filed under the one category, off the
*>       RF-CATEGORY alternate key, stopping the moment the key
*>       moves on. A continuation skips records up to and including
*>       the id the previous export ended on.
       EXPORT-BY-CATEGORY.
           MOVE WS-CATEGORY TO RF-CATEGORY
           START RECORDS-FILE KEY IS EQUAL TO RF-CATEGORY
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START

           MOVE "Y" TO WS-RESUMED
           IF WS-AFTER-ID NOT = SPACES
               MOVE "N" TO WS-RESUMED
           END-IF

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               OR WS-BUFFER-FULL = "Y"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
               END-READ
               IF WS-FILE-STATUS = "00"
                   IF RF-CATEGORY NOT = WS-CATEGORY
                       MOVE "10" TO WS-FILE-STATUS
                   ELSE
                       IF WS-RESUMED = "N"
                           IF RF-RECORD-ID = WS-AFTER-ID
                               MOVE "Y" TO WS-RESUMED
                           END-IF
                       ELSE
                           PERFORM CHECK-RECORD-WANTED
                           IF WS-RECORD-WANTED = "Y"
                               PERFORM APPEND-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

*>       Active as of today, and maintained on or after "since".
       CHECK-RECORD-WANTED.
           MOVE "N" TO WS-RECORD-WANTED
           PERFORM CHECK-RECORD-ACTIVE
           IF WS-RECORD-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-SINCE NOT = SPACES AND RF-LAST-MAINT < WS-SINCE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RECORD-WANTED
           .

*>       Same lifecycle rule RECORD-LOOKUP applies: status A (or
*>       blank, for records that predate the status byte), and today
*>       within the effective dates when they are set.
       CHECK-RECORD-ACTIVE.
           MOVE "N" TO WS-RECORD-ACTIVE
           IF RF-STATUS NOT = "A" AND RF-STATUS NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF RF-EFF-FROM NOT = SPACES AND RF-EFF-FROM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF RF-EFF-TO NOT = SPACES AND RF-EFF-TO < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RECORD-ACTIVE
           .

*>       Render the current record and add it to the body, unless it
*>       would push the body past WS-BODY-LIMIT - then the export
*>       stops here and the caller is told where to resume.
       APPEND-RECORD.
           MOVE SPACES TO WS-ROW
           MOVE 0 TO WS-ROW-LEN
           IF LS-EXPORT-FORMAT = "json"
               PERFORM BUILD-JSON-ROW
           ELSE
               PERFORM BUILD-CSV-ROW
           END-IF

           IF WS-BODY-PTR + WS-ROW-LEN > WS-BODY-LIMIT
               MOVE "Y" TO WS-BUFFER-FULL
               EXIT PARAGRAPH
           END-IF

           STRING WS-ROW(1:WS-ROW-LEN) DELIMITED BY SIZE
                  INTO LS-EXPORT-BUF
                  WITH POINTER WS-BODY-PTR
           END-STRING
           ADD 1 TO WS-EXPORT-COUNT
           MOVE RF-RECORD-ID TO WS-LAST-ID
           .

*>       One CSV row: the eight fields quoted, comma-separated,
*>       CRLF-terminated.
       BUILD-CSV-ROW.
           MOVE RF-RECORD-ID TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-NAME TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-DETAIL TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-STATUS TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-EFF-FROM TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-EFF-TO TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-CATEGORY TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE RF-LAST-MAINT TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CRLF TO WS-ROW(WS-ROW-LEN + 1:2)
           ADD 2 TO WS-ROW-LEN
           .

       APPEND-CSV-COMMA.
           MOVE "," TO WS-ROW(WS-ROW-LEN + 1:1)
           ADD 1 TO WS-ROW-LEN
           .

*>       WS-ESC-IN, trailing spaces dropped, as a quoted CSV field
*>       with any embedded double quote doubled.
       APPEND-CSV-FIELD.
           PERFORM MEASURE-ESC-IN
           MOVE '"' TO WS-ROW(WS-ROW-LEN + 1:1)
           ADD 1 TO WS-ROW-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-IN-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR = '"'
                   MOVE '""' TO WS-ROW(WS-ROW-LEN + 1:2)
                   ADD 2 TO WS-ROW-LEN
               ELSE
                   MOVE WS-ESC-CHAR TO WS-ROW(WS-ROW-LEN + 1:1)
                   ADD 1 TO WS-ROW-LEN
               END-IF
           END-PERFORM
           MOVE '"' TO WS-ROW(WS-ROW-LEN + 1:1)
           ADD 1 TO WS-ROW-LEN
           .

*>       One JSON object, comma-led after the first record.
       BUILD-JSON-ROW.
           IF WS-EXPORT-COUNT > 0
               MOVE "," TO WS-ROW(1:1)
               MOVE 1 TO WS-ROW-LEN
           END-IF
           MOVE "{" TO WS-ROW(WS-ROW-LEN + 1:1)
           ADD 1 TO WS-ROW-LEN

           MOVE "id" TO WS-JSON-NAME
           MOVE RF-RECORD-ID TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "name" TO WS-JSON-NAME
           MOVE RF-NAME TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "detail" TO WS-JSON-NAME
           MOVE RF-DETAIL TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "status" TO WS-JSON-NAME
           MOVE RF-STATUS TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "effFrom" TO WS-JSON-NAME
           MOVE RF-EFF-FROM TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "effTo" TO WS-JSON-NAME
           MOVE RF-EFF-TO TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "category" TO WS-JSON-NAME
           MOVE RF-CATEGORY TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD
           MOVE "lastMaint" TO WS-JSON-NAME
           MOVE RF-LAST-MAINT TO WS-ESC-IN
           PERFORM APPEND-JSON-FIELD

*>         Overwrite the comma the last field left behind
           MOVE "}" TO WS-ROW(WS-ROW-LEN:1)
           .

*>       "name":"value", - the value with trailing spaces dropped and
*>       quotes and backslashes escaped, anything below a space (a
*>       stray tab in a fed-in detail) sent as a space.
       APPEND-JSON-FIELD.
           PERFORM MEASURE-ESC-IN
           MOVE SPACES TO WS-ROW(WS-ROW-LEN + 1:16)
           STRING '"' DELIMITED BY SIZE
                  WS-JSON-NAME DELIMITED BY SPACE
                  '":"' DELIMITED BY SIZE
                  INTO WS-ROW(WS-ROW-LEN + 1:16)
           END-STRING
           INSPECT WS-ROW(WS-ROW-LEN + 1:16) TALLYING WS-ROW-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-IN-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = '"'
                       MOVE '\"' TO WS-ROW(WS-ROW-LEN + 1:2)
                       ADD 2 TO WS-ROW-LEN
                   WHEN WS-ESC-CHAR = "\"
                       MOVE "\\" TO WS-ROW(WS-ROW-LEN + 1:2)
                       ADD 2 TO WS-ROW-LEN
                   WHEN WS-ESC-CHAR < SPACE
                       MOVE SPACE TO WS-ROW(WS-ROW-LEN + 1:1)
                       ADD 1 TO WS-ROW-LEN
                   WHEN OTHER
                       MOVE WS-ESC-CHAR TO WS-ROW(WS-ROW-LEN + 1:1)
                       ADD 1 TO WS-ROW-LEN
               END-EVALUATE
           END-PERFORM
           MOVE '",' TO WS-ROW(WS-ROW-LEN + 1:2)
           ADD 2 TO WS-ROW-LEN
           .

*>       Length of WS-ESC-IN less its trailing spaces.
       MEASURE-ESC-IN.
           MOVE 0 TO WS-ESC-IN-LEN
           INSPECT FUNCTION REVERSE(WS-ESC-IN)
               TALLYING WS-ESC-IN-LEN FOR LEADING SPACE
           COMPUTE WS-ESC-IN-LEN = 120 - WS-ESC-IN-LEN
           .
