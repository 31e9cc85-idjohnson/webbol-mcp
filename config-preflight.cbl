*> Configuration preflight - reads every ops-edited config file the
*> way the program that uses it reads it, and says out loud what
*> those programs would otherwise ignore or default without a word.
*> Each reader in this shop skips a line it cannot parse and falls
*> back to a default for a value it cannot use, which is the right
*> thing to do mid-request and the wrong thing to find out about
*> from a partner. Files checked, each with its reader's rules:
*>   webbol.cfg      CONFIG-READER     keys, numeric ranges, lengths
*>   vhosts.cfg      VHOST-RESOLVER    HOST= stanzas
*>   redirects.cfg   REDIRECT-CHECK    /old=301 /new rules, loops
*>   protected.cfg   PROTECT-CHECK     PREFIX= stanzas, credentials
*>   forms.cfg       FORM-HANDLER      FORM= stanzas
*>   mime-types.cfg  MIME-TYPES        ext=type lines, table room
*>   resources.cfg   MCP-HANDLER       paths under the document root
*>   prompts.cfg     MCP-HANDLER       PROMPT= stanzas, placeholders
*>   alerts.cfg      ALERT-MONITOR     numeric thresholds
*>   batch-jobs.cfg  BATCH-SCHEDULER   JOB= stanzas, DEPENDS names
*>   trace.cfg       WEB-DAEMON        trace rules
*>   credentials.cfg AUTH-CHECK        key fields, profile fields
*> and, off webbol.cfg and vhosts.cfg together, every document root
*> in use and the error documents webbol.cfg names under each.
*>
*> Findings are graded. FATAL is a setting that cannot be what ops
*> meant and changes what the server or the batch window does - an
*> unknown key (a typo'd setting silently left at its default), a
*> line the reader skips, a value that is not a number or is out of
*> range, a duplicate stanza, a document root that does not exist,
*> a redirect that loops, a protected area with no credentials, a
*> DEPENDS naming a job the window never runs before it. WARN is
*> something a reader survives - a missing error document (the
*> built-in text is served), a MIME-type line cut short, a clear-
*> text key KEY-CONVERT has not reached yet. A file that is not
*> there at all is noted and is never a finding: every reader has
*> always run on its defaults without one.
*>
*> The findings go to config-preflight.rpt, grouped by file, with
*> the line each one came from. The run ends with RETURN-CODE 8 on
*> any FATAL finding, 4 on warnings only, 0 when clean. WEB-DAEMON
*> at startup and BATCH-SCHEDULER before the window CALL this
*> program and refuse to go on when it ends with 8; ops can also
*> run it on its own after editing a file.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PREFLIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*> Whichever config file is being checked - one at a time
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "config-preflight.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Wider than any reader's record, so a line a reader would cut
*> short can be seen whole and reported
       FD  CONFIG-FILE.
       01  CONFIG-FILE-REC      PIC X(1400).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> The settings CONFIG-READER hands every program - the effective
*> document root and error document names are checked from here,
*> so the defaults are checked exactly as they will be used
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-CFG-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> The file being checked, the record length its reader declares,
*> the grade a line its reader skips earns, and what its absence
*> means
       01 WS-CONFIG-NAME            PIC X(100).
       01 WS-REC-LIMIT              PIC 9(4) COMP.
       01 WS-FILE-SEVERITY          PIC X(5).
       01 WS-ABSENT-NOTE            PIC X(80).
       01 WS-FILE-OPEN              PIC X.
       01 WS-CONFIG-EOF             PIC X.
       01 WS-LINE-NO                PIC 9(6) COMP.
       01 WS-SAVE-LINE-NO           PIC 9(6) COMP.
       01 WS-FILE-FINDINGS          PIC 9(8) COMP.

*> The line in hand, its length to the last non-space, and the
*> KEY=VALUE split the single-token readers make: the line runs to
*> its first space, the key is everything before the "=", and the
*> value is what is left of that first token
       01 WS-CFG-LINE               PIC X(1400).
       01 WS-FULL-LEN               PIC 9(4) COMP.
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-EQ-POS                 PIC 9(4) COMP.
       01 WS-CFG-KEY                PIC X(40).
       01 WS-CFG-VALUE              PIC X(1400).
       01 WS-CFG-VALUE-LEN          PIC 9(4) COMP.
*> "S" skipped (blank or comment), "M" a line the reader ignores,
*> "K" a usable KEY=VALUE line
       01 WS-LINE-KIND              PIC X.
*> "Y" when the line carries text past its first space, which the
*> single-token readers never see
       01 WS-TRAILING-TEXT          PIC X.
*> A value as quoted back on the report
       01 WS-SHOW-VALUE             PIC X(60).

*> One finding: its grade and its text
       01 WS-FIND-SEV               PIC X(5).
       01 WS-FIND-TEXT              PIC X(120).

*> Longest value the reader's field holds, for CHECK-VALUE-FITS
       01 WS-FIT-MAX                PIC 9(4) COMP.
*> Range a numeric setting must fall in, and the value found
       01 WS-NUM-MIN                PIC 9(9) COMP.
       01 WS-NUM-MAX                PIC 9(9) COMP.
       01 WS-NUM-VALUE              PIC 9(9) COMP.
       01 WS-NUM-OK                 PIC X.
       01 WS-EDIT-MIN               PIC Z(8)9.
       01 WS-EDIT-MAX               PIC Z(8)9.

*> Keys already set in a flat file (or in the stanza in hand), so a
*> second setting of the same key can be pointed out
       01 WS-SEEN-COUNT             PIC 9(4) COMP.
       01 WS-SEEN-TABLE.
          05 WS-SEEN-ENTRY OCCURS 40 TIMES.
             10 WS-SEEN-KEY         PIC X(40).
             10 WS-SEEN-LINE        PIC 9(6) COMP.
       01 WS-SEEN-IDX               PIC 9(4) COMP.

*> Names already used in the file - stanza names, redirect old
*> paths, extensions, resource paths, key identities - for the
*> duplicate checks
       01 WS-MAX-STANZAS            PIC 9(4) COMP VALUE 500.
       01 WS-STANZA-COUNT           PIC 9(4) COMP.
       01 WS-STANZA-TABLE.
          05 WS-STANZA-ENTRY OCCURS 500 TIMES.
             10 WS-STANZA-NAME      PIC X(256).
             10 WS-STANZA-LINE      PIC 9(6) COMP.
       01 WS-STANZA-IDX             PIC 9(4) COMP.
       01 WS-STANZA-TEST            PIC X(256).
       01 WS-STANZA-FOUND           PIC X.
       01 WS-STANZA-DUP-LINE        PIC 9(6) COMP.
       01 WS-EDIT-DUP-LINE          PIC Z(5)9.

*> The stanza being read: whether one is open, its name and line,
*> and whether its essential line (CREDENTIALS, FIELDS, TEMPLATE,
*> COMMAND) has turned up
       01 WS-IN-STANZA              PIC X.
       01 WS-CUR-STANZA             PIC X(256).
       01 WS-CUR-STANZA-LINE        PIC 9(6) COMP.
       01 WS-CUR-HAS-MAIN           PIC X.

*> Every document root in use - the default first, then each
*> vhosts.cfg DOC-ROOT - and the host that uses it
       01 WS-ROOT-COUNT             PIC 9(4) COMP.
       01 WS-ROOT-TABLE.
          05 WS-ROOT-ENTRY OCCURS 50 TIMES.
             10 WS-ROOT-PATH        PIC X(256).
             10 WS-ROOT-HOST        PIC X(60).
       01 WS-ROOT-IDX               PIC 9(4) COMP.
       01 WS-ROOT-SCAN              PIC 9(4) COMP.
*> The HOST= value of the vhosts.cfg stanza in hand
       01 WS-VHOST-NAME             PIC X(60).

*> The six error documents, and which of them webbol.cfg names
*> itself (the defaults are optional - only a named one that is
*> missing is a finding)
       01 WS-ERRDOC-TABLE.
          05 WS-ERRDOC-ENTRY OCCURS 6 TIMES.
             10 WS-ERRDOC-CODE      PIC X(3).
             10 WS-ERRDOC-NAME      PIC X(40).
             10 WS-ERRDOC-SET       PIC X.
       01 WS-ERRDOC-IDX             PIC 9(4) COMP.

*> Stat of a root, document or credential file
       01 WS-CHECK-PATH             PIC X(512).
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).

*> redirects.cfg rules in effect (the first rule for an old path),
*> for the loop walk
       01 WS-MAX-RULES              PIC 9(4) COMP VALUE 300.
       01 WS-RD-COUNT               PIC 9(4) COMP.
       01 WS-RD-TABLE.
          05 WS-RD-ENTRY OCCURS 300 TIMES.
             10 WS-RD-OLD           PIC X(512).
             10 WS-RD-TARGET        PIC X(512).
             10 WS-RD-LINE          PIC 9(6) COMP.
       01 WS-RD-IDX                 PIC 9(4) COMP.
       01 WS-RD-SCAN                PIC 9(4) COMP.
       01 WS-RD-NEXT                PIC 9(4) COMP.
       01 WS-RD-HOPS                PIC 9(4) COMP.
       01 WS-RD-CURRENT             PIC X(512).
       01 WS-RD-VALUE               PIC X(512).
       01 WS-RD-TARGET-LEN          PIC 9(4) COMP.
       01 WS-RD-CUT                 PIC 9(4) COMP.
       01 WS-RD-LOOPED              PIC X.
       01 WS-EDIT-HOPS              PIC Z(3)9.

*> batch-jobs.cfg jobs in window order, with their DEPENDS lists
       01 WS-JB-COUNT               PIC 9(4) COMP.
       01 WS-JB-TABLE.
          05 WS-JB-ENTRY OCCURS 50 TIMES.
             10 WS-JB-NAME          PIC X(20).
             10 WS-JB-DEPENDS       PIC X(256).
             10 WS-JB-DEPENDS-LINE  PIC 9(6) COMP.
       01 WS-JB-IDX                 PIC 9(4) COMP.
       01 WS-JB-SCAN                PIC 9(4) COMP.
       01 WS-JB-FOUND               PIC 9(4) COMP.
*> The scheduler's split of a DEPENDS= list
       01 WS-DEPENDS-REST           PIC X(256).
       01 WS-DEP-NAME               PIC X(20).
       01 WS-DEP-LEN                PIC 9(4) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> Extensions MIME-TYPES knows before mime-types.cfg is read (its
*> INIT-MIME-TYPE-TABLE), and how many new ones its 40-row table
*> has room for after them
       01 WS-MIME-BUILTIN-LIST.
          05 FILLER PIC X(10) VALUE "html".
          05 FILLER PIC X(10) VALUE "htm".
          05 FILLER PIC X(10) VALUE "css".
          05 FILLER PIC X(10) VALUE "js".
          05 FILLER PIC X(10) VALUE "json".
          05 FILLER PIC X(10) VALUE "xml".
          05 FILLER PIC X(10) VALUE "txt".
          05 FILLER PIC X(10) VALUE "png".
          05 FILLER PIC X(10) VALUE "jpg".
          05 FILLER PIC X(10) VALUE "jpeg".
          05 FILLER PIC X(10) VALUE "gif".
          05 FILLER PIC X(10) VALUE "svg".
          05 FILLER PIC X(10) VALUE "ico".
          05 FILLER PIC X(10) VALUE "pdf".
       01 WS-MIME-BUILTINS REDEFINES WS-MIME-BUILTIN-LIST.
          05 WS-MIME-BUILTIN PIC X(10) OCCURS 14 TIMES.
       01 WS-MIME-ROOM              PIC 9(4) COMP VALUE 26.
       01 WS-MIME-ADDED             PIC 9(4) COMP.
       01 WS-MIME-EXT               PIC X(10).
       01 WS-MIME-IDX               PIC 9(4) COMP.
       01 WS-MIME-KNOWN             PIC X.
       01 WS-SLASH-COUNT            PIC 9(4) COMP.

*> resources.cfg path and its PATH-UTILS resolution
       01 WS-RES-PATH               PIC X(512).
       01 WS-SANITIZED-PATH         PIC X(512).
       01 WS-PATH-RC                PIC 9.

*> prompts.cfg stanza in hand - its ARGS= list and TEMPLATE= text,
*> for the placeholder check when the stanza ends
       01 WS-PR-ARGS                PIC X(256).
       01 WS-PR-ARGS-PADDED         PIC X(260).
       01 WS-PR-TEMPLATE            PIC X(1024).
       01 WS-PR-TPL-LEN             PIC 9(4) COMP.
       01 WS-PR-TPL-IDX             PIC 9(4) COMP.
       01 WS-PR-BRACE-LEN           PIC 9(4) COMP.
       01 WS-PR-ARG-NAME            PIC X(42).
       01 WS-PR-HITS                PIC 9(4) COMP.

*> credentials.cfg line pieces, split the way AUTH-CHECK splits them
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-BAR-POS                PIC 9(4) COMP.
       01 WS-HEX-CHECK              PIC X(64).
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-FIELD-NUM              PIC 9(2) COMP.
       01 WS-TRIM-FIELD             PIC X(256).
       01 WS-TRIM-LEN               PIC 9(4) COMP.
*> "@" count while a key's contact address is checked
       01 WS-AT-COUNT               PIC 9(4) COMP.
*> Tool names a profile's allowed-tools list may carry - MCP-
*> HANDLER's TOOLS-REGISTRY plus the bulk export HTTP-HANDLER bills
*> as a tool
       01 WS-TOOL-NAME-LIST.
          05 FILLER PIC X(30) VALUE "echo".
          05 FILLER PIC X(30) VALUE "lookup-record".
          05 FILLER PIC X(30) VALUE "search-records".
          05 FILLER PIC X(30) VALUE "propose-record-change".
          05 FILLER PIC X(30) VALUE "list-categories".
          05 FILLER PIC X(30) VALUE "record-history".
          05 FILLER PIC X(30) VALUE "export-catalog".
       01 WS-TOOL-NAMES REDEFINES WS-TOOL-NAME-LIST.
          05 WS-KNOWN-TOOL PIC X(30) OCCURS 7 TIMES.
       01 WS-KNOWN-TOOL-COUNT       PIC 9(4) COMP VALUE 7.
       01 WS-TOOL-REST              PIC X(256).
       01 WS-TOOL-NAME              PIC X(40).
       01 WS-TOOL-LEN               PIC 9(4) COMP.
       01 WS-TOOL-IDX               PIC 9(4) COMP.
       01 WS-TOOL-FOUND             PIC X.
       01 WS-DATE-NUM               PIC 9(8).

*> Run totals
       01 WS-FILES-CHECKED          PIC 9(8) COMP.
       01 WS-FILES-ABSENT           PIC 9(8) COMP.
       01 WS-FATAL-COUNT            PIC 9(8) COMP.
       01 WS-WARN-COUNT             PIC 9(8) COMP.

*> Scratch fields for printing counts and line numbers
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-LINE              PIC Z(5)9.

*> Current timestamp printed on the report header
       01 WS-RAW-DATE               PIC X(21).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE 0 TO WS-FILES-CHECKED
           MOVE 0 TO WS-FILES-ABSENT
           MOVE 0 TO WS-FATAL-COUNT
           MOVE 0 TO WS-WARN-COUNT

           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           PERFORM LOAD-ERRDOC-TABLE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM CHECK-WEBBOL-CFG
           PERFORM CHECK-VHOSTS-CFG
           PERFORM CHECK-DOCUMENT-ROOTS
           PERFORM CHECK-REDIRECTS-CFG
           PERFORM CHECK-PROTECTED-CFG
           PERFORM CHECK-FORMS-CFG
           PERFORM CHECK-MIME-TYPES-CFG
           PERFORM CHECK-RESOURCES-CFG
           PERFORM CHECK-PROMPTS-CFG
           PERFORM CHECK-ALERTS-CFG
           PERFORM CHECK-BATCH-JOBS-CFG
           PERFORM CHECK-TRACE-CFG
           PERFORM CHECK-CREDENTIALS-CFG

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "CONFIG-PREFLIGHT: run complete, report written to "
               "config-preflight.rpt"
           IF WS-FATAL-COUNT > 0
               MOVE WS-FATAL-COUNT TO WS-EDIT-8
               DISPLAY "CONFIG-PREFLIGHT: " FUNCTION TRIM(WS-EDIT-8)
                   " fatal configuration error(s)"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

*>       The error document names in effect, and which of them
*>       webbol.cfg sets (filled in by CHECK-WEBBOL-LINE).
       LOAD-ERRDOC-TABLE.
           MOVE "400" TO WS-ERRDOC-CODE(1)
           MOVE CFG-ERROR-DOC-400 TO WS-ERRDOC-NAME(1)
           MOVE "403" TO WS-ERRDOC-CODE(2)
           MOVE CFG-ERROR-DOC-403 TO WS-ERRDOC-NAME(2)
           MOVE "404" TO WS-ERRDOC-CODE(3)
           MOVE CFG-ERROR-DOC-404 TO WS-ERRDOC-NAME(3)
           MOVE "413" TO WS-ERRDOC-CODE(4)
           MOVE CFG-ERROR-DOC-413 TO WS-ERRDOC-NAME(4)
           MOVE "429" TO WS-ERRDOC-CODE(5)
           MOVE CFG-ERROR-DOC-429 TO WS-ERRDOC-NAME(5)
           MOVE "500" TO WS-ERRDOC-CODE(6)
           MOVE CFG-ERROR-DOC-500 TO WS-ERRDOC-NAME(6)
           PERFORM VARYING WS-ERRDOC-IDX FROM 1 BY 1
               UNTIL WS-ERRDOC-IDX > 6
               MOVE "N" TO WS-ERRDOC-SET(WS-ERRDOC-IDX)
           END-PERFORM
           .

*>---------------------------------------------------------------
*>  webbol.cfg - CONFIG-READER's keys, each checked against the
*>  field CONFIG-READER moves it into
*>---------------------------------------------------------------
       CHECK-WEBBOL-CFG.
           MOVE "webbol.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - built-in defaults apply"
               TO WS-ABSENT-NOTE
           MOVE 0 TO WS-SEEN-COUNT
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-WEBBOL-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-WEBBOL-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEEN-KEY

           EVALUATE WS-CFG-KEY
               WHEN "DOC-ROOT"
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "MAX-FILE-SIZE"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 99999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "LISTEN-PORT"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 65535 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "MCP-SERVER-NAME"
                   MOVE 40 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "MCP-SERVER-VERSION"
                   MOVE 20 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "INDEX-DOC"
                   MOVE 40 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "RATE-LIMIT-PER-MIN"
*>                 0 would refuse every request RATE-LIMITER counts
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "MAX-BODY-SIZE"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 99999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
                   IF WS-NUM-OK = "Y" AND WS-NUM-VALUE > 8192
                       STRING "MAX-BODY-SIZE above 8192 is never "
                              "effective - WEB-DAEMON caps it there"
                              DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM REPORT-WARN
                   END-IF
               WHEN "TOOL-BATCH-CKPT-EVERY"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "HOUSEKEEP-RETAIN"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 9999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "SESSION-IDLE-MIN"
                   MOVE 0 TO WS-NUM-MIN
                   MOVE 999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "BLOCK-THRESHOLD"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "QUOTA-WARN-PCT"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 100 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "FEED-MAX-CHANGE-PCT"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 100 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "QUALITY-STALE-MONTHS"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "MAINT-CKPT-EVERY"
*>                 RECORDS-MAINT can back out at most 1000 entries
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 1000 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "CONTENT-ARCHIVE-DAYS"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 9999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "ERROR-DOC-400"
                   MOVE 1 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN "ERROR-DOC-403"
                   MOVE 2 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN "ERROR-DOC-404"
                   MOVE 3 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN "ERROR-DOC-413"
                   MOVE 4 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN "ERROR-DOC-429"
                   MOVE 5 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN "ERROR-DOC-500"
                   MOVE 6 TO WS-ERRDOC-IDX
                   PERFORM NOTE-ERRDOC-SETTING
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

       NOTE-ERRDOC-SETTING.
           MOVE 40 TO WS-FIT-MAX
           PERFORM CHECK-VALUE-FITS
           MOVE "Y" TO WS-ERRDOC-SET(WS-ERRDOC-IDX)
           .

*>---------------------------------------------------------------
*>  vhosts.cfg - VHOST-RESOLVER's HOST= stanzas
*>---------------------------------------------------------------
       CHECK-VHOSTS-CFG.
*>         The default root heads the root list whether or not there
*>         is a vhosts.cfg to add to it
           MOVE 1 TO WS-ROOT-COUNT
           MOVE CFG-DOC-ROOT TO WS-ROOT-PATH(1)
           MOVE "(default)" TO WS-ROOT-HOST(1)

           MOVE "vhosts.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE SPACES TO WS-ABSENT-NOTE
           STRING "not present - every host is served from the default "
                  "root"
                  DELIMITED BY SIZE INTO WS-ABSENT-NOTE
           END-STRING
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-IN-STANZA
           MOVE SPACES TO WS-VHOST-NAME
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-VHOSTS-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-VHOSTS-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "HOST"
*>                 Host names compare lowercased, so two spellings
*>                 of one name are one stanza to the resolver
                   MOVE 0 TO WS-SEEN-COUNT
                   MOVE "Y" TO WS-IN-STANZA
                   MOVE WS-CFG-VALUE(1:256) TO WS-STANZA-TEST
                   INSPECT WS-STANZA-TEST CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                       "abcdefghijklmnopqrstuvwxyz"
                   MOVE WS-STANZA-TEST(1:60) TO WS-VHOST-NAME
                   PERFORM CHECK-STANZA-NAME
                   IF WS-STANZA-FOUND = "Y"
                       STRING "HOST " DELIMITED BY SIZE
                              WS-VHOST-NAME DELIMITED BY SPACE
                              " already opens a stanza on line "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DUP-LINE)
                                  DELIMITED BY SIZE
                              " - both apply, the later overriding"
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
                   MOVE 0 TO WS-SLASH-COUNT
                   INSPECT WS-VHOST-NAME TALLYING WS-SLASH-COUNT
                       FOR ALL ":"
                   IF WS-SLASH-COUNT > 0
                       STRING "HOST " DELIMITED BY SIZE
                              WS-VHOST-NAME DELIMITED BY SPACE
                              " carries a port - the port is cut off "
                                  DELIMITED BY SIZE
                              "the Host header first, so it never "
                                  DELIMITED BY SIZE
                              "matches" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN "DOC-ROOT"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   IF WS-IN-STANZA = "Y"
                       PERFORM ADD-VHOST-ROOT
                   END-IF
               WHEN "INDEX-DOC"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 40 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "ACCESS-LOG"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 100 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>       A vhosts.cfg DOC-ROOT joins the root list once - two hosts
*>       fronting the same root are one root to check.
       ADD-VHOST-ROOT.
           PERFORM VARYING WS-ROOT-SCAN FROM 1 BY 1
               UNTIL WS-ROOT-SCAN > WS-ROOT-COUNT
               IF WS-ROOT-PATH(WS-ROOT-SCAN) = WS-CFG-VALUE(1:256)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ROOT-COUNT < 50
               ADD 1 TO WS-ROOT-COUNT
               MOVE WS-CFG-VALUE(1:256) TO WS-ROOT-PATH(WS-ROOT-COUNT)
               MOVE WS-VHOST-NAME TO WS-ROOT-HOST(WS-ROOT-COUNT)
           END-IF
           .

*>---------------------------------------------------------------
*>  Document roots in use, and the error documents webbol.cfg
*>  names under each - HTTP-HANDLER looks an error document up
*>  under whichever root the request was served from
*>---------------------------------------------------------------
       CHECK-DOCUMENT-ROOTS.
           MOVE 0 TO WS-FILE-FINDINGS
           MOVE 0 TO WS-LINE-NO
           MOVE SPACES TO REPORT-REC
           MOVE "Document roots and error documents" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
               UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
               PERFORM CHECK-ONE-ROOT
           END-PERFORM

           PERFORM WRITE-SECTION-END
           .

       CHECK-ONE-ROOT.
           MOVE SPACES TO WS-CHECK-PATH
           MOVE WS-ROOT-PATH(WS-ROOT-IDX) TO WS-CHECK-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               STRING "document root " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROOT-PATH(WS-ROOT-IDX))
                          DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROOT-HOST(WS-ROOT-IDX))
                          DELIMITED BY SIZE
                      " does not exist" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FATAL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ERRDOC-IDX FROM 1 BY 1
               UNTIL WS-ERRDOC-IDX > 6
               IF WS-ERRDOC-SET(WS-ERRDOC-IDX) = "Y"
                   AND WS-ERRDOC-NAME(WS-ERRDOC-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-ERRDOC
               END-IF
           END-PERFORM
           .

       CHECK-ONE-ERRDOC.
           MOVE SPACES TO WS-CHECK-PATH
           STRING FUNCTION TRIM(WS-ROOT-PATH(WS-ROOT-IDX))
                      DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERRDOC-NAME(WS-ERRDOC-IDX))
                      DELIMITED BY SIZE
                  INTO WS-CHECK-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               STRING "ERROR-DOC-" DELIMITED BY SIZE
                      WS-ERRDOC-CODE(WS-ERRDOC-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHECK-PATH) DELIMITED BY SIZE
                      " not found - the built-in text is served"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>---------------------------------------------------------------
*>  redirects.cfg - REDIRECT-CHECK's rules, then the loop walk
*>---------------------------------------------------------------
       CHECK-REDIRECTS-CFG.
           MOVE "redirects.cfg" TO WS-CONFIG-NAME
           MOVE 1024 TO WS-REC-LIMIT
           MOVE "WARN " TO WS-FILE-SEVERITY
           MOVE "not present - no redirects" TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-RD-COUNT
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-REDIRECT-LINE
               END-IF
           END-PERFORM

           PERFORM CHECK-REDIRECT-LOOPS
           PERFORM CLOSE-CONFIG-FILE
           .

*>       REDIRECT-CHECK's parse: the old path is the first token up
*>       to the "=", and after it "301 " or "302 " and the new path
*>       up to the next space. A rule it cannot parse is passed
*>       over, and for one old path only the first rule is used.
       CHECK-REDIRECT-LINE.
           IF WS-FULL-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-LINE(1:1) = SPACE
               MOVE "line begins with a space - REDIRECT-CHECK skips it"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-CFG-LINE TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-EQ-POS
           INSPECT WS-CFG-LINE(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               MOVE "not in /old=301 /new form - the rule is ignored"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           IF WS-EQ-POS > 512
               MOVE "old path longer than 512 characters - never matches"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-LINE(1:1) NOT = "/"
               STRING "old path " DELIMITED BY SIZE
                      WS-CFG-LINE(1:WS-EQ-POS) DELIMITED BY SIZE
                      " does not begin with / - no request path "
                          DELIMITED BY SIZE
                      "matches it" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF

           MOVE SPACES TO WS-RD-VALUE
           MOVE WS-CFG-LINE(WS-EQ-POS + 2:512) TO WS-RD-VALUE
           IF (WS-RD-VALUE(1:3) NOT = "301"
               AND WS-RD-VALUE(1:3) NOT = "302")
               OR WS-RD-VALUE(4:1) NOT = SPACE
               MOVE SPACES TO WS-FIND-TEXT
               STRING "status must be 301 or 302, a space, then the "
                      "new path - the rule is ignored"
                      DELIMITED BY SIZE INTO WS-FIND-TEXT
               END-STRING
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RD-TARGET-LEN
           INSPECT WS-RD-VALUE(5:508) TALLYING WS-RD-TARGET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-RD-TARGET-LEN = 0
               MOVE "no new path after the status - the rule is ignored"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           IF WS-FULL-LEN > WS-EQ-POS + 5 + WS-RD-TARGET-LEN
               MOVE "text after the new path is ignored"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF

*>         A second rule for the same old path is never reached
           MOVE SPACES TO WS-STANZA-TEST
           MOVE WS-CFG-LINE(1:WS-EQ-POS) TO WS-STANZA-TEST
           PERFORM CHECK-STANZA-NAME
           IF WS-STANZA-FOUND = "Y"
               STRING WS-CFG-LINE(1:WS-EQ-POS) DELIMITED BY SIZE
                      " already has a rule on line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DUP-LINE) DELIMITED BY SIZE
                      " - this one is never used" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

           IF WS-RD-COUNT < WS-MAX-RULES
               ADD 1 TO WS-RD-COUNT
               MOVE SPACES TO WS-RD-OLD(WS-RD-COUNT)
               MOVE WS-CFG-LINE(1:WS-EQ-POS) TO WS-RD-OLD(WS-RD-COUNT)
               MOVE SPACES TO WS-RD-TARGET(WS-RD-COUNT)
               MOVE WS-RD-VALUE(5:WS-RD-TARGET-LEN)
                   TO WS-RD-TARGET(WS-RD-COUNT)
               MOVE WS-LINE-NO TO WS-RD-LINE(WS-RD-COUNT)
           END-IF
           .

*>       Follow each rule's new path through the rules the way a
*>       browser follows the 301s: a rule whose chain comes back
*>       to its own old path is a loop, and so is a chain that runs
*>       longer than there are rules (it has fallen into a loop
*>       further along). The query string or fragment of a new
*>       path is not part of the path the next request looks up.
       CHECK-REDIRECT-LOOPS.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
               PERFORM WALK-ONE-REDIRECT
           END-PERFORM
           .

       WALK-ONE-REDIRECT.
           MOVE WS-RD-TARGET(WS-RD-IDX) TO WS-RD-CURRENT
           PERFORM STRIP-REDIRECT-QUERY
           MOVE 0 TO WS-RD-HOPS
           MOVE "N" TO WS-RD-LOOPED

           PERFORM UNTIL WS-RD-LOOPED NOT = "N"
               ADD 1 TO WS-RD-HOPS
               MOVE 0 TO WS-RD-NEXT
               PERFORM VARYING WS-RD-SCAN FROM 1 BY 1
                   UNTIL WS-RD-SCAN > WS-RD-COUNT
                   IF WS-RD-OLD(WS-RD-SCAN) = WS-RD-CURRENT
                       MOVE WS-RD-SCAN TO WS-RD-NEXT
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-RD-NEXT = 0
                       MOVE "D" TO WS-RD-LOOPED
                   WHEN WS-RD-NEXT = WS-RD-IDX
                       MOVE "Y" TO WS-RD-LOOPED
                   WHEN WS-RD-HOPS > WS-RD-COUNT
                       MOVE "C" TO WS-RD-LOOPED
                   WHEN OTHER
                       MOVE WS-RD-TARGET(WS-RD-NEXT) TO WS-RD-CURRENT
                       PERFORM STRIP-REDIRECT-QUERY
               END-EVALUATE
           END-PERFORM

           IF WS-RD-LOOPED = "D"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RD-LINE(WS-RD-IDX) TO WS-LINE-NO
           IF WS-RD-LOOPED = "Y"
               MOVE WS-RD-HOPS TO WS-EDIT-HOPS
               STRING "redirect loop - " DELIMITED BY SIZE
                      WS-RD-OLD(WS-RD-IDX) DELIMITED BY SPACE
                      " comes back to itself after " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-HOPS) DELIMITED BY SIZE
                      " redirect(s)" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
           ELSE
               STRING "redirect loop - the chain from " DELIMITED BY SIZE
                      WS-RD-OLD(WS-RD-IDX) DELIMITED BY SPACE
                      " runs into a loop further on" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
           END-IF
           PERFORM REPORT-FATAL
           .

       STRIP-REDIRECT-QUERY.
           MOVE 0 TO WS-RD-CUT
           INSPECT WS-RD-CURRENT TALLYING WS-RD-CUT
               FOR CHARACTERS BEFORE "?"
           IF WS-RD-CUT < 512
               MOVE SPACES TO WS-RD-CURRENT(WS-RD-CUT + 1:)
           END-IF
           MOVE 0 TO WS-RD-CUT
           INSPECT WS-RD-CURRENT TALLYING WS-RD-CUT
               FOR CHARACTERS BEFORE "#"
           IF WS-RD-CUT < 512
               MOVE SPACES TO WS-RD-CURRENT(WS-RD-CUT + 1:)
           END-IF
           .

*>---------------------------------------------------------------
*>  protected.cfg - PROTECT-CHECK's PREFIX= stanzas
*>---------------------------------------------------------------
       CHECK-PROTECTED-CFG.
           MOVE "protected.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - nothing is password-protected"
               TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-IN-STANZA
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-PROTECTED-LINE
               END-IF
           END-PERFORM
           PERFORM END-PROTECTED-STANZA

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-PROTECTED-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "PREFIX"
                   PERFORM END-PROTECTED-STANZA
                   PERFORM OPEN-STANZA
                   IF WS-CFG-VALUE(1:1) NOT = "/"
                       STRING "PREFIX " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " does not begin with / - no request "
                                  DELIMITED BY SIZE
                              "path falls under it" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
                   IF WS-STANZA-FOUND = "Y"
                       STRING "PREFIX " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " already opens a stanza on line "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DUP-LINE)
                                  DELIMITED BY SIZE
                              " - the later one's credentials win"
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN "CREDENTIALS"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 100 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   MOVE "Y" TO WS-CUR-HAS-MAIN
                   MOVE SPACES TO WS-CHECK-PATH
                   MOVE WS-CFG-VALUE(1:100) TO WS-CHECK-PATH
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH
                       WS-FILE-DETAILS
                   IF RETURN-CODE NOT = 0
                       STRING "credential file " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHECK-PATH)
                                  DELIMITED BY SIZE
                              " not found - every request under the "
                                  DELIMITED BY SIZE
                              "prefix is refused" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-WARN
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>       A PREFIX= stanza that never names a credential file leaves
*>       PROTECT-CHECK nothing to check against - the area is served
*>       to anyone.
       END-PROTECTED-STANZA.
           IF WS-IN-STANZA = "Y" AND WS-CUR-HAS-MAIN = "N"
               MOVE WS-LINE-NO TO WS-SAVE-LINE-NO
               MOVE WS-CUR-STANZA-LINE TO WS-LINE-NO
               STRING "PREFIX " DELIMITED BY SIZE
                      WS-CUR-STANZA DELIMITED BY SPACE
                      " has no CREDENTIALS= line - the area is not "
                          DELIMITED BY SIZE
                      "protected at all" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FATAL
               MOVE WS-SAVE-LINE-NO TO WS-LINE-NO
           END-IF
           .

*>---------------------------------------------------------------
*>  forms.cfg - FORM-HANDLER's and FORM-BATCH's FORM= stanzas
*>---------------------------------------------------------------
       CHECK-FORMS-CFG.
           MOVE "forms.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - no form paths accept submissions"
               TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-IN-STANZA
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-FORMS-LINE
               END-IF
           END-PERFORM
           PERFORM END-FORMS-STANZA

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-FORMS-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "FORM"
                   PERFORM END-FORMS-STANZA
                   PERFORM OPEN-STANZA
                   IF WS-CFG-VALUE(1:1) NOT = "/"
                       AND WS-CFG-VALUE(1:WS-CFG-VALUE-LEN) NOT = "*"
                       STRING "FORM " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " does not begin with / - no POST path "
                                  DELIMITED BY SIZE
                              "matches it" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
                   MOVE 64 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   IF WS-STANZA-FOUND = "Y"
                       STRING "FORM " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " already opens a stanza on line "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DUP-LINE)
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN "FIELDS"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   MOVE "Y" TO WS-CUR-HAS-MAIN
                   PERFORM CHECK-FORM-FIELD-NAMES
               WHEN "RETAIN-DAYS"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 9999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>       FORM-HANDLER compares a field name on 40 characters.
       CHECK-FORM-FIELD-NAMES.
           MOVE WS-CFG-VALUE(1:256) TO WS-TOOL-REST
           PERFORM UNTIL WS-TOOL-REST = SPACES
               PERFORM SPLIT-NEXT-CSV-NAME
               IF WS-TOOL-LEN > 40
                   STRING "field name " DELIMITED BY SIZE
                          WS-TOOL-NAME DELIMITED BY SIZE
                          "... is longer than 40 characters"
                              DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
                   PERFORM REPORT-WARN
               END-IF
           END-PERFORM
           .

       END-FORMS-STANZA.
           IF WS-IN-STANZA = "Y" AND WS-CUR-HAS-MAIN = "N"
               AND WS-CUR-STANZA NOT = "*"
               MOVE WS-LINE-NO TO WS-SAVE-LINE-NO
               MOVE WS-CUR-STANZA-LINE TO WS-LINE-NO
               STRING "FORM " DELIMITED BY SIZE
                      WS-CUR-STANZA DELIMITED BY SPACE
                      " has no FIELDS= line - any submission is "
                          DELIMITED BY SIZE
                      "accepted" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               MOVE WS-SAVE-LINE-NO TO WS-LINE-NO
           END-IF
           .

*>---------------------------------------------------------------
*>  mime-types.cfg - MIME-TYPES' ext=type overrides
*>---------------------------------------------------------------
       CHECK-MIME-TYPES-CFG.
           MOVE "mime-types.cfg" TO WS-CONFIG-NAME
           MOVE 80 TO WS-REC-LIMIT
           MOVE "WARN " TO WS-FILE-SEVERITY
           MOVE "not present - built-in types only" TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-MIME-ADDED
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-MIME-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-MIME-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MIME-EXT
           IF WS-EQ-POS <= 10
               MOVE WS-CFG-LINE(1:WS-EQ-POS) TO WS-MIME-EXT
           ELSE
               MOVE WS-CFG-LINE(1:10) TO WS-MIME-EXT
               STRING "extension longer than 10 characters - MIME-"
                      "TYPES keeps only " DELIMITED BY SIZE
                      WS-MIME-EXT DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           IF WS-MIME-EXT(1:1) = "."
               STRING "extension " DELIMITED BY SIZE
                      WS-MIME-EXT DELIMITED BY SPACE
                      " begins with a dot - the lookup never includes "
                          DELIMITED BY SIZE
                      "it" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF

           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
               TALLYING WS-SLASH-COUNT FOR ALL "/"
           IF WS-SLASH-COUNT NOT = 1
               STRING WS-CFG-VALUE(1:WS-CFG-VALUE-LEN) DELIMITED BY SIZE
                      " is not a type/subtype media type"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           MOVE 64 TO WS-FIT-MAX
           PERFORM CHECK-VALUE-FITS

           MOVE SPACES TO WS-STANZA-TEST
           MOVE WS-MIME-EXT TO WS-STANZA-TEST
           PERFORM CHECK-STANZA-NAME
           IF WS-STANZA-FOUND = "Y"
               STRING "extension " DELIMITED BY SIZE
                      WS-MIME-EXT DELIMITED BY SPACE
                      " is already set on line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DUP-LINE) DELIMITED BY SIZE
                      " - the later line wins" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           ELSE
               MOVE "N" TO WS-MIME-KNOWN
               PERFORM VARYING WS-MIME-IDX FROM 1 BY 1
                   UNTIL WS-MIME-IDX > 14
                   IF WS-MIME-BUILTIN(WS-MIME-IDX) = WS-MIME-EXT
                       MOVE "Y" TO WS-MIME-KNOWN
                   END-IF
               END-PERFORM
               IF WS-MIME-KNOWN = "N"
                   ADD 1 TO WS-MIME-ADDED
                   IF WS-MIME-ADDED > WS-MIME-ROOM
                       STRING "type table full - extension "
                                  DELIMITED BY SIZE
                              WS-MIME-EXT DELIMITED BY SPACE
                              " is dropped" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-WARN
                   END-IF
               END-IF
           END-IF

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>---------------------------------------------------------------
*>  resources.cfg - MCP-HANDLER's resource catalog, one root-
*>  relative path per line, resolved the way resources/read does
*>---------------------------------------------------------------
       CHECK-RESOURCES-CFG.
           MOVE "resources.cfg" TO WS-CONFIG-NAME
           MOVE 512 TO WS-REC-LIMIT
           MOVE "WARN " TO WS-FILE-SEVERITY
           MOVE "not present - no MCP resources listed"
               TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-RESOURCES-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-RESOURCES-LINE.
           IF WS-FULL-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-LINE(1:1) = SPACE
               MOVE "line begins with a space - MCP-HANDLER skips it"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-CFG-LINE TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-FULL-LEN > WS-LINE-LEN
               PERFORM REPORT-TRAILING-TEXT
           END-IF

           MOVE SPACES TO WS-STANZA-TEST
           MOVE WS-CFG-LINE(1:WS-LINE-LEN) TO WS-STANZA-TEST
           PERFORM CHECK-STANZA-NAME
           IF WS-STANZA-FOUND = "Y"
               STRING WS-CFG-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
                      " is already listed on line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DUP-LINE) DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RES-PATH
           IF WS-CFG-LINE(1:7) = "file://"
               MOVE WS-CFG-LINE(8:505) TO WS-RES-PATH
           ELSE
               MOVE WS-CFG-LINE(1:WS-LINE-LEN) TO WS-RES-PATH
           END-IF
           CALL "PATH-UTILS" USING WS-RES-PATH CFG-DOC-ROOT
               WS-SANITIZED-PATH WS-PATH-RC
           IF WS-PATH-RC NOT = 0
               STRING WS-CFG-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
                      " is refused by the document-root confinement "
                          DELIMITED BY SIZE
                      "- it must begin with / and stay under the root"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SANITIZED-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               STRING WS-CFG-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
                      " not found under " DELIMITED BY SIZE
                      FUNCTION TRIM(CFG-DOC-ROOT) DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>---------------------------------------------------------------
*>  prompts.cfg - MCP-HANDLER's PROMPT= stanzas. Unlike the other
*>  files the value runs to the end of the line, spaces and all
*>---------------------------------------------------------------
       CHECK-PROMPTS-CFG.
           MOVE "prompts.cfg" TO WS-CONFIG-NAME
           MOVE 1300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - no MCP prompts listed" TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-IN-STANZA
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-PROMPTS-LINE
               END-IF
           END-PERFORM
           PERFORM END-PROMPT-STANZA

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-PROMPTS-LINE.
           IF WS-FULL-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT WS-CFG-LINE(1:WS-FULL-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS > 40
               OR WS-EQ-POS >= WS-FULL-LEN
               MOVE "not KEY=VALUE - MCP-HANDLER ignores this line"
                   TO WS-FIND-TEXT
               PERFORM REPORT-FATAL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE WS-CFG-LINE(1:WS-EQ-POS) TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           COMPUTE WS-CFG-VALUE-LEN = WS-FULL-LEN - WS-EQ-POS - 1
           MOVE WS-CFG-LINE(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
               TO WS-CFG-VALUE

           EVALUATE WS-CFG-KEY
               WHEN "PROMPT"
                   PERFORM END-PROMPT-STANZA
                   PERFORM OPEN-STANZA
                   MOVE SPACES TO WS-PR-ARGS
                   MOVE SPACES TO WS-PR-TEMPLATE
                   MOVE 40 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   IF WS-STANZA-FOUND = "Y"
                       STRING "PROMPT " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:40) DELIMITED BY SPACE
                              " already opens a stanza on line "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DUP-LINE)
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN "DESCRIPTION"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 200 TO WS-FIT-MAX
                   PERFORM CHECK-PROMPT-VALUE-FITS
               WHEN "ARGS"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-PROMPT-VALUE-FITS
                   MOVE WS-CFG-VALUE(1:256) TO WS-PR-ARGS
               WHEN "TEMPLATE"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 1024 TO WS-FIT-MAX
                   PERFORM CHECK-PROMPT-VALUE-FITS
                   MOVE WS-CFG-VALUE(1:1024) TO WS-PR-TEMPLATE
                   MOVE "Y" TO WS-CUR-HAS-MAIN
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE
           .

*>       Descriptive text cut short is a nuisance, not a failure.
       CHECK-PROMPT-VALUE-FITS.
           IF WS-CFG-VALUE-LEN > WS-FIT-MAX
               MOVE WS-FIT-MAX TO WS-EDIT-MAX
               STRING WS-CFG-KEY DELIMITED BY SPACE
                      " is longer than " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      " characters - the rest is cut off"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>       A stanza with no TEMPLATE= lists a prompt that comes back
*>       empty, and a {name} placeholder not among ARGS= is never
*>       asked for, so it reaches the client still in braces.
       END-PROMPT-STANZA.
           IF WS-IN-STANZA NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-NO TO WS-SAVE-LINE-NO
           MOVE WS-CUR-STANZA-LINE TO WS-LINE-NO
           IF WS-CUR-HAS-MAIN = "N"
               STRING "PROMPT " DELIMITED BY SIZE
                      WS-CUR-STANZA DELIMITED BY SPACE
                      " has no TEMPLATE= line" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           ELSE
               PERFORM CHECK-PROMPT-PLACEHOLDERS
           END-IF
           MOVE WS-SAVE-LINE-NO TO WS-LINE-NO
           .

       CHECK-PROMPT-PLACEHOLDERS.
           MOVE SPACES TO WS-PR-ARGS-PADDED
           STRING "," DELIMITED BY SIZE
                  WS-PR-ARGS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  INTO WS-PR-ARGS-PADDED
           END-STRING

           MOVE 0 TO WS-PR-TPL-LEN
           INSPECT FUNCTION REVERSE(WS-PR-TEMPLATE)
               TALLYING WS-PR-TPL-LEN FOR LEADING SPACE
           COMPUTE WS-PR-TPL-LEN = 1024 - WS-PR-TPL-LEN

           PERFORM VARYING WS-PR-TPL-IDX FROM 1 BY 1
               UNTIL WS-PR-TPL-IDX >= WS-PR-TPL-LEN
               IF WS-PR-TEMPLATE(WS-PR-TPL-IDX:1) = "{"
                   PERFORM CHECK-ONE-PLACEHOLDER
               END-IF
           END-PERFORM
           .

*>       The same test SUBSTITUTE-ONE-PLACEHOLDER makes for what
*>       counts as a placeholder: 1 to 40 characters up to a "}".
       CHECK-ONE-PLACEHOLDER.
           MOVE 0 TO WS-PR-BRACE-LEN
           INSPECT WS-PR-TEMPLATE(WS-PR-TPL-IDX + 1:
               WS-PR-TPL-LEN - WS-PR-TPL-IDX)
               TALLYING WS-PR-BRACE-LEN FOR CHARACTERS BEFORE "}"
           IF WS-PR-BRACE-LEN = 0 OR WS-PR-BRACE-LEN > 40
               OR WS-PR-TPL-IDX + WS-PR-BRACE-LEN >= WS-PR-TPL-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PR-ARG-NAME
           STRING "," DELIMITED BY SIZE
                  WS-PR-TEMPLATE(WS-PR-TPL-IDX + 1:WS-PR-BRACE-LEN)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-PR-ARG-NAME
           END-STRING
           MOVE 0 TO WS-PR-HITS
           INSPECT WS-PR-ARGS-PADDED TALLYING WS-PR-HITS
               FOR ALL WS-PR-ARG-NAME(1:WS-PR-BRACE-LEN + 2)
           IF WS-PR-HITS = 0
               STRING "PROMPT " DELIMITED BY SIZE
                      WS-CUR-STANZA DELIMITED BY SPACE
                      " TEMPLATE uses {" DELIMITED BY SIZE
                      WS-PR-TEMPLATE(WS-PR-TPL-IDX + 1:WS-PR-BRACE-LEN)
                          DELIMITED BY SIZE
                      "}, which is not among its ARGS"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>---------------------------------------------------------------
*>  alerts.cfg - ALERT-MONITOR's and KEY-MISUSE's thresholds
*>---------------------------------------------------------------
       CHECK-ALERTS-CFG.
           MOVE "alerts.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE SPACES TO WS-ABSENT-NOTE
           STRING "not present - ALERT-MONITOR's and KEY-MISUSE's "
                  "built-in thresholds apply"
                  DELIMITED BY SIZE INTO WS-ABSENT-NOTE
           END-STRING
           MOVE 0 TO WS-SEEN-COUNT
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-ALERTS-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-ALERTS-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SEEN-KEY

           EVALUATE WS-CFG-KEY
               WHEN "ERR-5XX-MAX"
               WHEN "AUDIT-MAX"
               WHEN "BLOCKLIST-MAX"
               WHEN "SESSION-MAX"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 99999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
*>             KEY-MISUSE's thresholds - its key table holds 90
*>             baseline days
               WHEN "MISUSE-BASELINE-DAYS"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 90 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "MISUSE-MIN-HISTORY"
               WHEN "MISUSE-SPIKE-FACTOR"
               WHEN "MISUSE-SESSION-FACTOR"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 9999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN "MISUSE-SPIKE-MIN"
               WHEN "MISUSE-REFUSAL-BURST"
               WHEN "MISUSE-SESSION-MIN"
                   MOVE 1 TO WS-NUM-MIN
                   MOVE 99999999 TO WS-NUM-MAX
                   PERFORM CHECK-NUMBER-VALUE
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>---------------------------------------------------------------
*>  batch-jobs.cfg - BATCH-SCHEDULER's JOB= stanzas, then every
*>  DEPENDS= name checked against the jobs ahead of it
*>---------------------------------------------------------------
       CHECK-BATCH-JOBS-CFG.
           MOVE "batch-jobs.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - BATCH-SCHEDULER has nothing to run"
               TO WS-ABSENT-NOTE
           MOVE 0 TO WS-STANZA-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-JB-COUNT
           MOVE "N" TO WS-IN-STANZA
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-BATCH-JOBS-LINE
               END-IF
           END-PERFORM
           PERFORM END-JOB-STANZA

           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
               UNTIL WS-JB-IDX > WS-JB-COUNT
               IF WS-JB-DEPENDS(WS-JB-IDX) NOT = SPACES
                   PERFORM CHECK-JOB-DEPENDS
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-BATCH-JOBS-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "JOB"
                   PERFORM END-JOB-STANZA
                   PERFORM OPEN-STANZA
                   MOVE 20 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   IF WS-STANZA-FOUND = "Y"
                       STRING "JOB " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " already opens a stanza on line "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DUP-LINE)
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
                   IF WS-JB-COUNT < 50
                       ADD 1 TO WS-JB-COUNT
                       MOVE WS-CFG-VALUE(1:20) TO WS-JB-NAME(WS-JB-COUNT)
                       MOVE SPACES TO WS-JB-DEPENDS(WS-JB-COUNT)
                       MOVE 0 TO WS-JB-DEPENDS-LINE(WS-JB-COUNT)
                   END-IF
                   IF WS-JB-COUNT = 21
                       STRING "more than 20 jobs - BATCH-SCHEDULER "
                              "drops JOB " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " and every job after it"
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN "COMMAND"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   MOVE "Y" TO WS-CUR-HAS-MAIN
*>                 The scheduler runs the first token only - an
*>                 argument after a space is silently dropped
                   IF WS-TRAILING-TEXT = "Y"
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING "COMMAND runs only up to its first space "
                              "- the arguments after it are dropped"
                              DELIMITED BY SIZE INTO WS-FIND-TEXT
                       END-STRING
                       PERFORM REPORT-FATAL
                       MOVE "N" TO WS-TRAILING-TEXT
                   END-IF
               WHEN "DEPENDS"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   MOVE 256 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
                   IF WS-IN-STANZA = "Y" AND WS-JB-COUNT > 0
                       AND WS-JB-COUNT <= 50
                       MOVE WS-CFG-VALUE(1:256)
                           TO WS-JB-DEPENDS(WS-JB-COUNT)
                       MOVE WS-LINE-NO
                           TO WS-JB-DEPENDS-LINE(WS-JB-COUNT)
                   END-IF
               WHEN "CRITICAL"
                   PERFORM CHECK-IN-STANZA
                   PERFORM CHECK-SEEN-KEY
                   IF WS-CFG-VALUE(1:1) NOT = "Y"
                       AND WS-CFG-VALUE(1:1) NOT = "N"
                       STRING "CRITICAL=" DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " is neither Y nor N - the scheduler "
                                  DELIMITED BY SIZE
                              "treats it as N" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

       END-JOB-STANZA.
           IF WS-IN-STANZA = "Y" AND WS-CUR-HAS-MAIN = "N"
               MOVE WS-LINE-NO TO WS-SAVE-LINE-NO
               MOVE WS-CUR-STANZA-LINE TO WS-LINE-NO
               STRING "JOB " DELIMITED BY SIZE
                      WS-CUR-STANZA DELIMITED BY SPACE
                      " has no COMMAND= line - the scheduler would "
                          DELIMITED BY SIZE
                      "run an empty command" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FATAL
               MOVE WS-SAVE-LINE-NO TO WS-LINE-NO
           END-IF
           .

*>       Split the DEPENDS= list the way CHECK-DEPENDENCIES does. A
*>       name must be a job that runs earlier in the window: one no
*>       JOB= defines, the job itself, or a job further down can
*>       never have completed when the scheduler looks, so the job
*>       would be skipped every night.
       CHECK-JOB-DEPENDS.
           MOVE WS-JB-DEPENDS-LINE(WS-JB-IDX) TO WS-LINE-NO
           MOVE WS-JB-DEPENDS(WS-JB-IDX) TO WS-DEPENDS-REST
           PERFORM UNTIL WS-DEPENDS-REST = SPACES
               MOVE 0 TO WS-DEP-LEN
               INSPECT WS-DEPENDS-REST TALLYING WS-DEP-LEN
                   FOR CHARACTERS BEFORE ","

               MOVE SPACES TO WS-DEP-NAME
               IF WS-DEP-LEN >= 255
                   MOVE WS-DEPENDS-REST(1:20) TO WS-DEP-NAME
                   MOVE SPACES TO WS-DEPENDS-REST
               ELSE
                   IF WS-DEP-LEN > 0
                       MOVE WS-DEPENDS-REST(1:WS-DEP-LEN)
                           TO WS-DEP-NAME
                   END-IF
                   MOVE SPACES TO WS-SPLIT-SCRATCH
                   MOVE WS-DEPENDS-REST(WS-DEP-LEN + 2:
                       256 - WS-DEP-LEN - 1) TO WS-SPLIT-SCRATCH
                   MOVE WS-SPLIT-SCRATCH TO WS-DEPENDS-REST
               END-IF

               IF WS-DEP-NAME NOT = SPACES
                   PERFORM CHECK-ONE-DEPENDS-NAME
               END-IF
           END-PERFORM
           .

       CHECK-ONE-DEPENDS-NAME.
           MOVE 0 TO WS-JB-FOUND
           PERFORM VARYING WS-JB-SCAN FROM 1 BY 1
               UNTIL WS-JB-SCAN > WS-JB-COUNT
               IF WS-JB-NAME(WS-JB-SCAN) = WS-DEP-NAME
                   MOVE WS-JB-SCAN TO WS-JB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-JB-FOUND = 0
                   STRING "JOB " DELIMITED BY SIZE
                          WS-JB-NAME(WS-JB-IDX) DELIMITED BY SPACE
                          " DEPENDS on " DELIMITED BY SIZE
                          WS-DEP-NAME DELIMITED BY SPACE
                          ", which no JOB= line defines"
                              DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
                   PERFORM REPORT-FATAL
               WHEN WS-JB-FOUND = WS-JB-IDX
                   STRING "JOB " DELIMITED BY SIZE
                          WS-JB-NAME(WS-JB-IDX) DELIMITED BY SPACE
                          " DEPENDS on itself" DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
                   PERFORM REPORT-FATAL
               WHEN WS-JB-FOUND > WS-JB-IDX
                   STRING "JOB " DELIMITED BY SIZE
                          WS-JB-NAME(WS-JB-IDX) DELIMITED BY SPACE
                          " DEPENDS on " DELIMITED BY SIZE
                          WS-DEP-NAME DELIMITED BY SPACE
                          ", which runs after it in the window"
                              DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
                   PERFORM REPORT-FATAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>---------------------------------------------------------------
*>  trace.cfg - WEB-DAEMON's trace rules (any number of each)
*>---------------------------------------------------------------
       CHECK-TRACE-CFG.
           MOVE "trace.cfg" TO WS-CONFIG-NAME
           MOVE 300 TO WS-REC-LIMIT
           MOVE "FATAL" TO WS-FILE-SEVERITY
           MOVE "not present - request tracing is off" TO WS-ABSENT-NOTE
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-TRACE-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-TRACE-LINE.
           PERFORM SPLIT-KEYVALUE-LINE
           IF WS-LINE-KIND NOT = "K"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "TRACE-ADDR"
                   MOVE 45 TO WS-FIT-MAX
                   PERFORM CHECK-VALUE-FITS
               WHEN "TRACE-PATH"
                   IF WS-CFG-VALUE(1:1) NOT = "/"
                       STRING "TRACE-PATH " DELIMITED BY SIZE
                              WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                                  DELIMITED BY SIZE
                              " does not begin with / - no request "
                                  DELIMITED BY SIZE
                              "path matches it" DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-FATAL
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-UNKNOWN-KEY
           END-EVALUATE

           IF WS-TRAILING-TEXT = "Y"
               PERFORM REPORT-TRAILING-TEXT
           END-IF
           .

*>---------------------------------------------------------------
*>  credentials.cfg - AUTH-CHECK's key lines. Nothing here stops
*>  the server: a bad line costs one partner their key, not every
*>  partner the service
*>---------------------------------------------------------------
       CHECK-CREDENTIALS-CFG.
           MOVE "credentials.cfg" TO WS-CONFIG-NAME
           MOVE 256 TO WS-REC-LIMIT
           MOVE "WARN " TO WS-FILE-SEVERITY
           MOVE SPACES TO WS-ABSENT-NOTE
           STRING "not present - no keys provisioned, /mcp is open to "
                  "every caller"
                  DELIMITED BY SIZE INTO WS-ABSENT-NOTE
           END-STRING
           MOVE 0 TO WS-STANZA-COUNT
           PERFORM OPEN-CONFIG-FILE
           IF WS-FILE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               PERFORM READ-CONFIG-LINE
               IF WS-CONFIG-EOF = "N"
                   PERFORM CHECK-CREDENTIALS-LINE
               END-IF
           END-PERFORM

           PERFORM CLOSE-CONFIG-FILE
           .

       CHECK-CREDENTIALS-LINE.
           IF WS-FULL-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-LINE(1:1) = SPACE
               MOVE "line begins with a space - AUTH-CHECK skips it"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

*>         The key field: up to the first "|", within the first
*>         token
           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-CFG-LINE(1:256) TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-BAR-POS
           INSPECT WS-CFG-LINE(1:WS-LINE-LEN) TALLYING WS-BAR-POS
               FOR CHARACTERS BEFORE "|"
           MOVE WS-LINE-LEN TO WS-KEY-LEN
           IF WS-BAR-POS < WS-LINE-LEN
               MOVE WS-BAR-POS TO WS-KEY-LEN
           END-IF
           IF WS-KEY-LEN = 0
               MOVE "empty key field - the line can never match"
                   TO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STANZA-TEST
           IF WS-CFG-LINE(1:7) = "sha256:"
               PERFORM CHECK-HASHED-KEY-FIELD
               MOVE WS-CFG-LINE(8:64) TO WS-STANZA-TEST
           ELSE
               MOVE SPACES TO WS-FIND-TEXT
               STRING "key held in clear text - KEY-CONVERT has not "
                      "yet converted this line"
                      DELIMITED BY SIZE INTO WS-FIND-TEXT
               END-STRING
               PERFORM REPORT-WARN
               MOVE WS-CFG-LINE(1:WS-KEY-LEN) TO WS-STANZA-TEST
           END-IF

           PERFORM CHECK-STANZA-NAME
           IF WS-STANZA-FOUND = "Y"
               STRING "same key as line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DUP-LINE) DELIMITED BY SIZE
                      " - the later line's profile wins"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF

           PERFORM CHECK-PROFILE-FIELDS
           .

*>       "sha256:" + 64 lowercase hex + optionally ":" and the
*>       visible prefix.
       CHECK-HASHED-KEY-FIELD.
           MOVE WS-CFG-LINE(8:64) TO WS-HEX-CHECK
           INSPECT WS-HEX-CHECK CONVERTING "123456789abcdef"
               TO "000000000000000"
           IF WS-KEY-LEN < 71 OR WS-HEX-CHECK NOT = ALL "0"
               OR (WS-KEY-LEN > 71 AND WS-CFG-LINE(72:1) NOT = ":")
               MOVE SPACES TO WS-FIND-TEXT
               STRING "hashed key field is not sha256: and 64 "
                      "lowercase hex digits - no key can ever match it"
                      DELIMITED BY SIZE INTO WS-FIND-TEXT
               END-STRING
               PERFORM REPORT-WARN
           END-IF
           .

*>       The fields after the key, split on "|" across the whole
*>       line as TAKE-PROFILE-FIELDS splits them.
       CHECK-PROFILE-FIELDS.
           MOVE 0 TO WS-FIELD-LEN
           INSPECT WS-CFG-LINE(1:256) TALLYING WS-FIELD-LEN
               FOR CHARACTERS BEFORE "|"
           IF WS-FIELD-LEN >= 255
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REST
           MOVE WS-CFG-LINE(WS-FIELD-LEN + 2:256 - WS-FIELD-LEN - 1)
               TO WS-REST

           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 8
               PERFORM SPLIT-NEXT-PROFILE-FIELD
               MOVE SPACES TO WS-TRIM-FIELD
               MOVE FUNCTION TRIM(WS-FIELD) TO WS-TRIM-FIELD
               MOVE 0 TO WS-TRIM-LEN
               INSPECT WS-TRIM-FIELD TALLYING WS-TRIM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TRIM-FIELD NOT = SPACES
                   EVALUATE WS-FIELD-NUM
                       WHEN 2
                           PERFORM CHECK-ALLOWED-TOOLS
                       WHEN 3
                           MOVE 6 TO WS-FIT-MAX
                           MOVE "per-minute limit" TO WS-SHOW-VALUE
                           PERFORM CHECK-PROFILE-NUMBER
                       WHEN 4
                           MOVE "issued date" TO WS-SHOW-VALUE
                           PERFORM CHECK-PROFILE-DATE
                       WHEN 5
                           MOVE "expiry date" TO WS-SHOW-VALUE
                           PERFORM CHECK-PROFILE-DATE
                       WHEN 6
                           IF WS-TRIM-FIELD NOT = "A"
                               AND WS-TRIM-FIELD NOT = "R"
                               STRING "status " DELIMITED BY SIZE
                                      WS-TRIM-FIELD(1:20)
                                          DELIMITED BY SPACE
                                      " is neither A nor R"
                                          DELIMITED BY SIZE
                                      INTO WS-FIND-TEXT
                               PERFORM REPORT-WARN
                           END-IF
                       WHEN 7
                           MOVE 8 TO WS-FIT-MAX
                           MOVE "monthly quota" TO WS-SHOW-VALUE
                           PERFORM CHECK-PROFILE-NUMBER
                       WHEN 8
                           PERFORM CHECK-PROFILE-CONTACT
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-REST NOT = SPACES
               MOVE SPACES TO WS-FIND-TEXT
               STRING "more than nine |-separated fields - the rest "
                      "are ignored"
                      DELIMITED BY SIZE INTO WS-FIND-TEXT
               END-STRING
               PERFORM REPORT-WARN
           END-IF
           .

       SPLIT-NEXT-PROFILE-FIELD.
           MOVE 0 TO WS-FIELD-LEN
           INSPECT WS-REST TALLYING WS-FIELD-LEN
               FOR CHARACTERS BEFORE "|"
           MOVE SPACES TO WS-FIELD
           IF WS-FIELD-LEN >= 255
               MOVE WS-REST TO WS-FIELD
               MOVE SPACES TO WS-REST
           ELSE
               IF WS-FIELD-LEN > 0
                   MOVE WS-REST(1:WS-FIELD-LEN) TO WS-FIELD
               END-IF
               MOVE SPACES TO WS-SPLIT-SCRATCH
               MOVE WS-REST(WS-FIELD-LEN + 2:256 - WS-FIELD-LEN - 1)
                   TO WS-SPLIT-SCRATCH
               MOVE WS-SPLIT-SCRATCH TO WS-REST
           END-IF
           .

       CHECK-PROFILE-NUMBER.
           IF WS-TRIM-LEN > WS-FIT-MAX
               OR WS-TRIM-FIELD(1:WS-TRIM-LEN) IS NOT NUMERIC
               MOVE WS-FIT-MAX TO WS-EDIT-MAX
               STRING FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TRIM-FIELD(1:20) DELIMITED BY SPACE
                      " is not a whole number of up to "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      " digits" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>       The contact NOTICE-SPOOL mails: one "@", no blanks. A bad
*>       one means the key's notices are held, not sent.
       CHECK-PROFILE-CONTACT.
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-TRIM-FIELD TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1 OR WS-TRIM-FIELD(1:1) = "@"
               OR WS-TRIM-FIELD(WS-TRIM-LEN + 1:) NOT = SPACES
               STRING "contact " DELIMITED BY SIZE
                      WS-TRIM-FIELD(1:40) DELIMITED BY SPACE
                      " is not a mail address - the key's notices are "
                          DELIMITED BY SIZE
                      "held" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

       CHECK-PROFILE-DATE.
           IF WS-TRIM-LEN NOT = 8
               OR WS-TRIM-FIELD(1:8) IS NOT NUMERIC
               STRING FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TRIM-FIELD(1:20) DELIMITED BY SPACE
                      " is not a YYYYMMDD date" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIM-FIELD(1:8) TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               STRING FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TRIM-FIELD(1:8) DELIMITED BY SIZE
                      " is not a calendar date" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
           END-IF
           .

*>       "*" grants every tool; otherwise each name in the csv
*>       should be a tool that exists, or the grant does nothing.
       CHECK-ALLOWED-TOOLS.
           IF WS-TRIM-FIELD = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIM-FIELD TO WS-TOOL-REST
           PERFORM UNTIL WS-TOOL-REST = SPACES
               PERFORM SPLIT-NEXT-CSV-NAME
               IF WS-TOOL-NAME NOT = SPACES
                   MOVE "N" TO WS-TOOL-FOUND
                   PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
                       UNTIL WS-TOOL-IDX > WS-KNOWN-TOOL-COUNT
                       IF WS-KNOWN-TOOL(WS-TOOL-IDX) = WS-TOOL-NAME
                           MOVE "Y" TO WS-TOOL-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-TOOL-FOUND = "N"
                       STRING "allowed tool " DELIMITED BY SIZE
                              WS-TOOL-NAME DELIMITED BY SPACE
                              " is not a tool this server offers"
                                  DELIMITED BY SIZE
                              INTO WS-FIND-TEXT
                       PERFORM REPORT-WARN
                   END-IF
               END-IF
           END-PERFORM
           .

*>       Peel the next comma-separated name off WS-TOOL-REST into
*>       WS-TOOL-NAME, with its full length in WS-TOOL-LEN.
       SPLIT-NEXT-CSV-NAME.
           MOVE 0 TO WS-TOOL-LEN
           INSPECT WS-TOOL-REST TALLYING WS-TOOL-LEN
               FOR CHARACTERS BEFORE ","
           MOVE SPACES TO WS-TOOL-NAME
           IF WS-TOOL-LEN >= 255
               MOVE 0 TO WS-TOOL-LEN
               INSPECT WS-TOOL-REST TALLYING WS-TOOL-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-TOOL-REST(1:40) TO WS-TOOL-NAME
               MOVE SPACES TO WS-TOOL-REST
           ELSE
               IF WS-TOOL-LEN > 0
                   MOVE WS-TOOL-REST(1:WS-TOOL-LEN) TO WS-TOOL-NAME
               END-IF
               MOVE SPACES TO WS-SPLIT-SCRATCH
               MOVE WS-TOOL-REST(WS-TOOL-LEN + 2:256 - WS-TOOL-LEN - 1)
                   TO WS-SPLIT-SCRATCH
               MOVE WS-SPLIT-SCRATCH TO WS-TOOL-REST
           END-IF
           .

*>---------------------------------------------------------------
*>  Shared line handling
*>---------------------------------------------------------------

*>       Open the file named in WS-CONFIG-NAME and head its section
*>       of the report. A file that isn't there is only noted.
       OPEN-CONFIG-FILE.
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-FILE-FINDINGS
           MOVE "N" TO WS-CONFIG-EOF
           MOVE SPACES TO REPORT-REC

           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FILE-OPEN
               ADD 1 TO WS-FILES-ABSENT
               STRING FUNCTION TRIM(WS-CONFIG-NAME) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ABSENT-NOTE) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-FILE-OPEN
           ADD 1 TO WS-FILES-CHECKED
           MOVE WS-CONFIG-NAME TO REPORT-REC
           WRITE REPORT-REC
           .

       CLOSE-CONFIG-FILE.
           CLOSE CONFIG-FILE
           PERFORM WRITE-SECTION-END
           .

*>       Close off one section of the report - a line saying so
*>       when it found nothing, then a blank line.
       WRITE-SECTION-END.
           IF WS-FILE-FINDINGS = 0
               MOVE SPACES TO REPORT-REC
               MOVE "  no findings" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Next line into WS-CFG-LINE, with its length to the last
*>       non-space. Anything past the reader's own record length
*>       is what that reader never sees.
       READ-CONFIG-LINE.
           READ CONFIG-FILE
               AT END
                   MOVE "Y" TO WS-CONFIG-EOF
           END-READ
           IF WS-CONFIG-EOF = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINE-NO
           MOVE CONFIG-FILE-REC TO WS-CFG-LINE
           PERFORM MEASURE-CFG-LINE
           IF WS-FULL-LEN > WS-REC-LIMIT
               MOVE WS-REC-LIMIT TO WS-EDIT-MAX
               STRING "line is longer than " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      " characters - the reader sees only the first "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-WARN
               MOVE SPACES TO WS-CFG-LINE(WS-REC-LIMIT + 1:)
               PERFORM MEASURE-CFG-LINE
           END-IF
           .

       MEASURE-CFG-LINE.
           MOVE 0 TO WS-FULL-LEN
           INSPECT FUNCTION REVERSE(WS-CFG-LINE)
               TALLYING WS-FULL-LEN FOR LEADING SPACE
           COMPUTE WS-FULL-LEN = 1400 - WS-FULL-LEN
           .

*>       The KEY=VALUE split CONFIG-READER and the stanza readers
*>       share: blank lines and "*" comments are skipped; so is a
*>       line whose first token has no "=" or nothing after it, and
*>       so - because the line is measured to its first space - is
*>       any line that begins with a space. Those last three are
*>       reported at the file's grade, since the reader passes
*>       over them without a word.
       SPLIT-KEYVALUE-LINE.
           MOVE "S" TO WS-LINE-KIND
           MOVE "N" TO WS-TRAILING-TEXT
           IF WS-FULL-LEN = 0 OR WS-CFG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-LINE-KIND
           IF WS-CFG-LINE(1:1) = SPACE
               MOVE "line begins with a space - the reader skips it"
                   TO WS-FIND-TEXT
               PERFORM REPORT-FILE-GRADE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-CFG-LINE TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-EQ-POS
           INSPECT WS-CFG-LINE(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               IF WS-EQ-POS > 0 AND WS-EQ-POS = WS-LINE-LEN - 1
                   STRING WS-CFG-LINE(1:WS-EQ-POS) DELIMITED BY SIZE
                          "= has no value - the reader skips the line"
                              DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
               ELSE
                   MOVE "not KEY=VALUE - the reader skips the line"
                       TO WS-FIND-TEXT
               END-IF
               PERFORM REPORT-FILE-GRADE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE WS-CFG-LINE(1:WS-EQ-POS) TO WS-CFG-KEY
           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           MOVE WS-CFG-LINE(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
               TO WS-CFG-VALUE
           MOVE "K" TO WS-LINE-KIND
           IF WS-FULL-LEN > WS-LINE-LEN
               MOVE "Y" TO WS-TRAILING-TEXT
           END-IF
           .

*>       A value longer than the field the reader moves it into is
*>       silently cut short.
       CHECK-VALUE-FITS.
           IF WS-CFG-VALUE-LEN > WS-FIT-MAX
               MOVE WS-FIT-MAX TO WS-EDIT-MAX
               STRING WS-CFG-KEY DELIMITED BY SPACE
                      " value is longer than " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      " characters - the reader cuts it short"
                          DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FILE-GRADE
           END-IF
           .

*>       A numeric setting goes through NUMVAL in its reader, which
*>       turns anything that isn't a number into 0 (or garbage) and
*>       lets a too-large one wrap in its picture - so the value
*>       must be digits only, within WS-NUM-MIN to WS-NUM-MAX.
       CHECK-NUMBER-VALUE.
           MOVE "N" TO WS-NUM-OK
           MOVE 0 TO WS-NUM-VALUE
           MOVE WS-CFG-VALUE(1:60) TO WS-SHOW-VALUE
           IF WS-CFG-VALUE-LEN > 9
               OR WS-CFG-VALUE(1:WS-CFG-VALUE-LEN) IS NOT NUMERIC
               STRING WS-CFG-KEY DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      WS-SHOW-VALUE DELIMITED BY SPACE
                      " is not a whole number" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FILE-GRADE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CFG-VALUE(1:WS-CFG-VALUE-LEN))
               TO WS-NUM-VALUE
           IF WS-NUM-VALUE < WS-NUM-MIN OR WS-NUM-VALUE > WS-NUM-MAX
               MOVE WS-NUM-MIN TO WS-EDIT-MIN
               MOVE WS-NUM-MAX TO WS-EDIT-MAX
               STRING WS-CFG-KEY DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      WS-SHOW-VALUE DELIMITED BY SPACE
                      " is outside " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MIN) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-MAX) DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FILE-GRADE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-NUM-OK
           .

*>       A key set twice in a flat file (or twice in one stanza):
*>       the reader takes the last, and the first was probably
*>       what someone meant to change.
       CHECK-SEEN-KEY.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-CFG-KEY
                   MOVE WS-SEEN-LINE(WS-SEEN-IDX) TO WS-EDIT-DUP-LINE
                   STRING WS-CFG-KEY DELIMITED BY SPACE
                          " is already set on line " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-DUP-LINE)
                              DELIMITED BY SIZE
                          " - the later line wins" DELIMITED BY SIZE
                          INTO WS-FIND-TEXT
                   PERFORM REPORT-WARN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT < 40
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-CFG-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
               MOVE WS-LINE-NO TO WS-SEEN-LINE(WS-SEEN-COUNT)
           END-IF
           .

*>       Look WS-STANZA-TEST up among the names already used in
*>       this file; a new one is added.
       CHECK-STANZA-NAME.
           MOVE "N" TO WS-STANZA-FOUND
           PERFORM VARYING WS-STANZA-IDX FROM 1 BY 1
               UNTIL WS-STANZA-IDX > WS-STANZA-COUNT
               IF WS-STANZA-NAME(WS-STANZA-IDX) = WS-STANZA-TEST
                   MOVE "Y" TO WS-STANZA-FOUND
                   MOVE WS-STANZA-LINE(WS-STANZA-IDX)
                       TO WS-STANZA-DUP-LINE
                   MOVE WS-STANZA-DUP-LINE TO WS-EDIT-DUP-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-STANZA-COUNT < WS-MAX-STANZAS
               ADD 1 TO WS-STANZA-COUNT
               MOVE WS-STANZA-TEST TO WS-STANZA-NAME(WS-STANZA-COUNT)
               MOVE WS-LINE-NO TO WS-STANZA-LINE(WS-STANZA-COUNT)
           END-IF
           .

*>       A stanza-opening line: start the stanza's state and check
*>       its name against the stanzas before it.
       OPEN-STANZA.
           MOVE "Y" TO WS-IN-STANZA
           MOVE "N" TO WS-CUR-HAS-MAIN
           MOVE 0 TO WS-SEEN-COUNT
           MOVE WS-CFG-VALUE(1:256) TO WS-CUR-STANZA
           MOVE WS-LINE-NO TO WS-CUR-STANZA-LINE
           MOVE WS-CFG-VALUE(1:256) TO WS-STANZA-TEST
           PERFORM CHECK-STANZA-NAME
           .

*>       A stanza setting ahead of the file's first stanza line
*>       belongs to no stanza, and the reader drops it.
       CHECK-IN-STANZA.
           IF WS-IN-STANZA NOT = "Y"
               STRING WS-CFG-KEY DELIMITED BY SPACE
                      " comes before any stanza opens - the reader "
                          DELIMITED BY SIZE
                      "ignores it" DELIMITED BY SIZE
                      INTO WS-FIND-TEXT
               PERFORM REPORT-FILE-GRADE
           END-IF
           .

       REPORT-UNKNOWN-KEY.
           STRING "unknown key " DELIMITED BY SIZE
                  WS-CFG-KEY DELIMITED BY SPACE
                  " - the reader ignores it" DELIMITED BY SIZE
                  INTO WS-FIND-TEXT
           PERFORM REPORT-FILE-GRADE
           .

       REPORT-TRAILING-TEXT.
           MOVE "text after the first space is ignored"
               TO WS-FIND-TEXT
           PERFORM REPORT-WARN
           .

       REPORT-FILE-GRADE.
           MOVE WS-FILE-SEVERITY TO WS-FIND-SEV
           PERFORM WRITE-FINDING
           .

       REPORT-FATAL.
           MOVE "FATAL" TO WS-FIND-SEV
           PERFORM WRITE-FINDING
           .

       REPORT-WARN.
           MOVE "WARN " TO WS-FIND-SEV
           PERFORM WRITE-FINDING
           .

*>       One finding line under the file's heading, with the line
*>       it came from (none for a finding about the file as a
*>       whole).
       WRITE-FINDING.
           ADD 1 TO WS-FILE-FINDINGS
           IF WS-FIND-SEV = "FATAL"
               ADD 1 TO WS-FATAL-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF

           MOVE SPACES TO REPORT-REC
           IF WS-LINE-NO = 0
               STRING "  " DELIMITED BY SIZE
                      WS-FIND-SEV DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIND-TEXT) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           ELSE
               MOVE WS-LINE-NO TO WS-EDIT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-FIND-SEV DELIMITED BY SIZE
                      "  line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-LINE) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIND-TEXT) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO WS-FIND-TEXT
           .

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE SPACES TO REPORT-REC
           STRING "CONFIG-PREFLIGHT - Configuration Preflight "
                      DELIMITED BY SIZE
                  WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "==========================================================" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-FIND-TEXT
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILES-CHECKED TO WS-EDIT-8
           STRING "Files checked........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILES-ABSENT TO WS-EDIT-8
           STRING "Files not present....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FATAL-COUNT TO WS-EDIT-8
           STRING "Fatal errors............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-WARN-COUNT TO WS-EDIT-8
           STRING "Warnings................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-FATAL-COUNT > 0
                   MOVE SPACES TO REPORT-REC
                   STRING "Result.................. FATAL - WEB-DAEMON "
                          "and BATCH-SCHEDULER will not start"
                          DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN WS-WARN-COUNT > 0
                   MOVE "Result.................. warnings only"
                       TO REPORT-REC
               WHEN OTHER
                   MOVE "Result.................. clean" TO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC
           .
