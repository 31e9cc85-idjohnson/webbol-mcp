*> Broken-link checker for the published site - finds the links
*> partners would otherwise find for us in webstats.rpt's top-404
*> section. Walks every HTML page (.html/.htm) under CFG-DOC-ROOT
*> and under each distinct DOC-ROOT vhosts.cfg names, pulls out the
*> href= and src= attribute values, and resolves each internal link
*> the way HTTP-HANDLER would serve it:
*>   - relative links against the page's own directory, with "./"
*>     and "../" segments folded; a link that climbs above the root
*>     is broken
*>   - the path URL-decoded, then looked up in redirects.cfg through
*>     REDIRECT-CHECK first - a redirect whose target path doesn't
*>     exist on disk is reported as broken
*>   - otherwise confined by PATH-UTILS and found on disk, a path
*>     ending in "/" meaning the site's index document inside it
*> Links with a scheme (http:, mailto:, ...), protocol-relative
*> "//host" links and bare "#fragment" links are not ours to check
*> and are counted as skipped; any "?query" or "#fragment" is
*> dropped before the lookup. The page list comes from find(1) into
*> the work file link-check.lst.
*>
*> WEBBOL-LINKCHECK-MODE=PREPUBLISH in the environment checks the
*> HTML files staged in staging.manifest instead, before
*> CONTENT-INSTALL puts them live: each is read from ./staging and
*> its links resolved against CFG-DOC-ROOT as it will be after the
*> install - a file already live or listed in the same manifest
*> both count as present. A pre-publish run that finds a broken
*> link ends with RETURN-CODE 4, so BATCH-SCHEDULER can hold the
*> install behind it.
*>
*> The report, link-check.rpt, lists only the pages that have broken
*> links, grouped by page under their site, each broken link with
*> the attribute it came from and why it fails.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LINK-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VHOST-FILE ASSIGN TO "vhosts.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHOST-FILE-STATUS.
           SELECT INSTALL-MANIFEST ASSIGN TO "staging.manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
*> Pages to check, one disk path per line, as find(1) wrote them
           SELECT PAGE-LIST ASSIGN TO "link-check.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "link-check.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VHOST-FILE.
       01  VHOST-FILE-REC       PIC X(300).

       FD  INSTALL-MANIFEST.
       01  INSTALL-MANIFEST-REC PIC X(256).

       FD  PAGE-LIST.
       01  PAGE-LIST-REC        PIC X(512).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-DOC-ROOT, CFG-INDEX-DOC,
*> CFG-MAX-FILE-SIZE)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-VHOST-FILE-STATUS      PIC XX.
       01 WS-MAN-FILE-STATUS        PIC XX.
       01 WS-LIST-FILE-STATUS       PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> LIVE (the default) or PREPUBLISH - see the header
       01 WS-RUN-MODE               PIC X(10).

*> The sites to walk: the default root plus each distinct vhosts.cfg
*> DOC-ROOT, with the index document in force for it
       01 WS-MAX-SITES              PIC 9(4) COMP VALUE 50.
       01 WS-SITE-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-SITE-TABLE.
          05 WS-SITE-ENTRY OCCURS 50 TIMES.
             10 WS-SITE-HOST        PIC X(60).
             10 WS-SITE-ROOT        PIC X(256).
             10 WS-SITE-INDEX       PIC X(40).
       01 WS-SITE-IDX               PIC 9(4) COMP.
       01 WS-SITE-SCAN              PIC 9(4) COMP.
*> Fields used while reading vhosts.cfg the way VHOST-RESOLVER does
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-EQ-POS                 PIC 9(4) COMP.
       01 WS-CFG-KEY                PIC X(40).
       01 WS-CFG-VALUE              PIC X(256).
       01 WS-CFG-VALUE-LEN          PIC 9(4) COMP.
*> "Y" while reading a vhosts.cfg stanza not yet added to the table
       01 WS-IN-STANZA              PIC X VALUE "N".
       01 WS-STANZA-HOST            PIC X(60).
       01 WS-STANZA-ROOT            PIC X(256).
       01 WS-STANZA-INDEX           PIC X(40).

*> The site being walked - its root (trailing "/" dropped) and
*> index document
       01 WS-ROOT                   PIC X(256).
       01 WS-ROOT-LEN               PIC 9(4) COMP.
       01 WS-INDEX-DOC              PIC X(40).

*> The find(1) command that lists a root's pages into PAGE-LIST
       01 WS-SYSTEM-COMMAND         PIC X(512).

*> The staged files a pre-publish run will install - a link to one
*> of these counts as present even though it isn't live yet
       01 WS-MAX-STAGED             PIC 9(4) COMP VALUE 500.
       01 WS-STAGED-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-STAGED-TABLE.
          05 WS-STAGED-TARGET OCCURS 500 TIMES PIC X(256).
       01 WS-STAGED-IDX             PIC 9(4) COMP.
       01 WS-STAGED-SCAN            PIC 9(4) COMP.
       01 WS-MANIFEST-FOUND         PIC X.
       01 WS-SP-POS                 PIC 9(4) COMP.

*> The page being checked: where it is on disk, the path it is
*> served under, and the directory its relative links start from
       01 WS-PAGE-DISK-PATH         PIC X(512).
       01 WS-PAGE-WEB-PATH          PIC X(512).
       01 WS-PAGE-WEB-LEN           PIC 9(4) COMP.
       01 WS-PAGE-DIR-LEN           PIC 9(4) COMP.
*> Last five characters of a staged path, lower-cased, to pick out
*> the HTML files
       01 WS-PAGE-EXT               PIC X(5).
*> "Y" once the page's heading is on the report
       01 WS-PAGE-LISTED            PIC X.
       01 WS-PAGE-BROKEN            PIC 9(8) COMP.

*> The page's content, whole, and a lower-cased copy the attribute
*> names are found in - HTML attribute names are case-insensitive
       01 WS-PAGE-BUF               PIC X(1048576).
       01 WS-PAGE-LOWER             PIC X(1048576).
       01 WS-PAGE-SIZE              PIC 9(8) COMP-5.
       01 WS-SCAN-POS               PIC 9(8) COMP-5.
       01 WS-VALUE-START            PIC 9(8) COMP-5.
       01 WS-VALUE-POS              PIC 9(8) COMP-5.
       01 WS-QUOTE-CHAR             PIC X.
       01 WS-PREV-CHAR              PIC X.
*> Which attribute the link came from, for the report
       01 WS-ATTR-NAME              PIC X(4).

*> Stat and byte-stream read of a page, the way CONTENT-INSTALL
*> reads staged content
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).
       01 WS-FILE-HANDLE            PIC X(4).
       01 WS-IO-OFFSET              PIC X(8) COMP-X.
       01 WS-IO-COUNT               PIC X(4) COMP-X.
       01 WS-IO-FLAGS               PIC X COMP-X VALUE 0.
       01 WS-ACCESS-READ            PIC X COMP-X VALUE 1.
       01 WS-DENY-NONE              PIC X COMP-X VALUE 3.
       01 WS-DEVICE-NORMAL          PIC X COMP-X VALUE 0.

*> The link being checked, as written and as resolved
       01 WS-LINK                   PIC X(512).
       01 WS-LINK-LEN               PIC 9(4) COMP.
       01 WS-LINK-COLON             PIC 9(4) COMP.
       01 WS-LINK-SLASH             PIC 9(4) COMP.
       01 WS-LINK-CUT               PIC 9(4) COMP.
       01 WS-RAW-PATH               PIC X(1024).
       01 WS-RAW-LEN                PIC 9(4) COMP.
*> The "."/".."-folded path, and the start of each segment in it
*> so a ".." can drop back to its parent
       01 WS-NORM-PATH              PIC X(512).
       01 WS-NORM-LEN               PIC 9(4) COMP.
       01 WS-SEG-POS                PIC 9(4) COMP.
       01 WS-SEG-LEN                PIC 9(4) COMP.
       01 WS-SEG-DEPTH              PIC 9(4) COMP.
       01 WS-SEG-STACK.
          05 WS-SEG-START OCCURS 128 TIMES PIC 9(4) COMP.
       01 WS-ESCAPES-ROOT           PIC X.
       01 WS-DECODED-PATH           PIC X(512).
       01 WS-CHECK-PATH             PIC X(512).
       01 WS-CHECK-LEN              PIC 9(4) COMP.
       01 WS-SANITIZED-PATH         PIC X(512).
       01 WS-PATH-RC                PIC 9.
       01 WS-TARGET-FOUND           PIC X.
*> Why the link is broken; spaces = it resolves
       01 WS-BROKEN-REASON          PIC X(80).
*> FIND-TARGET's reason for a redirect's target, quoted inside the
*> redirect's own reason
       01 WS-TARGET-REASON          PIC X(80).

*> REDIRECT-CHECK's answer for the link's path
       01 WS-REDIRECT-STATUS        PIC X(3).
       01 WS-REDIRECT-TARGET        PIC X(512).
       01 WS-REDIRECT-RC            PIC 9.

*> Run totals
       01 WS-PAGES-CHECKED          PIC 9(8) COMP VALUE 0.
       01 WS-PAGES-SKIPPED          PIC 9(8) COMP VALUE 0.
       01 WS-PAGES-WITH-BROKEN      PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-CHECKED          PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-EXTERNAL         PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-REDIRECTED       PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-BROKEN           PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

*> Current timestamp printed on the report header
       01 WS-RAW-DATE               PIC X(21).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG

           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "WEBBOL-LINKCHECK-MODE"
               ON EXCEPTION
                   MOVE "LIVE" TO WS-RUN-MODE
           END-ACCEPT
           IF WS-RUN-MODE = SPACES
               MOVE "LIVE" TO WS-RUN-MODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           IF WS-RUN-MODE = "PREPUBLISH"
               PERFORM RUN-PREPUBLISH
           ELSE
               PERFORM RUN-LIVE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "LINK-CHECK: run complete, report written to "
               "link-check.rpt"
           IF WS-RUN-MODE = "PREPUBLISH" AND WS-LINKS-BROKEN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

*>       Every site's pages, the default root first.
       RUN-LIVE.
           PERFORM LOAD-SITE-TABLE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM CHECK-ONE-SITE
           END-PERFORM
           .

*>       The default root, then one entry per vhosts.cfg stanza
*>       whose DOC-ROOT isn't already listed - two host names
*>       fronting the same root are one set of pages.
       LOAD-SITE-TABLE.
           MOVE 1 TO WS-SITE-COUNT
           MOVE "(default)" TO WS-SITE-HOST(1)
           MOVE CFG-DOC-ROOT TO WS-SITE-ROOT(1)
           MOVE CFG-INDEX-DOC TO WS-SITE-INDEX(1)

           OPEN INPUT VHOST-FILE
           IF WS-VHOST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-STANZA
           PERFORM UNTIL WS-VHOST-FILE-STATUS = "99"
               READ VHOST-FILE
                   AT END
                       MOVE "99" TO WS-VHOST-FILE-STATUS
               END-READ
               IF WS-VHOST-FILE-STATUS NOT = "99"
                   PERFORM TAKE-VHOST-LINE
               END-IF
           END-PERFORM
           CLOSE VHOST-FILE
           PERFORM ADD-STANZA-SITE
           .

*>       Parse one KEY=VALUE line the same way VHOST-RESOLVER does -
*>       blank lines and "*" comments skipped. A HOST= line closes
*>       the stanza before it and opens the next.
       TAKE-VHOST-LINE.
           MOVE 0 TO WS-LINE-LEN
           INSPECT VHOST-FILE-REC TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LINE-LEN = 0 OR VHOST-FILE-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT VHOST-FILE-REC(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE VHOST-FILE-REC(1:WS-EQ-POS) TO WS-CFG-KEY
           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           IF WS-CFG-VALUE-LEN > 0
               MOVE VHOST-FILE-REC(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
                   TO WS-CFG-VALUE
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "HOST"
                   PERFORM ADD-STANZA-SITE
                   MOVE "Y" TO WS-IN-STANZA
                   MOVE WS-CFG-VALUE TO WS-STANZA-HOST
                   MOVE CFG-DOC-ROOT TO WS-STANZA-ROOT
                   MOVE CFG-INDEX-DOC TO WS-STANZA-INDEX
               WHEN "DOC-ROOT"
                   MOVE WS-CFG-VALUE TO WS-STANZA-ROOT
               WHEN "INDEX-DOC"
                   MOVE WS-CFG-VALUE TO WS-STANZA-INDEX
           END-EVALUATE
           .

*>       Add the stanza just finished, unless its root is already
*>       in the table or the table is full.
       ADD-STANZA-SITE.
           IF WS-IN-STANZA NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-STANZA
           PERFORM VARYING WS-SITE-SCAN FROM 1 BY 1
               UNTIL WS-SITE-SCAN > WS-SITE-COUNT
               IF WS-SITE-ROOT(WS-SITE-SCAN) = WS-STANZA-ROOT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SITE-COUNT >= WS-MAX-SITES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SITE-COUNT
           MOVE WS-STANZA-HOST TO WS-SITE-HOST(WS-SITE-COUNT)
           MOVE WS-STANZA-ROOT TO WS-SITE-ROOT(WS-SITE-COUNT)
           MOVE WS-STANZA-INDEX TO WS-SITE-INDEX(WS-SITE-COUNT)
           .

*>       List the site's HTML pages with find(1), sorted so the
*>       report reads in path order, and check each one.
       CHECK-ONE-SITE.
           MOVE WS-SITE-ROOT(WS-SITE-IDX) TO WS-ROOT
           MOVE WS-SITE-INDEX(WS-SITE-IDX) TO WS-INDEX-DOC
           PERFORM MEASURE-ROOT

           MOVE SPACES TO REPORT-REC
           STRING "Site " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-HOST(WS-SITE-IDX))
                      DELIMITED BY SIZE
                  " - root " DELIMITED BY SIZE
                  WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING "find '" DELIMITED BY SIZE
                  WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  "' -type f \( -name '*.html' -o -name '*.htm' \)"
                      DELIMITED BY SIZE
                  " 2>/dev/null | sort > link-check.lst"
                      DELIMITED BY SIZE
                  INTO WS-SYSTEM-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND

           OPEN INPUT PAGE-LIST
           IF WS-LIST-FILE-STATUS NOT = "00"
               MOVE "  Pages could not be listed - site not checked"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIST-FILE-STATUS = "99"
               READ PAGE-LIST
                   AT END
                       MOVE "99" TO WS-LIST-FILE-STATUS
               END-READ
               IF WS-LIST-FILE-STATUS NOT = "99"
                   AND PAGE-LIST-REC NOT = SPACES
                   MOVE PAGE-LIST-REC TO WS-PAGE-DISK-PATH
*>                 The served path is whatever follows the root
                   MOVE SPACES TO WS-PAGE-WEB-PATH
                   MOVE PAGE-LIST-REC(WS-ROOT-LEN + 1:)
                       TO WS-PAGE-WEB-PATH
                   PERFORM CHECK-ONE-PAGE
               END-IF
           END-PERFORM
           CLOSE PAGE-LIST

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Length of WS-ROOT with any trailing "/" dropped, so the
*>       served path keeps its leading one.
       MEASURE-ROOT.
           MOVE 0 TO WS-ROOT-LEN
           INSPECT WS-ROOT TALLYING WS-ROOT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM UNTIL WS-ROOT-LEN <= 1
               OR WS-ROOT(WS-ROOT-LEN:1) NOT = "/"
               MOVE SPACE TO WS-ROOT(WS-ROOT-LEN:1)
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-PERFORM
           .

*>       The staged HTML files in staging.manifest, checked against
*>       the default root as it will stand after the install.
       RUN-PREPUBLISH.
           MOVE CFG-DOC-ROOT TO WS-ROOT
           MOVE CFG-INDEX-DOC TO WS-INDEX-DOC
           PERFORM MEASURE-ROOT

           PERFORM LOAD-STAGED-TABLE
           IF WS-MANIFEST-FOUND NOT = "Y"
               MOVE "No staging.manifest found - nothing to check"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "Staged files in staging.manifest - root "
                      DELIMITED BY SIZE
                  WS-ROOT(1:WS-ROOT-LEN) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING WS-STAGED-IDX FROM 1 BY 1
               UNTIL WS-STAGED-IDX > WS-STAGED-COUNT
               MOVE WS-STAGED-TARGET(WS-STAGED-IDX)
                   TO WS-PAGE-WEB-PATH
               PERFORM MEASURE-PAGE-WEB-PATH
               MOVE SPACES TO WS-PAGE-EXT
               IF WS-PAGE-WEB-LEN > 5
                   MOVE WS-PAGE-WEB-PATH(WS-PAGE-WEB-LEN - 4:5)
                       TO WS-PAGE-EXT
                   INSPECT WS-PAGE-EXT CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                       "abcdefghijklmnopqrstuvwxyz"
               END-IF
               IF WS-PAGE-EXT = ".html" OR WS-PAGE-EXT(2:4) = ".htm"
                   MOVE SPACES TO WS-PAGE-DISK-PATH
                   STRING "./staging" DELIMITED BY SIZE
                          WS-PAGE-WEB-PATH(1:WS-PAGE-WEB-LEN)
                              DELIMITED BY SIZE
                          INTO WS-PAGE-DISK-PATH
                   END-STRING
                   PERFORM CHECK-ONE-PAGE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Every target path in the manifest - "<target-path> <size>",
*>       blank lines and "*" comments skipped as CONTENT-INSTALL
*>       skips them.
       LOAD-STAGED-TABLE.
           MOVE 0 TO WS-STAGED-COUNT
           MOVE "N" TO WS-MANIFEST-FOUND
           OPEN INPUT INSTALL-MANIFEST
           IF WS-MAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MANIFEST-FOUND
           PERFORM UNTIL WS-MAN-FILE-STATUS = "99"
               READ INSTALL-MANIFEST
                   AT END
                       MOVE "99" TO WS-MAN-FILE-STATUS
               END-READ
               IF WS-MAN-FILE-STATUS NOT = "99"
                   AND INSTALL-MANIFEST-REC NOT = SPACES
                   AND INSTALL-MANIFEST-REC(1:1) NOT = "*"
                   AND WS-STAGED-COUNT < WS-MAX-STAGED
                   MOVE 0 TO WS-SP-POS
                   INSPECT INSTALL-MANIFEST-REC TALLYING WS-SP-POS
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   ADD 1 TO WS-STAGED-COUNT
                   MOVE INSTALL-MANIFEST-REC(1:WS-SP-POS)
                       TO WS-STAGED-TARGET(WS-STAGED-COUNT)
               END-IF
           END-PERFORM
           CLOSE INSTALL-MANIFEST
           .

       MEASURE-PAGE-WEB-PATH.
           MOVE 0 TO WS-PAGE-WEB-LEN
           INSPECT WS-PAGE-WEB-PATH TALLYING WS-PAGE-WEB-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           .

*>       Read one page whole and check every href= and src= in it.
*>       A page too big for the server to serve is skipped - its
*>       links can't be followed from a page nobody can fetch.
       CHECK-ONE-PAGE.
           MOVE "N" TO WS-PAGE-LISTED
           MOVE 0 TO WS-PAGE-BROKEN
           PERFORM MEASURE-PAGE-WEB-PATH

*>         The directory relative links start from - the served path
*>         up to and including its last "/"
           MOVE WS-PAGE-WEB-LEN TO WS-PAGE-DIR-LEN
           PERFORM UNTIL WS-PAGE-DIR-LEN = 0
               OR WS-PAGE-WEB-PATH(WS-PAGE-DIR-LEN:1) = "/"
               SUBTRACT 1 FROM WS-PAGE-DIR-LEN
           END-PERFORM

           CALL "CBL_CHECK_FILE_EXIST" USING WS-PAGE-DISK-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-PAGES-SKIPPED
               MOVE "page file missing" TO WS-BROKEN-REASON
               PERFORM WRITE-PAGE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FD-SIZE TO WS-PAGE-SIZE
           IF WS-PAGE-SIZE > CFG-MAX-FILE-SIZE
               OR WS-PAGE-SIZE > 1048576
               ADD 1 TO WS-PAGES-SKIPPED
               MOVE "larger than MAX-FILE-SIZE ceiling"
                   TO WS-BROKEN-REASON
               PERFORM WRITE-PAGE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-PAGE-DISK-PATH WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-PAGES-SKIPPED
               MOVE "page unreadable" TO WS-BROKEN-REASON
               PERFORM WRITE-PAGE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAGE-BUF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-PAGE-SIZE TO WS-IO-COUNT
           IF WS-IO-COUNT > 0
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-PAGE-BUF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           ADD 1 TO WS-PAGES-CHECKED
           IF WS-PAGE-SIZE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGE-BUF(1:WS-PAGE-SIZE)
               TO WS-PAGE-LOWER(1:WS-PAGE-SIZE)
           INSPECT WS-PAGE-LOWER(1:WS-PAGE-SIZE) CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

*>         An attribute name only counts where one can start - after
*>         whitespace - so "data-src=" and the like aren't taken
           PERFORM VARYING WS-SCAN-POS FROM 2 BY 1
               UNTIL WS-SCAN-POS > WS-PAGE-SIZE - 5
               MOVE WS-PAGE-LOWER(WS-SCAN-POS - 1:1) TO WS-PREV-CHAR
               IF WS-PREV-CHAR = SPACE OR X"09" OR X"0A" OR X"0D"
                   EVALUATE TRUE
                       WHEN WS-PAGE-LOWER(WS-SCAN-POS:5) = "href="
                           MOVE "href" TO WS-ATTR-NAME
                           COMPUTE WS-VALUE-START = WS-SCAN-POS + 5
                           PERFORM TAKE-LINK-VALUE
                       WHEN WS-PAGE-LOWER(WS-SCAN-POS:4) = "src="
                           MOVE "src" TO WS-ATTR-NAME
                           COMPUTE WS-VALUE-START = WS-SCAN-POS + 4
                           PERFORM TAKE-LINK-VALUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-PAGE-BROKEN > 0
               ADD 1 TO WS-PAGES-WITH-BROKEN
           END-IF
           .

*>       Copy the attribute value starting at WS-VALUE-START into
*>       WS-LINK - quoted with " or ', or bare up to whitespace or
*>       the tag's ">" - and check it.
       TAKE-LINK-VALUE.
           MOVE SPACES TO WS-LINK
           MOVE 0 TO WS-LINK-LEN
           IF WS-VALUE-START > WS-PAGE-SIZE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAGE-BUF(WS-VALUE-START:1) TO WS-QUOTE-CHAR
           IF WS-QUOTE-CHAR = '"' OR WS-QUOTE-CHAR = "'"
               ADD 1 TO WS-VALUE-START
           ELSE
               MOVE SPACE TO WS-QUOTE-CHAR
           END-IF

           PERFORM VARYING WS-VALUE-POS FROM WS-VALUE-START BY 1
               UNTIL WS-VALUE-POS > WS-PAGE-SIZE
               OR WS-LINK-LEN >= 512
               IF WS-QUOTE-CHAR NOT = SPACE
                   IF WS-PAGE-BUF(WS-VALUE-POS:1) = WS-QUOTE-CHAR
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-PAGE-BUF(WS-VALUE-POS:1) = SPACE OR ">"
                       OR X"09" OR X"0A" OR X"0D"
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-LINK-LEN
               MOVE WS-PAGE-BUF(WS-VALUE-POS:1)
                   TO WS-LINK(WS-LINK-LEN:1)
           END-PERFORM

           MOVE FUNCTION TRIM(WS-LINK) TO WS-LINK
           PERFORM CHECK-ONE-LINK
           .

*>       Classify one link and, for an internal one, resolve it.
       CHECK-ONE-LINK.
           MOVE 0 TO WS-LINK-LEN
           INSPECT WS-LINK TALLYING WS-LINK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LINK-LEN = 0 OR WS-LINK(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

*>         Another site's page, or a scheme we don't serve
           IF WS-LINK(1:2) = "//"
               ADD 1 TO WS-LINKS-EXTERNAL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINK-COLON
           INSPECT WS-LINK(1:WS-LINK-LEN) TALLYING WS-LINK-COLON
               FOR CHARACTERS BEFORE ":"
           MOVE 0 TO WS-LINK-SLASH
           INSPECT WS-LINK(1:WS-LINK-LEN) TALLYING WS-LINK-SLASH
               FOR CHARACTERS BEFORE "/"
           IF WS-LINK-COLON < WS-LINK-LEN
               AND WS-LINK-COLON < WS-LINK-SLASH
               ADD 1 TO WS-LINKS-EXTERNAL
               EXIT PARAGRAPH
           END-IF

*>         The query and fragment never reach the file lookup
           MOVE 0 TO WS-LINK-CUT
           INSPECT WS-LINK(1:WS-LINK-LEN) TALLYING WS-LINK-CUT
               FOR CHARACTERS BEFORE "?"
           IF WS-LINK-CUT < WS-LINK-LEN
               MOVE SPACES TO WS-LINK(WS-LINK-CUT + 1:)
               MOVE WS-LINK-CUT TO WS-LINK-LEN
           END-IF
           MOVE 0 TO WS-LINK-CUT
           INSPECT WS-LINK(1:WS-LINK-LEN) TALLYING WS-LINK-CUT
               FOR CHARACTERS BEFORE "#"
           IF WS-LINK-CUT < WS-LINK-LEN
               MOVE SPACES TO WS-LINK(WS-LINK-CUT + 1:)
               MOVE WS-LINK-CUT TO WS-LINK-LEN
           END-IF
*>         "?page=2" or "#top" on its own points back at this page
           IF WS-LINK-LEN = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINKS-CHECKED
           MOVE SPACES TO WS-BROKEN-REASON

           MOVE SPACES TO WS-RAW-PATH
           IF WS-LINK(1:1) = "/"
               MOVE WS-LINK(1:WS-LINK-LEN) TO WS-RAW-PATH
               MOVE WS-LINK-LEN TO WS-RAW-LEN
           ELSE
               IF WS-PAGE-DIR-LEN = 0
                   MOVE "/" TO WS-RAW-PATH
                   MOVE 1 TO WS-PAGE-DIR-LEN
               ELSE
                   MOVE WS-PAGE-WEB-PATH(1:WS-PAGE-DIR-LEN)
                       TO WS-RAW-PATH
               END-IF
               MOVE WS-LINK(1:WS-LINK-LEN)
                   TO WS-RAW-PATH(WS-PAGE-DIR-LEN + 1:WS-LINK-LEN)
               COMPUTE WS-RAW-LEN = WS-PAGE-DIR-LEN + WS-LINK-LEN
           END-IF

           PERFORM FOLD-DOT-SEGMENTS
           IF WS-ESCAPES-ROOT = "Y"
               MOVE "climbs above the document root"
                   TO WS-BROKEN-REASON
               PERFORM WRITE-BROKEN-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHECK-PATH
           MOVE WS-NORM-PATH(1:WS-NORM-LEN) TO WS-CHECK-PATH
           CALL "URL-DECODE" USING WS-CHECK-PATH WS-DECODED-PATH

*>         redirects.cfg is consulted before any file, as it is when
*>         the page is served
           CALL "REDIRECT-CHECK" USING WS-DECODED-PATH
               WS-REDIRECT-STATUS WS-REDIRECT-TARGET WS-REDIRECT-RC
           IF WS-REDIRECT-RC = 0
               ADD 1 TO WS-LINKS-REDIRECTED
               IF WS-REDIRECT-TARGET(1:1) NOT = "/"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REDIRECT-TARGET TO WS-DECODED-PATH
               PERFORM FIND-TARGET
               IF WS-TARGET-FOUND NOT = "Y"
                   MOVE WS-BROKEN-REASON TO WS-TARGET-REASON
                   MOVE SPACES TO WS-BROKEN-REASON
                   STRING "redirects (" DELIMITED BY SIZE
                          WS-REDIRECT-STATUS DELIMITED BY SIZE
                          ") to " DELIMITED BY SIZE
                          WS-REDIRECT-TARGET DELIMITED BY SPACE
                          ", which " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TARGET-REASON)
                              DELIMITED BY SIZE
                          INTO WS-BROKEN-REASON
                   END-STRING
                   PERFORM WRITE-BROKEN-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-TARGET
           IF WS-TARGET-FOUND NOT = "Y"
               PERFORM WRITE-BROKEN-LINE
           END-IF
           .

*>       Fold WS-RAW-PATH's "." and ".." segments (and any doubled
*>       "/") into WS-NORM-PATH. A ".." with nothing left to climb
*>       out of sets WS-ESCAPES-ROOT. A path whose last segment was
*>       "." or ".." names a directory, so keeps its trailing "/".
       FOLD-DOT-SEGMENTS.
           MOVE "N" TO WS-ESCAPES-ROOT
           MOVE SPACES TO WS-NORM-PATH
           MOVE "/" TO WS-NORM-PATH(1:1)
           MOVE 1 TO WS-NORM-LEN
           MOVE 0 TO WS-SEG-DEPTH
           MOVE 2 TO WS-SEG-POS

           PERFORM UNTIL WS-SEG-POS > WS-RAW-LEN
               OR WS-ESCAPES-ROOT = "Y"
               MOVE 0 TO WS-SEG-LEN
               INSPECT WS-RAW-PATH(WS-SEG-POS:WS-RAW-LEN - WS-SEG-POS + 1)
                   TALLYING WS-SEG-LEN FOR CHARACTERS BEFORE "/"
               EVALUATE TRUE
                   WHEN WS-SEG-LEN = 0
                       CONTINUE
                   WHEN WS-SEG-LEN = 1
                       AND WS-RAW-PATH(WS-SEG-POS:1) = "."
                       CONTINUE
                   WHEN WS-SEG-LEN = 2
                       AND WS-RAW-PATH(WS-SEG-POS:2) = ".."
                       IF WS-SEG-DEPTH = 0
                           MOVE "Y" TO WS-ESCAPES-ROOT
                       ELSE
                           COMPUTE WS-NORM-LEN =
                               WS-SEG-START(WS-SEG-DEPTH) - 1
                           MOVE SPACES TO WS-NORM-PATH(WS-NORM-LEN + 1:)
                           SUBTRACT 1 FROM WS-SEG-DEPTH
                       END-IF
                   WHEN OTHER
                       IF WS-SEG-DEPTH < 128
                           AND WS-NORM-LEN + WS-SEG-LEN < 512
                           ADD 1 TO WS-SEG-DEPTH
                           COMPUTE WS-SEG-START(WS-SEG-DEPTH) =
                               WS-NORM-LEN + 1
                           MOVE WS-RAW-PATH(WS-SEG-POS:WS-SEG-LEN)
                               TO WS-NORM-PATH(WS-NORM-LEN + 1:
                                   WS-SEG-LEN)
                           ADD WS-SEG-LEN TO WS-NORM-LEN
                           IF WS-SEG-POS + WS-SEG-LEN <= WS-RAW-LEN
                               ADD 1 TO WS-NORM-LEN
                               MOVE "/" TO WS-NORM-PATH(WS-NORM-LEN:1)
                           END-IF
                       END-IF
               END-EVALUATE
               COMPUTE WS-SEG-POS = WS-SEG-POS + WS-SEG-LEN + 1
           END-PERFORM
           .

*>       Is WS-DECODED-PATH served? Through PATH-UTILS's confinement
*>       to the root, with the index document appended to a
*>       directory path, then on disk - or, in a pre-publish run,
*>       among the files the manifest is about to install. Leaves
*>       the reason in WS-BROKEN-REASON when it isn't.
       FIND-TARGET.
           MOVE "N" TO WS-TARGET-FOUND
           MOVE 0 TO WS-CHECK-LEN
           INSPECT WS-DECODED-PATH TALLYING WS-CHECK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CHECK-LEN = 0
               MOVE "is empty" TO WS-BROKEN-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHECK-PATH
           MOVE WS-DECODED-PATH TO WS-CHECK-PATH
           IF WS-DECODED-PATH(WS-CHECK-LEN:1) = "/"
               STRING WS-DECODED-PATH(1:WS-CHECK-LEN) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INDEX-DOC) DELIMITED BY SIZE
                      INTO WS-CHECK-PATH
               END-STRING
           END-IF

           CALL "PATH-UTILS" USING WS-CHECK-PATH WS-ROOT
               WS-SANITIZED-PATH WS-PATH-RC
           IF WS-PATH-RC NOT = 0
               MOVE "is refused by the server's path rules"
                   TO WS-BROKEN-REASON
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING WS-SANITIZED-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-TARGET-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-MODE = "PREPUBLISH"
               PERFORM VARYING WS-STAGED-SCAN FROM 1 BY 1
                   UNTIL WS-STAGED-SCAN > WS-STAGED-COUNT
                   IF WS-STAGED-TARGET(WS-STAGED-SCAN) = WS-CHECK-PATH
                       MOVE "Y" TO WS-TARGET-FOUND
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF

           IF WS-DECODED-PATH(WS-CHECK-LEN:1) = "/"
               MOVE SPACES TO WS-BROKEN-REASON
               STRING "has no " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INDEX-DOC) DELIMITED BY SIZE
                      INTO WS-BROKEN-REASON
               END-STRING
           ELSE
               MOVE "does not exist" TO WS-BROKEN-REASON
           END-IF
           .

*>       The page heading the first time the page has a broken
*>       link, then the link itself.
       WRITE-BROKEN-LINE.
           ADD 1 TO WS-LINKS-BROKEN
           ADD 1 TO WS-PAGE-BROKEN
           IF WS-PAGE-LISTED NOT = "Y"
               MOVE "Y" TO WS-PAGE-LISTED
               MOVE SPACES TO REPORT-REC
               STRING "  Page " DELIMITED BY SIZE
                      WS-PAGE-WEB-PATH DELIMITED BY SPACE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "    BROKEN " DELIMITED BY SIZE
                  WS-ATTR-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LINK DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BROKEN-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-PAGE-SKIPPED-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  Page " DELIMITED BY SIZE
                  WS-PAGE-WEB-PATH DELIMITED BY SPACE
                  " not checked - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BROKEN-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE SPACES TO REPORT-REC
           IF WS-RUN-MODE = "PREPUBLISH"
               STRING "LINK-CHECK - Pre-Publish Broken-Link Check "
                          DELIMITED BY SIZE
                      WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                      WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                      WS-RAW-DATE(7:2) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           ELSE
               STRING "LINK-CHECK - Broken-Link Check "
                          DELIMITED BY SIZE
                      WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                      WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                      WS-RAW-DATE(7:2) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE "==========================================================" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           MOVE WS-PAGES-CHECKED TO WS-EDIT-8
           STRING "Pages checked........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PAGES-SKIPPED TO WS-EDIT-8
           STRING "Pages not checked....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-CHECKED TO WS-EDIT-8
           STRING "Internal links checked.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-REDIRECTED TO WS-EDIT-8
           STRING "  via redirects.cfg..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-EXTERNAL TO WS-EDIT-8
           STRING "External links skipped.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-BROKEN TO WS-EDIT-8
           STRING "Broken links............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PAGES-WITH-BROKEN TO WS-EDIT-8
           STRING "Pages with broken links. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
