*> Retention and subject requests for the personal data the site's
*> contact forms capture. FORM-HANDLER keeps each submission - the
*> names, addresses and messages people type in - on the keyed
*> intake file form-intake.dat, and FORM-BATCH copies every one it
*> accepts into that night's extract
*>     form-submissions.YYYYMMDD.dat
*>         id|form-path|timestamp|client|fields
*> so the same submission lives on in every place below.
*>
*> WEBBOL-FORMS-MODE picks the job:
*>     PURGE    (the default) applies the retention forms.cfg sets.
*>              A stanza's RETAIN-DAYS=n keeps that form's
*>              submissions n days from the day they were made; a
*>              FORM=* stanza's RETAIN-DAYS is the retention for every
*>              form without its own. Intake records FORM-BATCH has
*>              worked ("P" or "R") and extract lines older than that
*>              are removed. A record not yet worked ("N") is never
*>              purged, and a form with no retention at all is kept
*>              and listed on the report.
*>     EXTRACT  answers a person's request to see their data: every
*>              submission carrying the address in
*>              WEBBOL-SUBJECT-EMAIL, from the intake file and every
*>              extract generation, is copied to
*>              form-subject-extract.dat
*>                  source|id|form-path|timestamp|client|fields
*>     ERASE    answers a request to delete it: every such submission
*>              is removed from the intake file and from every
*>              extract generation, whatever its status.
*> The address is matched without regard to case, and only as a
*> whole address - "ann@example.com" does not match inside
*> "joann@example.com".
*>
*> Extract generations are found by date, from today back
*> WS-GEN-SCAN-DAYS days. One that loses lines is written whole to
*> <name>.tmp and renamed over the old one, so a run that dies part
*> way leaves it whole; one that loses every line is deleted. The
*> intake file is worked under the same LOCK-MANAGER lock
*> FORM-HANDLER takes for its writes.
*>
*> Every submission purged, erased or extracted gets a line on the
*> audit file form-audit.log, and every run one more with its totals:
*>     YYYY-MM-DD HH:MM:SS|action|source|id|form-path|timestamp|detail
*> For a subject request the detail carries the SHA-256 of the
*> lower-cased address (KEY-HASH), never the address itself, so the
*> audit trail of an erasure does not keep what was erased. A
*> submission's audit line is written before it is removed: if
*> form-audit.log cannot be opened nothing is purged, erased or
*> extracted, and if a line cannot be written the run stops there,
*> leaving the generation it was working on as it was. The run
*> ends with form-retention.rpt. Run it in the batch window while
*> the daemon workers are quiesced, as FORM-BATCH is.
*>
*> Return code 8 when the job could not be done (mode unknown, the
*> subject address missing or malformed, a file that could not be
*> written or replaced), 4 when a subject request found nothing or a
*> purge kept submissions for want of a retention setting, 0
*> otherwise.
IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM-RETENTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO "form-intake.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-INTAKE-ID
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT FORMS-CONFIG ASSIGN TO "forms.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.
           SELECT SUBMISSIONS-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FILE-STATUS.
*> An extract generation as this run leaves it, renamed over the
*> old one
           SELECT GEN-REWRITE ASSIGN TO WS-GEN-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWR-FILE-STATUS.
           SELECT SUBJECT-EXTRACT ASSIGN TO "form-subject-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "form-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "form-retention.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
*> Same record layout FORM-HANDLER writes
       FD  INTAKE-FILE.
       01  INTAKE-REC.
           05 FI-INTAKE-ID           PIC X(16).
           05 FI-FORM-PATH           PIC X(64).
           05 FI-TIMESTAMP           PIC X(14).
           05 FI-CLIENT-ADDR         PIC X(45).
           05 FI-STATUS              PIC X.
           05 FI-FIELDS              PIC X(1024).

       FD  FORMS-CONFIG.
       01  FORMS-CONFIG-REC     PIC X(300).

*> Same line FORM-BATCH writes
       FD  SUBMISSIONS-FILE.
       01  SUBMISSIONS-REC      PIC X(1200).

       FD  GEN-REWRITE.
       01  GEN-REWRITE-REC      PIC X(1200).

       FD  SUBJECT-EXTRACT.
       01  SUBJECT-EXTRACT-REC  PIC X(1300).

       FD  AUDIT-FILE.
       01  AUDIT-REC            PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-INTAKE-FILE-STATUS     PIC XX.
       01 WS-CFG-FILE-STATUS        PIC XX.
       01 WS-SUB-FILE-STATUS        PIC XX.
       01 WS-RWR-FILE-STATUS        PIC XX.
       01 WS-SXT-FILE-STATUS        PIC XX.
       01 WS-AUD-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.
       01 WS-INTAKE-EOF             PIC X.

*> PURGE (the default), EXTRACT or ERASE
       01 WS-RUN-MODE               PIC X(10).

*> The subject of an EXTRACT or ERASE: the address as given, upper-
*> cased for matching, and the digest the audit lines carry
       01 WS-SUBJECT-EMAIL          PIC X(256).
       01 WS-SUBJECT-UPPER          PIC X(256).
       01 WS-SUBJECT-LEN            PIC 9(4) COMP.
       01 WS-SUBJECT-AT-COUNT       PIC 9(4) COMP.
       01 WS-HASH-TEXT              PIC X(256).
       01 WS-SUBJECT-HASH           PIC X(64).
       01 WS-SUBJECT-HIT            PIC X.

*> Address matching: one submission's fields upper-cased, and the
*> character either side of a candidate match - an address
*> character there means the match is part of a longer address
       01 WS-MATCH-TEXT             PIC X(1024).
       01 WS-SCAN-POS               PIC 9(4) COMP.
       01 WS-SCAN-LAST              PIC 9(4) COMP.
       01 WS-EDGE-POS               PIC 9(4) COMP.
       01 WS-EDGE-CHAR              PIC X.
          88 WS-EDGE-IS-ADDR        VALUE "A" THRU "Z" "0" THRU "9"
                                          "." "_" "%" "+" "-" "@".

*> Fields used to parse one KEY=VALUE forms.cfg line
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-EQ-POS                 PIC 9(4) COMP.
       01 WS-CFG-KEY                PIC X(40).
       01 WS-CFG-VALUE              PIC X(256).
       01 WS-CFG-VALUE-LEN          PIC 9(4) COMP.

*> Retention per configured form (0 = none of its own) and the
*> FORM=* default (0 = no default)
       01 WS-FORM-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-FORM-MAX               PIC 9(4) COMP VALUE 100.
       01 WS-FORM-OVERFLOW          PIC X VALUE "N".
       01 WS-FORM-TABLE.
          05 WS-FORM-ENTRY OCCURS 100 TIMES.
             10 WS-FT-PATH          PIC X(64).
             10 WS-FT-DAYS          PIC 9(4) COMP.
       01 WS-FORM-IDX               PIC 9(4) COMP.
       01 WS-CUR-FORM-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-IN-DEFAULT             PIC X VALUE "N".
       01 WS-DEFAULT-DAYS           PIC 9(4) COMP VALUE 0.
       01 WS-ANY-RETENTION          PIC X VALUE "N".

*> Forms whose submissions a purge kept for want of a retention,
*> with how many it kept
       01 WS-NR-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-NR-TABLE.
          05 WS-NR-ENTRY OCCURS 50 TIMES.
             10 WS-NR-PATH          PIC X(64).
             10 WS-NR-KEPT          PIC 9(8) COMP.
       01 WS-NR-IDX                 PIC 9(4) COMP.

*> The submission being worked - off an intake record or an
*> extract line - and whether the retention has run out on it
       01 WS-SUB-SOURCE             PIC X(40).
       01 WS-SUB-ID                 PIC X(16).
       01 WS-SUB-FORM               PIC X(64).
       01 WS-SUB-STAMP              PIC X(14).
       01 WS-SUB-CLIENT             PIC X(45).
       01 WS-SUB-FIELDS             PIC X(1024).
       01 WS-SUB-PTR                PIC 9(4) COMP.
       01 WS-SUB-AGE                PIC S9(8) COMP.
       01 WS-LOOK-DAYS              PIC 9(4) COMP.
       01 WS-EXPIRED                PIC X.

*> Today, and the extract generations looked for back from it
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-TODAY-DAYNUM           PIC 9(8) COMP.
*> Ten years of nightly extracts - older generations are not looked
*> for
       01 WS-GEN-SCAN-DAYS          PIC 9(4) COMP VALUE 3660.
       01 WS-GEN-DAYNUM             PIC 9(8) COMP.
       01 WS-GEN-OLDEST             PIC 9(8) COMP.
       01 WS-GEN-YMD                PIC 9(8).
       01 WS-GEN-NAME               PIC X(40).
       01 WS-GEN-TMP-NAME           PIC X(40).
       01 WS-GEN-KEPT               PIC 9(8) COMP.
       01 WS-GEN-REMOVED            PIC 9(8) COMP.
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).

*> LOCK-MANAGER bracket around the intake pass, the same lock
*> FORM-HANDLER takes to write a submission
       01 WS-LOCK-NAME              PIC X(20) VALUE "form-intake".
       01 WS-LOCK-OP                PIC X.
       01 WS-LOCK-RC                PIC 9.

*> One audit line's parts
       01 WS-AUDIT-STAMP            PIC X(19).
       01 WS-AUDIT-DETAIL           PIC X(120).
*> "Y" once form-audit.log could not be opened or written - nothing
*> more is removed or extracted
       01 WS-AUDIT-FAILED           PIC X VALUE "N".
*> "Y" once a kept line could not be written to <name>.tmp
       01 WS-REWRITE-FAILED         PIC X.

*> Run totals
       01 WS-INTAKE-READ            PIC 9(8) COMP VALUE 0.
       01 WS-INTAKE-REMOVED         PIC 9(8) COMP VALUE 0.
       01 WS-INTAKE-EXTRACTED       PIC 9(8) COMP VALUE 0.
       01 WS-INTAKE-UNWORKED        PIC 9(8) COMP VALUE 0.
       01 WS-GENS-READ              PIC 9(8) COMP VALUE 0.
       01 WS-GENS-REWRITTEN         PIC 9(8) COMP VALUE 0.
       01 WS-GENS-DELETED           PIC 9(8) COMP VALUE 0.
       01 WS-LINES-READ             PIC 9(8) COMP VALUE 0.
       01 WS-LINES-REMOVED          PIC 9(8) COMP VALUE 0.
       01 WS-LINES-EXTRACTED        PIC 9(8) COMP VALUE 0.
       01 WS-NO-RETENTION           PIC 9(8) COMP VALUE 0.
       01 WS-FINAL-RC               PIC 9 VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8B                PIC Z(7)9.
       01 WS-EDIT-4                 PIC Z(3)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2) "-"
                  WS-RAW-DATE(7:2) " " WS-RAW-DATE(9:2) ":"
                  WS-RAW-DATE(11:2) ":" WS-RAW-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-STAMP
           END-STRING

           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "WEBBOL-FORMS-MODE"
               ON EXCEPTION
                   MOVE "PURGE" TO WS-RUN-MODE
           END-ACCEPT
           IF WS-RUN-MODE = SPACES
               MOVE "PURGE" TO WS-RUN-MODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           EVALUATE WS-RUN-MODE
               WHEN "PURGE"
                   PERFORM RUN-PURGE
               WHEN "EXTRACT"
               WHEN "ERASE"
                   PERFORM RUN-SUBJECT-REQUEST
               WHEN OTHER
                   MOVE SPACES TO REPORT-REC
                   STRING "WEBBOL-FORMS-MODE " DELIMITED BY SIZE
                          WS-RUN-MODE DELIMITED BY SPACE
                          " is not PURGE, EXTRACT or ERASE - nothing "
                              DELIMITED BY SIZE
                          "done" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   DISPLAY "FORM-RETENTION: unknown mode " WS-RUN-MODE
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE

           CLOSE REPORT-FILE
           DISPLAY "FORM-RETENTION: run complete, report written to "
               "form-retention.rpt"
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

*>---------------------------------------------------------------
*>  Purge
*>---------------------------------------------------------------
       RUN-PURGE.
           PERFORM LOAD-RETENTION
           PERFORM WRITE-RETENTION-LINES
           IF WS-ANY-RETENTION NOT = "Y"
               MOVE "No RETAIN-DAYS in forms.cfg - nothing purged"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE 4 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-AUDIT-FILE
           IF WS-AUDIT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM WORK-INTAKE-FILE
           PERFORM WORK-EXTRACT-GENERATIONS
           PERFORM WRITE-RUN-AUDIT-LINE
           CLOSE AUDIT-FILE

           PERFORM WRITE-NO-RETENTION-LINES
           PERFORM WRITE-REPORT-TOTALS
           IF WS-NO-RETENTION > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           .

*>       Read forms.cfg once into the retention table: every FORM=
*>       stanza with the RETAIN-DAYS it sets, and the FORM=* default.
*>       A value that isn't a whole number is left unset -
*>       CONFIG-PREFLIGHT reports it.
       LOAD-RETENTION.
           OPEN INPUT FORMS-CONFIG
           IF WS-CFG-FILE-STATUS NOT = "00"
               MOVE "No forms.cfg found - no retention is set"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CFG-FILE-STATUS = "99"
               READ FORMS-CONFIG
                   AT END
                       MOVE "99" TO WS-CFG-FILE-STATUS
               END-READ
               IF WS-CFG-FILE-STATUS NOT = "99"
                   PERFORM APPLY-FORMS-LINE
               END-IF
           END-PERFORM

           CLOSE FORMS-CONFIG
           .

       APPLY-FORMS-LINE.
           MOVE 0 TO WS-LINE-LEN
           INSPECT FORMS-CONFIG-REC TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-LINE-LEN = 0 OR FORMS-CONFIG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT FORMS-CONFIG-REC(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE FORMS-CONFIG-REC(1:WS-EQ-POS) TO WS-CFG-KEY

           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           IF WS-CFG-VALUE-LEN > 0
               MOVE FORMS-CONFIG-REC(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
                   TO WS-CFG-VALUE
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "FORM"
                   MOVE 0 TO WS-CUR-FORM-IDX
                   MOVE "N" TO WS-IN-DEFAULT
                   IF WS-CFG-VALUE = "*"
                       MOVE "Y" TO WS-IN-DEFAULT
                   ELSE
                       IF WS-FORM-COUNT < WS-FORM-MAX
                           ADD 1 TO WS-FORM-COUNT
                           MOVE WS-FORM-COUNT TO WS-CUR-FORM-IDX
                           MOVE WS-CFG-VALUE(1:64)
                               TO WS-FT-PATH(WS-FORM-COUNT)
                           MOVE 0 TO WS-FT-DAYS(WS-FORM-COUNT)
                       ELSE
                           MOVE "Y" TO WS-FORM-OVERFLOW
                       END-IF
                   END-IF
               WHEN "RETAIN-DAYS"
                   IF WS-CFG-VALUE-LEN > 0 AND WS-CFG-VALUE-LEN < 5
                       AND WS-CFG-VALUE(1:WS-CFG-VALUE-LEN) IS NUMERIC
                       AND WS-CFG-VALUE(1:WS-CFG-VALUE-LEN) NOT = ZEROS
                       MOVE "Y" TO WS-ANY-RETENTION
                       IF WS-IN-DEFAULT = "Y"
                           MOVE WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                               TO WS-DEFAULT-DAYS
                       END-IF
                       IF WS-CUR-FORM-IDX > 0
                           MOVE WS-CFG-VALUE(1:WS-CFG-VALUE-LEN)
                               TO WS-FT-DAYS(WS-CUR-FORM-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>       The retention each configured form gets, at the head of the
*>       report.
       WRITE-RETENTION-LINES.
           IF WS-DEFAULT-DAYS > 0
               MOVE WS-DEFAULT-DAYS TO WS-EDIT-4
               MOVE SPACES TO REPORT-REC
               STRING "  RETAIN   * (default) " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-4) DELIMITED BY SIZE
                      " days" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > WS-FORM-COUNT
               MOVE SPACES TO REPORT-REC
               EVALUATE TRUE
                   WHEN WS-FT-DAYS(WS-FORM-IDX) > 0
                       MOVE WS-FT-DAYS(WS-FORM-IDX) TO WS-EDIT-4
                       STRING "  RETAIN   " DELIMITED BY SIZE
                              WS-FT-PATH(WS-FORM-IDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-4) DELIMITED BY SIZE
                              " days" DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
                   WHEN WS-DEFAULT-DAYS > 0
                       MOVE WS-DEFAULT-DAYS TO WS-EDIT-4
                       STRING "  RETAIN   " DELIMITED BY SIZE
                              WS-FT-PATH(WS-FORM-IDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-4) DELIMITED BY SIZE
                              " days (default)" DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
                   WHEN OTHER
                       STRING "  RETAIN   " DELIMITED BY SIZE
                              WS-FT-PATH(WS-FORM-IDX) DELIMITED BY SPACE
                              " not set - kept" DELIMITED BY SIZE
                              INTO REPORT-REC
                       END-STRING
               END-EVALUATE
               WRITE REPORT-REC
           END-PERFORM

           IF WS-FORM-OVERFLOW = "Y"
               MOVE SPACES TO REPORT-REC
               MOVE WS-FORM-MAX TO WS-EDIT-4
               STRING "More than " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-4) DELIMITED BY SIZE
                      " forms in forms.cfg - the rest get the default"
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Whether the retention has run out on the submission in
*>       WS-SUB-FORM/WS-SUB-STAMP: its age in whole days past the
*>       form's RETAIN-DAYS, or the default's. A submission with no
*>       retention to go by, or no readable date, is kept.
       CHECK-EXPIRED.
           MOVE "N" TO WS-EXPIRED
           MOVE WS-DEFAULT-DAYS TO WS-LOOK-DAYS
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > WS-FORM-COUNT
               IF WS-FT-PATH(WS-FORM-IDX) = WS-SUB-FORM
                   IF WS-FT-DAYS(WS-FORM-IDX) > 0
                       MOVE WS-FT-DAYS(WS-FORM-IDX) TO WS-LOOK-DAYS
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOOK-DAYS = 0
               PERFORM NOTE-NO-RETENTION
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-STAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-SUB-STAMP(1:8))) NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SUB-AGE = WS-TODAY-DAYNUM
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SUB-STAMP(1:8)))
           IF WS-SUB-AGE > WS-LOOK-DAYS
               MOVE "Y" TO WS-EXPIRED
               MOVE WS-LOOK-DAYS TO WS-EDIT-4
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "retention " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-4) DELIMITED BY SIZE
                      " days" DELIMITED BY SIZE
                      INTO WS-AUDIT-DETAIL
               END-STRING
           END-IF
           .

       NOTE-NO-RETENTION.
           ADD 1 TO WS-NO-RETENTION
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               IF WS-NR-PATH(WS-NR-IDX) = WS-SUB-FORM
                   ADD 1 TO WS-NR-KEPT(WS-NR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-NR-COUNT < 50
               ADD 1 TO WS-NR-COUNT
               MOVE WS-SUB-FORM TO WS-NR-PATH(WS-NR-COUNT)
               MOVE 1 TO WS-NR-KEPT(WS-NR-COUNT)
           END-IF
           .

       WRITE-NO-RETENTION-LINES.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
               UNTIL WS-NR-IDX > WS-NR-COUNT
               MOVE WS-NR-KEPT(WS-NR-IDX) TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "  NO RETENTION " DELIMITED BY SIZE
                      WS-NR-PATH(WS-NR-IDX) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      " submissions kept" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           .

*>---------------------------------------------------------------
*>  Subject requests
*>---------------------------------------------------------------
       RUN-SUBJECT-REQUEST.
           MOVE SPACES TO WS-SUBJECT-EMAIL
           ACCEPT WS-SUBJECT-EMAIL FROM ENVIRONMENT
               "WEBBOL-SUBJECT-EMAIL"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE FUNCTION TRIM(WS-SUBJECT-EMAIL) TO WS-SUBJECT-EMAIL

           MOVE 0 TO WS-SUBJECT-LEN
           INSPECT WS-SUBJECT-EMAIL TALLYING WS-SUBJECT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-SUBJECT-AT-COUNT
           INSPECT WS-SUBJECT-EMAIL TALLYING WS-SUBJECT-AT-COUNT
               FOR ALL "@"
           IF WS-SUBJECT-LEN = 0
               MOVE SPACES TO REPORT-REC
               STRING WS-RUN-MODE DELIMITED BY SPACE
                      " needs WEBBOL-SUBJECT-EMAIL set - nothing done"
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               DISPLAY "FORM-RETENTION: subject address missing"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBJECT-LEN > 254
               MOVE 0 TO WS-SUBJECT-AT-COUNT
           END-IF
           IF WS-SUBJECT-AT-COUNT NOT = 1
               OR WS-SUBJECT-EMAIL(WS-SUBJECT-LEN + 1:) NOT = SPACES
               OR WS-SUBJECT-EMAIL(1:1) = "@"
               OR WS-SUBJECT-EMAIL(WS-SUBJECT-LEN:1) = "@"
               MOVE SPACES TO REPORT-REC
               STRING "WEBBOL-SUBJECT-EMAIL is not one email address - "
                      "nothing done"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               DISPLAY "FORM-RETENTION: subject address malformed"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-SUBJECT-EMAIL)
               TO WS-SUBJECT-UPPER
           MOVE FUNCTION LOWER-CASE(WS-SUBJECT-EMAIL) TO WS-HASH-TEXT
           CALL "KEY-HASH" USING WS-HASH-TEXT WS-SUBJECT-HASH
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "subject sha256:" WS-SUBJECT-HASH DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           END-STRING

           MOVE SPACES TO REPORT-REC
           STRING "Subject.................. sha256:" DELIMITED BY SIZE
                  WS-SUBJECT-HASH DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           IF WS-RUN-MODE = "EXTRACT"
               OPEN OUTPUT SUBJECT-EXTRACT
               IF WS-SXT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO REPORT-REC
                   STRING "form-subject-extract.dat could not be "
                          "created - nothing extracted"
                          DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   MOVE 8 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-AUDIT-FILE
           IF WS-AUDIT-FAILED = "Y"
               IF WS-RUN-MODE = "EXTRACT"
                   CLOSE SUBJECT-EXTRACT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM WORK-INTAKE-FILE
           PERFORM WORK-EXTRACT-GENERATIONS
           PERFORM WRITE-RUN-AUDIT-LINE
           CLOSE AUDIT-FILE
           IF WS-RUN-MODE = "EXTRACT"
               CLOSE SUBJECT-EXTRACT
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           IF WS-INTAKE-REMOVED + WS-INTAKE-EXTRACTED
               + WS-LINES-REMOVED + WS-LINES-EXTRACTED = 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "No submission carries that address"
                   TO REPORT-REC
               WRITE REPORT-REC
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           .

*>       Whether the subject's address appears, whole, anywhere in
*>       WS-SUB-FIELDS.
       MATCH-SUBJECT.
           MOVE "N" TO WS-SUBJECT-HIT
           MOVE FUNCTION UPPER-CASE(WS-SUB-FIELDS) TO WS-MATCH-TEXT
           COMPUTE WS-SCAN-LAST = 1025 - WS-SUBJECT-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LAST
               IF WS-MATCH-TEXT(WS-SCAN-POS:WS-SUBJECT-LEN) =
                   WS-SUBJECT-UPPER(1:WS-SUBJECT-LEN)
                   PERFORM CHECK-MATCH-EDGES
                   IF WS-SUBJECT-HIT = "Y"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-MATCH-EDGES.
           MOVE "Y" TO WS-SUBJECT-HIT
           IF WS-SCAN-POS > 1
               COMPUTE WS-EDGE-POS = WS-SCAN-POS - 1
               MOVE WS-MATCH-TEXT(WS-EDGE-POS:1) TO WS-EDGE-CHAR
               IF WS-EDGE-IS-ADDR
                   MOVE "N" TO WS-SUBJECT-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-EDGE-POS = WS-SCAN-POS + WS-SUBJECT-LEN
           IF WS-EDGE-POS <= 1024
               MOVE WS-MATCH-TEXT(WS-EDGE-POS:1) TO WS-EDGE-CHAR
               IF WS-EDGE-IS-ADDR
                   MOVE "N" TO WS-SUBJECT-HIT
               END-IF
           END-IF
           .

       WRITE-SUBJECT-LINE.
           PERFORM WRITE-AUDIT-LINE
           IF WS-AUDIT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUBJECT-EXTRACT-REC
           STRING WS-SUB-SOURCE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-FORM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SUB-CLIENT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUB-FIELDS) DELIMITED BY SIZE
                  INTO SUBJECT-EXTRACT-REC
           END-STRING
           WRITE SUBJECT-EXTRACT-REC
           .

*>---------------------------------------------------------------
*>  Intake file
*>---------------------------------------------------------------
*>       One pass over form-intake.dat. A purge or erasure deletes
*>       as it goes, under FORM-HANDLER's lock; an extract only
*>       reads.
       WORK-INTAKE-FILE.
           MOVE "form-intake.dat" TO WS-SUB-SOURCE
           IF WS-RUN-MODE = "EXTRACT"
               OPEN INPUT INTAKE-FILE
           ELSE
               MOVE "A" TO WS-LOCK-OP
               CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
                   WS-LOCK-RC
               OPEN I-O INTAKE-FILE
           END-IF

           IF WS-INTAKE-FILE-STATUS NOT = "00"
               MOVE "No form-intake.dat found - intake not worked"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE "N" TO WS-INTAKE-EOF
               PERFORM UNTIL WS-INTAKE-EOF = "Y"
                   READ INTAKE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-INTAKE-EOF
                   END-READ
                   IF WS-INTAKE-EOF NOT = "Y"
                       IF WS-INTAKE-FILE-STATUS = "00"
                           PERFORM PROCESS-INTAKE-RECORD
                           IF WS-AUDIT-FAILED = "Y"
                               MOVE "Y" TO WS-INTAKE-EOF
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-INTAKE-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF

           IF WS-RUN-MODE NOT = "EXTRACT"
               MOVE "R" TO WS-LOCK-OP
               CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
                   WS-LOCK-RC
           END-IF
           .

       PROCESS-INTAKE-RECORD.
           ADD 1 TO WS-INTAKE-READ
           MOVE FI-INTAKE-ID TO WS-SUB-ID
           MOVE FI-FORM-PATH TO WS-SUB-FORM
           MOVE FI-TIMESTAMP TO WS-SUB-STAMP
           MOVE FI-CLIENT-ADDR TO WS-SUB-CLIENT
           MOVE FI-FIELDS TO WS-SUB-FIELDS

           EVALUATE WS-RUN-MODE
               WHEN "PURGE"
                   IF FI-STATUS = "N"
                       ADD 1 TO WS-INTAKE-UNWORKED
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-EXPIRED
                   IF WS-EXPIRED = "Y"
                       PERFORM DELETE-INTAKE-RECORD
                   END-IF
               WHEN "ERASE"
                   PERFORM MATCH-SUBJECT
                   IF WS-SUBJECT-HIT = "Y"
                       PERFORM DELETE-INTAKE-RECORD
                   END-IF
               WHEN "EXTRACT"
                   PERFORM MATCH-SUBJECT
                   IF WS-SUBJECT-HIT = "Y"
                       PERFORM WRITE-SUBJECT-LINE
                       IF WS-AUDIT-FAILED = "N"
                           ADD 1 TO WS-INTAKE-EXTRACTED
                       END-IF
                   END-IF
           END-EVALUATE
           .

       DELETE-INTAKE-RECORD.
           PERFORM WRITE-AUDIT-LINE
           IF WS-AUDIT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           DELETE INTAKE-FILE RECORD
           IF WS-INTAKE-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-REC
               STRING "  FAILED   " DELIMITED BY SIZE
                      WS-SUB-ID DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SUB-FORM DELIMITED BY SPACE
                      " - intake delete status " DELIMITED BY SIZE
                      WS-INTAKE-FILE-STATUS DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INTAKE-REMOVED

           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  "D   " DELIMITED BY SIZE
                  WS-SUB-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SUB-FORM DELIMITED BY SPACE
                  " submitted " DELIMITED BY SIZE
                  WS-SUB-STAMP(1:4) "-" WS-SUB-STAMP(5:2) "-"
                  WS-SUB-STAMP(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>---------------------------------------------------------------
*>  Extract generations
*>---------------------------------------------------------------
*>       Every form-submissions.YYYYMMDD.dat from today back
*>       WS-GEN-SCAN-DAYS days that is on disk.
       WORK-EXTRACT-GENERATIONS.
           COMPUTE WS-GEN-OLDEST = WS-TODAY-DAYNUM - WS-GEN-SCAN-DAYS
           PERFORM VARYING WS-GEN-DAYNUM FROM WS-TODAY-DAYNUM BY -1
               UNTIL WS-GEN-DAYNUM < WS-GEN-OLDEST
                  OR WS-AUDIT-FAILED = "Y"
               COMPUTE WS-GEN-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-GEN-DAYNUM)
               MOVE SPACES TO WS-GEN-NAME
               STRING "form-submissions." DELIMITED BY SIZE
                      WS-GEN-YMD DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-GEN-NAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-NAME
                   WS-FILE-DETAILS
               IF RETURN-CODE = 0
                   PERFORM WORK-ONE-GENERATION
               END-IF
           END-PERFORM
           .

*>       Read one generation line by line. A purge or erasure writes
*>       the lines it keeps to <name>.tmp and puts that in place only
*>       when a line was removed; an extract only reads.
       WORK-ONE-GENERATION.
           ADD 1 TO WS-GENS-READ
           MOVE 0 TO WS-GEN-KEPT
           MOVE 0 TO WS-GEN-REMOVED
           MOVE "N" TO WS-REWRITE-FAILED
           MOVE WS-GEN-NAME TO WS-SUB-SOURCE

           OPEN INPUT SUBMISSIONS-FILE
           IF WS-SUB-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-REC
               STRING "  FAILED   " DELIMITED BY SIZE
                      WS-GEN-NAME DELIMITED BY SPACE
                      " could not be read - status " DELIMITED BY SIZE
                      WS-SUB-FILE-STATUS DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-MODE NOT = "EXTRACT"
               MOVE SPACES TO WS-GEN-TMP-NAME
               STRING WS-GEN-NAME DELIMITED BY SPACE
                      ".tmp" DELIMITED BY SIZE
                      INTO WS-GEN-TMP-NAME
               END-STRING
               OPEN OUTPUT GEN-REWRITE
               IF WS-RWR-FILE-STATUS NOT = "00"
                   CLOSE SUBMISSIONS-FILE
                   MOVE SPACES TO REPORT-REC
                   STRING "  FAILED   " DELIMITED BY SIZE
                          WS-GEN-TMP-NAME DELIMITED BY SPACE
                          " could not be created - generation left "
                              DELIMITED BY SIZE
                          "as it was" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   MOVE 8 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM UNTIL WS-SUB-FILE-STATUS = "99"
                   OR WS-AUDIT-FAILED = "Y"
                   OR WS-REWRITE-FAILED = "Y"
               READ SUBMISSIONS-FILE
                   AT END
                       MOVE "99" TO WS-SUB-FILE-STATUS
               END-READ
               IF WS-SUB-FILE-STATUS NOT = "99"
                   AND SUBMISSIONS-REC NOT = SPACES
                   ADD 1 TO WS-LINES-READ
                   PERFORM SPLIT-SUBMISSION-LINE
                   PERFORM PROCESS-SUBMISSION-LINE
               END-IF
           END-PERFORM

           CLOSE SUBMISSIONS-FILE
           IF WS-RUN-MODE = "EXTRACT"
               EXIT PARAGRAPH
           END-IF
           CLOSE GEN-REWRITE

*>         A generation the run could not finish is left whole; the
*>         lines counted off it were not removed after all
           IF WS-AUDIT-FAILED = "Y" OR WS-REWRITE-FAILED = "Y"
               CALL "CBL_DELETE_FILE" USING WS-GEN-TMP-NAME
               SUBTRACT WS-GEN-REMOVED FROM WS-LINES-REMOVED
               IF WS-REWRITE-FAILED = "Y"
                   MOVE SPACES TO REPORT-REC
                   STRING "  FAILED   " DELIMITED BY SIZE
                          WS-GEN-TMP-NAME DELIMITED BY SPACE
                          " could not be written - generation left "
                              DELIMITED BY SIZE
                          "as it was" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   MOVE 8 TO WS-FINAL-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-GEN-REMOVED = 0
               CALL "CBL_DELETE_FILE" USING WS-GEN-TMP-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GEN-REMOVED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           IF WS-GEN-KEPT = 0
               CALL "CBL_DELETE_FILE" USING WS-GEN-TMP-NAME
               CALL "CBL_DELETE_FILE" USING WS-GEN-NAME
               IF RETURN-CODE NOT = 0
                   STRING "  FAILED   " DELIMITED BY SIZE
                          WS-GEN-NAME DELIMITED BY SPACE
                          " could not be deleted" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   ADD 1 TO WS-GENS-DELETED
                   STRING "  DELETED  " DELIMITED BY SIZE
                          WS-GEN-NAME DELIMITED BY SPACE
                          " - all " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                          " lines removed" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               END-IF
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-GEN-TMP-NAME
                   WS-GEN-NAME
               IF RETURN-CODE NOT = 0
                   STRING "  FAILED   rename of " DELIMITED BY SIZE
                          WS-GEN-TMP-NAME DELIMITED BY SPACE
                          " - generation left as it was"
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   ADD 1 TO WS-GENS-REWRITTEN
                   MOVE WS-GEN-KEPT TO WS-EDIT-8B
                   STRING "  REWROTE  " DELIMITED BY SIZE
                          WS-GEN-NAME DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                          " lines removed, " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-8B) DELIMITED BY SIZE
                          " kept" DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-REC
           .

*>       id|form-path|timestamp|client|fields - the fields part may
*>       itself hold "|"s, so it is everything after the fourth.
       SPLIT-SUBMISSION-LINE.
           MOVE SPACES TO WS-SUB-ID
           MOVE SPACES TO WS-SUB-FORM
           MOVE SPACES TO WS-SUB-STAMP
           MOVE SPACES TO WS-SUB-CLIENT
           MOVE SPACES TO WS-SUB-FIELDS
           MOVE 1 TO WS-SUB-PTR
           UNSTRING SUBMISSIONS-REC DELIMITED BY "|"
               INTO WS-SUB-ID WS-SUB-FORM WS-SUB-STAMP WS-SUB-CLIENT
               WITH POINTER WS-SUB-PTR
           END-UNSTRING
           IF WS-SUB-PTR <= 1200
               MOVE SUBMISSIONS-REC(WS-SUB-PTR:) TO WS-SUB-FIELDS
           END-IF
           .

       PROCESS-SUBMISSION-LINE.
           EVALUATE WS-RUN-MODE
               WHEN "PURGE"
                   PERFORM CHECK-EXPIRED
                   IF WS-EXPIRED = "Y"
                       PERFORM REMOVE-SUBMISSION-LINE
                   ELSE
                       PERFORM KEEP-SUBMISSION-LINE
                   END-IF
               WHEN "ERASE"
                   PERFORM MATCH-SUBJECT
                   IF WS-SUBJECT-HIT = "Y"
                       PERFORM REMOVE-SUBMISSION-LINE
                   ELSE
                       PERFORM KEEP-SUBMISSION-LINE
                   END-IF
               WHEN "EXTRACT"
                   PERFORM MATCH-SUBJECT
                   IF WS-SUBJECT-HIT = "Y"
                       PERFORM WRITE-SUBJECT-LINE
                       IF WS-AUDIT-FAILED = "N"
                           ADD 1 TO WS-LINES-EXTRACTED
                       END-IF
                   END-IF
           END-EVALUATE
           .

       REMOVE-SUBMISSION-LINE.
           PERFORM WRITE-AUDIT-LINE
           IF WS-AUDIT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-REMOVED
           ADD 1 TO WS-LINES-REMOVED
           .

       KEEP-SUBMISSION-LINE.
           MOVE SUBMISSIONS-REC TO GEN-REWRITE-REC
           WRITE GEN-REWRITE-REC
           IF WS-RWR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-REWRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-KEPT
           .

*>---------------------------------------------------------------
*>  Audit
*>---------------------------------------------------------------
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-FILE-STATUS NOT = "00"
               AND WS-AUD-FILE-STATUS NOT = "05"
               MOVE "Y" TO WS-AUDIT-FAILED
               MOVE SPACES TO REPORT-REC
               STRING "form-audit.log could not be opened - status "
                      WS-AUD-FILE-STATUS " - nothing done"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               DISPLAY "FORM-RETENTION: audit file unavailable"
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

*>       One submission purged, erased or extracted.
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC
           STRING WS-AUDIT-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-SOURCE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-FORM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUB-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF WS-AUD-FILE-STATUS NOT = "00"
               PERFORM REPORT-AUDIT-FAILED
           END-IF
           .

*>       The run itself: its mode and totals, and for a subject
*>       request whose address it was.
       WRITE-RUN-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC
           IF WS-RUN-MODE = "EXTRACT"
               MOVE WS-INTAKE-EXTRACTED TO WS-EDIT-8
               MOVE WS-LINES-EXTRACTED TO WS-EDIT-8B
           ELSE
               MOVE WS-INTAKE-REMOVED TO WS-EDIT-8
               MOVE WS-LINES-REMOVED TO WS-EDIT-8B
           END-IF
           IF WS-RUN-MODE = "PURGE"
               MOVE SPACES TO WS-AUDIT-DETAIL
           END-IF
           STRING WS-AUDIT-STAMP DELIMITED BY SIZE
                  "|RUN|-|-|-|-|" DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  " intake=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " extract-lines=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8B) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-DETAIL DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           IF WS-AUD-FILE-STATUS NOT = "00"
               PERFORM REPORT-AUDIT-FAILED
           END-IF
           .

*>       Reported once: after the first failure nothing more is
*>       removed, so the later lines would only repeat it.
       REPORT-AUDIT-FAILED.
           IF WS-AUDIT-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-AUDIT-FAILED
           MOVE SPACES TO REPORT-REC
           STRING "  FAILED   form-audit.log write status "
                  WS-AUD-FILE-STATUS " - run stopped here"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           DISPLAY "FORM-RETENTION: audit file write failed"
           MOVE 8 TO WS-FINAL-RC
           .

*>---------------------------------------------------------------
*>  Report
*>---------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "FORM-RETENTION - Form Data Retention "
                      DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TODAY(1:4) "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "================================================"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-INTAKE-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Intake records read..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-RUN-MODE = "EXTRACT"
               MOVE WS-INTAKE-EXTRACTED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Intake records extracted "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE WS-INTAKE-REMOVED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Intake records removed.. "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-RUN-MODE = "PURGE"
               MOVE WS-INTAKE-UNWORKED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Not yet worked, kept.... "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE WS-GENS-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Extract generations..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-LINES-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Extract lines read...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-RUN-MODE = "EXTRACT"
               MOVE WS-LINES-EXTRACTED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Extract lines extracted. "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE WS-LINES-REMOVED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Extract lines removed... "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-GENS-REWRITTEN TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Generations rewritten... "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-GENS-DELETED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Generations deleted..... "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-RUN-MODE = "PURGE"
               MOVE WS-NO-RETENTION TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Kept, no retention set.. "
                   FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .
