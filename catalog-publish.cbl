*> Static HTML edition of the records catalog, for partners without
*> MCP access - a browsable copy that costs the server nothing per
*> hit, where SEARCH-PAGE reads records.dat live on every request.
*> Builds, under /catalog/ in the document root:
*>     index.html          every category with active records, with
*>                         its description and how many it holds
*>     cat-<code>.html     one per RF-CATEGORY: its active records
*>                         with status and effective dates
*>     rec-<id>.html       one per active record: every field, the
*>                         lifecycle status and effective dates
*> Records active as of today only (see RECORD-LOOKUP's lifecycle
*> rule). A record that has stopped being active keeps its page
*> name but the page says it is no longer listed - with a link to
*> its replacement when relationships.dat carries a superseded-by
*> link in force - so a partner's bookmark doesn't go stale on an
*> old copy. Codes and ids go into page names with anything but
*> letters, digits and "-" written as "_" and two hex digits;
*> uncategorized records list on cat-_none.html.
*>
*> Pages are not written to the live root: each is written under
*> ./staging and its "<target-path> <size>" line appended to
*> staging.manifest, the way UPLOAD-INTAKE stages content, so the
*> next CONTENT-INSTALL run validates, archives and publishes them
*> like any other content.
*>
*> Incremental by the change journal RECORDS-MAINT writes
*> (records-journal.dat), as RECORDS-DELTA is: only entries past the
*> sequence the last run reached (catalog-publish.ckpt) count, and
*> only the pages they touch are rebuilt - the changed records'
*> detail pages, the category pages of the categories they were in
*> before and after the change, and the index. The checkpoint only
*> advances once every page and manifest line is written. A run
*> tracks at most WS-CHANGED-MAX records: the journal entry that
*> would overflow, and every one after it, is left for the next run
*> and the checkpoint stops short of it.
*> A record can also start or stop being active with no journal
*> entry at all, when its effective-from date arrives or its
*> effective-to date passes. The checkpoint carries the day of the
*> last run too, and every record whose dates crossed today since
*> then is rebuilt along with its category page.
*> With no checkpoint, with WEBBOL-PUBLISH-MODE=FULL, or with more
*> dated changes than one run tracks, every page is rebuilt - a
*> withdrawn page for every record no longer active among them.
*> Ends with catalog-publish.rpt listing every page staged.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-PUBLISH.

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
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT RELATIONSHIPS-FILE ASSIGN TO "relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-TO-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "records-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
*> Last journal sequence already published - entries at or below it
*> were covered by an earlier run - and the day of that run
           SELECT CHECKPOINT-FILE ASSIGN TO "catalog-publish.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
*> The category page being built while its records are walked, and
*> every other page (detail, withdrawn, index), one at a time
           SELECT CAT-PAGE-FILE ASSIGN TO WS-CAT-PAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPG-FILE-STATUS.
           SELECT PAGE-FILE ASSIGN TO WS-PAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-FILE-STATUS.
           SELECT INSTALL-MANIFEST ASSIGN TO "staging.manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "catalog-publish.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

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

*> Same record layout CATEGORY-MAINT declares
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
           05 CT-OWNER               PIC X(40).
           05 CT-STATUS              PIC X.
           05 CT-LAST-MAINT          PIC X(14).

*> Same record layout RELATIONSHIP-MAINT declares
       FD  RELATIONSHIPS-FILE.
       01  RELATIONSHIPS-FILE-REC.
           05 RL-KEY.
              10 RL-FROM-ID          PIC X(20).
              10 RL-TYPE             PIC X(13).
              10 RL-TO-ID            PIC X(20).
           05 RL-EFF-FROM            PIC X(8).
           05 RL-EFF-TO              PIC X(8).
           05 RL-LAST-MAINT          PIC X(14).

*> Same entry layout RECORDS-MAINT's WRITE-JOURNAL-ENTRY produces
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JR-SEQ                 PIC 9(8).
           05 JR-TIMESTAMP           PIC X(14).
           05 JR-ACTION              PIC X.
           05 JR-RECORD-ID           PIC X(20).
           05 JR-BEFORE-IMAGE        PIC X(231).
           05 JR-AFTER-IMAGE         PIC X(231).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CK-LAST-SEQ            PIC X(8).
           05 CK-RUN-DATE            PIC X(8).

       FD  CAT-PAGE-FILE.
       01  CAT-PAGE-REC         PIC X(1024).

       FD  PAGE-FILE.
       01  PAGE-REC             PIC X(1024).

       FD  INSTALL-MANIFEST.
       01  INSTALL-MANIFEST-REC PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-DOC-ROOT)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-FILE-STATUS            PIC XX.
       01 WS-CAT-FILE-STATUS        PIC XX.
       01 WS-REL-FILE-STATUS        PIC XX.
       01 WS-JRN-FILE-STATUS        PIC XX.
       01 WS-CKPT-FILE-STATUS       PIC XX.
       01 WS-CPG-FILE-STATUS        PIC XX.
       01 WS-PAG-FILE-STATUS        PIC XX.
       01 WS-MAN-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.
*> "Y" while the optional masters could be opened
       01 WS-CATEGORIES-OPEN        PIC X VALUE "N".
       01 WS-RELATIONS-OPEN         PIC X VALUE "N".

*> Today, YYYYMMDD, for the lifecycle rule and the report header
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).

*> "FULL" rebuilds every page; otherwise only what the journal says
*> changed. WS-FULL-REASON says why a run went full.
       01 WS-RUN-MODE               PIC X(10).
       01 WS-FULL-REBUILD           PIC X VALUE "N".
       01 WS-FULL-REASON            PIC X(60) VALUE SPACES.

*> Sequence the last run reached, and the highest this run saw
       01 WS-LAST-PUBLISHED         PIC 9(8) COMP VALUE 0.
       01 WS-HIGHEST-SEQ            PIC 9(8) COMP VALUE 0.
       01 WS-SEQ-DISPLAY            PIC 9(8).
*> Day the last run published through (YYYYMMDD)
       01 WS-LAST-RUN-DATE          PIC X(8) VALUE SPACES.
*> "Y" once the tables below have no room for the next journal
*> entry - it and every entry after it wait for the next run
       01 WS-JOURNAL-CAPPED         PIC X VALUE "N".

*> Records the new journal entries touched, and whether each turned
*> out to have an active detail page this run
       01 WS-CHANGED-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-CHANGED-MAX            PIC 9(4) COMP VALUE 5000.
       01 WS-CHANGED-TABLE.
          05 WS-CHANGED-ENTRY OCCURS 5000 TIMES.
             10 WS-CHANGED-ID       PIC X(20).
             10 WS-CHANGED-PAGED    PIC X.
       01 WS-CHANGED-IDX            PIC 9(4) COMP.
       01 WS-FIND-ID                PIC X(20).
       01 WS-FOUND-IDX              PIC 9(4) COMP.

*> Categories whose page must be rebuilt, and whether it was
       01 WS-AFFECTED-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-AFFECTED-MAX           PIC 9(4) COMP VALUE 500.
       01 WS-AFFECTED-TABLE.
          05 WS-AFFECTED-ENTRY OCCURS 500 TIMES.
             10 WS-AFFECTED-CODE    PIC X(20).
             10 WS-AFFECTED-PAGED   PIC X.
       01 WS-AFFECTED-IDX           PIC 9(4) COMP.
       01 WS-FIND-CODE              PIC X(20).

*> Every category seen on the walk, with its active-record count,
*> for the index page
       01 WS-SUMMARY-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-SUMMARY-MAX            PIC 9(4) COMP VALUE 1000.
       01 WS-SUMMARY-TABLE.
          05 WS-SUMMARY-ENTRY OCCURS 1000 TIMES.
             10 WS-SUMMARY-CODE     PIC X(20).
             10 WS-SUMMARY-ACTIVE   PIC 9(8) COMP.
       01 WS-SUMMARY-IDX            PIC 9(4) COMP.
       01 WS-SUMMARY-OVERFLOW       PIC X VALUE "N".

*> The category group the walk is in, and whether its page is open
       01 WS-CURRENT-CAT            PIC X(20).
       01 WS-IN-GROUP               PIC X VALUE "N".
       01 WS-CAT-PAGE-OPEN          PIC X VALUE "N".
*> "N" once a line of the page being written (category page, or
*> the other page) failed to go out - the page is not staged
       01 WS-CAT-PAGE-WRITE-OK      PIC X VALUE "Y".
       01 WS-PAGE-WRITE-OK          PIC X VALUE "Y".
       01 WS-CAT-ROWS               PIC 9(8) COMP.
       01 WS-CAT-DESC               PIC X(60).
       01 WS-RECORD-ACTIVE          PIC X.
       01 WS-MORE-RECORDS           PIC X.

*> Page names: the slug of a code or id, the page's root-relative
*> target, and where it is staged
       01 WS-SLUG-IN                PIC X(20).
       01 WS-SLUG                   PIC X(64).
       01 WS-SLUG-LEN               PIC 9(4) COMP.
       01 WS-SLUG-IN-LEN            PIC 9(4) COMP.
       01 WS-SLUG-IDX               PIC 9(4) COMP.
       01 WS-SLUG-CHAR              PIC X.
       01 WS-CHAR-CODE              PIC 9(4) COMP.
       01 WS-HEX-DIGITS             PIC X(16)
                                    VALUE "0123456789ABCDEF".
       01 WS-PAGE-NAME              PIC X(80).
       01 WS-CAT-PAGE-NAME          PIC X(80).
       01 WS-REC-PAGE-NAME          PIC X(80).
       01 WS-PAGE-PATH              PIC X(128).
       01 WS-CAT-PAGE-PATH          PIC X(128).
       01 WS-STAGE-TARGET           PIC X(128).
       01 WS-STAGE-PATH             PIC X(128).
       01 WS-DIR-NAME               PIC X(300).

*> Stat of a staged page, for its manifest line
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).
       01 WS-PAGE-SIZE              PIC 9(12) COMP-5.
       01 WS-SIZE-EDIT              PIC Z(11)9.

*> One line of HTML being assembled
       01 WS-HTML-LINE              PIC X(1024).
       01 WS-LINE-PTR               PIC 9(4) COMP.

*> HTML-escape work area - see ESCAPE-HTML-VALUE; sized for the
*> worst case of every character of a 120-byte field escaping
       01 WS-ESC-IN                 PIC X(120).
       01 WS-ESC-IN-LEN             PIC 9(4) COMP.
       01 WS-ESC-OUT                PIC X(720).
       01 WS-ESC-OUT-LEN            PIC 9(4) COMP.
       01 WS-ESC-IDX                PIC 9(4) COMP.
       01 WS-ESC-CHAR               PIC X.

*> Lifecycle fields shown on a page
       01 WS-SHOW-DATE-IN           PIC X(8).
       01 WS-SHOW-DATE              PIC X(10).
       01 WS-STATUS-TEXT            PIC X(10).
       01 WS-SUPERSEDED-BY          PIC X(20).
       01 WS-RECORD-ON-FILE         PIC X.

*> Run totals
       01 WS-ENTRIES-READ           PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-NEW            PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-DEFERRED       PIC 9(8) COMP VALUE 0.
       01 WS-RECORDS-DATED          PIC 9(8) COMP VALUE 0.
       01 WS-DETAIL-PAGES           PIC 9(8) COMP VALUE 0.
       01 WS-WITHDRAWN-PAGES        PIC 9(8) COMP VALUE 0.
       01 WS-CATEGORY-PAGES         PIC 9(8) COMP VALUE 0.
       01 WS-INDEX-PAGES            PIC 9(8) COMP VALUE 0.
       01 WS-MANIFEST-LINES         PIC 9(8) COMP VALUE 0.
       01 WS-PAGES-FAILED           PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "WEBBOL-PUBLISH-MODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT
           IF WS-RUN-MODE = "FULL"
               MOVE "Y" TO WS-FULL-REBUILD
               MOVE "WEBBOL-PUBLISH-MODE=FULL" TO WS-FULL-REASON
           END-IF

           PERFORM READ-CHECKPOINT

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM SCAN-JOURNAL

           IF WS-FULL-REBUILD = "N" AND WS-CHANGED-COUNT = 0
               AND WS-LAST-RUN-DATE NOT < WS-TODAY
               PERFORM FINISH-NOTHING-STAGED
           END-IF

           OPEN INPUT RECORDS-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "records.dat could not be opened - nothing staged"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "CATALOG-PUBLISH: records master unavailable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FULL-REBUILD = "N"
               PERFORM SWEEP-DATED-RECORDS
           END-IF
           IF WS-FULL-REBUILD = "N" AND WS-CHANGED-COUNT = 0
               CLOSE RECORDS-FILE
               PERFORM WRITE-CHECKPOINT
               PERFORM FINISH-NOTHING-STAGED
           END-IF

           OPEN INPUT CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATEGORIES-OPEN
           END-IF
           OPEN INPUT RELATIONSHIPS-FILE
           IF WS-REL-FILE-STATUS = "00"
               MOVE "Y" TO WS-RELATIONS-OPEN
           END-IF

           OPEN EXTEND INSTALL-MANIFEST
           IF WS-MAN-FILE-STATUS = "35"
               OPEN OUTPUT INSTALL-MANIFEST
           END-IF
*>         A page staged with no manifest line is never installed
           IF WS-MAN-FILE-STATUS NOT = "00"
               AND WS-MAN-FILE-STATUS NOT = "05"
               MOVE SPACES TO REPORT-REC
               STRING "staging.manifest could not be opened - status "
                      WS-MAN-FILE-STATUS " - nothing staged"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               CLOSE RECORDS-FILE
               IF WS-CATEGORIES-OPEN = "Y"
                   CLOSE CATEGORIES-FILE
               END-IF
               IF WS-RELATIONS-OPEN = "Y"
                   CLOSE RELATIONSHIPS-FILE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "CATALOG-PUBLISH: staging.manifest unavailable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CREATE-PAGE-DIRECTORIES

           PERFORM WALK-CATALOG
           PERFORM WRITE-EMPTY-CATEGORY-PAGES
           PERFORM WRITE-WITHDRAWN-PAGES
           IF WS-FULL-REBUILD = "Y" OR WS-CATEGORY-PAGES > 0
               PERFORM WRITE-INDEX-PAGE
           END-IF

           CLOSE INSTALL-MANIFEST
           CLOSE RECORDS-FILE
           IF WS-CATEGORIES-OPEN = "Y"
               CLOSE CATEGORIES-FILE
           END-IF
           IF WS-RELATIONS-OPEN = "Y"
               CLOSE RELATIONSHIPS-FILE
           END-IF

*>         Every page is staged and in the manifest - only now may
*>         the checkpoint advance past the changes they carry. A
*>         page that could not be written holds it back, so the
*>         next run tries again.
           IF WS-PAGES-FAILED = 0
               PERFORM WRITE-CHECKPOINT
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "CATALOG-PUBLISH: run complete, report written to "
               "catalog-publish.rpt"
           IF WS-PAGES-FAILED = 0
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

*>       Nothing to rebuild - say so and end the run here.
       FINISH-NOTHING-STAGED.
           MOVE SPACES TO REPORT-REC
           MOVE WS-LAST-PUBLISHED TO WS-EDIT-8
           STRING "No catalog changes since journal sequence "
                  FUNCTION TRIM(WS-EDIT-8)
                  " - nothing staged" DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "CATALOG-PUBLISH: run complete, report written "
               "to catalog-publish.rpt"
           STOP RUN.

*>---------------------------------------------------------------
*>  What changed
*>---------------------------------------------------------------
*>       Collect the records and categories the journal entries past
*>       the checkpoint touched. Without a journal there is nothing
*>       to go by, so everything is rebuilt.
       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               IF WS-FULL-REBUILD = "N"
                   MOVE "Y" TO WS-FULL-REBUILD
                   MOVE "no records-journal.dat to go by"
                       TO WS-FULL-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   AND JOURNAL-REC NOT = SPACES
                   PERFORM NOTE-ONE-ENTRY
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       NOTE-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           IF JR-SEQ <= WS-LAST-PUBLISHED
               EXIT PARAGRAPH
           END-IF
           IF WS-JOURNAL-CAPPED = "N"
               PERFORM CHECK-ENTRY-FITS
           END-IF
           IF WS-JOURNAL-CAPPED = "Y"
               ADD 1 TO WS-ENTRIES-DEFERRED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRIES-NEW
           IF JR-SEQ > WS-HIGHEST-SEQ
               MOVE JR-SEQ TO WS-HIGHEST-SEQ
           END-IF

           MOVE JR-RECORD-ID TO WS-FIND-ID
           PERFORM FIND-CHANGED-ID
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-CHANGED-COUNT
               MOVE JR-RECORD-ID TO WS-CHANGED-ID(WS-CHANGED-COUNT)
               MOVE "N" TO WS-CHANGED-PAGED(WS-CHANGED-COUNT)
           END-IF

*>         The category the record left and the one it is in now -
*>         both pages list it (or stop listing it)
           IF JR-ACTION NOT = "A" AND JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE(212:20) TO WS-FIND-CODE
               PERFORM NOTE-AFFECTED-CATEGORY
           END-IF
           IF JR-ACTION NOT = "D" AND JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE(212:20) TO WS-FIND-CODE
               PERFORM NOTE-AFFECTED-CATEGORY
           END-IF
           .

*>       An entry is only taken whole - its record and both its
*>       categories - so the checkpoint never passes an entry whose
*>       pages this run could not track. A deleted record in
*>       particular is never met on the walk, and would otherwise
*>       keep its old page for good.
       CHECK-ENTRY-FITS.
           IF WS-AFFECTED-COUNT > WS-AFFECTED-MAX - 2
               MOVE "Y" TO WS-JOURNAL-CAPPED
               EXIT PARAGRAPH
           END-IF
           MOVE JR-RECORD-ID TO WS-FIND-ID
           PERFORM FIND-CHANGED-ID
           IF WS-FOUND-IDX = 0 AND WS-CHANGED-COUNT >= WS-CHANGED-MAX
               MOVE "Y" TO WS-JOURNAL-CAPPED
           END-IF
           .

*>       Records whose active state turned on a date since the last
*>       run, with no journal entry to say so: an effective-from
*>       date that has arrived, or the day after an effective-to
*>       date. Each is rebuilt with its category page as if the
*>       journal had named it.
       SWEEP-DATED-RECORDS.
           IF WS-LAST-RUN-DATE NOT < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MORE-RECORDS
           MOVE LOW-VALUES TO RF-RECORD-ID
           START RECORDS-FILE KEY IS NOT LESS THAN RF-RECORD-ID
               INVALID KEY
                   MOVE "N" TO WS-MORE-RECORDS
           END-START

           PERFORM UNTIL WS-MORE-RECORDS = "N"
               OR WS-FULL-REBUILD = "Y"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO WS-MORE-RECORDS
               END-READ
               IF WS-MORE-RECORDS = "Y"
                   PERFORM SWEEP-ONE-RECORD
               END-IF
           END-PERFORM
           .

       SWEEP-ONE-RECORD.
           IF RF-STATUS NOT = "A" AND RF-STATUS NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF (RF-EFF-FROM NOT = SPACES
                   AND RF-EFF-FROM > WS-LAST-RUN-DATE
                   AND RF-EFF-FROM NOT > WS-TODAY)
               OR (RF-EFF-TO NOT = SPACES
                   AND RF-EFF-TO NOT < WS-LAST-RUN-DATE
                   AND RF-EFF-TO < WS-TODAY)
               CONTINUE
           ELSE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECORDS-DATED
           MOVE RF-RECORD-ID TO WS-FIND-ID
           PERFORM FIND-CHANGED-ID
           IF WS-FOUND-IDX = 0
               IF WS-CHANGED-COUNT >= WS-CHANGED-MAX
                   PERFORM GO-FULL-ON-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHANGED-COUNT
               MOVE RF-RECORD-ID TO WS-CHANGED-ID(WS-CHANGED-COUNT)
               MOVE "N" TO WS-CHANGED-PAGED(WS-CHANGED-COUNT)
           END-IF
           MOVE RF-CATEGORY TO WS-FIND-CODE
           PERFORM NOTE-AFFECTED-CATEGORY
           .

       NOTE-AFFECTED-CATEGORY.
           PERFORM VARYING WS-AFFECTED-IDX FROM 1 BY 1
               UNTIL WS-AFFECTED-IDX > WS-AFFECTED-COUNT
               IF WS-AFFECTED-CODE(WS-AFFECTED-IDX) = WS-FIND-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AFFECTED-COUNT >= WS-AFFECTED-MAX
               PERFORM GO-FULL-ON-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AFFECTED-COUNT
           MOVE WS-FIND-CODE TO WS-AFFECTED-CODE(WS-AFFECTED-COUNT)
           MOVE "N" TO WS-AFFECTED-PAGED(WS-AFFECTED-COUNT)
           .

       GO-FULL-ON-OVERFLOW.
           IF WS-FULL-REBUILD = "N"
               MOVE "Y" TO WS-FULL-REBUILD
               MOVE "more changes than one incremental run tracks"
                   TO WS-FULL-REASON
           END-IF
           .

*>       WS-FOUND-IDX = WS-FIND-ID's slot in the changed table, or 0.
       FIND-CHANGED-ID.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CHANGED-IDX FROM 1 BY 1
               UNTIL WS-CHANGED-IDX > WS-CHANGED-COUNT
               IF WS-CHANGED-ID(WS-CHANGED-IDX) = WS-FIND-ID
                   MOVE WS-CHANGED-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*>       WS-FOUND-IDX = WS-FIND-CODE's slot in the affected table,
*>       or 0.
       FIND-AFFECTED-CODE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-AFFECTED-IDX FROM 1 BY 1
               UNTIL WS-AFFECTED-IDX > WS-AFFECTED-COUNT
               IF WS-AFFECTED-CODE(WS-AFFECTED-IDX) = WS-FIND-CODE
                   MOVE WS-AFFECTED-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*>---------------------------------------------------------------
*>  The walk
*>---------------------------------------------------------------
*>       One pass over the master in category order: each category's
*>       records are its page's rows, and each active record whose
*>       page is due gets it written on the way past.
       WALK-CATALOG.
           MOVE "Y" TO WS-MORE-RECORDS
           MOVE LOW-VALUES TO RF-CATEGORY
           START RECORDS-FILE KEY IS NOT LESS THAN RF-CATEGORY
               INVALID KEY
                   MOVE "N" TO WS-MORE-RECORDS
           END-START

           PERFORM UNTIL WS-MORE-RECORDS = "N"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO WS-MORE-RECORDS
               END-READ
               IF WS-MORE-RECORDS = "Y"
                   PERFORM WALK-ONE-RECORD
               END-IF
           END-PERFORM

           IF WS-IN-GROUP = "Y"
               PERFORM END-CATEGORY-GROUP
           END-IF
           .

       WALK-ONE-RECORD.
           IF WS-IN-GROUP = "N" OR RF-CATEGORY NOT = WS-CURRENT-CAT
               IF WS-IN-GROUP = "Y"
                   PERFORM END-CATEGORY-GROUP
               END-IF
               PERFORM START-CATEGORY-GROUP
           END-IF

           PERFORM CHECK-RECORD-ACTIVE
           IF WS-RECORD-ACTIVE = "N"
               IF WS-FULL-REBUILD = "Y"
                   PERFORM WITHDRAW-WALKED-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-SUMMARY-IDX > 0
               ADD 1 TO WS-SUMMARY-ACTIVE(WS-SUMMARY-IDX)
           END-IF
           IF WS-CAT-PAGE-OPEN = "Y"
               PERFORM WRITE-CATEGORY-ROW
           END-IF

           MOVE RF-RECORD-ID TO WS-FIND-ID
           PERFORM FIND-CHANGED-ID
           IF WS-FOUND-IDX > 0
               MOVE "Y" TO WS-CHANGED-PAGED(WS-FOUND-IDX)
           END-IF
           IF WS-FULL-REBUILD = "Y" OR WS-FOUND-IDX > 0
               PERFORM WRITE-DETAIL-PAGE
           END-IF
           .

*>       A full rebuild cannot know which inactive records once had
*>       a page, so every one that has stopped being active gets its
*>       withdrawn page. One not yet in effect has never been listed.
       WITHDRAW-WALKED-RECORD.
           IF (RF-STATUS = "A" OR RF-STATUS = SPACE)
               AND RF-EFF-FROM NOT = SPACES
               AND RF-EFF-FROM > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE RF-RECORD-ID TO WS-FIND-ID
           PERFORM FIND-CHANGED-ID
           IF WS-FOUND-IDX > 0
               MOVE "Y" TO WS-CHANGED-PAGED(WS-FOUND-IDX)
           END-IF
           MOVE RF-RECORD-ID TO WS-FIND-ID
           MOVE "Y" TO WS-RECORD-ON-FILE
           PERFORM STAGE-WITHDRAWN-PAGE
           .

       START-CATEGORY-GROUP.
           MOVE "Y" TO WS-IN-GROUP
           MOVE RF-CATEGORY TO WS-CURRENT-CAT
           MOVE 0 TO WS-CAT-ROWS

           MOVE 0 TO WS-SUMMARY-IDX
           IF WS-SUMMARY-COUNT < WS-SUMMARY-MAX
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-IDX
               MOVE WS-CURRENT-CAT TO WS-SUMMARY-CODE(WS-SUMMARY-IDX)
               MOVE 0 TO WS-SUMMARY-ACTIVE(WS-SUMMARY-IDX)
           ELSE
               MOVE "Y" TO WS-SUMMARY-OVERFLOW
           END-IF

           MOVE WS-CURRENT-CAT TO WS-FIND-CODE
           PERFORM FIND-AFFECTED-CODE
           IF WS-FOUND-IDX > 0
               MOVE "Y" TO WS-AFFECTED-PAGED(WS-FOUND-IDX)
           END-IF
           IF WS-FULL-REBUILD = "Y" OR WS-FOUND-IDX > 0
               PERFORM OPEN-CATEGORY-PAGE
           END-IF
           .

       END-CATEGORY-GROUP.
           IF WS-CAT-PAGE-OPEN = "Y"
               PERFORM CLOSE-CATEGORY-PAGE
           END-IF
           MOVE "N" TO WS-IN-GROUP
           .

*>       Same active-as-of-today rule RECORD-LOOKUP applies.
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

*>---------------------------------------------------------------
*>  Category pages
*>---------------------------------------------------------------
       OPEN-CATEGORY-PAGE.
           MOVE WS-CURRENT-CAT TO WS-FIND-CODE
           PERFORM NAME-CATEGORY-PAGE
           MOVE WS-PAGE-NAME TO WS-CAT-PAGE-NAME
           MOVE WS-STAGE-PATH TO WS-CAT-PAGE-PATH
           PERFORM LOOK-UP-CATEGORY-DESC

           MOVE "Y" TO WS-CAT-PAGE-WRITE-OK

           OPEN OUTPUT CAT-PAGE-FILE
           IF WS-CPG-FILE-STATUS NOT = "00"
               MOVE WS-CAT-PAGE-NAME TO WS-PAGE-NAME
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CAT-PAGE-OPEN

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<!DOCTYPE html><html><head><meta charset=""utf-8"">"
                  "<title>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-CAT-DESC TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING " - Catalog</title></head><body>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-CAT-PAGE-LINE

           MOVE "<p><a href=""index.html"">Catalog</a></p>"
               TO CAT-PAGE-REC
           PERFORM PUT-CAT-PAGE-REC

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-CAT-DESC TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-CAT-PAGE-LINE

           MOVE SPACES TO CAT-PAGE-REC
           STRING "<table><tr><th>Record</th><th>Name</th>"
                  "<th>Status</th><th>Effective from</th>"
                  "<th>Effective to</th></tr>"
                  DELIMITED BY SIZE INTO CAT-PAGE-REC
           END-STRING
           PERFORM PUT-CAT-PAGE-REC
           .

       WRITE-CATEGORY-ROW.
           MOVE RF-RECORD-ID TO WS-SLUG-IN
           PERFORM MAKE-PAGE-SLUG

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<tr><td><a href=""rec-" DELIMITED BY SIZE
                  WS-SLUG(1:WS-SLUG-LEN) DELIMITED BY SIZE
                  ".html"">" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-RECORD-ID TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</a></td><td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-NAME TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           PERFORM SET-STATUS-TEXT
           STRING "</td><td>" DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-EFF-FROM TO WS-SHOW-DATE-IN
           PERFORM SET-SHOW-DATE
           STRING WS-SHOW-DATE DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-EFF-TO TO WS-SHOW-DATE-IN
           PERFORM SET-SHOW-DATE
           STRING WS-SHOW-DATE DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-CAT-PAGE-LINE
           ADD 1 TO WS-CAT-ROWS
           .

       CLOSE-CATEGORY-PAGE.
           MOVE "</table>" TO CAT-PAGE-REC
           PERFORM PUT-CAT-PAGE-REC
           IF WS-CAT-ROWS = 0
               MOVE SPACES TO CAT-PAGE-REC
               STRING "<p>No records are listed under this category at "
                      "present.</p>"
                      DELIMITED BY SIZE INTO CAT-PAGE-REC
               END-STRING
               PERFORM PUT-CAT-PAGE-REC
           END-IF
           MOVE "</body></html>" TO CAT-PAGE-REC
           PERFORM PUT-CAT-PAGE-REC
           CLOSE CAT-PAGE-FILE
           MOVE "N" TO WS-CAT-PAGE-OPEN

           MOVE WS-CAT-PAGE-NAME TO WS-PAGE-NAME
           IF WS-CAT-PAGE-WRITE-OK = "N"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-PAGE-PATH TO WS-STAGE-PATH
           PERFORM STAGE-PAGE
           ADD 1 TO WS-CATEGORY-PAGES
           .

*>       A category the journal touched that no record is filed under
*>       any more still gets its page rebuilt - empty - so the old
*>       list doesn't linger.
       WRITE-EMPTY-CATEGORY-PAGES.
           PERFORM VARYING WS-AFFECTED-IDX FROM 1 BY 1
               UNTIL WS-AFFECTED-IDX > WS-AFFECTED-COUNT
               IF WS-AFFECTED-PAGED(WS-AFFECTED-IDX) = "N"
                   MOVE "Y" TO WS-AFFECTED-PAGED(WS-AFFECTED-IDX)
                   MOVE WS-AFFECTED-CODE(WS-AFFECTED-IDX)
                       TO WS-CURRENT-CAT
                   MOVE 0 TO WS-CAT-ROWS
                   PERFORM OPEN-CATEGORY-PAGE
                   IF WS-CAT-PAGE-OPEN = "Y"
                       PERFORM CLOSE-CATEGORY-PAGE
                   END-IF
               END-IF
           END-PERFORM
           .

*>       WS-CAT-DESC for WS-FIND-CODE: the category master's
*>       description, else the bare code.
       LOOK-UP-CATEGORY-DESC.
           IF WS-FIND-CODE = SPACES
               MOVE "Uncategorized" TO WS-CAT-DESC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-CODE TO WS-CAT-DESC
           IF WS-CATEGORIES-OPEN = "Y"
               MOVE WS-FIND-CODE TO CT-CODE
               READ CATEGORIES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CT-DESCRIPTION NOT = SPACES
                           MOVE CT-DESCRIPTION TO WS-CAT-DESC
                       END-IF
               END-READ
           END-IF
           .

*>---------------------------------------------------------------
*>  Detail pages
*>---------------------------------------------------------------
       WRITE-DETAIL-PAGE.
           MOVE RF-RECORD-ID TO WS-FIND-ID
           PERFORM NAME-RECORD-PAGE
           MOVE WS-STAGE-PATH TO WS-PAGE-PATH
           MOVE "Y" TO WS-PAGE-WRITE-OK
           OPEN OUTPUT PAGE-FILE
           IF WS-PAG-FILE-STATUS NOT = "00"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<!DOCTYPE html><html><head><meta charset=""utf-8"">"
                  "<title>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-NAME TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING " - Catalog</title></head><body>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           PERFORM WRITE-DETAIL-BREADCRUMB

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-NAME TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           PERFORM WRITE-LIFECYCLE-TABLE

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<p>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-DETAIL TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</p>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           MOVE "</body></html>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           CLOSE PAGE-FILE
           IF WS-PAGE-WRITE-OK = "N"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGE-PATH TO WS-STAGE-PATH
           PERFORM STAGE-PAGE
           ADD 1 TO WS-DETAIL-PAGES
           .

*>       Catalog > category, linking back up the way a partner came.
       WRITE-DETAIL-BREADCRUMB.
           MOVE RF-CATEGORY TO WS-FIND-CODE
           PERFORM LOOK-UP-CATEGORY-DESC
           MOVE WS-PAGE-NAME TO WS-REC-PAGE-NAME
           PERFORM NAME-CATEGORY-PAGE

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<p><a href=""index.html"">Catalog</a> &gt; "
                  "<a href=""" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  """>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-CAT-DESC TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</a></p>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           MOVE WS-REC-PAGE-NAME TO WS-PAGE-NAME
           .

*>       Id, category, status and effective dates of the record in
*>       RECORDS-FILE-REC.
       WRITE-LIFECYCLE-TABLE.
           MOVE "<table>" TO PAGE-REC
           PERFORM PUT-PAGE-REC

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<tr><th>Record id</th><td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-RECORD-ID TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</td></tr>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<tr><th>Category</th><td>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE RF-CATEGORY TO WS-ESC-IN
           IF RF-CATEGORY = SPACES
               MOVE "Uncategorized" TO WS-ESC-IN
           END-IF
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</td></tr>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           PERFORM SET-STATUS-TEXT
           MOVE SPACES TO PAGE-REC
           STRING "<tr><th>Status</th><td>" DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO PAGE-REC
           END-STRING
           PERFORM PUT-PAGE-REC

           MOVE RF-EFF-FROM TO WS-SHOW-DATE-IN
           PERFORM SET-SHOW-DATE
           MOVE SPACES TO PAGE-REC
           STRING "<tr><th>Effective from</th><td>" DELIMITED BY SIZE
                  WS-SHOW-DATE DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO PAGE-REC
           END-STRING
           PERFORM PUT-PAGE-REC

           MOVE RF-EFF-TO TO WS-SHOW-DATE-IN
           PERFORM SET-SHOW-DATE
           MOVE SPACES TO PAGE-REC
           STRING "<tr><th>Effective to</th><td>" DELIMITED BY SIZE
                  WS-SHOW-DATE DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO PAGE-REC
           END-STRING
           PERFORM PUT-PAGE-REC

           MOVE "</table>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           .

*>       A record the journal touched that has no active page this
*>       run - deleted, retired, or not yet effective - gets its page
*>       rewritten to say so.
       WRITE-WITHDRAWN-PAGES.
           PERFORM VARYING WS-CHANGED-IDX FROM 1 BY 1
               UNTIL WS-CHANGED-IDX > WS-CHANGED-COUNT
               IF WS-CHANGED-PAGED(WS-CHANGED-IDX) = "N"
                   PERFORM WRITE-WITHDRAWN-PAGE
               END-IF
           END-PERFORM
           .

       WRITE-WITHDRAWN-PAGE.
           MOVE WS-CHANGED-ID(WS-CHANGED-IDX) TO WS-FIND-ID
           MOVE "N" TO WS-RECORD-ON-FILE
           MOVE WS-FIND-ID TO RF-RECORD-ID
           READ RECORDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-ON-FILE
           END-READ
           PERFORM STAGE-WITHDRAWN-PAGE
           .

*>       The withdrawn page for WS-FIND-ID; its record, when still on
*>       file, is in RECORDS-FILE-REC.
       STAGE-WITHDRAWN-PAGE.
           PERFORM FIND-REPLACEMENT

           PERFORM NAME-RECORD-PAGE
           MOVE WS-STAGE-PATH TO WS-PAGE-PATH
           MOVE "Y" TO WS-PAGE-WRITE-OK
           OPEN OUTPUT PAGE-FILE
           IF WS-PAG-FILE-STATUS NOT = "00"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<!DOCTYPE html><html><head><meta charset=""utf-8"">"
                  "<title>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-FIND-ID TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING " - Catalog</title></head><body>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           MOVE "<p><a href=""index.html"">Catalog</a></p>" TO PAGE-REC
           PERFORM PUT-PAGE-REC

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-FIND-ID TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           STRING "</h1>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE

           MOVE "<p>This record is no longer listed in the catalog.</p>"
               TO PAGE-REC
           PERFORM PUT-PAGE-REC

           IF WS-SUPERSEDED-BY NOT = SPACES
               MOVE WS-SUPERSEDED-BY TO WS-SLUG-IN
               PERFORM MAKE-PAGE-SLUG
               MOVE SPACES TO WS-HTML-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "<p>It has been replaced by <a href=""rec-"
                          DELIMITED BY SIZE
                      WS-SLUG(1:WS-SLUG-LEN) DELIMITED BY SIZE
                      ".html"">" DELIMITED BY SIZE
                      INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               MOVE WS-SUPERSEDED-BY TO WS-ESC-IN
               PERFORM APPEND-ESCAPED-VALUE
               STRING "</a>.</p>" DELIMITED BY SIZE
                      INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM PUT-PAGE-LINE
           END-IF

*>         Still on file, just not active: say where it stands
           IF WS-RECORD-ON-FILE = "Y"
               PERFORM WRITE-LIFECYCLE-TABLE
           END-IF

           MOVE "</body></html>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           CLOSE PAGE-FILE
           IF WS-PAGE-WRITE-OK = "N"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAGE-PATH TO WS-STAGE-PATH
           PERFORM STAGE-PAGE
           ADD 1 TO WS-WITHDRAWN-PAGES
           .

*>       WS-SUPERSEDED-BY: the to-id of WS-FIND-ID's superseded-by
*>       link, if one is in force today (spaces = none).
       FIND-REPLACEMENT.
           MOVE SPACES TO WS-SUPERSEDED-BY
           IF WS-RELATIONS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-ID TO RL-FROM-ID
           MOVE "superseded-by" TO RL-TYPE
           MOVE LOW-VALUES TO RL-TO-ID
           START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ RELATIONSHIPS-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF RL-FROM-ID NOT = WS-FIND-ID
               OR RL-TYPE NOT = "superseded-by"
               EXIT PARAGRAPH
           END-IF
           IF (RL-EFF-FROM = SPACES OR RL-EFF-FROM <= WS-TODAY)
               AND (RL-EFF-TO = SPACES OR RL-EFF-TO >= WS-TODAY)
               MOVE RL-TO-ID TO WS-SUPERSEDED-BY
           END-IF
           .

*>---------------------------------------------------------------
*>  Index page
*>---------------------------------------------------------------
       WRITE-INDEX-PAGE.
           MOVE "index.html" TO WS-PAGE-NAME
           MOVE SPACES TO WS-STAGE-PATH
           STRING "./staging/catalog/index.html" DELIMITED BY SIZE
                  INTO WS-STAGE-PATH
           END-STRING
           MOVE WS-STAGE-PATH TO WS-PAGE-PATH
           MOVE "Y" TO WS-PAGE-WRITE-OK
           OPEN OUTPUT PAGE-FILE
           IF WS-PAG-FILE-STATUS NOT = "00"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PAGE-REC
           STRING "<!DOCTYPE html><html><head><meta charset=""utf-8"">"
                  "<title>Catalog</title></head><body>"
                  DELIMITED BY SIZE INTO PAGE-REC
           END-STRING
           PERFORM PUT-PAGE-REC
           MOVE "<h1>Catalog</h1>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           MOVE "<table><tr><th>Category</th><th>Records</th></tr>"
               TO PAGE-REC
           PERFORM PUT-PAGE-REC

           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
               IF WS-SUMMARY-ACTIVE(WS-SUMMARY-IDX) > 0
                   PERFORM WRITE-INDEX-ROW
               END-IF
           END-PERFORM

           MOVE "</table>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           MOVE "</body></html>" TO PAGE-REC
           PERFORM PUT-PAGE-REC
           CLOSE PAGE-FILE

           MOVE "index.html" TO WS-PAGE-NAME
           IF WS-PAGE-WRITE-OK = "N"
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAGE-PATH TO WS-STAGE-PATH
           PERFORM STAGE-PAGE
           ADD 1 TO WS-INDEX-PAGES
           .

       WRITE-INDEX-ROW.
           MOVE WS-SUMMARY-CODE(WS-SUMMARY-IDX) TO WS-FIND-CODE
           PERFORM LOOK-UP-CATEGORY-DESC
           PERFORM NAME-CATEGORY-PAGE

           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "<tr><td><a href=""" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  """>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE WS-CAT-DESC TO WS-ESC-IN
           PERFORM APPEND-ESCAPED-VALUE
           MOVE WS-SUMMARY-ACTIVE(WS-SUMMARY-IDX) TO WS-EDIT-8
           STRING "</a></td><td>" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-HTML-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM PUT-PAGE-LINE
           .

*>---------------------------------------------------------------
*>  Page names and staging
*>---------------------------------------------------------------
*>       cat-<code>.html for WS-FIND-CODE into WS-PAGE-NAME, with its
*>       staged path in WS-STAGE-PATH.
       NAME-CATEGORY-PAGE.
           MOVE SPACES TO WS-PAGE-NAME
           IF WS-FIND-CODE = SPACES
               MOVE "cat-_none.html" TO WS-PAGE-NAME
           ELSE
               MOVE WS-FIND-CODE TO WS-SLUG-IN
               PERFORM MAKE-PAGE-SLUG
               STRING "cat-" WS-SLUG(1:WS-SLUG-LEN) ".html"
                      DELIMITED BY SIZE INTO WS-PAGE-NAME
               END-STRING
           END-IF
           PERFORM SET-STAGE-PATH
           .

*>       rec-<id>.html for WS-FIND-ID.
       NAME-RECORD-PAGE.
           MOVE WS-FIND-ID TO WS-SLUG-IN
           PERFORM MAKE-PAGE-SLUG
           MOVE SPACES TO WS-PAGE-NAME
           STRING "rec-" WS-SLUG(1:WS-SLUG-LEN) ".html"
                  DELIMITED BY SIZE INTO WS-PAGE-NAME
           END-STRING
           PERFORM SET-STAGE-PATH
           .

       SET-STAGE-PATH.
           MOVE SPACES TO WS-STAGE-PATH
           STRING "./staging/catalog/" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO WS-STAGE-PATH
           END-STRING
           .

*>       WS-SLUG-IN made safe for a file name and a link: letters,
*>       digits and "-" copy through, anything else becomes "_" and
*>       its two hex digits, so two different codes never share a
*>       page.
       MAKE-PAGE-SLUG.
           MOVE SPACES TO WS-SLUG
           MOVE 0 TO WS-SLUG-LEN
           MOVE 0 TO WS-SLUG-IN-LEN
           INSPECT FUNCTION REVERSE(WS-SLUG-IN)
               TALLYING WS-SLUG-IN-LEN FOR LEADING SPACE
           COMPUTE WS-SLUG-IN-LEN = 20 - WS-SLUG-IN-LEN

           PERFORM VARYING WS-SLUG-IDX FROM 1 BY 1
               UNTIL WS-SLUG-IDX > WS-SLUG-IN-LEN
               MOVE WS-SLUG-IN(WS-SLUG-IDX:1) TO WS-SLUG-CHAR
               IF WS-SLUG-CHAR IS ALPHABETIC AND WS-SLUG-CHAR NOT = " "
                   OR WS-SLUG-CHAR IS NUMERIC
                   OR WS-SLUG-CHAR = "-"
                   ADD 1 TO WS-SLUG-LEN
                   MOVE WS-SLUG-CHAR TO WS-SLUG(WS-SLUG-LEN:1)
               ELSE
                   COMPUTE WS-CHAR-CODE = FUNCTION ORD(WS-SLUG-CHAR) - 1
                   MOVE "_" TO WS-SLUG(WS-SLUG-LEN + 1:1)
                   MOVE WS-HEX-DIGITS(WS-CHAR-CODE / 16 + 1:1)
                       TO WS-SLUG(WS-SLUG-LEN + 2:1)
                   MOVE WS-HEX-DIGITS(
                       FUNCTION MOD(WS-CHAR-CODE, 16) + 1:1)
                       TO WS-SLUG(WS-SLUG-LEN + 3:1)
                   ADD 3 TO WS-SLUG-LEN
               END-IF
           END-PERFORM
           IF WS-SLUG-LEN = 0
               MOVE "_" TO WS-SLUG
               MOVE 1 TO WS-SLUG-LEN
           END-IF
           .

*>       Append the staged page WS-STAGE-PATH / WS-PAGE-NAME to
*>       staging.manifest with the size it was written at - the
*>       line CONTENT-INSTALL's next run validates it against.
       STAGE-PAGE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-STAGE-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               PERFORM REPORT-PAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FD-SIZE TO WS-PAGE-SIZE
           MOVE WS-PAGE-SIZE TO WS-SIZE-EDIT

           MOVE SPACES TO WS-STAGE-TARGET
           STRING "/catalog/" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  INTO WS-STAGE-TARGET
           END-STRING

           MOVE SPACES TO INSTALL-MANIFEST-REC
           STRING WS-STAGE-TARGET DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIZE-EDIT) DELIMITED BY SIZE
                  INTO INSTALL-MANIFEST-REC
           END-STRING
           WRITE INSTALL-MANIFEST-REC
           IF WS-MAN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-PAGES-FAILED
               MOVE SPACES TO REPORT-REC
               STRING "  FAILED   " DELIMITED BY SIZE
                      WS-STAGE-TARGET DELIMITED BY SPACE
                      " - staging.manifest line could not be written"
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MANIFEST-LINES

           MOVE SPACES TO REPORT-REC
           STRING "  STAGED   " DELIMITED BY SIZE
                  WS-STAGE-TARGET DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIZE-EDIT) DELIMITED BY SIZE
                  " bytes)" DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Every line of a page goes out through these, so one that
*>       fails keeps the page off the manifest.
       PUT-PAGE-LINE.
           WRITE PAGE-REC FROM WS-HTML-LINE
           IF WS-PAG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-PAGE-WRITE-OK
           END-IF
           .

       PUT-PAGE-REC.
           WRITE PAGE-REC
           IF WS-PAG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-PAGE-WRITE-OK
           END-IF
           .

       PUT-CAT-PAGE-LINE.
           WRITE CAT-PAGE-REC FROM WS-HTML-LINE
           IF WS-CPG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CAT-PAGE-WRITE-OK
           END-IF
           .

       PUT-CAT-PAGE-REC.
           WRITE CAT-PAGE-REC
           IF WS-CPG-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CAT-PAGE-WRITE-OK
           END-IF
           .

       REPORT-PAGE-FAILED.
           ADD 1 TO WS-PAGES-FAILED
           MOVE SPACES TO REPORT-REC
           STRING "  FAILED   /catalog/" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  " - could not be written under ./staging"
                      DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       ./staging/catalog for the pages, and the catalog directory
*>       under the document root CONTENT-INSTALL renames them into.
*>       Directories already there are the usual case.
       CREATE-PAGE-DIRECTORIES.
           MOVE "./staging" TO WS-DIR-NAME
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
           MOVE "./staging/catalog" TO WS-DIR-NAME
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
           MOVE SPACES TO WS-DIR-NAME
           STRING CFG-DOC-ROOT DELIMITED BY SPACE
                  "/catalog" DELIMITED BY SIZE
                  INTO WS-DIR-NAME
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
           .

*>---------------------------------------------------------------
*>  Field formatting
*>---------------------------------------------------------------
       SET-STATUS-TEXT.
           EVALUATE RF-STATUS
               WHEN "P"
                   MOVE "Pending" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "Retired" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "Active" TO WS-STATUS-TEXT
           END-EVALUATE
           .

*>       YYYYMMDD shown as YYYY-MM-DD; an open date as "-".
       SET-SHOW-DATE.
           IF WS-SHOW-DATE-IN = SPACES
               MOVE "-" TO WS-SHOW-DATE
           ELSE
               MOVE SPACES TO WS-SHOW-DATE
               STRING WS-SHOW-DATE-IN(1:4) "-" WS-SHOW-DATE-IN(5:2) "-"
                      WS-SHOW-DATE-IN(7:2) DELIMITED BY SIZE
                      INTO WS-SHOW-DATE
               END-STRING
           END-IF
           .

*>       Escape WS-ESC-IN for an HTML context into WS-ESC-OUT - the
*>       characters that would otherwise open markup become their
*>       entities, everything else copies through. Same escaping
*>       SEARCH-PAGE applies.
       ESCAPE-HTML-VALUE.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-OUT-LEN

           MOVE 0 TO WS-ESC-IN-LEN
           INSPECT FUNCTION REVERSE(WS-ESC-IN)
               TALLYING WS-ESC-IN-LEN FOR LEADING SPACE
           COMPUTE WS-ESC-IN-LEN = 120 - WS-ESC-IN-LEN

           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-IN-LEN
               OR WS-ESC-OUT-LEN > 714
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = "&"
                       MOVE "&amp;"
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:5)
                       ADD 5 TO WS-ESC-OUT-LEN
                   WHEN WS-ESC-CHAR = "<"
                       MOVE "&lt;"
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:4)
                       ADD 4 TO WS-ESC-OUT-LEN
                   WHEN WS-ESC-CHAR = ">"
                       MOVE "&gt;"
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:4)
                       ADD 4 TO WS-ESC-OUT-LEN
                   WHEN WS-ESC-CHAR = '"'
                       MOVE "&quot;"
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:6)
                       ADD 6 TO WS-ESC-OUT-LEN
                   WHEN WS-ESC-CHAR = "'"
                       MOVE "&#39;"
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:5)
                       ADD 5 TO WS-ESC-OUT-LEN
                   WHEN OTHER
                       MOVE WS-ESC-CHAR
                           TO WS-ESC-OUT(WS-ESC-OUT-LEN + 1:1)
                       ADD 1 TO WS-ESC-OUT-LEN
               END-EVALUATE
           END-PERFORM
           .

*>       Escape WS-ESC-IN and splice the result into WS-HTML-LINE.
       APPEND-ESCAPED-VALUE.
           PERFORM ESCAPE-HTML-VALUE
           IF WS-ESC-OUT-LEN > 0
               STRING WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                      INTO WS-HTML-LINE
                      WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           .

*>---------------------------------------------------------------
*>  Checkpoint and report
*>---------------------------------------------------------------
*>       Sequence the last completed run reached; no checkpoint
*>       means nothing has been published yet - build everything.
       READ-CHECKPOINT.
           MOVE 0 TO WS-LAST-PUBLISHED
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               IF WS-FULL-REBUILD = "N"
                   MOVE "Y" TO WS-FULL-REBUILD
                   MOVE "no catalog-publish.ckpt - first run"
                       TO WS-FULL-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(CK-LAST-SEQ)
                       TO WS-LAST-PUBLISHED
                   MOVE CK-RUN-DATE TO WS-LAST-RUN-DATE
           END-READ
           CLOSE CHECKPOINT-FILE
*>         A checkpoint from before it carried the run's day gives no
*>         starting point for the dated changes
           IF WS-LAST-RUN-DATE IS NOT NUMERIC
               AND WS-FULL-REBUILD = "N"
               MOVE "Y" TO WS-FULL-REBUILD
               MOVE "catalog-publish.ckpt carries no run date"
                   TO WS-FULL-REASON
           END-IF
           .

       WRITE-CHECKPOINT.
           IF WS-HIGHEST-SEQ <= WS-LAST-PUBLISHED
               AND WS-LAST-RUN-DATE = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-HIGHEST-SEQ > WS-LAST-PUBLISHED
               MOVE WS-HIGHEST-SEQ TO WS-SEQ-DISPLAY
           ELSE
               MOVE WS-LAST-PUBLISHED TO WS-SEQ-DISPLAY
           END-IF
           MOVE WS-SEQ-DISPLAY TO CK-LAST-SEQ
           MOVE WS-TODAY TO CK-RUN-DATE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "CATALOG-PUBLISH - Static Catalog Pages "
                      DELIMITED BY SIZE
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
           MOVE SPACES TO REPORT-REC
           IF WS-FULL-REBUILD = "Y"
               STRING "Run mode................ FULL - "
                      FUNCTION TRIM(WS-FULL-REASON)
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "Run mode................ INCREMENTAL" TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-READ TO WS-EDIT-8
           STRING "Journal entries read.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-NEW TO WS-EDIT-8
           STRING "New since last run...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-DEFERRED TO WS-EDIT-8
           STRING "Left for the next run... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RECORDS-DATED TO WS-EDIT-8
           STRING "Changed by date......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-DETAIL-PAGES TO WS-EDIT-8
           STRING "Record pages staged..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-WITHDRAWN-PAGES TO WS-EDIT-8
           STRING "Withdrawn pages staged.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CATEGORY-PAGES TO WS-EDIT-8
           STRING "Category pages staged... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-INDEX-PAGES TO WS-EDIT-8
           STRING "Index pages staged...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-MANIFEST-LINES TO WS-EDIT-8
           STRING "Manifest lines added.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-PAGES-FAILED TO WS-EDIT-8
           STRING "Pages failed............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-SUMMARY-OVERFLOW = "Y"
               MOVE SPACES TO REPORT-REC
               MOVE WS-SUMMARY-MAX TO WS-EDIT-8
               STRING "Index lists the first " FUNCTION TRIM(WS-EDIT-8)
                      " categories only" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           .
