*> Puts published document-root content back the way it was before
*> a CONTENT-INSTALL run - the answer to a bad publish that used to
*> mean hunting for the previous copy of a page in someone's mail.
*> Works entirely from content-archive.idx, the line CONTENT-INSTALL
*> appends for every file it installs:
*>     stamp|run-id|action|target-path|archive-file|manifest-ref
*> where action R means archive-file holds the version the install
*> replaced and N means the install created the file. Undoing an
*> entry is the reverse: an R entry's archived version is restored,
*> an N entry's file is removed from the root.
*>
*> Selectors come off the environment, as FILE-BACKUP's do:
*>     WEBBOL-ROLLBACK-FILE  root-relative target path, e.g.
*>                           /docs/guide.html - undo the most recent
*>                           install of that one file
*>     WEBBOL-ROLLBACK-RUN   run id (the "Install run id" on
*>                           install.rpt) - undo every file that run
*>                           installed, last installed first
*> With both set, only that file's entry within that run is undone.
*> An entry whose file some later run has installed again is refused
*> rather than thrown away - roll the later run back first.
*>
*> A restore is done the way CONTENT-INSTALL publishes: the archived
*> version is written whole to <target>.tmp and renamed into place.
*> Before a file is restored or removed, its live version is itself
*> archived and entered in content-archive.idx under this run's own
*> id (action R, or X for a file the rollback removed), so a
*> rollback can be rolled back like any install. The copy and the
*> index line are both checked before the live file is touched; a
*> failure leaves it as it was. Every file put back
*> queues the same resources/updated event CONTENT-INSTALL sends,
*> with one resources/list_changed at the end of a run that changed
*> anything. The run ends with content-rollback.rpt.
*>
*> WEBBOL-ROLLBACK-MODE=PURGE instead applies the retention: entries
*> stamped more than CFG-CONTENT-ARCHIVE-DAYS days ago are dropped
*> from content-archive.idx and their archive files deleted. The
*> index is rewritten to content-archive.idx.tmp and renamed over
*> the live one, so a purge that dies part way leaves it whole; one
*> that cannot write a line it keeps stops there and leaves the
*> index as it was.
*>
*> Return code 8 when nothing could be done (selectors missing, the
*> index unavailable, too many entries selected) or a copy, index
*> line or rename failed, 4 when some entry was refused or nothing
*> matched, 0 otherwise.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-ROLLBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX ASSIGN TO "content-archive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
*> The index as the purge leaves it, renamed over the live one
           SELECT ARCHIVE-REWRITE ASSIGN TO "content-archive.idx.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWR-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "content-rollback.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-REC    PIC X(400).

       FD  ARCHIVE-REWRITE.
       01  ARCHIVE-REWRITE-REC  PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-DOC-ROOT,
*> CFG-CONTENT-ARCHIVE-DAYS)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-ARC-FILE-STATUS        PIC XX.
       01 WS-RWR-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> ROLLBACK (the default) or PURGE, and the rollback selectors
       01 WS-RUN-MODE               PIC X(10).
       01 WS-SEL-FILE               PIC X(256).
       01 WS-SEL-RUN                PIC X(16).

*> This run's id (its start stamp) and the manifest-ref its own
*> archive entries carry
       01 WS-RUN-ID                 PIC X(16).
*> Newest run id already on content-archive.idx - a run id is never
*> reused, so a run started within the same hundredth is bumped past
       01 WS-NEWEST-RUN             PIC X(16) VALUE SPACES.
       01 WS-RUN-NUM                PIC 9(16).
       01 WS-ROLLBACK-REF           PIC X(300).

*> One content-archive.idx line, split on its "|"s
       01 WS-IX-STAMP               PIC X(14).
       01 WS-IX-RUN                 PIC X(16).
       01 WS-IX-ACTION              PIC X.
       01 WS-IX-TARGET              PIC X(256).
       01 WS-IX-ARCHIVE             PIC X(64).
       01 WS-IX-REF                 PIC X(60).
       01 WS-IX-MATCHES             PIC X.

*> The entries selected for undoing, in index order, each with the
*> id of any later run that installed the same file again
       01 WS-SEL-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-SEL-MAX                PIC 9(4) COMP VALUE 500.
       01 WS-SEL-OVERFLOW           PIC X VALUE "N".
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 500 TIMES.
             10 WS-SE-STAMP         PIC X(14).
             10 WS-SE-RUN           PIC X(16).
             10 WS-SE-ACTION        PIC X.
             10 WS-SE-TARGET        PIC X(256).
             10 WS-SE-ARCHIVE       PIC X(64).
             10 WS-SE-LATER-RUN     PIC X(16).
       01 WS-SEL-IDX                PIC 9(4) COMP.
       01 WS-SCAN-IDX               PIC 9(4) COMP.

*> Paths resolved for the file being rolled back
       01 WS-TARGET-PATH            PIC X(512).
       01 WS-SANITIZED-PATH         PIC X(512).
       01 WS-TMP-PATH               PIC X(512).
       01 WS-RESTORE-PATH           PIC X(512).
       01 WS-PATH-RC                PIC 9.

*> Stat of a file on the root or in the archive
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).
       01 WS-LIVE-SIZE              PIC 9(12) COMP-5.
       01 WS-RESTORE-SIZE           PIC 9(12) COMP-5.
*> "Y" once this run's content-archive.idx line for the entry is
*> written - its archive copy is then kept whatever follows
       01 WS-ENTRY-WRITTEN          PIC X.
*> What a byte-stream read or write came back with, kept past the
*> close that follows it
       01 WS-IO-RC                  PIC S9(9) COMP-5.
*> "Y" once a purge could not write a line it meant to keep
       01 WS-REWRITE-FAILED         PIC X VALUE "N".

*> Byte-stream transfer - whole file in one read and one write, the
*> same way CONTENT-INSTALL and FILE-OPS move content
       01 WS-FILE-HANDLE            PIC X(4).
       01 WS-IO-OFFSET              PIC X(8) COMP-X.
       01 WS-IO-COUNT               PIC X(4) COMP-X.
       01 WS-IO-FLAGS               PIC X COMP-X VALUE 0.
       01 WS-ACCESS-READ            PIC X COMP-X VALUE 1.
       01 WS-ACCESS-WRITE           PIC X COMP-X VALUE 2.
       01 WS-DENY-NONE              PIC X COMP-X VALUE 3.
       01 WS-DENY-ALL               PIC X COMP-X VALUE 0.
       01 WS-DEVICE-NORMAL          PIC X COMP-X VALUE 0.
       01 WS-CONTENT-BUF            PIC X(1048576).

*> The live version this run archives before changing a file -
*> action R (restored over) or X (removed), N when nothing was live
       01 WS-ARCHIVE-DIR            PIC X(64) VALUE "content-archive".
       01 WS-ARCHIVE-SEQ            PIC 9(4) VALUE 0.
       01 WS-ARCHIVE-ACTION         PIC X.
       01 WS-ARCHIVE-NAME           PIC X(64).

*> Reject reason for the entry being processed; spaces = done
       01 WS-REJECT-REASON          PIC X(60).
*> "Y" when the entry needed nothing doing - an N entry whose file
*> is already gone from the root
       01 WS-NOTHING-TO-DO          PIC X.

*> Purge cutoff: entries stamped before this YYYYMMDD go
       01 WS-TODAY                  PIC X(8).
       01 WS-CUTOFF-DAYNUM          PIC 9(8) COMP.
       01 WS-CUTOFF-NUM             PIC 9(8).
       01 WS-CUTOFF                 PIC X(8).
       01 WS-IDX-NAME               PIC X(64)
                                    VALUE "content-archive.idx".
       01 WS-IDX-TMP-NAME           PIC X(64)
                                    VALUE "content-archive.idx.tmp".

*> Run totals
       01 WS-FILES-RESTORED         PIC 9(8) COMP VALUE 0.
       01 WS-FILES-REMOVED          PIC 9(8) COMP VALUE 0.
       01 WS-ALREADY-AS-BEFORE      PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-REJECTED       PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-READ           PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-PURGED         PIC 9(8) COMP VALUE 0.
       01 WS-ARCHIVES-DELETED       PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-KEPT           PIC 9(8) COMP VALUE 0.
       01 WS-FINAL-RC               PIC 9 VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

*> Current timestamp printed on the report header
       01 WS-RAW-DATE               PIC X(21).

*> Payloads queued for every connected MCP session, as
*> CONTENT-INSTALL queues them for a publish
       01 WS-NOTIFY-PAYLOAD         PIC X(480).
       01 WS-SESSIONS-NOTIFIED      PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG

           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "WEBBOL-ROLLBACK-MODE"
               ON EXCEPTION
                   MOVE "ROLLBACK" TO WS-RUN-MODE
           END-ACCEPT
           IF WS-RUN-MODE = SPACES
               MOVE "ROLLBACK" TO WS-RUN-MODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE WS-RAW-DATE(1:16) TO WS-RUN-ID
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           IF WS-RUN-MODE = "PURGE"
               PERFORM RUN-PURGE
           ELSE
               PERFORM RUN-ROLLBACK
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "CONTENT-ROLLBACK: run complete, report written to "
               "content-rollback.rpt"
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

*>---------------------------------------------------------------
*>  Rollback
*>---------------------------------------------------------------
       RUN-ROLLBACK.
           MOVE SPACES TO WS-SEL-FILE
           ACCEPT WS-SEL-FILE FROM ENVIRONMENT "WEBBOL-ROLLBACK-FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-SEL-RUN
           ACCEPT WS-SEL-RUN FROM ENVIRONMENT "WEBBOL-ROLLBACK-RUN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-SEL-FILE = SPACES AND WS-SEL-RUN = SPACES
               MOVE "ROLLBACK needs WEBBOL-ROLLBACK-FILE or -RUN set"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "CONTENT-ROLLBACK: rollback selectors missing"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ROLLBACK-REF
           IF WS-SEL-RUN NOT = SPACES
               STRING "rollback of run " WS-SEL-RUN DELIMITED BY SIZE
                      INTO WS-ROLLBACK-REF
               END-STRING
           ELSE
               STRING "rollback of " DELIMITED BY SIZE
                      WS-SEL-FILE DELIMITED BY SPACE
                      INTO WS-ROLLBACK-REF
               END-STRING
           END-IF

           PERFORM SELECT-ENTRIES
           IF WS-FINAL-RC = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-COUNT = 0
               MOVE SPACES TO REPORT-REC
               STRING "No content-archive.idx entries match - nothing "
                      "rolled back"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 4 TO WS-FINAL-RC
               PERFORM WRITE-ROLLBACK-TOTALS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVE-INDEX
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-REC
               STRING "content-archive.idx could not be opened to add "
                      "to - nothing rolled back"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-DIR

*>         Last installed first, so a file installed twice in one
*>         run ends up as it was before the first
           PERFORM VARYING WS-SEL-IDX FROM WS-SEL-COUNT BY -1
               UNTIL WS-SEL-IDX < 1
               PERFORM ROLL-BACK-ONE-ENTRY
           END-PERFORM

           CLOSE ARCHIVE-INDEX

           IF WS-FILES-RESTORED + WS-FILES-REMOVED > 0
               PERFORM NOTIFY-LIST-CHANGED
           END-IF
           IF WS-ENTRIES-REJECTED > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-ROLLBACK-TOTALS
           .

*>       Pass over content-archive.idx picking out the entries the
*>       selectors name, and noting against each any later run that
*>       installed the same file again.
       SELECT-ENTRIES.
           OPEN INPUT ARCHIVE-INDEX
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE "No content-archive.idx - nothing has been archived"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ARC-FILE-STATUS = "99"
               READ ARCHIVE-INDEX
                   AT END
                       MOVE "99" TO WS-ARC-FILE-STATUS
               END-READ
               IF WS-ARC-FILE-STATUS NOT = "99"
                   AND ARCHIVE-INDEX-REC NOT = SPACES
                   PERFORM SPLIT-INDEX-LINE
                   IF WS-IX-RUN > WS-NEWEST-RUN
                       MOVE WS-IX-RUN TO WS-NEWEST-RUN
                   END-IF
                   PERFORM SELECT-ONE-ENTRY
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-INDEX

           IF WS-NEWEST-RUN NOT < WS-RUN-ID
               AND WS-NEWEST-RUN IS NUMERIC
               MOVE WS-NEWEST-RUN TO WS-RUN-NUM
               ADD 1 TO WS-RUN-NUM
               MOVE WS-RUN-NUM TO WS-RUN-ID
           END-IF

           IF WS-SEL-OVERFLOW = "Y"
               MOVE SPACES TO REPORT-REC
               MOVE WS-SEL-MAX TO WS-EDIT-8
               STRING "More than " FUNCTION TRIM(WS-EDIT-8)
                      " entries selected - nothing rolled back, roll "
                      "back by file instead" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

       SPLIT-INDEX-LINE.
           MOVE SPACES TO WS-IX-STAMP WS-IX-RUN WS-IX-ACTION
               WS-IX-TARGET WS-IX-ARCHIVE WS-IX-REF
           UNSTRING ARCHIVE-INDEX-REC DELIMITED BY "|"
               INTO WS-IX-STAMP WS-IX-RUN WS-IX-ACTION WS-IX-TARGET
                    WS-IX-ARCHIVE WS-IX-REF
           END-UNSTRING
           .

       SELECT-ONE-ENTRY.
           MOVE "N" TO WS-IX-MATCHES
           EVALUATE TRUE
               WHEN WS-SEL-FILE NOT = SPACES AND WS-SEL-RUN NOT = SPACES
                   IF WS-IX-TARGET = WS-SEL-FILE
                       AND WS-IX-RUN = WS-SEL-RUN
                       MOVE "Y" TO WS-IX-MATCHES
                   END-IF
               WHEN WS-SEL-RUN NOT = SPACES
                   IF WS-IX-RUN = WS-SEL-RUN
                       MOVE "Y" TO WS-IX-MATCHES
                   END-IF
               WHEN OTHER
*>                 By file alone only its most recent entry counts -
*>                 each later one replaces the one held
                   IF WS-IX-TARGET = WS-SEL-FILE
                       MOVE "Y" TO WS-IX-MATCHES
                       MOVE 0 TO WS-SEL-COUNT
                   END-IF
           END-EVALUATE

           IF WS-IX-MATCHES = "N"
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SEL-COUNT
                   IF WS-SE-TARGET(WS-SCAN-IDX) = WS-IX-TARGET
                       AND WS-SE-RUN(WS-SCAN-IDX) NOT = WS-IX-RUN
                       MOVE WS-IX-RUN TO WS-SE-LATER-RUN(WS-SCAN-IDX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-COUNT >= WS-SEL-MAX
               MOVE "Y" TO WS-SEL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-IX-STAMP TO WS-SE-STAMP(WS-SEL-COUNT)
           MOVE WS-IX-RUN TO WS-SE-RUN(WS-SEL-COUNT)
           MOVE WS-IX-ACTION TO WS-SE-ACTION(WS-SEL-COUNT)
           MOVE WS-IX-TARGET TO WS-SE-TARGET(WS-SEL-COUNT)
           MOVE WS-IX-ARCHIVE TO WS-SE-ARCHIVE(WS-SEL-COUNT)
           MOVE SPACES TO WS-SE-LATER-RUN(WS-SEL-COUNT)
           .

*>       Undo one archive entry: archive what is live now, then put
*>       the entry's prior version back (R, X) or take the file off
*>       the root (N).
       ROLL-BACK-ONE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-NOTHING-TO-DO
           MOVE "N" TO WS-ENTRY-WRITTEN
           MOVE SPACES TO WS-TMP-PATH
           MOVE SPACES TO WS-TARGET-PATH
           MOVE WS-SE-TARGET(WS-SEL-IDX) TO WS-TARGET-PATH

           PERFORM VALIDATE-ONE-ENTRY
           IF WS-REJECT-REASON = SPACES
               PERFORM ARCHIVE-LIVE-VERSION
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-SE-ACTION(WS-SEL-IDX) = "N"
               AND WS-ARCHIVE-ACTION = "N"
               MOVE "Y" TO WS-NOTHING-TO-DO
           END-IF

           IF WS-REJECT-REASON = SPACES AND WS-NOTHING-TO-DO = "N"
               IF WS-SE-ACTION(WS-SEL-IDX) = "N"
                   MOVE "X" TO WS-ARCHIVE-ACTION
               ELSE
                   PERFORM WRITE-RESTORE-TEMP
               END-IF
           END-IF
*>         The live version is on the index before the live file is
*>         touched
           IF WS-REJECT-REASON = SPACES AND WS-NOTHING-TO-DO = "N"
               PERFORM WRITE-ARCHIVE-ENTRY
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-NOTHING-TO-DO = "N"
               IF WS-SE-ACTION(WS-SEL-IDX) = "N"
                   CALL "CBL_DELETE_FILE" USING WS-SANITIZED-PATH
                   IF RETURN-CODE NOT = 0
                       MOVE "could not remove live file"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   PERFORM RESTORE-ONE-FILE
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM UNDO-PARTIAL-ROLLBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-ENTRIES-REJECTED
                   PERFORM WRITE-REJECT-LINE
               WHEN WS-NOTHING-TO-DO = "Y"
                   ADD 1 TO WS-ALREADY-AS-BEFORE
                   PERFORM WRITE-DONE-LINE
               WHEN OTHER
                   IF WS-SE-ACTION(WS-SEL-IDX) = "N"
                       ADD 1 TO WS-FILES-REMOVED
                   ELSE
                       ADD 1 TO WS-FILES-RESTORED
                   END-IF
                   PERFORM WRITE-DONE-LINE
                   PERFORM NOTIFY-FILE-UPDATED
           END-EVALUATE
           .

*>       Clear away what a refused entry left behind. The temp copy
*>       always goes; the copy of the live version goes too unless
*>       an index line already names it - the live file is still
*>       that version either way.
       UNDO-PARTIAL-ROLLBACK.
           IF WS-TMP-PATH NOT = SPACES
               CALL "CBL_DELETE_FILE" USING WS-TMP-PATH
           END-IF
           IF WS-ARCHIVE-NAME NOT = SPACES AND WS-ENTRY-WRITTEN = "N"
               CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
           END-IF
           MOVE 0 TO RETURN-CODE
           .

*>       The checks an entry must pass before the live root is
*>       touched.
       VALIDATE-ONE-ENTRY.
           IF WS-SE-LATER-RUN(WS-SEL-IDX) NOT = SPACES
               STRING "installed again by run " DELIMITED BY SIZE
                      WS-SE-LATER-RUN(WS-SEL-IDX) DELIMITED BY SIZE
                      " - undo that first" DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

*>         The path is confined again against today's root, exactly
*>         as it was when it was installed
           CALL "PATH-UTILS" USING WS-TARGET-PATH CFG-DOC-ROOT
               WS-SANITIZED-PATH WS-PATH-RC
           IF WS-PATH-RC NOT = 0
               MOVE "target path outside document root"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SE-ACTION(WS-SEL-IDX) = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-SE-ARCHIVE(WS-SEL-IDX) = SPACES
               MOVE "entry names no archived version"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESTORE-PATH
           MOVE WS-SE-ARCHIVE(WS-SEL-IDX) TO WS-RESTORE-PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RESTORE-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE "archived version no longer on hand"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FD-SIZE TO WS-RESTORE-SIZE
           IF WS-RESTORE-SIZE > LENGTH OF WS-CONTENT-BUF
               MOVE "archived version too large to restore"
                   TO WS-REJECT-REASON
           END-IF
           .

*>       Copy the live version of the target, if there is one, whole
*>       into content-archive/<run-id>.r<nnnn> - the same copy
*>       CONTENT-INSTALL takes before it replaces a file.
       ARCHIVE-LIVE-VERSION.
           MOVE "N" TO WS-ARCHIVE-ACTION
           MOVE SPACES TO WS-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SANITIZED-PATH
               WS-FILE-DETAILS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FD-SIZE TO WS-LIVE-SIZE
           IF WS-LIVE-SIZE > LENGTH OF WS-CONTENT-BUF
               MOVE "live version too large to archive"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ARCHIVE-SEQ
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                  "/" WS-RUN-ID ".r" WS-ARCHIVE-SEQ DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING
*>         Never write over a copy some other run is holding
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME
               WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE "archive copy name already in use"
                   TO WS-REJECT-REASON
               MOVE SPACES TO WS-ARCHIVE-NAME
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-SANITIZED-PATH WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "live version unreadable - not archived"
                   TO WS-REJECT-REASON
               MOVE SPACES TO WS-ARCHIVE-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-LIVE-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "live version unreadable - not archived"
                   TO WS-REJECT-REASON
               MOVE SPACES TO WS-ARCHIVE-NAME
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CREATE_FILE" USING WS-ARCHIVE-NAME WS-ACCESS-WRITE
               WS-DENY-ALL WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "could not create archive copy" TO WS-REJECT-REASON
               MOVE SPACES TO WS-ARCHIVE-NAME
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-LIVE-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_WRITE_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "archive copy could not be written"
                   TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-ARCHIVE-ACTION
           .

*>       Write the archived version whole to <target>.tmp, as
*>       CONTENT-INSTALL stages a publish.
       WRITE-RESTORE-TEMP.
           CALL "CBL_OPEN_FILE" USING WS-RESTORE-PATH WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "archived version unreadable" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-RESTORE-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "archived version unreadable" TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           STRING WS-SANITIZED-PATH DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-TMP-PATH
           END-STRING

           CALL "CBL_CREATE_FILE" USING WS-TMP-PATH WS-ACCESS-WRITE
               WS-DENY-ALL WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "could not create temp file" TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-RESTORE-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_WRITE_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "temp file could not be written" TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

*>       Rename the temp copy over the target - the atomic step.
       RESTORE-ONE-FILE.
           CALL "CBL_RENAME_FILE" USING WS-TMP-PATH WS-SANITIZED-PATH
           IF RETURN-CODE NOT = 0
               MOVE "rename into place failed" TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

*>       stamp|run-id|action|target-path|archive-file|manifest-ref,
*>       under this run's id, so the rollback can itself be undone.
       WRITE-ARCHIVE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE SPACES TO ARCHIVE-INDEX-REC
           STRING WS-RAW-DATE(1:14) "|" WS-RUN-ID "|"
                      WS-ARCHIVE-ACTION "|" DELIMITED BY SIZE
                  WS-TARGET-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARCHIVE-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ROLLBACK-REF DELIMITED BY "  "
                  INTO ARCHIVE-INDEX-REC
           END-STRING
           WRITE ARCHIVE-INDEX-REC
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE "archive index entry could not be written"
                   TO WS-REJECT-REASON
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ENTRY-WRITTEN
           .

*>       Queue a resources/updated event for the file just put back,
*>       addressed as CONTENT-INSTALL addresses it.
       NOTIFY-FILE-UPDATED.
           MOVE SPACES TO WS-NOTIFY-PAYLOAD
           STRING '{"jsonrpc":"2.0",'
                  '"method":"notifications/resources/updated",'
                  '"params":{"uri":"file://' DELIMITED BY SIZE
                  WS-TARGET-PATH DELIMITED BY SPACE
                  '"}}' DELIMITED BY SIZE
                  INTO WS-NOTIFY-PAYLOAD
           END-STRING
           CALL "NOTIFY-SESSIONS" USING WS-NOTIFY-PAYLOAD
               WS-SESSIONS-NOTIFIED
           .

*>       One list-changed event per run that changed anything.
       NOTIFY-LIST-CHANGED.
           MOVE SPACES TO WS-NOTIFY-PAYLOAD
           STRING '{"jsonrpc":"2.0",'
                  '"method":"notifications/resources/list_changed"}'
                  DELIMITED BY SIZE
                  INTO WS-NOTIFY-PAYLOAD
           END-STRING
           CALL "NOTIFY-SESSIONS" USING WS-NOTIFY-PAYLOAD
               WS-SESSIONS-NOTIFIED
           .

*>---------------------------------------------------------------
*>  Purge
*>---------------------------------------------------------------
       RUN-PURGE.
           COMPUTE WS-CUTOFF-DAYNUM =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - CFG-CONTENT-ARCHIVE-DAYS
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYNUM)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF

           OPEN INPUT ARCHIVE-INDEX
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE "No content-archive.idx - nothing to purge"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM WRITE-PURGE-TOTALS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-REWRITE
           IF WS-RWR-FILE-STATUS NOT = "00"
               CLOSE ARCHIVE-INDEX
               MOVE SPACES TO REPORT-REC
               STRING "content-archive.idx.tmp could not be created - "
                      "nothing purged"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ARC-FILE-STATUS = "99"
               OR WS-REWRITE-FAILED = "Y"
               READ ARCHIVE-INDEX
                   AT END
                       MOVE "99" TO WS-ARC-FILE-STATUS
               END-READ
               IF WS-ARC-FILE-STATUS NOT = "99"
                   AND ARCHIVE-INDEX-REC NOT = SPACES
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM SPLIT-INDEX-LINE
                   PERFORM PURGE-ONE-ENTRY
               END-IF
           END-PERFORM

           CLOSE ARCHIVE-INDEX
           CLOSE ARCHIVE-REWRITE

*>         A line meant to be kept that never reached the rewrite
*>         would be lost with it - the index stays as it was
           IF WS-REWRITE-FAILED = "Y"
               CALL "CBL_DELETE_FILE" USING WS-IDX-TMP-NAME
               MOVE SPACES TO REPORT-REC
               STRING "write to content-archive.idx.tmp failed - "
                      "index left as it was"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
               PERFORM WRITE-PURGE-TOTALS
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING WS-IDX-TMP-NAME WS-IDX-NAME
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO REPORT-REC
               STRING "rename of content-archive.idx.tmp failed - "
                      "index left as it was"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-PURGE-TOTALS
           .

       PURGE-ONE-ENTRY.
           IF WS-IX-STAMP(1:8) NOT < WS-CUTOFF
               MOVE ARCHIVE-INDEX-REC TO ARCHIVE-REWRITE-REC
               WRITE ARCHIVE-REWRITE-REC
               IF WS-RWR-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-REWRITE-FAILED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENTRIES-KEPT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENTRIES-PURGED
           IF WS-IX-ARCHIVE NOT = SPACES
               MOVE SPACES TO WS-RESTORE-PATH
               MOVE WS-IX-ARCHIVE TO WS-RESTORE-PATH
               CALL "CBL_DELETE_FILE" USING WS-RESTORE-PATH
               IF RETURN-CODE = 0
                   ADD 1 TO WS-ARCHIVES-DELETED
               END-IF
           END-IF

           MOVE SPACES TO REPORT-REC
           STRING "  PURGED   " DELIMITED BY SIZE
                  WS-IX-TARGET DELIMITED BY SPACE
                  " - run " WS-IX-RUN " " DELIMITED BY SIZE
                  WS-IX-ARCHIVE DELIMITED BY SPACE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>---------------------------------------------------------------
*>  Report
*>---------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE SPACES TO REPORT-REC
           STRING "CONTENT-ROLLBACK - Published Content Rollback "
                      DELIMITED BY SIZE
                  WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "================================================"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       RESTORED / REMOVED, or NO CHANGE for a new file already
*>       gone, with the run and date of the install undone.
       WRITE-DONE-LINE.
           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-NOTHING-TO-DO = "Y"
                   STRING "  NO CHANGE " DELIMITED BY SIZE
                          WS-TARGET-PATH DELIMITED BY SPACE
                          " - already off the root, as before run "
                              DELIMITED BY SIZE
                          WS-SE-RUN(WS-SEL-IDX) DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN WS-SE-ACTION(WS-SEL-IDX) = "N"
                   STRING "  REMOVED  " DELIMITED BY SIZE
                          WS-TARGET-PATH DELIMITED BY SPACE
                          " - not on the root before run "
                              DELIMITED BY SIZE
                          WS-SE-RUN(WS-SEL-IDX) DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "  RESTORED " DELIMITED BY SIZE
                          WS-TARGET-PATH DELIMITED BY SPACE
                          " - version replaced by run "
                              DELIMITED BY SIZE
                          WS-SE-RUN(WS-SEL-IDX) DELIMITED BY SIZE
                          " on " DELIMITED BY SIZE
                          WS-SE-STAMP(WS-SEL-IDX)(1:4) "-"
                          WS-SE-STAMP(WS-SEL-IDX)(5:2) "-"
                          WS-SE-STAMP(WS-SEL-IDX)(7:2)
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC
           .

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED " DELIMITED BY SIZE
                  WS-TARGET-PATH DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-ROLLBACK-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-SEL-COUNT TO WS-EDIT-8
           STRING "Entries selected........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILES-RESTORED TO WS-EDIT-8
           STRING "Files restored.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILES-REMOVED TO WS-EDIT-8
           STRING "Files removed........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ALREADY-AS-BEFORE TO WS-EDIT-8
           STRING "Already as before....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-REJECTED TO WS-EDIT-8
           STRING "Entries rejected........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Rollback run id......... " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-PURGE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE CFG-CONTENT-ARCHIVE-DAYS TO WS-EDIT-8
           STRING "Retention days.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-READ TO WS-EDIT-8
           STRING "Index entries read...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-PURGED TO WS-EDIT-8
           STRING "Entries purged.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ARCHIVES-DELETED TO WS-EDIT-8
           STRING "Archive files deleted... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-KEPT TO WS-EDIT-8
           STRING "Entries kept............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
