*> into place, so a request served mid-install sees either the old
*> file or the new one, never half of one. The run ends with
*> install.rpt, one line per file accepted or rejected.
*> The version a file replaces is never lost: before the rename the
*> live file is copied whole into content-archive/ under the run's
*> id, and every file installed gets a line in content-archive.idx,
*> written before the rename too
*>     stamp|run-id|action|target-path|archive-file|manifest-ref
*> action R (replaced - archive-file holds the old version) or N
*> (new - there was no old version), manifest-ref naming the
*> staging.manifest line it came from. A file whose live version
*> can't be copied in full, or whose index line can't be written,
*> is rejected and the live version left as it is. CONTENT-ROLLBACK
*> puts a file or a whole run back from these entries, and purges
*> them once older than CFG-CONTENT-ARCHIVE-DAYS.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-INSTALL.

           SELECT REPORT-FILE ASSIGN TO "install.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
*> One line per file installed, appended - see above
           SELECT ARCHIVE-INDEX ASSIGN TO "content-archive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-REC    PIC X(400).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-DOC-ROOT, CFG-MAX-FILE-SIZE)
       COPY "config-structs.cpy".
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-MAN-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.
       01 WS-ARC-FILE-STATUS        PIC XX.

*> Pieces of the manifest line being processed
       01 WS-TARGET-PATH            PIC X(512).
       01 WS-DEVICE-NORMAL          PIC X COMP-X VALUE 0.
       01 WS-CONTENT-BUF            PIC X(1048576).

*> This run's id (its start stamp to the hundredth, so two runs a
*> second apart never share one), the directory
*> replaced versions are copied into, and the archive entry for the
*> file being installed - action R or N and the copy's name
       01 WS-RUN-ID                 PIC X(16).
*> Newest run id already on content-archive.idx - a run id is never
*> reused, so a run started within the same hundredth is bumped past
       01 WS-NEWEST-RUN             PIC X(16).
       01 WS-RUN-NUM                PIC 9(16).
       01 WS-ARCHIVE-DIR            PIC X(64) VALUE "content-archive".
       01 WS-ARCHIVE-SEQ            PIC 9(5) VALUE 0.
       01 WS-ARCHIVE-ACTION         PIC X.
       01 WS-ARCHIVE-NAME           PIC X(64).
       01 WS-LIVE-SIZE              PIC 9(12) COMP-5.
*> "Y" once the file's content-archive.idx line is written - its
*> archive copy is then kept whatever happens to the install
       01 WS-ENTRY-WRITTEN          PIC X.
*> What a byte-stream read or write came back with, kept past the
*> close that follows it
       01 WS-IO-RC                  PIC S9(9) COMP-5.
*> staging.manifest line number, blank and comment lines included,
*> so the archive entry points at the line an operator would find
       01 WS-MANIFEST-LINE-NO       PIC 9(6) VALUE 0.
       01 WS-EDIT-LINE-NO           PIC Z(5)9.

*> Reject reason for the file being processed; spaces = accepted
       01 WS-REJECT-REASON          PIC X(60).

       01 WS-FILES-READ             PIC 9(8) COMP VALUE 0.
       01 WS-FILES-INSTALLED        PIC 9(8) COMP VALUE 0.
       01 WS-FILES-REJECTED         PIC 9(8) COMP VALUE 0.
       01 WS-VERSIONS-ARCHIVED      PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE WS-RAW-DATE(1:16) TO WS-RUN-ID

           OPEN INPUT INSTALL-MANIFEST
           IF WS-MAN-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF

           PERFORM CLAIM-RUN-ID

*>         Nothing is published unless the version it replaces can be
*>         recorded
           OPEN EXTEND ARCHIVE-INDEX
           IF WS-ARC-FILE-STATUS = "05" OR WS-ARC-FILE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-INDEX
           END-IF
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-REC
               STRING "content-archive.idx could not be opened - "
                      "nothing installed"
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               CLOSE INSTALL-MANIFEST
               CLOSE REPORT-FILE
               DISPLAY "CONTENT-INSTALL: archive index unavailable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
*>         An archive directory already there is the usual case, not
*>         a failure for the run to end on
           CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-DIR
           MOVE 0 TO RETURN-CODE

           PERFORM UNTIL WS-MAN-FILE-STATUS = "99"
               READ INSTALL-MANIFEST
                   AT END
               END-READ

               IF WS-MAN-FILE-STATUS NOT = "99"
                   ADD 1 TO WS-MANIFEST-LINE-NO
                   PERFORM PROCESS-ONE-MANIFEST-LINE
               END-IF
           END-PERFORM

           CLOSE INSTALL-MANIFEST
           CLOSE ARCHIVE-INDEX

           IF WS-FILES-INSTALLED > 0
               PERFORM NOTIFY-LIST-CHANGED
               "to install.rpt"
           STOP RUN.

*>       Make this run's id newer than every run id already on
*>       content-archive.idx.
       CLAIM-RUN-ID.
           MOVE SPACES TO WS-NEWEST-RUN
           OPEN INPUT ARCHIVE-INDEX
           IF WS-ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARC-FILE-STATUS = "99"
               READ ARCHIVE-INDEX
                   AT END
                       MOVE "99" TO WS-ARC-FILE-STATUS
               END-READ
               IF WS-ARC-FILE-STATUS NOT = "99"
                   AND ARCHIVE-INDEX-REC(16:16) > WS-NEWEST-RUN
                   MOVE ARCHIVE-INDEX-REC(16:16) TO WS-NEWEST-RUN
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-INDEX
           IF WS-NEWEST-RUN NOT < WS-RUN-ID
               AND WS-NEWEST-RUN IS NUMERIC
               MOVE WS-NEWEST-RUN TO WS-RUN-NUM
               ADD 1 TO WS-RUN-NUM
               MOVE WS-RUN-NUM TO WS-RUN-ID
           END-IF
           .

*>       Validate one manifest line's file and install it when it
*>       passes. Blank lines and "*" comments are skipped.
       PROCESS-ONE-MANIFEST-LINE.
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-ONE-FILE
           END-IF
           MOVE "N" TO WS-ENTRY-WRITTEN
           MOVE "N" TO WS-ARCHIVE-ACTION
           MOVE SPACES TO WS-TMP-PATH
           IF WS-REJECT-REASON = SPACES
               PERFORM ARCHIVE-LIVE-VERSION
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-TEMP-FILE
           END-IF
*>         Nothing is published unless the version it replaces is
*>         recorded - the index line goes out before the rename
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-ARCHIVE-ENTRY
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM INSTALL-ONE-FILE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM UNDO-PARTIAL-INSTALL
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-FILES-INSTALLED
           END-IF
           .

*>       Clear away what a rejected file left behind. The temp copy
*>       always goes; the archive copy goes too unless an index line
*>       already names it - the live file is still that version
*>       either way.
       UNDO-PARTIAL-INSTALL.
           IF WS-TMP-PATH NOT = SPACES
               CALL "CBL_DELETE_FILE" USING WS-TMP-PATH
           END-IF
           IF WS-ARCHIVE-ACTION = "R" AND WS-ENTRY-WRITTEN = "N"
               CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
           END-IF
           MOVE 0 TO RETURN-CODE
           .

*>       Split "<target-path> <expected-size>" on its space.
       PARSE-MANIFEST-LINE.
           MOVE SPACES TO WS-TARGET-PATH
           END-IF
           .

*>       Copy the live version of the target, if there is one, whole
*>       into content-archive/<run-id>.<nnnnn> before anything
*>       replaces it. A target not yet on the root archives nothing
*>       and is entered as new.
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
                  "/" WS-RUN-ID "." WS-ARCHIVE-SEQ DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING
*>         Never write over a copy some other run is holding
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME
               WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE "archive copy name already in use"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-SANITIZED-PATH WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "live version unreadable - not archived"
                   TO WS-REJECT-REASON
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
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_CREATE_FILE" USING WS-ARCHIVE-NAME WS-ACCESS-WRITE
               WS-DENY-ALL WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "could not create archive copy" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
*>         From here a failure leaves a copy for the undo to remove
           MOVE "R" TO WS-ARCHIVE-ACTION
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
           END-IF
           .

*>       stamp|run-id|action|target-path|archive-file|manifest-ref
       WRITE-ARCHIVE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-MANIFEST-LINE-NO TO WS-EDIT-LINE-NO
           MOVE SPACES TO ARCHIVE-INDEX-REC
           STRING WS-RAW-DATE(1:14) "|" WS-RUN-ID "|"
                      WS-ARCHIVE-ACTION "|" DELIMITED BY SIZE
                  WS-TARGET-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ARCHIVE-NAME DELIMITED BY SPACE
                  "|staging.manifest line " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-LINE-NO) DELIMITED BY SIZE
                  INTO ARCHIVE-INDEX-REC
           END-STRING
           WRITE ARCHIVE-INDEX-REC
           IF WS-ARC-FILE-STATUS NOT = "00"
               MOVE "archive index entry could not be written"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ENTRY-WRITTEN
           IF WS-ARCHIVE-ACTION = "R"
               ADD 1 TO WS-VERSIONS-ARCHIVED
           END-IF
           .

*>       Copy the staged content to <target>.tmp in one block write.
       WRITE-TEMP-FILE.
           CALL "CBL_OPEN_FILE" USING WS-STAGED-PATH WS-ACCESS-READ
               WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-STAGED-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "staged file unreadable" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           STRING WS-SANITIZED-PATH DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-TMP-PATH
           END-IF
           MOVE 0 TO WS-IO-OFFSET
           MOVE WS-STAGED-SIZE TO WS-IO-COUNT
           MOVE 0 TO WS-IO-RC
           IF WS-IO-COUNT > 0
               CALL "CBL_WRITE_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-CONTENT-BUF
               MOVE RETURN-CODE TO WS-IO-RC
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           IF WS-IO-RC NOT = 0
               MOVE "temp file could not be written" TO WS-REJECT-REASON
           END-IF
           .

*>       Rename the temp copy over the target - the rename is the
*>       atomic step, so the live root never holds a partial file.
       INSTALL-ONE-FILE.
           CALL "CBL_RENAME_FILE" USING WS-TMP-PATH WS-SANITIZED-PATH
           IF RETURN-CODE NOT = 0
               MOVE "rename into place failed" TO WS-REJECT-REASON
           STRING "Files rejected.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-VERSIONS-ARCHIVED TO WS-EDIT-8
           STRING "Versions archived....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Install run id.......... " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
