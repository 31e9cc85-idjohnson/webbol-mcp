*> Point-in-time recovery for the records master (records.dat).
*> FILE-BACKUP's RESTORE mode can only put the master back as it
*> stood at the nightly unload; this job goes the rest of the way
*> by rolling the change journal (records-journal.dat) forward over
*> the restored generation, up to a chosen point, so a bad
*> transaction file applied mid-afternoon can be backed out without
*> losing the good changes applied before it.
*>
*> Selectors come off the environment, as FILE-BACKUP's do:
*>     WEBBOL-RECOVER-GEN      YYYYMMDD of the backup.records
*>                             generation to start from (required)
*>     WEBBOL-RECOVER-TO-TIME  replay entries stamped up to and
*>                             including this YYYYMMDDHHMMSS (or a
*>                             leading part of one - 20250314 stops
*>                             at the end of that day)
*>     WEBBOL-RECOVER-TO-SEQ   replay entries up to and including
*>                             this journal change sequence
*> With neither stop given the whole journal is rolled forward;
*> with both, whichever comes first ends the replay.
*>
*> The generation is reconciled against backup.idx exactly as a
*> FILE-BACKUP restore does, and only then loaded straight into the
*> live name - OPEN OUTPUT rebuilds the primary key and the RF-NAME
*> and RF-CATEGORY alternate indexes together. A generation that
*> fails the reconcile leaves the live file untouched.
*>
*> The journal does not say when the generation was cut, so every
*> entry stamped on or after the generation's date is a candidate,
*> and each is tested against the master before it is applied:
*>     REPLAYED  the master held the entry's before-image (or, for
*>               an add, no record) - the after-image is applied
*>     SKIPPED   the master already holds the after-image (or, for a
*>               delete, no record) - the change was in the backup
*>     CONFLICT  the master holds neither - left as it is and listed
*>               for someone to look at
*> Entries stamped before the generation date are passed over, and
*> entries past the stop point are counted but not applied.
*> Replayed entries already carry their sequence numbers, so the
*> journal up to the stop point stands as it is. The entries past
*> it describe changes the master no longer holds, and are cut off
*> the way RECORDS-MAINT's restart cuts a dead run's tail: the
*> journal is rewritten without them (records-journal.new, renamed
*> over records-journal.dat), they come off records-journal.idx,
*> and records-journal.seq goes back to the last sequence kept so
*> the next maintenance run journals on from there. The jobs that
*> read the journal by sequence are set back with it, so the reused
*> numbers are not taken for changes already seen:
*>     records-delta.ckpt    set back to the last sequence kept -
*>                           changes from the cut tail it had
*>                           already extracted are named on the
*>                           report, the downstream feeds hold them
*>     catalog-publish.ckpt  set back the same way, with its run day
*>                           cleared so its next run rebuilds every
*>                           page from the recovered master
*> A checkpoint at or below the last sequence kept never saw the
*> tail and is left alone.
*>
*> The relationships file (relationships.dat) is not journaled, so
*> it is checked against the recovered master instead:
*>     UNDELETED a record a delete in the cut tail had removed is
*>               back on the master, but the links that delete
*>               cascaded away are not - they need keying again
*>     ORPHAN    a link whose from-id or to-id is not on the
*>               recovered master. Each is written as a delete
*>               transaction to records-recover-unlink.dat, to be
*>               looked over and run through RELATIONSHIP-MAINT as
*>               relationship-trans.dat
*> Nothing on relationships.dat itself is changed.
*>
*> A records-maint.ckpt on disk means a RECORDS-MAINT run died and
*> its restart is still owed; recovering under it would leave the
*> restart resuming past changes the recovery took back out, so the
*> job refuses to start until that run is finished or its
*> checkpoint cleared. The run ends with records-recover.rpt
*> listing every replayed, skipped and conflicting entry and what
*> was cut. Any file that cannot be reloaded, opened for the
*> replay, rewritten or renamed ends the run with return code 8.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDS-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDS-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-RECORD-ID
               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
*> The dated generation FILE-BACKUP cut - record sequential, fixed
*> 256-byte records
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
*> FILE-BACKUP's generation index: base|name|count
           SELECT BACKUP-INDEX ASSIGN TO "backup.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "records-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
*> The journal rewritten without the entries past the stop point,
*> renamed over records-journal.dat once complete
           SELECT JOURNAL-NEW-FILE ASSIGN TO "records-journal.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNEW-FILE-STATUS.
*> RECORDS-MAINT's keyed index over the journal - the cut entries
*> come off it
           SELECT JOURNAL-INDEX-FILE ASSIGN TO "records-journal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS WS-JIX-FILE-STATUS.
*> RECORDS-MAINT's next change sequence
           SELECT JOURNAL-SEQ-FILE ASSIGN TO "records-journal.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
*> Where RECORDS-DELTA and CATALOG-PUBLISH have read the journal to
           SELECT DELTA-CKPT-FILE ASSIGN TO "records-delta.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCK-FILE-STATUS.
           SELECT PUBLISH-CKPT-FILE ASSIGN TO "catalog-publish.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCK-FILE-STATUS.
*> RELATIONSHIP-MAINT's links, checked against the recovered master
           SELECT RELATIONSHIPS-FILE ASSIGN TO "relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-TO-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
*> D|from-id|type|to-id for every orphaned link, in
*> relationship-trans.dat's layout
           SELECT UNLINK-FILE ASSIGN TO "records-recover-unlink.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "records-recover.rpt"
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

       FD  BACKUP-FILE.
       01  BACKUP-REC           PIC X(256).

       FD  BACKUP-INDEX.
       01  BACKUP-INDEX-REC     PIC X(160).

*> Journal entry as RECORDS-MAINT writes it
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JR-SEQ                 PIC 9(8).
           05 JR-TIMESTAMP           PIC X(14).
           05 JR-ACTION              PIC X.
           05 JR-RECORD-ID           PIC X(20).
           05 JR-BEFORE-IMAGE        PIC X(231).
           05 JR-AFTER-IMAGE         PIC X(231).

       FD  JOURNAL-NEW-FILE.
       01  JOURNAL-NEW-REC      PIC X(505).

*> Same index layout RECORDS-MAINT declares; JX-NEWEST-FIRST is
*> 99999999 less the change sequence
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

       FD  JOURNAL-SEQ-FILE.
       01  JOURNAL-SEQ-REC      PIC X(8).

       FD  DELTA-CKPT-FILE.
       01  DELTA-CKPT-REC       PIC X(8).

*> Sequence published through, then the day of that run
       FD  PUBLISH-CKPT-FILE.
       01  PUBLISH-CKPT-REC.
           05 PC-LAST-SEQ            PIC X(8).
           05 PC-RUN-DATE            PIC X(8).

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

       FD  UNLINK-FILE.
       01  UNLINK-REC           PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-BACKUP-FILE-STATUS     PIC XX.
       01 WS-IDX-FILE-STATUS        PIC XX.
       01 WS-JRN-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.
       01 WS-JNEW-FILE-STATUS       PIC XX.
       01 WS-JIX-FILE-STATUS        PIC XX.
       01 WS-SEQ-FILE-STATUS        PIC XX.
       01 WS-DCK-FILE-STATUS        PIC XX.
       01 WS-PCK-FILE-STATUS        PIC XX.
       01 WS-REL-FILE-STATUS        PIC XX.
       01 WS-UNL-FILE-STATUS        PIC XX.

*> Recovery selectors off the environment
       01 WS-RECOVER-GEN            PIC X(8).
       01 WS-RECOVER-TO-TIME        PIC X(14).
       01 WS-RECOVER-TO-SEQ-TEXT    PIC X(8).
       01 WS-RECOVER-TO-SEQ         PIC 9(8) COMP VALUE 0.
*> The stop time padded out to a full stamp - a date alone means
*> the end of that day
       01 WS-STOP-STAMP             PIC X(14).
       01 WS-STOP-LEN               PIC 9(4) COMP.

       01 WS-BACKUP-NAME            PIC X(100).

*> Count backup.idx recorded for the generation, and what the
*> reconcile re-read and the reload wrote
       01 WS-EXPECTED-COUNT         PIC 9(8) COMP VALUE 0.
       01 WS-VERIFIED-COUNT         PIC 9(8) COMP VALUE 0.
       01 WS-RELOADED-COUNT         PIC 9(8) COMP VALUE 0.
*> "Y" once the reload has put its own failure on the report
       01 WS-RELOAD-REPORTED        PIC X VALUE "N".

*> Pieces of one backup.idx line while it is split on its "|"s
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-BAR-POS                PIC 9(4) COMP.
       01 WS-BAR2-POS               PIC 9(4) COMP.
       01 WS-REST                   PIC X(160).
       01 WS-IDX-BASE               PIC X(20).
       01 WS-IDX-NAME               PIC X(100).

*> The master's current image of the entry's record (name through
*> category, laid out like a journal image) and whether it exists
       01 WS-CURRENT-IMAGE          PIC X(231).
       01 WS-RECORD-FOUND           PIC X.

*> What the entry in hand came to: R replayed, S skipped, C conflict
       01 WS-ENTRY-OUTCOME          PIC X.
       01 WS-OUTCOME-REASON         PIC X(50).

*> Set once the replay has passed the stop point
       01 WS-PAST-STOP              PIC X VALUE "N".
*> "Y" when records.dat could not be opened for the replay
       01 WS-ROLL-FAILED            PIC X VALUE "N".

*> Run totals for the report
       01 WS-ENTRIES-READ           PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-BEFORE-GEN     PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-REPLAYED       PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-SKIPPED        PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-CONFLICT       PIC 9(8) COMP VALUE 0.
       01 WS-ENTRIES-PAST-STOP      PIC 9(8) COMP VALUE 0.
*> Sequence and stamp of the last entry replayed or skipped - the
*> point the master now stands at
       01 WS-LAST-SEQ               PIC 9(8) VALUE 0.
       01 WS-LAST-STAMP             PIC X(14) VALUE SPACES.
*> Sequence of the last entry short of the stop point, replayed or
*> not - the journal is cut after it
       01 WS-KEEP-SEQ               PIC 9(8) VALUE 0.

*> Cutting the tail: entries taken off the journal and the index,
*> "Y" once the cut could not be finished, and the sequences the
*> consumers' checkpoints stood at
       01 WS-ENTRIES-CUT            PIC 9(8) COMP VALUE 0.
       01 WS-INDEX-REMOVED          PIC 9(8) COMP VALUE 0.
       01 WS-CUT-FAILED             PIC X VALUE "N".
       01 WS-INDEX-OPEN             PIC X VALUE "N".
       01 WS-CKPT-SEQ               PIC 9(8) COMP.
       01 WS-EDIT-8-B               PIC Z(7)9.
       01 WS-CUT-REASON             PIC X(50).
       01 WS-RESET-NAME             PIC X(24).
       01 WS-RENAME-FROM            PIC X(64).
       01 WS-RENAME-TO              PIC X(64).

*> Checking relationships.dat: records a cut delete had removed
*> that are back, links naming a record the master lacks, and
*> which end of the link that is
       01 WS-DELETES-UNDONE         PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-CHECKED          PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-ORPHANED         PIC 9(8) COMP VALUE 0.
       01 WS-REL-EOF                PIC X.
       01 WS-UNLINK-OPEN            PIC X VALUE "N".
       01 WS-ORPHAN-END             PIC X(24).

*> CBL_CHECK_FILE_EXIST's answer area, for records-maint.ckpt
       01 WS-MAINT-CKPT-NAME        PIC X(20)
                                    VALUE "records-maint.ckpt".
       01 WS-FILE-DETAILS.
          05 WS-FD-SIZE             PIC X(8) COMP-X.
          05 WS-FD-REST             PIC X(8).

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-SEQ-DISPLAY            PIC 9(8).

*> Payload queued for every connected MCP session once the
*> recovered catalog is in place
       01 WS-NOTIFY-PAYLOAD         PIC X(480).
       01 WS-SESSIONS-NOTIFIED      PIC 9(4) COMP.

       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-RECOVERY-SELECTORS
           IF WS-RECOVER-GEN = SPACES
               MOVE "RECOVER needs WEBBOL-RECOVER-GEN set"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "RECORDS-RECOVER: generation selector missing"
               STOP RUN
           END-IF

           PERFORM WRITE-RECOVERY-POINT

*>         A dead RECORDS-MAINT run is finished before anything moves
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MAINT-CKPT-NAME
               WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE "  REFUSED  records-maint.ckpt is on disk - finish "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           or clear the interrupted RECORDS-MAINT "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           run first; nothing recovered"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "RECORDS-RECOVER: records-maint.ckpt present"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESTORE-GENERATION
           IF WS-RELOADED-COUNT NOT = WS-EXPECTED-COUNT
               OR WS-EXPECTED-COUNT = 0
               CLOSE REPORT-FILE
               DISPLAY "RECORDS-RECOVER: generation not restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ROLL-FORWARD-JOURNAL
           IF WS-ROLL-FAILED = "Y"
               CLOSE REPORT-FILE
               DISPLAY "RECORDS-RECOVER: journal not replayed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ENTRIES-PAST-STOP > 0
               PERFORM CUT-JOURNAL-TAIL
           END-IF
           PERFORM CHECK-RELATIONSHIPS

*>         Tell every connected MCP session the catalog moved
           PERFORM NOTIFY-CATALOG-CHANGE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-CUT-FAILED = "Y"
               DISPLAY "RECORDS-RECOVER: master recovered but the "
                   "journal tail was not cut - see records-recover.rpt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RECORDS-RECOVER: run complete, report written to "
               "records-recover.rpt"
           STOP RUN.

*>       Pick up the generation and the optional stop time and stop
*>       sequence from the environment.
       READ-RECOVERY-SELECTORS.
           MOVE SPACES TO WS-RECOVER-GEN
           ACCEPT WS-RECOVER-GEN FROM ENVIRONMENT
               "WEBBOL-RECOVER-GEN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-RECOVER-TO-TIME
           ACCEPT WS-RECOVER-TO-TIME FROM ENVIRONMENT
               "WEBBOL-RECOVER-TO-TIME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE SPACES TO WS-RECOVER-TO-SEQ-TEXT
           ACCEPT WS-RECOVER-TO-SEQ-TEXT FROM ENVIRONMENT
               "WEBBOL-RECOVER-TO-SEQ"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 0 TO WS-RECOVER-TO-SEQ
           IF WS-RECOVER-TO-SEQ-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RECOVER-TO-SEQ-TEXT)
                   TO WS-RECOVER-TO-SEQ
           END-IF

*>         A partial stop stamp runs to the end of whatever it names
           MOVE "99999999999999" TO WS-STOP-STAMP
           IF WS-RECOVER-TO-TIME NOT = SPACES
               MOVE 0 TO WS-STOP-LEN
               INSPECT WS-RECOVER-TO-TIME TALLYING WS-STOP-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-RECOVER-TO-TIME(1:WS-STOP-LEN)
                   TO WS-STOP-STAMP(1:WS-STOP-LEN)
           END-IF
           .

*>       Say on the report where the master is being taken back to.
       WRITE-RECOVERY-POINT.
           MOVE SPACES TO REPORT-REC
           STRING "Starting generation..... backup.records."
                      DELIMITED BY SIZE
                  WS-RECOVER-GEN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-RECOVER-TO-TIME = SPACES
               MOVE "Stop time............... end of journal"
                   TO REPORT-REC
           ELSE
               STRING "Stop time............... " DELIMITED BY SIZE
                      WS-STOP-STAMP DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-RECOVER-TO-SEQ = 0
               MOVE "Stop sequence........... end of journal"
                   TO REPORT-REC
           ELSE
               MOVE WS-RECOVER-TO-SEQ TO WS-EDIT-8
               STRING "Stop sequence........... " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Reconcile the generation against backup.idx by re-reading
*>       it, then reload it straight into the live name - the same
*>       checks, in the same order, a FILE-BACKUP restore makes.
       RESTORE-GENERATION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "backup.records." DELIMITED BY SIZE
                  WS-RECOVER-GEN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           END-STRING

           PERFORM FIND-EXPECTED-COUNT
           PERFORM VERIFY-BACKUP-FILE
           IF WS-EXPECTED-COUNT = 0
               OR WS-VERIFIED-COUNT NOT = WS-EXPECTED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  RECOVERY FAILED " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BACKUP-NAME) DELIMITED BY SIZE
                      " - count mismatch, live file untouched"
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM RELOAD-RECORDS-FILE
           IF WS-RELOAD-REPORTED = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-RELOADED-COUNT NOT = WS-EXPECTED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "  RECOVERY INCOMPLETE records.dat - reload "
                          DELIMITED BY SIZE
                      "stopped short, re-run the recovery"
                          DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RELOADED-COUNT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  RESTORED records.dat from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BACKUP-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " records)" DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Find the generation's recorded count in backup.idx.
       FIND-EXPECTED-COUNT.
           MOVE 0 TO WS-EXPECTED-COUNT
           OPEN INPUT BACKUP-INDEX
           IF WS-IDX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IDX-FILE-STATUS = "99"
               READ BACKUP-INDEX
                   AT END
                       MOVE "99" TO WS-IDX-FILE-STATUS
                   NOT AT END
                       PERFORM CHECK-INDEX-LINE
               END-READ
           END-PERFORM
           CLOSE BACKUP-INDEX
           .

*>       Split one base|name|count line; when it names our
*>       generation, take its count. A later line for the same
*>       name (a second backup the same day) wins.
       CHECK-INDEX-LINE.
           IF BACKUP-INDEX-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-LEN
           INSPECT BACKUP-INDEX-REC TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-BAR-POS
           INSPECT BACKUP-INDEX-REC(1:WS-LINE-LEN) TALLYING WS-BAR-POS
               FOR CHARACTERS BEFORE "|"
           IF WS-BAR-POS = 0 OR WS-BAR-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IDX-BASE
           MOVE BACKUP-INDEX-REC(1:WS-BAR-POS) TO WS-IDX-BASE
           IF WS-IDX-BASE NOT = "records"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REST
           MOVE BACKUP-INDEX-REC(WS-BAR-POS + 2:
               WS-LINE-LEN - WS-BAR-POS - 1) TO WS-REST
           MOVE 0 TO WS-BAR2-POS
           INSPECT WS-REST TALLYING WS-BAR2-POS
               FOR CHARACTERS BEFORE "|"
           IF WS-BAR2-POS = 0 OR WS-BAR2-POS >= 160
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IDX-NAME
           MOVE WS-REST(1:WS-BAR2-POS) TO WS-IDX-NAME
           IF WS-IDX-NAME = WS-BACKUP-NAME
               MOVE FUNCTION NUMVAL(WS-REST(WS-BAR2-POS + 2:8))
                   TO WS-EXPECTED-COUNT
           END-IF
           .

*>       Re-read the generation and count its records.
       VERIFY-BACKUP-FILE.
           MOVE 0 TO WS-VERIFIED-COUNT
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BACKUP-FILE-STATUS NOT = "00"
               READ BACKUP-FILE
                   AT END
                       MOVE "99" TO WS-BACKUP-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-VERIFIED-COUNT
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           .

*>       Load the generation into the live name - the backup was
*>       unloaded in key order, so the keyed WRITEs land in
*>       sequence and the alternate indexes are rebuilt with them.
*>       Only a record actually written counts toward the reload, so
*>       one that fails leaves the count short and the replay is
*>       never run over a partial master.
       RELOAD-RECORDS-FILE.
           MOVE 0 TO WS-RELOADED-COUNT
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               CLOSE BACKUP-FILE
               MOVE SPACES TO REPORT-REC
               STRING "  RECOVERY FAILED records.dat could not be "
                      "opened for the reload - status "
                      WS-RECORDS-FILE-STATUS
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE "Y" TO WS-RELOAD-REPORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BACKUP-FILE-STATUS NOT = "00"
               READ BACKUP-FILE
                   AT END
                       MOVE "99" TO WS-BACKUP-FILE-STATUS
                   NOT AT END
                       MOVE BACKUP-REC TO RECORDS-FILE-REC
                       WRITE RECORDS-FILE-REC
                       IF WS-RECORDS-FILE-STATUS = "00"
                           ADD 1 TO WS-RELOADED-COUNT
                       ELSE
                           PERFORM WRITE-RELOAD-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECORDS-FILE
           CLOSE BACKUP-FILE
           .

*>       A generation record the reload could not write.
       WRITE-RELOAD-FAILURE.
           MOVE SPACES TO REPORT-REC
           STRING "  RELOAD FAILED " DELIMITED BY SIZE
                  RF-RECORD-ID DELIMITED BY SIZE
                  " - status " DELIMITED BY SIZE
                  WS-RECORDS-FILE-STATUS DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Read the journal front to back, replaying each candidate
*>       entry against the restored master until the stop point.
       ROLL-FORWARD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE "  No records-journal.dat found - generation only"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               MOVE SPACES TO REPORT-REC
               STRING "  RECOVERY FAILED records.dat could not be "
                      "opened for the replay - status "
                      WS-RECORDS-FILE-STATUS
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE "           master holds the generation only, "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           journal and checkpoints left as they "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           were" TO REPORT-REC
               WRITE REPORT-REC
               MOVE "Y" TO WS-ROLL-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ

               IF WS-JRN-FILE-STATUS NOT = "99"
                   PERFORM PROCESS-ONE-ENTRY
               END-IF
           END-PERFORM

           CLOSE RECORDS-FILE
           CLOSE JOURNAL-FILE
           .

*>       Decide what one journal entry means for the master.
       PROCESS-ONE-ENTRY.
           IF JOURNAL-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRIES-READ

           IF JR-TIMESTAMP(1:8) < WS-RECOVER-GEN
               ADD 1 TO WS-ENTRIES-BEFORE-GEN
               IF JR-SEQ IS NUMERIC
                   MOVE JR-SEQ TO WS-KEEP-SEQ
               END-IF
               EXIT PARAGRAPH
           END-IF

*>         The journal is in sequence order, so once one entry is
*>         past the stop point every later one is too
           IF WS-PAST-STOP = "N"
               IF JR-TIMESTAMP > WS-STOP-STAMP
                   MOVE "Y" TO WS-PAST-STOP
               END-IF
               IF WS-RECOVER-TO-SEQ > 0 AND JR-SEQ > WS-RECOVER-TO-SEQ
                   MOVE "Y" TO WS-PAST-STOP
               END-IF
           END-IF
           IF WS-PAST-STOP = "Y"
               ADD 1 TO WS-ENTRIES-PAST-STOP
               IF JR-ACTION = "D"
                   PERFORM CHECK-DELETE-UNDONE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JR-SEQ IS NUMERIC
               MOVE JR-SEQ TO WS-KEEP-SEQ
           END-IF

           PERFORM READ-CURRENT-IMAGE
           MOVE SPACES TO WS-OUTCOME-REASON
           EVALUATE JR-ACTION
               WHEN "A"
                   PERFORM REPLAY-ADD
               WHEN "C"
                   PERFORM REPLAY-CHANGE
               WHEN "D"
                   PERFORM REPLAY-DELETE
               WHEN OTHER
                   MOVE "C" TO WS-ENTRY-OUTCOME
                   MOVE "unknown journal action" TO WS-OUTCOME-REASON
           END-EVALUATE

           EVALUATE WS-ENTRY-OUTCOME
               WHEN "R"
                   ADD 1 TO WS-ENTRIES-REPLAYED
                   MOVE JR-SEQ TO WS-LAST-SEQ
                   MOVE JR-TIMESTAMP TO WS-LAST-STAMP
               WHEN "S"
                   ADD 1 TO WS-ENTRIES-SKIPPED
                   MOVE JR-SEQ TO WS-LAST-SEQ
                   MOVE JR-TIMESTAMP TO WS-LAST-STAMP
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-CONFLICT
           END-EVALUATE
           PERFORM WRITE-ENTRY-LINE
           .

*>       A delete past the stop point whose record the recovered
*>       master holds: the record is back, but whatever links that
*>       delete cascaded off relationships.dat are not.
       CHECK-DELETE-UNDONE.
           MOVE JR-RECORD-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DELETES-UNDONE
           MOVE JR-SEQ TO WS-SEQ-DISPLAY
           MOVE SPACES TO REPORT-REC
           STRING "  UNDELETED " JR-RECORD-ID DELIMITED BY SPACE
                  " - delete at sequence " WS-SEQ-DISPLAY
                  " cut; re-key any links it cascaded away"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Look the entry's record up on the master and lay what is
*>       there out as a journal image for comparison.
       READ-CURRENT-IMAGE.
           MOVE SPACES TO WS-CURRENT-IMAGE
           MOVE JR-RECORD-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS = "00"
               MOVE "Y" TO WS-RECORD-FOUND
               MOVE RF-NAME TO WS-CURRENT-IMAGE(1:60)
               MOVE RF-DETAIL TO WS-CURRENT-IMAGE(61:120)
               MOVE RF-STATUS TO WS-CURRENT-IMAGE(181:1)
               MOVE RF-EFF-FROM TO WS-CURRENT-IMAGE(182:8)
               MOVE RF-EFF-TO TO WS-CURRENT-IMAGE(190:8)
               MOVE RF-LAST-MAINT TO WS-CURRENT-IMAGE(198:14)
               MOVE RF-CATEGORY TO WS-CURRENT-IMAGE(212:20)
           ELSE
               MOVE "N" TO WS-RECORD-FOUND
           END-IF
           .

*>       An add goes in when the record is absent, is already done
*>       when the record holds the add's own image, and otherwise
*>       collides with something else on file.
       REPLAY-ADD.
           IF WS-RECORD-FOUND = "N"
               PERFORM LOAD-AFTER-IMAGE
               WRITE RECORDS-FILE-REC
               IF WS-RECORDS-FILE-STATUS = "00"
                   MOVE "R" TO WS-ENTRY-OUTCOME
               ELSE
                   MOVE "C" TO WS-ENTRY-OUTCOME
                   MOVE "write failed" TO WS-OUTCOME-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-IMAGE = JR-AFTER-IMAGE
               MOVE "S" TO WS-ENTRY-OUTCOME
               MOVE "already in generation" TO WS-OUTCOME-REASON
           ELSE
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "record on file differs from add"
                   TO WS-OUTCOME-REASON
           END-IF
           .

*>       A change goes in when the record still holds the change's
*>       before-image and is already done when it holds the
*>       after-image; anything else is a conflict.
       REPLAY-CHANGE.
           IF WS-RECORD-FOUND = "N"
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "change to record not on file" TO WS-OUTCOME-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-IMAGE = JR-AFTER-IMAGE
               MOVE "S" TO WS-ENTRY-OUTCOME
               MOVE "already in generation" TO WS-OUTCOME-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-IMAGE NOT = JR-BEFORE-IMAGE
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "record on file differs from before-image"
                   TO WS-OUTCOME-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-AFTER-IMAGE
           REWRITE RECORDS-FILE-REC
           IF WS-RECORDS-FILE-STATUS = "00"
               MOVE "R" TO WS-ENTRY-OUTCOME
           ELSE
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "rewrite failed" TO WS-OUTCOME-REASON
           END-IF
           .

*>       A delete goes through when the record still holds the
*>       before-image and is already done when the record is gone.
       REPLAY-DELETE.
           IF WS-RECORD-FOUND = "N"
               MOVE "S" TO WS-ENTRY-OUTCOME
               MOVE "already absent" TO WS-OUTCOME-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-IMAGE NOT = JR-BEFORE-IMAGE
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "record on file differs from before-image"
                   TO WS-OUTCOME-REASON
               EXIT PARAGRAPH
           END-IF

           DELETE RECORDS-FILE RECORD
           IF WS-RECORDS-FILE-STATUS = "00"
               MOVE "R" TO WS-ENTRY-OUTCOME
           ELSE
               MOVE "C" TO WS-ENTRY-OUTCOME
               MOVE "delete failed" TO WS-OUTCOME-REASON
           END-IF
           .

*>       Move the entry's after-image into the record area.
       LOAD-AFTER-IMAGE.
           MOVE JR-RECORD-ID TO RF-RECORD-ID
           MOVE JR-AFTER-IMAGE(1:60) TO RF-NAME
           MOVE JR-AFTER-IMAGE(61:120) TO RF-DETAIL
           MOVE JR-AFTER-IMAGE(181:1) TO RF-STATUS
           MOVE JR-AFTER-IMAGE(182:8) TO RF-EFF-FROM
           MOVE JR-AFTER-IMAGE(190:8) TO RF-EFF-TO
           MOVE JR-AFTER-IMAGE(198:14) TO RF-LAST-MAINT
           MOVE JR-AFTER-IMAGE(212:20) TO RF-CATEGORY
           .

*>       Take the entries past the stop point off the journal. The
*>       kept entries are copied out first and the copy checked
*>       whole; only then do the cut entries come off the index and
*>       the copy go over the journal. A cut that fails part way
*>       leaves the journal as it was and the consumers untouched.
       CUT-JOURNAL-TAIL.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               MOVE "records-journal.dat could not be reopened"
                   TO WS-CUT-REASON
               PERFORM WRITE-CUT-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-NEW-FILE
           IF WS-JNEW-FILE-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               MOVE "records-journal.new could not be opened"
                   TO WS-CUT-REASON
               PERFORM WRITE-CUT-FAILURE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               OR WS-CUT-FAILED = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   IF JR-SEQ IS NUMERIC AND JR-SEQ > WS-KEEP-SEQ
                       ADD 1 TO WS-ENTRIES-CUT
                   ELSE
                       MOVE JOURNAL-REC TO JOURNAL-NEW-REC
                       WRITE JOURNAL-NEW-REC
                       IF WS-JNEW-FILE-STATUS NOT = "00"
                           MOVE "write to records-journal.new failed"
                               TO WS-CUT-REASON
                           PERFORM WRITE-CUT-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-NEW-FILE
           IF WS-CUT-FAILED = "Y"
               MOVE "records-journal.new" TO WS-RENAME-FROM
               CALL "CBL_DELETE_FILE" USING WS-RENAME-FROM
               EXIT PARAGRAPH
           END-IF

           PERFORM UNINDEX-CUT-ENTRIES

           MOVE "records-journal.new" TO WS-RENAME-FROM
           MOVE "records-journal.dat" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE NOT = 0
               CALL "CBL_DELETE_FILE" USING WS-RENAME-FROM
               MOVE "rename of records-journal.new failed"
                   TO WS-CUT-REASON
               PERFORM WRITE-CUT-FAILURE
*>             The index has already lost the tail the journal still
*>             holds - drop it and RECORDS-MAINT builds it afresh
               MOVE "records-journal.idx" TO WS-RENAME-TO
               CALL "CBL_DELETE_FILE" USING WS-RENAME-TO
               MOVE "           records-journal.idx dropped - the "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           next RECORDS-MAINT run rebuilds it"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KEEP-SEQ TO WS-EDIT-8
           MOVE WS-ENTRIES-CUT TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  CUT      records-journal.dat after sequence "
                  FUNCTION TRIM(WS-EDIT-8) " - "
                  FUNCTION TRIM(WS-EDIT-8-B) " entries removed"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-INDEX-REMOVED TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  CUT      records-journal.idx - "
                  FUNCTION TRIM(WS-EDIT-8-B) " entries removed"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM RESET-JOURNAL-SEQ
           PERFORM RESET-DELTA-CHECKPOINT
           PERFORM RESET-PUBLISH-CHECKPOINT
           .

*>       Take the cut entries off records-journal.idx, reading them
*>       off the journal still in place. With no index there is
*>       nothing to take off - RECORDS-MAINT builds one from the cut
*>       journal on its next run.
       UNINDEX-CUT-ENTRIES.
           OPEN I-O JOURNAL-INDEX-FILE
           IF WS-JIX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               CLOSE JOURNAL-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   AND JR-SEQ IS NUMERIC AND JR-SEQ > WS-KEEP-SEQ
                   MOVE JR-RECORD-ID TO JX-RECORD-ID
                   COMPUTE JX-NEWEST-FIRST = 99999999 - JR-SEQ
                   DELETE JOURNAL-INDEX-FILE RECORD
                   IF WS-JIX-FILE-STATUS = "00"
                       ADD 1 TO WS-INDEX-REMOVED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-INDEX-FILE
           .

*>       RECORDS-MAINT's next entry follows the last one kept.
       RESET-JOURNAL-SEQ.
           MOVE 0 TO WS-CKPT-SEQ
           OPEN INPUT JOURNAL-SEQ-FILE
           IF WS-SEQ-FILE-STATUS = "00"
               READ JOURNAL-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(JOURNAL-SEQ-REC)
                           TO WS-CKPT-SEQ
               END-READ
               CLOSE JOURNAL-SEQ-FILE
           END-IF
           IF WS-CKPT-SEQ <= WS-KEEP-SEQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-SEQ-FILE
           MOVE WS-KEEP-SEQ TO WS-SEQ-DISPLAY
           MOVE WS-SEQ-DISPLAY TO JOURNAL-SEQ-REC
           WRITE JOURNAL-SEQ-REC
           CLOSE JOURNAL-SEQ-FILE
           MOVE "records-journal.seq" TO WS-RESET-NAME
           PERFORM WRITE-RESET-LINE
           .

*>       RECORDS-DELTA goes back to the last sequence kept. Whatever
*>       it extracted past there has gone downstream already - say
*>       so, the feeds need putting right by hand.
       RESET-DELTA-CHECKPOINT.
           OPEN INPUT DELTA-CKPT-FILE
           IF WS-DCK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CKPT-SEQ
           READ DELTA-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(DELTA-CKPT-REC) TO WS-CKPT-SEQ
           END-READ
           CLOSE DELTA-CKPT-FILE
           IF WS-CKPT-SEQ <= WS-KEEP-SEQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DELTA-CKPT-FILE
           MOVE WS-KEEP-SEQ TO WS-SEQ-DISPLAY
           MOVE WS-SEQ-DISPLAY TO DELTA-CKPT-REC
           WRITE DELTA-CKPT-REC
           CLOSE DELTA-CKPT-FILE
           MOVE "records-delta.ckpt" TO WS-RESET-NAME
           PERFORM WRITE-RESET-LINE

           COMPUTE WS-SEQ-DISPLAY = WS-KEEP-SEQ + 1
           MOVE WS-SEQ-DISPLAY TO WS-EDIT-8
           MOVE WS-CKPT-SEQ TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "           sequences " FUNCTION TRIM(WS-EDIT-8)
                  " - " FUNCTION TRIM(WS-EDIT-8-B)
                  " were already extracted to the downstream feeds"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       CATALOG-PUBLISH goes back to the last sequence kept, and
*>       with no run day on its checkpoint its next run rebuilds
*>       every page - the pages it built from the cut entries are
*>       put back to what the master now holds.
       RESET-PUBLISH-CHECKPOINT.
           OPEN INPUT PUBLISH-CKPT-FILE
           IF WS-PCK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CKPT-SEQ
           READ PUBLISH-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION NUMVAL(PC-LAST-SEQ) TO WS-CKPT-SEQ
           END-READ
           CLOSE PUBLISH-CKPT-FILE
           IF WS-CKPT-SEQ <= WS-KEEP-SEQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PUBLISH-CKPT-FILE
           MOVE WS-KEEP-SEQ TO WS-SEQ-DISPLAY
           MOVE WS-SEQ-DISPLAY TO PC-LAST-SEQ
           MOVE SPACES TO PC-RUN-DATE
           WRITE PUBLISH-CKPT-REC
           CLOSE PUBLISH-CKPT-FILE
           MOVE "catalog-publish.ckpt" TO WS-RESET-NAME
           PERFORM WRITE-RESET-LINE
           MOVE "           its next run rebuilds every page"
               TO REPORT-REC
           WRITE REPORT-REC
           .

*>       One line for a sequence file or checkpoint set back from
*>       WS-CKPT-SEQ to the last sequence kept; WS-RESET-NAME names
*>       it.
       WRITE-RESET-LINE.
           MOVE WS-CKPT-SEQ TO WS-EDIT-8
           MOVE WS-KEEP-SEQ TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  RESET    " WS-RESET-NAME DELIMITED BY SPACE
                  " from sequence " FUNCTION TRIM(WS-EDIT-8)
                  " to " FUNCTION TRIM(WS-EDIT-8-B)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       The cut could not be finished; WS-CUT-REASON says why.
       WRITE-CUT-FAILURE.
           MOVE "Y" TO WS-CUT-FAILED
           MOVE SPACES TO REPORT-REC
           STRING "  CUT FAILED " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUT-REASON) DELIMITED BY SIZE
                  " - journal and checkpoints left as they were"
                      DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Every link on relationships.dat against the recovered
*>       master. One whose from-id or to-id is gone is reported and
*>       written out as a RELATIONSHIP-MAINT delete for review -
*>       the link itself is left for that run to take off and
*>       audit.
       CHECK-RELATIONSHIPS.
           OPEN INPUT RELATIONSHIPS-FILE
           IF WS-REL-FILE-STATUS NOT = "00"
               MOVE "  No relationships.dat found - links not checked"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               CLOSE RELATIONSHIPS-FILE
               MOVE "  records.dat could not be reopened - links not "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "           checked" TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "N" TO WS-REL-EOF
           PERFORM UNTIL WS-REL-EOF = "Y"
               READ RELATIONSHIPS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF
               END-READ
               IF WS-REL-EOF NOT = "Y"
                   IF WS-REL-FILE-STATUS = "00"
                       PERFORM CHECK-ONE-LINK
                   ELSE
                       MOVE "Y" TO WS-REL-EOF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RECORDS-FILE
           CLOSE RELATIONSHIPS-FILE
           IF WS-UNLINK-OPEN = "Y"
               CLOSE UNLINK-FILE
           END-IF
           .

       CHECK-ONE-LINK.
           ADD 1 TO WS-LINKS-CHECKED
           MOVE RL-FROM-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "from-id not on the master" TO WS-ORPHAN-END
               PERFORM REPORT-ORPHAN-LINK
               EXIT PARAGRAPH
           END-IF
           MOVE RL-TO-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "to-id not on the master" TO WS-ORPHAN-END
               PERFORM REPORT-ORPHAN-LINK
           END-IF
           .

*>       One orphaned link onto the report and the unlink file.
       REPORT-ORPHAN-LINK.
           ADD 1 TO WS-LINKS-ORPHANED
           MOVE SPACES TO REPORT-REC
           STRING "  ORPHAN   " RL-FROM-ID DELIMITED BY SPACE
                  " " RL-TYPE DELIMITED BY SPACE
                  " " RL-TO-ID DELIMITED BY SPACE
                  " - " WS-ORPHAN-END DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-UNLINK-OPEN = "N"
               OPEN OUTPUT UNLINK-FILE
               IF WS-UNL-FILE-STATUS NOT = "00"
                   MOVE "X" TO WS-UNLINK-OPEN
                   MOVE "  records-recover-unlink.dat could not be "
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "           created - see the ORPHAN lines"
                       TO REPORT-REC
                   WRITE REPORT-REC
               ELSE
                   MOVE "Y" TO WS-UNLINK-OPEN
               END-IF
           END-IF
           IF WS-UNLINK-OPEN = "Y"
               MOVE SPACES TO UNLINK-REC
               STRING "D|" RL-FROM-ID DELIMITED BY SPACE
                      "|" RL-TYPE DELIMITED BY SPACE
                      "|" RL-TO-ID DELIMITED BY SPACE
                      INTO UNLINK-REC
               END-STRING
               WRITE UNLINK-REC
           END-IF
           .

*>       Queue a records-changed notification for every session -
*>       the same one RECORDS-MAINT sends after a maintenance run.
       NOTIFY-CATALOG-CHANGE.
           MOVE WS-ENTRIES-REPLAYED TO WS-EDIT-8
           MOVE SPACES TO WS-NOTIFY-PAYLOAD
           STRING '{"jsonrpc":"2.0","method":"notifications/message",'
                  '"params":{"level":"info","data":'
                  '"records catalog recovered: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  ' changes replayed"}}' DELIMITED BY SIZE
                  INTO WS-NOTIFY-PAYLOAD
           END-STRING
           CALL "NOTIFY-SESSIONS" USING WS-NOTIFY-PAYLOAD
               WS-SESSIONS-NOTIFIED
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "RECORDS-RECOVER - Records Master Point-in-Time "
                      DELIMITED BY SIZE
                  "Recovery " DELIMITED BY SIZE
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
           .

*>       One line per candidate entry: what happened to it and why.
       WRITE-ENTRY-LINE.
           MOVE JR-SEQ TO WS-SEQ-DISPLAY
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-ENTRY-OUTCOME
               WHEN "R"
                   STRING "  REPLAYED " DELIMITED BY SIZE
                          WS-SEQ-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-TIMESTAMP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-ACTION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-RECORD-ID DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN "S"
                   STRING "  SKIPPED  " DELIMITED BY SIZE
                          WS-SEQ-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-TIMESTAMP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-ACTION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-RECORD-ID DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OUTCOME-REASON)
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING "  CONFLICT " DELIMITED BY SIZE
                          WS-SEQ-DISPLAY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-TIMESTAMP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-ACTION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-RECORD-ID DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OUTCOME-REASON)
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-RELOADED-COUNT TO WS-EDIT-8
           STRING "Records restored........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-READ TO WS-EDIT-8
           STRING "Journal entries read.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-BEFORE-GEN TO WS-EDIT-8
           STRING "Before generation....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-REPLAYED TO WS-EDIT-8
           STRING "Replayed................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-SKIPPED TO WS-EDIT-8
           STRING "Skipped................. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-CONFLICT TO WS-EDIT-8
           STRING "Conflicts............... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-PAST-STOP TO WS-EDIT-8
           STRING "Past the stop point..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-CUT TO WS-EDIT-8
           STRING "Cut off the journal..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-DELETES-UNDONE TO WS-EDIT-8
           STRING "Deletes undone.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-CHECKED TO WS-EDIT-8
           STRING "Links checked........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-ORPHANED TO WS-EDIT-8
           STRING "Orphaned links.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-LAST-SEQ = 0
               MOVE "Recovered to............ generation as unloaded"
                   TO REPORT-REC
           ELSE
               STRING "Recovered to............ seq " DELIMITED BY SIZE
                      WS-LAST-SEQ DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      WS-LAST-STAMP DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           .
