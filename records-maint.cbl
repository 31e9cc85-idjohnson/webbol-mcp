*> plain C|id|name|detail rewords a record without reactivating it.
*> The category field feeds the RF-CATEGORY alternate key the
*> keyed searches browse on; omitted on an add it stays blank, and
*> omitted on a change it keeps what the record already has. A
*> category given on a line must be on the category master
*> (categories.dat, kept by CATEGORY-MAINT) and open - except that a
*> change repeating the category the record already carries is not
*> re-checked, so closing a category never strands the rewording of
*> records already filed there. Until the first CATEGORY-MAINT run
*> creates the master, categories are not checked at all.
*> Each transaction is validated (action known, key present and
*> within the 20-byte id, no duplicate adds, no changes or deletes
*> of missing records, name and detail within their field widths,
*> (records-journal.dat) with its before- and after-images and a
*> persistent change sequence, the raw material for RECORDS-DELTA's
*> daily extract to the downstream feeds.
*> The run commits its work every CFG-MAINT-CKPT transactions
*> (MAINT-CKPT-EVERY in webbol.cfg, default 100): the journal and
*> master are closed and reopened so everything so far is on disk,
*> and records-maint.ckpt is rewritten with the transaction
*> position, the journal sequence reached and the run totals. The checkpoint is written before the first
*> transaction and deleted once the report is out, so finding one at
*> start means the last run died. A restart then backs out whatever
*> that run did after its last commit - every journal entry past the
*> checkpoint's sequence has its before-image put back on the master
*> (newest first) and is cut off the journal - and resumes with the
*> transaction after the committed position. Nothing is applied or
*> journaled twice, so RECORDS-DELTA never ships a change twice. The
*> report says the run was a restart and where it resumed, and its
*> totals cover the whole run, interrupted part included, with the
*> range of journal sequences the run wrote.
*> Each journal entry is also written to records-journal.idx, keyed
*> by record id and change sequence (newest first within the id), so
*> a record's history can be read straight off the key instead of
*> the journal being scanned front to back - MCP-TOOL-RECORD-HISTORY
*> serves it to partners. The index is committed and backed out
*> along with the journal, and a run that finds it missing builds it
*> from the whole journal before applying anything.
*> A delete also answers to the record relationships file
*> (relationships.dat, kept by RELATIONSHIP-MAINT). It is refused
*> while a link still in force points at the record as the whole
*> others are part-of, or as the replacement others are
*> superseded-by - those records would be left pointing at nothing.
*> Anything else goes with the record: its own links to other
*> records, related-to links pointing at it, and expired links of
*> any type. Each cascaded link is listed on the report and logged
*> to relationships-cascade.dat under the delete's journal sequence
*> until the next commit, so a restart that backs the delete out
*> puts its links back too.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDS-MAINT.

           SELECT JOURNAL-FILE ASSIGN TO "records-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
*> Category master the transaction's category is checked against -
*> read only; CATEGORY-MAINT owns it
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-CAT-FILE-STATUS.
*> Next change sequence number, persisted across runs so journal
*> entries stay strictly ordered over the life of the journal
           SELECT JOURNAL-SEQ-FILE ASSIGN TO "records-journal.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
*> Commit checkpoint: position|journal-seq|first-seq|read|adds|
*> changes|deletes|rejected|started - present only while a run is
*> in flight
           SELECT CHECKPOINT-FILE ASSIGN TO "records-maint.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
*> The journal rewritten without a dead run's uncommitted tail,
*> renamed over records-journal.dat once complete
           SELECT JOURNAL-NEW-FILE ASSIGN TO "records-journal.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNEW-FILE-STATUS.
*> Keyed index over the journal: record id plus the sequence
*> counted down from 99999999, so a forward browse of one id reads
*> its changes newest first
           SELECT JOURNAL-INDEX-FILE ASSIGN TO "records-journal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JX-KEY
               FILE STATUS IS WS-JIX-FILE-STATUS.
*> Links between records, checked and cascaded on a delete -
*> RELATIONSHIP-MAINT owns it
           SELECT RELATIONSHIPS-FILE ASSIGN TO "relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-TO-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
*> Links cascaded off deletes since the last commit, each under the
*> delete's journal sequence, for a restart's backout
           SELECT CASCADE-FILE ASSIGN TO "relationships-cascade.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASCADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-SEQ-FILE.
       01  JOURNAL-SEQ-REC      PIC X(8).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC       PIC X(120).

       FD  JOURNAL-NEW-FILE.
       01  JOURNAL-NEW-REC      PIC X(505).

*> One journal entry under its record id; JX-NEWEST-FIRST is
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

*> The delete's journal sequence and the link as it stood
       FD  CASCADE-FILE.
       01  CASCADE-REC.
           05 CX-SEQ                 PIC 9(8).
           05 CX-LINK                PIC X(83).

*> Same record layout CATEGORY-MAINT declares
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
           05 CT-OWNER               PIC X(40).
           05 CT-STATUS              PIC X.
           05 CT-LAST-MAINT          PIC X(14).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-MAINT-CKPT)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.
       01 WS-JRN-FILE-STATUS        PIC XX.
       01 WS-SEQ-FILE-STATUS        PIC XX.
       01 WS-CAT-FILE-STATUS        PIC XX.
       01 WS-CKPT-FILE-STATUS       PIC XX.
       01 WS-JNEW-FILE-STATUS       PIC XX.
       01 WS-JIX-FILE-STATUS        PIC XX.
       01 WS-REL-FILE-STATUS        PIC XX.
       01 WS-CASCADE-FILE-STATUS    PIC XX.

*> "Y" when categories.dat was there to check categories against
       01 WS-CATEGORY-MASTER        PIC X VALUE "N".

*> The change sequence the next journal entry will carry, read off
*> JOURNAL-SEQ-FILE at start of run and written back at end
*> Reject reason for the line being processed; spaces = accepted
       01 WS-REJECT-REASON          PIC X(40).

*> Restart state off the checkpoint: "Y" when the last run died,
*> the transaction position and journal sequence it had committed,
*> and when it started
       01 WS-RESTART                PIC X VALUE "N".
       01 WS-CKPT-POSITION          PIC 9(8) COMP VALUE 0.
       01 WS-CKPT-SEQ               PIC 9(8) COMP VALUE 0.
       01 WS-CKPT-STARTED           PIC X(14).
*> Position of the transaction in hand - every non-comment line,
*> skipped ones included, so checkpoints hold absolute positions
       01 WS-TRANS-SEQ              PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-SKIPPED          PIC 9(8) COMP VALUE 0.
*> Transactions since the last commit, and how many that may be
       01 WS-SINCE-CKPT             PIC 9(6) COMP VALUE 0.
       01 WS-CKPT-EVERY             PIC 9(6) COMP.
*> First journal sequence the run wrote (or will write next)
       01 WS-FIRST-SEQ              PIC 9(8) COMP VALUE 0.
*> Checkpoint line as written; read back field by field
       01 WS-CKPT-LINE.
          05 WS-CL-POSITION         PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-JOURNAL-SEQ      PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-FIRST-SEQ        PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-READ             PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-ADDS             PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-CHANGES          PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-DELETES          PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-REJECTED         PIC 9(8).
          05 FILLER                 PIC X VALUE "|".
          05 WS-CL-STARTED          PIC X(14).
       01 WS-CKPT-NUM               PIC 9(8).
       01 WS-CKPT-FIELD-NUM         PIC 9(2) COMP.
       01 WS-RENAME-FROM            PIC X(64).
       01 WS-RENAME-TO              PIC X(64).

*> The dead run's uncommitted journal entries, held so they can be
*> backed out newest first
       01 WS-BACKOUT-TABLE.
          05 WS-BACKOUT-ENTRY OCCURS 1000 TIMES PIC X(505).
       01 WS-BACKOUT-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-BACKOUT-IDX            PIC 9(4) COMP.
       01 WS-BACKOUT-OVERFLOW       PIC X VALUE "N".
*> One of them, laid out the way JOURNAL-REC is
       01 WS-BACKOUT-ONE.
          05 WS-BO-SEQ              PIC 9(8).
          05 WS-BO-TIMESTAMP        PIC X(14).
          05 WS-BO-ACTION           PIC X.
          05 WS-BO-RECORD-ID        PIC X(20).
          05 WS-BO-BEFORE-IMAGE     PIC X(231).
          05 WS-BO-AFTER-IMAGE      PIC X(231).

*> Entries put on a missing records-journal.idx from the journal
       01 WS-INDEX-REBUILT          PIC X VALUE "N".
       01 WS-INDEX-BUILT-COUNT      PIC 9(8) COMP VALUE 0.

*> "Y" when relationships.dat was there to check deletes against;
*> links cascaded off this run's deletes, and links a restart put
*> back with the deletes it backed out
       01 WS-RELATIONS-OPEN         PIC X VALUE "N".
       01 WS-LINKS-CASCADED         PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-RESTORED         PIC 9(8) COMP VALUE 0.

*> Run totals for the report
       01 WS-TRANS-READ             PIC 9(8) COMP VALUE 0.
       01 WS-ADDS-APPLIED           PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8-B               PIC Z(7)9.

*> Payload queued for every connected MCP session when this run
*> changed the catalog - see NOTIFY-CATALOG-CHANGE
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           MOVE CFG-MAINT-CKPT TO WS-CKPT-EVERY
           IF WS-CKPT-EVERY = 0 OR WS-CKPT-EVERY > 1000
               MOVE 1000 TO WS-CKPT-EVERY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE WS-RAW-DATE(1:14) TO WS-NOW

*>         A dead run's report is kept aside for its reject lines
           PERFORM READ-CHECKPOINT
           IF WS-RESTART = "Y"
               MOVE "records-maint.rpt" TO WS-RENAME-FROM
               MOVE "records-maint-interrupted.rpt" TO WS-RENAME-TO
               CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           END-IF

           PERFORM OPEN-RECORDS-FILE-IO
           PERFORM OPEN-JOURNAL-INDEX
           OPEN I-O RELATIONSHIPS-FILE
           IF WS-REL-FILE-STATUS = "00"
               MOVE "Y" TO WS-RELATIONS-OPEN
           END-IF
           IF WS-RESTART = "Y"
               PERFORM BACK-OUT-UNCOMMITTED
               IF WS-BACKOUT-OVERFLOW = "Y"
                   CLOSE RECORDS-TRANS-FILE
                   CLOSE RECORDS-FILE
                   CLOSE JOURNAL-INDEX-FILE
                   IF WS-RELATIONS-OPEN = "Y"
                       CLOSE RELATIONSHIPS-FILE
                   END-IF
                   MOVE "Restart refused - more than 1000 uncommitted "
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "journal entries to back out; master and journal "
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "left as they are" TO REPORT-REC
                   WRITE REPORT-REC
                   CLOSE REPORT-FILE
                   DISPLAY "RECORDS-MAINT: too many uncommitted journal "
                       "entries to back out - restart refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-RESTART-LINES
           END-IF
           PERFORM OPEN-JOURNAL
           IF WS-RESTART = "Y"
               MOVE WS-CKPT-SEQ TO WS-JOURNAL-SEQ
           ELSE
               COMPUTE WS-FIRST-SEQ = WS-JOURNAL-SEQ + 1
               MOVE WS-NOW TO WS-CKPT-STARTED
           END-IF
*>         The checkpoint marks the run as in flight from before the
*>         first transaction
           PERFORM WRITE-CHECKPOINT

           OPEN INPUT CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS = "00"
               MOVE "Y" TO WS-CATEGORY-MASTER
           ELSE
               MOVE "No categories.dat found - categories not checked"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           PERFORM UNTIL WS-TRANS-FILE-STATUS = "99"
               READ RECORDS-TRANS-FILE
           CLOSE RECORDS-TRANS-FILE
           CLOSE RECORDS-FILE
           PERFORM CLOSE-JOURNAL
           CLOSE JOURNAL-INDEX-FILE
           IF WS-RELATIONS-OPEN = "Y"
               CLOSE RELATIONSHIPS-FILE
           END-IF
           IF WS-CATEGORY-MASTER = "Y"
               CLOSE CATEGORIES-FILE
           END-IF
           IF WS-RESTART = "Y"
               DISPLAY "RECORDS-MAINT: resumed after transaction "
                   WS-CKPT-POSITION
           END-IF

*>         Tell every connected MCP session the catalog moved, so
*>         partner clients stop polling search-records on a timer

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM CLEAR-CHECKPOINT

           DISPLAY "RECORDS-MAINT: run complete, report written to "
               "records-maint.rpt"
           END-IF
           .

*>       Open the journal index for update. The first run after it
*>       was introduced (or after it was lost) finds none and builds
*>       it from every entry the journal already holds.
       OPEN-JOURNAL-INDEX.
           OPEN I-O JOURNAL-INDEX-FILE
           IF WS-JIX-FILE-STATUS NOT = "35"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-INDEX-FILE
           CLOSE JOURNAL-INDEX-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           MOVE "Y" TO WS-INDEX-REBUILT

           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   AND JR-SEQ IS NUMERIC
                   PERFORM INDEX-JOURNAL-ENTRY
                   ADD 1 TO WS-INDEX-BUILT-COUNT
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

*>       Put the entry in JOURNAL-REC on the index. An entry already
*>       there (a rebuild repeated) is simply written over.
       INDEX-JOURNAL-ENTRY.
           MOVE JR-RECORD-ID TO JX-RECORD-ID
           COMPUTE JX-NEWEST-FIRST = 99999999 - JR-SEQ
           MOVE JR-SEQ TO JX-SEQ
           MOVE JR-TIMESTAMP TO JX-TIMESTAMP
           MOVE JR-ACTION TO JX-ACTION
           MOVE JR-BEFORE-IMAGE TO JX-BEFORE-IMAGE
           MOVE JR-AFTER-IMAGE TO JX-AFTER-IMAGE
           WRITE JOURNAL-INDEX-REC
           IF WS-JIX-FILE-STATUS = "22"
               REWRITE JOURNAL-INDEX-REC
           END-IF
           .

*>       Validate one transaction line and, when it passes, apply it
*>       to the master. Blank lines and "*" comments are skipped
*>       without counting.
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-SEQ
           IF WS-TRANS-SEQ <= WS-CKPT-POSITION
               ADD 1 TO WS-TRANS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON

           ELSE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF

           ADD 1 TO WS-SINCE-CKPT
           IF WS-SINCE-CKPT >= WS-CKPT-EVERY
               PERFORM COMMIT-CHECKPOINT
               MOVE 0 TO WS-SINCE-CKPT
           END-IF
           .

*>       Commit what has been applied so far: close and reopen the
*>       journal and master so both are on disk, persist the
*>       sequence, and only then move the checkpoint up to here. A
*>       run that dies before the checkpoint is rewritten backs out
*>       to the one before.
       COMMIT-CHECKPOINT.
           PERFORM CLOSE-JOURNAL
           CLOSE JOURNAL-INDEX-FILE
           CLOSE RECORDS-FILE
           PERFORM OPEN-RECORDS-FILE-IO
           OPEN I-O JOURNAL-INDEX-FILE
           IF WS-RELATIONS-OPEN = "Y"
               CLOSE RELATIONSHIPS-FILE
               OPEN I-O RELATIONSHIPS-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           PERFORM WRITE-CHECKPOINT
           .

*>       A checkpoint left behind means the last run never reached
*>       its report: pick up its committed position, journal
*>       sequence and totals.
       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   MOVE "10" TO WS-CKPT-FILE-STATUS
           END-READ
           CLOSE CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-RESTART
           MOVE CHECKPOINT-REC TO WS-REST
           PERFORM VARYING WS-CKPT-FIELD-NUM FROM 1 BY 1
               UNTIL WS-CKPT-FIELD-NUM > 9
               PERFORM SPLIT-NEXT-FIELD
               IF WS-CKPT-FIELD-NUM < 9
                   IF WS-FIELD-LEN = 0
                       MOVE 0 TO WS-CKPT-NUM
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-FIELD(1:WS-FIELD-LEN))
                           TO WS-CKPT-NUM
                   END-IF
               END-IF
               EVALUATE WS-CKPT-FIELD-NUM
                   WHEN 1
                       MOVE WS-CKPT-NUM TO WS-CKPT-POSITION
                   WHEN 2
                       MOVE WS-CKPT-NUM TO WS-CKPT-SEQ
                   WHEN 3
                       MOVE WS-CKPT-NUM TO WS-FIRST-SEQ
                   WHEN 4
                       MOVE WS-CKPT-NUM TO WS-TRANS-READ
                   WHEN 5
                       MOVE WS-CKPT-NUM TO WS-ADDS-APPLIED
                   WHEN 6
                       MOVE WS-CKPT-NUM TO WS-CHANGES-APPLIED
                   WHEN 7
                       MOVE WS-CKPT-NUM TO WS-DELETES-APPLIED
                   WHEN 8
                       MOVE WS-CKPT-NUM TO WS-TRANS-REJECTED
                   WHEN 9
                       MOVE WS-FIELD(1:14) TO WS-CKPT-STARTED
               END-EVALUATE
           END-PERFORM
           .

*>       A restart's first checkpoint is written before any
*>       transaction is read, so the position never drops below the
*>       one it resumed from.
       WRITE-CHECKPOINT.
           IF WS-TRANS-SEQ > WS-CKPT-POSITION
               MOVE WS-TRANS-SEQ TO WS-CL-POSITION
           ELSE
               MOVE WS-CKPT-POSITION TO WS-CL-POSITION
           END-IF
           MOVE WS-JOURNAL-SEQ TO WS-CL-JOURNAL-SEQ
           MOVE WS-FIRST-SEQ TO WS-CL-FIRST-SEQ
           MOVE WS-TRANS-READ TO WS-CL-READ
           MOVE WS-ADDS-APPLIED TO WS-CL-ADDS
           MOVE WS-CHANGES-APPLIED TO WS-CL-CHANGES
           MOVE WS-DELETES-APPLIED TO WS-CL-DELETES
           MOVE WS-TRANS-REJECTED TO WS-CL-REJECTED
           MOVE WS-CKPT-STARTED TO WS-CL-STARTED
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-REC
           MOVE WS-CKPT-LINE TO CHECKPOINT-REC
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
*>         Cascades logged so far are committed now - no backout
*>         will ever need them
           OPEN OUTPUT CASCADE-FILE
           CLOSE CASCADE-FILE
           .

*>       The run reached its report - nothing left to resume.
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           DELETE FILE CHECKPOINT-FILE
           .

*>       Undo what the dead run applied after its last commit. The
*>       journal is copied to records-journal.new up to the
*>       checkpoint's sequence; every entry past it is held, then
*>       backed out newest first so each record ends up as it stood
*>       at the commit. Safe to repeat if this dies too: a backed-
*>       out add is simply not found, and a before-image put back
*>       twice is the same image.
       BACK-OUT-UNCOMMITTED.
           MOVE 0 TO WS-BACKOUT-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-NEW-FILE

           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   IF JR-SEQ IS NUMERIC AND JR-SEQ <= WS-CKPT-SEQ
                       MOVE JOURNAL-REC TO JOURNAL-NEW-REC
                       WRITE JOURNAL-NEW-REC
                   ELSE
                       IF WS-BACKOUT-COUNT < 1000
                           ADD 1 TO WS-BACKOUT-COUNT
                           MOVE JOURNAL-REC
                               TO WS-BACKOUT-ENTRY(WS-BACKOUT-COUNT)
                       ELSE
                           MOVE "Y" TO WS-BACKOUT-OVERFLOW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-NEW-FILE
           MOVE "records-journal.new" TO WS-RENAME-FROM
           IF WS-BACKOUT-OVERFLOW = "Y" OR WS-BACKOUT-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-RENAME-FROM
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BACKOUT-IDX FROM WS-BACKOUT-COUNT BY -1
               UNTIL WS-BACKOUT-IDX = 0
               MOVE WS-BACKOUT-ENTRY(WS-BACKOUT-IDX) TO WS-BACKOUT-ONE
               PERFORM BACK-OUT-ONE-ENTRY
           END-PERFORM

           MOVE "records-journal.dat" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           .

*>       An add comes off the master; a change or delete puts the
*>       before-image back. Either way the entry comes off the
*>       journal index (it may never have reached it).
       BACK-OUT-ONE-ENTRY.
           MOVE WS-BO-RECORD-ID TO JX-RECORD-ID
           IF WS-BO-SEQ IS NUMERIC
               COMPUTE JX-NEWEST-FIRST = 99999999 - WS-BO-SEQ
               DELETE JOURNAL-INDEX-FILE RECORD
           END-IF
           MOVE WS-BO-RECORD-ID TO RF-RECORD-ID
           IF WS-BO-ACTION = "A"
               DELETE RECORDS-FILE RECORD
               EXIT PARAGRAPH
           END-IF
*>         A C or D always has a before-image with a name in it;
*>         without one the entry is not a whole line - leave it
           IF (WS-BO-ACTION NOT = "C" AND WS-BO-ACTION NOT = "D")
               OR WS-BO-BEFORE-IMAGE(1:60) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BO-BEFORE-IMAGE(1:60) TO RF-NAME
           MOVE WS-BO-BEFORE-IMAGE(61:120) TO RF-DETAIL
           MOVE WS-BO-BEFORE-IMAGE(181:1) TO RF-STATUS
           MOVE WS-BO-BEFORE-IMAGE(182:8) TO RF-EFF-FROM
           MOVE WS-BO-BEFORE-IMAGE(190:8) TO RF-EFF-TO
           MOVE WS-BO-BEFORE-IMAGE(198:14) TO RF-LAST-MAINT
           MOVE WS-BO-BEFORE-IMAGE(212:20) TO RF-CATEGORY
           WRITE RECORDS-FILE-REC
           IF WS-RECORDS-FILE-STATUS = "22"
               REWRITE RECORDS-FILE-REC
           END-IF
           IF WS-BO-ACTION = "D" AND WS-RELATIONS-OPEN = "Y"
               PERFORM RESTORE-CASCADED-LINKS
           END-IF
           .

*>       Put back the links a backed-out delete cascaded away - the
*>       log lines carrying its journal sequence. A link already
*>       back (a backout repeated) is left as it is.
       RESTORE-CASCADED-LINKS.
           OPEN INPUT CASCADE-FILE
           IF WS-CASCADE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASCADE-FILE-STATUS = "99"
               READ CASCADE-FILE
                   AT END
                       MOVE "99" TO WS-CASCADE-FILE-STATUS
               END-READ
               IF WS-CASCADE-FILE-STATUS NOT = "99"
                   AND CX-SEQ IS NUMERIC
                   AND CX-SEQ = WS-BO-SEQ
                   MOVE CX-LINK TO RELATIONSHIPS-FILE-REC
                   WRITE RELATIONSHIPS-FILE-REC
                   IF WS-REL-FILE-STATUS = "00"
                       ADD 1 TO WS-LINKS-RESTORED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CASCADE-FILE
           .

*>       Say on the report that this run finished one that died,
*>       and where it picked up.
       WRITE-RESTART-LINES.
           MOVE SPACES TO REPORT-REC
           STRING "RESTART of the run begun " DELIMITED BY SIZE
                  WS-CKPT-STARTED(1:4) "-" WS-CKPT-STARTED(5:2) "-"
                  WS-CKPT-STARTED(7:2) " " WS-CKPT-STARTED(9:2) ":"
                  WS-CKPT-STARTED(11:2) ":" WS-CKPT-STARTED(13:2)
                  DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-CKPT-POSITION TO WS-EDIT-8
           MOVE WS-CKPT-SEQ TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  Resumed after transaction " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  ", journal sequence " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8-B) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-BACKOUT-COUNT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Uncommitted journal entries backed out: "
                  FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-LINKS-RESTORED > 0
               MOVE WS-LINKS-RESTORED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "  Cascaded links put back: "
                      FUNCTION TRIM(WS-EDIT-8)
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           MOVE "  Totals below include the interrupted run's committed "
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  work; its reject lines are on records-maint-interrupted.rpt"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       Capture the record's current image for the journal. The
           END-IF

           WRITE JOURNAL-REC
           PERFORM INDEX-JOURNAL-ENTRY
           .

*>       Open the journal for append (creating it on the first run
                   IF WS-RECORDS-FILE-STATUS NOT = "00"
                       MOVE "delete of missing record"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-RELATIONS-OPEN = "Y"
                           PERFORM CHECK-DELETE-REFERENCES
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               AND (WS-TRANS-ACTION = "A" OR WS-TRANS-ACTION = "C")
               AND WS-TRANS-CAT-LEN > 0
               PERFORM VALIDATE-CATEGORY
           END-IF
           .

*>       The category on an A or C must be on the category master
*>       and open. Runs after the existence READ, so for a C the
*>       record area holds the record as filed and a category it
*>       already carries is let through unchecked.
       VALIDATE-CATEGORY.
           IF WS-CATEGORY-MASTER NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-ACTION = "C"
               AND WS-TRANS-CATEGORY = RF-CATEGORY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANS-CATEGORY TO CT-CODE
           READ CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               MOVE "category not on category master"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CT-STATUS = "C"
               MOVE "category closed" TO WS-REJECT-REASON
           END-IF
           .

*>       The lifecycle rules an A or C transaction must pass: status
                   DELETE RECORDS-FILE RECORD
                   IF WS-RECORDS-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETES-APPLIED
                       IF WS-RELATIONS-OPEN = "Y"
                           PERFORM CASCADE-LINKS
                       END-IF
                   ELSE
                       MOVE "delete failed" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

*>       A delete is refused while a link in force points at the
*>       record as the whole others are part-of or the replacement
*>       others are superseded-by. Browses the RL-TO-ID key.
       CHECK-DELETE-REFERENCES.
           MOVE WS-TRANS-ID TO RL-TO-ID
           START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-TO-ID
               INVALID KEY
                   MOVE "10" TO WS-REL-FILE-STATUS
           END-START
           PERFORM UNTIL WS-REL-FILE-STATUS NOT = "00"
               OR WS-REJECT-REASON NOT = SPACES
               READ RELATIONSHIPS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REL-FILE-STATUS
               END-READ
               IF WS-REL-FILE-STATUS = "00"
                   IF RL-TO-ID NOT = WS-TRANS-ID
                       MOVE "10" TO WS-REL-FILE-STATUS
                   ELSE
                       IF RL-EFF-TO = SPACES OR RL-EFF-TO >= WS-TODAY
                           EVALUATE RL-TYPE
                               WHEN "part-of"
                                   MOVE "other records are still part of it"
                                       TO WS-REJECT-REASON
                               WHEN "superseded-by"
                                   MOVE "still the replacement for a record"
                                       TO WS-REJECT-REASON
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

*>       The deleted record's links go with it: first its own (the
*>       primary key browse from its id), then whatever still points
*>       at it (CHECK-DELETE-REFERENCES has made sure that is only
*>       related-to or expired links).
       CASCADE-LINKS.
           MOVE WS-TRANS-ID TO RL-FROM-ID
           MOVE LOW-VALUES TO RL-TYPE
           MOVE LOW-VALUES TO RL-TO-ID
           START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   MOVE "10" TO WS-REL-FILE-STATUS
           END-START
           PERFORM UNTIL WS-REL-FILE-STATUS NOT = "00"
               READ RELATIONSHIPS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REL-FILE-STATUS
               END-READ
               IF WS-REL-FILE-STATUS = "00"
                   IF RL-FROM-ID NOT = WS-TRANS-ID
                       MOVE "10" TO WS-REL-FILE-STATUS
                   ELSE
                       PERFORM CASCADE-ONE-LINK
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-TRANS-ID TO RL-TO-ID
           START RELATIONSHIPS-FILE KEY IS NOT LESS THAN RL-TO-ID
               INVALID KEY
                   MOVE "10" TO WS-REL-FILE-STATUS
           END-START
           PERFORM UNTIL WS-REL-FILE-STATUS NOT = "00"
               READ RELATIONSHIPS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REL-FILE-STATUS
               END-READ
               IF WS-REL-FILE-STATUS = "00"
                   IF RL-TO-ID NOT = WS-TRANS-ID
                       MOVE "10" TO WS-REL-FILE-STATUS
                   ELSE
                       PERFORM CASCADE-ONE-LINK
                   END-IF
               END-IF
           END-PERFORM
           .

*>       Log the link under the sequence the delete is about to be
*>       journaled with, take it off the file and list it.
       CASCADE-ONE-LINK.
           OPEN EXTEND CASCADE-FILE
           IF WS-CASCADE-FILE-STATUS = "05"
               OR WS-CASCADE-FILE-STATUS = "35"
               OPEN OUTPUT CASCADE-FILE
           END-IF
           COMPUTE CX-SEQ = WS-JOURNAL-SEQ + 1
           MOVE RELATIONSHIPS-FILE-REC TO CX-LINK
           WRITE CASCADE-REC
           CLOSE CASCADE-FILE

           DELETE RELATIONSHIPS-FILE RECORD
           IF WS-REL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO WS-REL-FILE-STATUS
           ADD 1 TO WS-LINKS-CASCADED
           MOVE SPACES TO REPORT-REC
           STRING "  CASCADED " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-FROM-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TYPE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TO-ID) DELIMITED BY SIZE
                  " - link removed with deleted record "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-ID) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Queue a records-changed notification for every session -
*>       NOTIFY-SESSIONS fans it out through the same queue the
*>       GET /mcp drain serves.
           STRING "Transactions read....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ADDS-APPLIED TO WS-EDIT-8
           STRING "Adds applied............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CHANGES-APPLIED TO WS-EDIT-8
           STRING "Changes applied......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-DELETES-APPLIED TO WS-EDIT-8
           STRING "Deletes applied......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TRANS-REJECTED TO WS-EDIT-8
           STRING "Rejected................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-JOURNAL-SEQ < WS-FIRST-SEQ
               MOVE "Journal sequences....... none" TO REPORT-REC
           ELSE
               MOVE WS-FIRST-SEQ TO WS-EDIT-8
               MOVE WS-JOURNAL-SEQ TO WS-EDIT-8-B
               STRING "Journal sequences....... " FUNCTION TRIM(WS-EDIT-8)
                      " - " FUNCTION TRIM(WS-EDIT-8-B)
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF WS-RESTART = "Y"
               MOVE WS-TRANS-SKIPPED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Skipped (restart)....... " FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-RELATIONS-OPEN = "Y"
               MOVE WS-LINKS-CASCADED TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Links cascaded.......... " FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-INDEX-REBUILT = "Y"
               MOVE WS-INDEX-BUILT-COUNT TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "Index entries rebuilt... " FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .
