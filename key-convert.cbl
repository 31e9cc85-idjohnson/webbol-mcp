*> One-time conversion of credentials.cfg from clear-text keys to
*> the hashed form AUTH-CHECK and KEY-ADMIN now use: every profile
*> (or bare-key) line whose key field is still clear text has that
*> field replaced by "sha256:" + its KEY-HASH digest + ":" + the
*> key's visible prefix, the rest of the line kept byte for byte.
*> The new file is written to credentials.cfg.new and renamed over
*> the old one, so a failure part way leaves the old file whole.
*> Lines already hashed are left alone, which makes a second run
*> harmless.
*> The files that identify a caller by key are moved over in the
*> same run, since they used to carry the first 64 bytes of the
*> clear token and now carry the digest:
*>   quota-usage.dat    - this month's (and older) counts re-keyed
*>                        to the digest, so no partner's quota
*>                        restarts from zero
*>   mcp-sessions.dat   - each session's owning key rewritten, so
*>                        clients keep their Mcp-Session-Id
*>   mcp-sessions.ckpt  - the same for a checkpoint awaiting replay
*>   rate-limit.dat     - per-key minute windows ("key:" + token)
*>                        are simply dropped; they start afresh
*>                        within the minute anyway
*> Each converted key gets a CONVERT line in key-audit.log (visible
*> prefix only) and the run ends with key-convert.rpt. FILE-BACKUP
*> generations of mcp-sessions.dat and rate-limit.dat taken before
*> the run still carry the old clear identities - the report says
*> so, and they are ops' to purge.
IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO "credentials.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT NEW-CREDENTIALS-FILE ASSIGN TO "credentials.cfg.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT QUOTA-FILE ASSIGN TO "quota-usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QU-QUOTA-KEY
               FILE STATUS IS WS-QUOTA-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "mcp-sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SESSION-ID
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "mcp-sessions.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT NEW-CHECKPOINT-FILE
               ASSIGN TO "mcp-sessions.ckpt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT RATE-LIMIT-FILE ASSIGN TO "rate-limit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CLIENT-ADDR
               FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "key-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "key-convert.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIALS-FILE.
       01  CREDENTIALS-REC      PIC X(256).

       FD  NEW-CREDENTIALS-FILE.
       01  NEW-CREDENTIALS-REC  PIC X(256).

*> Same record layout QUOTA-TRACKER declares
       FD  QUOTA-FILE.
       01  QUOTA-REC.
           05 QU-QUOTA-KEY.
              10 QU-KEY              PIC X(64).
              10 QU-MONTH            PIC X(6).
           05 QU-COUNT               PIC 9(8) COMP.

*> Same record layout SESSION-STORE declares
       FD  SESSION-FILE.
       01  SESSION-FILE-REC.
           05 SF-SESSION-ID         PIC X(36).
           05 SF-INITIALIZED        PIC X.
           05 SF-CREATED            PIC X(14).
           05 SF-LAST-USED          PIC X(14).
           05 SF-AUTH-KEY           PIC X(64).

*> Same line layout SESSION-CHECKPOINT writes - the owning key
*> identity sits at 66 for 64
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC           PIC X(129).

       FD  NEW-CHECKPOINT-FILE.
       01  NEW-CHECKPOINT-REC       PIC X(129).

*> Same record layout RATE-LIMITER declares
       FD  RATE-LIMIT-FILE.
       01  RATE-LIMIT-REC.
           05 RL-CLIENT-ADDR         PIC X(45).
           05 RL-WINDOW              PIC X(12).
           05 RL-COUNT               PIC 9(6) COMP.

       FD  AUDIT-FILE.
       01  AUDIT-REC            PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-CRED-FILE-STATUS       PIC XX.
       01 WS-NEW-FILE-STATUS        PIC XX.
       01 WS-QUOTA-FILE-STATUS      PIC XX.
       01 WS-SESSION-FILE-STATUS    PIC XX.
       01 WS-CKPT-FILE-STATUS       PIC XX.
       01 WS-RL-FILE-STATUS         PIC XX.
       01 WS-AUDIT-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> LOCK-MANAGER bracket around each keyed file while it is moved
*> over - the same lock names the daemon's own writers take
       01 WS-LOCK-NAME              PIC X(20).
       01 WS-LOCK-OP                PIC X.
       01 WS-LOCK-RC                PIC 9.

*> credentials.cfg held in memory while lines are converted -
*> comment and blank lines kept as-is
       01 WS-CRED-TABLE.
          05 WS-CRED-LINE OCCURS 500 TIMES PIC X(256).
       01 WS-CRED-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-CRED-IDX               PIC 9(4) COMP.
*> "Y" when credentials.cfg held more lines than the table, or a
*> converted line would no longer fit - the run must abort rather
*> than write a damaged file
       01 WS-CRED-OVERFLOW          PIC X VALUE "N".
       01 WS-LINE-TOO-LONG          PIC X VALUE "N".

*> Every key converted this run: the identity the per-key files
*> knew it by (first 64 bytes of the clear key), the digest they
*> know it by from now on, and its prefix and display name for the
*> audit trail and report
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES.
             10 WS-MAP-OLD          PIC X(64).
             10 WS-MAP-NEW          PIC X(64).
             10 WS-MAP-PREFIX       PIC X(8).
             10 WS-MAP-NAME         PIC X(40).
       01 WS-MAP-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-MAP-IDX                PIC 9(4) COMP.
*> Result of FIND-MAP-ENTRY: the entry whose old identity equals
*> WS-MAP-LOOKUP, 0 = none
       01 WS-MAP-LOOKUP             PIC X(64).
       01 WS-MAP-FOUND              PIC 9(4) COMP.

*> The line being converted: its key field and what follows it
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-BAR-POS                PIC 9(4) COMP.
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-TAIL-LEN               PIC 9(4) COMP.
       01 WS-NEW-LINE               PIC X(256).
       01 WS-NAME-SCRATCH           PIC X(256).

*> Turning a clear key into its stored form - the same rules
*> KEY-ADMIN applies
       01 WS-HASH-INPUT             PIC X(256).
       01 WS-HASH-OUTPUT            PIC X(64).
       01 WS-PREFIX-LEN             PIC 9(4) COMP.
       01 WS-KEY-PREFIX             PIC X(8).
       01 WS-STORED-KEY             PIC X(80).

*> Quota records to re-key, collected before any is touched so the
*> browse is never disturbed by the records it writes
       01 WS-QUOTA-TABLE.
          05 WS-QUOTA-ENTRY OCCURS 5000 TIMES.
             10 WS-Q-MAP-IDX        PIC 9(4) COMP.
             10 WS-Q-MONTH          PIC X(6).
             10 WS-Q-COUNT          PIC 9(8) COMP.
       01 WS-QUOTA-COUNT            PIC 9(4) COMP VALUE 0.
       01 WS-QUOTA-IDX              PIC 9(4) COMP.
       01 WS-QUOTA-OVERFLOW         PIC X VALUE "N".

*> Rate-limit windows to drop, collected the same way
       01 WS-RL-TABLE.
          05 WS-RL-DROP OCCURS 1000 TIMES PIC X(45).
       01 WS-RL-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-RL-IDX                 PIC 9(4) COMP.
       01 WS-RL-OVERFLOW            PIC X VALUE "N".
       01 WS-RL-ADDR                PIC X(45).

*> Write-then-rename of the rebuilt checkpoint
       01 WS-RENAME-FROM            PIC X(64).
       01 WS-RENAME-TO              PIC X(64).
       01 WS-CKPT-CHANGED           PIC X VALUE "N".

*> Run totals for the report
       01 WS-KEYS-CONVERTED         PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-ALREADY-HASHED    PIC 9(8) COMP VALUE 0.
       01 WS-QUOTA-REKEYED          PIC 9(8) COMP VALUE 0.
       01 WS-SESSIONS-REBOUND       PIC 9(8) COMP VALUE 0.
       01 WS-CKPT-REBOUND           PIC 9(8) COMP VALUE 0.
       01 WS-RL-DROPPED             PIC 9(8) COMP VALUE 0.

*> Today and now, for the report header and the audit trail
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-NOW-STAMP              PIC X(19).

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) " " DELIMITED BY SIZE
                  WS-RAW-DATE(9:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(11:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-CREDENTIALS
           IF WS-CRED-COUNT = 0
               MOVE "No credentials.cfg profiles found - nothing to convert"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "KEY-CONVERT: no credentials.cfg"
               STOP RUN
           END-IF
           IF WS-CRED-OVERFLOW = "Y"
               MOVE "credentials.cfg exceeds 500 lines - run aborted,"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " nothing converted and the file untouched"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "KEY-CONVERT: credentials.cfg too large - aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
               UNTIL WS-CRED-IDX > WS-CRED-COUNT
               PERFORM CONVERT-ONE-LINE
           END-PERFORM

           IF WS-LINE-TOO-LONG = "Y"
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "A converted line would exceed 256 bytes - run aborted,"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " nothing converted and the file untouched"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "KEY-CONVERT: profile line too long - aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MAP-COUNT = 0
               MOVE "Every key on file is already hashed - nothing to do"
                   TO REPORT-REC
               WRITE REPORT-REC
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "KEY-CONVERT: run complete, report written to "
                   "key-convert.rpt"
               STOP RUN
           END-IF

*>         The per-key files go first: the handlers already know
*>         every caller by digest, converted line or not, so they are
*>         safe to move before credentials.cfg is - and a run that
*>         dies part way still finds its clear lines to start from
           PERFORM REKEY-QUOTA-FILE
           PERFORM REBIND-SESSIONS
           PERFORM REBIND-CHECKPOINT
           PERFORM DROP-RATE-WINDOWS

           PERFORM REWRITE-CREDENTIALS
           IF WS-NEW-FILE-STATUS NOT = "00"
               MOVE "credentials.cfg could not be replaced - run aborted"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "KEY-CONVERT: credentials.cfg rewrite failed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM WRITE-CONVERTED-LINE
               PERFORM WRITE-AUDIT-LINE
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "KEY-CONVERT: run complete, report written to "
               "key-convert.rpt"
           STOP RUN.

       LOAD-CREDENTIALS.
           MOVE 0 TO WS-CRED-COUNT
           OPEN INPUT CREDENTIALS-FILE
           IF WS-CRED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRED-FILE-STATUS = "99"
               READ CREDENTIALS-FILE
                   AT END
                       MOVE "99" TO WS-CRED-FILE-STATUS
                   NOT AT END
                       IF WS-CRED-COUNT < 500
                           ADD 1 TO WS-CRED-COUNT
                           MOVE CREDENTIALS-REC
                               TO WS-CRED-LINE(WS-CRED-COUNT)
                       ELSE
                           MOVE "Y" TO WS-CRED-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDENTIALS-FILE
           .

*>       Convert one table line in place if its key field is still
*>       clear text, recording the old and new identities.
       CONVERT-ONE-LINE.
           IF WS-CRED-LINE(WS-CRED-IDX) = SPACES
               OR WS-CRED-LINE(WS-CRED-IDX)(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRED-LINE(WS-CRED-IDX)(1:7) = "sha256:"
               ADD 1 TO WS-KEYS-ALREADY-HASHED
               EXIT PARAGRAPH
           END-IF

*>         Key field: to the first "|", or to the first space for a
*>         bare key - the extent AUTH-CHECK always matched
           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-CRED-LINE(WS-CRED-IDX) TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-BAR-POS
           INSPECT WS-CRED-LINE(WS-CRED-IDX)(1:WS-LINE-LEN)
               TALLYING WS-BAR-POS FOR CHARACTERS BEFORE "|"
           MOVE WS-BAR-POS TO WS-KEY-LEN
           IF WS-KEY-LEN = 0
               EXIT PARAGRAPH
           END-IF

*>         Everything from the "|" on is carried over untouched; its
*>         length is the line's length past the key, trailing
*>         spaces aside
           MOVE 0 TO WS-TAIL-LEN
           INSPECT FUNCTION REVERSE(WS-CRED-LINE(WS-CRED-IDX))
               TALLYING WS-TAIL-LEN FOR LEADING SPACE
           COMPUTE WS-TAIL-LEN = 256 - WS-TAIL-LEN - WS-KEY-LEN

           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CRED-LINE(WS-CRED-IDX)(1:WS-KEY-LEN) TO WS-HASH-INPUT
           PERFORM BUILD-STORED-KEY

           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-STORED-KEY TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LINE-LEN + WS-TAIL-LEN > 256
               MOVE "Y" TO WS-LINE-TOO-LONG
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-COUNT >= 500
               MOVE "Y" TO WS-LINE-TOO-LONG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE WS-HASH-INPUT(1:64) TO WS-MAP-OLD(WS-MAP-COUNT)
           MOVE WS-HASH-OUTPUT TO WS-MAP-NEW(WS-MAP-COUNT)
           MOVE WS-KEY-PREFIX TO WS-MAP-PREFIX(WS-MAP-COUNT)
*>         Display name, for the audit trail - the field after the
*>         key, when the line has one
           MOVE SPACES TO WS-MAP-NAME(WS-MAP-COUNT)
           IF WS-TAIL-LEN > 1
               MOVE SPACES TO WS-NAME-SCRATCH
               MOVE WS-CRED-LINE(WS-CRED-IDX)
                   (WS-KEY-LEN + 2:WS-TAIL-LEN - 1) TO WS-NAME-SCRATCH
               UNSTRING WS-NAME-SCRATCH DELIMITED BY "|"
                   INTO WS-MAP-NAME(WS-MAP-COUNT)
               END-UNSTRING
           END-IF

           MOVE SPACES TO WS-NEW-LINE
           MOVE WS-STORED-KEY(1:WS-LINE-LEN) TO WS-NEW-LINE
           IF WS-TAIL-LEN > 0
               MOVE WS-CRED-LINE(WS-CRED-IDX)
                   (WS-KEY-LEN + 1:WS-TAIL-LEN)
                   TO WS-NEW-LINE(WS-LINE-LEN + 1:WS-TAIL-LEN)
           END-IF
           MOVE WS-NEW-LINE TO WS-CRED-LINE(WS-CRED-IDX)
           ADD 1 TO WS-KEYS-CONVERTED
           .

*>       WS-STORED-KEY = "sha256:" digest ":" visible prefix for the
*>       clear key in WS-HASH-INPUT, with KEY-ADMIN's prefix rule:
*>       eight characters, or half a key shorter than sixteen.
       BUILD-STORED-KEY.
           IF WS-KEY-LEN >= 16
               MOVE 8 TO WS-PREFIX-LEN
           ELSE
               COMPUTE WS-PREFIX-LEN = WS-KEY-LEN / 2
           END-IF
           MOVE SPACES TO WS-KEY-PREFIX
           IF WS-PREFIX-LEN > 0
               MOVE WS-HASH-INPUT(1:WS-PREFIX-LEN) TO WS-KEY-PREFIX
           END-IF
           CALL "KEY-HASH" USING WS-HASH-INPUT WS-HASH-OUTPUT
           MOVE SPACES TO WS-STORED-KEY
           STRING "sha256:" DELIMITED BY SIZE
                  WS-HASH-OUTPUT DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-KEY-PREFIX DELIMITED BY SPACE
                  INTO WS-STORED-KEY
           END-STRING
           .

*>       Write the converted table to credentials.cfg.new and
*>       rename it over credentials.cfg. WS-NEW-FILE-STATUS is left
*>       "00" only when the new file is in place.
       REWRITE-CREDENTIALS.
           OPEN OUTPUT NEW-CREDENTIALS-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
               UNTIL WS-CRED-IDX > WS-CRED-COUNT
               MOVE WS-CRED-LINE(WS-CRED-IDX) TO NEW-CREDENTIALS-REC
               WRITE NEW-CREDENTIALS-REC
           END-PERFORM
           CLOSE NEW-CREDENTIALS-FILE

           MOVE "credentials.cfg.new" TO WS-RENAME-FROM
           MOVE "credentials.cfg" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE NOT = 0
               MOVE "30" TO WS-NEW-FILE-STATUS
           END-IF
           .

*>       WS-MAP-FOUND = the map entry whose old identity is
*>       WS-MAP-LOOKUP, or 0.
       FIND-MAP-ENTRY.
           MOVE 0 TO WS-MAP-FOUND
           IF WS-MAP-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-OLD(WS-MAP-IDX) = WS-MAP-LOOKUP
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*>       Move every quota count held under a converted key's old
*>       identity to its digest, adding into a count already there
*>       (a call made since AUTH-CHECK began matching hashed lines
*>       would have started one).
       REKEY-QUOTA-FILE.
           MOVE "quota" TO WS-LOCK-NAME
           MOVE "A" TO WS-LOCK-OP
           CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
               WS-LOCK-RC

           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-FILE-STATUS NOT = "00"
               PERFORM RELEASE-LOCK
               EXIT PARAGRAPH
           END-IF

*>         A pass moves at most a tableful; records it moved no
*>         longer match an old identity, so passes repeat from the
*>         top until one finds no more than it can hold
           MOVE "Y" TO WS-QUOTA-OVERFLOW
           PERFORM UNTIL WS-QUOTA-OVERFLOW = "N"
               MOVE "N" TO WS-QUOTA-OVERFLOW
               PERFORM REKEY-QUOTA-PASS
           END-PERFORM

           CLOSE QUOTA-FILE
           PERFORM RELEASE-LOCK
           .

       REKEY-QUOTA-PASS.
           MOVE LOW-VALUES TO QU-QUOTA-KEY
           START QUOTA-FILE KEY >= QU-QUOTA-KEY
           MOVE 0 TO WS-QUOTA-COUNT
           PERFORM UNTIL WS-QUOTA-FILE-STATUS NOT = "00"
               READ QUOTA-FILE NEXT RECORD
               IF WS-QUOTA-FILE-STATUS = "00"
                   MOVE QU-KEY TO WS-MAP-LOOKUP
                   PERFORM FIND-MAP-ENTRY
                   IF WS-MAP-FOUND > 0
                       IF WS-QUOTA-COUNT < 5000
                           ADD 1 TO WS-QUOTA-COUNT
                           MOVE WS-MAP-FOUND
                               TO WS-Q-MAP-IDX(WS-QUOTA-COUNT)
                           MOVE QU-MONTH TO WS-Q-MONTH(WS-QUOTA-COUNT)
                           MOVE QU-COUNT TO WS-Q-COUNT(WS-QUOTA-COUNT)
                       ELSE
                           MOVE "Y" TO WS-QUOTA-OVERFLOW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT
               MOVE WS-MAP-OLD(WS-Q-MAP-IDX(WS-QUOTA-IDX)) TO QU-KEY
               MOVE WS-Q-MONTH(WS-QUOTA-IDX) TO QU-MONTH
               DELETE QUOTA-FILE RECORD
               MOVE WS-MAP-NEW(WS-Q-MAP-IDX(WS-QUOTA-IDX)) TO QU-KEY
               MOVE WS-Q-MONTH(WS-QUOTA-IDX) TO QU-MONTH
               READ QUOTA-FILE
               IF WS-QUOTA-FILE-STATUS = "00"
                   ADD WS-Q-COUNT(WS-QUOTA-IDX) TO QU-COUNT
                   REWRITE QUOTA-REC
               ELSE
                   MOVE WS-MAP-NEW(WS-Q-MAP-IDX(WS-QUOTA-IDX))
                       TO QU-KEY
                   MOVE WS-Q-MONTH(WS-QUOTA-IDX) TO QU-MONTH
                   MOVE WS-Q-COUNT(WS-QUOTA-IDX) TO QU-COUNT
                   WRITE QUOTA-REC
               END-IF
               ADD 1 TO WS-QUOTA-REKEYED
           END-PERFORM
           .

*>       Rewrite the owning key of every session a converted key
*>       created. The record key (the session id) is unchanged, so
*>       the rewrite is made in place as the browse goes.
       REBIND-SESSIONS.
           MOVE "sessions" TO WS-LOCK-NAME
           MOVE "A" TO WS-LOCK-OP
           CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
               WS-LOCK-RC

           OPEN I-O SESSION-FILE
           IF WS-SESSION-FILE-STATUS NOT = "00"
               PERFORM RELEASE-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SESSION-FILE-STATUS NOT = "00"
               READ SESSION-FILE NEXT RECORD
               IF WS-SESSION-FILE-STATUS = "00"
                   MOVE SF-AUTH-KEY TO WS-MAP-LOOKUP
                   PERFORM FIND-MAP-ENTRY
                   IF WS-MAP-FOUND > 0
                       MOVE WS-MAP-NEW(WS-MAP-FOUND) TO SF-AUTH-KEY
                       REWRITE SESSION-FILE-REC
                       ADD 1 TO WS-SESSIONS-REBOUND
                       MOVE "00" TO WS-SESSION-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SESSION-FILE
           PERFORM RELEASE-LOCK
           .

*>       The same for a checkpoint waiting to be replayed: copied to
*>       mcp-sessions.ckpt.new with owners rewritten, then renamed
*>       over the original. No checkpoint on disk is the usual case.
       REBIND-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CHECKPOINT-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               CLOSE CHECKPOINT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CKPT-CHANGED
           PERFORM UNTIL WS-CKPT-FILE-STATUS = "99"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "99" TO WS-CKPT-FILE-STATUS
                   NOT AT END
                       MOVE CHECKPOINT-REC TO NEW-CHECKPOINT-REC
                       MOVE CHECKPOINT-REC(66:64) TO WS-MAP-LOOKUP
                       PERFORM FIND-MAP-ENTRY
                       IF WS-MAP-FOUND > 0
                           MOVE WS-MAP-NEW(WS-MAP-FOUND)
                               TO NEW-CHECKPOINT-REC(66:64)
                           ADD 1 TO WS-CKPT-REBOUND
                           MOVE "Y" TO WS-CKPT-CHANGED
                       END-IF
                       WRITE NEW-CHECKPOINT-REC
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           CLOSE NEW-CHECKPOINT-FILE

           IF WS-CKPT-CHANGED = "Y"
               MOVE "mcp-sessions.ckpt.new" TO WS-RENAME-FROM
               MOVE "mcp-sessions.ckpt" TO WS-RENAME-TO
               CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           ELSE
               MOVE "mcp-sessions.ckpt.new" TO WS-RENAME-FROM
               CALL "CBL_DELETE_FILE" USING WS-RENAME-FROM
           END-IF
           .

*>       Drop the per-key minute windows a converted key left in
*>       rate-limit.dat under "key:" + its clear token.
       DROP-RATE-WINDOWS.
           MOVE "rate-limit" TO WS-LOCK-NAME
           MOVE "A" TO WS-LOCK-OP
           CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
               WS-LOCK-RC

           OPEN I-O RATE-LIMIT-FILE
           IF WS-RL-FILE-STATUS NOT = "00"
               PERFORM RELEASE-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-RL-OVERFLOW
           PERFORM UNTIL WS-RL-OVERFLOW = "N"
               MOVE "N" TO WS-RL-OVERFLOW
               PERFORM DROP-RATE-PASS
           END-PERFORM

           CLOSE RATE-LIMIT-FILE
           PERFORM RELEASE-LOCK
           .

       DROP-RATE-PASS.
           MOVE LOW-VALUES TO RL-CLIENT-ADDR
           START RATE-LIMIT-FILE KEY >= RL-CLIENT-ADDR
           MOVE 0 TO WS-RL-COUNT
           PERFORM UNTIL WS-RL-FILE-STATUS NOT = "00"
               READ RATE-LIMIT-FILE NEXT RECORD
               IF WS-RL-FILE-STATUS = "00"
                   AND RL-CLIENT-ADDR(1:4) = "key:"
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       MOVE SPACES TO WS-RL-ADDR
                       STRING "key:" DELIMITED BY SIZE
                              WS-MAP-OLD(WS-MAP-IDX) DELIMITED BY SPACE
                              INTO WS-RL-ADDR
                       END-STRING
                       IF WS-RL-ADDR = RL-CLIENT-ADDR
                           IF WS-RL-COUNT < 1000
                               ADD 1 TO WS-RL-COUNT
                               MOVE RL-CLIENT-ADDR
                                   TO WS-RL-DROP(WS-RL-COUNT)
                           ELSE
                               MOVE "Y" TO WS-RL-OVERFLOW
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               MOVE WS-RL-DROP(WS-RL-IDX) TO RL-CLIENT-ADDR
               DELETE RATE-LIMIT-FILE RECORD
               IF WS-RL-FILE-STATUS = "00"
                   ADD 1 TO WS-RL-DROPPED
               END-IF
           END-PERFORM
           .

       RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-OP
           CALL "LOCK-MANAGER" USING WS-LOCK-NAME WS-LOCK-OP
               WS-LOCK-RC
           .

*>       One CONVERT line in the audit trail per key, prefix only -
*>       the same format KEY-ADMIN writes.
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC
           STRING WS-NOW-STAMP DELIMITED BY SIZE
                  "|CONVERT|" DELIMITED BY SIZE
                  WS-MAP-PREFIX(WS-MAP-IDX) DELIMITED BY SPACE
                  "***|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAP-NAME(WS-MAP-IDX))
                      DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR
              WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .

       WRITE-CONVERTED-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  CONVERTED " DELIMITED BY SIZE
                  WS-MAP-PREFIX(WS-MAP-IDX) DELIMITED BY SPACE
                  "*** " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAP-NAME(WS-MAP-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "KEY-CONVERT - API Key Hashing Conversion "
                      DELIMITED BY SIZE
                  WS-TODAY(1:4) "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "=============================================="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-KEYS-CONVERTED TO WS-EDIT-8
           STRING "Keys converted.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-ALREADY-HASHED TO WS-EDIT-8
           STRING "Already hashed.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-QUOTA-REKEYED TO WS-EDIT-8
           STRING "Quota counts re-keyed... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-SESSIONS-REBOUND TO WS-EDIT-8
           STRING "Sessions rebound........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CKPT-REBOUND TO WS-EDIT-8
           STRING "Checkpoint entries...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RL-DROPPED TO WS-EDIT-8
           STRING "Rate windows dropped.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-KEYS-CONVERTED > 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "NOTE: FILE-BACKUP generations of mcp-sessions.dat and"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " rate-limit.dat taken before today still hold clear keys"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .
