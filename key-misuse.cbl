*> Nightly API key misuse analysis - the watch on partner keys that
*> BLOCKLIST-BUILD keeps on client addresses. A leaked or abused key
*> shows first as a change in how it is used, so each key's activity
*> on the day analysed is held against its own trailing baseline:
*>     KEY-VOLUME-SPIKE    the day's calls far above the key's
*>                         trailing daily average
*>     KEY-NEW-TOOL        a tool the key called that it never
*>                         called in the baseline
*>     KEY-REFUSAL-BURST   an hour with a burst of calls rejected as
*>                         no such tool, no tool name, or a tool the
*>                         key isn't entitled to (activity rc N, P, E)
*>     KEY-NEW-HOUR        calls in an hour of the day the key was
*>                         never used in the baseline
*>     KEY-SESSION-SURGE   the day's sessions far above the key's
*>                         trailing daily average
*> Read off the tool-call activity log MCP-HANDLER and HTTP-HANDLER's
*> /export write (timestamp|session|key|tool|rc|request-id) - the
*> access log has no key on its lines, and every request carrying
*> a key reaches the activity log, refusals included. Every
*> mcp-activity generation HOUSEKEEPING has cut back to the start of
*> the baseline (listed in housekeeping.idx) is read, then the live
*> log. A key with too few active days in the baseline to have a
*> pattern is judged on refusal bursts only, and listed as such.
*> Thresholds are read from alerts.cfg, beside ALERT-MONITOR's own:
*>     MISUSE-BASELINE-DAYS=28   days before the day analysed that
*>                               make up the baseline (1-90)
*>     MISUSE-MIN-HISTORY=7      active baseline days a key needs
*>                               before its pattern is judged
*>     MISUSE-SPIKE-FACTOR=5     day's calls over this many times
*>                               the trailing average is a spike...
*>     MISUSE-SPIKE-MIN=100      ...once at least this many
*>     MISUSE-REFUSAL-BURST=10   rejected calls in one hour
*>     MISUSE-SESSION-FACTOR=5   as the spike test, for sessions
*>     MISUSE-SESSION-MIN=20
*> WEBBOL-MISUSE-DATE (YYYY-MM-DD) picks the day; left unset it is
*> yesterday, the day the nightly run has just seen close. Findings
*> are listed in key-misuse.rpt and each is raised to the operator
*> alerts file in ALERT-MONITOR's RAISED format, with the key's
*> display name on the end - rotate a key that can't be accounted
*> for with KEY-ADMIN's T transaction. Ends RC 4 when anything was
*> flagged.
IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-MISUSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTS-CONFIG ASSIGN TO "alerts.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.
*> HOUSEKEEPING's list of dated generations: base|dated-name
           SELECT GENERATION-INDEX ASSIGN TO "housekeeping.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.
*> One activity generation (or the live log) at a time
           SELECT ACTIVITY-LOG ASSIGN TO WS-ACTIVITY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
*> Every key/day/session seen, so each session counts once a day
           SELECT SESSION-WORK ASSIGN TO "key-misuse.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
*> The operator's feed ALERT-MONITOR raises into
           SELECT ALERTS-FILE ASSIGN TO "operator-alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "key-misuse.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTS-CONFIG.
       01  ALERTS-CONFIG-REC    PIC X(300).

       FD  GENERATION-INDEX.
       01  GENERATION-INDEX-REC PIC X(160).

       FD  ACTIVITY-LOG.
       01  ACTIVITY-LOG-REC     PIC X(256).

       FD  SESSION-WORK.
       01  SESSION-WORK-REC.
           05 SW-KEY.
              10 SW-KEY-IDX          PIC 9(4).
              10 SW-DAY-IDX          PIC 9(2).
              10 SW-SESSION-ID       PIC X(36).

       FD  ALERTS-FILE.
       01  ALERTS-REC           PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-CFG-FILE-STATUS        PIC XX.
       01 WS-IDX-FILE-STATUS        PIC XX.
       01 WS-LOG-FILE-STATUS        PIC XX.
       01 WS-WORK-FILE-STATUS       PIC XX.
       01 WS-ALERTS-FILE-STATUS     PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> The ops-set thresholds, with defaults a small site can live with
       01 WS-BASELINE-DAYS          PIC 9(4) COMP VALUE 28.
       01 WS-MIN-HISTORY            PIC 9(4) COMP VALUE 7.
       01 WS-SPIKE-FACTOR           PIC 9(4) COMP VALUE 5.
       01 WS-SPIKE-MIN              PIC 9(8) COMP VALUE 100.
       01 WS-REFUSAL-BURST          PIC 9(8) COMP VALUE 10.
       01 WS-SESSION-FACTOR         PIC 9(4) COMP VALUE 5.
       01 WS-SESSION-MIN            PIC 9(8) COMP VALUE 20.

*> Fields used to parse one KEY=VALUE config line
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-EQ-POS                 PIC 9(4) COMP.
       01 WS-CFG-KEY                PIC X(40).
       01 WS-CFG-VALUE              PIC X(256).
       01 WS-CFG-VALUE-LEN          PIC 9(4) COMP.

*> The day analysed (YYYY-MM-DD as the log stamps it, YYYYMMDD and
*> its day number) and the first day of its baseline
       01 WS-RAW-DATE               PIC X(21).
       01 WS-NOW-STAMP              PIC X(19).
       01 WS-DAY-DATE               PIC X(10).
       01 WS-DAY-GIVEN              PIC X.
       01 WS-DAY-YMD                PIC X(8).
       01 WS-DAY-DAYNUM             PIC 9(8) COMP.
       01 WS-START-DAYNUM           PIC 9(8) COMP.
       01 WS-START-YMD              PIC 9(8).
       01 WS-LAST-BASE-YMD          PIC 9(8).

*> mcp-activity generations that can hold lines of the window
       01 WS-ACT-GEN-TABLE.
          05 WS-ACT-GEN-NAME OCCURS 200 TIMES PIC X(100).
       01 WS-ACT-GEN-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-GEN-IDX                PIC 9(4) COMP.
       01 WS-ACTIVITY-NAME          PIC X(100).

*> Pieces of the activity line being parsed
       01 WS-LINE-STAMP             PIC X(19).
       01 WS-LINE-YMD               PIC X(8).
       01 WS-LINE-SESSION           PIC X(36).
       01 WS-LINE-KEY               PIC X(40).
       01 WS-LINE-TOOL              PIC X(40).
       01 WS-LINE-RC                PIC X.
       01 WS-LINE-DAY-IDX           PIC 9(4) COMP.
       01 WS-LINE-HOUR-IDX          PIC 9(4) COMP.

*> Fields used to split the line on its "|" separators
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-FIELD-NUM              PIC 9(2) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> One entry per key seen in the window. Day 1 is the day analysed,
*> days 2 on the baseline, most recent first; the hour tables are
*> the day analysed's, the hour flags the baseline's.
       01 WS-KEY-MAX                PIC 9(4) COMP VALUE 200.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 200 TIMES.
             10 WS-KEY-NAME         PIC X(40).
             10 WS-KEY-DAY-CALLS    PIC 9(8) COMP OCCURS 91 TIMES.
             10 WS-KEY-DAY-SESSIONS PIC 9(8) COMP OCCURS 91 TIMES.
             10 WS-KEY-BASE-HOURS   PIC X(24).
             10 WS-KEY-HOUR-CALLS   PIC 9(8) COMP OCCURS 24 TIMES.
             10 WS-KEY-HOUR-REJECTS PIC 9(8) COMP OCCURS 24 TIMES.
       01 WS-KEY-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-KEY-IDX                PIC 9(4) COMP.
       01 WS-FOUND-KEY-IDX          PIC 9(4) COMP.

*> One entry per key/tool pair the key really called (rc 0, 1 or Q)
       01 WS-TOOL-MAX               PIC 9(4) COMP VALUE 3000.
       01 WS-TOOL-TABLE.
          05 WS-TOOL-ENTRY OCCURS 3000 TIMES.
             10 WS-TL-KEY-IDX       PIC 9(4) COMP.
             10 WS-TL-TOOL          PIC X(40).
             10 WS-TL-BASE-CALLS    PIC 9(8) COMP.
             10 WS-TL-DAY-CALLS     PIC 9(8) COMP.
       01 WS-TOOL-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-TOOL-IDX               PIC 9(4) COMP.
       01 WS-FOUND-TOOL-IDX         PIC 9(4) COMP.

*> One key being judged
       01 WS-DAY-IDX                PIC 9(4) COMP.
       01 WS-HOUR-IDX               PIC 9(4) COMP.
       01 WS-ACTIVE-DAYS            PIC 9(4) COMP.
       01 WS-BASE-CALLS             PIC 9(8) COMP.
       01 WS-BASE-SESSIONS          PIC 9(8) COMP.
       01 WS-AVERAGE                PIC 9(8) COMP.
       01 WS-PEAK-REJECTS           PIC 9(8) COMP.
       01 WS-PEAK-HOUR              PIC 9(4) COMP.
       01 WS-NEW-HOUR-CALLS         PIC 9(8) COMP.
       01 WS-NEW-HOURS              PIC X(72).
       01 WS-NEW-HOURS-PTR          PIC 9(4) COMP.
       01 WS-HOUR-2                 PIC 9(2).
       01 WS-KEY-FLAGGED            PIC X.

*> The finding being raised: its code, measured/limit numbers and
*> the detail for the report line
       01 WS-ALERT-CODE             PIC X(20).
       01 WS-ALERT-SEVERITY         PIC X(8) VALUE "WARNING".
       01 WS-ALERT-MEASURED         PIC 9(8) COMP.
       01 WS-ALERT-LIMIT            PIC 9(8) COMP.
       01 WS-FINDING-DETAIL         PIC X(80).

*> Run totals
       01 WS-FILES-READ             PIC 9(8) COMP VALUE 0.
       01 WS-LINES-READ             PIC 9(8) COMP VALUE 0.
       01 WS-LINES-IN-WINDOW        PIC 9(8) COMP VALUE 0.
       01 WS-LINES-ON-DAY           PIC 9(8) COMP VALUE 0.
       01 WS-LINES-UNREADABLE       PIC 9(8) COMP VALUE 0.
       01 WS-LINES-OVERFLOW         PIC 9(8) COMP VALUE 0.
       01 WS-TOOLS-OVERFLOW         PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-ACTIVE            PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-TOO-NEW           PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-FLAGGED           PIC 9(8) COMP VALUE 0.
       01 WS-FINDINGS               PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8B                PIC Z(7)9.
       01 WS-EDIT-8C                PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) " " DELIMITED BY SIZE
                  WS-RAW-DATE(9:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(11:2) ":" DELIMITED BY SIZE
                  WS-RAW-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING

           PERFORM LOAD-THRESHOLDS
           PERFORM SELECT-ANALYSIS-DAY
           PERFORM LOAD-GENERATIONS

           OPEN OUTPUT SESSION-WORK
           CLOSE SESSION-WORK
           OPEN I-O SESSION-WORK
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "KEY-MISUSE: cannot open key-misuse.wrk, status "
                   WS-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-ACT-GEN-COUNT
               MOVE WS-ACT-GEN-NAME(WS-GEN-IDX) TO WS-ACTIVITY-NAME
               PERFORM READ-ACTIVITY-FILE
           END-PERFORM
           MOVE "mcp-activity.log" TO WS-ACTIVITY-NAME
           PERFORM READ-ACTIVITY-FILE

           CLOSE SESSION-WORK
           DELETE FILE SESSION-WORK

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-DAY-CALLS(WS-KEY-IDX, 1) > 0
                   PERFORM JUDGE-ONE-KEY
               END-IF
           END-PERFORM

           IF WS-FINDINGS = 0
               MOVE SPACES TO REPORT-REC
               MOVE "No key shows signs of misuse." TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-KEYS-FLAGGED > 0
               MOVE WS-KEYS-FLAGGED TO WS-EDIT-8
               DISPLAY "KEY-MISUSE: " FUNCTION TRIM(WS-EDIT-8)
                   " key(s) flagged, see key-misuse.rpt"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "KEY-MISUSE: run complete, report written to "
                   "key-misuse.rpt"
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

*>       Read alerts.cfg over the defaults, the way ALERT-MONITOR
*>       reads its own thresholds from it.
       LOAD-THRESHOLDS.
           OPEN INPUT ALERTS-CONFIG
           IF WS-CFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CFG-FILE-STATUS = "99"
               READ ALERTS-CONFIG
                   AT END
                       MOVE "99" TO WS-CFG-FILE-STATUS
               END-READ
               IF WS-CFG-FILE-STATUS NOT = "99"
                   PERFORM APPLY-THRESHOLD-LINE
               END-IF
           END-PERFORM
           CLOSE ALERTS-CONFIG

*>         The key table holds 90 baseline days after the day itself
           IF WS-BASELINE-DAYS < 1 OR WS-BASELINE-DAYS > 90
               MOVE 28 TO WS-BASELINE-DAYS
           END-IF
           IF WS-SPIKE-FACTOR < 1
               MOVE 5 TO WS-SPIKE-FACTOR
           END-IF
           IF WS-SESSION-FACTOR < 1
               MOVE 5 TO WS-SESSION-FACTOR
           END-IF
           IF WS-REFUSAL-BURST < 1
               MOVE 10 TO WS-REFUSAL-BURST
           END-IF
           .

       APPLY-THRESHOLD-LINE.
           MOVE 0 TO WS-LINE-LEN
           INSPECT ALERTS-CONFIG-REC TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LINE-LEN = 0 OR ALERTS-CONFIG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT ALERTS-CONFIG-REC(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE ALERTS-CONFIG-REC(1:WS-EQ-POS) TO WS-CFG-KEY
           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           IF WS-CFG-VALUE-LEN > 0
               MOVE ALERTS-CONFIG-REC(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
                   TO WS-CFG-VALUE
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "MISUSE-BASELINE-DAYS"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO WS-BASELINE-DAYS
               WHEN "MISUSE-MIN-HISTORY"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-MIN-HISTORY
               WHEN "MISUSE-SPIKE-FACTOR"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO WS-SPIKE-FACTOR
               WHEN "MISUSE-SPIKE-MIN"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SPIKE-MIN
               WHEN "MISUSE-REFUSAL-BURST"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO WS-REFUSAL-BURST
               WHEN "MISUSE-SESSION-FACTOR"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO WS-SESSION-FACTOR
               WHEN "MISUSE-SESSION-MIN"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SESSION-MIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>       WEBBOL-MISUSE-DATE names the day as YYYY-MM-DD; left unset
*>       (or not a date) the run analyses yesterday.
       SELECT-ANALYSIS-DAY.
           MOVE SPACES TO WS-DAY-DATE
           ACCEPT WS-DAY-DATE FROM ENVIRONMENT "WEBBOL-MISUSE-DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE "N" TO WS-DAY-GIVEN
           IF WS-DAY-DATE(1:4) IS NUMERIC
               AND WS-DAY-DATE(5:1) = "-"
               AND WS-DAY-DATE(6:2) IS NUMERIC
               AND WS-DAY-DATE(8:1) = "-"
               AND WS-DAY-DATE(9:2) IS NUMERIC
               MOVE SPACES TO WS-DAY-YMD
               STRING WS-DAY-DATE(1:4) WS-DAY-DATE(6:2)
                      WS-DAY-DATE(9:2) DELIMITED BY SIZE
                      INTO WS-DAY-YMD
               END-STRING
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-DAY-YMD)) = 0
                   MOVE "Y" TO WS-DAY-GIVEN
               END-IF
           END-IF

           IF WS-DAY-GIVEN = "Y"
               COMPUTE WS-DAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DAY-YMD))
           ELSE
               COMPUTE WS-DAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RAW-DATE(1:8))) - 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-DAYNUM) TO WS-START-YMD
           MOVE WS-START-YMD TO WS-DAY-YMD
           MOVE SPACES TO WS-DAY-DATE
           STRING WS-DAY-YMD(1:4) "-" WS-DAY-YMD(5:2) "-"
                  WS-DAY-YMD(7:2) DELIMITED BY SIZE
                  INTO WS-DAY-DATE
           END-STRING

           COMPUTE WS-START-DAYNUM = WS-DAY-DAYNUM - WS-BASELINE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-DAYNUM)
               TO WS-START-YMD
           COMPUTE WS-LAST-BASE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-DAYNUM - 1)
           .

*>       List every mcp-activity generation in housekeeping.idx, in
*>       the index's append (oldest first) order. A generation cut
*>       before the baseline began can't hold any of its lines and
*>       is passed over.
       LOAD-GENERATIONS.
           OPEN INPUT GENERATION-INDEX
           IF WS-IDX-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-IDX-FILE-STATUS = "99"
               READ GENERATION-INDEX
                   AT END
                       MOVE "99" TO WS-IDX-FILE-STATUS
                   NOT AT END
                       PERFORM LOAD-GENERATION-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-INDEX
           .

       LOAD-GENERATION-LINE.
*>         mcp-activity.YYYYMMDD.log - the cutover date follows the
*>         base and its dot
           IF GENERATION-INDEX-REC(1:13) = "mcp-activity|"
               IF GENERATION-INDEX-REC(27:8) >= WS-START-YMD
                   AND WS-ACT-GEN-COUNT < 200
                   ADD 1 TO WS-ACT-GEN-COUNT
                   MOVE GENERATION-INDEX-REC(14:100)
                       TO WS-ACT-GEN-NAME(WS-ACT-GEN-COUNT)
               END-IF
           END-IF
           .

*>       Fold every line of one activity file into the key and tool
*>       tables.
       READ-ACTIVITY-FILE.
           OPEN INPUT ACTIVITY-LOG
           IF WS-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ

           PERFORM UNTIL WS-LOG-FILE-STATUS = "99"
               READ ACTIVITY-LOG
                   AT END
                       MOVE "99" TO WS-LOG-FILE-STATUS
               END-READ
               IF WS-LOG-FILE-STATUS NOT = "99"
                   PERFORM LOAD-ACTIVITY-LINE
               END-IF
           END-PERFORM

           CLOSE ACTIVITY-LOG
           .

*>       Split one line - timestamp|session|key|tool|rc|request-id -
*>       and, when it falls in the window, count it against its key:
*>       its day's calls and session, and on the day analysed its
*>       hour (and rejection), or in the baseline the hour's flag.
       LOAD-ACTIVITY-LINE.
           IF ACTIVITY-LOG-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ

           MOVE ACTIVITY-LOG-REC TO WS-REST
           MOVE SPACES TO WS-LINE-STAMP WS-LINE-SESSION WS-LINE-KEY
               WS-LINE-TOOL
           MOVE SPACE TO WS-LINE-RC

           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 5
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:19) TO WS-LINE-STAMP
                   WHEN 2
                       MOVE WS-FIELD(1:36) TO WS-LINE-SESSION
                   WHEN 3
                       MOVE WS-FIELD(1:40) TO WS-LINE-KEY
                   WHEN 4
                       MOVE WS-FIELD(1:40) TO WS-LINE-TOOL
                   WHEN 5
                       MOVE WS-FIELD(1:1) TO WS-LINE-RC
               END-EVALUATE
           END-PERFORM

           IF WS-LINE-STAMP(1:4) IS NOT NUMERIC
               OR WS-LINE-STAMP(6:2) IS NOT NUMERIC
               OR WS-LINE-STAMP(9:2) IS NOT NUMERIC
               OR WS-LINE-STAMP(12:2) IS NOT NUMERIC
               OR WS-LINE-STAMP(12:2) > "23"
               OR WS-LINE-KEY = SPACES
               ADD 1 TO WS-LINES-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-YMD
           STRING WS-LINE-STAMP(1:4) WS-LINE-STAMP(6:2)
                  WS-LINE-STAMP(9:2) DELIMITED BY SIZE
                  INTO WS-LINE-YMD
           END-STRING
           IF WS-LINE-YMD < WS-START-YMD OR WS-LINE-YMD > WS-DAY-YMD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN-WINDOW
*>         A later page of an export is part of the call its first
*>         page logged - not a call, a session or a tool of its own
           IF WS-LINE-RC = "C"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LINE-DAY-IDX = WS-DAY-DAYNUM
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-LINE-YMD))
               + 1
           COMPUTE WS-LINE-HOUR-IDX =
               FUNCTION NUMVAL(WS-LINE-STAMP(12:2)) + 1

           PERFORM FIND-OR-ADD-KEY
           IF WS-FOUND-KEY-IDX = 0
               ADD 1 TO WS-LINES-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KEY-DAY-CALLS(WS-FOUND-KEY-IDX, WS-LINE-DAY-IDX)
           IF WS-LINE-DAY-IDX = 1
               ADD 1 TO WS-LINES-ON-DAY
               ADD 1 TO
                   WS-KEY-HOUR-CALLS(WS-FOUND-KEY-IDX, WS-LINE-HOUR-IDX)
               IF WS-LINE-RC = "N" OR WS-LINE-RC = "P"
                   OR WS-LINE-RC = "E"
                   ADD 1 TO WS-KEY-HOUR-REJECTS(WS-FOUND-KEY-IDX,
                       WS-LINE-HOUR-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-KEY-BASE-HOURS(WS-FOUND-KEY-IDX)
                   (WS-LINE-HOUR-IDX:1)
           END-IF

*>         Each session counts once a day - a refusal before any
*>         session was looked at carries "-"
           IF WS-LINE-SESSION NOT = SPACES AND WS-LINE-SESSION NOT = "-"
               MOVE WS-FOUND-KEY-IDX TO SW-KEY-IDX
               MOVE WS-LINE-DAY-IDX TO SW-DAY-IDX
               MOVE WS-LINE-SESSION TO SW-SESSION-ID
               WRITE SESSION-WORK-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEY-DAY-SESSIONS(WS-FOUND-KEY-IDX,
                           WS-LINE-DAY-IDX)
               END-WRITE
           END-IF

*>         The tools a key uses are the ones its calls reached - not
*>         a name it was refused on
           IF WS-LINE-RC = "N" OR WS-LINE-RC = "P" OR WS-LINE-RC = "E"
               OR WS-LINE-RC = "R"
               OR WS-LINE-TOOL = SPACES OR WS-LINE-TOOL = "-"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-TOOL
           IF WS-FOUND-TOOL-IDX = 0
               ADD 1 TO WS-TOOLS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-DAY-IDX = 1
               ADD 1 TO WS-TL-DAY-CALLS(WS-FOUND-TOOL-IDX)
           ELSE
               ADD 1 TO WS-TL-BASE-CALLS(WS-FOUND-TOOL-IDX)
           END-IF
           .

*>       Key table entry for WS-LINE-KEY into WS-FOUND-KEY-IDX,
*>       adding it when new; 0 when the table is full.
       FIND-OR-ADD-KEY.
           MOVE 0 TO WS-FOUND-KEY-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-FOUND-KEY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-KEY-IDX > 0 OR WS-KEY-COUNT >= WS-KEY-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-COUNT TO WS-FOUND-KEY-IDX
           INITIALIZE WS-KEY-ENTRY(WS-FOUND-KEY-IDX)
           MOVE WS-LINE-KEY TO WS-KEY-NAME(WS-FOUND-KEY-IDX)
           MOVE ALL "N" TO WS-KEY-BASE-HOURS(WS-FOUND-KEY-IDX)
           .

*>       Tool table entry for this key and WS-LINE-TOOL into
*>       WS-FOUND-TOOL-IDX, adding it when new; 0 when full.
       FIND-OR-ADD-TOOL.
           MOVE 0 TO WS-FOUND-TOOL-IDX
           PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
               UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
               IF WS-TL-KEY-IDX(WS-TOOL-IDX) = WS-FOUND-KEY-IDX
                   AND WS-TL-TOOL(WS-TOOL-IDX) = WS-LINE-TOOL
                   MOVE WS-TOOL-IDX TO WS-FOUND-TOOL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-TOOL-IDX > 0 OR WS-TOOL-COUNT >= WS-TOOL-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOOL-COUNT
           MOVE WS-TOOL-COUNT TO WS-FOUND-TOOL-IDX
           MOVE WS-FOUND-KEY-IDX TO WS-TL-KEY-IDX(WS-FOUND-TOOL-IDX)
           MOVE WS-LINE-TOOL TO WS-TL-TOOL(WS-FOUND-TOOL-IDX)
           MOVE 0 TO WS-TL-BASE-CALLS(WS-FOUND-TOOL-IDX)
           MOVE 0 TO WS-TL-DAY-CALLS(WS-FOUND-TOOL-IDX)
           .

*>       Peel the next "|"-delimited field off WS-REST into WS-FIELD
*>       - same splitter RECORDS-MAINT uses on its transactions.
       SPLIT-NEXT-FIELD.
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

*>---------------------------------------------------------------
*>  Judging
*>---------------------------------------------------------------
*>       Hold one key's day against its baseline. Refusal bursts are
*>       judged for every key; the pattern tests need a baseline with
*>       enough active days to be a pattern.
       JUDGE-ONE-KEY.
           ADD 1 TO WS-KEYS-ACTIVE
           MOVE "N" TO WS-KEY-FLAGGED

           MOVE 0 TO WS-ACTIVE-DAYS
           MOVE 0 TO WS-BASE-CALLS
           MOVE 0 TO WS-BASE-SESSIONS
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
               UNTIL WS-DAY-IDX > WS-BASELINE-DAYS + 1
               IF WS-KEY-DAY-CALLS(WS-KEY-IDX, WS-DAY-IDX) > 0
                   ADD 1 TO WS-ACTIVE-DAYS
               END-IF
               ADD WS-KEY-DAY-CALLS(WS-KEY-IDX, WS-DAY-IDX)
                   TO WS-BASE-CALLS
               ADD WS-KEY-DAY-SESSIONS(WS-KEY-IDX, WS-DAY-IDX)
                   TO WS-BASE-SESSIONS
           END-PERFORM

           PERFORM JUDGE-REFUSAL-BURST

           IF WS-ACTIVE-DAYS < WS-MIN-HISTORY
               ADD 1 TO WS-KEYS-TOO-NEW
               MOVE SPACES TO REPORT-REC
               MOVE WS-ACTIVE-DAYS TO WS-EDIT-8
               STRING "  (too new)           " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                          DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      " active day(s) in the baseline, pattern "
                          DELIMITED BY SIZE
                      "not judged" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           ELSE
               PERFORM JUDGE-VOLUME-SPIKE
               PERFORM JUDGE-NEW-TOOLS
               PERFORM JUDGE-NEW-HOURS
               PERFORM JUDGE-SESSION-SURGE
           END-IF

           IF WS-KEY-FLAGGED = "Y"
               ADD 1 TO WS-KEYS-FLAGGED
           END-IF
           .

       JUDGE-REFUSAL-BURST.
           MOVE 0 TO WS-PEAK-REJECTS
           MOVE 0 TO WS-PEAK-HOUR
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
               IF WS-KEY-HOUR-REJECTS(WS-KEY-IDX, WS-HOUR-IDX)
                   > WS-PEAK-REJECTS
                   MOVE WS-KEY-HOUR-REJECTS(WS-KEY-IDX, WS-HOUR-IDX)
                       TO WS-PEAK-REJECTS
                   MOVE WS-HOUR-IDX TO WS-PEAK-HOUR
               END-IF
           END-PERFORM
           IF WS-PEAK-REJECTS < WS-REFUSAL-BURST
               EXIT PARAGRAPH
           END-IF

           MOVE "KEY-REFUSAL-BURST" TO WS-ALERT-CODE
           MOVE WS-PEAK-REJECTS TO WS-ALERT-MEASURED
           MOVE WS-REFUSAL-BURST TO WS-ALERT-LIMIT
           COMPUTE WS-HOUR-2 = WS-PEAK-HOUR - 1
           MOVE WS-PEAK-REJECTS TO WS-EDIT-8
           MOVE SPACES TO WS-FINDING-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " rejected calls in the " DELIMITED BY SIZE
                  WS-HOUR-2 DELIMITED BY SIZE
                  ":00 hour" DELIMITED BY SIZE
                  INTO WS-FINDING-DETAIL
           END-STRING
           PERFORM RAISE-FINDING
           .

*>       The day's calls against the trailing daily average - idle
*>       days in the baseline count, a key used weekly averages low.
       JUDGE-VOLUME-SPIKE.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-BASE-CALLS / WS-BASELINE-DAYS
           COMPUTE WS-ALERT-LIMIT = WS-AVERAGE * WS-SPIKE-FACTOR
           IF WS-ALERT-LIMIT < WS-SPIKE-MIN
               MOVE WS-SPIKE-MIN TO WS-ALERT-LIMIT
           END-IF
           MOVE WS-KEY-DAY-CALLS(WS-KEY-IDX, 1) TO WS-ALERT-MEASURED
           IF WS-ALERT-MEASURED <= WS-ALERT-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE "KEY-VOLUME-SPIKE" TO WS-ALERT-CODE
           MOVE WS-ALERT-MEASURED TO WS-EDIT-8
           MOVE WS-AVERAGE TO WS-EDIT-8B
           MOVE SPACES TO WS-FINDING-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " calls against a trailing average of "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8B) DELIMITED BY SIZE
                  " a day" DELIMITED BY SIZE
                  INTO WS-FINDING-DETAIL
           END-STRING
           PERFORM RAISE-FINDING
           .

       JUDGE-SESSION-SURGE.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-BASE-SESSIONS / WS-BASELINE-DAYS
           COMPUTE WS-ALERT-LIMIT = WS-AVERAGE * WS-SESSION-FACTOR
           IF WS-ALERT-LIMIT < WS-SESSION-MIN
               MOVE WS-SESSION-MIN TO WS-ALERT-LIMIT
           END-IF
           MOVE WS-KEY-DAY-SESSIONS(WS-KEY-IDX, 1) TO WS-ALERT-MEASURED
           IF WS-ALERT-MEASURED <= WS-ALERT-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE "KEY-SESSION-SURGE" TO WS-ALERT-CODE
           MOVE WS-ALERT-MEASURED TO WS-EDIT-8
           MOVE WS-AVERAGE TO WS-EDIT-8B
           MOVE SPACES TO WS-FINDING-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " sessions against a trailing average of "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8B) DELIMITED BY SIZE
                  " a day" DELIMITED BY SIZE
                  INTO WS-FINDING-DETAIL
           END-STRING
           PERFORM RAISE-FINDING
           .

*>       One finding per tool the key reached today and never in the
*>       baseline.
       JUDGE-NEW-TOOLS.
           PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
               UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
               IF WS-TL-KEY-IDX(WS-TOOL-IDX) = WS-KEY-IDX
                   AND WS-TL-DAY-CALLS(WS-TOOL-IDX) > 0
                   AND WS-TL-BASE-CALLS(WS-TOOL-IDX) = 0
                   MOVE "KEY-NEW-TOOL" TO WS-ALERT-CODE
                   MOVE WS-TL-DAY-CALLS(WS-TOOL-IDX)
                       TO WS-ALERT-MEASURED
                   MOVE 0 TO WS-ALERT-LIMIT
                   MOVE WS-ALERT-MEASURED TO WS-EDIT-8
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                          " calls to " DELIMITED BY SIZE
                          WS-TL-TOOL(WS-TOOL-IDX) DELIMITED BY SPACE
                          ", never called in the baseline"
                              DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
                   END-STRING
                   PERFORM RAISE-FINDING
               END-IF
           END-PERFORM
           .

*>       One finding for every call in an hour the baseline never saw
*>       the key in, listing the hours.
       JUDGE-NEW-HOURS.
           MOVE 0 TO WS-NEW-HOUR-CALLS
           MOVE SPACES TO WS-NEW-HOURS
           MOVE 1 TO WS-NEW-HOURS-PTR
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
               IF WS-KEY-HOUR-CALLS(WS-KEY-IDX, WS-HOUR-IDX) > 0
                   AND WS-KEY-BASE-HOURS(WS-KEY-IDX)(WS-HOUR-IDX:1)
                       NOT = "Y"
                   ADD WS-KEY-HOUR-CALLS(WS-KEY-IDX, WS-HOUR-IDX)
                       TO WS-NEW-HOUR-CALLS
                   COMPUTE WS-HOUR-2 = WS-HOUR-IDX - 1
                   IF WS-NEW-HOURS-PTR > 1
                       STRING "," DELIMITED BY SIZE
                              INTO WS-NEW-HOURS
                              WITH POINTER WS-NEW-HOURS-PTR
                       END-STRING
                   END-IF
                   STRING WS-HOUR-2 ":00" DELIMITED BY SIZE
                          INTO WS-NEW-HOURS
                          WITH POINTER WS-NEW-HOURS-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-NEW-HOUR-CALLS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "KEY-NEW-HOUR" TO WS-ALERT-CODE
           MOVE WS-NEW-HOUR-CALLS TO WS-ALERT-MEASURED
           MOVE 0 TO WS-ALERT-LIMIT
           MOVE WS-NEW-HOUR-CALLS TO WS-EDIT-8
           MOVE SPACES TO WS-FINDING-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " calls in hours never used before: "
                      DELIMITED BY SIZE
                  WS-NEW-HOURS DELIMITED BY SPACE
                  INTO WS-FINDING-DETAIL
           END-STRING
           PERFORM RAISE-FINDING
           .

*>       List the finding on the report and raise it to the operator
*>       feed in ALERT-MONITOR's shape, the key's name on the end:
*>           [ts] RAISED WARNING CODE measured=n limit=n key=name
       RAISE-FINDING.
           ADD 1 TO WS-FINDINGS
           MOVE "Y" TO WS-KEY-FLAGGED

           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-ALERT-CODE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-FINDING-DETAIL DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ALERT-MEASURED TO WS-EDIT-8
           MOVE WS-ALERT-LIMIT TO WS-EDIT-8B
           MOVE SPACES TO ALERTS-REC
           STRING "[" DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  "] RAISED " DELIMITED BY SIZE
                  WS-ALERT-SEVERITY DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ALERT-CODE DELIMITED BY SPACE
                  " measured=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " limit=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8B) DELIMITED BY SIZE
                  " key=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                      DELIMITED BY SIZE
                  INTO ALERTS-REC
           END-STRING

           OPEN EXTEND ALERTS-FILE
           IF WS-ALERTS-FILE-STATUS = "05" OR
              WS-ALERTS-FILE-STATUS = "35"
               OPEN OUTPUT ALERTS-FILE
           END-IF
           WRITE ALERTS-REC
           CLOSE ALERTS-FILE
           .

*>---------------------------------------------------------------
*>  Report
*>---------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "KEY-MISUSE - API Key Misuse Findings "
                      DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "================================================"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-BASELINE-DAYS TO WS-EDIT-8
           STRING "Baseline: the " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                  " day(s) " DELIMITED BY SIZE
                  WS-START-YMD(1:4) "-" WS-START-YMD(5:2) "-"
                  WS-START-YMD(7:2) DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-LAST-BASE-YMD(1:4) "-" WS-LAST-BASE-YMD(5:2) "-"
                  WS-LAST-BASE-YMD(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILES-READ TO WS-EDIT-8
           STRING "Activity files read..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINES-READ TO WS-EDIT-8
           STRING "Activity lines read..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINES-IN-WINDOW TO WS-EDIT-8
           STRING "  In the window......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINES-ON-DAY TO WS-EDIT-8
           STRING "  On the day analysed... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINES-UNREADABLE TO WS-EDIT-8
           STRING "  Unreadable............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINES-OVERFLOW TO WS-EDIT-8
           STRING "  Beyond the key table.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TOOLS-OVERFLOW TO WS-EDIT-8
           STRING "  Beyond the tool table. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-ACTIVE TO WS-EDIT-8
           STRING "Keys active on the day.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-TOO-NEW TO WS-EDIT-8
           STRING "Keys too new to judge... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-FLAGGED TO WS-EDIT-8
           STRING "Keys flagged............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-FINDINGS TO WS-EDIT-8
           STRING "Findings raised......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
