*> Monthly per-partner SLA statement - what we promised each key
*> against what its calls actually got. The access log knows how
*> every request ended (status, ms=) but not whose it was; the
*> tool-call activity log knows the key but not the timing; the two
*> share the request correlation id (access.log's req=, the activity
*> line's last field), so the month's activity is read first into a
*> keyed work file of request id -> key name, and each access line
*> of the month is then joined to its key through it. Both logs are
*> read across every dated generation HOUSEKEEPING has cut (listed
*> in housekeeping.idx) and then the live log, so a month spanning
*> cutovers is measured whole. Per key, for the month:
*>     tool calls          activity lines that ran (rc 0 or 1)
*>     requests answered   joined access lines
*>     availability        share of those not answered 5xx
*>     p50 / p95 / max     latency (ms=) by nearest rank, over the
*>                         answered requests less the 429 refusals -
*>                         an instant refusal isn't service
*>     refusals            429s on the key's per-minute allowance
*>                         (activity rc R) and monthly quota
*>                         refusals (rc Q)
*> measured against sla-targets.cfg, an ops-maintained stanza file
*> in rate-card.cfg's KEY=VALUE style, one stanza per key:
*>     KEY=Partner Team    the key's display name, as the activity
*>                         log carries it ("*" is the target for
*>                         every key without a stanza of its own)
*>     AVAILABILITY=99.50  minimum percent of requests not 5xx
*>     P50-MS=200          maximum median latency
*>     P95-MS=800          maximum 95th percentile latency
*>     MAX-MS=5000         maximum single-request latency
*> Any target left out is not measured. A key named in its own
*> stanza is reported even in a month it made no calls. A request
*> id seen on a second access line (a REQUEST-REPLAY run against
*> the live logs) is measured once. WEBBOL-SLA-MONTH (YYYY-MM)
*> picks the month; left unset it is last month. The statement,
*> with every breach flagged, is written to sla-report.rpt.
IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-TARGETS ASSIGN TO "sla-targets.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-FILE-STATUS.
*> HOUSEKEEPING's list of dated generations: base|dated-name
           SELECT GENERATION-INDEX ASSIGN TO "housekeeping.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.
*> One activity generation (or the live log) at a time
           SELECT ACTIVITY-LOG ASSIGN TO WS-ACTIVITY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
*> One access generation (or the live log) at a time
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.
*> The month's request ids and the key each belongs to
           SELECT JOIN-FILE ASSIGN TO "sla-join.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JN-REQUEST-ID
               FILE STATUS IS WS-JOIN-FILE-STATUS.
*> One latency sample per timed request, keyed so a sequential
*> read hands them back by key in ascending ms order
           SELECT SAMPLE-FILE ASSIGN TO "sla-sample.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SAMPLE-KEY
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "sla-report.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-TARGETS.
       01  SLA-TARGETS-REC      PIC X(300).

       FD  GENERATION-INDEX.
       01  GENERATION-INDEX-REC PIC X(160).

       FD  ACTIVITY-LOG.
       01  ACTIVITY-LOG-REC     PIC X(256).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC       PIC X(256).

*> JN-TIMED is set once an access line has been joined to the id,
*> so a second line for the same id isn't measured twice
       FD  JOIN-FILE.
       01  JOIN-REC.
           05 JN-REQUEST-ID          PIC X(16).
           05 JN-KEY-NAME            PIC X(40).
           05 JN-TIMED               PIC X.

       FD  SAMPLE-FILE.
       01  SAMPLE-REC.
           05 SM-SAMPLE-KEY.
              10 SM-KEY-NAME         PIC X(40).
              10 SM-MS               PIC 9(9).
              10 SM-REQUEST-ID       PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-TGT-FILE-STATUS    PIC XX.
       01 WS-IDX-FILE-STATUS    PIC XX.
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-ACC-FILE-STATUS    PIC XX.
       01 WS-JOIN-FILE-STATUS   PIC XX.
       01 WS-SAMPLE-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS    PIC XX.

*> The month being measured, YYYY-MM as the logs stamp it and
*> YYYYMM for the generation-date test
       01 WS-SLA-MONTH          PIC X(7).
       01 WS-SLA-PERIOD         PIC X(6).
       01 WS-RAW-DATE           PIC X(21).
       01 WS-PREV-YEAR          PIC 9(4).
       01 WS-PREV-MONTH         PIC 9(2).

*> The targets, one entry per KEY= stanza; a target not given is
*> left unset and never measured
       01 WS-TARGET-TABLE.
          05 WS-TARGET-ENTRY OCCURS 200 TIMES.
             10 WS-TGT-KEY          PIC X(40).
             10 WS-TGT-AVAIL        PIC 9(3)V99.
             10 WS-TGT-AVAIL-SET    PIC X.
             10 WS-TGT-P50          PIC 9(8) COMP.
             10 WS-TGT-P50-SET      PIC X.
             10 WS-TGT-P95          PIC 9(8) COMP.
             10 WS-TGT-P95-SET      PIC X.
             10 WS-TGT-MAX          PIC 9(8) COMP.
             10 WS-TGT-MAX-SET      PIC X.
       01 WS-TARGET-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-TARGET-IDX         PIC 9(4) COMP.
       01 WS-TGT-SCAN-IDX       PIC 9(4) COMP.
*> The "*" stanza, 0 when the file has none
       01 WS-DEFAULT-TGT-IDX    PIC 9(4) COMP VALUE 0.

*> Fields used to parse one KEY=VALUE targets line - measured to
*> its last non-blank, since a key's display name may hold spaces
       01 WS-LINE-LEN           PIC 9(4) COMP.
       01 WS-TRAIL-SPACES       PIC 9(4) COMP.
       01 WS-EQ-POS             PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(40).
       01 WS-CFG-VALUE          PIC X(256).
       01 WS-CFG-VALUE-LEN      PIC 9(4) COMP.

*> One entry per key measured: its month's counts, the latencies
*> found in the sample walk, and the target entry it is held to
       01 WS-MAX-KEYS           PIC 9(4) COMP VALUE 200.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 200 TIMES.
             10 WS-KEY-NAME         PIC X(40).
             10 WS-KEY-CALLS        PIC 9(8) COMP.
             10 WS-KEY-RATE-REFUSED PIC 9(8) COMP.
             10 WS-KEY-QUOTA-REFUSED PIC 9(8) COMP.
             10 WS-KEY-REQUESTS     PIC 9(8) COMP.
             10 WS-KEY-5XX          PIC 9(8) COMP.
             10 WS-KEY-SAMPLES      PIC 9(8) COMP.
             10 WS-KEY-P50          PIC 9(9) COMP.
             10 WS-KEY-P95          PIC 9(9) COMP.
             10 WS-KEY-MAX          PIC 9(9) COMP.
             10 WS-KEY-TGT-IDX      PIC 9(4) COMP.
       01 WS-KEY-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-KEY-IDX            PIC 9(4) COMP.
       01 WS-FOUND-KEY-IDX      PIC 9(4) COMP.

*> Fields used to split a "|"-separated line
       01 WS-REST               PIC X(256).
       01 WS-FIELD              PIC X(256).
       01 WS-FIELD-LEN          PIC 9(4) COMP.
       01 WS-FIELD-NUM          PIC 9(2) COMP.
       01 WS-SPLIT-SCRATCH      PIC X(256).

*> Pieces of the activity line being loaded
       01 WS-LINE-MONTH         PIC X(7).
       01 WS-LINE-KEY           PIC X(40).
       01 WS-LINE-RC            PIC X.
       01 WS-LINE-REQID         PIC X(16).

*> Fields used while parsing one access.log line:
*>    [ts] "METHOD /path" STATUS BYTES req=<id> ms=<n>
       01 WS-QUOTE-POS          PIC 9(4) COMP.
       01 WS-CLOSE-POS          PIC 9(4) COMP.
       01 WS-SCAN-IDX           PIC 9(4) COMP.
       01 WS-SCAN-START         PIC 9(4) COMP.
       01 WS-LOG-STATUS         PIC X(3).
       01 WS-REQID              PIC X(16).
       01 WS-TOKEN-LEN          PIC 9(4) COMP.
       01 WS-MS-STR             PIC X(10).
       01 WS-LINE-MS            PIC 9(9) COMP.
       01 WS-MS-FOUND           PIC X.

*> Generations to read, oldest first, then the live log
       01 WS-ACT-GEN-TABLE.
          05 WS-ACT-GEN-NAME OCCURS 200 TIMES PIC X(100).
       01 WS-ACT-GEN-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-ACC-GEN-TABLE.
          05 WS-ACC-GEN-NAME OCCURS 200 TIMES PIC X(100).
       01 WS-ACC-GEN-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-GEN-IDX            PIC 9(4) COMP.
       01 WS-ACTIVITY-NAME      PIC X(100).
       01 WS-ACCESS-NAME        PIC X(100).

*> Walking the samples: the key in hand, how far into its samples
*> the walk is, and the nearest ranks of its p50 and p95
       01 WS-WALK-KEY           PIC X(40).
       01 WS-WALK-KEY-IDX       PIC 9(4) COMP.
       01 WS-WALK-POS           PIC 9(8) COMP.
       01 WS-RANK-50            PIC 9(8) COMP.
       01 WS-RANK-95            PIC 9(8) COMP.

*> Measuring one key against its target
       01 WS-AVAILABILITY       PIC 9(3)V99.
       01 WS-KEY-BREACHED       PIC X.
       01 WS-BREACH-LIST        PIC X(60).
       01 WS-BREACH-PTR         PIC 9(4) COMP.

*> Run totals
       01 WS-ACT-FILES-READ     PIC 9(8) COMP VALUE 0.
       01 WS-ACC-FILES-READ     PIC 9(8) COMP VALUE 0.
       01 WS-ACT-LINES-MONTH    PIC 9(8) COMP VALUE 0.
       01 WS-ACT-LINES-OVERFLOW PIC 9(8) COMP VALUE 0.
       01 WS-ACC-LINES-MONTH    PIC 9(8) COMP VALUE 0.
       01 WS-ACC-LINES-JOINED   PIC 9(8) COMP VALUE 0.
       01 WS-ACC-LINES-UNJOINED PIC 9(8) COMP VALUE 0.
       01 WS-ACC-LINES-REPEAT   PIC 9(8) COMP VALUE 0.
       01 WS-UNATTRIBUTED-429   PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-MET           PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-BREACHED      PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-UNTARGETED    PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts and percentages
       01 WS-EDIT-8             PIC Z(7)9.
       01 WS-EDIT-8-B           PIC Z(7)9.
       01 WS-EDIT-PCT           PIC ZZ9.99.
       01 WS-EDIT-PCT-B         PIC ZZ9.99.
*> Running position while a line is assembled in several STRINGs
       01 WS-RPT-PTR            PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           PERFORM SELECT-SLA-MONTH

           PERFORM LOAD-SLA-TARGETS
           PERFORM LOAD-GENERATIONS

*>         Pass 1: the month's activity, into the key table and the
*>         request-id join file
           OPEN OUTPUT JOIN-FILE
           CLOSE JOIN-FILE
           OPEN I-O JOIN-FILE
           IF WS-JOIN-FILE-STATUS NOT = "00"
               DISPLAY "SLA-REPORT: cannot open sla-join.wrk, status "
                   WS-JOIN-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-ACT-GEN-COUNT
               MOVE WS-ACT-GEN-NAME(WS-GEN-IDX) TO WS-ACTIVITY-NAME
               PERFORM READ-ACTIVITY-FILE
           END-PERFORM
           MOVE "mcp-activity.log" TO WS-ACTIVITY-NAME
           PERFORM READ-ACTIVITY-FILE

*>         Pass 2: the month's access lines, joined to their keys
           OPEN OUTPUT SAMPLE-FILE
           CLOSE SAMPLE-FILE
           OPEN I-O SAMPLE-FILE

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-ACC-GEN-COUNT
               MOVE WS-ACC-GEN-NAME(WS-GEN-IDX) TO WS-ACCESS-NAME
               PERFORM READ-ACCESS-FILE
           END-PERFORM
           MOVE "access.log" TO WS-ACCESS-NAME
           PERFORM READ-ACCESS-FILE

           CLOSE SAMPLE-FILE
           CLOSE JOIN-FILE

*>         Pass 3: each key's latencies, in ascending order
           PERFORM WALK-LATENCY-SAMPLES

           PERFORM WRITE-SLA-REPORT

           DELETE FILE JOIN-FILE
           DELETE FILE SAMPLE-FILE

           IF WS-KEYS-BREACHED > 0
               MOVE WS-KEYS-BREACHED TO WS-EDIT-8
               DISPLAY "SLA-REPORT: " FUNCTION TRIM(WS-EDIT-8)
                   " key(s) in breach, see sla-report.rpt"
           ELSE
               DISPLAY "SLA-REPORT: run complete, report written to "
                   "sla-report.rpt"
           END-IF
           STOP RUN.

*>       WEBBOL-SLA-MONTH names the month as YYYY-MM; left unset the
*>       run measures last month, the same default PARTNER-INVOICE
*>       takes, so both statements cover the same month.
       SELECT-SLA-MONTH.
           MOVE SPACES TO WS-SLA-MONTH
           ACCEPT WS-SLA-MONTH FROM ENVIRONMENT "WEBBOL-SLA-MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF WS-SLA-MONTH(1:4) IS NOT NUMERIC
               OR WS-SLA-MONTH(5:1) NOT = "-"
               OR WS-SLA-MONTH(6:2) IS NOT NUMERIC
               MOVE WS-RAW-DATE(1:4) TO WS-PREV-YEAR
               MOVE WS-RAW-DATE(5:2) TO WS-PREV-MONTH
               IF WS-PREV-MONTH = 1
                   MOVE 12 TO WS-PREV-MONTH
                   SUBTRACT 1 FROM WS-PREV-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MONTH
               END-IF
               MOVE SPACES TO WS-SLA-MONTH
               STRING WS-PREV-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PREV-MONTH DELIMITED BY SIZE
                      INTO WS-SLA-MONTH
               END-STRING
           END-IF

           MOVE SPACES TO WS-SLA-PERIOD
           STRING WS-SLA-MONTH(1:4) DELIMITED BY SIZE
                  WS-SLA-MONTH(6:2) DELIMITED BY SIZE
                  INTO WS-SLA-PERIOD
           END-STRING
           .

*>       Read sla-targets.cfg into the target table, stanza by
*>       stanza. Every key with a stanza of its own goes into the key
*>       table up front, so it is reported whether it called or not.
       LOAD-SLA-TARGETS.
           OPEN INPUT SLA-TARGETS
           IF WS-TGT-FILE-STATUS NOT = "00"
               DISPLAY "SLA-REPORT: no sla-targets.cfg - measuring "
                   "without targets"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TGT-FILE-STATUS = "99"
               READ SLA-TARGETS
                   AT END
                       MOVE "99" TO WS-TGT-FILE-STATUS
               END-READ
               IF WS-TGT-FILE-STATUS NOT = "99"
                   PERFORM APPLY-TARGET-LINE
               END-IF
           END-PERFORM

           CLOSE SLA-TARGETS

           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
               IF WS-TGT-KEY(WS-TARGET-IDX) = "*"
                   MOVE WS-TARGET-IDX TO WS-DEFAULT-TGT-IDX
               ELSE
                   MOVE WS-TGT-KEY(WS-TARGET-IDX) TO WS-LINE-KEY
                   PERFORM FIND-OR-ADD-KEY
               END-IF
           END-PERFORM
           .

       APPLY-TARGET-LINE.
           IF SLA-TARGETS-REC = SPACES OR SLA-TARGETS-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TRAIL-SPACES
           INSPECT FUNCTION REVERSE(SLA-TARGETS-REC)
               TALLYING WS-TRAIL-SPACES FOR LEADING SPACES
           COMPUTE WS-LINE-LEN = 300 - WS-TRAIL-SPACES

           MOVE 0 TO WS-EQ-POS
           INSPECT SLA-TARGETS-REC(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE SLA-TARGETS-REC(1:WS-EQ-POS) TO WS-CFG-KEY

           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           IF WS-CFG-VALUE-LEN > 0
               MOVE SLA-TARGETS-REC(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
                   TO WS-CFG-VALUE
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "KEY"
                   IF WS-TARGET-COUNT < 200
                       ADD 1 TO WS-TARGET-COUNT
                       MOVE WS-CFG-VALUE(1:40)
                           TO WS-TGT-KEY(WS-TARGET-COUNT)
                       MOVE 0 TO WS-TGT-AVAIL(WS-TARGET-COUNT)
                       MOVE "N" TO WS-TGT-AVAIL-SET(WS-TARGET-COUNT)
                       MOVE 0 TO WS-TGT-P50(WS-TARGET-COUNT)
                       MOVE "N" TO WS-TGT-P50-SET(WS-TARGET-COUNT)
                       MOVE 0 TO WS-TGT-P95(WS-TARGET-COUNT)
                       MOVE "N" TO WS-TGT-P95-SET(WS-TARGET-COUNT)
                       MOVE 0 TO WS-TGT-MAX(WS-TARGET-COUNT)
                       MOVE "N" TO WS-TGT-MAX-SET(WS-TARGET-COUNT)
                   END-IF
               WHEN "AVAILABILITY"
                   IF WS-TARGET-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-TGT-AVAIL(WS-TARGET-COUNT)
                       MOVE "Y" TO WS-TGT-AVAIL-SET(WS-TARGET-COUNT)
                   END-IF
               WHEN "P50-MS"
                   IF WS-TARGET-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-TGT-P50(WS-TARGET-COUNT)
                       MOVE "Y" TO WS-TGT-P50-SET(WS-TARGET-COUNT)
                   END-IF
               WHEN "P95-MS"
                   IF WS-TARGET-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-TGT-P95(WS-TARGET-COUNT)
                       MOVE "Y" TO WS-TGT-P95-SET(WS-TARGET-COUNT)
                   END-IF
               WHEN "MAX-MS"
                   IF WS-TARGET-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-TGT-MAX(WS-TARGET-COUNT)
                       MOVE "Y" TO WS-TGT-MAX-SET(WS-TARGET-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>       List every mcp-activity and access generation in
*>       housekeeping.idx, in the index's append (oldest first)
*>       order. A generation cut before the month began can't hold
*>       any of its lines and is passed over.
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
*>         mcp-activity.YYYYMMDD.log and access.YYYYMMDD.log - the
*>         cutover date follows the base and its dot
           IF GENERATION-INDEX-REC(1:13) = "mcp-activity|"
               IF GENERATION-INDEX-REC(27:6) >= WS-SLA-PERIOD
                   AND WS-ACT-GEN-COUNT < 200
                   ADD 1 TO WS-ACT-GEN-COUNT
                   MOVE GENERATION-INDEX-REC(14:100)
                       TO WS-ACT-GEN-NAME(WS-ACT-GEN-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF GENERATION-INDEX-REC(1:7) = "access|"
               IF GENERATION-INDEX-REC(15:6) >= WS-SLA-PERIOD
                   AND WS-ACC-GEN-COUNT < 200
                   ADD 1 TO WS-ACC-GEN-COUNT
                   MOVE GENERATION-INDEX-REC(8:100)
                       TO WS-ACC-GEN-NAME(WS-ACC-GEN-COUNT)
               END-IF
           END-IF
           .

*>       Fold every line of one activity file into the key table
*>       and the join file.
       READ-ACTIVITY-FILE.
           OPEN INPUT ACTIVITY-LOG
           IF WS-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACT-FILES-READ

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
*>       and, when it falls in the month, count it against its key
*>       and file its request id under the key. A batch POST logs a
*>       line per call under one id; the duplicate write is refused
*>       and the first line's key stands - they are all the same key.
       LOAD-ACTIVITY-LINE.
           IF ACTIVITY-LOG-REC = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ACTIVITY-LOG-REC TO WS-REST
           MOVE SPACES TO WS-LINE-MONTH WS-LINE-KEY WS-LINE-REQID
           MOVE SPACE TO WS-LINE-RC

           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 6
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:7) TO WS-LINE-MONTH
                   WHEN 3
                       MOVE WS-FIELD(1:40) TO WS-LINE-KEY
                   WHEN 5
                       MOVE WS-FIELD(1:1) TO WS-LINE-RC
                   WHEN 6
                       MOVE WS-FIELD(1:16) TO WS-LINE-REQID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-LINE-MONTH NOT = WS-SLA-MONTH OR WS-LINE-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACT-LINES-MONTH

           PERFORM FIND-OR-ADD-KEY
           IF WS-FOUND-KEY-IDX = 0
               ADD 1 TO WS-ACT-LINES-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-LINE-RC
               WHEN "R"
                   ADD 1 TO WS-KEY-RATE-REFUSED(WS-FOUND-KEY-IDX)
               WHEN "Q"
                   ADD 1 TO WS-KEY-QUOTA-REFUSED(WS-FOUND-KEY-IDX)
*>             Rejected before any tool was picked - not a call that
*>             ran, and not a refusal of the key's allowance; nor is
*>             a later page of an export, part of its first page's
*>             call
               WHEN "N"
               WHEN "P"
               WHEN "E"
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-KEY-CALLS(WS-FOUND-KEY-IDX)
           END-EVALUATE

           IF WS-LINE-REQID NOT = SPACES
               MOVE WS-LINE-REQID TO JN-REQUEST-ID
               MOVE WS-LINE-KEY TO JN-KEY-NAME
               MOVE "N" TO JN-TIMED
               WRITE JOIN-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           .

*>       Key table entry for WS-LINE-KEY into WS-FOUND-KEY-IDX,
*>       adding it - held to its own stanza, or the "*" one - when
*>       new; 0 when the table is full.
       FIND-OR-ADD-KEY.
           MOVE 0 TO WS-FOUND-KEY-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-FOUND-KEY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-KEY-IDX NOT = 0
               OR WS-KEY-COUNT >= WS-MAX-KEYS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-COUNT TO WS-FOUND-KEY-IDX
           MOVE WS-LINE-KEY TO WS-KEY-NAME(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-CALLS(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-RATE-REFUSED(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-QUOTA-REFUSED(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-REQUESTS(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-5XX(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-SAMPLES(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-P50(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-P95(WS-KEY-COUNT)
           MOVE 0 TO WS-KEY-MAX(WS-KEY-COUNT)

           MOVE WS-DEFAULT-TGT-IDX TO WS-KEY-TGT-IDX(WS-KEY-COUNT)
           PERFORM VARYING WS-TGT-SCAN-IDX FROM 1 BY 1
               UNTIL WS-TGT-SCAN-IDX > WS-TARGET-COUNT
               IF WS-TGT-KEY(WS-TGT-SCAN-IDX) = WS-LINE-KEY
                   MOVE WS-TGT-SCAN-IDX TO WS-KEY-TGT-IDX(WS-KEY-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

*>       Split the next "|"-separated field off the front of WS-REST.
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

*>       Join every access line of the month in one access file.
       READ-ACCESS-FILE.
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-ACC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACC-FILES-READ

           PERFORM UNTIL WS-ACC-FILE-STATUS = "99"
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE "99" TO WS-ACC-FILE-STATUS
               END-READ
               IF WS-ACC-FILE-STATUS NOT = "99"
                   PERFORM JOIN-ACCESS-LINE
               END-IF
           END-PERFORM

           CLOSE ACCESS-LOG-FILE
           .

*>       Pull the status, req= id and ms= value out of one line of
*>       the month, find the key through the join file, and count
*>       the request against it. The scan is LATENCY-REPORT's.
       JOIN-ACCESS-LINE.
           IF ACCESS-LOG-REC(1:1) NOT = "["
               OR ACCESS-LOG-REC(2:7) NOT = WS-SLA-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACC-LINES-MONTH

           MOVE 0 TO WS-QUOTE-POS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 256
               IF ACCESS-LOG-REC(WS-SCAN-IDX:1) = '"'
                   MOVE WS-SCAN-IDX TO WS-QUOTE-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QUOTE-POS = 0
               ADD 1 TO WS-ACC-LINES-UNJOINED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLOSE-POS
           COMPUTE WS-SCAN-START = WS-QUOTE-POS + 1
           PERFORM VARYING WS-SCAN-IDX FROM WS-SCAN-START BY 1
               UNTIL WS-SCAN-IDX > 256
               IF ACCESS-LOG-REC(WS-SCAN-IDX:1) = '"'
                   MOVE WS-SCAN-IDX TO WS-CLOSE-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CLOSE-POS = 0 OR WS-CLOSE-POS > 250
               ADD 1 TO WS-ACC-LINES-UNJOINED
               EXIT PARAGRAPH
           END-IF

*>         The status follows the closing quote and one space
           MOVE ACCESS-LOG-REC(WS-CLOSE-POS + 2:3) TO WS-LOG-STATUS

           MOVE SPACES TO WS-REQID
           PERFORM VARYING WS-SCAN-IDX FROM WS-CLOSE-POS BY 1
               UNTIL WS-SCAN-IDX > 252
               IF ACCESS-LOG-REC(WS-SCAN-IDX:4) = "req="
                   MOVE 0 TO WS-TOKEN-LEN
                   INSPECT ACCESS-LOG-REC(WS-SCAN-IDX + 4:)
                       TALLYING WS-TOKEN-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 16
                       MOVE ACCESS-LOG-REC(WS-SCAN-IDX + 4:
                           WS-TOKEN-LEN) TO WS-REQID
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE "N" TO WS-MS-FOUND
           MOVE 0 TO WS-LINE-MS
           PERFORM VARYING WS-SCAN-IDX FROM WS-CLOSE-POS BY 1
               UNTIL WS-SCAN-IDX > 253
               IF ACCESS-LOG-REC(WS-SCAN-IDX:3) = "ms="
                   MOVE 0 TO WS-TOKEN-LEN
                   INSPECT ACCESS-LOG-REC(WS-SCAN-IDX + 3:)
                       TALLYING WS-TOKEN-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 9
                       MOVE SPACES TO WS-MS-STR
                       MOVE ACCESS-LOG-REC(WS-SCAN-IDX + 3:
                           WS-TOKEN-LEN) TO WS-MS-STR
                       MOVE FUNCTION NUMVAL(WS-MS-STR) TO WS-LINE-MS
                       MOVE "Y" TO WS-MS-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

*>         No id, or an id no tool call of the month carries: static
*>         pages, MCP handshakes, and the per-address 429s answered
*>         before any key was looked at
           IF WS-REQID = SPACES
               ADD 1 TO WS-ACC-LINES-UNJOINED
               IF WS-LOG-STATUS = "429"
                   ADD 1 TO WS-UNATTRIBUTED-429
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQID TO JN-REQUEST-ID
           READ JOIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-JOIN-FILE-STATUS
           END-READ
           IF WS-JOIN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ACC-LINES-UNJOINED
               IF WS-LOG-STATUS = "429"
                   ADD 1 TO WS-UNATTRIBUTED-429
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JN-TIMED = "Y"
               ADD 1 TO WS-ACC-LINES-REPEAT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO JN-TIMED
           REWRITE JOIN-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE JN-KEY-NAME TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-KEY
           IF WS-FOUND-KEY-IDX = 0
               ADD 1 TO WS-ACC-LINES-UNJOINED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACC-LINES-JOINED

           ADD 1 TO WS-KEY-REQUESTS(WS-FOUND-KEY-IDX)
           IF WS-LOG-STATUS(1:1) = "5"
               ADD 1 TO WS-KEY-5XX(WS-FOUND-KEY-IDX)
           END-IF

           IF WS-MS-FOUND = "Y" AND WS-LOG-STATUS NOT = "429"
               MOVE WS-LINE-KEY TO SM-KEY-NAME
               MOVE WS-LINE-MS TO SM-MS
               MOVE WS-REQID TO SM-REQUEST-ID
               WRITE SAMPLE-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEY-SAMPLES(WS-FOUND-KEY-IDX)
               END-WRITE
           END-IF
           .

*>       Read the samples back in key order - by key, ascending ms -
*>       taking each key's p50 and p95 at their nearest ranks,
*>       ceiling(n x 50 / 100) and ceiling(n x 95 / 100), and its
*>       max as the last sample.
       WALK-LATENCY-SAMPLES.
           OPEN INPUT SAMPLE-FILE
           IF WS-SAMPLE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WALK-KEY
           MOVE 0 TO WS-WALK-KEY-IDX
           PERFORM UNTIL WS-SAMPLE-FILE-STATUS NOT = "00"
               READ SAMPLE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SAMPLE-FILE-STATUS
               END-READ
               IF WS-SAMPLE-FILE-STATUS = "00"
                   PERFORM TAKE-LATENCY-SAMPLE
               END-IF
           END-PERFORM

           CLOSE SAMPLE-FILE
           .

       TAKE-LATENCY-SAMPLE.
           IF SM-KEY-NAME NOT = WS-WALK-KEY
               MOVE SM-KEY-NAME TO WS-WALK-KEY
               MOVE SM-KEY-NAME TO WS-LINE-KEY
               PERFORM FIND-OR-ADD-KEY
               MOVE WS-FOUND-KEY-IDX TO WS-WALK-KEY-IDX
               MOVE 0 TO WS-WALK-POS
               IF WS-WALK-KEY-IDX > 0
                   COMPUTE WS-RANK-50 =
                       (WS-KEY-SAMPLES(WS-WALK-KEY-IDX) * 50 + 99)
                           / 100
                   COMPUTE WS-RANK-95 =
                       (WS-KEY-SAMPLES(WS-WALK-KEY-IDX) * 95 + 99)
                           / 100
               END-IF
           END-IF
           IF WS-WALK-KEY-IDX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-WALK-POS
           IF WS-WALK-POS = WS-RANK-50
               MOVE SM-MS TO WS-KEY-P50(WS-WALK-KEY-IDX)
           END-IF
           IF WS-WALK-POS = WS-RANK-95
               MOVE SM-MS TO WS-KEY-P95(WS-WALK-KEY-IDX)
           END-IF
           MOVE SM-MS TO WS-KEY-MAX(WS-WALK-KEY-IDX)
           .

*>       One statement per key, then the run's join totals.
       WRITE-SLA-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-REC
           STRING "SLA-REPORT - Partner SLA Statements for "
                      DELIMITED BY SIZE
                  WS-SLA-MONTH DELIMITED BY SIZE
                  " - run " DELIMITED BY SIZE
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

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM WRITE-KEY-STATEMENT
           END-PERFORM

           IF WS-KEY-COUNT = 0
               MOVE "No key activity in the month and no key targets"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           PERFORM WRITE-RUN-TOTALS
           CLOSE REPORT-FILE
           .

       WRITE-KEY-STATEMENT.
           MOVE WS-KEY-TGT-IDX(WS-KEY-IDX) TO WS-TARGET-IDX

           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "KEY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           EVALUATE TRUE
               WHEN WS-TARGET-IDX = 0
                   STRING "  (no SLA target on file)" DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
               WHEN WS-TARGET-IDX = WS-DEFAULT-TGT-IDX
                   STRING "  (default targets)" DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE REPORT-REC

           MOVE WS-KEY-CALLS(WS-KEY-IDX) TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Tool calls.............. " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-KEY-REQUESTS(WS-KEY-IDX) TO WS-EDIT-8
           MOVE WS-KEY-5XX(WS-KEY-IDX) TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  Requests answered....... " FUNCTION TRIM(WS-EDIT-8)
                  "  (" FUNCTION TRIM(WS-EDIT-8-B) " answered 5xx)"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE "N" TO WS-KEY-BREACHED
           MOVE SPACES TO WS-BREACH-LIST
           MOVE 1 TO WS-BREACH-PTR

*>         Availability - only measurable with requests to measure
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  Availability............ " DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-KEY-REQUESTS(WS-KEY-IDX) = 0
               STRING "n/a - no requests" DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               COMPUTE WS-AVAILABILITY ROUNDED =
                   (WS-KEY-REQUESTS(WS-KEY-IDX) - WS-KEY-5XX(WS-KEY-IDX))
                       * 100 / WS-KEY-REQUESTS(WS-KEY-IDX)
               MOVE WS-AVAILABILITY TO WS-EDIT-PCT
               STRING FUNCTION TRIM(WS-EDIT-PCT) "%" DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           IF WS-TARGET-IDX > 0
               IF WS-TGT-AVAIL-SET(WS-TARGET-IDX) = "Y"
                   MOVE WS-TGT-AVAIL(WS-TARGET-IDX) TO WS-EDIT-PCT-B
                   STRING "   target " FUNCTION TRIM(WS-EDIT-PCT-B) "%"
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
                   IF WS-KEY-REQUESTS(WS-KEY-IDX) > 0
                       AND WS-AVAILABILITY < WS-TGT-AVAIL(WS-TARGET-IDX)
                       STRING "   ** BREACH **" DELIMITED BY SIZE
                              INTO REPORT-REC
                              WITH POINTER WS-RPT-PTR
                       END-STRING
                       STRING "availability " DELIMITED BY SIZE
                              INTO WS-BREACH-LIST
                              WITH POINTER WS-BREACH-PTR
                       END-STRING
                       MOVE "Y" TO WS-KEY-BREACHED
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-REC

           MOVE WS-KEY-SAMPLES(WS-KEY-IDX) TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Requests timed.......... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

*>         Latency - p50, p95 and max, each against its own target
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  Latency p50 ms.......... " DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-KEY-SAMPLES(WS-KEY-IDX) = 0
               STRING "n/a" DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               MOVE WS-KEY-P50(WS-KEY-IDX) TO WS-EDIT-8
               STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           IF WS-TARGET-IDX > 0
               IF WS-TGT-P50-SET(WS-TARGET-IDX) = "Y"
                   MOVE WS-TGT-P50(WS-TARGET-IDX) TO WS-EDIT-8-B
                   STRING "   target " FUNCTION TRIM(WS-EDIT-8-B)
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
                   IF WS-KEY-SAMPLES(WS-KEY-IDX) > 0
                       AND WS-KEY-P50(WS-KEY-IDX) >
                           WS-TGT-P50(WS-TARGET-IDX)
                       STRING "   ** BREACH **" DELIMITED BY SIZE
                              INTO REPORT-REC
                              WITH POINTER WS-RPT-PTR
                       END-STRING
                       STRING "p50 " DELIMITED BY SIZE
                              INTO WS-BREACH-LIST
                              WITH POINTER WS-BREACH-PTR
                       END-STRING
                       MOVE "Y" TO WS-KEY-BREACHED
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  Latency p95 ms.......... " DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-KEY-SAMPLES(WS-KEY-IDX) = 0
               STRING "n/a" DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               MOVE WS-KEY-P95(WS-KEY-IDX) TO WS-EDIT-8
               STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           IF WS-TARGET-IDX > 0
               IF WS-TGT-P95-SET(WS-TARGET-IDX) = "Y"
                   MOVE WS-TGT-P95(WS-TARGET-IDX) TO WS-EDIT-8-B
                   STRING "   target " FUNCTION TRIM(WS-EDIT-8-B)
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
                   IF WS-KEY-SAMPLES(WS-KEY-IDX) > 0
                       AND WS-KEY-P95(WS-KEY-IDX) >
                           WS-TGT-P95(WS-TARGET-IDX)
                       STRING "   ** BREACH **" DELIMITED BY SIZE
                              INTO REPORT-REC
                              WITH POINTER WS-RPT-PTR
                       END-STRING
                       STRING "p95 " DELIMITED BY SIZE
                              INTO WS-BREACH-LIST
                              WITH POINTER WS-BREACH-PTR
                       END-STRING
                       MOVE "Y" TO WS-KEY-BREACHED
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  Latency max ms.......... " DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-KEY-SAMPLES(WS-KEY-IDX) = 0
               STRING "n/a" DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               MOVE WS-KEY-MAX(WS-KEY-IDX) TO WS-EDIT-8
               STRING FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      INTO REPORT-REC
                      WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           IF WS-TARGET-IDX > 0
               IF WS-TGT-MAX-SET(WS-TARGET-IDX) = "Y"
                   MOVE WS-TGT-MAX(WS-TARGET-IDX) TO WS-EDIT-8-B
                   STRING "   target " FUNCTION TRIM(WS-EDIT-8-B)
                          DELIMITED BY SIZE
                          INTO REPORT-REC
                          WITH POINTER WS-RPT-PTR
                   END-STRING
                   IF WS-KEY-SAMPLES(WS-KEY-IDX) > 0
                       AND WS-KEY-MAX(WS-KEY-IDX) >
                           WS-TGT-MAX(WS-TARGET-IDX)
                       STRING "   ** BREACH **" DELIMITED BY SIZE
                              INTO REPORT-REC
                              WITH POINTER WS-RPT-PTR
                       END-STRING
                       STRING "max " DELIMITED BY SIZE
                              INTO WS-BREACH-LIST
                              WITH POINTER WS-BREACH-PTR
                       END-STRING
                       MOVE "Y" TO WS-KEY-BREACHED
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-REC

           MOVE WS-KEY-RATE-REFUSED(WS-KEY-IDX) TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Refused, rate limit..... " FUNCTION TRIM(WS-EDIT-8)
                  " (429)" DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-KEY-QUOTA-REFUSED(WS-KEY-IDX) TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Refused, quota.......... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           EVALUATE TRUE
               WHEN WS-TARGET-IDX = 0
                   ADD 1 TO WS-KEYS-UNTARGETED
                   MOVE "  SLA..................... not measured"
                       TO REPORT-REC
               WHEN WS-KEY-BREACHED = "Y"
                   ADD 1 TO WS-KEYS-BREACHED
                   STRING "  SLA..................... BREACHED - "
                          FUNCTION TRIM(WS-BREACH-LIST)
                          DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-KEYS-MET
                   MOVE "  SLA..................... met" TO REPORT-REC
           END-EVALUATE
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

*>       How the month's lines were accounted for, and the outcome
*>       by key.
       WRITE-RUN-TOTALS.
           MOVE "Run totals" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "----------" TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-ACT-FILES-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Activity files read..... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACT-LINES-MONTH TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Activity lines, month... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-ACT-LINES-OVERFLOW > 0
               MOVE WS-ACT-LINES-OVERFLOW TO WS-EDIT-8
               MOVE SPACES TO REPORT-REC
               STRING "  Lines past key table.... "
                      FUNCTION TRIM(WS-EDIT-8)
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           MOVE WS-ACC-FILES-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Access files read....... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACC-LINES-MONTH TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Access lines, month..... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACC-LINES-JOINED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "    Joined to a key....... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACC-LINES-UNJOINED TO WS-EDIT-8
           MOVE WS-UNATTRIBUTED-429 TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "    No key................ " FUNCTION TRIM(WS-EDIT-8)
                  "  (" FUNCTION TRIM(WS-EDIT-8-B)
                  " of them 429 before any key was checked)"
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-ACC-LINES-REPEAT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "    Repeated request id... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-KEYS-MET TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Keys meeting SLA........ " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-KEYS-BREACHED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Keys in breach.......... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE WS-KEYS-UNTARGETED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Keys with no target..... " FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .
