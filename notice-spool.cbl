*> Nightly partner notice job - the first thing in the system that
*> tells a partner anything outside an HTTP response. Writes mail
*> for the gateway to pick up into the outbound spool
*> (mail-spool.dat), one message as a group of "|"-separated lines:
*>     MSG|message-id|queued|to|notice
*>     SUBJECT|text
*>     BODY|text                  (one per template BODY= line)
*>     END|message-id
*> The job only ever appends; the gateway takes the file away. Each
*> night it looks for:
*>     EXPIRY    an active key within 30, 14 or 7 days of its
*>               credentials.cfg expires date - the notice for the
*>               nearest of the three it has reached (a key first
*>               seen 10 days out gets the 14-day one only)
*>     QUOTA     an active key whose count this month in QUOTA-
*>               TRACKER's quota-usage.dat has reached
*>               CFG-QUOTA-WARN-PCT of its monthly quota
*>     APPROVED / REJECTED
*>               a CHANGE-REVIEW verdict in change-outcomes.dat, to
*>               the key that submitted the proposal
*> Messages go to the contact address on the key's profile (the
*> ninth credentials.cfg field KEY-ADMIN maintains) - a proposal's
*> to the contact of the submitting key's name, its active line
*> first. Text comes from notice-templates.cfg, ops-maintained in
*> prompts.cfg's stanza style, value = the whole rest of the line:
*>     NOTICE=EXPIRY        opens the template for one notice
*>     SUBJECT=Your key {KEY} expires in {DAYS} days
*>     BODY=...             one line of the message (up to 20)
*> with {NAME} {KEY} {EXPIRES} {DAYS} {QUOTA} {USED} {PCT} {MONTH}
*> {PROPOSAL} {ACTION} {RECORD} {OUTCOME} {DECIDED} filled in, and
*> any other {...} left as written. Every message spooled is
*> recorded in the keyed notices-sent.dat (notice, key or proposal,
*> and the expiry date or month it was about) and never spooled
*> again. A notice with no contact or no template to send it by is
*> held - not recorded - so it goes out the first night it can,
*> and named on the run's notice-spool.rpt.
IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-SPOOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO "credentials.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT TEMPLATES-FILE ASSIGN TO "notice-templates.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-FILE-STATUS.
           SELECT QUOTA-FILE ASSIGN TO "quota-usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QU-QUOTA-KEY
               FILE STATUS IS WS-QUOTA-FILE-STATUS.
*> CHANGE-REVIEW's verdicts: seq|decided|submitted-by|A/R|action|id
           SELECT OUTCOMES-FILE ASSIGN TO "change-outcomes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
*> One record per message ever spooled - what stops a repeat
           SELECT SENT-FILE ASSIGN TO "notices-sent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-NOTICE-KEY
               FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "mail-spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "notice-spool.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIALS-FILE.
       01  CREDENTIALS-REC      PIC X(256).

       FD  TEMPLATES-FILE.
       01  TEMPLATES-REC        PIC X(300).

*> Same record layout QUOTA-TRACKER declares
       FD  QUOTA-FILE.
       01  QUOTA-REC.
           05 QU-QUOTA-KEY.
              10 QU-KEY              PIC X(64).
              10 QU-MONTH            PIC X(6).
           05 QU-COUNT               PIC 9(8) COMP.

       FD  OUTCOMES-FILE.
       01  OUTCOMES-REC         PIC X(256).

*> NS-SUBJECT is the key's KEY-HASH digest, or the proposal number;
*> NS-PERIOD the expires date (EXPIRY) or YYYYMM (QUOTA)
       FD  SENT-FILE.
       01  SENT-REC.
           05 NS-NOTICE-KEY.
              10 NS-NOTICE           PIC X(10).
              10 NS-SUBJECT          PIC X(64).
              10 NS-PERIOD           PIC X(8).
           05 NS-SENT-STAMP          PIC X(19).
           05 NS-ADDRESS             PIC X(80).
           05 NS-MESSAGE-ID          PIC X(24).

       FD  SPOOL-FILE.
       01  SPOOL-REC            PIC X(512).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-QUOTA-WARN-PCT)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-CRED-FILE-STATUS   PIC XX.
       01 WS-TPL-FILE-STATUS    PIC XX.
       01 WS-QUOTA-FILE-STATUS  PIC XX.
       01 WS-OUT-FILE-STATUS    PIC XX.
       01 WS-SENT-FILE-STATUS   PIC XX.
       01 WS-SPOOL-FILE-STATUS  PIC XX.
       01 WS-RPT-FILE-STATUS    PIC XX.
*> "Y" once quota-usage.dat opened - no file, no quota notices
       01 WS-QUOTA-OPEN         PIC X VALUE "N".

*> Today, now, and this month in both the YYYYMM the quota file
*> keys on and the YYYY-MM a partner reads
       01 WS-RAW-DATE           PIC X(21).
       01 WS-TODAY              PIC X(8).
       01 WS-NOW-STAMP          PIC X(19).
       01 WS-THIS-MONTH         PIC X(6).
       01 WS-THIS-MONTH-SHOW    PIC X(7).

*> The templates, one entry per NOTICE= stanza
       01 WS-TEMPLATE-TABLE.
          05 WS-TEMPLATE-ENTRY OCCURS 10 TIMES.
             10 WS-TPL-NOTICE       PIC X(10).
             10 WS-TPL-SUBJECT      PIC X(200).
             10 WS-TPL-BODY-COUNT   PIC 9(2) COMP.
             10 WS-TPL-BODY OCCURS 20 TIMES PIC X(200).
       01 WS-TEMPLATE-COUNT     PIC 9(4) COMP VALUE 0.
       01 WS-TEMPLATE-IDX       PIC 9(4) COMP.
       01 WS-FOUND-TPL-IDX      PIC 9(4) COMP.
       01 WS-BODY-IDX           PIC 9(2) COMP.

*> Fields used to parse one KEY=VALUE templates line
       01 WS-EQ-POS             PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(40).
       01 WS-CFG-VALUE          PIC X(256).

*> The key profiles off credentials.cfg, bare keys and lines with
*> no display name left out - they have no one to write to
       01 WS-PROFILE-TABLE.
          05 WS-PROFILE-ENTRY OCCURS 500 TIMES.
             10 WS-PF-DIGEST        PIC X(64).
             10 WS-PF-PREFIX        PIC X(8).
             10 WS-PF-NAME          PIC X(40).
             10 WS-PF-EXPIRES       PIC X(8).
             10 WS-PF-STATUS        PIC X.
             10 WS-PF-QUOTA         PIC 9(8) COMP.
             10 WS-PF-CONTACT       PIC X(80).
       01 WS-PROFILE-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-PROFILE-IDX        PIC 9(4) COMP.
       01 WS-FOUND-PF-IDX       PIC 9(4) COMP.

*> Fields used to split "|"-separated lines
       01 WS-REST               PIC X(256).
       01 WS-FIELD              PIC X(256).
       01 WS-FIELD-LEN          PIC 9(4) COMP.
       01 WS-FIELD-NUM          PIC 9(2) COMP.
       01 WS-SPLIT-SCRATCH      PIC X(256).
       01 WS-KEY-LEN            PIC 9(4) COMP.
       01 WS-BAR-POS            PIC 9(4) COMP.
*> A clear-text key still awaiting KEY-CONVERT, hashed here so its
*> quota count (kept by digest) can be found
       01 WS-HASH-INPUT         PIC X(256).
       01 WS-HASH-OUTPUT        PIC X(64).

*> Expiry and quota measures for the profile in hand
       01 WS-DAYS-LEFT          PIC S9(8) COMP.
       01 WS-TIER               PIC X(10).
       01 WS-WARN-CALLS         PIC 9(12) COMP.
       01 WS-USED-PCT           PIC 9(8) COMP.

*> The outcome line in hand
       01 WS-OC-SEQ             PIC X(8).
       01 WS-OC-DECIDED         PIC X(19).
       01 WS-OC-BY              PIC X(40).
       01 WS-OC-VERDICT         PIC X.
       01 WS-OC-ACTION          PIC X.
       01 WS-OC-ID              PIC X(20).

*> The notice being sent: which template, who to, the sent-file
*> key, and the placeholder values its text is filled from
       01 WS-NT-TEMPLATE        PIC X(10).
       01 WS-NT-TO              PIC X(80).
       01 WS-NT-NOTICE          PIC X(10).
       01 WS-NT-SUBJECT         PIC X(64).
       01 WS-NT-PERIOD          PIC X(8).
       01 WS-NT-ABOUT           PIC X(40).
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 12 TIMES.
             10 WS-PH-NAME          PIC X(12).
             10 WS-PH-VALUE         PIC X(80).
       01 WS-PH-COUNT           PIC 9(2) COMP.
       01 WS-PH-IDX             PIC 9(2) COMP.
       01 WS-PH-FOUND           PIC X.
       01 WS-PH-SET-NAME        PIC X(12).
       01 WS-PH-SET-VALUE       PIC X(80).

*> Template text in, substituted text out
       01 WS-SUB-IN             PIC X(200).
       01 WS-SUB-IN-LEN         PIC 9(4) COMP.
       01 WS-SUB-IDX            PIC 9(4) COMP.
       01 WS-SUB-BRACE-LEN      PIC 9(4) COMP.
       01 WS-SUB-NAME           PIC X(12).
       01 WS-SUB-OUT            PIC X(480).
       01 WS-SUB-OUT-PTR        PIC 9(4) COMP.
       01 WS-VALUE-LEN          PIC 9(4) COMP.

*> Message ids: the run's stamp and a count within the run
       01 WS-MESSAGE-ID         PIC X(24).
       01 WS-MESSAGE-SEQ        PIC 9(5) VALUE 0.

*> Run totals for the report
       01 WS-NOTICES-SENT       PIC 9(8) COMP VALUE 0.
       01 WS-NOTICES-REPEAT     PIC 9(8) COMP VALUE 0.
       01 WS-HELD-NO-CONTACT    PIC 9(8) COMP VALUE 0.
       01 WS-HELD-NO-TEMPLATE   PIC 9(8) COMP VALUE 0.
       01 WS-OUTCOMES-READ      PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts and values
       01 WS-EDIT-8             PIC Z(7)9.
       01 WS-EDIT-DAYS          PIC Z(3)9.
       01 WS-EDIT-PCT           PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE WS-RAW-DATE(1:6) TO WS-THIS-MONTH
           MOVE SPACES TO WS-THIS-MONTH-SHOW
           STRING WS-RAW-DATE(1:4) "-" WS-RAW-DATE(5:2)
                  DELIMITED BY SIZE INTO WS-THIS-MONTH-SHOW
           END-STRING
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

           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-KEY-PROFILES

           OPEN I-O SENT-FILE
           IF WS-SENT-FILE-STATUS = "35"
               OPEN OUTPUT SENT-FILE
               CLOSE SENT-FILE
               OPEN I-O SENT-FILE
           END-IF
           IF WS-SENT-FILE-STATUS NOT = "00"
               MOVE "Cannot open notices-sent.dat - nothing spooled, "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " since nothing could be recorded as sent"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "NOTICE-SPOOL: cannot open notices-sent.dat, "
                   "status " WS-SENT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-FILE-STATUS = "00"
               MOVE "Y" TO WS-QUOTA-OPEN
           END-IF

           PERFORM VARYING WS-PROFILE-IDX FROM 1 BY 1
               UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
               IF WS-PF-STATUS(WS-PROFILE-IDX) NOT = "R"
                   PERFORM CHECK-EXPIRY-NOTICE
                   PERFORM CHECK-QUOTA-NOTICE
               END-IF
           END-PERFORM

           IF WS-QUOTA-OPEN = "Y"
               CLOSE QUOTA-FILE
           END-IF

           PERFORM READ-CHANGE-OUTCOMES

           CLOSE SENT-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "NOTICE-SPOOL: run complete, report written to "
               "notice-spool.rpt"
           STOP RUN.

*>       Read notice-templates.cfg, stanza by stanza. The value is
*>       the whole rest of the line after the first "=", the way
*>       MCP-HANDLER reads prompts.cfg - template text is full of
*>       spaces.
       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATES-FILE
           IF WS-TPL-FILE-STATUS NOT = "00"
               MOVE "No notice-templates.cfg - every notice is held"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TPL-FILE-STATUS = "99"
               READ TEMPLATES-FILE
                   AT END
                       MOVE "99" TO WS-TPL-FILE-STATUS
               END-READ
               IF WS-TPL-FILE-STATUS NOT = "99"
                   PERFORM APPLY-TEMPLATE-LINE
               END-IF
           END-PERFORM

           CLOSE TEMPLATES-FILE
           .

       APPLY-TEMPLATE-LINE.
           IF TEMPLATES-REC = SPACES OR TEMPLATES-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT TEMPLATES-REC TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS > 40
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE TEMPLATES-REC(1:WS-EQ-POS) TO WS-CFG-KEY
           MOVE SPACES TO WS-CFG-VALUE
           MOVE TEMPLATES-REC(WS-EQ-POS + 2:256) TO WS-CFG-VALUE

           EVALUATE WS-CFG-KEY
               WHEN "NOTICE"
                   IF WS-TEMPLATE-COUNT < 10
                       ADD 1 TO WS-TEMPLATE-COUNT
                       MOVE WS-CFG-VALUE(1:10)
                           TO WS-TPL-NOTICE(WS-TEMPLATE-COUNT)
                       MOVE SPACES TO WS-TPL-SUBJECT(WS-TEMPLATE-COUNT)
                       MOVE 0 TO WS-TPL-BODY-COUNT(WS-TEMPLATE-COUNT)
                   END-IF
               WHEN "SUBJECT"
                   IF WS-TEMPLATE-COUNT > 0
                       MOVE WS-CFG-VALUE(1:200)
                           TO WS-TPL-SUBJECT(WS-TEMPLATE-COUNT)
                   END-IF
               WHEN "BODY"
                   IF WS-TEMPLATE-COUNT > 0
                       AND WS-TPL-BODY-COUNT(WS-TEMPLATE-COUNT) < 20
                       ADD 1 TO WS-TPL-BODY-COUNT(WS-TEMPLATE-COUNT)
                       MOVE WS-TPL-BODY-COUNT(WS-TEMPLATE-COUNT)
                           TO WS-BODY-IDX
                       MOVE WS-CFG-VALUE(1:200)
                           TO WS-TPL-BODY(WS-TEMPLATE-COUNT, WS-BODY-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>       Take every named profile off credentials.cfg: the key's
*>       digest and visible prefix, name, expiry, status, quota and
*>       contact - split the way AUTH-CHECK splits them.
       LOAD-KEY-PROFILES.
           OPEN INPUT CREDENTIALS-FILE
           IF WS-CRED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CRED-FILE-STATUS = "99"
               READ CREDENTIALS-FILE
                   AT END
                       MOVE "99" TO WS-CRED-FILE-STATUS
               END-READ
               IF WS-CRED-FILE-STATUS NOT = "99"
                   PERFORM LOAD-PROFILE-LINE
               END-IF
           END-PERFORM

           CLOSE CREDENTIALS-FILE
           .

       LOAD-PROFILE-LINE.
           IF CREDENTIALS-REC = SPACES OR CREDENTIALS-REC(1:1) = "*"
               OR WS-PROFILE-COUNT >= 500
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-KEY-LEN
           INSPECT CREDENTIALS-REC TALLYING WS-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-BAR-POS
           INSPECT CREDENTIALS-REC(1:WS-KEY-LEN) TALLYING WS-BAR-POS
               FOR CHARACTERS BEFORE "|"
           IF WS-BAR-POS >= WS-KEY-LEN OR WS-BAR-POS = 0
*>             A bare key - no profile, no one to write to
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAR-POS TO WS-KEY-LEN

           ADD 1 TO WS-PROFILE-COUNT
           MOVE SPACES TO WS-PF-PREFIX(WS-PROFILE-COUNT)
           IF CREDENTIALS-REC(1:7) = "sha256:" AND WS-KEY-LEN >= 71
               MOVE CREDENTIALS-REC(8:64)
                   TO WS-PF-DIGEST(WS-PROFILE-COUNT)
               IF WS-KEY-LEN > 72
                   MOVE CREDENTIALS-REC(73:WS-KEY-LEN - 72)
                       TO WS-PF-PREFIX(WS-PROFILE-COUNT)
               END-IF
           ELSE
               MOVE SPACES TO WS-HASH-INPUT
               MOVE CREDENTIALS-REC(1:WS-KEY-LEN) TO WS-HASH-INPUT
               CALL "KEY-HASH" USING WS-HASH-INPUT WS-HASH-OUTPUT
               MOVE WS-HASH-OUTPUT TO WS-PF-DIGEST(WS-PROFILE-COUNT)
               IF WS-KEY-LEN >= 16
                   MOVE CREDENTIALS-REC(1:8)
                       TO WS-PF-PREFIX(WS-PROFILE-COUNT)
               ELSE
                   IF WS-KEY-LEN > 1
                       MOVE CREDENTIALS-REC(1:WS-KEY-LEN / 2)
                           TO WS-PF-PREFIX(WS-PROFILE-COUNT)
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-PF-NAME(WS-PROFILE-COUNT)
               WS-PF-EXPIRES(WS-PROFILE-COUNT)
               WS-PF-STATUS(WS-PROFILE-COUNT)
               WS-PF-CONTACT(WS-PROFILE-COUNT)
           MOVE 0 TO WS-PF-QUOTA(WS-PROFILE-COUNT)

           MOVE SPACES TO WS-REST
           MOVE CREDENTIALS-REC(WS-KEY-LEN + 2:256 - WS-KEY-LEN - 1)
               TO WS-REST
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 8
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:40)
                           TO WS-PF-NAME(WS-PROFILE-COUNT)
                   WHEN 5
                       MOVE WS-FIELD(1:8)
                           TO WS-PF-EXPIRES(WS-PROFILE-COUNT)
                   WHEN 6
                       MOVE WS-FIELD(1:1)
                           TO WS-PF-STATUS(WS-PROFILE-COUNT)
                   WHEN 7
                       IF WS-FIELD NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD)
                               TO WS-PF-QUOTA(WS-PROFILE-COUNT)
                       END-IF
                   WHEN 8
                       MOVE FUNCTION TRIM(WS-FIELD)
                           TO WS-PF-CONTACT(WS-PROFILE-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-PF-NAME(WS-PROFILE-COUNT) = SPACES
               SUBTRACT 1 FROM WS-PROFILE-COUNT
           END-IF
           .

*>       Peel the next "|"-delimited field off WS-REST into WS-FIELD,
*>       leaving WS-REST holding whatever follows the separator.
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

*>       An expiry date 30 days away or less (and not yet passed)
*>       earns the notice for the nearest of the 30/14/7-day marks
*>       reached. The expires date is part of what is recorded, so a
*>       key extended and later nearing its new date is told again.
       CHECK-EXPIRY-NOTICE.
           IF WS-PF-EXPIRES(WS-PROFILE-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-PF-EXPIRES(WS-PROFILE-IDX))) NOT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PF-EXPIRES(WS-PROFILE-IDX)))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > 30
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT <= 7
                   MOVE "EXPIRY-7" TO WS-TIER
               WHEN WS-DAYS-LEFT <= 14
                   MOVE "EXPIRY-14" TO WS-TIER
               WHEN OTHER
                   MOVE "EXPIRY-30" TO WS-TIER
           END-EVALUATE

           PERFORM START-NOTICE
           MOVE "EXPIRY" TO WS-NT-TEMPLATE
           MOVE WS-TIER TO WS-NT-NOTICE
           MOVE WS-PF-DIGEST(WS-PROFILE-IDX) TO WS-NT-SUBJECT
           MOVE WS-PF-EXPIRES(WS-PROFILE-IDX) TO WS-NT-PERIOD
           MOVE WS-PF-CONTACT(WS-PROFILE-IDX) TO WS-NT-TO
           MOVE WS-PF-NAME(WS-PROFILE-IDX) TO WS-NT-ABOUT
           PERFORM SET-KEY-PLACEHOLDERS

           MOVE "EXPIRES" TO WS-PH-SET-NAME
           MOVE SPACES TO WS-PH-SET-VALUE
           STRING WS-PF-EXPIRES(WS-PROFILE-IDX)(1:4) "-"
                  WS-PF-EXPIRES(WS-PROFILE-IDX)(5:2) "-"
                  WS-PF-EXPIRES(WS-PROFILE-IDX)(7:2)
                  DELIMITED BY SIZE INTO WS-PH-SET-VALUE
           END-STRING
           PERFORM SET-PLACEHOLDER

           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
           MOVE "DAYS" TO WS-PH-SET-NAME
           MOVE FUNCTION TRIM(WS-EDIT-DAYS) TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           PERFORM SEND-NOTICE
           .

*>       A key with a monthly quota whose count this month has
*>       reached CFG-QUOTA-WARN-PCT of it - the same test QUOTA-
*>       TRACKER's warning return makes - is told once a month.
       CHECK-QUOTA-NOTICE.
           IF WS-QUOTA-OPEN NOT = "Y"
               OR WS-PF-QUOTA(WS-PROFILE-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PF-DIGEST(WS-PROFILE-IDX) TO QU-KEY
           MOVE WS-THIS-MONTH TO QU-MONTH
           READ QUOTA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-WARN-CALLS =
               WS-PF-QUOTA(WS-PROFILE-IDX) * CFG-QUOTA-WARN-PCT / 100
           IF QU-COUNT < WS-WARN-CALLS OR QU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-USED-PCT =
               QU-COUNT * 100 / WS-PF-QUOTA(WS-PROFILE-IDX)

           PERFORM START-NOTICE
           MOVE "QUOTA" TO WS-NT-TEMPLATE
           MOVE "QUOTA" TO WS-NT-NOTICE
           MOVE WS-PF-DIGEST(WS-PROFILE-IDX) TO WS-NT-SUBJECT
           MOVE WS-THIS-MONTH TO WS-NT-PERIOD
           MOVE WS-PF-CONTACT(WS-PROFILE-IDX) TO WS-NT-TO
           MOVE WS-PF-NAME(WS-PROFILE-IDX) TO WS-NT-ABOUT
           PERFORM SET-KEY-PLACEHOLDERS

           MOVE WS-PF-QUOTA(WS-PROFILE-IDX) TO WS-EDIT-8
           MOVE "QUOTA" TO WS-PH-SET-NAME
           MOVE FUNCTION TRIM(WS-EDIT-8) TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           MOVE QU-COUNT TO WS-EDIT-8
           MOVE "USED" TO WS-PH-SET-NAME
           MOVE FUNCTION TRIM(WS-EDIT-8) TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           MOVE WS-USED-PCT TO WS-EDIT-PCT
           MOVE "PCT" TO WS-PH-SET-NAME
           MOVE FUNCTION TRIM(WS-EDIT-PCT) TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           MOVE "MONTH" TO WS-PH-SET-NAME
           MOVE WS-THIS-MONTH-SHOW TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           PERFORM SEND-NOTICE
           .

*>       {NAME} and {KEY} for the profile in hand - the key only ever
*>       by its visible prefix, never in full.
       SET-KEY-PLACEHOLDERS.
           MOVE "NAME" TO WS-PH-SET-NAME
           MOVE WS-PF-NAME(WS-PROFILE-IDX) TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           MOVE "KEY" TO WS-PH-SET-NAME
           MOVE SPACES TO WS-PH-SET-VALUE
           STRING WS-PF-PREFIX(WS-PROFILE-IDX) DELIMITED BY SPACE
                  "***" DELIMITED BY SIZE
                  INTO WS-PH-SET-VALUE
           END-STRING
           PERFORM SET-PLACEHOLDER
           .

*>       Every verdict CHANGE-REVIEW has recorded; the sent file
*>       passes over the ones already told.
       READ-CHANGE-OUTCOMES.
           OPEN INPUT OUTCOMES-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-OUT-FILE-STATUS = "99"
               READ OUTCOMES-FILE
                   AT END
                       MOVE "99" TO WS-OUT-FILE-STATUS
               END-READ
               IF WS-OUT-FILE-STATUS NOT = "99"
                   PERFORM CHECK-OUTCOME-NOTICE
               END-IF
           END-PERFORM

           CLOSE OUTCOMES-FILE
           .

       CHECK-OUTCOME-NOTICE.
           IF OUTCOMES-REC = SPACES OR OUTCOMES-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUTCOMES-READ

           MOVE SPACES TO WS-OC-SEQ WS-OC-DECIDED WS-OC-BY
               WS-OC-VERDICT WS-OC-ACTION WS-OC-ID
           MOVE OUTCOMES-REC TO WS-REST
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 6
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:8) TO WS-OC-SEQ
                   WHEN 2
                       MOVE WS-FIELD(1:19) TO WS-OC-DECIDED
                   WHEN 3
                       MOVE WS-FIELD(1:40) TO WS-OC-BY
                   WHEN 4
                       MOVE WS-FIELD(1:1) TO WS-OC-VERDICT
                   WHEN 5
                       MOVE WS-FIELD(1:1) TO WS-OC-ACTION
                   WHEN 6
                       MOVE WS-FIELD(1:20) TO WS-OC-ID
               END-EVALUATE
           END-PERFORM
           IF WS-OC-SEQ = SPACES
               OR (WS-OC-VERDICT NOT = "A" AND WS-OC-VERDICT NOT = "R")
               EXIT PARAGRAPH
           END-IF

           PERFORM START-NOTICE
           IF WS-OC-VERDICT = "A"
               MOVE "APPROVED" TO WS-NT-TEMPLATE
           ELSE
               MOVE "REJECTED" TO WS-NT-TEMPLATE
           END-IF
           MOVE "PROPOSAL" TO WS-NT-NOTICE
           MOVE WS-OC-SEQ TO WS-NT-SUBJECT
           MOVE SPACES TO WS-NT-PERIOD
           MOVE WS-OC-BY TO WS-NT-ABOUT
           PERFORM FIND-SUBMITTER-CONTACT

           MOVE "NAME" TO WS-PH-SET-NAME
           MOVE WS-OC-BY TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER
           MOVE "PROPOSAL" TO WS-PH-SET-NAME
           MOVE WS-OC-SEQ TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER
           MOVE "ACTION" TO WS-PH-SET-NAME
           EVALUATE WS-OC-ACTION
               WHEN "A"
                   MOVE "add" TO WS-PH-SET-VALUE
               WHEN "C"
                   MOVE "change" TO WS-PH-SET-VALUE
               WHEN "D"
                   MOVE "delete" TO WS-PH-SET-VALUE
               WHEN OTHER
                   MOVE WS-OC-ACTION TO WS-PH-SET-VALUE
           END-EVALUATE
           PERFORM SET-PLACEHOLDER
           MOVE "RECORD" TO WS-PH-SET-NAME
           MOVE WS-OC-ID TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER
           MOVE "OUTCOME" TO WS-PH-SET-NAME
           IF WS-OC-VERDICT = "A"
               MOVE "approved" TO WS-PH-SET-VALUE
           ELSE
               MOVE "rejected" TO WS-PH-SET-VALUE
           END-IF
           PERFORM SET-PLACEHOLDER
           MOVE "DECIDED" TO WS-PH-SET-NAME
           MOVE WS-OC-DECIDED TO WS-PH-SET-VALUE
           PERFORM SET-PLACEHOLDER

           PERFORM SEND-NOTICE
           .

*>       The submitter is known by display name; a rotated key keeps
*>       its name, so the contact comes from an active profile of
*>       that name when there is one, else any profile of it.
       FIND-SUBMITTER-CONTACT.
           MOVE SPACES TO WS-NT-TO
           PERFORM VARYING WS-FOUND-PF-IDX FROM 1 BY 1
               UNTIL WS-FOUND-PF-IDX > WS-PROFILE-COUNT
               IF WS-PF-NAME(WS-FOUND-PF-IDX) = WS-OC-BY
                   AND WS-PF-CONTACT(WS-FOUND-PF-IDX) NOT = SPACES
                   IF WS-PF-STATUS(WS-FOUND-PF-IDX) NOT = "R"
                       MOVE WS-PF-CONTACT(WS-FOUND-PF-IDX) TO WS-NT-TO
                       EXIT PERFORM
                   END-IF
                   IF WS-NT-TO = SPACES
                       MOVE WS-PF-CONTACT(WS-FOUND-PF-IDX) TO WS-NT-TO
                   END-IF
               END-IF
           END-PERFORM
           .

       START-NOTICE.
           MOVE SPACES TO WS-NT-TEMPLATE WS-NT-TO WS-NT-NOTICE
               WS-NT-SUBJECT WS-NT-PERIOD WS-NT-ABOUT
           MOVE 0 TO WS-PH-COUNT
           .

       SET-PLACEHOLDER.
           IF WS-PH-COUNT < 12
               ADD 1 TO WS-PH-COUNT
               MOVE WS-PH-SET-NAME TO WS-PH-NAME(WS-PH-COUNT)
               MOVE WS-PH-SET-VALUE TO WS-PH-VALUE(WS-PH-COUNT)
           END-IF
           .

*>       Spool the notice built up in WS-NT-* unless it has gone
*>       before, then record it as sent. No contact or no template
*>       holds it for a later night.
       SEND-NOTICE.
           MOVE WS-NT-NOTICE TO NS-NOTICE
           MOVE WS-NT-SUBJECT TO NS-SUBJECT
           MOVE WS-NT-PERIOD TO NS-PERIOD
           READ SENT-FILE
               INVALID KEY
                   MOVE "23" TO WS-SENT-FILE-STATUS
           END-READ
           IF WS-SENT-FILE-STATUS = "00"
               ADD 1 TO WS-NOTICES-REPEAT
               EXIT PARAGRAPH
           END-IF

           IF WS-NT-TO = SPACES
               ADD 1 TO WS-HELD-NO-CONTACT
               MOVE "no contact on the key profile" TO WS-SUB-OUT
               PERFORM WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FOUND-TPL-IDX
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
               UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
               IF WS-TPL-NOTICE(WS-TEMPLATE-IDX) = WS-NT-TEMPLATE
                   MOVE WS-TEMPLATE-IDX TO WS-FOUND-TPL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-TPL-IDX = 0
               ADD 1 TO WS-HELD-NO-TEMPLATE
               MOVE SPACES TO WS-SUB-OUT
               STRING "no NOTICE=" DELIMITED BY SIZE
                      WS-NT-TEMPLATE DELIMITED BY SPACE
                      " template" DELIMITED BY SIZE
                      INTO WS-SUB-OUT
               END-STRING
               PERFORM WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MESSAGE-SEQ
           MOVE SPACES TO WS-MESSAGE-ID
           STRING "N" WS-RAW-DATE(1:14) "-" WS-MESSAGE-SEQ
                  DELIMITED BY SIZE INTO WS-MESSAGE-ID
           END-STRING

           OPEN EXTEND SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS = "05" OR
              WS-SPOOL-FILE-STATUS = "35"
               OPEN OUTPUT SPOOL-FILE
           END-IF

           MOVE SPACES TO SPOOL-REC
           STRING "MSG|" DELIMITED BY SIZE
                  WS-MESSAGE-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NT-TO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-NT-NOTICE DELIMITED BY SPACE
                  INTO SPOOL-REC
           END-STRING
           WRITE SPOOL-REC

           MOVE WS-TPL-SUBJECT(WS-FOUND-TPL-IDX) TO WS-SUB-IN
           PERFORM SUBSTITUTE-PLACEHOLDERS
           MOVE SPACES TO SPOOL-REC
           STRING "SUBJECT|" DELIMITED BY SIZE
                  WS-SUB-OUT DELIMITED BY SIZE
                  INTO SPOOL-REC
           END-STRING
           WRITE SPOOL-REC

           PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
               UNTIL WS-BODY-IDX > WS-TPL-BODY-COUNT(WS-FOUND-TPL-IDX)
               MOVE WS-TPL-BODY(WS-FOUND-TPL-IDX, WS-BODY-IDX)
                   TO WS-SUB-IN
               PERFORM SUBSTITUTE-PLACEHOLDERS
               MOVE SPACES TO SPOOL-REC
               STRING "BODY|" DELIMITED BY SIZE
                      WS-SUB-OUT DELIMITED BY SIZE
                      INTO SPOOL-REC
               END-STRING
               WRITE SPOOL-REC
           END-PERFORM

           MOVE SPACES TO SPOOL-REC
           STRING "END|" DELIMITED BY SIZE
                  WS-MESSAGE-ID DELIMITED BY SPACE
                  INTO SPOOL-REC
           END-STRING
           WRITE SPOOL-REC
           CLOSE SPOOL-FILE

           MOVE WS-NT-NOTICE TO NS-NOTICE
           MOVE WS-NT-SUBJECT TO NS-SUBJECT
           MOVE WS-NT-PERIOD TO NS-PERIOD
           MOVE WS-NOW-STAMP TO NS-SENT-STAMP
           MOVE WS-NT-TO TO NS-ADDRESS
           MOVE WS-MESSAGE-ID TO NS-MESSAGE-ID
           WRITE SENT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-NOTICES-SENT
           MOVE SPACES TO REPORT-REC
           STRING "  SPOOLED " DELIMITED BY SIZE
                  WS-NT-NOTICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NT-ABOUT) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-NT-TO DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-MESSAGE-ID DELIMITED BY SPACE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Copy WS-SUB-IN into WS-SUB-OUT, replacing each {NAME}-style
*>       placeholder this notice has a value for; anything else in
*>       braces is copied through as written.
       SUBSTITUTE-PLACEHOLDERS.
           MOVE SPACES TO WS-SUB-OUT
           MOVE 1 TO WS-SUB-OUT-PTR

           MOVE 0 TO WS-SUB-IN-LEN
           INSPECT FUNCTION REVERSE(WS-SUB-IN)
               TALLYING WS-SUB-IN-LEN FOR LEADING SPACE
           COMPUTE WS-SUB-IN-LEN = 200 - WS-SUB-IN-LEN

           MOVE 1 TO WS-SUB-IDX
           PERFORM UNTIL WS-SUB-IDX > WS-SUB-IN-LEN
               OR WS-SUB-OUT-PTR > 400
               IF WS-SUB-IN(WS-SUB-IDX:1) = "{"
                   PERFORM SUBSTITUTE-ONE-PLACEHOLDER
               ELSE
                   MOVE WS-SUB-IN(WS-SUB-IDX:1)
                       TO WS-SUB-OUT(WS-SUB-OUT-PTR:1)
                   ADD 1 TO WS-SUB-OUT-PTR
                   ADD 1 TO WS-SUB-IDX
               END-IF
           END-PERFORM
           .

       SUBSTITUTE-ONE-PLACEHOLDER.
           MOVE 0 TO WS-SUB-BRACE-LEN
           IF WS-SUB-IDX < WS-SUB-IN-LEN
               INSPECT WS-SUB-IN(WS-SUB-IDX + 1:
                   WS-SUB-IN-LEN - WS-SUB-IDX)
                   TALLYING WS-SUB-BRACE-LEN FOR CHARACTERS BEFORE "}"
           END-IF
           MOVE "N" TO WS-PH-FOUND
           IF WS-SUB-BRACE-LEN > 0 AND WS-SUB-BRACE-LEN <= 12
               AND WS-SUB-IDX + WS-SUB-BRACE-LEN < WS-SUB-IN-LEN
               MOVE SPACES TO WS-SUB-NAME
               MOVE WS-SUB-IN(WS-SUB-IDX + 1:WS-SUB-BRACE-LEN)
                   TO WS-SUB-NAME
               PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
                   IF WS-PH-NAME(WS-PH-IDX) = WS-SUB-NAME
                       MOVE "Y" TO WS-PH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PH-FOUND = "N"
               MOVE "{" TO WS-SUB-OUT(WS-SUB-OUT-PTR:1)
               ADD 1 TO WS-SUB-OUT-PTR
               ADD 1 TO WS-SUB-IDX
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VALUE-LEN
           INSPECT FUNCTION REVERSE(WS-PH-VALUE(WS-PH-IDX))
               TALLYING WS-VALUE-LEN FOR LEADING SPACE
           COMPUTE WS-VALUE-LEN = 80 - WS-VALUE-LEN
           IF WS-VALUE-LEN > 0
               MOVE WS-PH-VALUE(WS-PH-IDX)(1:WS-VALUE-LEN)
                   TO WS-SUB-OUT(WS-SUB-OUT-PTR:WS-VALUE-LEN)
               ADD WS-VALUE-LEN TO WS-SUB-OUT-PTR
           END-IF
           COMPUTE WS-SUB-IDX = WS-SUB-IDX + WS-SUB-BRACE-LEN + 2
           .

*>       WS-SUB-OUT holds the reason the notice is held.
       WRITE-HELD-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  HELD    " DELIMITED BY SIZE
                  WS-NT-NOTICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NT-ABOUT) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUB-OUT) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "NOTICE-SPOOL - Partner Notice Run " DELIMITED BY SIZE
                  WS-TODAY(1:4) "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "============================================"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PROFILE-COUNT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Key profiles read....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-OUTCOMES-READ TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Proposal outcomes read.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NOTICES-SENT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Notices spooled......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-NOTICES-REPEAT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Already sent, skipped... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-HELD-NO-CONTACT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Held, no contact........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-HELD-NO-TEMPLATE TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Held, no template....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
