*> Monthly partner invoicing off the tool-call activity log - the
*> chargeback finance used to build in a spreadsheet from
*> MCP-USAGE-REPORT's raw counts. Driven by rate-card.cfg, an
*> ops-maintained stanza file in batch-jobs.cfg's KEY=VALUE style,
*> one stanza per priced tool:
*>     TOOL=lookup-record      the tool's name ("*" prices every
*>                             tool without a stanza of its own)
*>     PRICE=0.0100            price per call up to the first break
*>     BREAK=10000:0.0080      calls beyond 10000 this month cost
*>                             0.0080 each (up to five breaks, in
*>                             ascending order)
*>     OVERAGE=0.0200          price per call past the key's monthly
*>                             quota (defaults to PRICE)
*>     ACCOUNT=410100          GL account the charge posts to
*> Tiers are graduated and counted per key and tool over the month;
*> a call that returned an error rc, or was refused on the key's rate
*> limit or quota (rc R or Q), or rejected before any tool was picked
*> (rc N, P or E), is never charged, and a later page of an export
*> (rc C) is part of the call its first page logged; a charged call
*> that lands past the key's monthly quota in credentials.cfg (the
*> key's running count of every call that month, the way QUOTA-
*> TRACKER counts them) is billed at the overage price instead -
*> a quota lowered mid-month leaves calls beyond it. Reads every
*> mcp-activity generation HOUSEKEEPING has cut (listed in
*> housekeeping.idx) and then the live log, so a month that spans
*> cutovers is billed whole. WEBBOL-INVOICE-MONTH (YYYY-MM) picks
*> the month; left unset it is last month. Produces:
*>     partner-invoice.rpt     one statement per key
*>     partner-invoice-gl.dat  fixed-layout ledger interface: an H
*>                             header, one D line per key/tool/
*>                             charge type, a T control trailer
*>     partner-invoice-ctl.rpt control report tying the invoice and
*>                             GL totals back to the activity-log
*>                             call counts
IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARD ASSIGN TO "rate-card.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CREDENTIALS-FILE ASSIGN TO "credentials.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-FILE-STATUS.
*> HOUSEKEEPING's list of dated generations: base|dated-name
           SELECT GENERATION-INDEX ASSIGN TO "housekeeping.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.
*> One activity generation (or the live log) at a time
           SELECT ACTIVITY-LOG ASSIGN TO WS-ACTIVITY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "partner-invoice.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT GL-FILE ASSIGN TO "partner-invoice-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "partner-invoice-ctl.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD.
       01  RATE-CARD-REC        PIC X(300).

       FD  CREDENTIALS-FILE.
       01  CREDENTIALS-REC      PIC X(256).

       FD  GENERATION-INDEX.
       01  GENERATION-INDEX-REC PIC X(160).

       FD  ACTIVITY-LOG.
       01  ACTIVITY-LOG-REC     PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

*> Ledger interface - 100-byte fixed records, the record type in
*> byte 1 telling the three layouts apart
       FD  GL-FILE.
       01  GL-HEADER-REC.
           05 GL-H-TYPE             PIC X.
           05 GL-H-PERIOD           PIC X(6).
           05 GL-H-RUN-DATE         PIC X(8).
           05 GL-H-SOURCE           PIC X(16).
           05 FILLER                PIC X(69).
       01  GL-DETAIL-REC.
           05 GL-D-TYPE             PIC X.
           05 GL-D-PERIOD           PIC X(6).
           05 GL-D-ACCOUNT          PIC X(10).
           05 GL-D-KEY-NAME         PIC X(30).
           05 GL-D-TOOL             PIC X(30).
*> S = charged within quota, O = overage past the monthly quota
           05 GL-D-CHARGE-TYPE      PIC X.
           05 GL-D-QUANTITY         PIC 9(9).
           05 GL-D-AMOUNT           PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(1).
       01  GL-TRAILER-REC.
           05 GL-T-TYPE             PIC X.
           05 GL-T-PERIOD           PIC X(6).
           05 GL-T-DETAIL-COUNT     PIC 9(7).
           05 GL-T-QUANTITY         PIC 9(11).
           05 GL-T-AMOUNT           PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(61).

       FD  CONTROL-FILE.
       01  CONTROL-REC          PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-RATE-FILE-STATUS   PIC XX.
       01 WS-CRED-FILE-STATUS   PIC XX.
       01 WS-IDX-FILE-STATUS    PIC XX.
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-RPT-FILE-STATUS    PIC XX.
       01 WS-GL-FILE-STATUS     PIC XX.
       01 WS-CTL-FILE-STATUS    PIC XX.

*> The month being invoiced, YYYY-MM as the log stamps it and
*> YYYYMM for the GL period and the generation-date test
       01 WS-INVOICE-MONTH      PIC X(7).
       01 WS-INVOICE-PERIOD     PIC X(6).
       01 WS-RAW-DATE           PIC X(21).
       01 WS-PREV-YEAR          PIC 9(4).
       01 WS-PREV-MONTH         PIC 9(2).

*> The rate card, one entry per TOOL= stanza
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 50 TIMES.
             10 WS-RATE-TOOL        PIC X(40).
             10 WS-RATE-PRICE       PIC 9(5)V9(4).
             10 WS-RATE-OVERAGE     PIC 9(5)V9(4).
             10 WS-RATE-OVERAGE-SET PIC X.
             10 WS-RATE-ACCOUNT     PIC X(10).
             10 WS-RATE-BREAKS      PIC 9(2) COMP.
             10 WS-RATE-BREAK OCCURS 5 TIMES.
                15 WS-BREAK-AT      PIC 9(8) COMP.
                15 WS-BREAK-PRICE   PIC 9(5)V9(4).
       01 WS-RATE-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-RATE-IDX           PIC 9(4) COMP.
       01 WS-FOUND-RATE-IDX     PIC 9(4) COMP.
*> The "*" stanza, 0 when the card has none
       01 WS-DEFAULT-RATE-IDX   PIC 9(4) COMP VALUE 0.
*> GL account for a stanza that names none
       01 WS-DEFAULT-ACCOUNT    PIC X(10) VALUE "410000".
       01 WS-BREAK-IDX          PIC 9(2) COMP.
       01 WS-COLON-POS          PIC 9(4) COMP.

*> Fields used to parse one KEY=VALUE rate-card line
       01 WS-LINE-LEN           PIC 9(4) COMP.
       01 WS-EQ-POS             PIC 9(4) COMP.
       01 WS-CFG-KEY            PIC X(40).
       01 WS-CFG-VALUE          PIC X(256).
       01 WS-CFG-VALUE-LEN      PIC 9(4) COMP.

*> One entry per key display name - the identity the activity log
*> carries - with its monthly quota off credentials.cfg and its
*> running count of this month's calls
       01 WS-MAX-KEYS           PIC 9(4) COMP VALUE 200.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 200 TIMES.
             10 WS-KEY-NAME         PIC X(40).
             10 WS-KEY-QUOTA        PIC 9(8) COMP.
             10 WS-KEY-CALLS        PIC 9(8) COMP.
       01 WS-KEY-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-KEY-IDX            PIC 9(4) COMP.
       01 WS-FOUND-KEY-IDX      PIC 9(4) COMP.

*> Charge accumulators, one entry per key and tool seen this month
       01 WS-MAX-CHARGES        PIC 9(4) COMP VALUE 400.
       01 WS-CHARGE-TABLE.
          05 WS-CHARGE-ENTRY OCCURS 400 TIMES.
             10 WS-CHG-KEY-IDX      PIC 9(4) COMP.
             10 WS-CHG-TOOL         PIC X(40).
             10 WS-CHG-RATE-IDX     PIC 9(4) COMP.
             10 WS-CHG-STANDARD     PIC 9(8) COMP.
             10 WS-CHG-OVERAGE      PIC 9(8) COMP.
             10 WS-CHG-ERRORS       PIC 9(8) COMP.
             10 WS-CHG-REFUSED      PIC 9(8) COMP.
             10 WS-CHG-UNRATED      PIC 9(8) COMP.
       01 WS-CHARGE-COUNT       PIC 9(4) COMP VALUE 0.
       01 WS-CHARGE-IDX         PIC 9(4) COMP.
       01 WS-FOUND-CHARGE-IDX   PIC 9(4) COMP.

*> Fields used to split a "|"-separated line
       01 WS-REST               PIC X(256).
       01 WS-FIELD              PIC X(256).
       01 WS-FIELD-LEN          PIC 9(4) COMP.
       01 WS-FIELD-NUM          PIC 9(2) COMP.
       01 WS-SPLIT-SCRATCH      PIC X(256).

*> Pieces of the activity line being tallied
       01 WS-LINE-MONTH         PIC X(7).
       01 WS-LINE-KEY           PIC X(40).
       01 WS-LINE-TOOL          PIC X(40).
       01 WS-LINE-RC            PIC X.

*> Pieces of the credentials line being loaded
       01 WS-CRED-NAME          PIC X(40).
       01 WS-CRED-QUOTA         PIC 9(8) COMP.

*> Activity generations to read, oldest first, then the live log
       01 WS-GEN-TABLE.
          05 WS-GEN-NAME OCCURS 200 TIMES PIC X(100).
       01 WS-GEN-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-GEN-IDX            PIC 9(4) COMP.
       01 WS-BAR-POS            PIC 9(4) COMP.
       01 WS-ACTIVITY-NAME      PIC X(100).

*> Pricing one key/tool entry: graduated bands over the within-
*> quota calls, then the overage calls at the overage price
       01 WS-BAND-START         PIC 9(8) COMP.
       01 WS-BAND-END           PIC 9(8) COMP.
       01 WS-BAND-CALLS         PIC 9(8) COMP.
       01 WS-BAND-PRICE         PIC 9(5)V9(4).
       01 WS-BAND-AMOUNT        PIC 9(9)V99.
       01 WS-STANDARD-AMOUNT    PIC 9(9)V99.
       01 WS-OVERAGE-AMOUNT     PIC 9(9)V99.
       01 WS-KEY-AMOUNT         PIC 9(11)V99.

*> Run totals for the control report
       01 WS-FILES-READ         PIC 9(8) COMP VALUE 0.
       01 WS-LINES-READ         PIC 9(8) COMP VALUE 0.
       01 WS-LINES-OTHER-MONTH  PIC 9(8) COMP VALUE 0.
       01 WS-LINES-UNREADABLE   PIC 9(8) COMP VALUE 0.
*> Calls refused on the key's per-minute allowance (rc R) - they
*> never reached the quota count, so they are set aside entirely
       01 WS-LINES-REFUSED      PIC 9(8) COMP VALUE 0.
*> Calls rejected before any tool was picked (rc N, P or E) - no
*> such tool, no tool name, or a tool the key isn't entitled to;
*> never counted toward the quota either
       01 WS-LINES-REJECTED     PIC 9(8) COMP VALUE 0.
*> Later pages of an export (rc C) - the first page was the call
       01 WS-LINES-CONTINUED    PIC 9(8) COMP VALUE 0.
       01 WS-LINES-OVERFLOW     PIC 9(8) COMP VALUE 0.
       01 WS-MONTH-CALLS        PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-STANDARD     PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-OVERAGE      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-ERRORS       PIC 9(8) COMP VALUE 0.
*> Calls refused on the monthly quota (rc Q) - counted toward the
*> quota the way QUOTA-TRACKER counted them, never charged
       01 WS-TOTAL-REFUSED      PIC 9(8) COMP VALUE 0.
       01 WS-TOTAL-UNRATED      PIC 9(8) COMP VALUE 0.
       01 WS-CALLS-ACCOUNTED    PIC 9(8) COMP VALUE 0.
*> What the statements billed, and what the GL file carries -
*> accumulated separately so the control report proves they agree
       01 WS-INVOICES-WRITTEN   PIC 9(8) COMP VALUE 0.
       01 WS-INVOICE-QUANTITY   PIC 9(11) COMP VALUE 0.
       01 WS-INVOICE-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-GL-DETAILS         PIC 9(7) COMP VALUE 0.
       01 WS-GL-QUANTITY        PIC 9(11) COMP VALUE 0.
       01 WS-GL-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE     PIC X VALUE "N".

*> Scratch fields for printing counts and money
       01 WS-EDIT-8             PIC Z(7)9.
       01 WS-EDIT-8-B           PIC Z(7)9.
       01 WS-EDIT-MONEY         PIC Z(10)9.99.
       01 WS-EDIT-PRICE         PIC Z(4)9.9999.
*> Running position while a line is assembled in several STRINGs
       01 WS-RPT-PTR            PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           PERFORM SELECT-INVOICE-MONTH

           PERFORM LOAD-RATE-CARD
           IF WS-RATE-COUNT = 0
               DISPLAY "PARTNER-INVOICE: no rate-card.cfg stanzas - "
                   "nothing to price"
               STOP RUN
           END-IF

           PERFORM LOAD-KEY-QUOTAS
           PERFORM LOAD-ACTIVITY-GENERATIONS

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-NAME(WS-GEN-IDX) TO WS-ACTIVITY-NAME
               PERFORM READ-ACTIVITY-FILE
           END-PERFORM
           MOVE "mcp-activity.log" TO WS-ACTIVITY-NAME
           PERFORM READ-ACTIVITY-FILE

           PERFORM WRITE-INVOICES
           PERFORM WRITE-CONTROL-REPORT

           IF WS-OUT-OF-BALANCE = "Y"
               DISPLAY "PARTNER-INVOICE: OUT OF BALANCE - see "
                   "partner-invoice-ctl.rpt before posting"
           ELSE
               DISPLAY "PARTNER-INVOICE: run complete, invoices "
                   "written to partner-invoice.rpt"
           END-IF
           STOP RUN.

*>       WEBBOL-INVOICE-MONTH names the month as YYYY-MM; left unset
*>       the run bills last month, which is what the batch window
*>       running it early in the month wants.
       SELECT-INVOICE-MONTH.
           MOVE SPACES TO WS-INVOICE-MONTH
           ACCEPT WS-INVOICE-MONTH FROM ENVIRONMENT
               "WEBBOL-INVOICE-MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF WS-INVOICE-MONTH(1:4) IS NOT NUMERIC
               OR WS-INVOICE-MONTH(5:1) NOT = "-"
               OR WS-INVOICE-MONTH(6:2) IS NOT NUMERIC
               MOVE WS-RAW-DATE(1:4) TO WS-PREV-YEAR
               MOVE WS-RAW-DATE(5:2) TO WS-PREV-MONTH
               IF WS-PREV-MONTH = 1
                   MOVE 12 TO WS-PREV-MONTH
                   SUBTRACT 1 FROM WS-PREV-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MONTH
               END-IF
               MOVE SPACES TO WS-INVOICE-MONTH
               STRING WS-PREV-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PREV-MONTH DELIMITED BY SIZE
                      INTO WS-INVOICE-MONTH
               END-STRING
           END-IF

           MOVE SPACES TO WS-INVOICE-PERIOD
           STRING WS-INVOICE-MONTH(1:4) DELIMITED BY SIZE
                  WS-INVOICE-MONTH(6:2) DELIMITED BY SIZE
                  INTO WS-INVOICE-PERIOD
           END-STRING
           .

*>       Read rate-card.cfg into the rate table, stanza by stanza.
       LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD
           IF WS-RATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RATE-FILE-STATUS = "99"
               READ RATE-CARD
                   AT END
                       MOVE "99" TO WS-RATE-FILE-STATUS
               END-READ
               IF WS-RATE-FILE-STATUS NOT = "99"
                   PERFORM APPLY-RATE-LINE
               END-IF
           END-PERFORM

           CLOSE RATE-CARD

*>         A stanza with no OVERAGE= bills its overage at the
*>         ordinary price
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-OVERAGE-SET(WS-RATE-IDX) = "N"
                   MOVE WS-RATE-PRICE(WS-RATE-IDX)
                       TO WS-RATE-OVERAGE(WS-RATE-IDX)
               END-IF
               IF WS-RATE-TOOL(WS-RATE-IDX) = "*"
                   MOVE WS-RATE-IDX TO WS-DEFAULT-RATE-IDX
               END-IF
           END-PERFORM
           .

       APPLY-RATE-LINE.
           MOVE 0 TO WS-LINE-LEN
           INSPECT RATE-CARD-REC TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-LINE-LEN = 0 OR RATE-CARD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EQ-POS
           INSPECT RATE-CARD-REC(1:WS-LINE-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE "="
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CFG-KEY
           MOVE RATE-CARD-REC(1:WS-EQ-POS) TO WS-CFG-KEY

           COMPUTE WS-CFG-VALUE-LEN = WS-LINE-LEN - WS-EQ-POS - 1
           MOVE SPACES TO WS-CFG-VALUE
           IF WS-CFG-VALUE-LEN > 0
               MOVE RATE-CARD-REC(WS-EQ-POS + 2:WS-CFG-VALUE-LEN)
                   TO WS-CFG-VALUE
           END-IF

           EVALUATE WS-CFG-KEY
               WHEN "TOOL"
                   IF WS-RATE-COUNT < 50
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WS-CFG-VALUE(1:40)
                           TO WS-RATE-TOOL(WS-RATE-COUNT)
                       MOVE 0 TO WS-RATE-PRICE(WS-RATE-COUNT)
                       MOVE 0 TO WS-RATE-OVERAGE(WS-RATE-COUNT)
                       MOVE "N" TO WS-RATE-OVERAGE-SET(WS-RATE-COUNT)
                       MOVE WS-DEFAULT-ACCOUNT
                           TO WS-RATE-ACCOUNT(WS-RATE-COUNT)
                       MOVE 0 TO WS-RATE-BREAKS(WS-RATE-COUNT)
                   END-IF
               WHEN "PRICE"
                   IF WS-RATE-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-RATE-PRICE(WS-RATE-COUNT)
                   END-IF
               WHEN "OVERAGE"
                   IF WS-RATE-COUNT > 0
                       MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                           TO WS-RATE-OVERAGE(WS-RATE-COUNT)
                       MOVE "Y" TO WS-RATE-OVERAGE-SET(WS-RATE-COUNT)
                   END-IF
               WHEN "ACCOUNT"
                   IF WS-RATE-COUNT > 0
                       MOVE WS-CFG-VALUE(1:10)
                           TO WS-RATE-ACCOUNT(WS-RATE-COUNT)
                   END-IF
               WHEN "BREAK"
                   IF WS-RATE-COUNT > 0
                       PERFORM APPLY-BREAK-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

*>       BREAK=volume:price. A break that doesn't climb above the
*>       one before it would make the bands overlap - it is ignored
*>       and said so, rather than quietly mispricing the month.
       APPLY-BREAK-VALUE.
           MOVE 0 TO WS-COLON-POS
           INSPECT WS-CFG-VALUE TALLYING WS-COLON-POS
               FOR CHARACTERS BEFORE ":"
           IF WS-COLON-POS = 0 OR WS-COLON-POS >= WS-CFG-VALUE-LEN
               OR WS-RATE-BREAKS(WS-RATE-COUNT) >= 5
               DISPLAY "PARTNER-INVOICE: BREAK ignored for "
                   FUNCTION TRIM(WS-RATE-TOOL(WS-RATE-COUNT))
                   " - " FUNCTION TRIM(WS-CFG-VALUE)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RATE-BREAKS(WS-RATE-COUNT) TO WS-BREAK-IDX
           MOVE FUNCTION NUMVAL(WS-CFG-VALUE(1:WS-COLON-POS))
               TO WS-BAND-END
           IF WS-BREAK-IDX > 0
               IF WS-BAND-END <=
                   WS-BREAK-AT(WS-RATE-COUNT, WS-BREAK-IDX)
                   DISPLAY "PARTNER-INVOICE: BREAK ignored for "
                       FUNCTION TRIM(WS-RATE-TOOL(WS-RATE-COUNT))
                       " - not above the previous break"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-BREAK-IDX
           MOVE WS-BREAK-IDX TO WS-RATE-BREAKS(WS-RATE-COUNT)
           MOVE WS-BAND-END TO WS-BREAK-AT(WS-RATE-COUNT, WS-BREAK-IDX)
           MOVE FUNCTION NUMVAL(WS-CFG-VALUE(WS-COLON-POS + 2:
               WS-CFG-VALUE-LEN - WS-COLON-POS - 1))
               TO WS-BREAK-PRICE(WS-RATE-COUNT, WS-BREAK-IDX)
           .

*>       Take each profile's display name and monthly quota off
*>       credentials.cfg. A rotated key keeps its name, so a later
*>       line for the same name (the new key) replaces the quota of
*>       the earlier one.
       LOAD-KEY-QUOTAS.
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
                   PERFORM LOAD-CREDENTIALS-LINE
               END-IF
           END-PERFORM

           CLOSE CREDENTIALS-FILE
           .

       LOAD-CREDENTIALS-LINE.
           IF CREDENTIALS-REC = SPACES OR CREDENTIALS-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           MOVE CREDENTIALS-REC TO WS-REST
           MOVE SPACES TO WS-CRED-NAME
           MOVE 0 TO WS-CRED-QUOTA
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 8
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 2
                       MOVE WS-FIELD(1:40) TO WS-CRED-NAME
                   WHEN 8
                       IF WS-FIELD NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-FIELD)
                               TO WS-CRED-QUOTA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

*>         A bare-key line carries no profile - it logs as "default"
*>         with no cap, which is what an unknown name gets anyway
           IF WS-CRED-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CRED-NAME TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-KEY
           IF WS-FOUND-KEY-IDX > 0
               MOVE WS-CRED-QUOTA TO WS-KEY-QUOTA(WS-FOUND-KEY-IDX)
           END-IF
           .

*>       List every mcp-activity generation in housekeeping.idx, in
*>       the index's append (oldest first) order. A generation cut
*>       before the invoice month began can't hold any of its calls
*>       and is passed over.
       LOAD-ACTIVITY-GENERATIONS.
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
           IF GENERATION-INDEX-REC(1:13) NOT = "mcp-activity|"
               OR WS-GEN-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
*>         mcp-activity.YYYYMMDD.log - the cutover date follows the
*>         base and its dot
           IF GENERATION-INDEX-REC(27:6) < WS-INVOICE-PERIOD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE GENERATION-INDEX-REC(14:100) TO WS-GEN-NAME(WS-GEN-COUNT)
           .

*>       Fold every line of one activity file into the charge table.
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
                   PERFORM TALLY-ACTIVITY-LINE
               END-IF
           END-PERFORM

           CLOSE ACTIVITY-LOG
           .

*>       Split one line - timestamp|session|key|tool|rc|request-id -
*>       and, when it falls in the invoice month, count it against
*>       its key and classify it: an error (no charge), a call with
*>       no rate card entry, a call past the key's quota (overage),
*>       or an ordinary charged call.
       TALLY-ACTIVITY-LINE.
           IF ACTIVITY-LOG-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ

           MOVE ACTIVITY-LOG-REC TO WS-REST
           MOVE SPACES TO WS-LINE-MONTH WS-LINE-KEY WS-LINE-TOOL
           MOVE SPACE TO WS-LINE-RC

           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 5
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:7) TO WS-LINE-MONTH
                   WHEN 3
                       MOVE WS-FIELD(1:40) TO WS-LINE-KEY
                   WHEN 4
                       MOVE WS-FIELD(1:40) TO WS-LINE-TOOL
                   WHEN 5
                       MOVE WS-FIELD(1:1) TO WS-LINE-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-LINE-MONTH = SPACES OR WS-LINE-TOOL = SPACES
               ADD 1 TO WS-LINES-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-MONTH NOT = WS-INVOICE-MONTH
               ADD 1 TO WS-LINES-OTHER-MONTH
               EXIT PARAGRAPH
           END-IF
*>         A call refused on the key's per-minute allowance never
*>         reached QUOTA-TRACKER; one refused on the quota was
*>         counted there but is never charged
           IF WS-LINE-RC = "R"
               ADD 1 TO WS-LINES-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-RC = "N" OR WS-LINE-RC = "P"
               OR WS-LINE-RC = "E"
               ADD 1 TO WS-LINES-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-RC = "C"
               ADD 1 TO WS-LINES-CONTINUED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-KEY
           IF WS-FOUND-KEY-IDX = 0
               ADD 1 TO WS-LINES-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-CHARGE
           IF WS-FOUND-CHARGE-IDX = 0
               ADD 1 TO WS-LINES-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MONTH-CALLS
*>         Every call counts toward the quota, errors included -
*>         QUOTA-TRACKER counted it before the tool ever ran
           ADD 1 TO WS-KEY-CALLS(WS-FOUND-KEY-IDX)

           IF WS-LINE-RC = "Q"
               ADD 1 TO WS-CHG-REFUSED(WS-FOUND-CHARGE-IDX)
               ADD 1 TO WS-TOTAL-REFUSED
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-RC NOT = "0"
               ADD 1 TO WS-CHG-ERRORS(WS-FOUND-CHARGE-IDX)
               ADD 1 TO WS-TOTAL-ERRORS
               EXIT PARAGRAPH
           END-IF

           IF WS-CHG-RATE-IDX(WS-FOUND-CHARGE-IDX) = 0
               ADD 1 TO WS-CHG-UNRATED(WS-FOUND-CHARGE-IDX)
               ADD 1 TO WS-TOTAL-UNRATED
               EXIT PARAGRAPH
           END-IF

           IF WS-KEY-QUOTA(WS-FOUND-KEY-IDX) > 0
               AND WS-KEY-CALLS(WS-FOUND-KEY-IDX) >
                   WS-KEY-QUOTA(WS-FOUND-KEY-IDX)
               ADD 1 TO WS-CHG-OVERAGE(WS-FOUND-CHARGE-IDX)
               ADD 1 TO WS-TOTAL-OVERAGE
           ELSE
               ADD 1 TO WS-CHG-STANDARD(WS-FOUND-CHARGE-IDX)
               ADD 1 TO WS-TOTAL-STANDARD
           END-IF
           .

*>       Key table entry for WS-LINE-KEY into WS-FOUND-KEY-IDX,
*>       adding it (no quota) when new; 0 when the table is full.
       FIND-OR-ADD-KEY.
           MOVE 0 TO WS-FOUND-KEY-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-FOUND-KEY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-KEY-IDX = 0 AND WS-KEY-COUNT < WS-MAX-KEYS
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-LINE-KEY TO WS-KEY-NAME(WS-KEY-COUNT)
               MOVE 0 TO WS-KEY-QUOTA(WS-KEY-COUNT)
               MOVE 0 TO WS-KEY-CALLS(WS-KEY-COUNT)
               MOVE WS-KEY-COUNT TO WS-FOUND-KEY-IDX
           END-IF
           .

*>       Charge entry for the found key and WS-LINE-TOOL into
*>       WS-FOUND-CHARGE-IDX, adding it - with the tool's rate card
*>       stanza, or the "*" one - when new; 0 when the table is full.
       FIND-OR-ADD-CHARGE.
           MOVE 0 TO WS-FOUND-CHARGE-IDX
           PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
               IF WS-CHG-KEY-IDX(WS-CHARGE-IDX) = WS-FOUND-KEY-IDX
                   AND WS-CHG-TOOL(WS-CHARGE-IDX) = WS-LINE-TOOL
                   MOVE WS-CHARGE-IDX TO WS-FOUND-CHARGE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-CHARGE-IDX NOT = 0
               OR WS-CHARGE-COUNT >= WS-MAX-CHARGES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEFAULT-RATE-IDX TO WS-FOUND-RATE-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-TOOL(WS-RATE-IDX) = WS-LINE-TOOL
                   MOVE WS-RATE-IDX TO WS-FOUND-RATE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           ADD 1 TO WS-CHARGE-COUNT
           MOVE WS-FOUND-KEY-IDX TO WS-CHG-KEY-IDX(WS-CHARGE-COUNT)
           MOVE WS-LINE-TOOL TO WS-CHG-TOOL(WS-CHARGE-COUNT)
           MOVE WS-FOUND-RATE-IDX TO WS-CHG-RATE-IDX(WS-CHARGE-COUNT)
           MOVE 0 TO WS-CHG-STANDARD(WS-CHARGE-COUNT)
           MOVE 0 TO WS-CHG-OVERAGE(WS-CHARGE-COUNT)
           MOVE 0 TO WS-CHG-ERRORS(WS-CHARGE-COUNT)
           MOVE 0 TO WS-CHG-REFUSED(WS-CHARGE-COUNT)
           MOVE 0 TO WS-CHG-UNRATED(WS-CHARGE-COUNT)
           MOVE WS-CHARGE-COUNT TO WS-FOUND-CHARGE-IDX
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

*>       One statement per key with calls this month, pricing each
*>       of its tools and writing the matching GL detail lines as
*>       it goes.
       WRITE-INVOICES.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT GL-FILE

           MOVE SPACES TO REPORT-REC
           STRING "PARTNER-INVOICE - Partner Invoices for "
                      DELIMITED BY SIZE
                  WS-INVOICE-MONTH DELIMITED BY SIZE
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

           MOVE SPACES TO GL-HEADER-REC
           MOVE "H" TO GL-H-TYPE
           MOVE WS-INVOICE-PERIOD TO GL-H-PERIOD
           MOVE WS-RAW-DATE(1:8) TO GL-H-RUN-DATE
           MOVE "PARTNER-INVOICE" TO GL-H-SOURCE
           WRITE GL-HEADER-REC

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-CALLS(WS-KEY-IDX) > 0
                   PERFORM WRITE-ONE-INVOICE
               END-IF
           END-PERFORM

           IF WS-INVOICES-WRITTEN = 0
               MOVE "No billable activity in the month" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO GL-TRAILER-REC
           MOVE "T" TO GL-T-TYPE
           MOVE WS-INVOICE-PERIOD TO GL-T-PERIOD
           MOVE WS-GL-DETAILS TO GL-T-DETAIL-COUNT
           MOVE WS-GL-QUANTITY TO GL-T-QUANTITY
           MOVE WS-GL-TOTAL TO GL-T-AMOUNT
           WRITE GL-TRAILER-REC

           CLOSE GL-FILE
           CLOSE REPORT-FILE
           .

       WRITE-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-WRITTEN
           MOVE 0 TO WS-KEY-AMOUNT

           MOVE SPACES TO REPORT-REC
           STRING "INVOICE " DELIMITED BY SIZE
                  WS-INVOICE-MONTH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                      DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           MOVE WS-KEY-CALLS(WS-KEY-IDX) TO WS-EDIT-8
           IF WS-KEY-QUOTA(WS-KEY-IDX) = 0
               STRING "  Calls this month " FUNCTION TRIM(WS-EDIT-8)
                      ", no monthly quota"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               MOVE WS-KEY-QUOTA(WS-KEY-IDX) TO WS-EDIT-8-B
               STRING "  Calls this month " FUNCTION TRIM(WS-EDIT-8)
                      ", monthly quota " FUNCTION TRIM(WS-EDIT-8-B)
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC

           PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
               IF WS-CHG-KEY-IDX(WS-CHARGE-IDX) = WS-KEY-IDX
                   PERFORM WRITE-TOOL-CHARGES
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           MOVE WS-KEY-AMOUNT TO WS-EDIT-MONEY
           STRING "  Invoice total........... " FUNCTION TRIM(
                      WS-EDIT-MONEY)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           ADD WS-KEY-AMOUNT TO WS-INVOICE-TOTAL
           .

*>       The statement lines for one key/tool entry: a line per
*>       price band the month's charged calls reached, the overage
*>       line, the no-charge counts, and the GL details.
       WRITE-TOOL-CHARGES.
           MOVE SPACES TO REPORT-REC
           STRING "    " FUNCTION TRIM(WS-CHG-TOOL(WS-CHARGE-IDX))
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC

           MOVE 0 TO WS-STANDARD-AMOUNT
           MOVE 0 TO WS-OVERAGE-AMOUNT
           MOVE WS-CHG-RATE-IDX(WS-CHARGE-IDX) TO WS-RATE-IDX

           IF WS-CHG-STANDARD(WS-CHARGE-IDX) > 0
               PERFORM PRICE-STANDARD-BANDS
           END-IF

           IF WS-CHG-OVERAGE(WS-CHARGE-IDX) > 0
               COMPUTE WS-OVERAGE-AMOUNT ROUNDED =
                   WS-CHG-OVERAGE(WS-CHARGE-IDX)
                   * WS-RATE-OVERAGE(WS-RATE-IDX)
               MOVE SPACES TO REPORT-REC
               MOVE 1 TO WS-RPT-PTR
               MOVE WS-CHG-OVERAGE(WS-CHARGE-IDX) TO WS-EDIT-8
               MOVE WS-RATE-OVERAGE(WS-RATE-IDX) TO WS-EDIT-PRICE
               STRING "      overage past quota, "
                      FUNCTION TRIM(WS-EDIT-8) " calls at "
                      FUNCTION TRIM(WS-EDIT-PRICE)
                   DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
               MOVE WS-OVERAGE-AMOUNT TO WS-EDIT-MONEY
               STRING " ..... " FUNCTION TRIM(WS-EDIT-MONEY)
                   DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-CHG-ERRORS(WS-CHARGE-IDX) > 0
               MOVE SPACES TO REPORT-REC
               MOVE WS-CHG-ERRORS(WS-CHARGE-IDX) TO WS-EDIT-8
               STRING "      " FUNCTION TRIM(WS-EDIT-8)
                      " calls returned an error - no charge"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF

           IF WS-CHG-REFUSED(WS-CHARGE-IDX) > 0
               MOVE SPACES TO REPORT-REC
               MOVE WS-CHG-REFUSED(WS-CHARGE-IDX) TO WS-EDIT-8
               STRING "      " FUNCTION TRIM(WS-EDIT-8)
                      " calls refused, quota used up - no charge"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF

           IF WS-CHG-UNRATED(WS-CHARGE-IDX) > 0
               MOVE SPACES TO REPORT-REC
               MOVE WS-CHG-UNRATED(WS-CHARGE-IDX) TO WS-EDIT-8
               STRING "      " FUNCTION TRIM(WS-EDIT-8)
                      " calls not on the rate card - no charge"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF

           ADD WS-STANDARD-AMOUNT TO WS-KEY-AMOUNT
           ADD WS-OVERAGE-AMOUNT TO WS-KEY-AMOUNT
           ADD WS-CHG-STANDARD(WS-CHARGE-IDX) TO WS-INVOICE-QUANTITY
           ADD WS-CHG-OVERAGE(WS-CHARGE-IDX) TO WS-INVOICE-QUANTITY

           IF WS-CHG-STANDARD(WS-CHARGE-IDX) > 0
               MOVE SPACES TO GL-DETAIL-REC
               MOVE "S" TO GL-D-CHARGE-TYPE
               MOVE WS-CHG-STANDARD(WS-CHARGE-IDX) TO GL-D-QUANTITY
               MOVE WS-STANDARD-AMOUNT TO GL-D-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF
           IF WS-CHG-OVERAGE(WS-CHARGE-IDX) > 0
               MOVE SPACES TO GL-DETAIL-REC
               MOVE "O" TO GL-D-CHARGE-TYPE
               MOVE WS-CHG-OVERAGE(WS-CHARGE-IDX) TO GL-D-QUANTITY
               MOVE WS-OVERAGE-AMOUNT TO GL-D-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF
           .

*>       Graduated pricing: calls up to the first break at PRICE,
*>       each later band at its break's price, one statement line
*>       per band the month's charged calls reached.
       PRICE-STANDARD-BANDS.
           MOVE 0 TO WS-BAND-START
           MOVE WS-RATE-PRICE(WS-RATE-IDX) TO WS-BAND-PRICE

           PERFORM VARYING WS-BREAK-IDX FROM 1 BY 1
               UNTIL WS-BREAK-IDX > WS-RATE-BREAKS(WS-RATE-IDX)
               OR WS-BAND-START >= WS-CHG-STANDARD(WS-CHARGE-IDX)
               MOVE WS-BREAK-AT(WS-RATE-IDX, WS-BREAK-IDX)
                   TO WS-BAND-END
               IF WS-BAND-END > WS-CHG-STANDARD(WS-CHARGE-IDX)
                   MOVE WS-CHG-STANDARD(WS-CHARGE-IDX) TO WS-BAND-END
               END-IF
               PERFORM WRITE-BAND-LINE
               MOVE WS-BREAK-AT(WS-RATE-IDX, WS-BREAK-IDX)
                   TO WS-BAND-START
               MOVE WS-BREAK-PRICE(WS-RATE-IDX, WS-BREAK-IDX)
                   TO WS-BAND-PRICE
           END-PERFORM

           IF WS-BAND-START < WS-CHG-STANDARD(WS-CHARGE-IDX)
               MOVE WS-CHG-STANDARD(WS-CHARGE-IDX) TO WS-BAND-END
               PERFORM WRITE-BAND-LINE
           END-IF
           .

*>       Price calls WS-BAND-START+1 through WS-BAND-END at
*>       WS-BAND-PRICE and print the band.
       WRITE-BAND-LINE.
           COMPUTE WS-BAND-CALLS = WS-BAND-END - WS-BAND-START
           COMPUTE WS-BAND-AMOUNT ROUNDED =
               WS-BAND-CALLS * WS-BAND-PRICE
           ADD WS-BAND-AMOUNT TO WS-STANDARD-AMOUNT

           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           COMPUTE WS-EDIT-8 = WS-BAND-START + 1
           MOVE WS-BAND-END TO WS-EDIT-8-B
           STRING "      calls " FUNCTION TRIM(WS-EDIT-8) " to "
                  FUNCTION TRIM(WS-EDIT-8-B)
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-BAND-CALLS TO WS-EDIT-8
           MOVE WS-BAND-PRICE TO WS-EDIT-PRICE
           STRING ", " FUNCTION TRIM(WS-EDIT-8) " at "
                  FUNCTION TRIM(WS-EDIT-PRICE)
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-BAND-AMOUNT TO WS-EDIT-MONEY
           STRING " ..... " FUNCTION TRIM(WS-EDIT-MONEY)
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           WRITE REPORT-REC
           .

*>       One GL detail line for the key/tool entry being invoiced;
*>       the charge type, quantity and amount are already set.
       WRITE-GL-DETAIL.
           MOVE "D" TO GL-D-TYPE
           MOVE WS-INVOICE-PERIOD TO GL-D-PERIOD
           MOVE WS-RATE-ACCOUNT(WS-RATE-IDX) TO GL-D-ACCOUNT
           MOVE WS-KEY-NAME(WS-KEY-IDX) TO GL-D-KEY-NAME
           MOVE WS-CHG-TOOL(WS-CHARGE-IDX) TO GL-D-TOOL
           WRITE GL-DETAIL-REC
           ADD 1 TO WS-GL-DETAILS
           ADD GL-D-QUANTITY TO WS-GL-QUANTITY
           ADD GL-D-AMOUNT TO WS-GL-TOTAL
           .

*>       The control report: every activity line accounted for, the
*>       month's calls split the way the invoices treated them, and
*>       the invoice totals proved against the GL file.
       WRITE-CONTROL-REPORT.
           COMPUTE WS-CALLS-ACCOUNTED = WS-TOTAL-STANDARD
               + WS-TOTAL-OVERAGE + WS-TOTAL-ERRORS + WS-TOTAL-UNRATED
               + WS-TOTAL-REFUSED
           IF WS-CALLS-ACCOUNTED NOT = WS-MONTH-CALLS
               OR WS-LINES-READ NOT = WS-MONTH-CALLS
                   + WS-LINES-OTHER-MONTH + WS-LINES-UNREADABLE
                   + WS-LINES-OVERFLOW + WS-LINES-REFUSED
                   + WS-LINES-REJECTED + WS-LINES-CONTINUED
               OR WS-INVOICE-QUANTITY NOT =
                   WS-TOTAL-STANDARD + WS-TOTAL-OVERAGE
               OR WS-GL-QUANTITY NOT = WS-INVOICE-QUANTITY
               OR WS-GL-TOTAL NOT = WS-INVOICE-TOTAL
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF

           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-REC
           STRING "PARTNER-INVOICE - Invoice Control Totals for "
                      DELIMITED BY SIZE
                  WS-INVOICE-MONTH DELIMITED BY SIZE
                  INTO CONTROL-REC
           END-STRING
           WRITE CONTROL-REC
           MOVE "==========================================================" TO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           WRITE CONTROL-REC

           MOVE WS-FILES-READ TO WS-EDIT-8
           STRING "Activity files read...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-READ TO WS-EDIT-8
           STRING "Activity lines read...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-OTHER-MONTH TO WS-EDIT-8
           STRING "  Other months........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-UNREADABLE TO WS-EDIT-8
           STRING "  Unreadable............. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-OVERFLOW TO WS-EDIT-8
           STRING "  Beyond the key tables.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-REFUSED TO WS-EDIT-8
           STRING "  Refused, rate limit.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-REJECTED TO WS-EDIT-8
           STRING "  Rejected, never ran.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-LINES-CONTINUED TO WS-EDIT-8
           STRING "  Export continuations... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-MONTH-CALLS TO WS-EDIT-8
           STRING "  Calls in the month..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-TOTAL-STANDARD TO WS-EDIT-8
           STRING "    Charged in quota..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-TOTAL-OVERAGE TO WS-EDIT-8
           STRING "    Charged as overage... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-TOTAL-ERRORS TO WS-EDIT-8
           STRING "    Error rc, no charge.. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-TOTAL-UNRATED TO WS-EDIT-8
           STRING "    Not on rate card..... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-TOTAL-REFUSED TO WS-EDIT-8
           STRING "    Refused, quota....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           WRITE CONTROL-REC

           MOVE WS-INVOICES-WRITTEN TO WS-EDIT-8
           STRING "Invoices written......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-INVOICE-QUANTITY TO WS-EDIT-8
           STRING "Invoiced calls........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-INVOICE-TOTAL TO WS-EDIT-MONEY
           STRING "Invoice total............ " FUNCTION TRIM(
                      WS-EDIT-MONEY)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-GL-DETAILS TO WS-EDIT-8
           STRING "GL detail lines.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-GL-QUANTITY TO WS-EDIT-8
           STRING "GL quantity.............. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           MOVE WS-GL-TOTAL TO WS-EDIT-MONEY
           STRING "GL amount................ " FUNCTION TRIM(
                      WS-EDIT-MONEY)
               DELIMITED BY SIZE INTO CONTROL-REC
           WRITE CONTROL-REC
           MOVE SPACES TO CONTROL-REC
           WRITE CONTROL-REC

           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "*** OUT OF BALANCE - do not post the GL file ***"
                   TO CONTROL-REC
           ELSE
               MOVE "In balance: activity calls, invoices and GL agree"
                   TO CONTROL-REC
           END-IF
           WRITE CONTROL-REC

           CLOSE CONTROL-FILE
           .
