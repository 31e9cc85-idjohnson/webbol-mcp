*> Catalog data-quality exception report over the records master -
*> the data stewards' worklist, instead of waiting for a partner to
*> trip over a bad record through lookup-record. Lists every record
*> in the catalog (retired records are out of it and not checked)
*> that shows one of these, grouped by type:
*>     1 DUPLICATE NAME  - the same RF-NAME twice or more within one
*>                         RF-CATEGORY
*>     2 UNCATEGORIZED   - blank RF-CATEGORY
*>     3 DATES REVERSED  - RF-EFF-TO earlier than RF-EFF-FROM
*>     4 NO STATUS       - blank RF-STATUS, a record from before the
*>                         lifecycle that nobody has touched since
*>     5 STALE           - RF-LAST-MAINT older than
*>                         CFG-QUALITY-STALE-MONTHS months (or never
*>                         stamped at all)
*>     6 PLACEHOLDER     - RF-DETAIL blank or stock filler text
*>                         (TBD, TODO, N/A, lorem ipsum and the like)
*> Each type's count is set against the previous run's, kept one
*> line per run in catalog-quality.hist
*>     YYYYMMDD|dup|uncat|dates|status|stale|placeholder
*> so the report shows whether the catalog is getting better or
*> worse. A rerun on the same day compares against the last run
*> before today, not against itself. Report: catalog-quality.rpt.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-QUALITY.

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
*> One line of exception counts per run, oldest first
           SELECT HISTORY-FILE ASSIGN TO "catalog-quality.hist"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "catalog-quality.rpt"
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

       FD  HISTORY-FILE.
       01  HISTORY-REC          PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-QUALITY-STALE-MONTHS)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-HIST-FILE-STATUS       PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> Today, YYYYMMDD, and the oldest maintenance date that isn't stale
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-STALE-CUTOFF           PIC X(8).
       01 WS-MONTH-SERIAL           PIC 9(6) COMP.
       01 WS-CUTOFF-YEAR            PIC 9(4).
       01 WS-CUTOFF-MONTH           PIC 9(2).

*> The six exception types: title, this run's count, the previous
*> run's count (and whether there was a previous run at all)
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 6 TIMES.
             10 WS-TYPE-TITLE       PIC X(16).
             10 WS-TYPE-COUNT       PIC 9(8) COMP.
             10 WS-TYPE-PREV        PIC 9(8) COMP.
       01 WS-TYPE-IDX               PIC 9(2) COMP.
       01 WS-CHECK-TYPE             PIC 9(2) COMP.
       01 WS-PREV-SEEN              PIC X VALUE "N".
       01 WS-PREV-DATE              PIC X(8).

*> Splitting a history line on its "|" separators
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> One run of identical names off the RF-NAME key, for the
*> duplicate check: each record's id and category, and whether
*> another record in the run shares that category
       01 WS-GROUP-NAME             PIC X(60).
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 200 TIMES.
             10 WS-GROUP-ID         PIC X(20).
             10 WS-GROUP-CATEGORY   PIC X(20).
             10 WS-GROUP-DUP        PIC X.
       01 WS-GROUP-COUNT            PIC 9(4) COMP VALUE 0.
       01 WS-GROUP-IDX              PIC 9(4) COMP.
       01 WS-GROUP-IDX-2            PIC 9(4) COMP.

*> The detail, trimmed and upper-cased, for the placeholder test
       01 WS-DETAIL-UPPER           PIC X(120).
       01 WS-FILLER-HITS            PIC 9(4) COMP.
       01 WS-IS-EXCEPTION           PIC X.
*> What the exception line says about the record, after its id
       01 WS-EXCEPTION-NOTE         PIC X(60).

*> Run totals for the report
       01 WS-RECORDS-READ           PIC 9(8) COMP VALUE 0.
       01 WS-RETIRED-SKIPPED        PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8-B               PIC Z(7)9.
       01 WS-TREND-DIFF             PIC S9(8) COMP.
       01 WS-TREND-EDIT             PIC +(7)9.
       01 WS-RPT-PTR                PIC 9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           PERFORM INIT-TYPE-TABLE
           PERFORM COMPUTE-STALE-CUTOFF
           PERFORM READ-PREVIOUS-RUN

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "No records.dat found - nothing to check"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "CATALOG-QUALITY: no records master"
               STOP RUN
           END-IF

           MOVE 1 TO WS-CHECK-TYPE
           PERFORM WRITE-TYPE-HEADING
           PERFORM FIND-DUPLICATE-NAMES
           PERFORM WRITE-NONE-IF-CLEAN

           PERFORM VARYING WS-CHECK-TYPE FROM 2 BY 1
               UNTIL WS-CHECK-TYPE > 6
               PERFORM WRITE-TYPE-HEADING
               PERFORM SCAN-FOR-TYPE
               PERFORM WRITE-NONE-IF-CLEAN
           END-PERFORM

           CLOSE RECORDS-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           PERFORM APPEND-HISTORY-LINE

           DISPLAY "CATALOG-QUALITY: run complete, report written to "
               "catalog-quality.rpt"
           STOP RUN.

       INIT-TYPE-TABLE.
           MOVE "DUPLICATE NAME" TO WS-TYPE-TITLE(1)
           MOVE "UNCATEGORIZED" TO WS-TYPE-TITLE(2)
           MOVE "DATES REVERSED" TO WS-TYPE-TITLE(3)
           MOVE "NO STATUS" TO WS-TYPE-TITLE(4)
           MOVE "STALE" TO WS-TYPE-TITLE(5)
           MOVE "PLACEHOLDER" TO WS-TYPE-TITLE(6)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6
               MOVE 0 TO WS-TYPE-COUNT(WS-TYPE-IDX)
               MOVE 0 TO WS-TYPE-PREV(WS-TYPE-IDX)
           END-PERFORM
           .

*>       Today less CFG-QUALITY-STALE-MONTHS calendar months, same
*>       day of the month (held to the 28th so every month has it).
       COMPUTE-STALE-CUTOFF.
           COMPUTE WS-MONTH-SERIAL =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2)) - 1
           IF CFG-QUALITY-STALE-MONTHS < WS-MONTH-SERIAL
               SUBTRACT CFG-QUALITY-STALE-MONTHS FROM WS-MONTH-SERIAL
           END-IF
           COMPUTE WS-CUTOFF-YEAR = WS-MONTH-SERIAL / 12
           COMPUTE WS-CUTOFF-MONTH =
               WS-MONTH-SERIAL - WS-CUTOFF-YEAR * 12 + 1

           MOVE SPACES TO WS-STALE-CUTOFF
           STRING WS-CUTOFF-YEAR DELIMITED BY SIZE
                  WS-CUTOFF-MONTH DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-STALE-CUTOFF
           END-STRING
           IF WS-STALE-CUTOFF(7:2) > "28"
               MOVE "28" TO WS-STALE-CUTOFF(7:2)
           END-IF
           .

*>       The last history line dated before today holds the counts
*>       this run is trended against.
       READ-PREVIOUS-RUN.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HIST-FILE-STATUS = "99"
               READ HISTORY-FILE
                   AT END
                       MOVE "99" TO WS-HIST-FILE-STATUS
                   NOT AT END
                       IF HISTORY-REC(1:8) < WS-TODAY
                           AND HISTORY-REC(9:1) = "|"
                           PERFORM TAKE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       TAKE-HISTORY-LINE.
           MOVE "Y" TO WS-PREV-SEEN
           MOVE HISTORY-REC(1:8) TO WS-PREV-DATE
           MOVE SPACES TO WS-REST
           MOVE HISTORY-REC(10:71) TO WS-REST
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6
               PERFORM SPLIT-NEXT-FIELD
               MOVE 0 TO WS-TYPE-PREV(WS-TYPE-IDX)
               IF WS-FIELD NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-FIELD)
                       TO WS-TYPE-PREV(WS-TYPE-IDX)
               END-IF
           END-PERFORM
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

*>       Type 1: walk the master in RF-NAME order, so every record
*>       sharing a name arrives together, and judge each run of
*>       one name as it closes.
       FIND-DUPLICATE-NAMES.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE LOW-VALUES TO WS-GROUP-NAME
           MOVE LOW-VALUES TO RF-NAME
           START RECORDS-FILE KEY IS NOT LESS THAN RF-NAME
               INVALID KEY
                   MOVE "10" TO WS-RECORDS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-RECORDS-FILE-STATUS NOT = "00"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RECORDS-FILE-STATUS
               END-READ
               IF WS-RECORDS-FILE-STATUS = "00"
                   ADD 1 TO WS-RECORDS-READ
                   IF RF-STATUS = "R"
                       ADD 1 TO WS-RETIRED-SKIPPED
                   ELSE
                       IF RF-NAME NOT = WS-GROUP-NAME
                           PERFORM CLOSE-NAME-GROUP
                           MOVE RF-NAME TO WS-GROUP-NAME
                       END-IF
                       IF WS-GROUP-COUNT < 200
                           ADD 1 TO WS-GROUP-COUNT
                           MOVE RF-RECORD-ID
                               TO WS-GROUP-ID(WS-GROUP-COUNT)
                           MOVE RF-CATEGORY
                               TO WS-GROUP-CATEGORY(WS-GROUP-COUNT)
                           MOVE "N" TO WS-GROUP-DUP(WS-GROUP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-NAME-GROUP
           .

*>       Every record in the closing run whose category another
*>       record in the run shares is a duplicate.
       CLOSE-NAME-GROUP.
           IF WS-GROUP-COUNT > 1
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   PERFORM VARYING WS-GROUP-IDX-2 FROM 1 BY 1
                       UNTIL WS-GROUP-IDX-2 > WS-GROUP-COUNT
                       IF WS-GROUP-IDX-2 NOT = WS-GROUP-IDX
                           AND WS-GROUP-CATEGORY(WS-GROUP-IDX-2) =
                               WS-GROUP-CATEGORY(WS-GROUP-IDX)
                           MOVE "Y" TO WS-GROUP-DUP(WS-GROUP-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM

               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   IF WS-GROUP-DUP(WS-GROUP-IDX) = "Y"
                       ADD 1 TO WS-TYPE-COUNT(1)
                       PERFORM WRITE-DUPLICATE-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           .

       WRITE-DUPLICATE-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-GROUP-ID(WS-GROUP-IDX) DELIMITED BY SIZE
                  " category " DELIMITED BY SIZE
                  WS-GROUP-CATEGORY(WS-GROUP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GROUP-NAME) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

*>       Types 2-6: one pass over the master in record-id order per
*>       type, so each type's worklist reads in id order under its
*>       own heading.
       SCAN-FOR-TYPE.
           MOVE LOW-VALUES TO RF-RECORD-ID
           START RECORDS-FILE KEY IS NOT LESS THAN RF-RECORD-ID
               INVALID KEY
                   MOVE "10" TO WS-RECORDS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-RECORDS-FILE-STATUS NOT = "00"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RECORDS-FILE-STATUS
               END-READ
               IF WS-RECORDS-FILE-STATUS = "00"
                   AND RF-STATUS NOT = "R"
                   PERFORM CHECK-RECORD-FOR-TYPE
               END-IF
           END-PERFORM
           .

       CHECK-RECORD-FOR-TYPE.
           MOVE "N" TO WS-IS-EXCEPTION
           MOVE SPACES TO WS-EXCEPTION-NOTE

           EVALUATE WS-CHECK-TYPE
               WHEN 2
                   IF RF-CATEGORY = SPACES
                       MOVE "Y" TO WS-IS-EXCEPTION
                   END-IF
               WHEN 3
                   IF RF-EFF-FROM NOT = SPACES
                       AND RF-EFF-TO NOT = SPACES
                       AND RF-EFF-TO < RF-EFF-FROM
                       MOVE "Y" TO WS-IS-EXCEPTION
                       STRING "from " RF-EFF-FROM " to " RF-EFF-TO
                           DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE
                   END-IF
               WHEN 4
                   IF RF-STATUS = SPACE
                       MOVE "Y" TO WS-IS-EXCEPTION
                   END-IF
               WHEN 5
                   IF RF-LAST-MAINT = SPACES
                       MOVE "Y" TO WS-IS-EXCEPTION
                       MOVE "never maintained" TO WS-EXCEPTION-NOTE
                   ELSE
                       IF RF-LAST-MAINT(1:8) < WS-STALE-CUTOFF
                           MOVE "Y" TO WS-IS-EXCEPTION
                           STRING "last maintained "
                                  RF-LAST-MAINT(1:8)
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-NOTE
                       END-IF
                   END-IF
               WHEN 6
                   PERFORM CHECK-PLACEHOLDER-DETAIL
           END-EVALUATE

           IF WS-IS-EXCEPTION = "Y"
               ADD 1 TO WS-TYPE-COUNT(WS-CHECK-TYPE)
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .

*>       A blank detail, one that is nothing but stock filler, or
*>       one carrying lorem ipsum anywhere in it.
       CHECK-PLACEHOLDER-DETAIL.
           IF RF-DETAIL = SPACES
               MOVE "Y" TO WS-IS-EXCEPTION
               MOVE "detail blank" TO WS-EXCEPTION-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RF-DETAIL))
               TO WS-DETAIL-UPPER
           EVALUATE WS-DETAIL-UPPER
               WHEN "TBD"
               WHEN "TBA"
               WHEN "TODO"
               WHEN "TO DO"
               WHEN "FIXME"
               WHEN "N/A"
               WHEN "NA"
               WHEN "NONE"
               WHEN "XXX"
               WHEN "-"
               WHEN "."
               WHEN "?"
               WHEN "DETAIL"
               WHEN "DETAILS"
               WHEN "DESCRIPTION"
               WHEN "PLACEHOLDER"
               WHEN "TEST"
               WHEN "TO BE DETERMINED"
               WHEN "TO BE ADVISED"
               WHEN "COMING SOON"
                   MOVE "Y" TO WS-IS-EXCEPTION
               WHEN OTHER
                   MOVE 0 TO WS-FILLER-HITS
                   INSPECT WS-DETAIL-UPPER TALLYING WS-FILLER-HITS
                       FOR ALL "LOREM IPSUM"
                   IF WS-FILLER-HITS > 0
                       MOVE "Y" TO WS-IS-EXCEPTION
                   END-IF
           END-EVALUATE

           IF WS-IS-EXCEPTION = "Y"
               STRING "detail """ FUNCTION TRIM(RF-DETAIL) """"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-NOTE
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           STRING "  " DELIMITED BY SIZE
                  RF-RECORD-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RF-NAME) DELIMITED BY SIZE
                  INTO REPORT-REC
                  WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-EXCEPTION-NOTE NOT = SPACES
               STRING " - " FUNCTION TRIM(WS-EXCEPTION-NOTE)
                   DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "CATALOG-QUALITY - Catalog Data-Quality Exceptions "
                      DELIMITED BY SIZE
                  WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "==========================================================" TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-TYPE-HEADING.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING WS-TYPE-TITLE(WS-CHECK-TYPE) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-NONE-IF-CLEAN.
           IF WS-TYPE-COUNT(WS-CHECK-TYPE) = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .

*>       Counts by type, each against the previous run.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-PREV-SEEN = "Y"
               STRING "  (trend against the run of " WS-PREV-DATE ")"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               MOVE "  (no earlier run to trend against)" TO REPORT-REC
           END-IF
           WRITE REPORT-REC

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6
               PERFORM WRITE-TREND-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-RECORDS-READ TO WS-EDIT-8
           STRING "Records on file......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RETIRED-SKIPPED TO WS-EDIT-8
           STRING "Retired, not checked.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Stale cutoff............ " WS-STALE-CUTOFF
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-TREND-LINE.
           MOVE SPACES TO REPORT-REC
           MOVE 1 TO WS-RPT-PTR
           MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO WS-EDIT-8
           STRING "  " WS-TYPE-TITLE(WS-TYPE-IDX) " "
                  WS-EDIT-8
               DELIMITED BY SIZE INTO REPORT-REC
               WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-PREV-SEEN = "Y"
               MOVE WS-TYPE-PREV(WS-TYPE-IDX) TO WS-EDIT-8-B
               COMPUTE WS-TREND-DIFF = WS-TYPE-COUNT(WS-TYPE-IDX)
                   - WS-TYPE-PREV(WS-TYPE-IDX)
               MOVE WS-TREND-DIFF TO WS-TREND-EDIT
               STRING "   previous " FUNCTION TRIM(WS-EDIT-8-B)
                      "  change " FUNCTION TRIM(WS-TREND-EDIT)
                   DELIMITED BY SIZE INTO REPORT-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

*>       Record this run's counts for the next run to trend against.
       APPEND-HISTORY-LINE.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "05" OR
              WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF

           MOVE SPACES TO HISTORY-REC
           MOVE WS-TODAY TO HISTORY-REC(1:8)
           MOVE 9 TO WS-RPT-PTR
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6
               MOVE WS-TYPE-COUNT(WS-TYPE-IDX) TO WS-EDIT-8
               STRING "|" FUNCTION TRIM(WS-EDIT-8)
                   DELIMITED BY SIZE INTO HISTORY-REC
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-PERFORM
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE
           .
