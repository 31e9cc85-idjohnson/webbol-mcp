*> Nightly compare of the upstream system of record's full catalog
*> snapshot (catalog-feed.dat) against the records master, turning
*> the differences into ordinary RECORDS-MAINT transactions so the
*> master is still only ever written by RECORDS-MAINT. The feed is
*> one line per record in RECORDS-MAINT's own field order
*>     id|name|detail|status|eff-from|eff-to|category
*> ending in a trailer carrying the number of record lines sent
*>     T|count
*> A feed whose trailer is missing or disagrees with the lines
*> actually received is refused outright - nothing is written.
*>
*> Each feed record is matched to records.dat by RF-RECORD-ID:
*>     not on file                  A transaction
*>     on file, something differs   C transaction
*>     on file, all the same        nothing
*> and every record on file (not already retired) that the feed no
*> longer carries is retired with a C transaction setting status R -
*> a record is never hard-deleted off the feed. Blank status,
*> effective dates and category on a feed line mean "no opinion",
*> the same way a C transaction leaves them as they are.
*>
*> A truncated feed looks exactly like upstream retiring most of the
*> catalog, so when the changes and retirements together come to
*> more than CFG-FEED-MAX-CHANGE-PCT of the records on file the run
*> stops at the cap and appends nothing. Otherwise the transactions
*> are appended to records-trans.dat for the nightly RECORDS-MAINT
*> run, the same hand-off CHANGE-REVIEW makes. The run ends with
*> catalog-feed.rpt listing every transaction generated and the
*> counts by action.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "catalog-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
*> The feed keyed by record id, for the pass over the master that
*> finds the records the feed no longer carries
           SELECT FEED-WORK-FILE ASSIGN TO "catalog-feed.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-RECORD-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT RECORDS-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-RECORD-ID
               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
*> Transactions held back here until the cap check has passed
           SELECT STAGE-FILE ASSIGN TO "catalog-feed.trn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT RECORDS-TRANS-FILE ASSIGN TO "records-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "catalog-feed.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC             PIC X(256).

*> One feed record, as received; FW-REJECTED marks a line that
*> failed its checks - kept so its id still counts as present
       FD  FEED-WORK-FILE.
       01  FEED-WORK-REC.
           05 FW-RECORD-ID           PIC X(20).
           05 FW-NAME                PIC X(60).
           05 FW-DETAIL              PIC X(120).
           05 FW-STATUS              PIC X.
           05 FW-EFF-FROM            PIC X(8).
           05 FW-EFF-TO              PIC X(8).
           05 FW-CATEGORY            PIC X(20).
           05 FW-REJECTED            PIC X.

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

       FD  STAGE-FILE.
       01  STAGE-REC            PIC X(256).

       FD  RECORDS-TRANS-FILE.
       01  RECORDS-TRANS-REC    PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> Include the runtime settings (CFG-FEED-MAX-CHANGE-PCT)
       COPY "config-structs.cpy".

*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-FEED-FILE-STATUS       PIC XX.
       01 WS-WORK-FILE-STATUS       PIC XX.
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-STAGE-FILE-STATUS      PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> Trailer checking: record lines received against what the
*> trailer says was sent
       01 WS-TRAILER-SEEN           PIC X VALUE "N".
       01 WS-TRAILER-COUNT          PIC 9(8) COMP VALUE 0.
       01 WS-FEED-LINES             PIC 9(8) COMP VALUE 0.

*> The feed line being processed, split out of its "|" form
       01 WS-FEED-ID                PIC X(20).
       01 WS-FEED-NAME              PIC X(60).
       01 WS-FEED-DETAIL            PIC X(120).
       01 WS-FEED-STATUS            PIC X.
       01 WS-FEED-EFF-FROM          PIC X(8).
       01 WS-FEED-EFF-TO            PIC X(8).
       01 WS-FEED-CATEGORY          PIC X(20).
       01 WS-FEED-ID-LEN            PIC 9(4) COMP.
       01 WS-FEED-NAME-LEN          PIC 9(4) COMP.
       01 WS-FEED-DETAIL-LEN        PIC 9(4) COMP.
       01 WS-FEED-STATUS-LEN        PIC 9(4) COMP.
       01 WS-FEED-FROM-LEN          PIC 9(4) COMP.
       01 WS-FEED-TO-LEN            PIC 9(4) COMP.
       01 WS-FEED-CAT-LEN           PIC 9(4) COMP.

*> Fields used to split the feed line on its "|" separators
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> Reject reason for the feed line being processed
       01 WS-REJECT-REASON          PIC X(40).

*> The transaction being staged and its action word for the report
       01 WS-OUT-ACTION             PIC X.
       01 WS-OUT-WORD               PIC X(8).

*> Run totals for the report
       01 WS-CATALOG-COUNT          PIC 9(8) COMP VALUE 0.
       01 WS-UNCHANGED-COUNT        PIC 9(8) COMP VALUE 0.
       01 WS-ADD-COUNT              PIC 9(8) COMP VALUE 0.
       01 WS-CHANGE-COUNT           PIC 9(8) COMP VALUE 0.
       01 WS-RETIRE-COUNT           PIC 9(8) COMP VALUE 0.
       01 WS-REJECT-COUNT           PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-WRITTEN          PIC 9(8) COMP VALUE 0.
*> Changes plus retirements against the cap, both as percentages
*> of the records on file
       01 WS-DISRUPTIVE-COUNT       PIC 9(8) COMP VALUE 0.
       01 WS-DISRUPTIVE-PCT         PIC 9(5) COMP VALUE 0.
       01 WS-CAP-EXCEEDED           PIC X VALUE "N".

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8-B               PIC Z(7)9.
       01 WS-EDIT-3                 PIC ZZ9.

       01 WS-RAW-DATE               PIC X(21).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           CALL "CONFIG-READER" USING WEBBOL-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               MOVE "No catalog-feed.dat found - nothing to compare"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "CATALOG-FEED: no feed file"
               STOP RUN
           END-IF

           PERFORM LOAD-FEED-WORK-FILE
           CLOSE FEED-FILE

*>         A feed that doesn't add up is refused before the master
*>         is even looked at
           IF WS-TRAILER-SEEN = "N"
               OR WS-TRAILER-COUNT NOT = WS-FEED-LINES
               PERFORM WRITE-TRAILER-REFUSAL
               DELETE FILE FEED-WORK-FILE
               CLOSE REPORT-FILE
               DISPLAY "CATALOG-FEED: trailer mismatch, feed refused"
               STOP RUN
           END-IF

           OPEN OUTPUT STAGE-FILE
           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS = "00"
               PERFORM COMPARE-FEED-TO-MASTER
               PERFORM FIND-RETIREMENTS
               CLOSE RECORDS-FILE
           ELSE
*>             No master yet - every feed record is an add
               PERFORM COMPARE-FEED-TO-MASTER
           END-IF
           CLOSE STAGE-FILE
           CLOSE FEED-WORK-FILE

           PERFORM CHECK-CHANGE-CAP
           IF WS-CAP-EXCEEDED = "N"
               PERFORM APPEND-STAGED-TRANSACTIONS
           END-IF

           DELETE FILE FEED-WORK-FILE
           DELETE FILE STAGE-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-CAP-EXCEEDED = "Y"
               DISPLAY "CATALOG-FEED: change cap exceeded, nothing "
                   "written"
           ELSE
               DISPLAY "CATALOG-FEED: run complete, report written to "
                   "catalog-feed.rpt"
           END-IF
           STOP RUN.

*>       Read the feed into the keyed work file, checking each
*>       record line and taking the trailer's count.
       LOAD-FEED-WORK-FILE.
           OPEN OUTPUT FEED-WORK-FILE
           PERFORM UNTIL WS-FEED-FILE-STATUS = "99"
               READ FEED-FILE
                   AT END
                       MOVE "99" TO WS-FEED-FILE-STATUS
               END-READ

               IF WS-FEED-FILE-STATUS NOT = "99"
                   PERFORM LOAD-ONE-FEED-LINE
               END-IF
           END-PERFORM
           CLOSE FEED-WORK-FILE
           .

*>       One feed line: the trailer, or a record line split, checked
*>       and filed under its id. Blank lines and "*" comments are
*>       skipped without counting.
       LOAD-ONE-FEED-LINE.
           IF FEED-REC = SPACES OR FEED-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-FEED-LINE

*>         The trailer is "T|count" - a T whose only other field
*>         is all digits, which no record line with a name and
*>         detail can be
           IF WS-FEED-ID = "T" AND WS-FEED-DETAIL-LEN = 0
               AND WS-FEED-NAME-LEN > 0
               IF WS-FEED-NAME(1:WS-FEED-NAME-LEN) IS NUMERIC
                   MOVE "Y" TO WS-TRAILER-SEEN
                   MOVE FUNCTION NUMVAL(WS-FEED-NAME)
                       TO WS-TRAILER-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-FEED-LINES
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-FEED-LINE

           MOVE SPACES TO FEED-WORK-REC
           MOVE WS-FEED-ID TO FW-RECORD-ID
           MOVE WS-FEED-NAME TO FW-NAME
           MOVE WS-FEED-DETAIL TO FW-DETAIL
           MOVE WS-FEED-STATUS TO FW-STATUS
           MOVE WS-FEED-EFF-FROM TO FW-EFF-FROM
           MOVE WS-FEED-EFF-TO TO FW-EFF-TO
           MOVE WS-FEED-CATEGORY TO FW-CATEGORY
           MOVE "N" TO FW-REJECTED
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "Y" TO FW-REJECTED
           END-IF

           IF WS-FEED-ID-LEN > 0 AND WS-FEED-ID-LEN <= 20
               WRITE FEED-WORK-REC
               IF WS-WORK-FILE-STATUS = "22"
                   MOVE "id appears more than once in feed"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF
           .

*>       Split the "|"-separated feed line into its seven fields,
*>       remembering each piece's raw length for the width checks.
       SPLIT-FEED-LINE.
           MOVE SPACES TO WS-FEED-ID WS-FEED-NAME WS-FEED-DETAIL
               WS-FEED-STATUS WS-FEED-EFF-FROM WS-FEED-EFF-TO
               WS-FEED-CATEGORY
           MOVE 0 TO WS-FEED-ID-LEN WS-FEED-NAME-LEN
               WS-FEED-DETAIL-LEN WS-FEED-STATUS-LEN WS-FEED-FROM-LEN
               WS-FEED-TO-LEN WS-FEED-CAT-LEN

           MOVE FEED-REC TO WS-REST

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-ID-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 20
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-ID
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-NAME-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 60
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-NAME
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-DETAIL-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 120
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-DETAIL
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-STATUS-LEN
           IF WS-FIELD-LEN > 0
               MOVE WS-FIELD(1:1) TO WS-FEED-STATUS
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-FROM-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 8
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-EFF-FROM
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-TO-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 8
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-EFF-TO
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-FEED-CAT-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 20
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-FEED-CATEGORY
           END-IF
           .

*>       Peel the next "|"-delimited field off WS-REST into WS-FIELD
*>       with its trimmed length in WS-FIELD-LEN - same splitter
*>       RECORDS-MAINT uses on its transaction lines.
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

*>         The stored length should reflect the text, not the
*>         field's trailing pad
           PERFORM VARYING WS-FIELD-LEN FROM 256 BY -1
               UNTIL WS-FIELD-LEN = 0
               OR WS-FIELD(WS-FIELD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           .

*>       The checks a feed line must pass before it can become a
*>       transaction - the field widths RECORDS-MAINT would reject
*>       on, caught here so the report names the feed line.
       VALIDATE-FEED-LINE.
           IF WS-FEED-ID-LEN = 0
               MOVE "record id missing" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-ID-LEN > 20
               MOVE "record id longer than 20" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-NAME-LEN = 0
               MOVE "name missing" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-NAME-LEN > 60
               MOVE "name longer than 60" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-DETAIL-LEN > 120
               MOVE "detail longer than 120" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-STATUS-LEN > 1
               MOVE "status longer than 1" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-FROM-LEN > 8 OR WS-FEED-TO-LEN > 8
               MOVE "effective date longer than 8" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-CAT-LEN > 20
               MOVE "category longer than 20" TO WS-REJECT-REASON
           END-IF
           .

*>       Walk the feed in id order and match each accepted record
*>       against the master.
       COMPARE-FEED-TO-MASTER.
           OPEN INPUT FEED-WORK-FILE
           PERFORM UNTIL WS-WORK-FILE-STATUS NOT = "00"
               READ FEED-WORK-FILE NEXT RECORD
               IF WS-WORK-FILE-STATUS = "00" AND FW-REJECTED = "N"
                   PERFORM COMPARE-ONE-FEED-RECORD
               END-IF
           END-PERFORM
           .

*>       Absent from the master is an add; present and different in
*>       any field the feed has an opinion on is a change.
       COMPARE-ONE-FEED-RECORD.
           MOVE FW-RECORD-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "A" TO WS-OUT-ACTION
               MOVE "ADD" TO WS-OUT-WORD
               ADD 1 TO WS-ADD-COUNT
               PERFORM STAGE-FEED-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF FW-NAME = RF-NAME AND FW-DETAIL = RF-DETAIL
               AND (FW-STATUS = SPACE OR FW-STATUS = RF-STATUS)
               AND (FW-EFF-FROM = SPACES OR FW-EFF-FROM = RF-EFF-FROM)
               AND (FW-EFF-TO = SPACES OR FW-EFF-TO = RF-EFF-TO)
               AND (FW-CATEGORY = SPACES OR FW-CATEGORY = RF-CATEGORY)
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-OUT-ACTION
           MOVE "CHANGE" TO WS-OUT-WORD
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM STAGE-FEED-TRANSACTION
           .

*>       Walk the master and retire every live record the feed no
*>       longer carries, counting the catalog for the cap as we go.
       FIND-RETIREMENTS.
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
                   ADD 1 TO WS-CATALOG-COUNT
                   PERFORM CHECK-ONE-MASTER-RECORD
               END-IF
           END-PERFORM
           .

       CHECK-ONE-MASTER-RECORD.
           IF RF-STATUS = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE RF-RECORD-ID TO FW-RECORD-ID
           READ FEED-WORK-FILE
           IF WS-WORK-FILE-STATUS = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO WS-OUT-ACTION
           MOVE "RETIRE" TO WS-OUT-WORD
           ADD 1 TO WS-RETIRE-COUNT
           PERFORM STAGE-RETIRE-TRANSACTION
           .

*>       Stage an A or C transaction carrying the feed's values.
       STAGE-FEED-TRANSACTION.
           MOVE SPACES TO STAGE-REC
           STRING WS-OUT-ACTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FW-RECORD-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FW-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FW-DETAIL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FW-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FW-EFF-FROM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FW-EFF-TO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(FW-CATEGORY) DELIMITED BY SIZE
                  INTO STAGE-REC
           END-STRING
           WRITE STAGE-REC
           PERFORM WRITE-ACTION-LINE
           .

*>       Stage a retirement: a C carrying the record's own name and
*>       detail (a C always replaces both) with status R.
       STAGE-RETIRE-TRANSACTION.
           MOVE SPACES TO STAGE-REC
           STRING "C|" DELIMITED BY SIZE
                  RF-RECORD-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RF-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RF-DETAIL) DELIMITED BY SIZE
                  "|R" DELIMITED BY SIZE
                  INTO STAGE-REC
           END-STRING
           WRITE STAGE-REC
           MOVE RF-RECORD-ID TO FW-RECORD-ID
           PERFORM WRITE-ACTION-LINE
           .

*>       Changes and retirements together may not exceed the
*>       configured share of the catalog. An empty master has no
*>       share to protect - the first load is all adds anyway.
       CHECK-CHANGE-CAP.
           MOVE "N" TO WS-CAP-EXCEEDED
           COMPUTE WS-DISRUPTIVE-COUNT = WS-CHANGE-COUNT
               + WS-RETIRE-COUNT
           IF WS-CATALOG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISRUPTIVE-PCT =
               (WS-DISRUPTIVE-COUNT * 100) / WS-CATALOG-COUNT
           IF WS-DISRUPTIVE-COUNT * 100 >
               CFG-FEED-MAX-CHANGE-PCT * WS-CATALOG-COUNT
               MOVE "Y" TO WS-CAP-EXCEEDED
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-DISRUPTIVE-PCT TO WS-EDIT-8
               MOVE CFG-FEED-MAX-CHANGE-PCT TO WS-EDIT-3
               MOVE SPACES TO REPORT-REC
               STRING "  STOPPED - changes and retirements are "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      "% of the catalog, cap is " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-3) DELIMITED BY SIZE
                      "% - no transactions written" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           .

*>       Copy the staged transactions onto the end of
*>       records-trans.dat for the nightly RECORDS-MAINT run.
       APPEND-STAGED-TRANSACTIONS.
           OPEN INPUT STAGE-FILE
           IF WS-STAGE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND RECORDS-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "05" OR
              WS-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT RECORDS-TRANS-FILE
           END-IF

           PERFORM UNTIL WS-STAGE-FILE-STATUS = "99"
               READ STAGE-FILE
                   AT END
                       MOVE "99" TO WS-STAGE-FILE-STATUS
                   NOT AT END
                       MOVE STAGE-REC TO RECORDS-TRANS-REC
                       WRITE RECORDS-TRANS-REC
                       ADD 1 TO WS-TRANS-WRITTEN
               END-READ
           END-PERFORM

           CLOSE RECORDS-TRANS-FILE
           CLOSE STAGE-FILE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "CATALOG-FEED - Upstream Catalog Compare Run "
                      DELIMITED BY SIZE
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

       WRITE-TRAILER-REFUSAL.
           MOVE SPACES TO REPORT-REC
           IF WS-TRAILER-SEEN = "N"
               MOVE "  REFUSED - feed has no T|count trailer"
                   TO REPORT-REC
           ELSE
               MOVE WS-TRAILER-COUNT TO WS-EDIT-8
               MOVE WS-FEED-LINES TO WS-EDIT-8-B
               STRING "  REFUSED - trailer says " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      " records, feed carried " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8-B) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE "  Nothing compared and no transactions written"
               TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-ACTION-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-OUT-WORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FW-RECORD-ID DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED " DELIMITED BY SIZE
                  WS-FEED-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-FEED-LINES TO WS-EDIT-8
           STRING "Feed records read....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CATALOG-COUNT TO WS-EDIT-8
           STRING "Records on file......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-UNCHANGED-COUNT TO WS-EDIT-8
           STRING "Unchanged............... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ADD-COUNT TO WS-EDIT-8
           STRING "Adds.................... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-8
           STRING "Changes................. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RETIRE-COUNT TO WS-EDIT-8
           STRING "Retirements............. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-8
           STRING "Rejected................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TRANS-WRITTEN TO WS-EDIT-8
           STRING "Transactions written.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
