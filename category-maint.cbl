*> Batch maintenance for the category master (categories.dat) - the
*> list of categories RF-CATEGORY is allowed to carry. Until this
*> file existed a typo on a records-trans.dat line quietly made a
*> new category that the RF-CATEGORY browses in SEARCH-PAGE and
*> search-records treated as real; RECORDS-MAINT and
*> propose-record-change now refuse any category that is not on
*> this master or is closed. Works category-trans.dat the way
*> RECORDS-MAINT works records-trans.dat, one "|"-separated line
*> per transaction keyed by category code:
*>     A|code|description|owning team[|status]
*>         add a category; status O (open, the default) or C
*>     C|code|description|owning team[|status]
*>         change one; an empty description, team or status keeps
*>         what the category already has, so C|code|||C just
*>         closes it
*>     D|code
*>         delete one - refused while any record on records.dat
*>         still carries the code (close it instead, move the
*>         records, then delete)
*> Closing rather than deleting is the normal way to retire a
*> category: records already filed under it stay searchable, but
*> nothing new can be put there. Every applied change is appended
*> to the append-only audit trail category-audit.log with its
*> before and after values, and the run ends with
*> category-maint.rpt: the changes and rejects, totals, and the
*> master as it now stands with the number of records filed under
*> each category.
IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-TRANS-FILE ASSIGN TO "category-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT RECORDS-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-RECORD-ID
               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "category-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "category-maint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-TRANS-FILE.
       01  CATEGORY-TRANS-REC   PIC X(256).

*> The category master, keyed by the code records carry in
*> RF-CATEGORY
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
*> The team that owns the category and answers for what is in it
           05 CT-OWNER               PIC X(40).
*> O open (records may be filed here), C closed (no new filings)
           05 CT-STATUS              PIC X.
*> When this category was last touched by a maintenance run
           05 CT-LAST-MAINT          PIC X(14).

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

       FD  AUDIT-FILE.
       01  AUDIT-REC            PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-CAT-FILE-STATUS        PIC XX.
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-AUDIT-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> "Y" when records.dat could be opened, so deletes can be checked
*> against the records still filed under the category
       01 WS-RECORDS-OPEN           PIC X VALUE "N".

*> The transaction being processed, split out of its "|" form
       01 WS-TRANS-ACTION           PIC X.
       01 WS-TRANS-CODE             PIC X(20).
       01 WS-TRANS-DESCRIPTION      PIC X(60).
       01 WS-TRANS-OWNER            PIC X(40).
       01 WS-TRANS-STATUS           PIC X.
*> Raw lengths of each piece as it sat on the line, so a value too
*> long for its field is caught rather than silently truncated
       01 WS-TRANS-CODE-LEN         PIC 9(4) COMP.
       01 WS-TRANS-DESC-LEN         PIC 9(4) COMP.
       01 WS-TRANS-OWNER-LEN        PIC 9(4) COMP.
       01 WS-TRANS-STATUS-LEN       PIC 9(4) COMP.

*> Fields used to split the transaction line on its "|" separators
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> The category as it stood before the transaction touched it,
*> for the audit trail and the report (spaces for an add)
       01 WS-BEFORE-DESCRIPTION     PIC X(60).
       01 WS-BEFORE-OWNER           PIC X(40).
       01 WS-BEFORE-STATUS          PIC X.

*> Reject reason for the line being processed; spaces = accepted
       01 WS-REJECT-REASON          PIC X(40).
*> The report's word for the change just applied
       01 WS-CHANGE-WORD            PIC X(8).
*> Running position while an audit line is assembled
       01 WS-AUDIT-PTR              PIC 9(4) COMP.

*> Records filed under the category being deleted or listed
       01 WS-CATEGORY-RECORDS       PIC 9(8) COMP.

*> Run totals for the report
       01 WS-TRANS-READ             PIC 9(8) COMP VALUE 0.
       01 WS-ADDS-APPLIED           PIC 9(8) COMP VALUE 0.
       01 WS-CHANGES-APPLIED        PIC 9(8) COMP VALUE 0.
       01 WS-DELETES-APPLIED        PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-REJECTED         PIC 9(8) COMP VALUE 0.
       01 WS-CATEGORIES-LISTED      PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

*> Today and now, for the maintenance stamp and the audit trail
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-NOW                    PIC X(14).
       01 WS-NOW-STAMP              PIC X(19).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE WS-RAW-DATE(1:14) TO WS-NOW
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

           PERFORM OPEN-CATEGORIES-FILE-IO

           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS = "00"
               MOVE "Y" TO WS-RECORDS-OPEN
           END-IF

           OPEN INPUT CATEGORY-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE "No category-trans.dat found - nothing to apply"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-TRANS-FILE-STATUS = "99"
                   READ CATEGORY-TRANS-FILE
                       AT END
                           MOVE "99" TO WS-TRANS-FILE-STATUS
                   END-READ
                   IF WS-TRANS-FILE-STATUS NOT = "99"
                       PERFORM PROCESS-ONE-TRANSACTION
                   END-IF
               END-PERFORM
               CLOSE CATEGORY-TRANS-FILE
               PERFORM WRITE-REPORT-TOTALS
           END-IF

*>         The master as it stands after the run, whether or not
*>         there was anything to apply - the stewards' reference
*>         list
           PERFORM WRITE-MASTER-LISTING

           CLOSE CATEGORIES-FILE
           IF WS-RECORDS-OPEN = "Y"
               CLOSE RECORDS-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "CATEGORY-MAINT: run complete, report written to "
               "category-maint.rpt"
           STOP RUN.

*>       Open categories.dat for update, creating it on the very
*>       first run the same way RECORDS-MAINT creates records.dat.
       OPEN-CATEGORIES-FILE-IO.
           OPEN I-O CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS = "35"
               OPEN OUTPUT CATEGORIES-FILE
               CLOSE CATEGORIES-FILE
               OPEN I-O CATEGORIES-FILE
           END-IF
           .

*>       Validate one transaction line and, when it passes, apply it
*>       to the master. Blank lines and "*" comments are skipped
*>       without counting.
       PROCESS-ONE-TRANSACTION.
           IF CATEGORY-TRANS-REC = SPACES
               OR CATEGORY-TRANS-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM SPLIT-TRANSACTION-LINE
           PERFORM VALIDATE-TRANSACTION

           IF WS-REJECT-REASON = SPACES
               PERFORM SAVE-BEFORE-VALUES
               PERFORM APPLY-TRANSACTION
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM WRITE-AUDIT-LINE
               PERFORM WRITE-CHANGE-LINE
           END-IF
           .

*>       Split the "|"-separated line into action, code, description,
*>       owning team and status, remembering each piece's raw length
*>       for the width checks.
       SPLIT-TRANSACTION-LINE.
           MOVE SPACES TO WS-TRANS-ACTION WS-TRANS-CODE
               WS-TRANS-DESCRIPTION WS-TRANS-OWNER WS-TRANS-STATUS
           MOVE 0 TO WS-TRANS-CODE-LEN WS-TRANS-DESC-LEN
               WS-TRANS-OWNER-LEN WS-TRANS-STATUS-LEN

           MOVE CATEGORY-TRANS-REC TO WS-REST

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD(1:1) TO WS-TRANS-ACTION

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-CODE-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 20
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-CODE
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-DESC-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 60
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-DESCRIPTION
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-OWNER-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 40
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-OWNER
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-STATUS-LEN
           IF WS-FIELD-LEN > 0
               MOVE WS-FIELD(1:1) TO WS-TRANS-STATUS
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

           PERFORM VARYING WS-FIELD-LEN FROM 256 BY -1
               UNTIL WS-FIELD-LEN = 0
               OR WS-FIELD(WS-FIELD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           .

*>       The validation rules every transaction must pass before it
*>       touches the master.
       VALIDATE-TRANSACTION.
           IF WS-TRANS-ACTION NOT = "A" AND WS-TRANS-ACTION NOT = "C"
               AND WS-TRANS-ACTION NOT = "D"
               MOVE "unknown action code" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-CODE-LEN = 0
               MOVE "category code missing" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-CODE-LEN > 20
               MOVE "category code longer than 20"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-ACTION = "A" OR WS-TRANS-ACTION = "C"
               IF WS-TRANS-ACTION = "A" AND WS-TRANS-DESC-LEN = 0
                   MOVE "description missing" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-TRANS-DESC-LEN > 60
                   MOVE "description longer than 60"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-TRANS-OWNER-LEN > 40
                   MOVE "owning team longer than 40"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-TRANS-STATUS-LEN > 0
                   AND WS-TRANS-STATUS NOT = "O"
                   AND WS-TRANS-STATUS NOT = "C"
                   MOVE "status not O or C" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

*>         Existence rules need the master looked at
           MOVE WS-TRANS-CODE TO CT-CODE
           READ CATEGORIES-FILE
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   IF WS-CAT-FILE-STATUS = "00"
                       MOVE "duplicate add - code already on file"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "C"
                   IF WS-CAT-FILE-STATUS NOT = "00"
                       MOVE "change to missing category"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "D"
                   IF WS-CAT-FILE-STATUS NOT = "00"
                       MOVE "delete of missing category"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM COUNT-CATEGORY-RECORDS
                       IF WS-CATEGORY-RECORDS > 0
                           MOVE "records still filed under category"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           .

*>       Count the records.dat entries filed under CT-CODE, browsing
*>       the RF-CATEGORY alternate key from the code and stopping
*>       as soon as it changes. No records.dat means no records.
       COUNT-CATEGORY-RECORDS.
           MOVE 0 TO WS-CATEGORY-RECORDS
           IF WS-RECORDS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE CT-CODE TO RF-CATEGORY
           START RECORDS-FILE KEY IS NOT LESS THAN RF-CATEGORY
               INVALID KEY
                   MOVE "10" TO WS-RECORDS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-RECORDS-FILE-STATUS NOT = "00"
               READ RECORDS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RECORDS-FILE-STATUS
               END-READ
               IF WS-RECORDS-FILE-STATUS = "00"
                   IF RF-CATEGORY NOT = CT-CODE
                       MOVE "10" TO WS-RECORDS-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-CATEGORY-RECORDS
                   END-IF
               END-IF
           END-PERFORM
           .

*>       Hold the category's current values for the audit trail.
*>       The existence READ in VALIDATE-TRANSACTION left the record
*>       area holding the category for a C or D; an add has none.
       SAVE-BEFORE-VALUES.
           IF WS-TRANS-ACTION = "A"
               MOVE SPACES TO WS-BEFORE-DESCRIPTION
               MOVE SPACES TO WS-BEFORE-OWNER
               MOVE SPACE TO WS-BEFORE-STATUS
           ELSE
               MOVE CT-DESCRIPTION TO WS-BEFORE-DESCRIPTION
               MOVE CT-OWNER TO WS-BEFORE-OWNER
               MOVE CT-STATUS TO WS-BEFORE-STATUS
           END-IF
           .

*>       Apply one already-validated transaction to the master. On
*>       a C the fields the transaction leaves empty keep the values
*>       the existence READ left in the record area.
       APPLY-TRANSACTION.
           MOVE WS-TRANS-CODE TO CT-CODE
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   MOVE WS-TRANS-DESCRIPTION TO CT-DESCRIPTION
                   MOVE WS-TRANS-OWNER TO CT-OWNER
                   IF WS-TRANS-STATUS-LEN > 0
                       MOVE WS-TRANS-STATUS TO CT-STATUS
                   ELSE
                       MOVE "O" TO CT-STATUS
                   END-IF
                   MOVE WS-NOW TO CT-LAST-MAINT
                   WRITE CATEGORIES-FILE-REC
                   IF WS-CAT-FILE-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                       MOVE "ADDED" TO WS-CHANGE-WORD
                   ELSE
                       MOVE "write failed" TO WS-REJECT-REASON
                   END-IF
               WHEN "C"
                   IF WS-TRANS-DESC-LEN > 0
                       MOVE WS-TRANS-DESCRIPTION TO CT-DESCRIPTION
                   END-IF
                   IF WS-TRANS-OWNER-LEN > 0
                       MOVE WS-TRANS-OWNER TO CT-OWNER
                   END-IF
                   IF WS-TRANS-STATUS-LEN > 0
                       MOVE WS-TRANS-STATUS TO CT-STATUS
                   END-IF
                   MOVE WS-NOW TO CT-LAST-MAINT
                   REWRITE CATEGORIES-FILE-REC
                   IF WS-CAT-FILE-STATUS = "00"
                       ADD 1 TO WS-CHANGES-APPLIED
                       MOVE "CHANGED" TO WS-CHANGE-WORD
                   ELSE
                       MOVE "rewrite failed" TO WS-REJECT-REASON
                   END-IF
               WHEN "D"
                   DELETE CATEGORIES-FILE RECORD
                   IF WS-CAT-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETES-APPLIED
                       MOVE "DELETED" TO WS-CHANGE-WORD
                       MOVE SPACES TO CT-DESCRIPTION
                       MOVE SPACES TO CT-OWNER
                       MOVE SPACE TO CT-STATUS
                   ELSE
                       MOVE "delete failed" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

*>       Append one line to the audit trail: when, what, the code,
*>       and the status, team and description before and after
*>       ("-" for the side an add or delete doesn't have).
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC
           MOVE 1 TO WS-AUDIT-PTR
           STRING WS-NOW-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-WORD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-CODE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO AUDIT-REC
                  WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-TRANS-ACTION = "A"
               STRING "-|-|-|" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           ELSE
               STRING WS-BEFORE-STATUS DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BEFORE-OWNER) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BEFORE-DESCRIPTION)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           IF WS-TRANS-ACTION = "D"
               STRING "-|-|-" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           ELSE
               STRING CT-STATUS DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(CT-OWNER) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(CT-DESCRIPTION) DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR
              WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           .

*>       One report line per applied change, showing a status or
*>       team move as before -> after.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   STRING "  " WS-CHANGE-WORD " " DELIMITED BY SIZE
                          WS-TRANS-CODE DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          CT-STATUS DELIMITED BY SIZE
                          "  team " DELIMITED BY SIZE
                          FUNCTION TRIM(CT-OWNER) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(CT-DESCRIPTION)
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN "C"
                   STRING "  " WS-CHANGE-WORD " " DELIMITED BY SIZE
                          WS-TRANS-CODE DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          WS-BEFORE-STATUS " -> " CT-STATUS
                              DELIMITED BY SIZE
                          "  team " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BEFORE-OWNER)
                              DELIMITED BY SIZE
                          " -> " DELIMITED BY SIZE
                          FUNCTION TRIM(CT-OWNER) DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
               WHEN "D"
                   STRING "  " WS-CHANGE-WORD " " DELIMITED BY SIZE
                          WS-TRANS-CODE DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BEFORE-DESCRIPTION)
                              DELIMITED BY SIZE
                          INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC
           .

*>       List the whole master in code order with the number of
*>       records filed under each category - an open category with
*>       no records, or a closed one still holding many, is the
*>       stewards' next piece of work.
       WRITE-MASTER-LISTING.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CATEGORY MASTER AFTER THIS RUN" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  Code                 St  Records  Team / Description"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE LOW-VALUES TO CT-CODE
           START CATEGORIES-FILE KEY IS NOT LESS THAN CT-CODE
               INVALID KEY
                   MOVE "10" TO WS-CAT-FILE-STATUS
           END-START

           PERFORM UNTIL WS-CAT-FILE-STATUS NOT = "00"
               READ CATEGORIES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CAT-FILE-STATUS
               END-READ
               IF WS-CAT-FILE-STATUS = "00"
                   ADD 1 TO WS-CATEGORIES-LISTED
                   PERFORM COUNT-CATEGORY-RECORDS
                   PERFORM WRITE-MASTER-LINE
               END-IF
           END-PERFORM

           IF WS-CATEGORIES-LISTED = 0
               MOVE "  (no categories on file)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .

       WRITE-MASTER-LINE.
           MOVE WS-CATEGORY-RECORDS TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  CT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-8 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(CT-OWNER) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(CT-DESCRIPTION) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "CATEGORY-MAINT - Category Master Maintenance Run "
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

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED " DELIMITED BY SIZE
                  WS-TRANS-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRANS-CODE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TRANS-READ TO WS-EDIT-8
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
           .
