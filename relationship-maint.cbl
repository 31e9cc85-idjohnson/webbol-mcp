*> Batch maintenance for the record relationships file
*> (relationships.dat) - the cross-references between catalog
*> records that used to be buried in RF-DETAIL as free text, where
*> nothing checked or followed them. One entry links a from-id to a
*> to-id by a relation type, over a span of effective dates:
*>     superseded-by  the from record is replaced by the to record;
*>                    lookup-record points partners at the
*>                    replacement once the from record is retired
*>     part-of        the from record is a component of the to
*>                    record
*>     related-to     the two are worth reading together
*> Works relationship-trans.dat the way RECORDS-MAINT works
*> records-trans.dat, one "|"-separated line per transaction keyed by
*> the from-id, type and to-id together:
*>     A|from-id|type|to-id[|eff-from|eff-to]
*>         add a link; eff-from defaults to today, eff-to to
*>         open-ended
*>     C|from-id|type|to-id|eff-from|eff-to
*>         change a link's dates; an empty date keeps what the link
*>         already has
*>     D|from-id|type|to-id
*>         delete a link
*> An add must name two different records that are both on
*> records.dat (of any lifecycle status - a retired record is exactly
*> what a superseded-by link starts from), a known type, and well-
*> formed dates with from not after to. A record may be superseded by
*> only one other, and a link that would point straight back at a
*> link of the same type (A part-of B with B part-of A) is refused.
*> Changes and deletes only need the link to be on file, so links to
*> records since deleted can still be tidied away. Deleting a record
*> that links still point at is RECORDS-MAINT's business - see its
*> rule there. Every applied change is appended to the audit trail
*> relationship-audit.log with the dates before and after, and the run
*> ends with relationship-maint.rpt: the changes and rejects and the
*> totals.
IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATIONSHIP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-TRANS-FILE ASSIGN TO "relationship-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT RELATIONSHIPS-FILE ASSIGN TO "relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-TO-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RECORDS-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-RECORD-ID
               ALTERNATE RECORD KEY IS RF-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS RF-CATEGORY WITH DUPLICATES
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "relationship-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "relationship-maint.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-TRANS-FILE.
       01  RELATION-TRANS-REC   PIC X(256).

*> One link between two records, keyed by all three of its parts;
*> the RL-TO-ID alternate key finds the links pointing at a record
       FD  RELATIONSHIPS-FILE.
       01  RELATIONSHIPS-FILE-REC.
           05 RL-KEY.
              10 RL-FROM-ID          PIC X(20).
*> superseded-by, part-of or related-to
              10 RL-TYPE             PIC X(13).
              10 RL-TO-ID            PIC X(20).
*> Effective dates, YYYYMMDD; spaces in RL-EFF-TO = open-ended
           05 RL-EFF-FROM            PIC X(8).
           05 RL-EFF-TO              PIC X(8).
*> When this link was last touched by a maintenance run
           05 RL-LAST-MAINT          PIC X(14).

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
           05 RF-CATEGORY            PIC X(20).

       FD  AUDIT-FILE.
       01  AUDIT-REC            PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-REL-FILE-STATUS        PIC XX.
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-AUDIT-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> "Y" when records.dat could be opened to check ids against
       01 WS-RECORDS-OPEN           PIC X VALUE "N".

*> The transaction being processed, split out of its "|" form
       01 WS-TRANS-ACTION           PIC X.
       01 WS-TRANS-FROM-ID          PIC X(20).
       01 WS-TRANS-TYPE             PIC X(13).
       01 WS-TRANS-TO-ID            PIC X(20).
       01 WS-TRANS-EFF-FROM         PIC X(8).
       01 WS-TRANS-EFF-TO           PIC X(8).
*> Raw lengths of each piece as it sat on the line, so a value too
*> long for its field is caught rather than silently truncated
       01 WS-TRANS-FROM-ID-LEN      PIC 9(4) COMP.
       01 WS-TRANS-TYPE-LEN         PIC 9(4) COMP.
       01 WS-TRANS-TO-ID-LEN        PIC 9(4) COMP.
       01 WS-TRANS-FROM-LEN         PIC 9(4) COMP.
       01 WS-TRANS-TO-LEN           PIC 9(4) COMP.

*> Fields used to split the transaction line on its "|" separators
       01 WS-REST                   PIC X(256).
       01 WS-FIELD                  PIC X(256).
       01 WS-FIELD-LEN              PIC 9(4) COMP.
       01 WS-SPLIT-SCRATCH          PIC X(256).

*> Scan position used while checking a date field is all digits -
*> the same check RECORDS-MAINT makes
       01 WS-DIGIT-IDX              PIC 9(4) COMP.
       01 WS-DATE-OK                PIC 9.
       01 WS-DATE-FIELD             PIC X(8).
*> The dates a change ends up with, for the from-not-after-to check
       01 WS-NEW-EFF-FROM           PIC X(8).
       01 WS-NEW-EFF-TO             PIC X(8).

*> The link's dates before the transaction touched it, for the
*> audit trail (spaces for an add)
       01 WS-BEFORE-EFF-FROM        PIC X(8).
       01 WS-BEFORE-EFF-TO          PIC X(8).

*> Reject reason for the line being processed; spaces = accepted
       01 WS-REJECT-REASON          PIC X(40).
*> The report's word for the change just applied
       01 WS-CHANGE-WORD            PIC X(8).
*> Running position while an audit line is assembled
       01 WS-AUDIT-PTR              PIC 9(4) COMP.

*> Run totals for the report
       01 WS-TRANS-READ             PIC 9(8) COMP VALUE 0.
       01 WS-ADDS-APPLIED           PIC 9(8) COMP VALUE 0.
       01 WS-CHANGES-APPLIED        PIC 9(8) COMP VALUE 0.
       01 WS-DELETES-APPLIED        PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-REJECTED         PIC 9(8) COMP VALUE 0.
       01 WS-LINKS-ON-FILE          PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

*> Today and now, for the default dates, the maintenance stamp and
*> the audit trail
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

           PERFORM OPEN-RELATIONSHIPS-FILE-IO

           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS = "00"
               MOVE "Y" TO WS-RECORDS-OPEN
           END-IF

           OPEN INPUT RELATION-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE "No relationship-trans.dat found - nothing to apply"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-TRANS-FILE-STATUS = "99"
                   READ RELATION-TRANS-FILE
                       AT END
                           MOVE "99" TO WS-TRANS-FILE-STATUS
                   END-READ
                   IF WS-TRANS-FILE-STATUS NOT = "99"
                       PERFORM PROCESS-ONE-TRANSACTION
                   END-IF
               END-PERFORM
               CLOSE RELATION-TRANS-FILE
               PERFORM COUNT-LINKS-ON-FILE
               PERFORM WRITE-REPORT-TOTALS
           END-IF

           CLOSE RELATIONSHIPS-FILE
           IF WS-RECORDS-OPEN = "Y"
               CLOSE RECORDS-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "RELATIONSHIP-MAINT: run complete, report written to "
               "relationship-maint.rpt"
           STOP RUN.

*>       Open relationships.dat for update, creating it on the very
*>       first run the same way RECORDS-MAINT creates records.dat.
       OPEN-RELATIONSHIPS-FILE-IO.
           OPEN I-O RELATIONSHIPS-FILE
           IF WS-REL-FILE-STATUS = "35"
               OPEN OUTPUT RELATIONSHIPS-FILE
               CLOSE RELATIONSHIPS-FILE
               OPEN I-O RELATIONSHIPS-FILE
           END-IF
           .

*>       Validate one transaction line and, when it passes, apply it
*>       to the file. Blank lines and "*" comments are skipped
*>       without counting.
       PROCESS-ONE-TRANSACTION.
           IF RELATION-TRANS-REC = SPACES
               OR RELATION-TRANS-REC(1:1) = "*"
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

*>       Split the "|"-separated line into action, from-id, type,
*>       to-id and dates, remembering each piece's raw length for
*>       the width checks. The type is folded to lower case.
       SPLIT-TRANSACTION-LINE.
           MOVE SPACES TO WS-TRANS-ACTION WS-TRANS-FROM-ID
               WS-TRANS-TYPE WS-TRANS-TO-ID WS-TRANS-EFF-FROM
               WS-TRANS-EFF-TO
           MOVE 0 TO WS-TRANS-FROM-ID-LEN WS-TRANS-TYPE-LEN
               WS-TRANS-TO-ID-LEN WS-TRANS-FROM-LEN WS-TRANS-TO-LEN

           MOVE RELATION-TRANS-REC TO WS-REST

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD(1:1) TO WS-TRANS-ACTION

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-FROM-ID-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 20
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-FROM-ID
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-TYPE-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 13
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-TYPE
               INSPECT WS-TRANS-TYPE CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz"
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-TO-ID-LEN
           IF WS-FIELD-LEN > 0 AND WS-FIELD-LEN <= 20
               MOVE WS-FIELD(1:WS-FIELD-LEN) TO WS-TRANS-TO-ID
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-FROM-LEN
           IF WS-FIELD-LEN > 0
               MOVE WS-FIELD(1:8) TO WS-TRANS-EFF-FROM
           END-IF

           PERFORM SPLIT-NEXT-FIELD
           MOVE WS-FIELD-LEN TO WS-TRANS-TO-LEN
           IF WS-FIELD-LEN > 0
               MOVE WS-FIELD(1:8) TO WS-TRANS-EFF-TO
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
*>       touches the file.
       VALIDATE-TRANSACTION.
           IF WS-TRANS-ACTION NOT = "A" AND WS-TRANS-ACTION NOT = "C"
               AND WS-TRANS-ACTION NOT = "D"
               MOVE "unknown action code" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-FROM-ID-LEN = 0 OR WS-TRANS-TO-ID-LEN = 0
               MOVE "from-id or to-id missing" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-FROM-ID-LEN > 20 OR WS-TRANS-TO-ID-LEN > 20
               MOVE "record id longer than 20" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-TYPE NOT = "superseded-by"
               AND WS-TRANS-TYPE NOT = "part-of"
               AND WS-TRANS-TYPE NOT = "related-to"
               MOVE "unknown relation type" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-FROM-ID = WS-TRANS-TO-ID
               MOVE "record cannot be linked to itself"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-FROM-LEN > 0
               MOVE WS-TRANS-EFF-FROM TO WS-DATE-FIELD
               PERFORM CHECK-DATE-FIELD
               IF WS-TRANS-FROM-LEN NOT = 8 OR WS-DATE-OK = 0
                   MOVE "eff-from not a YYYYMMDD date"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TRANS-TO-LEN > 0
               MOVE WS-TRANS-EFF-TO TO WS-DATE-FIELD
               PERFORM CHECK-DATE-FIELD
               IF WS-TRANS-TO-LEN NOT = 8 OR WS-DATE-OK = 0
                   MOVE "eff-to not a YYYYMMDD date"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

*>         Existence rules need the file looked at
           MOVE WS-TRANS-FROM-ID TO RL-FROM-ID
           MOVE WS-TRANS-TYPE TO RL-TYPE
           MOVE WS-TRANS-TO-ID TO RL-TO-ID
           READ RELATIONSHIPS-FILE
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   IF WS-REL-FILE-STATUS = "00"
                       MOVE "duplicate add - link already on file"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN "C"
                   IF WS-REL-FILE-STATUS NOT = "00"
                       MOVE "change to missing link" TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN "D"
                   IF WS-REL-FILE-STATUS NOT = "00"
                       MOVE "delete of missing link" TO WS-REJECT-REASON
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE

*>         The dates the link will carry, from not after to
           IF WS-TRANS-ACTION = "A"
               MOVE WS-TODAY TO WS-NEW-EFF-FROM
               MOVE SPACES TO WS-NEW-EFF-TO
           ELSE
               MOVE RL-EFF-FROM TO WS-NEW-EFF-FROM
               MOVE RL-EFF-TO TO WS-NEW-EFF-TO
           END-IF
           IF WS-TRANS-FROM-LEN > 0
               MOVE WS-TRANS-EFF-FROM TO WS-NEW-EFF-FROM
           END-IF
           IF WS-TRANS-TO-LEN > 0
               MOVE WS-TRANS-EFF-TO TO WS-NEW-EFF-TO
           END-IF
           IF WS-NEW-EFF-TO NOT = SPACES
               AND WS-NEW-EFF-FROM > WS-NEW-EFF-TO
               MOVE "eff-from after eff-to" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-ACTION = "A"
               PERFORM VALIDATE-NEW-LINK
           END-IF
           .

*>       An add: both records on file, no second replacement for one
*>       record, and no link pointing straight back at its twin.
       VALIDATE-NEW-LINK.
           IF WS-RECORDS-OPEN NOT = "Y"
               MOVE "no records.dat to check ids against"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRANS-FROM-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "from-id not on records.dat" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRANS-TO-ID TO RF-RECORD-ID
           READ RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "to-id not on records.dat" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-TYPE = "superseded-by"
               MOVE WS-TRANS-FROM-ID TO RL-FROM-ID
               MOVE "superseded-by" TO RL-TYPE
               MOVE LOW-VALUES TO RL-TO-ID
               START RELATIONSHIPS-FILE KEY >= RL-KEY
               IF WS-REL-FILE-STATUS = "00"
                   READ RELATIONSHIPS-FILE NEXT RECORD
                   IF WS-REL-FILE-STATUS = "00"
                       AND RL-FROM-ID = WS-TRANS-FROM-ID
                       AND RL-TYPE = "superseded-by"
                       MOVE "record already has a superseded-by link"
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-TYPE NOT = "related-to"
               MOVE WS-TRANS-TO-ID TO RL-FROM-ID
               MOVE WS-TRANS-TYPE TO RL-TYPE
               MOVE WS-TRANS-FROM-ID TO RL-TO-ID
               READ RELATIONSHIPS-FILE
               IF WS-REL-FILE-STATUS = "00"
                   MOVE "to-id already links back by this type"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       CHECK-DATE-FIELD.
           MOVE 1 TO WS-DATE-OK
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 8
               IF WS-DATE-FIELD(WS-DIGIT-IDX:1) < "0"
                   OR WS-DATE-FIELD(WS-DIGIT-IDX:1) > "9"
                   MOVE 0 TO WS-DATE-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DATE-OK = 1
               IF WS-DATE-FIELD(5:2) < "01" OR WS-DATE-FIELD(5:2) > "12"
                   OR WS-DATE-FIELD(7:2) < "01"
                   OR WS-DATE-FIELD(7:2) > "31"
                   MOVE 0 TO WS-DATE-OK
               END-IF
           END-IF
           .

*>       Hold the link's current dates for the audit trail. The
*>       existence READ in VALIDATE-TRANSACTION left the record area
*>       holding the link for a C or D; an add has none.
       SAVE-BEFORE-VALUES.
           IF WS-TRANS-ACTION = "A"
               MOVE SPACES TO WS-BEFORE-EFF-FROM
               MOVE SPACES TO WS-BEFORE-EFF-TO
           ELSE
               MOVE RL-EFF-FROM TO WS-BEFORE-EFF-FROM
               MOVE RL-EFF-TO TO WS-BEFORE-EFF-TO
           END-IF
           .

*>       Apply one already-validated transaction to the file. The
*>       key fields are set again - VALIDATE-NEW-LINK's lookups move
*>       the record area on.
       APPLY-TRANSACTION.
           MOVE WS-TRANS-FROM-ID TO RL-FROM-ID
           MOVE WS-TRANS-TYPE TO RL-TYPE
           MOVE WS-TRANS-TO-ID TO RL-TO-ID
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   MOVE WS-NEW-EFF-FROM TO RL-EFF-FROM
                   MOVE WS-NEW-EFF-TO TO RL-EFF-TO
                   MOVE WS-NOW TO RL-LAST-MAINT
                   WRITE RELATIONSHIPS-FILE-REC
                   IF WS-REL-FILE-STATUS = "00"
                       ADD 1 TO WS-ADDS-APPLIED
                       MOVE "ADDED" TO WS-CHANGE-WORD
                   ELSE
                       MOVE "write failed" TO WS-REJECT-REASON
                   END-IF
               WHEN "C"
                   READ RELATIONSHIPS-FILE
                   MOVE WS-NEW-EFF-FROM TO RL-EFF-FROM
                   MOVE WS-NEW-EFF-TO TO RL-EFF-TO
                   MOVE WS-NOW TO RL-LAST-MAINT
                   REWRITE RELATIONSHIPS-FILE-REC
                   IF WS-REL-FILE-STATUS = "00"
                       ADD 1 TO WS-CHANGES-APPLIED
                       MOVE "CHANGED" TO WS-CHANGE-WORD
                   ELSE
                       MOVE "rewrite failed" TO WS-REJECT-REASON
                   END-IF
               WHEN "D"
                   DELETE RELATIONSHIPS-FILE RECORD
                   IF WS-REL-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETES-APPLIED
                       MOVE "DELETED" TO WS-CHANGE-WORD
                       MOVE SPACES TO RL-EFF-FROM
                       MOVE SPACES TO RL-EFF-TO
                   ELSE
                       MOVE "delete failed" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

*>       Append one line to the audit trail: when, what, the link,
*>       and its dates before and after ("-" for the side an add or
*>       delete doesn't have).
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC
           MOVE 1 TO WS-AUDIT-PTR
           STRING WS-NOW-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-WORD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-FROM-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-TYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-TO-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  INTO AUDIT-REC
                  WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-TRANS-ACTION = "A"
               STRING "-|-|" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           ELSE
               STRING WS-BEFORE-EFF-FROM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BEFORE-EFF-TO DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           IF WS-TRANS-ACTION = "D"
               STRING "-|-" DELIMITED BY SIZE
                      INTO AUDIT-REC
                      WITH POINTER WS-AUDIT-PTR
               END-STRING
           ELSE
               STRING RL-EFF-FROM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      RL-EFF-TO DELIMITED BY SIZE
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

*>       One report line per applied change, with the link's dates
*>       (an open end shown as "open").
       WRITE-CHANGE-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-CHANGE-WORD " " DELIMITED BY SIZE
                  WS-TRANS-FROM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRANS-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRANS-TO-ID DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           IF WS-TRANS-ACTION NOT = "D"
               IF RL-EFF-TO = SPACES
                   STRING "  " RL-EFF-FROM " - open" DELIMITED BY SIZE
                          INTO REPORT-REC(80:40)
                   END-STRING
               ELSE
                   STRING "  " RL-EFF-FROM " - " RL-EFF-TO
                          DELIMITED BY SIZE
                          INTO REPORT-REC(80:40)
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-REC
           .

*>       How many links the file holds once the run is done.
       COUNT-LINKS-ON-FILE.
           MOVE 0 TO WS-LINKS-ON-FILE
           MOVE LOW-VALUES TO RL-KEY
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
                   ADD 1 TO WS-LINKS-ON-FILE
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "RELATIONSHIP-MAINT - Record Relationships Maintenance Run "
                      DELIMITED BY SIZE
                  WS-RAW-DATE(1:4) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(5:2) "-" DELIMITED BY SIZE
                  WS-RAW-DATE(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "====================================================================" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  REJECTED " DELIMITED BY SIZE
                  WS-TRANS-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-FROM-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-TYPE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRANS-TO-ID) DELIMITED BY SIZE
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
           MOVE SPACES TO REPORT-REC
           MOVE WS-LINKS-ON-FILE TO WS-EDIT-8
           STRING "Links on file........... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
