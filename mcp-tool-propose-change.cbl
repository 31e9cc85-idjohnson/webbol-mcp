*> a correction to the records catalog instead of emailing it. The
*> arguments describe one records.dat transaction - "action" (A, C
*> or D), "id", and for A/C "name", "detail" and the optional
*> lifecycle fields "status", "effFrom", "effTo" and "category" -
*> and are validated with the same rules RECORDS-MAINT applies to a
*> transaction line (action known, id within 20 bytes, widths,
*> lifecycle status one of P/A/R, dates YYYYMMDD, duplicate-add /
*> missing-record checks against the master, and a category that is
*> on the category master and open, all read-only). A proposal
*> that passes is
*> appended to the pending-changes file tagged with the submitting
*> key and a timestamp, for an operator to approve or reject
*> through CHANGE-REVIEW - nothing here ever writes the master.
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
*> One "|"-separated line per proposal:
*>   seq|timestamp|submitted-by|PENDING|action|id|name|detail
*>      |status|eff-from|eff-to|category
           SELECT PENDING-FILE ASSIGN TO "pending-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-SEQ-FILE ASSIGN TO "pending-changes.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT CATEGORIES-FILE ASSIGN TO "categories.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CODE
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-SEQ-FILE.
       01  PENDING-SEQ-REC      PIC X(8).

*> Same record layout CATEGORY-MAINT declares
       FD  CATEGORIES-FILE.
       01  CATEGORIES-FILE-REC.
           05 CT-CODE                PIC X(20).
           05 CT-DESCRIPTION         PIC X(60).
           05 CT-OWNER               PIC X(40).
           05 CT-STATUS              PIC X.
           05 CT-LAST-MAINT          PIC X(14).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-PENDING-FILE-STATUS    PIC XX.
       01 WS-SEQ-FILE-STATUS        PIC XX.
       01 WS-CAT-FILE-STATUS        PIC XX.

*> Fields used to pull the tool's arguments out of its JSON
       01 WS-JSON-KEY                PIC X(64).
       01 WS-PROP-STATUS             PIC X.
       01 WS-PROP-EFF-FROM           PIC X(8).
       01 WS-PROP-EFF-TO             PIC X(8).
       01 WS-PROP-CATEGORY           PIC X(20).
*> Raw argument lengths, for the same width checks RECORDS-MAINT
*> makes before anything is accepted
       01 WS-PROP-ID-LEN             PIC 9(8) COMP-5.
       01 WS-PROP-FROM-LEN           PIC 9(8) COMP-5.
       01 WS-PROP-TO-LEN             PIC 9(8) COMP-5.
       01 WS-PROP-STATUS-LEN         PIC 9(8) COMP-5.
       01 WS-PROP-CAT-LEN            PIC 9(8) COMP-5.

*> Reject reason; spaces = the proposal is good to queue
       01 WS-REJECT-REASON           PIC X(40).
       TAKE-PROPOSAL-ARGUMENTS.
           MOVE SPACES TO WS-PROP-ACTION WS-PROP-ID WS-PROP-NAME
               WS-PROP-DETAIL WS-PROP-STATUS WS-PROP-EFF-FROM
               WS-PROP-EFF-TO WS-PROP-CATEGORY
           MOVE 0 TO WS-PROP-ID-LEN WS-PROP-NAME-LEN
               WS-PROP-DETAIL-LEN WS-PROP-FROM-LEN WS-PROP-TO-LEN
               WS-PROP-STATUS-LEN WS-PROP-CAT-LEN

           MOVE "action" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
                       TO WS-PROP-EFF-TO
               END-IF
           END-IF

           MOVE "category" TO WS-JSON-KEY
           CALL "JSON-EXTRACT" USING LS-TOOL-ARGS LS-TOOL-ARGS-LEN
               WS-JSON-KEY WS-JSON-VALUE WS-JSON-VALUE-LEN
               WS-JSON-FOUND
           IF WS-JSON-FOUND = 0 AND WS-JSON-VALUE-LEN > 0
               MOVE WS-JSON-VALUE-LEN TO WS-PROP-CAT-LEN
               IF WS-JSON-VALUE-LEN <= 20
                   MOVE WS-JSON-VALUE(1:WS-JSON-VALUE-LEN)
                       TO WS-PROP-CATEGORY
               END-IF
           END-IF
           .

*>       The same rules VALIDATE-TRANSACTION applies in
                   AND WS-PROP-EFF-FROM > WS-PROP-EFF-TO
                   MOVE "effective-from after effective-to"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-PROP-CAT-LEN > 20
                   MOVE "category longer than 20" TO WS-REJECT-REASON
               END-IF
           END-IF
           .
               IF WS-PROP-ACTION NOT = "A"
                   MOVE "change or delete of missing record"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-PROP-CAT-LEN > 0
                       PERFORM CHECK-CATEGORY
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               AND (WS-PROP-ACTION = "A" OR WS-PROP-ACTION = "C")
               AND WS-PROP-CAT-LEN > 0
               PERFORM CHECK-CATEGORY
           END-IF

           CLOSE RECORDS-FILE
           .

*>       The category rule RECORDS-MAINT's VALIDATE-CATEGORY applies:
*>       on the category master and open, except a category the
*>       record already carries (the READ above left it in the
*>       record area). No master yet means categories aren't
*>       checked, the same as the batch side.
       CHECK-CATEGORY.
           IF WS-PROP-ACTION = "C"
               AND WS-PROP-CATEGORY = RF-CATEGORY
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROP-CATEGORY TO CT-CODE
           READ CATEGORIES-FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               MOVE "category not on category master"
                   TO WS-REJECT-REASON
           ELSE
               IF CT-STATUS = "C"
                   MOVE "category closed" TO WS-REJECT-REASON
               END-IF
           END-IF
           CLOSE CATEGORIES-FILE
           .

*>       Append the validated proposal to the pending-changes file
*>       with the next sequence, tagged with the submitting key and
*>       the moment it arrived.
                  WS-PROP-EFF-FROM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PROP-EFF-TO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROP-CATEGORY) DELIMITED BY SIZE
                  INTO PENDING-REC
           END-STRING

