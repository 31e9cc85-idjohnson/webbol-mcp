*> Batch-window balancing step - proves the hand-offs between the
*> window's jobs agree before anything goes downstream. Each job
*> writes its own report; this one reads those reports and the files
*> the jobs passed along and cross-checks the control totals:
*>     CHANGE-REVIEW  every approval on change-review.rpt is on
*>                    records-trans.dat, in order, right after the
*>                    lines the file held before the run
*>     RECORDS-MAINT  the adds, changes and deletes records-maint.rpt
*>                    says were applied are exactly the journal
*>                    entries in the sequence range it reports - one
*>                    per sequence, none missing, none extra
*>     RECORDS-DELTA  the control trailer on the day's extract
*>                    matches its own detail lines, records-delta.rpt
*>                    and the journal entries in the range it
*>                    extracted - which must take in everything
*>                    RECORDS-MAINT journaled
*>     FORM-BATCH     extracted plus rejected is every new intake
*>                    record: each extracted id is on the day's
*>                    form-submissions file and marked processed,
*>                    each rejected id marked rejected, and no
*>                    intake record from before its run started is
*>                    left new - FORM-HANDLER keeps taking
*>                    submissions while the window runs, and those
*>                    wait for the next run
*> A job whose report is missing or older than yesterday did not run
*> in this window and is not checked. Results go to
*> batch-balance.rpt; any check out of balance ends the step with
*> RETURN-CODE 8, so as a CRITICAL=Y stanza in batch-jobs.cfg it
*> stops the window before bad numbers go downstream.
IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*> Whichever job report is being read
           SELECT JOB-REPORT ASSIGN TO WS-JOB-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-RPT-FILE-STATUS.
           SELECT RECORDS-TRANS-FILE ASSIGN TO "records-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "records-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
*> The day's dated extract of a job - delta or form submissions
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "form-intake.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-INTAKE-ID
               FILE STATUS IS WS-INTAKE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "batch-balance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-REPORT.
       01  JOB-REPORT-REC       PIC X(132).

       FD  RECORDS-TRANS-FILE.
       01  RECORDS-TRANS-REC    PIC X(256).

*> Same entry layout RECORDS-MAINT's WRITE-JOURNAL-ENTRY produces
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JR-SEQ                 PIC 9(8).
           05 JR-TIMESTAMP           PIC X(14).
           05 JR-ACTION              PIC X.
           05 JR-RECORD-ID           PIC X(20).
           05 JR-BEFORE-IMAGE        PIC X(231).
           05 JR-AFTER-IMAGE         PIC X(231).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC          PIC X(1200).

*> Same record layout FORM-HANDLER writes
       FD  INTAKE-FILE.
       01  INTAKE-REC.
           05 FI-INTAKE-ID           PIC X(16).
           05 FI-FORM-PATH           PIC X(64).
           05 FI-TIMESTAMP           PIC X(14).
           05 FI-CLIENT-ADDR         PIC X(45).
           05 FI-STATUS              PIC X.
           05 FI-FIELDS              PIC X(1024).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-JOB-RPT-FILE-STATUS    PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-JRN-FILE-STATUS        PIC XX.
       01 WS-EXT-FILE-STATUS        PIC XX.
       01 WS-INTAKE-FILE-STATUS     PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

       01 WS-JOB-REPORT-NAME        PIC X(40).
       01 WS-EXTRACT-NAME           PIC X(40).

*> Today and yesterday, YYYYMMDD - a report dated either ran in this
*> window (it may have crossed midnight)
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-TODAY-INT              PIC 9(8) COMP.
       01 WS-RPT-DATE-INT           PIC 9(8) COMP.

*> The job report last read: whether it was there, its date, its
*> dot-leader totals ("Label.......... value") and its APPROVED /
*> REJECTED detail lines
       01 WS-RPT-FOUND              PIC X.
       01 WS-RPT-RECENT             PIC X.
       01 WS-RPT-DATE               PIC X(8).
       01 WS-RPT-LINE-NUM           PIC 9(8) COMP.
       01 WS-RPT-LEN                PIC 9(4) COMP.
       01 WS-TOTALS-TABLE.
          05 WS-TOTAL-ENTRY OCCURS 40 TIMES.
             10 WS-TOT-LABEL        PIC X(24).
             10 WS-TOT-VALUE        PIC X(40).
       01 WS-TOTAL-COUNT            PIC 9(4) COMP.
       01 WS-TOTAL-IDX              PIC 9(4) COMP.
       01 WS-DETAIL-TABLE.
          05 WS-DETAIL-TEXT OCCURS 2000 TIMES PIC X(100).
       01 WS-DETAIL-COUNT           PIC 9(8) COMP.
       01 WS-DETAIL-IDX             PIC 9(8) COMP.
       01 WS-DETAIL-OVERFLOW        PIC X.
*> "APPROVED" or "REJECTED" - which detail lines to keep
       01 WS-DETAIL-KIND            PIC X(8).

*> A total looked up by its label
       01 WS-FIND-LABEL             PIC X(24).
       01 WS-FOUND-VALUE            PIC X(40).
       01 WS-FOUND-NUM              PIC 9(8) COMP.

*> One check's verdict, and why when it is out of balance
       01 WS-CHECK-OK               PIC X.
       01 WS-CHECK-REASON           PIC X(100).

*> CHANGE-REVIEW check
       01 WS-CR-APPROVED            PIC 9(8) COMP.
       01 WS-CR-LINES-BEFORE        PIC 9(8) COMP.
       01 WS-CR-APPENDED            PIC 9(8) COMP.
       01 WS-TRANS-LINE-NUM         PIC 9(8) COMP.

*> RECORDS-MAINT check: report totals, the range it journaled, and
*> what the journal holds in that range
       01 WS-RM-CHECKED             PIC X VALUE "N".
       01 WS-RM-ADDS                PIC 9(8) COMP.
       01 WS-RM-CHANGES             PIC 9(8) COMP.
       01 WS-RM-DELETES             PIC 9(8) COMP.
       01 WS-RM-APPLIED             PIC 9(8) COMP.
       01 WS-RM-FIRST-SEQ           PIC 9(8) COMP.
       01 WS-RM-LAST-SEQ            PIC 9(8) COMP.
       01 WS-RM-RANGE-SIZE          PIC 9(8) COMP.
       01 WS-RANGE-FROM-TEXT        PIC X(20).
       01 WS-RANGE-TO-TEXT          PIC X(20).

*> Journal entries by action within a sequence range
       01 WS-JRN-FROM               PIC 9(8) COMP.
       01 WS-JRN-TO                 PIC 9(8) COMP.
       01 WS-JRN-ADDS               PIC 9(8) COMP.
       01 WS-JRN-CHANGES            PIC 9(8) COMP.
       01 WS-JRN-DELETES            PIC 9(8) COMP.
       01 WS-JRN-TOTAL              PIC 9(8) COMP.

*> RECORDS-DELTA check: the extract's detail lines and trailer
       01 WS-RD-REPORTED            PIC 9(8) COMP.
       01 WS-X-ADDS                 PIC 9(8) COMP.
       01 WS-X-CHANGES              PIC 9(8) COMP.
       01 WS-X-DELETES              PIC 9(8) COMP.
       01 WS-X-TOTAL                PIC 9(8) COMP.
       01 WS-X-FIRST-SEQ            PIC 9(8) COMP.
       01 WS-X-LAST-SEQ             PIC 9(8) COMP.
       01 WS-X-SEQ                  PIC 9(8) COMP.
       01 WS-T-FOUND                PIC X.
       01 WS-T-TOTAL                PIC 9(8) COMP.
       01 WS-T-ADDS                 PIC 9(8) COMP.
       01 WS-T-CHANGES              PIC 9(8) COMP.
       01 WS-T-DELETES              PIC 9(8) COMP.

*> FORM-BATCH check
       01 WS-FB-READ                PIC 9(8) COMP.
       01 WS-FB-EXTRACTED           PIC 9(8) COMP.
       01 WS-FB-REJECTED            PIC 9(8) COMP.
       01 WS-FB-LINES               PIC 9(8) COMP.
       01 WS-FB-NOT-PROCESSED       PIC 9(8) COMP.
       01 WS-FB-NOT-REJECTED        PIC 9(8) COMP.
       01 WS-FB-STILL-NEW           PIC 9(8) COMP.
*> FORM-BATCH's "Run started" stamp (YYYYMMDDHHMMSS); spaces when
*> its report has none, and then every new record counts
       01 WS-FB-RUN-STARTED         PIC X(14).
       01 WS-INTAKE-OPEN            PIC X.

*> Fields split off "|"- and space-separated lines
       01 WS-PART-1                 PIC X(40).
       01 WS-PART-2                 PIC X(40).
       01 WS-PART-3                 PIC X(40).
       01 WS-PART-4                 PIC X(40).
       01 WS-PART-5                 PIC X(40).

*> Run totals for the report
       01 WS-CHECKS-BALANCED        PIC 9(4) COMP VALUE 0.
       01 WS-CHECKS-OUT             PIC 9(4) COMP VALUE 0.
       01 WS-CHECKS-SKIPPED         PIC 9(4) COMP VALUE 0.

*> Scratch fields for printing counts
       01 WS-EDIT-8                 PIC Z(7)9.
       01 WS-EDIT-8-B               PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM CHECK-CHANGE-REVIEW
           PERFORM CHECK-RECORDS-MAINT
           PERFORM CHECK-RECORDS-DELTA
           PERFORM CHECK-FORM-BATCH

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-CHECKS-OUT > 0
               MOVE WS-CHECKS-OUT TO WS-EDIT-8
               DISPLAY "BATCH-BALANCE: " FUNCTION TRIM(WS-EDIT-8)
                   " check(s) out of balance - see batch-balance.rpt"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "BATCH-BALANCE: run complete, report written to "
                   "batch-balance.rpt"
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

*>       Approvals on the report against the lines CHANGE-REVIEW
*>       appended: the approved count must match the APPROVED
*>       lines, and the lines after the ones records-trans.dat held
*>       before the run must be those approvals, action and id, in
*>       the order they were approved.
       CHECK-CHANGE-REVIEW.
           MOVE "CHANGE-REVIEW -> records-trans.dat" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "change-review.rpt" TO WS-JOB-REPORT-NAME
           MOVE "APPROVED" TO WS-DETAIL-KIND
           PERFORM LOAD-JOB-REPORT
           IF WS-RPT-FOUND NOT = "Y" OR WS-RPT-RECENT NOT = "Y"
               PERFORM WRITE-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHECK-OK
           MOVE SPACES TO WS-CHECK-REASON
           MOVE "Approved to trans file.." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-CR-APPROVED
           MOVE "Trans lines before run.." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-CR-LINES-BEFORE
           MOVE 0 TO WS-CR-APPENDED

           IF WS-DETAIL-COUNT NOT = WS-CR-APPROVED
               OR WS-DETAIL-OVERFLOW = "Y"
               MOVE "N" TO WS-CHECK-OK
               MOVE "APPROVED lines on the report do not match its total"
                   TO WS-CHECK-REASON
           END-IF

           IF WS-CHECK-OK = "Y" AND WS-CR-APPROVED > 0
               IF WS-FOUND-VALUE = SPACES
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "report does not say where the approvals went"
                       TO WS-CHECK-REASON
               ELSE
                   PERFORM MATCH-APPENDED-LINES
               END-IF
           END-IF

           MOVE WS-CR-APPROVED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Approvals on report......... "
                  FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-CR-APPENDED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Matching lines appended..... "
                  FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-CR-APPENDED NOT = WS-CR-APPROVED
               AND WS-CHECK-OK = "Y"
               MOVE "N" TO WS-CHECK-OK
               MOVE "fewer lines appended than approvals"
                   TO WS-CHECK-REASON
           END-IF
           PERFORM WRITE-CHECK-RESULT
           .

*>       Walk records-trans.dat past the lines it held before the
*>       run, then match each following line to the next approval.
       MATCH-APPENDED-LINES.
           OPEN INPUT RECORDS-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CHECK-OK
               MOVE "records-trans.dat not found" TO WS-CHECK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TRANS-LINE-NUM
           PERFORM UNTIL WS-TRANS-FILE-STATUS = "99"
               OR WS-CR-APPENDED >= WS-CR-APPROVED
               OR WS-CHECK-OK = "N"
               READ RECORDS-TRANS-FILE
                   AT END
                       MOVE "99" TO WS-TRANS-FILE-STATUS
               END-READ
               IF WS-TRANS-FILE-STATUS NOT = "99"
                   ADD 1 TO WS-TRANS-LINE-NUM
                   IF WS-TRANS-LINE-NUM > WS-CR-LINES-BEFORE
                       PERFORM MATCH-ONE-APPENDED-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RECORDS-TRANS-FILE
           .

*>       The approval detail reads "seq action id (from name)".
       MATCH-ONE-APPENDED-LINE.
           MOVE SPACES TO WS-PART-1 WS-PART-2 WS-PART-3
           UNSTRING WS-DETAIL-TEXT(WS-CR-APPENDED + 1)
               DELIMITED BY ALL SPACE
               INTO WS-PART-1 WS-PART-2 WS-PART-3
           END-UNSTRING
           MOVE SPACES TO WS-PART-4 WS-PART-5
           UNSTRING RECORDS-TRANS-REC DELIMITED BY "|"
               INTO WS-PART-4 WS-PART-5
           END-UNSTRING

           IF WS-PART-4(1:1) = WS-PART-2(1:1)
               AND WS-PART-5 = WS-PART-3
               ADD 1 TO WS-CR-APPENDED
           ELSE
               MOVE "N" TO WS-CHECK-OK
               MOVE WS-TRANS-LINE-NUM TO WS-EDIT-8
               MOVE SPACES TO WS-CHECK-REASON
               STRING "records-trans.dat line " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-8) DELIMITED BY SIZE
                      " is not approved proposal " DELIMITED BY SIZE
                      WS-PART-1 DELIMITED BY SPACE
                      INTO WS-CHECK-REASON
               END-STRING
           END-IF
           .

*>       Applied adds, changes and deletes against the journal
*>       entries in the sequence range the run reports writing.
       CHECK-RECORDS-MAINT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RECORDS-MAINT -> records-journal.dat" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "records-maint.rpt" TO WS-JOB-REPORT-NAME
           MOVE SPACES TO WS-DETAIL-KIND
           PERFORM LOAD-JOB-REPORT
           IF WS-RPT-FOUND NOT = "Y" OR WS-RPT-RECENT NOT = "Y"
               PERFORM WRITE-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RM-CHECKED

           MOVE "Y" TO WS-CHECK-OK
           MOVE SPACES TO WS-CHECK-REASON
           MOVE "Adds applied............" TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-RM-ADDS
           MOVE "Changes applied........." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-RM-CHANGES
           MOVE "Deletes applied........." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-RM-DELETES
           COMPUTE WS-RM-APPLIED =
               WS-RM-ADDS + WS-RM-CHANGES + WS-RM-DELETES

*>         "first - last", or "none" when nothing was journaled
           MOVE 0 TO WS-RM-FIRST-SEQ WS-RM-LAST-SEQ WS-RM-RANGE-SIZE
           MOVE "Journal sequences......." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           IF WS-FOUND-VALUE NOT = SPACES AND WS-FOUND-VALUE NOT = "none"
               MOVE SPACES TO WS-RANGE-FROM-TEXT WS-RANGE-TO-TEXT
               UNSTRING WS-FOUND-VALUE DELIMITED BY " - "
                   INTO WS-RANGE-FROM-TEXT WS-RANGE-TO-TEXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-RANGE-FROM-TEXT)
                   TO WS-RM-FIRST-SEQ
               MOVE FUNCTION NUMVAL(WS-RANGE-TO-TEXT)
                   TO WS-RM-LAST-SEQ
               IF WS-RM-LAST-SEQ >= WS-RM-FIRST-SEQ
                   COMPUTE WS-RM-RANGE-SIZE =
                       WS-RM-LAST-SEQ - WS-RM-FIRST-SEQ + 1
               END-IF
           END-IF

           MOVE 0 TO WS-JRN-ADDS WS-JRN-CHANGES WS-JRN-DELETES
               WS-JRN-TOTAL
           IF WS-RM-RANGE-SIZE > 0
               MOVE WS-RM-FIRST-SEQ TO WS-JRN-FROM
               MOVE WS-RM-LAST-SEQ TO WS-JRN-TO
               PERFORM COUNT-JOURNAL-RANGE
           END-IF

           EVALUATE TRUE
               WHEN WS-RM-RANGE-SIZE NOT = WS-RM-APPLIED
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "applied count does not match the sequence range"
                       TO WS-CHECK-REASON
               WHEN WS-JRN-TOTAL NOT = WS-RM-RANGE-SIZE
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "journal entries missing or repeated in the range"
                       TO WS-CHECK-REASON
               WHEN WS-JRN-ADDS NOT = WS-RM-ADDS
                   OR WS-JRN-CHANGES NOT = WS-RM-CHANGES
                   OR WS-JRN-DELETES NOT = WS-RM-DELETES
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "journal adds/changes/deletes differ from report"
                       TO WS-CHECK-REASON
           END-EVALUATE

           IF WS-RM-RANGE-SIZE > 0
               MOVE WS-RM-FIRST-SEQ TO WS-EDIT-8
               MOVE WS-RM-LAST-SEQ TO WS-EDIT-8-B
               MOVE SPACES TO REPORT-REC
               STRING "  Journal sequence range...... "
                      FUNCTION TRIM(WS-EDIT-8) " - "
                      FUNCTION TRIM(WS-EDIT-8-B)
                      DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "  Journal sequence range...... none" TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE WS-RM-ADDS TO WS-EDIT-8
           MOVE WS-JRN-ADDS TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-ADDS
           MOVE WS-RM-CHANGES TO WS-EDIT-8
           MOVE WS-JRN-CHANGES TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-CHANGES
           MOVE WS-RM-DELETES TO WS-EDIT-8
           MOVE WS-JRN-DELETES TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-DELETES
           PERFORM WRITE-CHECK-RESULT
           .

*>       Count the journal's entries with sequences WS-JRN-FROM
*>       through WS-JRN-TO, by action.
       COUNT-JOURNAL-RANGE.
           MOVE 0 TO WS-JRN-ADDS WS-JRN-CHANGES WS-JRN-DELETES
               WS-JRN-TOTAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JRN-FILE-STATUS = "99"
               READ JOURNAL-FILE
                   AT END
                       MOVE "99" TO WS-JRN-FILE-STATUS
               END-READ
               IF WS-JRN-FILE-STATUS NOT = "99"
                   AND JR-SEQ IS NUMERIC
                   AND JR-SEQ >= WS-JRN-FROM AND JR-SEQ <= WS-JRN-TO
                   ADD 1 TO WS-JRN-TOTAL
                   EVALUATE JR-ACTION
                       WHEN "A"
                           ADD 1 TO WS-JRN-ADDS
                       WHEN "C"
                           ADD 1 TO WS-JRN-CHANGES
                       WHEN "D"
                           ADD 1 TO WS-JRN-DELETES
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

*>       The extract's trailer against its own detail lines, the
*>       report's totals and the journal over the range extracted;
*>       that range must take in everything RECORDS-MAINT journaled.
       CHECK-RECORDS-DELTA.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RECORDS-DELTA -> records-delta extract" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "records-delta.rpt" TO WS-JOB-REPORT-NAME
           MOVE SPACES TO WS-DETAIL-KIND
           PERFORM LOAD-JOB-REPORT
           IF WS-RPT-FOUND NOT = "Y" OR WS-RPT-RECENT NOT = "Y"
               PERFORM WRITE-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHECK-OK
           MOVE SPACES TO WS-CHECK-REASON
           MOVE "Changes extracted......." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-RD-REPORTED

           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "records-delta." WS-RPT-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-EXTRACT-NAME
           END-STRING
           MOVE 0 TO WS-X-ADDS WS-X-CHANGES WS-X-DELETES WS-X-TOTAL
               WS-X-FIRST-SEQ WS-X-LAST-SEQ
           MOVE 0 TO WS-T-TOTAL WS-T-ADDS WS-T-CHANGES WS-T-DELETES
           MOVE "N" TO WS-T-FOUND
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CHECK-OK
               MOVE SPACES TO WS-CHECK-REASON
               STRING FUNCTION TRIM(WS-EXTRACT-NAME) " not found"
                      DELIMITED BY SIZE INTO WS-CHECK-REASON
               END-STRING
               PERFORM WRITE-CHECK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXT-FILE-STATUS = "99"
               READ EXTRACT-FILE
                   AT END
                       MOVE "99" TO WS-EXT-FILE-STATUS
               END-READ
               IF WS-EXT-FILE-STATUS NOT = "99"
                   PERFORM TALLY-DELTA-LINE
               END-IF
           END-PERFORM
           CLOSE EXTRACT-FILE

           MOVE 0 TO WS-JRN-ADDS WS-JRN-CHANGES WS-JRN-DELETES
               WS-JRN-TOTAL
           IF WS-X-TOTAL > 0
               MOVE WS-X-FIRST-SEQ TO WS-JRN-FROM
               MOVE WS-X-LAST-SEQ TO WS-JRN-TO
               PERFORM COUNT-JOURNAL-RANGE
           END-IF

           EVALUATE TRUE
               WHEN WS-T-FOUND NOT = "Y"
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "extract has no control trailer"
                       TO WS-CHECK-REASON
               WHEN WS-T-TOTAL NOT = WS-X-TOTAL
                   OR WS-T-ADDS NOT = WS-X-ADDS
                   OR WS-T-CHANGES NOT = WS-X-CHANGES
                   OR WS-T-DELETES NOT = WS-X-DELETES
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "trailer does not match the extract's lines"
                       TO WS-CHECK-REASON
               WHEN WS-T-TOTAL NOT = WS-RD-REPORTED
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "trailer does not match records-delta.rpt"
                       TO WS-CHECK-REASON
               WHEN WS-T-TOTAL NOT = WS-JRN-TOTAL
                   OR WS-T-ADDS NOT = WS-JRN-ADDS
                   OR WS-T-CHANGES NOT = WS-JRN-CHANGES
                   OR WS-T-DELETES NOT = WS-JRN-DELETES
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "trailer does not match the journal entries"
                       TO WS-CHECK-REASON
               WHEN WS-RM-CHECKED = "Y" AND WS-RM-RANGE-SIZE > 0
                   AND (WS-X-TOTAL = 0
                    OR WS-RM-FIRST-SEQ < WS-X-FIRST-SEQ
                    OR WS-RM-LAST-SEQ > WS-X-LAST-SEQ)
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "RECORDS-MAINT's journal entries not all extracted"
                       TO WS-CHECK-REASON
           END-EVALUATE

           MOVE WS-T-TOTAL TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Trailer changes............. "
                  FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-T-ADDS TO WS-EDIT-8
           MOVE WS-JRN-ADDS TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-ADDS
           MOVE WS-T-CHANGES TO WS-EDIT-8
           MOVE WS-JRN-CHANGES TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-CHANGES
           MOVE WS-T-DELETES TO WS-EDIT-8
           MOVE WS-JRN-DELETES TO WS-EDIT-8-B
           PERFORM WRITE-PAIR-LINE-DELETES
           PERFORM WRITE-CHECK-RESULT
           .

*>       One extract line: "T|changes|adds|changes|deletes" is the
*>       trailer; anything else is "action|seq|id|...".
       TALLY-DELTA-LINE.
           IF EXTRACT-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PART-1 WS-PART-2 WS-PART-3 WS-PART-4
               WS-PART-5
           UNSTRING EXTRACT-REC DELIMITED BY "|"
               INTO WS-PART-1 WS-PART-2 WS-PART-3 WS-PART-4 WS-PART-5
           END-UNSTRING

           IF WS-PART-1 = "T"
               MOVE "Y" TO WS-T-FOUND
               MOVE FUNCTION NUMVAL(WS-PART-2) TO WS-T-TOTAL
               MOVE FUNCTION NUMVAL(WS-PART-3) TO WS-T-ADDS
               MOVE FUNCTION NUMVAL(WS-PART-4) TO WS-T-CHANGES
               MOVE FUNCTION NUMVAL(WS-PART-5) TO WS-T-DELETES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-X-TOTAL
           EVALUATE WS-PART-1
               WHEN "A"
                   ADD 1 TO WS-X-ADDS
               WHEN "C"
                   ADD 1 TO WS-X-CHANGES
               WHEN "D"
                   ADD 1 TO WS-X-DELETES
           END-EVALUATE
           MOVE FUNCTION NUMVAL(WS-PART-2) TO WS-X-SEQ
           IF WS-X-TOTAL = 1 OR WS-X-SEQ < WS-X-FIRST-SEQ
               MOVE WS-X-SEQ TO WS-X-FIRST-SEQ
           END-IF
           IF WS-X-SEQ > WS-X-LAST-SEQ
               MOVE WS-X-SEQ TO WS-X-LAST-SEQ
           END-IF
           .

*>       Every new intake record is either extracted (and marked
*>       P) or rejected (and marked R); none taken before the run
*>       started is left new.
       CHECK-FORM-BATCH.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "FORM-BATCH -> form-submissions extract" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "form-batch.rpt" TO WS-JOB-REPORT-NAME
           MOVE "REJECTED" TO WS-DETAIL-KIND
           PERFORM LOAD-JOB-REPORT
           IF WS-RPT-FOUND NOT = "Y" OR WS-RPT-RECENT NOT = "Y"
               PERFORM WRITE-NOT-CHECKED
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHECK-OK
           MOVE SPACES TO WS-CHECK-REASON
           MOVE "New submissions read...." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-FB-READ
           MOVE "Submissions extracted..." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-FB-EXTRACTED
           MOVE "Rejected................" TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-NUM TO WS-FB-REJECTED
           MOVE "Run started............." TO WS-FIND-LABEL
           PERFORM FIND-TOTAL
           MOVE WS-FOUND-VALUE(1:14) TO WS-FB-RUN-STARTED

           MOVE 0 TO WS-FB-LINES WS-FB-NOT-PROCESSED
               WS-FB-NOT-REJECTED WS-FB-STILL-NEW
           MOVE "N" TO WS-INTAKE-OPEN
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-FILE-STATUS = "00"
               MOVE "Y" TO WS-INTAKE-OPEN
               PERFORM COUNT-STILL-NEW
           END-IF

           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "form-submissions." WS-RPT-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-EXTRACT-NAME
           END-STRING
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EXT-FILE-STATUS = "99"
                   READ EXTRACT-FILE
                       AT END
                           MOVE "99" TO WS-EXT-FILE-STATUS
                   END-READ
                   IF WS-EXT-FILE-STATUS NOT = "99"
                       AND EXTRACT-REC NOT = SPACES
                       PERFORM CHECK-EXTRACTED-INTAKE
                   END-IF
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF

           PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
               PERFORM CHECK-REJECTED-INTAKE
           END-PERFORM

           IF WS-INTAKE-OPEN = "Y"
               CLOSE INTAKE-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-FB-LINES NOT = WS-FB-EXTRACTED
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "extract lines do not match the extracted total"
                       TO WS-CHECK-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-FB-REJECTED
                   OR WS-DETAIL-OVERFLOW = "Y"
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "REJECTED lines on the report do not match its total"
                       TO WS-CHECK-REASON
               WHEN WS-FB-EXTRACTED + WS-FB-REJECTED NOT = WS-FB-READ
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "extracted plus rejected is not the records read"
                       TO WS-CHECK-REASON
               WHEN WS-FB-NOT-PROCESSED > 0
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "extracted submissions not marked processed"
                       TO WS-CHECK-REASON
               WHEN WS-FB-NOT-REJECTED > 0
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "rejected submissions not marked rejected"
                       TO WS-CHECK-REASON
               WHEN WS-FB-STILL-NEW > 0
                   MOVE "N" TO WS-CHECK-OK
                   MOVE "intake records still new - never worked"
                       TO WS-CHECK-REASON
           END-EVALUATE

           COMPUTE WS-EDIT-8 = WS-FB-EXTRACTED + WS-FB-REJECTED
           MOVE WS-FB-READ TO WS-EDIT-8-B
           MOVE SPACES TO REPORT-REC
           STRING "  Extracted plus rejected..... "
                  FUNCTION TRIM(WS-EDIT-8)
                  "   new intake records "
                  FUNCTION TRIM(WS-EDIT-8-B)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-FB-STILL-NEW TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "  Intake records still new.... "
                  FUNCTION TRIM(WS-EDIT-8)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM WRITE-CHECK-RESULT
           .

       COUNT-STILL-NEW.
           PERFORM UNTIL WS-INTAKE-FILE-STATUS NOT = "00"
               READ INTAKE-FILE NEXT RECORD
               IF WS-INTAKE-FILE-STATUS = "00" AND FI-STATUS = "N"
                   IF WS-FB-RUN-STARTED = SPACES
                       OR FI-TIMESTAMP < WS-FB-RUN-STARTED
                       ADD 1 TO WS-FB-STILL-NEW
                   END-IF
               END-IF
           END-PERFORM
           .

*>       An extract line is "id|form-path|..." - its intake record
*>       must now be marked P.
       CHECK-EXTRACTED-INTAKE.
           ADD 1 TO WS-FB-LINES
           MOVE SPACES TO WS-PART-1
           UNSTRING EXTRACT-REC DELIMITED BY "|" INTO WS-PART-1
           END-UNSTRING
           IF WS-INTAKE-OPEN NOT = "Y"
               ADD 1 TO WS-FB-NOT-PROCESSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-1(1:16) TO FI-INTAKE-ID
           READ INTAKE-FILE
               INVALID KEY
                   MOVE SPACES TO FI-STATUS
           END-READ
           IF FI-STATUS NOT = "P"
               ADD 1 TO WS-FB-NOT-PROCESSED
           END-IF
           .

*>       A reject detail reads "id form-path - reason" - its intake
*>       record must now be marked R.
       CHECK-REJECTED-INTAKE.
           MOVE SPACES TO WS-PART-1
           UNSTRING WS-DETAIL-TEXT(WS-DETAIL-IDX) DELIMITED BY ALL SPACE
               INTO WS-PART-1
           END-UNSTRING
           IF WS-INTAKE-OPEN NOT = "Y"
               ADD 1 TO WS-FB-NOT-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-1(1:16) TO FI-INTAKE-ID
           READ INTAKE-FILE
               INVALID KEY
                   MOVE SPACES TO FI-STATUS
           END-READ
           IF FI-STATUS NOT = "R"
               ADD 1 TO WS-FB-NOT-REJECTED
           END-IF
           .

*>       Read the report named in WS-JOB-REPORT-NAME: its date off
*>       the header's closing YYYY-MM-DD, every "Label..... value"
*>       total, and the detail lines of WS-DETAIL-KIND.
       LOAD-JOB-REPORT.
           MOVE "N" TO WS-RPT-FOUND WS-RPT-RECENT WS-DETAIL-OVERFLOW
           MOVE SPACES TO WS-RPT-DATE
           MOVE 0 TO WS-TOTAL-COUNT WS-DETAIL-COUNT WS-RPT-LINE-NUM
           OPEN INPUT JOB-REPORT
           IF WS-JOB-RPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RPT-FOUND

           PERFORM UNTIL WS-JOB-RPT-FILE-STATUS = "99"
               READ JOB-REPORT
                   AT END
                       MOVE "99" TO WS-JOB-RPT-FILE-STATUS
               END-READ
               IF WS-JOB-RPT-FILE-STATUS NOT = "99"
                   ADD 1 TO WS-RPT-LINE-NUM
                   PERFORM LOAD-JOB-REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE JOB-REPORT

           IF WS-RPT-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-RPT-DATE)) = 0
               COMPUTE WS-RPT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RPT-DATE))
               IF WS-RPT-DATE-INT = WS-TODAY-INT
                   OR WS-RPT-DATE-INT + 1 = WS-TODAY-INT
                   MOVE "Y" TO WS-RPT-RECENT
               END-IF
           END-IF
           .

       LOAD-JOB-REPORT-LINE.
           IF WS-RPT-LINE-NUM = 1
               MOVE 0 TO WS-RPT-LEN
               INSPECT FUNCTION REVERSE(JOB-REPORT-REC)
                   TALLYING WS-RPT-LEN FOR LEADING SPACES
               COMPUTE WS-RPT-LEN = 132 - WS-RPT-LEN
               IF WS-RPT-LEN >= 10
                   STRING JOB-REPORT-REC(WS-RPT-LEN - 9:4)
                          JOB-REPORT-REC(WS-RPT-LEN - 4:2)
                          JOB-REPORT-REC(WS-RPT-LEN - 1:2)
                          DELIMITED BY SIZE INTO WS-RPT-DATE
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-DETAIL-KIND NOT = SPACES
               AND JOB-REPORT-REC(1:2) = SPACES
               AND JOB-REPORT-REC(3:8) = WS-DETAIL-KIND
               IF WS-DETAIL-COUNT < 2000
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE JOB-REPORT-REC(12:100)
                       TO WS-DETAIL-TEXT(WS-DETAIL-COUNT)
               ELSE
                   MOVE "Y" TO WS-DETAIL-OVERFLOW
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF JOB-REPORT-REC(24:2) = ". " AND WS-TOTAL-COUNT < 40
               ADD 1 TO WS-TOTAL-COUNT
               MOVE JOB-REPORT-REC(1:24) TO WS-TOT-LABEL(WS-TOTAL-COUNT)
               MOVE JOB-REPORT-REC(26:40) TO WS-TOT-VALUE(WS-TOTAL-COUNT)
           END-IF
           .

*>       WS-FOUND-VALUE / WS-FOUND-NUM for the total labelled
*>       WS-FIND-LABEL; spaces and 0 when the report has none.
       FIND-TOTAL.
           MOVE SPACES TO WS-FOUND-VALUE
           MOVE 0 TO WS-FOUND-NUM
           PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
               IF WS-TOT-LABEL(WS-TOTAL-IDX) = WS-FIND-LABEL
                   MOVE WS-TOT-VALUE(WS-TOTAL-IDX) TO WS-FOUND-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-VALUE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FOUND-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-FOUND-VALUE) TO WS-FOUND-NUM
           END-IF
           .

       WRITE-PAIR-LINE-ADDS.
           MOVE SPACES TO REPORT-REC
           STRING "  Adds    reported / journal.. "
                  FUNCTION TRIM(WS-EDIT-8) " / "
                  FUNCTION TRIM(WS-EDIT-8-B)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-PAIR-LINE-CHANGES.
           MOVE SPACES TO REPORT-REC
           STRING "  Changes reported / journal.. "
                  FUNCTION TRIM(WS-EDIT-8) " / "
                  FUNCTION TRIM(WS-EDIT-8-B)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-PAIR-LINE-DELETES.
           MOVE SPACES TO REPORT-REC
           STRING "  Deletes reported / journal.. "
                  FUNCTION TRIM(WS-EDIT-8) " / "
                  FUNCTION TRIM(WS-EDIT-8-B)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-CHECK-RESULT.
           MOVE SPACES TO REPORT-REC
           IF WS-CHECK-OK = "Y"
               ADD 1 TO WS-CHECKS-BALANCED
               MOVE "  BALANCED" TO REPORT-REC
           ELSE
               ADD 1 TO WS-CHECKS-OUT
               STRING "  OUT OF BALANCE - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHECK-REASON) DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

       WRITE-NOT-CHECKED.
           ADD 1 TO WS-CHECKS-SKIPPED
           MOVE SPACES TO REPORT-REC
           IF WS-RPT-FOUND NOT = "Y"
               STRING "  NOT CHECKED - no " DELIMITED BY SIZE
                      WS-JOB-REPORT-NAME DELIMITED BY SPACE
                      INTO REPORT-REC
               END-STRING
           ELSE
               STRING "  NOT CHECKED - " DELIMITED BY SIZE
                      WS-JOB-REPORT-NAME DELIMITED BY SPACE
                      " is not from this window" DELIMITED BY SIZE
                      INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "BATCH-BALANCE - Batch Window Balancing "
                      DELIMITED BY SIZE
                  WS-TODAY(1:4) "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "=================================================="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CHECKS-BALANCED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Checks balanced......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CHECKS-OUT TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Out of balance.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CHECKS-SKIPPED TO WS-EDIT-8
           MOVE SPACES TO REPORT-REC
           STRING "Not checked............. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
