*> Nightly lifecycle sweep over the records master - the job that
*> finally makes RF-STATUS follow the effective dates instead of
*> waiting for someone to notice. RECORD-LOOKUP and the searches
*> already hide a record outside its dates, but the status byte
*> itself goes out in RECORDS-DELTA's extract and in the backups, so
*> it has to be right. One pass over records.dat, in the same date
*> terms the lookups use (eff-from on or before today has arrived,
*> eff-to before today has passed):
*>     P with eff-from arrived          C transaction, status A
*>     P with eff-to already passed     C transaction, status R -
*>                                      its whole window went by
*>                                      while it sat pending
*>     A with eff-to passed             C transaction, status R
*> A pending record with no eff-from has no date to arrive and is
*> left alone. The master is never written here: the transactions
*> are appended to records-trans.dat for the nightly RECORDS-MAINT
*> run, the same hand-off CHANGE-REVIEW and CATALOG-FEED make, so
*> every move is journaled and flows to RECORDS-DELTA like any other
*> change. Ends with lifecycle-sweep.rpt listing every record moved.
IDENTIFICATION DIVISION.
       PROGRAM-ID. LIFECYCLE-SWEEP.

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
           SELECT RECORDS-TRANS-FILE ASSIGN TO "records-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "lifecycle-sweep.rpt"
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

       FD  RECORDS-TRANS-FILE.
       01  RECORDS-TRANS-REC    PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
*> GnuCOBOL/ISO file status codes from the last file operation
       01 WS-RECORDS-FILE-STATUS    PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS        PIC XX.

*> Today, YYYYMMDD - the date the effective dates are judged against
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).

*> The status the record being moved is given, and the report's
*> word for the move
       01 WS-NEW-STATUS             PIC X.
       01 WS-MOVE-WORD              PIC X(10).

*> Run totals for the report
       01 WS-RECORDS-READ           PIC 9(8) COMP VALUE 0.
       01 WS-ACTIVATED-COUNT        PIC 9(8) COMP VALUE 0.
       01 WS-EXPIRED-COUNT          PIC 9(8) COMP VALUE 0.
       01 WS-LAPSED-COUNT           PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-WRITTEN          PIC 9(8) COMP VALUE 0.

*> Scratch fields for printing counts onto REPORT-REC
       01 WS-EDIT-8                 PIC Z(7)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT RECORDS-FILE
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               MOVE "No records.dat found - nothing to sweep"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               DISPLAY "LIFECYCLE-SWEEP: no records master"
               STOP RUN
           END-IF

           OPEN EXTEND RECORDS-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "05" OR
              WS-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT RECORDS-TRANS-FILE
           END-IF

           PERFORM SWEEP-MASTER

           CLOSE RECORDS-TRANS-FILE
           CLOSE RECORDS-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "LIFECYCLE-SWEEP: run complete, report written to "
               "lifecycle-sweep.rpt"
           STOP RUN.

*>       Walk the whole master in record-id order.
       SWEEP-MASTER.
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
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM CHECK-ONE-RECORD
               END-IF
           END-PERFORM
           .

*>       Decide whether the record's dates call for a status move.
*>       A pending record whose window has already closed goes
*>       straight to retired - activating it would only put a
*>       record nobody should see back in the delta as live.
       CHECK-ONE-RECORD.
           MOVE SPACE TO WS-NEW-STATUS

           EVALUATE RF-STATUS
               WHEN "P"
                   IF RF-EFF-TO NOT = SPACES AND RF-EFF-TO < WS-TODAY
                       MOVE "R" TO WS-NEW-STATUS
                       MOVE "LAPSED" TO WS-MOVE-WORD
                       ADD 1 TO WS-LAPSED-COUNT
                   ELSE
                       IF RF-EFF-FROM NOT = SPACES
                           AND RF-EFF-FROM <= WS-TODAY
                           MOVE "A" TO WS-NEW-STATUS
                           MOVE "ACTIVATED" TO WS-MOVE-WORD
                           ADD 1 TO WS-ACTIVATED-COUNT
                       END-IF
                   END-IF
               WHEN "A"
                   IF RF-EFF-TO NOT = SPACES AND RF-EFF-TO < WS-TODAY
                       MOVE "R" TO WS-NEW-STATUS
                       MOVE "EXPIRED" TO WS-MOVE-WORD
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-NEW-STATUS NOT = SPACE
               PERFORM WRITE-STATUS-TRANSACTION
               PERFORM WRITE-MOVE-LINE
           END-IF
           .

*>       A C carrying the record's own name and detail (a C always
*>       replaces both) and the new status; the dates and category
*>       are omitted, so RECORDS-MAINT keeps them as they are.
       WRITE-STATUS-TRANSACTION.
           MOVE SPACES TO RECORDS-TRANS-REC
           STRING "C|" DELIMITED BY SIZE
                  RF-RECORD-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RF-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(RF-DETAIL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SIZE
                  INTO RECORDS-TRANS-REC
           END-STRING
           WRITE RECORDS-TRANS-REC
           ADD 1 TO WS-TRANS-WRITTEN
           .

       WRITE-MOVE-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  WS-MOVE-WORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-RECORD-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-STATUS DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SIZE
                  "  from " DELIMITED BY SIZE
                  RF-EFF-FROM DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  RF-EFF-TO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(RF-NAME) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "LIFECYCLE-SWEEP - Effective-Date Status Sweep "
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

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-RECORDS-READ TO WS-EDIT-8
           STRING "Records examined........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ACTIVATED-COUNT TO WS-EDIT-8
           STRING "Activated (P -> A)...... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-8
           STRING "Expired (A -> R)........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-LAPSED-COUNT TO WS-EDIT-8
           STRING "Lapsed (P -> R)......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TRANS-WRITTEN TO WS-EDIT-8
           STRING "Transactions written.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           .
