*>         id|form-path|timestamp|client|fields
*> for whoever works the submissions, and the intake record is
*> marked "P" processed (or "R" rejected, with the reason on the
*> report). The run ends with form-batch.rpt: its start stamp, read,
*> extracted and rejected counts plus one line per reject - the same shape every
*> other maintenance job in this shop produces. Run it in the batch
*> window while the daemon workers are quiesced.
IDENTIFICATION DIVISION.
*> Dated name of this run's submissions extract
       01 WS-SUBMISSIONS-NAME       PIC X(40).

*> Today, for the extract name and the report header, and the run's
*> start stamp - submissions FORM-HANDLER takes after it are left
*> for the next run
       01 WS-RAW-DATE               PIC X(21).
       01 WS-TODAY                  PIC X(8).
       01 WS-RUN-STARTED            PIC X(14).

*> Fields used to parse one KEY=VALUE forms.cfg line
       01 WS-LINE-LEN               PIC 9(4) COMP.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY
           MOVE WS-RAW-DATE(1:14) TO WS-RUN-STARTED

           MOVE SPACES TO WS-SUBMISSIONS-NAME
           STRING "form-submissions." DELIMITED BY SIZE
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           STRING "Run started............. " WS-RUN-STARTED
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RECORDS-READ TO WS-EDIT-8
           STRING "New submissions read.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RECORDS-EXTRACTED TO WS-EDIT-8
           STRING "Submissions extracted... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RECORDS-REJECTED TO WS-EDIT-8
           STRING "Rejected................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-RECORDS-SKIPPED TO WS-EDIT-8
           STRING "Already worked.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
