*> job whose dependency did not complete OK is skipped (and stops
*> the window when it is critical), so HOUSEKEEPING can never again
*> run ahead of the reports that need the logs it cuts.
*> Before any job runs, CONFIG-PREFLIGHT checks every config file
*> the window's jobs and the server read; a fatal finding there
*> stops the window before it starts (see config-preflight.rpt).
IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SCHEDULER.

           MOVE FUNCTION CURRENT-DATE TO WS-RAW-DATE
           MOVE WS-RAW-DATE(1:8) TO WS-TODAY

           CALL "CONFIG-PREFLIGHT"
           IF RETURN-CODE >= 8
               DISPLAY "BATCH-SCHEDULER: configuration preflight found "
                   "fatal errors - window not started, see "
                   "config-preflight.rpt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-JOB-TABLE
           IF WS-JOB-COUNT = 0
               DISPLAY "BATCH-SCHEDULER: no batch-jobs.cfg jobs - "
