           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-READ TO WS-EDIT-8
           STRING "Journal entries read.... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ENTRIES-SKIPPED TO WS-EDIT-8
           STRING "Already extracted....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CHANGES-EXTRACTED TO WS-EDIT-8
           STRING "Changes extracted....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-ADDS-EXTRACTED TO WS-EDIT-8
           STRING "  adds.................. " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CHGS-EXTRACTED TO WS-EDIT-8
           STRING "  changes............... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-DELS-EXTRACTED TO WS-EDIT-8
           STRING "  deletes............... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
