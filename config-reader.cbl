           MOVE 100 TO CFG-TOOL-BATCH-CKPT
           MOVE 10 TO CFG-BLOCK-THRESHOLD
           MOVE 80 TO CFG-QUOTA-WARN-PCT
           MOVE 20 TO CFG-FEED-MAX-CHANGE-PCT
           MOVE 24 TO CFG-QUALITY-STALE-MONTHS
           MOVE 100 TO CFG-MAINT-CKPT
           MOVE 90 TO CFG-CONTENT-ARCHIVE-DAYS
           MOVE "400.html" TO CFG-ERROR-DOC-400
           MOVE "403.html" TO CFG-ERROR-DOC-403
           MOVE "404.html" TO CFG-ERROR-DOC-404
               WHEN "QUOTA-WARN-PCT"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO CFG-QUOTA-WARN-PCT
               WHEN "FEED-MAX-CHANGE-PCT"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO CFG-FEED-MAX-CHANGE-PCT
               WHEN "QUALITY-STALE-MONTHS"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO CFG-QUALITY-STALE-MONTHS
               WHEN "MAINT-CKPT-EVERY"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO CFG-MAINT-CKPT
               WHEN "CONTENT-ARCHIVE-DAYS"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                       TO CFG-CONTENT-ARCHIVE-DAYS
               WHEN "ERROR-DOC-400"
                   MOVE WS-CFG-VALUE TO CFG-ERROR-DOC-400
               WHEN "ERROR-DOC-403"
