*> front end splitting connections among their control streams.
*> Set WEBBOL-WORKER-ID in each worker's environment to tell their
*> startup messages apart.
*>
*> Before taking its first request the daemon CALLs CONFIG-PREFLIGHT
*> to check the config files the server reads, and will not start
*> on a fatal finding (see config-preflight.rpt) - better down at
*> startup than up and quietly serving the wrong thing.
IDENTIFICATION DIVISION.
       PROGRAM-ID. WEB-DAEMON.

               MOVE WS-WORKER-ID(1:1) TO WS-WORKER-CHAR
           END-IF

           CALL "CONFIG-PREFLIGHT"
           IF RETURN-CODE >= 8
               DISPLAY "WEB-DAEMON: configuration preflight found fatal "
                   "errors - not starting, see config-preflight.rpt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           CALL "SESSION-CHECKPOINT" USING "R" WS-CKPT-RETURN-CODE
           IF WS-WORKER-ID = SPACES
               DISPLAY "WEB-DAEMON: startup complete, awaiting requests"
