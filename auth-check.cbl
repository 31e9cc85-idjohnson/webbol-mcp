*>        |issued|expires|status|monthly-quota
*> e.g. partner-key-1|Partner Team|lookup-record,search-records|30
*>        |20250601|20260531|A|100000
*> The key itself is stored hashed, as "sha256:" + the 64-hex
*> KEY-HASH digest + ":" + the key's first few characters for
*> identification, e.g. sha256:9f86d0...0f00a08:partner-
*> KEY-ADMIN writes every key it provisions that way and
*> KEY-CONVERT rewrites older clear-text lines into it; the
*> presented token is hashed once and matched on the digest. A
*> clear-text key field not yet converted is still matched as
*> before, so the conversion can be run on its own schedule.
*> An allowed-tools field of "*" (or left empty) grants every tool;
*> a per-minute limit of 0 (or left empty) means the global
*> CFG-RATE-LIMIT-PER-MIN applies. The lifecycle fields are
*> lifecycle existed has. The monthly quota is the key's contracted
*> calls per calendar month, enforced live by QUOTA-TRACKER on
*> every tools/call; 0 (or left empty) means no monthly cap.
*> An optional ninth field after the quota is the key's contact
*> mail address, which only NOTICE-SPOOL reads.
*> Blank lines and lines starting
*> with "*" are ignored, the same comment convention webbol.cfg
*> uses. If CREDENTIALS-FILE doesn't exist at all, no keys have ever
*> CREDENTIALS-FILE still locks the server down instead of failing
*> open just because none of its lines happened to match
       01 WS-ANY-KEY-PROVISIONED    PIC X VALUE "N".
*> KEY-HASH digest of LS-API-KEY, taken once per call the first
*> time a hashed profile line turns up
       01 WS-PRESENTED-HASH         PIC X(64).
       01 WS-PRESENTED-HASHED       PIC X VALUE "N".
*> "Y" when the line being checked belongs to the presented key
       01 WS-KEY-MATCHED            PIC X.

*> Fields used to split a profile line on its "|" separators
       01 WS-BAR-POS                PIC 9(4) COMP.
       MAIN-LOGIC.
           MOVE 1 TO LS-RETURN-CODE
           MOVE "N" TO WS-ANY-KEY-PROVISIONED
           MOVE "N" TO WS-PRESENTED-HASHED
           MOVE "default" TO LS-KEY-NAME
           MOVE "*" TO LS-ALLOWED-TOOLS
           MOVE 0 TO LS-KEY-RATE-LIMIT
               EXIT PARAGRAPH
           END-IF

           IF LS-API-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-KEY-MATCHED
           IF CREDENTIALS-REC(1:7) = "sha256:" AND WS-LINE-LEN >= 71
*>             A hashed key field - match the presented token's
*>             digest against the 64 hex characters after the tag
               IF WS-PRESENTED-HASHED = "N"
                   CALL "KEY-HASH" USING LS-API-KEY WS-PRESENTED-HASH
                   MOVE "Y" TO WS-PRESENTED-HASHED
               END-IF
               IF CREDENTIALS-REC(8:64) = WS-PRESENTED-HASH
                   MOVE "Y" TO WS-KEY-MATCHED
               END-IF
           ELSE
               IF CREDENTIALS-REC(1:WS-LINE-LEN) =
                   LS-API-KEY(1:WS-LINE-LEN)
                   AND (WS-LINE-LEN = 256 OR
                        LS-API-KEY(WS-LINE-LEN + 1:1) = SPACE)
                   MOVE "Y" TO WS-KEY-MATCHED
               END-IF
           END-IF

           IF WS-KEY-MATCHED = "Y"
               MOVE SPACES TO WS-KEY-EXPIRES
               MOVE SPACE TO WS-KEY-STATUS
               PERFORM TAKE-PROFILE-FIELDS
