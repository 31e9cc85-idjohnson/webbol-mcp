*> RECORDS-MAINT works records-trans.dat; each line of
*> key-admin-trans.dat is "|"-separated:
*>     P|key|display name|allowed-tools-csv|per-min|expires|quota
*>      |contact
*>         provision a new key, issued today, status A (active);
*>         empty tools/limit/expires/quota keep AUTH-CHECK's
*>         defaults (quota is the key's contracted calls per month).
*>         The contact is the mail address NOTICE-SPOOL writes the
*>         key's notices to (expiry, quota, proposal outcomes).
*>         Leave the key empty ("P||Partner Team|...") and a fresh
*>         random key is generated
*>     R|key
*>         revoke an existing key - the line stays on file, marked
*>         status R, so there is a record of what the key was
*>     T|old-key|new-key
*>         rotate: the new key (generated when left empty) is
*>         provisioned today with the old key's profile, and the old
*>         key is revoked in one step
*>     C|key|contact
*>         change (or, left empty, remove) a key's contact address
*> credentials.cfg never holds a key in clear: the key field is
*> written as "sha256:" + the KEY-HASH digest + ":" + the key's
*> visible prefix (its first eight characters, or half of a key
*> shorter than sixteen). A generated key exists in clear exactly
*> once, on the ISSUED line of this run's key-admin.rpt - hand it
*> over from there; the next run's report replaces it. Since nobody
*> holds full keys any more, R and T name the key either in full
*> or by its visible prefix; a prefix shared by two keys is
*> rejected as ambiguous.
*> Matched profile lines are re-emitted in the full eight-field
*> form AUTH-CHECK reads (key|name|tools|limit|issued|expires|
*> status|monthly-quota), plus a ninth contact field when the key
*> has a contact (AUTH-CHECK never reads it), a clear-text key
*> field on a line being re-emitted going out hashed; comment lines
*> and untouched profiles are written back byte for byte. Every applied change is appended to the
*> append-only audit trail key-audit.log - when, what, which key
*> (visible prefix only; the audit log must not be a second place
*> full keys live) - and the run ends with key-admin.rpt.
IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-ADMIN.

       01 WS-TRANS-EXPIRES          PIC X(8).
       01 WS-TRANS-QUOTA            PIC X(8).
       01 WS-TRANS-NEW-KEY          PIC X(64).
       01 WS-TRANS-CONTACT          PIC X(80).

*> Fields used to split "|"-separated lines - same splitter
*> AUTH-CHECK uses on its profile lines
       01 WS-SPLIT-SCRATCH          PIC X(512).

*> The profile parsed out of a matched credentials line
       01 WS-P-KEY                  PIC X(80).
       01 WS-P-NAME                 PIC X(40).
       01 WS-P-TOOLS                PIC X(256).
       01 WS-P-LIMIT                PIC X(6).
       01 WS-P-EXPIRES              PIC X(8).
       01 WS-P-STATUS               PIC X.
       01 WS-P-QUOTA                PIC X(8).
       01 WS-P-CONTACT              PIC X(80).
*> Checking a contact address: one "@", nothing blank inside it
       01 WS-AT-COUNT               PIC 9(4) COMP.
       01 WS-CONTACT-LEN            PIC 9(4) COMP.
       01 WS-CONTACT-TRAIL          PIC 9(4) COMP.

*> Where WS-LOOKUP-KEY's profile line sits in the table (0 = not
*> on file), and scratch while lines are matched and rebuilt. A
*> lookup matches a line on the full key (by digest, for a hashed
*> line) or on the line's visible prefix; WS-MATCH-AMBIGUOUS is set
*> when only prefixes matched and more than one line did
       01 WS-LOOKUP-KEY             PIC X(64).
       01 WS-LOOKUP-HASH            PIC X(64).
       01 WS-MATCH-IDX              PIC 9(4) COMP.
       01 WS-PREFIX-MATCHES         PIC 9(4) COMP.
       01 WS-MATCH-AMBIGUOUS        PIC X.
*> The old key's slot, held while the rotate's new key is checked
       01 WS-SAVE-MATCH-IDX         PIC 9(4) COMP.
       01 WS-LINE-LEN               PIC 9(4) COMP.
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-NEW-LINE               PIC X(256).

*> Turning a clear key into its stored form: the key, its KEY-HASH
*> digest, and the visible prefix kept beside the digest
       01 WS-HASH-INPUT             PIC X(256).
       01 WS-HASH-OUTPUT            PIC X(64).
       01 WS-CLEAR-KEY              PIC X(64).
       01 WS-CLEAR-LEN              PIC 9(4) COMP.
       01 WS-PREFIX-LEN             PIC 9(4) COMP.
       01 WS-STORED-KEY             PIC X(80).
*> Visible prefix of the key the current transaction acted on, for
*> the audit trail and the report
       01 WS-KEY-PREFIX             PIC X(8).
       01 WS-SAVE-PREFIX            PIC X(8).
*> The line's own visible prefix while FIND-CREDENTIAL-LINE scans
       01 WS-LINE-PREFIX            PIC X(8).

*> Key generation: random bytes off /dev/urandom, written out as
*> 40 lowercase hex characters
       01 WS-RANDOM-PATH            PIC X(20) VALUE "/dev/urandom".
       01 WS-FILE-HANDLE            PIC X(4).
       01 WS-IO-OFFSET              PIC X(8) COMP-X.
       01 WS-IO-COUNT               PIC X(4) COMP-X.
       01 WS-IO-FLAGS               PIC X COMP-X VALUE 0.
       01 WS-ACCESS-READ            PIC X COMP-X VALUE 1.
       01 WS-DENY-NONE              PIC X COMP-X VALUE 3.
       01 WS-DEVICE-NORMAL          PIC X COMP-X VALUE 0.
       01 WS-RANDOM-BYTES           PIC X(20).
*> What the read of the random source came back with
       01 WS-READ-RC                PIC S9(9) COMP-5.
       01 WS-BYTE-VAL               PIC X COMP-X.
       01 WS-BYTE-CHAR REDEFINES WS-BYTE-VAL PIC X.
       01 WS-NIBBLE                 PIC 9(2) COMP.
       01 WS-HEX-DIGITS             PIC X(16) VALUE "0123456789abcdef".
       01 WS-BYTE-IDX               PIC 9(4) COMP.
       01 WS-GEN-TRIES              PIC 9(2) COMP.
*> The key generated for this transaction (spaces = none), printed
*> once on the report and nowhere else
       01 WS-ISSUED-KEY             PIC X(64).
*> Reject reason for the line being processed; spaces = accepted
       01 WS-REJECT-REASON          PIC X(40).

       01 WS-KEYS-PROVISIONED       PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-REVOKED           PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-ROTATED           PIC 9(8) COMP VALUE 0.
       01 WS-KEYS-GENERATED         PIC 9(8) COMP VALUE 0.
       01 WS-CONTACTS-CHANGED       PIC 9(8) COMP VALUE 0.
       01 WS-TRANS-REJECTED         PIC 9(8) COMP VALUE 0.

*> Today and now, for issued dates and the audit trail

           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ISSUED-KEY WS-KEY-PREFIX

           PERFORM SPLIT-TRANSACTION-LINE
           PERFORM VALIDATE-TRANSACTION
                       PERFORM APPLY-REVOKE
                   WHEN "T"
                       PERFORM APPLY-ROTATE
                   WHEN "C"
                       PERFORM APPLY-CONTACT
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-ISSUED-KEY NOT = SPACES
                   PERFORM WRITE-ISSUED-LINE
               END-IF
           END-IF
           .

       SPLIT-TRANSACTION-LINE.
           MOVE SPACES TO WS-TRANS-ACTION WS-TRANS-KEY WS-TRANS-NAME
               WS-TRANS-TOOLS WS-TRANS-LIMIT WS-TRANS-EXPIRES
               WS-TRANS-QUOTA WS-TRANS-NEW-KEY WS-TRANS-CONTACT

           MOVE ADMIN-TRANS-REC TO WS-REST

           IF WS-TRANS-ACTION = "T"
               PERFORM SPLIT-NEXT-FIELD
               MOVE WS-FIELD(1:64) TO WS-TRANS-NEW-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-ACTION = "C"
               PERFORM SPLIT-NEXT-FIELD
               MOVE WS-FIELD(1:80) TO WS-TRANS-CONTACT
           ELSE
               PERFORM SPLIT-NEXT-FIELD
               MOVE WS-FIELD(1:40) TO WS-TRANS-NAME
               MOVE WS-FIELD(1:8) TO WS-TRANS-EXPIRES
               PERFORM SPLIT-NEXT-FIELD
               MOVE WS-FIELD(1:8) TO WS-TRANS-QUOTA
               PERFORM SPLIT-NEXT-FIELD
               MOVE WS-FIELD(1:80) TO WS-TRANS-CONTACT
           END-IF
           .


       VALIDATE-TRANSACTION.
           IF WS-TRANS-ACTION NOT = "P" AND WS-TRANS-ACTION NOT = "R"
               AND WS-TRANS-ACTION NOT = "T" AND WS-TRANS-ACTION NOT = "C"
               MOVE "unknown action code" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
*>         A contact is a mail address - one "@", no blanks inside
           IF WS-TRANS-CONTACT NOT = SPACES
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-TRANS-CONTACT TALLYING WS-AT-COUNT
                   FOR ALL "@"
               MOVE 0 TO WS-CONTACT-LEN
               INSPECT WS-TRANS-CONTACT TALLYING WS-CONTACT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 0 TO WS-CONTACT-TRAIL
               INSPECT FUNCTION REVERSE(WS-TRANS-CONTACT)
                   TALLYING WS-CONTACT-TRAIL FOR LEADING SPACES
               IF WS-AT-COUNT NOT = 1
                   OR WS-CONTACT-LEN + WS-CONTACT-TRAIL NOT = 80
                   OR WS-TRANS-CONTACT(1:1) = "@"
                   MOVE "contact is not a mail address"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
*>         Only a provision may leave the key empty - it is then
*>         generated; revoke and rotate must say which key
           IF WS-TRANS-KEY = SPACES AND WS-TRANS-ACTION NOT = "P"
               MOVE "key missing" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANS-KEY TO WS-LOOKUP-KEY
           PERFORM FIND-CREDENTIAL-LINE
           IF WS-MATCH-AMBIGUOUS = "Y" AND WS-TRANS-ACTION NOT = "P"
               MOVE "key prefix matches several keys"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TRANS-ACTION
               WHEN "P"
                   IF WS-MATCH-IDX > 0
                       MOVE "revoke of unknown key"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "C"
                   IF WS-MATCH-IDX = 0
                       MOVE "contact change for unknown key"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "T"
                   IF WS-MATCH-IDX = 0
                       MOVE "rotate of unknown key"
                           TO WS-REJECT-REASON
                   END-IF
*>                 The rotated-to key must be new - a second line
*>                 for an existing key would sit behind the first
*>                 match AUTH-CHECK takes, and if that first line is
*>                 revoked the rotation silently never takes effect
                   IF WS-REJECT-REASON = SPACES
                       AND WS-TRANS-NEW-KEY NOT = SPACES
                       MOVE WS-MATCH-IDX TO WS-SAVE-MATCH-IDX
                       MOVE WS-TRANS-NEW-KEY TO WS-LOOKUP-KEY
                       PERFORM FIND-CREDENTIAL-LINE
           END-EVALUATE
           .

*>       Find the table line WS-LOOKUP-KEY names. The key portion
*>       of a line is everything before the first "|" (or the whole
*>       line for a bare key). A hashed key portion matches on the
*>       lookup's digest, a clear-text one on the key itself; either
*>       also matches a lookup equal to its visible prefix. A full
*>       match settles it at once; prefix matches only count when
*>       exactly one line has that prefix.
       FIND-CREDENTIAL-LINE.
           MOVE 0 TO WS-MATCH-IDX
           MOVE 0 TO WS-PREFIX-MATCHES
           MOVE "N" TO WS-MATCH-AMBIGUOUS
           MOVE 0 TO WS-KEY-LEN
           INSPECT WS-LOOKUP-KEY TALLYING WS-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEY-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-LOOKUP-KEY TO WS-HASH-INPUT
           CALL "KEY-HASH" USING WS-HASH-INPUT WS-LOOKUP-HASH

           PERFORM VARYING WS-CRED-IDX FROM 1 BY 1
               UNTIL WS-CRED-IDX > WS-CRED-COUNT
                   IF WS-BAR-POS < WS-LINE-LEN
                       MOVE WS-BAR-POS TO WS-LINE-LEN
                   END-IF
                   MOVE SPACES TO WS-LINE-PREFIX
                   IF WS-CRED-LINE(WS-CRED-IDX)(1:7) = "sha256:"
                       AND WS-LINE-LEN >= 71
                       IF WS-CRED-LINE(WS-CRED-IDX)(8:64) =
                           WS-LOOKUP-HASH
                           MOVE WS-CRED-IDX TO WS-MATCH-IDX
                           MOVE 0 TO WS-PREFIX-MATCHES
                           EXIT PERFORM
                       END-IF
                       IF WS-LINE-LEN > 72
                           MOVE WS-CRED-LINE(WS-CRED-IDX)
                               (73:WS-LINE-LEN - 72) TO WS-LINE-PREFIX
                       END-IF
                   ELSE
                       IF WS-LINE-LEN = WS-KEY-LEN
                           AND WS-CRED-LINE(WS-CRED-IDX)(1:WS-LINE-LEN)
                               = WS-LOOKUP-KEY(1:WS-KEY-LEN)
                           MOVE WS-CRED-IDX TO WS-MATCH-IDX
                           MOVE 0 TO WS-PREFIX-MATCHES
                           EXIT PERFORM
                       END-IF
                       MOVE WS-LINE-LEN TO WS-CLEAR-LEN
                       PERFORM SET-PREFIX-LEN
                       IF WS-PREFIX-LEN > 0
                           MOVE WS-CRED-LINE(WS-CRED-IDX)
                               (1:WS-PREFIX-LEN) TO WS-LINE-PREFIX
                       END-IF
                   END-IF
                   IF WS-LINE-PREFIX NOT = SPACES
                       AND WS-KEY-LEN <= 8
                       AND WS-LINE-PREFIX = WS-LOOKUP-KEY(1:8)
                       ADD 1 TO WS-PREFIX-MATCHES
                       MOVE WS-CRED-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PREFIX-MATCHES > 1
               MOVE 0 TO WS-MATCH-IDX
               MOVE "Y" TO WS-MATCH-AMBIGUOUS
           END-IF
           .

*>       How much of a WS-CLEAR-LEN-character key stays visible:
*>       eight characters, or half the key when it is shorter than
*>       sixteen, so a short key is never mostly on show.
       SET-PREFIX-LEN.
           IF WS-CLEAR-LEN >= 16
               MOVE 8 TO WS-PREFIX-LEN
           ELSE
               COMPUTE WS-PREFIX-LEN = WS-CLEAR-LEN / 2
           END-IF
           .

*>       WS-STORED-KEY = the form credentials.cfg keeps WS-CLEAR-KEY
*>       in: "sha256:" digest ":" visible prefix. WS-KEY-PREFIX is
*>       left holding the prefix.
       BUILD-STORED-KEY.
           MOVE 0 TO WS-CLEAR-LEN
           INSPECT WS-CLEAR-KEY TALLYING WS-CLEAR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM SET-PREFIX-LEN
           MOVE SPACES TO WS-KEY-PREFIX
           IF WS-PREFIX-LEN > 0
               MOVE WS-CLEAR-KEY(1:WS-PREFIX-LEN) TO WS-KEY-PREFIX
           END-IF
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-CLEAR-KEY TO WS-HASH-INPUT
           CALL "KEY-HASH" USING WS-HASH-INPUT WS-HASH-OUTPUT
           MOVE SPACES TO WS-STORED-KEY
           STRING "sha256:" DELIMITED BY SIZE
                  WS-HASH-OUTPUT DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-KEY-PREFIX DELIMITED BY SPACE
                  INTO WS-STORED-KEY
           END-STRING
           .

*>       Generate a new key into WS-ISSUED-KEY: 20 random bytes as
*>       40 hex characters. A key whose visible prefix another line
*>       already shows is thrown away and drawn again, so R and T
*>       by prefix stay unambiguous. Sets WS-REJECT-REASON when no
*>       random source can be opened or read in full.
       GENERATE-NEW-KEY.
           MOVE SPACES TO WS-ISSUED-KEY
           PERFORM VARYING WS-GEN-TRIES FROM 1 BY 1
               UNTIL WS-GEN-TRIES > 5
               CALL "CBL_OPEN_FILE" USING WS-RANDOM-PATH WS-ACCESS-READ
                   WS-DENY-NONE WS-DEVICE-NORMAL WS-FILE-HANDLE
               IF RETURN-CODE NOT = 0
                   MOVE "no random source for key generation"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-IO-OFFSET
               MOVE 20 TO WS-IO-COUNT
               MOVE LOW-VALUES TO WS-RANDOM-BYTES
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE WS-IO-OFFSET
                   WS-IO-COUNT WS-IO-FLAGS WS-RANDOM-BYTES
               MOVE RETURN-CODE TO WS-READ-RC
               CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
*>             A failed or short read leaves no key worth issuing
               IF WS-READ-RC NOT = 0
                   MOVE SPACES TO WS-ISSUED-KEY
                   MOVE "key could not be generated"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO WS-ISSUED-KEY
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 20
                   MOVE WS-RANDOM-BYTES(WS-BYTE-IDX:1) TO WS-BYTE-CHAR
                   DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIBBLE
                   MOVE WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                       TO WS-ISSUED-KEY(WS-BYTE-IDX * 2 - 1:1)
                   COMPUTE WS-NIBBLE = FUNCTION MOD(WS-BYTE-VAL, 16)
                   MOVE WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                       TO WS-ISSUED-KEY(WS-BYTE-IDX * 2:1)
               END-PERFORM

               MOVE WS-ISSUED-KEY(1:8) TO WS-LOOKUP-KEY
               PERFORM FIND-CREDENTIAL-LINE
               IF WS-MATCH-IDX = 0 AND WS-MATCH-AMBIGUOUS = "N"
                   ADD 1 TO WS-KEYS-GENERATED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ISSUED-KEY
           MOVE "could not draw a key with a free prefix"
               TO WS-REJECT-REASON
           .

*>       Parse the matched line's profile fields, defaults filled
*>       the way AUTH-CHECK fills them.
       PARSE-MATCHED-PROFILE.
           MOVE SPACES TO WS-P-KEY WS-P-NAME WS-P-TOOLS WS-P-LIMIT
               WS-P-ISSUED WS-P-EXPIRES WS-P-QUOTA WS-P-CONTACT
           MOVE SPACE TO WS-P-STATUS

           MOVE SPACES TO WS-REST
           MOVE WS-CRED-LINE(WS-MATCH-IDX) TO WS-REST(1:256)
*>         Peel the key off the front - going out hashed if it was
*>         still clear text - then the profile fields
           PERFORM SPLIT-NEXT-FIELD
           IF WS-FIELD(1:7) = "sha256:"
               MOVE WS-FIELD(1:80) TO WS-P-KEY
               MOVE WS-FIELD(73:8) TO WS-KEY-PREFIX
           ELSE
               MOVE WS-FIELD(1:64) TO WS-CLEAR-KEY
               PERFORM BUILD-STORED-KEY
               MOVE WS-STORED-KEY TO WS-P-KEY
           END-IF
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
               UNTIL WS-FIELD-NUM > 8
               PERFORM SPLIT-NEXT-FIELD
               EVALUATE WS-FIELD-NUM
                   WHEN 1
                       MOVE WS-FIELD(1:1) TO WS-P-STATUS
                   WHEN 7
                       MOVE WS-FIELD(1:8) TO WS-P-QUOTA
                   WHEN 8
                       MOVE WS-FIELD(1:80) TO WS-P-CONTACT
               END-EVALUATE
           END-PERFORM
           .

*>       Re-emit WS-P-* as a full profile line - the contact field
*>       only when the key has one.
       BUILD-PROFILE-LINE.
           MOVE SPACES TO WS-NEW-LINE
           STRING FUNCTION TRIM(WS-P-KEY) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-P-QUOTA) DELIMITED BY SIZE
                  INTO WS-NEW-LINE
           END-STRING
           IF WS-P-CONTACT NOT = SPACES
               MOVE 0 TO WS-LINE-LEN
               INSPECT FUNCTION REVERSE(WS-NEW-LINE)
                   TALLYING WS-LINE-LEN FOR LEADING SPACES
               COMPUTE WS-LINE-LEN = 256 - WS-LINE-LEN + 1
               STRING "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-P-CONTACT) DELIMITED BY SIZE
                      INTO WS-NEW-LINE
                      WITH POINTER WS-LINE-LEN
               END-STRING
           END-IF
           .

       APPLY-PROVISION.
               EXIT PARAGRAPH
           END-IF

           IF WS-TRANS-KEY = SPACES
               PERFORM GENERATE-NEW-KEY
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ISSUED-KEY TO WS-CLEAR-KEY
           ELSE
               MOVE WS-TRANS-KEY TO WS-CLEAR-KEY
           END-IF
           PERFORM BUILD-STORED-KEY
           MOVE WS-STORED-KEY TO WS-P-KEY
           MOVE WS-TRANS-NAME TO WS-P-NAME
           MOVE WS-TRANS-TOOLS TO WS-P-TOOLS
           MOVE WS-TRANS-LIMIT TO WS-P-LIMIT
           MOVE WS-TRANS-EXPIRES TO WS-P-EXPIRES
           MOVE "A" TO WS-P-STATUS
           MOVE WS-TRANS-QUOTA TO WS-P-QUOTA
           MOVE WS-TRANS-CONTACT TO WS-P-CONTACT
           PERFORM BUILD-PROFILE-LINE

           ADD 1 TO WS-CRED-COUNT
           PERFORM WRITE-AUDIT-LINE
           .

       APPLY-CONTACT.
           PERFORM PARSE-MATCHED-PROFILE
           MOVE WS-TRANS-CONTACT TO WS-P-CONTACT
           PERFORM BUILD-PROFILE-LINE
           MOVE WS-NEW-LINE TO WS-CRED-LINE(WS-MATCH-IDX)
           ADD 1 TO WS-CONTACTS-CHANGED

           MOVE "CONTACT" TO WS-FIELD
           PERFORM WRITE-AUDIT-LINE
           .

       APPLY-ROTATE.
           IF WS-CRED-COUNT >= 500
               MOVE "credentials table full" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

*>         Drawing a key searches the table, so the old key's slot
*>         is held across it
           IF WS-TRANS-NEW-KEY = SPACES
               MOVE WS-MATCH-IDX TO WS-SAVE-MATCH-IDX
               PERFORM GENERATE-NEW-KEY
               MOVE WS-SAVE-MATCH-IDX TO WS-MATCH-IDX
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ISSUED-KEY TO WS-TRANS-NEW-KEY
           END-IF

*>         The old key's profile carries over to the new key,
*>         issued today; the old key itself goes revoked
           PERFORM PARSE-MATCHED-PROFILE
           PERFORM BUILD-PROFILE-LINE
           MOVE WS-NEW-LINE TO WS-CRED-LINE(WS-MATCH-IDX)

*>         The audit line names the key being retired
           MOVE WS-KEY-PREFIX TO WS-SAVE-PREFIX
           MOVE WS-TRANS-NEW-KEY TO WS-CLEAR-KEY
           PERFORM BUILD-STORED-KEY
           MOVE WS-STORED-KEY TO WS-P-KEY
           MOVE WS-SAVE-PREFIX TO WS-KEY-PREFIX
           MOVE WS-TODAY TO WS-P-ISSUED
           MOVE "A" TO WS-P-STATUS
           PERFORM BUILD-PROFILE-LINE
           .

*>       Append one line to the audit trail: when, what, the key's
*>       visible prefix, and its display name. Never the
*>       whole key - the audit log must not become a second
*>       credentials file.
       WRITE-AUDIT-LINE.
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD(1:16)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-KEY-PREFIX DELIMITED BY SPACE
                  "***|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-P-NAME) DELIMITED BY SIZE
                  INTO AUDIT-REC
           WRITE REPORT-REC
           .

*>       The one place a generated key is ever written in clear.
       WRITE-ISSUED-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "  ISSUED " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-P-NAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-ISSUED-KEY DELIMITED BY SPACE
                  INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING "KEY-ADMIN - API Key Administration Run "
           STRING "Transactions read....... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-PROVISIONED TO WS-EDIT-8
           STRING "Keys provisioned........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-REVOKED TO WS-EDIT-8
           STRING "Keys revoked............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-ROTATED TO WS-EDIT-8
           STRING "Keys rotated............ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-KEYS-GENERATED TO WS-EDIT-8
           STRING "Keys generated.......... " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-CONTACTS-CHANGED TO WS-EDIT-8
           STRING "Contacts changed........ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE WS-TRANS-REJECTED TO WS-EDIT-8
           STRING "Rejected................ " FUNCTION TRIM(WS-EDIT-8)
               DELIMITED BY SIZE INTO REPORT-REC
