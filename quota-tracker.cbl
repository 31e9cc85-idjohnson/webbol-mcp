*> Live monthly call counting per API key, backed by the keyed
*> QUOTA-FILE the same way RATE-LIMITER backs its per-minute
*> windows - each tools/call is its own invocation, so the count
*> has to live in a file. The record key is the API key's identity
*> (its KEY-HASH digest, the same identity SESSION-STORE binds
*> sessions to) plus the calendar month, so a new month starts a
*> fresh count without anything being purged. The whole
*> read-increment-rewrite is bracketed by LOCK-MANAGER, since
       01 WS-WARN-AT                 PIC 9(10) COMP-5.

       LINKAGE SECTION.
*> The key being counted (KEY-HASH digest of the Bearer token)
       01 LS-AUTH-KEY                PIC X(64).
*> The key's contracted calls per month, 0 = no cap
       01 LS-MONTH-QUOTA             PIC 9(8) COMP.
