*> both YYYYMMDDHHMMSS - the raw material for the idle timeout
           05 SF-CREATED            PIC X(14).
           05 SF-LAST-USED          PIC X(14).
*> The API key (KEY-HASH digest of the Bearer token) that created this
*> session - every later use must present the same key, so a session
*> id leaking across teams is worthless without the key it belongs to
           05 SF-AUTH-KEY           PIC X(64).
       01 LS-OPERATION               PIC X.
*> Input for V/I/D, output (the freshly generated id) for C
       01 LS-SESSION-ID              PIC X(36).
*> The caller's API key (KEY-HASH digest of the Bearer token) - C
*> records it as the session's owner, V and D refuse a session
*> presented under any other key
       01 LS-AUTH-KEY                PIC X(64).
