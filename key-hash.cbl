*> One-way hash of an API key, so credentials.cfg (and every file
*> that identifies a caller by key - mcp-sessions.dat,
*> quota-usage.dat, rate-limit.dat) never has to hold a bearer
*> token in clear. Returns the SHA-256 digest of the key as 64
*> lowercase hex characters. The key is the presented text up to its
*> first space, the same extent AUTH-CHECK has always matched on;
*> a blank key hashes to spaces, so an unauthenticated caller on a
*> server with no keys provisioned keeps the blank identity it
*> always had. Bitwise steps go through the CBL_AND/CBL_XOR byte
*> routines on 8-byte binary words whose top four bytes stay zero;
*> rotations and 32-bit wraparound are done arithmetically.
IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-HASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
*> SHA-256 round constants (FIPS 180-4, section 4.2.2)
       01 WS-K-VALUES.
          05 FILLER PIC 9(10) VALUE 1116352408.
          05 FILLER PIC 9(10) VALUE 1899447441.
          05 FILLER PIC 9(10) VALUE 3049323471.
          05 FILLER PIC 9(10) VALUE 3921009573.
          05 FILLER PIC 9(10) VALUE 0961987163.
          05 FILLER PIC 9(10) VALUE 1508970993.
          05 FILLER PIC 9(10) VALUE 2453635748.
          05 FILLER PIC 9(10) VALUE 2870763221.
          05 FILLER PIC 9(10) VALUE 3624381080.
          05 FILLER PIC 9(10) VALUE 0310598401.
          05 FILLER PIC 9(10) VALUE 0607225278.
          05 FILLER PIC 9(10) VALUE 1426881987.
          05 FILLER PIC 9(10) VALUE 1925078388.
          05 FILLER PIC 9(10) VALUE 2162078206.
          05 FILLER PIC 9(10) VALUE 2614888103.
          05 FILLER PIC 9(10) VALUE 3248222580.
          05 FILLER PIC 9(10) VALUE 3835390401.
          05 FILLER PIC 9(10) VALUE 4022224774.
          05 FILLER PIC 9(10) VALUE 0264347078.
          05 FILLER PIC 9(10) VALUE 0604807628.
          05 FILLER PIC 9(10) VALUE 0770255983.
          05 FILLER PIC 9(10) VALUE 1249150122.
          05 FILLER PIC 9(10) VALUE 1555081692.
          05 FILLER PIC 9(10) VALUE 1996064986.
          05 FILLER PIC 9(10) VALUE 2554220882.
          05 FILLER PIC 9(10) VALUE 2821834349.
          05 FILLER PIC 9(10) VALUE 2952996808.
          05 FILLER PIC 9(10) VALUE 3210313671.
          05 FILLER PIC 9(10) VALUE 3336571891.
          05 FILLER PIC 9(10) VALUE 3584528711.
          05 FILLER PIC 9(10) VALUE 0113926993.
          05 FILLER PIC 9(10) VALUE 0338241895.
          05 FILLER PIC 9(10) VALUE 0666307205.
          05 FILLER PIC 9(10) VALUE 0773529912.
          05 FILLER PIC 9(10) VALUE 1294757372.
          05 FILLER PIC 9(10) VALUE 1396182291.
          05 FILLER PIC 9(10) VALUE 1695183700.
          05 FILLER PIC 9(10) VALUE 1986661051.
          05 FILLER PIC 9(10) VALUE 2177026350.
          05 FILLER PIC 9(10) VALUE 2456956037.
          05 FILLER PIC 9(10) VALUE 2730485921.
          05 FILLER PIC 9(10) VALUE 2820302411.
          05 FILLER PIC 9(10) VALUE 3259730800.
          05 FILLER PIC 9(10) VALUE 3345764771.
          05 FILLER PIC 9(10) VALUE 3516065817.
          05 FILLER PIC 9(10) VALUE 3600352804.
          05 FILLER PIC 9(10) VALUE 4094571909.
          05 FILLER PIC 9(10) VALUE 0275423344.
          05 FILLER PIC 9(10) VALUE 0430227734.
          05 FILLER PIC 9(10) VALUE 0506948616.
          05 FILLER PIC 9(10) VALUE 0659060556.
          05 FILLER PIC 9(10) VALUE 0883997877.
          05 FILLER PIC 9(10) VALUE 0958139571.
          05 FILLER PIC 9(10) VALUE 1322822218.
          05 FILLER PIC 9(10) VALUE 1537002063.
          05 FILLER PIC 9(10) VALUE 1747873779.
          05 FILLER PIC 9(10) VALUE 1955562222.
          05 FILLER PIC 9(10) VALUE 2024104815.
          05 FILLER PIC 9(10) VALUE 2227730452.
          05 FILLER PIC 9(10) VALUE 2361852424.
          05 FILLER PIC 9(10) VALUE 2428436474.
          05 FILLER PIC 9(10) VALUE 2756734187.
          05 FILLER PIC 9(10) VALUE 3204031479.
          05 FILLER PIC 9(10) VALUE 3329325298.
       01 WS-K-TABLE REDEFINES WS-K-VALUES.
          05 WS-K                 PIC 9(10) OCCURS 64 TIMES.
*> Initial hash value (FIPS 180-4, section 5.3.3)
       01 WS-H-INIT-VALUES.
          05 FILLER PIC 9(10) VALUE 1779033703.
          05 FILLER PIC 9(10) VALUE 3144134277.
          05 FILLER PIC 9(10) VALUE 1013904242.
          05 FILLER PIC 9(10) VALUE 2773480762.
          05 FILLER PIC 9(10) VALUE 1359893119.
          05 FILLER PIC 9(10) VALUE 2600822924.
          05 FILLER PIC 9(10) VALUE 0528734635.
          05 FILLER PIC 9(10) VALUE 1541459225.
       01 WS-H-INIT-TABLE REDEFINES WS-H-INIT-VALUES.
          05 WS-H-INIT            PIC 9(10) OCCURS 8 TIMES.

*> Running hash value and the message schedule for one block
       01 WS-H-TABLE.
          05 WS-H                 PIC 9(12) COMP-5 OCCURS 8 TIMES.
       01 WS-W-TABLE.
          05 WS-W                 PIC 9(12) COMP-5 OCCURS 64 TIMES.
*> Working variables a-h of the compression function
       01 WS-VA                   PIC 9(12) COMP-5.
       01 WS-VB                   PIC 9(12) COMP-5.
       01 WS-VC                   PIC 9(12) COMP-5.
       01 WS-VD                   PIC 9(12) COMP-5.
       01 WS-VE                   PIC 9(12) COMP-5.
       01 WS-VF                   PIC 9(12) COMP-5.
       01 WS-VG                   PIC 9(12) COMP-5.
       01 WS-VH                   PIC 9(12) COMP-5.
       01 WS-TEMP-1               PIC 9(12) COMP-5.
       01 WS-TEMP-2               PIC 9(12) COMP-5.
       01 WS-SUM                  PIC 9(12) COMP-5.

*> Powers of two, WS-POW2(n + 1) = 2 ** n for n = 0 through 32
       01 WS-POW2-TABLE.
          05 WS-POW2              PIC 9(12) COMP-5 OCCURS 33 TIMES.
       01 WS-POW2-READY           PIC X VALUE "N".
       01 WS-WORD-MOD             PIC 9(12) COMP-5 VALUE 4294967296.
       01 WS-WORD-MASK            PIC 9(12) COMP-5 VALUE 4294967295.

*> ROTATE-RIGHT / SHIFT-RIGHT: WS-ROT-IN moved WS-ROT-N bits
       01 WS-ROT-IN               PIC 9(12) COMP-5.
       01 WS-ROT-N                PIC 9(2) COMP.
       01 WS-ROT-OUT              PIC 9(12) COMP-5.
       01 WS-ROT-HIGH             PIC 9(12) COMP-5.
       01 WS-ROT-LOW              PIC 9(12) COMP-5.

*> Operands of the byte-wise boolean routines; the result lands in
*> WS-BIT-3
       01 WS-BIT-1                PIC 9(12) COMP-5.
       01 WS-BIT-2                PIC 9(12) COMP-5.
       01 WS-BIT-3                PIC 9(12) COMP-5.
       01 WS-BIT-LEN              PIC 9(8) COMP-5 VALUE 8.
*> Sigma terms and the choose/majority functions of a round
       01 WS-SIG-0                PIC 9(12) COMP-5.
       01 WS-SIG-1                PIC 9(12) COMP-5.
       01 WS-CH                   PIC 9(12) COMP-5.
       01 WS-MAJ                  PIC 9(12) COMP-5.

*> The padded message: the key, a single 1 bit, zero fill, and the
*> message length in bits in the last 64 bits - five 64-byte blocks
*> hold the longest 256-byte key
       01 WS-MSG                  PIC X(320).
       01 WS-MSG-LEN              PIC 9(4) COMP.
       01 WS-BLOCK-COUNT          PIC 9(4) COMP.
       01 WS-BLOCK-IDX            PIC 9(4) COMP.
       01 WS-BLOCK-OFFSET         PIC 9(4) COMP.
       01 WS-BIT-COUNT-VAL        PIC X(2) COMP-X.
       01 WS-BIT-COUNT-BYTES REDEFINES WS-BIT-COUNT-VAL PIC X(2).

*> A big-endian 32-bit word and one byte of it, viewed as bytes and
*> as an unsigned value
       01 WS-WORD-BYTES           PIC X(4).
       01 WS-WORD-VAL REDEFINES WS-WORD-BYTES PIC X(4) COMP-X.
       01 WS-BYTE-VAL             PIC X COMP-X.
       01 WS-BYTE-CHAR REDEFINES WS-BYTE-VAL PIC X.
       01 WS-NIBBLE               PIC 9(2) COMP.
       01 WS-HEX-DIGITS           PIC X(16) VALUE "0123456789abcdef".
       01 WS-HEX-POS              PIC 9(4) COMP.

       01 WS-T                    PIC 9(4) COMP.
       01 WS-IDX                  PIC 9(4) COMP.
       01 WS-BYTE-IDX             PIC 9(4) COMP.

       LINKAGE SECTION.
*> The key to hash - a bearer token or a clear key off a profile
       01 LS-KEY-TEXT             PIC X(256).
*> Its SHA-256 digest as 64 lowercase hex characters, or spaces
*> for a blank key
       01 LS-KEY-HASH             PIC X(64).

       PROCEDURE DIVISION USING LS-KEY-TEXT LS-KEY-HASH.

       MAIN-LOGIC.
           MOVE SPACES TO LS-KEY-HASH
           MOVE 0 TO WS-MSG-LEN
           INSPECT LS-KEY-TEXT TALLYING WS-MSG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-MSG-LEN = 0
               GOBACK
           END-IF

           IF WS-POW2-READY NOT = "Y"
               MOVE 1 TO WS-POW2(1)
               PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 33
                   COMPUTE WS-POW2(WS-IDX) = WS-POW2(WS-IDX - 1) * 2
               END-PERFORM
               MOVE "Y" TO WS-POW2-READY
           END-IF

           PERFORM PAD-MESSAGE

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H-INIT(WS-IDX) TO WS-H(WS-IDX)
           END-PERFORM

           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
               COMPUTE WS-BLOCK-OFFSET = (WS-BLOCK-IDX - 1) * 64
               PERFORM BUILD-SCHEDULE
               PERFORM COMPRESS-BLOCK
           END-PERFORM

           PERFORM FORMAT-DIGEST
           GOBACK.

*>       Lay the key out in WS-MSG with its padding: a 0x80 byte,
*>       zeros up to 8 bytes short of a block boundary, then the
*>       length in bits. 2048 bits at most, so only the last two
*>       length bytes are ever non-zero.
       PAD-MESSAGE.
           MOVE LOW-VALUES TO WS-MSG
           MOVE LS-KEY-TEXT(1:WS-MSG-LEN) TO WS-MSG(1:WS-MSG-LEN)
           MOVE X"80" TO WS-MSG(WS-MSG-LEN + 1:1)
           COMPUTE WS-BLOCK-COUNT = (WS-MSG-LEN + 8) / 64 + 1
           COMPUTE WS-BIT-COUNT-VAL = WS-MSG-LEN * 8
           MOVE WS-BIT-COUNT-BYTES
               TO WS-MSG(WS-BLOCK-COUNT * 64 - 1:2)
           .

*>       Words 1-16 straight off the block, big-endian; words 17-64
*>       from the schedule recurrence.
       BUILD-SCHEDULE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
               MOVE WS-MSG(WS-BLOCK-OFFSET + (WS-T - 1) * 4 + 1:4)
                   TO WS-WORD-BYTES
               MOVE WS-WORD-VAL TO WS-W(WS-T)
           END-PERFORM

           PERFORM VARYING WS-T FROM 17 BY 1 UNTIL WS-T > 64
*>             sigma0 of word t-15: ROTR 7 xor ROTR 18 xor SHR 3
               MOVE WS-W(WS-T - 15) TO WS-ROT-IN
               MOVE 7 TO WS-ROT-N
               PERFORM ROTATE-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-1
               MOVE 18 TO WS-ROT-N
               PERFORM ROTATE-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-2
               MOVE 3 TO WS-ROT-N
               PERFORM SHIFT-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-3
               PERFORM XOR-THREE
               MOVE WS-BIT-3 TO WS-SIG-0
*>             sigma1 of word t-2: ROTR 17 xor ROTR 19 xor SHR 10
               MOVE WS-W(WS-T - 2) TO WS-ROT-IN
               MOVE 17 TO WS-ROT-N
               PERFORM ROTATE-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-1
               MOVE 19 TO WS-ROT-N
               PERFORM ROTATE-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-2
               MOVE 10 TO WS-ROT-N
               PERFORM SHIFT-RIGHT
               MOVE WS-ROT-OUT TO WS-BIT-3
               PERFORM XOR-THREE
               MOVE WS-BIT-3 TO WS-SIG-1

               COMPUTE WS-SUM = WS-W(WS-T - 16) + WS-SIG-0
                   + WS-W(WS-T - 7) + WS-SIG-1
               COMPUTE WS-W(WS-T) = FUNCTION MOD(WS-SUM, WS-WORD-MOD)
           END-PERFORM
           .

*>       The 64 rounds over one block, then the block's result
*>       added into the running hash value.
       COMPRESS-BLOCK.
           MOVE WS-H(1) TO WS-VA
           MOVE WS-H(2) TO WS-VB
           MOVE WS-H(3) TO WS-VC
           MOVE WS-H(4) TO WS-VD
           MOVE WS-H(5) TO WS-VE
           MOVE WS-H(6) TO WS-VF
           MOVE WS-H(7) TO WS-VG
           MOVE WS-H(8) TO WS-VH

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 64
               PERFORM ONE-ROUND
           END-PERFORM

           COMPUTE WS-H(1) = FUNCTION MOD(WS-H(1) + WS-VA, WS-WORD-MOD)
           COMPUTE WS-H(2) = FUNCTION MOD(WS-H(2) + WS-VB, WS-WORD-MOD)
           COMPUTE WS-H(3) = FUNCTION MOD(WS-H(3) + WS-VC, WS-WORD-MOD)
           COMPUTE WS-H(4) = FUNCTION MOD(WS-H(4) + WS-VD, WS-WORD-MOD)
           COMPUTE WS-H(5) = FUNCTION MOD(WS-H(5) + WS-VE, WS-WORD-MOD)
           COMPUTE WS-H(6) = FUNCTION MOD(WS-H(6) + WS-VF, WS-WORD-MOD)
           COMPUTE WS-H(7) = FUNCTION MOD(WS-H(7) + WS-VG, WS-WORD-MOD)
           COMPUTE WS-H(8) = FUNCTION MOD(WS-H(8) + WS-VH, WS-WORD-MOD)
           .

       ONE-ROUND.
*>         Sigma1(e): ROTR 6 xor ROTR 11 xor ROTR 25
           MOVE WS-VE TO WS-ROT-IN
           MOVE 6 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-1
           MOVE 11 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-2
           MOVE 25 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-3
           PERFORM XOR-THREE
           MOVE WS-BIT-3 TO WS-SIG-1

*>         Ch(e,f,g) = (e and f) xor ((not e) and g)
           MOVE WS-VE TO WS-BIT-1
           MOVE WS-VF TO WS-BIT-3
           CALL "CBL_AND" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-BIT-3 TO WS-CH
           COMPUTE WS-BIT-1 = WS-WORD-MASK - WS-VE
           MOVE WS-VG TO WS-BIT-3
           CALL "CBL_AND" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-CH TO WS-BIT-1
           CALL "CBL_XOR" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-BIT-3 TO WS-CH

           COMPUTE WS-SUM = WS-VH + WS-SIG-1 + WS-CH + WS-K(WS-T)
               + WS-W(WS-T)
           COMPUTE WS-TEMP-1 = FUNCTION MOD(WS-SUM, WS-WORD-MOD)

*>         Sigma0(a): ROTR 2 xor ROTR 13 xor ROTR 22
           MOVE WS-VA TO WS-ROT-IN
           MOVE 2 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-1
           MOVE 13 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-2
           MOVE 22 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-BIT-3
           PERFORM XOR-THREE
           MOVE WS-BIT-3 TO WS-SIG-0

*>         Maj(a,b,c) = (a and b) xor (a and c) xor (b and c)
           MOVE WS-VA TO WS-BIT-1
           MOVE WS-VB TO WS-BIT-3
           CALL "CBL_AND" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-BIT-3 TO WS-MAJ
           MOVE WS-VC TO WS-BIT-3
           CALL "CBL_AND" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-BIT-3 TO WS-BIT-2
           MOVE WS-VB TO WS-BIT-1
           MOVE WS-VC TO WS-BIT-3
           CALL "CBL_AND" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           MOVE WS-MAJ TO WS-BIT-1
           PERFORM XOR-THREE
           MOVE WS-BIT-3 TO WS-MAJ

           COMPUTE WS-TEMP-2 =
               FUNCTION MOD(WS-SIG-0 + WS-MAJ, WS-WORD-MOD)

           MOVE WS-VG TO WS-VH
           MOVE WS-VF TO WS-VG
           MOVE WS-VE TO WS-VF
           COMPUTE WS-VE = FUNCTION MOD(WS-VD + WS-TEMP-1, WS-WORD-MOD)
           MOVE WS-VC TO WS-VD
           MOVE WS-VB TO WS-VC
           MOVE WS-VA TO WS-VB
           COMPUTE WS-VA =
               FUNCTION MOD(WS-TEMP-1 + WS-TEMP-2, WS-WORD-MOD)
           .

*>       WS-ROT-OUT = WS-ROT-IN rotated right WS-ROT-N bits within
*>       32: the bits shifted off the bottom come back in at the top.
       ROTATE-RIGHT.
           DIVIDE WS-ROT-IN BY WS-POW2(WS-ROT-N + 1)
               GIVING WS-ROT-HIGH REMAINDER WS-ROT-LOW
           COMPUTE WS-ROT-OUT = WS-ROT-HIGH
               + WS-ROT-LOW * WS-POW2(33 - WS-ROT-N)
           .

*>       WS-ROT-OUT = WS-ROT-IN shifted right WS-ROT-N bits.
       SHIFT-RIGHT.
           DIVIDE WS-ROT-IN BY WS-POW2(WS-ROT-N + 1)
               GIVING WS-ROT-OUT
           .

*>       WS-BIT-3 = WS-BIT-1 xor WS-BIT-2 xor WS-BIT-3.
       XOR-THREE.
           CALL "CBL_XOR" USING WS-BIT-1 WS-BIT-3 BY VALUE WS-BIT-LEN
           CALL "CBL_XOR" USING WS-BIT-2 WS-BIT-3 BY VALUE WS-BIT-LEN
           .

*>       The eight hash words, big-endian, as 64 hex characters.
       FORMAT-DIGEST.
           MOVE 1 TO WS-HEX-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H(WS-IDX) TO WS-WORD-VAL
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 4
                   MOVE WS-WORD-BYTES(WS-BYTE-IDX:1) TO WS-BYTE-CHAR
                   DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIBBLE
                   MOVE WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                       TO LS-KEY-HASH(WS-HEX-POS:1)
                   COMPUTE WS-NIBBLE = FUNCTION MOD(WS-BYTE-VAL, 16)
                   MOVE WS-HEX-DIGITS(WS-NIBBLE + 1:1)
                       TO LS-KEY-HASH(WS-HEX-POS + 1:1)
                   ADD 2 TO WS-HEX-POS
               END-PERFORM
           END-PERFORM
           .
