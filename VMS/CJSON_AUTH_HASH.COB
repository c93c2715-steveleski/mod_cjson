*>
*> Copyright (c) 2017 Steve Leski and contributors.
*>
*> Permission is hereby granted, free of charge, to any person obtaining a copy
*> of this software and associated documentation files (the "Software"), to deal
*> in the Software without restriction, including without limitation the rights
*> to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
*> copies of the Software, and to permit persons to whom the Software is
*> furnished to do so, subject to the following conditions:
*> The above copyright notice and this permission notice shall be included in
*> all copies or substantial portions of the Software.
*> THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
*> IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
*> FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
*> AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
*> LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
*> OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN
*> THE SOFTWARE.
*>
*> CJSON_AUTH_HASH - one-way digest of an Authorization header value,
*> shared by every program that has to match a presented credential
*> against the credentials file (see CJSON_AUTH.CPY). The file never
*> holds a secret in the clear - only the digest this program produces
*> - so CJSON_AUTH, CJSON_USAGE_REPORT and CJSON_AUTH_MAINT must all
*> digest the same way, and this is the one place that says how.
*>
*> The digest is SHA-256 over the header value exactly as presented,
*> scheme and all, trailing spaces excluded, rendered as 64 lower-case
*> hex characters. SHA256 and RAND_bytes come from the OpenSSL crypto
*> library, the same way the cJSON_ routines come from the cJSON
*> library; link against it wherever this program is linked.
*>
*> Operations:
*>     'H' - digest CJSON$HASH_TEXT into CJSON$HASH_DIGEST; an all
*>           blank text gets an all blank digest, which no credentials
*>           row carries
*>     'G' - generate a fresh secret into CJSON$HASH_TEXT ("Bearer "
*>           followed by 48 hex characters - 24 random bytes) and
*>           digest it; on a random-source failure CJSON$HASH_TEXT and
*>           CJSON$HASH_DIGEST are both returned blank
*>
*> Usage:
*>     CALL "CJSON_AUTH_HASH" USING CJSON$HASH_OP, CJSON$HASH_TEXT,
*>                                  CJSON$HASH_DIGEST.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_AUTH_HASH.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  CJSON$HSH_TEXT_LEN              PIC S9(09) COMP.
01  CJSON$HSH_SECRET_BYTES          PIC S9(09) COMP VALUE 24.
01  CJSON$HSH_RAW                   PIC X(32).
01  CJSON$HSH_RAW_LEN               PIC S9(09) COMP.
01  CJSON$HSH_RESULT_PTR            USAGE POINTER.
01  CJSON$HSH_RAND_RC               PIC S9(09) COMP.
01  CJSON$HSH_BYTE_IDX              PIC S9(09) COMP.
01  CJSON$HSH_OUT_POS               PIC S9(09) COMP.
01  CJSON$HSH_ONE_BYTE              PIC X(01).
01  CJSON$HSH_ORDINAL               PIC S9(09) COMP.
01  CJSON$HSH_HIGH                  PIC S9(09) COMP.
01  CJSON$HSH_LOW                   PIC S9(09) COMP.
01  CJSON$HSH_HEX_OUT               PIC X(64).
01  CJSON$HSH_HEX_DIGITS            PIC X(16) VALUE "0123456789abcdef".
*> Every byte value in collating order: the number of characters
*> before a byte's first occurrence here is that byte's value, which
*> is how a raw digest byte is turned into two hex digits without
*> relying on the machine's binary byte order.
01  CJSON$HSH_BYTE_VALUES.
    05  FILLER  PIC X(16) VALUE X"000102030405060708090A0B0C0D0E0F".
    05  FILLER  PIC X(16) VALUE X"101112131415161718191A1B1C1D1E1F".
    05  FILLER  PIC X(16) VALUE X"202122232425262728292A2B2C2D2E2F".
    05  FILLER  PIC X(16) VALUE X"303132333435363738393A3B3C3D3E3F".
    05  FILLER  PIC X(16) VALUE X"404142434445464748494A4B4C4D4E4F".
    05  FILLER  PIC X(16) VALUE X"505152535455565758595A5B5C5D5E5F".
    05  FILLER  PIC X(16) VALUE X"606162636465666768696A6B6C6D6E6F".
    05  FILLER  PIC X(16) VALUE X"707172737475767778797A7B7C7D7E7F".
    05  FILLER  PIC X(16) VALUE X"808182838485868788898A8B8C8D8E8F".
    05  FILLER  PIC X(16) VALUE X"909192939495969798999A9B9C9D9E9F".
    05  FILLER  PIC X(16) VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
    05  FILLER  PIC X(16) VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
    05  FILLER  PIC X(16) VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
    05  FILLER  PIC X(16) VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
    05  FILLER  PIC X(16) VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
    05  FILLER  PIC X(16) VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
01  CJSON$HSH_BYTE_TABLE REDEFINES CJSON$HSH_BYTE_VALUES
                                    PIC X(256).

LINKAGE SECTION.
01  CJSON$HASH_OP                   PIC X(01).
    88  CJSON$HASH_DIGEST_TEXT      VALUE 'H'.
    88  CJSON$HASH_GENERATE         VALUE 'G'.
01  CJSON$HASH_TEXT                 PIC X(256).
01  CJSON$HASH_DIGEST               PIC X(64).

PROCEDURE DIVISION USING CJSON$HASH_OP, CJSON$HASH_TEXT,
                         CJSON$HASH_DIGEST.

MAIN-LOGIC.
    MOVE SPACES TO CJSON$HASH_DIGEST.
    IF CJSON$HASH_GENERATE
        PERFORM GENERATE-SECRET THRU GENERATE-SECRET-EXIT
    END-IF.
    PERFORM DIGEST-TEXT THRU DIGEST-TEXT-EXIT.
    GOBACK.

GENERATE-SECRET.
    MOVE SPACES TO CJSON$HASH_TEXT.
    CALL "RAND_bytes" USING BY REFERENCE CJSON$HSH_RAW
                            BY VALUE CJSON$HSH_SECRET_BYTES
        RETURNING CJSON$HSH_RAND_RC
    END-CALL.
    IF CJSON$HSH_RAND_RC NOT = 1
        DISPLAY "CJSON_AUTH_HASH: random source unavailable, status "
            CJSON$HSH_RAND_RC
        GO TO GENERATE-SECRET-EXIT
    END-IF.
    MOVE CJSON$HSH_SECRET_BYTES TO CJSON$HSH_RAW_LEN.
    PERFORM RENDER-HEX THRU RENDER-HEX-EXIT.
    STRING "Bearer " DELIMITED BY SIZE
           CJSON$HSH_HEX_OUT(1:48) DELIMITED BY SIZE
        INTO CJSON$HASH_TEXT.
GENERATE-SECRET-EXIT.
    EXIT.

DIGEST-TEXT.
    MOVE 256 TO CJSON$HSH_TEXT_LEN.
    PERFORM TRIM-TEXT THRU TRIM-TEXT-EXIT
        UNTIL CJSON$HSH_TEXT_LEN = 0
           OR CJSON$HASH_TEXT(CJSON$HSH_TEXT_LEN:1) NOT = SPACE.
    IF CJSON$HSH_TEXT_LEN = 0
        GO TO DIGEST-TEXT-EXIT
    END-IF.
    CALL "SHA256" USING BY REFERENCE CJSON$HASH_TEXT
                        BY VALUE CJSON$HSH_TEXT_LEN
                        BY REFERENCE CJSON$HSH_RAW
        RETURNING CJSON$HSH_RESULT_PTR
    END-CALL.
    IF CJSON$HSH_RESULT_PTR EQUAL NULL
        DISPLAY "CJSON_AUTH_HASH: digest not produced"
        GO TO DIGEST-TEXT-EXIT
    END-IF.
    MOVE 32 TO CJSON$HSH_RAW_LEN.
    PERFORM RENDER-HEX THRU RENDER-HEX-EXIT.
    MOVE CJSON$HSH_HEX_OUT TO CJSON$HASH_DIGEST.
DIGEST-TEXT-EXIT.
    EXIT.

TRIM-TEXT.
    SUBTRACT 1 FROM CJSON$HSH_TEXT_LEN.
TRIM-TEXT-EXIT.
    EXIT.

RENDER-HEX.
    MOVE SPACES TO CJSON$HSH_HEX_OUT.
    MOVE 1 TO CJSON$HSH_OUT_POS.
    PERFORM RENDER-ONE-BYTE THRU RENDER-ONE-BYTE-EXIT
        VARYING CJSON$HSH_BYTE_IDX FROM 1 BY 1
        UNTIL CJSON$HSH_BYTE_IDX > CJSON$HSH_RAW_LEN.
RENDER-HEX-EXIT.
    EXIT.

RENDER-ONE-BYTE.
    MOVE CJSON$HSH_RAW(CJSON$HSH_BYTE_IDX:1) TO CJSON$HSH_ONE_BYTE.
    MOVE 0 TO CJSON$HSH_ORDINAL.
    INSPECT CJSON$HSH_BYTE_TABLE TALLYING CJSON$HSH_ORDINAL
        FOR CHARACTERS BEFORE INITIAL CJSON$HSH_ONE_BYTE.
    DIVIDE CJSON$HSH_ORDINAL BY 16 GIVING CJSON$HSH_HIGH
        REMAINDER CJSON$HSH_LOW.
    MOVE CJSON$HSH_HEX_DIGITS(CJSON$HSH_HIGH + 1:1)
        TO CJSON$HSH_HEX_OUT(CJSON$HSH_OUT_POS:1).
    MOVE CJSON$HSH_HEX_DIGITS(CJSON$HSH_LOW + 1:1)
        TO CJSON$HSH_HEX_OUT(CJSON$HSH_OUT_POS + 1:1).
    ADD 2 TO CJSON$HSH_OUT_POS.
RENDER-ONE-BYTE-EXIT.
    EXIT.
