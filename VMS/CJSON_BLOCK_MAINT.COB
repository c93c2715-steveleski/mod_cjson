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
*> CJSON_BLOCK_MAINT - operator utility over the client block list
*> CJSON_BLOCK_LIST (see CJSON_BLOCK.CPY) that CJSON_SECURITY_SCAN fills
*> and CJSON_BLOCK enforces, so an address can be let back in without
*> editing the indexed file by hand. Run standalone:
*>     RUN CJSON_BLOCK_MAINT
*> It ACCEPTs an action line, then (for RELEASE) one client address
*> per line, ending with a blank line:
*>     LIST      DISPLAYs every address currently blocked - when and by
*>               which pattern, what was observed against what
*>               threshold on which audit day, the reason text, and
*>               when the block runs out. Rows already past their
*>               expiry are counted but not shown.
*>     RELEASE   removes each named address from the list at once, so
*>               its next request is let through. A later scan over
*>               the same traffic can block it again; adjust the rules
*>               file if the address is one that should never be.
*>     TIDY      removes every row past its expiry. Expired rows block
*>               nothing, so this is housekeeping only.
*> RETURN-CODE is 1 when any named address could not be released, so a
*> batch procedure can tell a clean pass from a partial one.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_BLOCK_MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$BLOCK_FILE ASSIGN TO "CJSON_BLOCK_LIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$BLOCK_CLIENT_IP
        FILE STATUS IS CJSON$BLM_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$BLOCK_FILE.
COPY 'CJSON_BLOCK.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$BLM_FILE_STATUS           PIC X(02).
01  CJSON$BLM_ACTION                PIC X(16).
    88  CJSON$BLM_ACTION_LIST       VALUE "LIST".
    88  CJSON$BLM_ACTION_RELEASE    VALUE "RELEASE".
    88  CJSON$BLM_ACTION_TIDY       VALUE "TIDY".
01  CJSON$BLM_TARGET_IP             PIC X(46).
01  CJSON$BLM_EOF_SWITCH            PIC X(01).
    88  CJSON$BLM_AT_EOF            VALUE 'Y'.
    88  CJSON$BLM_NOT_AT_EOF        VALUE 'N'.
01  CJSON$BLM_INPUT_SWITCH          PIC X(01).
    88  CJSON$BLM_INPUT_DONE        VALUE 'Y'.
    88  CJSON$BLM_INPUT_PENDING     VALUE 'N'.
01  CJSON$BLM_DATE_TEXT             PIC X(08).
01  CJSON$BLM_TIME_TEXT             PIC X(08).
01  CJSON$BLM_NOW_STAMP             PIC X(16).
01  CJSON$BLM_ACTIVE_COUNT          PIC 9(09) COMP VALUE 0.
01  CJSON$BLM_EXPIRED_COUNT         PIC 9(09) COMP VALUE 0.
01  CJSON$BLM_DONE_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$BLM_MISS_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$BLM_COUNT_EDIT            PIC Z(08)9.
01  CJSON$BLM_OBSERVED_EDIT         PIC Z(08)9.
01  CJSON$BLM_THRESHOLD_EDIT        PIC Z(04)9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT CJSON$BLM_ACTION.
    INSPECT CJSON$BLM_ACTION CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF NOT CJSON$BLM_ACTION_LIST
       AND NOT CJSON$BLM_ACTION_RELEASE
       AND NOT CJSON$BLM_ACTION_TIDY
        DISPLAY "CJSON_BLOCK_MAINT: action must be LIST, RELEASE or"
            " TIDY"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT CJSON$BLM_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$BLM_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$BLM_NOW_STAMP.
    STRING CJSON$BLM_DATE_TEXT DELIMITED BY SIZE
           CJSON$BLM_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$BLM_NOW_STAMP.
    OPEN I-O CJSON$BLOCK_FILE.
    IF CJSON$BLM_FILE_STATUS NOT = "00"
        IF CJSON$BLM_FILE_STATUS = "35"
            DISPLAY "CJSON_BLOCK_MAINT: block list is empty"
        ELSE
            DISPLAY "CJSON_BLOCK_MAINT: unable to open block list,"
                " status " CJSON$BLM_FILE_STATUS
            MOVE 1 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$BLM_ACTION_LIST
            PERFORM LIST-BLOCKS THRU LIST-BLOCKS-EXIT
        WHEN CJSON$BLM_ACTION_RELEASE
            PERFORM RELEASE-NAMED-ADDRESSES
                THRU RELEASE-NAMED-ADDRESSES-EXIT
        WHEN OTHER
            PERFORM TIDY-EXPIRED THRU TIDY-EXPIRED-EXIT
    END-EVALUATE.
    CLOSE CJSON$BLOCK_FILE.
    STOP RUN.

LIST-BLOCKS.
    SET CJSON$BLM_NOT_AT_EOF TO TRUE.
    MOVE LOW-VALUES TO CJSON$BLOCK_CLIENT_IP.
    START CJSON$BLOCK_FILE KEY NOT LESS THAN CJSON$BLOCK_CLIENT_IP
        INVALID KEY SET CJSON$BLM_AT_EOF TO TRUE
    END-START.
    PERFORM LIST-ONE-BLOCK THRU LIST-ONE-BLOCK-EXIT
        UNTIL CJSON$BLM_AT_EOF.
    MOVE CJSON$BLM_ACTIVE_COUNT TO CJSON$BLM_COUNT_EDIT.
    DISPLAY "CJSON_BLOCK_MAINT: " CJSON$BLM_COUNT_EDIT
        " address(es) blocked".
    IF CJSON$BLM_EXPIRED_COUNT > 0
        MOVE CJSON$BLM_EXPIRED_COUNT TO CJSON$BLM_COUNT_EDIT
        DISPLAY "CJSON_BLOCK_MAINT: " CJSON$BLM_COUNT_EDIT
            " expired row(s) awaiting TIDY"
    END-IF.
LIST-BLOCKS-EXIT.
    EXIT.

LIST-ONE-BLOCK.
    READ CJSON$BLOCK_FILE NEXT RECORD
        AT END
            SET CJSON$BLM_AT_EOF TO TRUE
            GO TO LIST-ONE-BLOCK-EXIT
    END-READ.
    IF CJSON$BLOCK_EXPIRES_AT NOT > CJSON$BLM_NOW_STAMP
        ADD 1 TO CJSON$BLM_EXPIRED_COUNT
        GO TO LIST-ONE-BLOCK-EXIT
    END-IF.
    ADD 1 TO CJSON$BLM_ACTIVE_COUNT.
    MOVE CJSON$BLOCK_OBSERVED TO CJSON$BLM_OBSERVED_EDIT.
    MOVE CJSON$BLOCK_THRESHOLD TO CJSON$BLM_THRESHOLD_EDIT.
    DISPLAY " ".
    DISPLAY "CLIENT IP   " CJSON$BLOCK_CLIENT_IP.
    DISPLAY "PATTERN     " CJSON$BLOCK_PATTERN
        "  OBSERVED " CJSON$BLM_OBSERVED_EDIT
        "  THRESHOLD " CJSON$BLM_THRESHOLD_EDIT
        "  AUDIT DAY " CJSON$BLOCK_SCAN_DATE.
    DISPLAY "REASON      " CJSON$BLOCK_REASON.
    DISPLAY "BLOCKED AT  " CJSON$BLOCK_BLOCKED_AT.
    DISPLAY "EXPIRES AT  " CJSON$BLOCK_EXPIRES_AT.
LIST-ONE-BLOCK-EXIT.
    EXIT.

RELEASE-NAMED-ADDRESSES.
    SET CJSON$BLM_INPUT_PENDING TO TRUE.
    PERFORM RELEASE-ONE-ADDRESS THRU RELEASE-ONE-ADDRESS-EXIT
        UNTIL CJSON$BLM_INPUT_DONE.
    MOVE CJSON$BLM_DONE_COUNT TO CJSON$BLM_COUNT_EDIT.
    DISPLAY "CJSON_BLOCK_MAINT: " CJSON$BLM_COUNT_EDIT
        " address(es) released".
    IF CJSON$BLM_MISS_COUNT > 0
        MOVE CJSON$BLM_MISS_COUNT TO CJSON$BLM_COUNT_EDIT
        DISPLAY "CJSON_BLOCK_MAINT: " CJSON$BLM_COUNT_EDIT
            " address(es) could not be released"
        MOVE 1 TO RETURN-CODE
    END-IF.
RELEASE-NAMED-ADDRESSES-EXIT.
    EXIT.

RELEASE-ONE-ADDRESS.
    MOVE SPACES TO CJSON$BLM_TARGET_IP.
    ACCEPT CJSON$BLM_TARGET_IP.
    IF CJSON$BLM_TARGET_IP = SPACES
        SET CJSON$BLM_INPUT_DONE TO TRUE
        GO TO RELEASE-ONE-ADDRESS-EXIT
    END-IF.
    MOVE CJSON$BLM_TARGET_IP TO CJSON$BLOCK_CLIENT_IP.
    READ CJSON$BLOCK_FILE
        INVALID KEY CONTINUE
    END-READ.
    IF CJSON$BLM_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_BLOCK_MAINT: address " CJSON$BLM_TARGET_IP
            " is not on the block list"
        ADD 1 TO CJSON$BLM_MISS_COUNT
        GO TO RELEASE-ONE-ADDRESS-EXIT
    END-IF.
    DELETE CJSON$BLOCK_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$BLM_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_BLOCK_MAINT: address " CJSON$BLM_TARGET_IP
            " not released, status " CJSON$BLM_FILE_STATUS
        ADD 1 TO CJSON$BLM_MISS_COUNT
        GO TO RELEASE-ONE-ADDRESS-EXIT
    END-IF.
    ADD 1 TO CJSON$BLM_DONE_COUNT.
    DISPLAY "CJSON_BLOCK_MAINT: address " CJSON$BLM_TARGET_IP
        " released (was blocked until " CJSON$BLOCK_EXPIRES_AT ")".
RELEASE-ONE-ADDRESS-EXIT.
    EXIT.

TIDY-EXPIRED.
    SET CJSON$BLM_NOT_AT_EOF TO TRUE.
    MOVE LOW-VALUES TO CJSON$BLOCK_CLIENT_IP.
    START CJSON$BLOCK_FILE KEY NOT LESS THAN CJSON$BLOCK_CLIENT_IP
        INVALID KEY SET CJSON$BLM_AT_EOF TO TRUE
    END-START.
    PERFORM TIDY-ONE-BLOCK THRU TIDY-ONE-BLOCK-EXIT
        UNTIL CJSON$BLM_AT_EOF.
    MOVE CJSON$BLM_DONE_COUNT TO CJSON$BLM_COUNT_EDIT.
    DISPLAY "CJSON_BLOCK_MAINT: " CJSON$BLM_COUNT_EDIT
        " expired row(s) removed".
    IF CJSON$BLM_MISS_COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
TIDY-EXPIRED-EXIT.
    EXIT.

TIDY-ONE-BLOCK.
    READ CJSON$BLOCK_FILE NEXT RECORD
        AT END
            SET CJSON$BLM_AT_EOF TO TRUE
            GO TO TIDY-ONE-BLOCK-EXIT
    END-READ.
    IF CJSON$BLOCK_EXPIRES_AT > CJSON$BLM_NOW_STAMP
        GO TO TIDY-ONE-BLOCK-EXIT
    END-IF.
    DELETE CJSON$BLOCK_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$BLM_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_BLOCK_MAINT: expired row for "
            CJSON$BLOCK_CLIENT_IP " not removed, status "
            CJSON$BLM_FILE_STATUS
        ADD 1 TO CJSON$BLM_MISS_COUNT
        GO TO TIDY-ONE-BLOCK-EXIT
    END-IF.
    ADD 1 TO CJSON$BLM_DONE_COUNT.
TIDY-ONE-BLOCK-EXIT.
    EXIT.
