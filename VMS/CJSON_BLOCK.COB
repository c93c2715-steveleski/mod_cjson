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
*> CJSON_BLOCK - client block list gate for mod_cjson shareable images.
*> CJSON_DISPATCHER CALLs this first of all the gates, ahead of
*> CJSON_THROTTLE, so an address the security exceptions scan has
*> caught probing the site costs one keyed read and is turned away
*> before it can so much as open a throttle window.
*>
*> The list is the CJSON_BLOCK_LIST file (see CJSON_BLOCK.CPY), INDEXED
*> and keyed by client address. CJSON_SECURITY_SCAN adds offenders to
*> it with an expiry stamp; CJSON_BLOCK_MAINT lists it and releases an
*> address early. A row whose CJSON$BLOCK_EXPIRES_AT has passed no
*> longer blocks anything, so a block lapses on its own with nobody
*> touching the file.
*>
*> Returns 0 when the request may proceed. Otherwise returns 403 with a
*> CJSON$ERROR_DETAIL body - {"status": 403, "message": ..} - that says
*> only that the address is blocked; why, and until when, is for the
*> operator listing, not for the caller. A request with no
*> CJSON$CLIENT_IP is never blocked, and a block list that is absent or
*> cannot be read fails open: trouble with the list never turns a
*> request away.
*>
*> Usage:
*>     CALL "CJSON_BLOCK" USING CJSON$APACHE_CJSON, CJSON$ERROR_DETAIL
*>                        RETURNING HTTP_ERROR_CODE.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_BLOCK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$BLOCK_FILE ASSIGN TO "CJSON_BLOCK_LIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$BLOCK_CLIENT_IP
        FILE STATUS IS CJSON$BLK_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$BLOCK_FILE.
COPY 'CJSON_BLOCK.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$BLK_FILE_STATUS           PIC X(02).
01  CJSON$BLK_CSTR                  PIC X(4096) BASED.
01  CJSON$BLK_IP                    PIC X(46).
01  CJSON$BLK_DATE_TEXT             PIC X(08).
01  CJSON$BLK_TIME_TEXT             PIC X(08).
01  CJSON$BLK_NOW_STAMP             PIC X(16).
01  CJSON$BLK_BLOCK_SWITCH          PIC X(01).
    88  CJSON$BLK_BLOCKED           VALUE 'Y'.
    88  CJSON$BLK_NOT_BLOCKED       VALUE 'N'.
01  CJSON$BLK_ERROR_OBJ             USAGE POINTER.
01  CJSON$BLK_ITEM_PTR              USAGE POINTER.
01  CJSON$BLK_STATUS_VALUE          USAGE COMP-2.
01  CJSON$BLK_STATUS_KEY.
    05  FILLER                      PIC X(06) VALUE "status".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$BLK_MESSAGE_KEY.
    05  FILLER                      PIC X(07) VALUE "message".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$BLK_403_TEXT.
    05  FILLER                      PIC X(22) VALUE
        "client address blocked".
    05  FILLER                      PIC X(01) VALUE X"00".

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  CJSON$ERROR_DETAIL              USAGE POINTER.
01  HTTP_ERROR_CODE                 PIC S9(09) COMP.

PROCEDURE DIVISION USING CJSON$APACHE_CJSON, CJSON$ERROR_DETAIL
                   RETURNING HTTP_ERROR_CODE.

MAIN-LOGIC.
    MOVE 0 TO HTTP_ERROR_CODE.
    PERFORM CAPTURE-CLIENT-IP THRU CAPTURE-CLIENT-IP-EXIT.
    IF CJSON$BLK_IP = SPACES
        GOBACK
    END-IF.
    PERFORM CHECK-BLOCK-LIST THRU CHECK-BLOCK-LIST-EXIT.
    IF CJSON$BLK_BLOCKED
        MOVE 403 TO HTTP_ERROR_CODE
        PERFORM BUILD-403-RESPONSE THRU BUILD-403-RESPONSE-EXIT
    END-IF.
    GOBACK.

CAPTURE-CLIENT-IP.
    MOVE SPACES TO CJSON$BLK_IP.
    IF CJSON$CLIENT_IP NOT EQUAL NULL
        SET ADDRESS OF CJSON$BLK_CSTR TO CJSON$CLIENT_IP
        UNSTRING CJSON$BLK_CSTR DELIMITED BY X"00"
            INTO CJSON$BLK_IP
    END-IF.
CAPTURE-CLIENT-IP-EXIT.
    EXIT.

*> Status 35 is the normal case on a site that has never blocked
*> anyone - no list file yet - and is passed over without a word.
CHECK-BLOCK-LIST.
    SET CJSON$BLK_NOT_BLOCKED TO TRUE.
    OPEN INPUT CJSON$BLOCK_FILE.
    IF CJSON$BLK_FILE_STATUS NOT = "00"
        IF CJSON$BLK_FILE_STATUS NOT = "35"
            DISPLAY "CJSON_BLOCK: unable to open block list, status "
                CJSON$BLK_FILE_STATUS
        END-IF
        GO TO CHECK-BLOCK-LIST-EXIT
    END-IF.
    MOVE CJSON$BLK_IP TO CJSON$BLOCK_CLIENT_IP.
    READ CJSON$BLOCK_FILE
        INVALID KEY CONTINUE
    END-READ.
    IF CJSON$BLK_FILE_STATUS = "00"
        ACCEPT CJSON$BLK_DATE_TEXT FROM DATE YYYYMMDD
        ACCEPT CJSON$BLK_TIME_TEXT FROM TIME
        MOVE SPACES TO CJSON$BLK_NOW_STAMP
        STRING CJSON$BLK_DATE_TEXT DELIMITED BY SIZE
               CJSON$BLK_TIME_TEXT DELIMITED BY SIZE
            INTO CJSON$BLK_NOW_STAMP
        IF CJSON$BLOCK_EXPIRES_AT > CJSON$BLK_NOW_STAMP
            SET CJSON$BLK_BLOCKED TO TRUE
        END-IF
    END-IF.
    CLOSE CJSON$BLOCK_FILE.
CHECK-BLOCK-LIST-EXIT.
    EXIT.

BUILD-403-RESPONSE.
    CALL "cJSON_CreateObject" RETURNING CJSON$BLK_ERROR_OBJ
    END-CALL.
    IF CJSON$BLK_ERROR_OBJ EQUAL NULL
        GO TO BUILD-403-RESPONSE-EXIT
    END-IF.
    MOVE 403 TO CJSON$BLK_STATUS_VALUE.
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$BLK_ERROR_OBJ
              BY REFERENCE CJSON$BLK_STATUS_KEY
              BY VALUE CJSON$BLK_STATUS_VALUE
        RETURNING CJSON$BLK_ITEM_PTR
    END-CALL.
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$BLK_ERROR_OBJ
              BY REFERENCE CJSON$BLK_MESSAGE_KEY
              BY REFERENCE CJSON$BLK_403_TEXT
        RETURNING CJSON$BLK_ITEM_PTR
    END-CALL.
    SET CJSON$ERROR_DETAIL TO CJSON$BLK_ERROR_OBJ.
BUILD-403-RESPONSE-EXIT.
    EXIT.
