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
*> CJSON_ADMIN_IDEMPOTENT - operator route sub-program over the
*> idempotency store CJSON_IDEMPOTENT keeps (see CJSON_IDEMPOTENT.CPY).
*> Route it twice with a CJSON$ROUTE_PREFIX_MATCH entry -
*> /admin/idempotency/ say - once for GET and once for DELETE, both
*> carrying an admin CJSON$ROUTE_REQUIRED_ROLE so CJSON_AUTH turns
*> everyone else away before this is ever CALLed. The key is the final
*> '/'-separated segment of CJSON$PATH; a key query argument (?key=...)
*> names it instead, for a client key with a '/' in it.
*>
*>     GET    /admin/idempotency/<key>   is the key on file, and what
*>            will a retry be answered with: {"key": .., "stored_date":
*>            .., "stored_time": .., "http_status": .., "output_format":
*>            .., "body_length": ..}. The remembered body itself is not
*>            repeated - it is in the audit row of the original request.
*>     DELETE /admin/idempotency/<key>   forgets the key, so the
*>            client's next request under it runs the business logic
*>            again: {"key": .., "deleted": true}.
*>
*> A key not on file (or a store not yet created) is 404, a request
*> naming no key 404, any other method 405. Whatever the outcome,
*> CJSON_ADMIN_AUDIT names the operator, the action and the key in the
*> body handed back, so the request's own audit row records who did
*> what.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_ADMIN_IDEMPOTENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$IDEM_FILE ASSIGN TO "CJSON_IDEMPOTENT_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$IDEM_KEY
        FILE STATUS IS CJSON$ADI_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$IDEM_FILE.
COPY 'CJSON_IDEMPOTENT.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$ADI_FILE_STATUS           PIC X(02).
01  CJSON$ADI_CSTR                  PIC X(4096) BASED.
01  CJSON$ADI_PATH                  PIC X(128).
01  CJSON$ADI_PATH_LEN              PIC S9(09) COMP.
01  CJSON$ADI_SLASH_IDX             PIC S9(09) COMP.
01  CJSON$ADI_KEY_TEXT              PIC X(64).
01  CJSON$ADI_ARG_IDX               PIC S9(09) COMP.
01  CJSON$ADI_ARG_COUNT             PIC S9(09) COMP.
01  CJSON$ADI_ARG_NAME              PIC X(64).
01  CJSON$ADI_ARG_SWITCH            PIC X(01).
    88  CJSON$ADI_KEY_ARG_FOUND     VALUE 'Y'.
    88  CJSON$ADI_KEY_ARG_ABSENT    VALUE 'N'.
01  CJSON$ADI_BODY_LEN              PIC S9(09) COMP.
01  CJSON$ADI_ADMIN_ACTION          PIC X(16).
01  CJSON$ADI_ADMIN_TARGET          PIC X(64).
01  CJSON$ADI_ADMIN_BODY            USAGE POINTER.
01  CJSON$ADI_OUT_OBJ               USAGE POINTER.
01  CJSON$ADI_ITEM_PTR              USAGE POINTER.
01  CJSON$ADI_NUMBER_VALUE          USAGE COMP-2.
01  CJSON$ADI_BOOL_VALUE            PIC S9(09) COMP.
01  CJSON$ADI_NAME_Z                PIC X(16).
01  CJSON$ADI_VALUE_BUFFER          PIC X(65).
01  CJSON$ADI_MESSAGE_BUFFER        PIC X(64).
01  CJSON$ADI_STATUS_KEY.
    05  FILLER                      PIC X(06) VALUE "status".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADI_MESSAGE_KEY.
    05  FILLER                      PIC X(07) VALUE "message".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADI_DELETED_KEY.
    05  FILLER                      PIC X(07) VALUE "deleted".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADI_404_TEXT.
    05  FILLER                      PIC X(23) VALUE
        "no such idempotency key".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADI_405_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "method not allowed".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADI_500_TEXT.
    05  FILLER                      PIC X(28) VALUE
        "idempotency store not usable".
    05  FILLER                      PIC X(01) VALUE X"00".

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  INPUT_CJSON                     USAGE POINTER.
01  OUTPUT_CJSON                    USAGE POINTER.
01  CJSON$ERROR_DETAIL              USAGE POINTER.
01  HTTP_ERROR_CODE                 PIC S9(09) COMP.

PROCEDURE DIVISION USING CJSON$APACHE_CJSON, INPUT_CJSON, OUTPUT_CJSON,
                         CJSON$ERROR_DETAIL
                   RETURNING HTTP_ERROR_CODE.

MAIN-LOGIC.
    MOVE 200 TO HTTP_ERROR_CODE.
    MOVE "idem-admin" TO CJSON$ADI_ADMIN_ACTION.
    PERFORM TAKE-KEY-TEXT THRU TAKE-KEY-TEXT-EXIT.
    MOVE CJSON$ADI_KEY_TEXT TO CJSON$ADI_ADMIN_TARGET.
    EVALUATE TRUE
        WHEN CJSON$_GET
            MOVE "idem-view" TO CJSON$ADI_ADMIN_ACTION
        WHEN CJSON$_DELETE
            MOVE "idem-delete" TO CJSON$ADI_ADMIN_ACTION
        WHEN OTHER
            MOVE 405 TO HTTP_ERROR_CODE
            MOVE CJSON$ADI_405_TEXT TO CJSON$ADI_MESSAGE_BUFFER
    END-EVALUATE.
    IF HTTP_ERROR_CODE = 200 AND CJSON$ADI_KEY_TEXT = SPACES
        MOVE 404 TO HTTP_ERROR_CODE
        MOVE CJSON$ADI_404_TEXT TO CJSON$ADI_MESSAGE_BUFFER
    END-IF.
    IF HTTP_ERROR_CODE = 200
        PERFORM ACTION-STORED-KEY THRU ACTION-STORED-KEY-EXIT
    END-IF.
    IF HTTP_ERROR_CODE NOT = 200
        PERFORM BUILD-ERROR-BODY THRU BUILD-ERROR-BODY-EXIT
        SET CJSON$ADI_ADMIN_BODY TO CJSON$ERROR_DETAIL
    ELSE
        SET CJSON$ADI_ADMIN_BODY TO OUTPUT_CJSON
    END-IF.
    CALL "CJSON_ADMIN_AUDIT" USING CJSON$APACHE_CJSON,
                                   CJSON$ADI_ADMIN_ACTION,
                                   CJSON$ADI_ADMIN_TARGET,
                                   CJSON$ADI_ADMIN_BODY
    END-CALL.
    GOBACK.

*> A key query argument wins; otherwise the key is the last
*> '/'-separated segment of the request path.
TAKE-KEY-TEXT.
    MOVE SPACES TO CJSON$ADI_KEY_TEXT.
    SET CJSON$ADI_KEY_ARG_ABSENT TO TRUE.
    MOVE CJSON$QUERY_ARG_COUNT TO CJSON$ADI_ARG_COUNT.
    IF CJSON$ADI_ARG_COUNT > 32
        MOVE 32 TO CJSON$ADI_ARG_COUNT
    END-IF.
    PERFORM CHECK-ONE-QUERY-ARG THRU CHECK-ONE-QUERY-ARG-EXIT
        VARYING CJSON$ADI_ARG_IDX FROM 1 BY 1
        UNTIL CJSON$ADI_ARG_IDX > CJSON$ADI_ARG_COUNT
           OR CJSON$ADI_KEY_ARG_FOUND.
    IF CJSON$ADI_KEY_ARG_FOUND OR CJSON$PATH EQUAL NULL
        GO TO TAKE-KEY-TEXT-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADI_CSTR TO CJSON$PATH.
    MOVE SPACES TO CJSON$ADI_PATH.
    UNSTRING CJSON$ADI_CSTR DELIMITED BY X"00"
        INTO CJSON$ADI_PATH.
    MOVE 0 TO CJSON$ADI_PATH_LEN.
    INSPECT CJSON$ADI_PATH TALLYING CJSON$ADI_PATH_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$ADI_PATH_LEN = 0
        GO TO TAKE-KEY-TEXT-EXIT
    END-IF.
    MOVE CJSON$ADI_PATH_LEN TO CJSON$ADI_SLASH_IDX.
    PERFORM FIND-LAST-SLASH THRU FIND-LAST-SLASH-EXIT
        UNTIL CJSON$ADI_SLASH_IDX = 0
           OR CJSON$ADI_PATH(CJSON$ADI_SLASH_IDX:1) = "/".
    IF CJSON$ADI_SLASH_IDX >= CJSON$ADI_PATH_LEN
        GO TO TAKE-KEY-TEXT-EXIT
    END-IF.
    MOVE CJSON$ADI_PATH(CJSON$ADI_SLASH_IDX + 1:
            CJSON$ADI_PATH_LEN - CJSON$ADI_SLASH_IDX)
        TO CJSON$ADI_KEY_TEXT.
TAKE-KEY-TEXT-EXIT.
    EXIT.

FIND-LAST-SLASH.
    SUBTRACT 1 FROM CJSON$ADI_SLASH_IDX.
FIND-LAST-SLASH-EXIT.
    EXIT.

CHECK-ONE-QUERY-ARG.
    IF CJSON$QUERY_ARG_NAME(CJSON$ADI_ARG_IDX) EQUAL NULL
       OR CJSON$QUERY_ARG_VALUE(CJSON$ADI_ARG_IDX) EQUAL NULL
        GO TO CHECK-ONE-QUERY-ARG-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ADI_ARG_NAME.
    SET ADDRESS OF CJSON$ADI_CSTR
        TO CJSON$QUERY_ARG_NAME(CJSON$ADI_ARG_IDX).
    UNSTRING CJSON$ADI_CSTR DELIMITED BY X"00"
        INTO CJSON$ADI_ARG_NAME.
    IF CJSON$ADI_ARG_NAME NOT = "key"
        GO TO CHECK-ONE-QUERY-ARG-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADI_CSTR
        TO CJSON$QUERY_ARG_VALUE(CJSON$ADI_ARG_IDX).
    UNSTRING CJSON$ADI_CSTR DELIMITED BY X"00"
        INTO CJSON$ADI_KEY_TEXT.
    SET CJSON$ADI_KEY_ARG_FOUND TO TRUE.
CHECK-ONE-QUERY-ARG-EXIT.
    EXIT.

ACTION-STORED-KEY.
    IF CJSON$_GET
        OPEN INPUT CJSON$IDEM_FILE
    ELSE
        OPEN I-O CJSON$IDEM_FILE
    END-IF.
    IF CJSON$ADI_FILE_STATUS = "35"
        MOVE 404 TO HTTP_ERROR_CODE
        MOVE CJSON$ADI_404_TEXT TO CJSON$ADI_MESSAGE_BUFFER
        GO TO ACTION-STORED-KEY-EXIT
    END-IF.
    IF CJSON$ADI_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_ADMIN_IDEMPOTENT: unable to open store, status "
            CJSON$ADI_FILE_STATUS
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADI_500_TEXT TO CJSON$ADI_MESSAGE_BUFFER
        GO TO ACTION-STORED-KEY-EXIT
    END-IF.
    MOVE CJSON$ADI_KEY_TEXT TO CJSON$IDEM_KEY.
    READ CJSON$IDEM_FILE
        INVALID KEY
            MOVE 404 TO HTTP_ERROR_CODE
            MOVE CJSON$ADI_404_TEXT TO CJSON$ADI_MESSAGE_BUFFER
    END-READ.
    IF HTTP_ERROR_CODE = 200 AND CJSON$_DELETE
        DELETE CJSON$IDEM_FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
        IF CJSON$ADI_FILE_STATUS NOT = "00"
            DISPLAY "CJSON_ADMIN_IDEMPOTENT: key " CJSON$ADI_KEY_TEXT
                " not deleted, status " CJSON$ADI_FILE_STATUS
            MOVE 500 TO HTTP_ERROR_CODE
            MOVE CJSON$ADI_500_TEXT TO CJSON$ADI_MESSAGE_BUFFER
        END-IF
    END-IF.
    CLOSE CJSON$IDEM_FILE.
    IF HTTP_ERROR_CODE = 200
        PERFORM BUILD-KEY-BODY THRU BUILD-KEY-BODY-EXIT
    END-IF.
ACTION-STORED-KEY-EXIT.
    EXIT.

BUILD-KEY-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADI_OUT_OBJ
    END-CALL.
    IF CJSON$ADI_OUT_OBJ EQUAL NULL
        GO TO BUILD-KEY-BODY-EXIT
    END-IF.
    MOVE "key" TO CJSON$ADI_NAME_Z.
    MOVE SPACES TO CJSON$ADI_VALUE_BUFFER.
    MOVE CJSON$ADI_KEY_TEXT TO CJSON$ADI_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    IF CJSON$_DELETE
        MOVE 1 TO CJSON$ADI_BOOL_VALUE
        CALL "cJSON_AddBoolToObject"
            USING BY VALUE CJSON$ADI_OUT_OBJ
                  BY REFERENCE CJSON$ADI_DELETED_KEY
                  BY VALUE CJSON$ADI_BOOL_VALUE
            RETURNING CJSON$ADI_ITEM_PTR
        END-CALL
        DISPLAY "CJSON_ADMIN_IDEMPOTENT: key " CJSON$ADI_KEY_TEXT
            " deleted"
        SET OUTPUT_CJSON TO CJSON$ADI_OUT_OBJ
        GO TO BUILD-KEY-BODY-EXIT
    END-IF.
    MOVE "stored_date" TO CJSON$ADI_NAME_Z.
    MOVE SPACES TO CJSON$ADI_VALUE_BUFFER.
    MOVE CJSON$IDEM_STORED_DATE TO CJSON$ADI_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "stored_time" TO CJSON$ADI_NAME_Z.
    MOVE SPACES TO CJSON$ADI_VALUE_BUFFER.
    MOVE CJSON$IDEM_STORED_TIME TO CJSON$ADI_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "http_status" TO CJSON$ADI_NAME_Z.
    MOVE CJSON$IDEM_HTTP_ERROR_CODE TO CJSON$ADI_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    MOVE "output_format" TO CJSON$ADI_NAME_Z.
    MOVE CJSON$IDEM_OUTPUT_FORMAT TO CJSON$ADI_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    MOVE 4096 TO CJSON$ADI_BODY_LEN.
    PERFORM TRIM-TRAILING-SPACE THRU TRIM-TRAILING-SPACE-EXIT
        UNTIL CJSON$ADI_BODY_LEN = 0
           OR CJSON$IDEM_BODY(CJSON$ADI_BODY_LEN:1) NOT = SPACE.
    MOVE "body_length" TO CJSON$ADI_NAME_Z.
    MOVE CJSON$ADI_BODY_LEN TO CJSON$ADI_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    SET OUTPUT_CJSON TO CJSON$ADI_OUT_OBJ.
BUILD-KEY-BODY-EXIT.
    EXIT.

TRIM-TRAILING-SPACE.
    SUBTRACT 1 FROM CJSON$ADI_BODY_LEN.
TRIM-TRAILING-SPACE-EXIT.
    EXIT.

ADD-ROW-STRING.
    INSPECT CJSON$ADI_NAME_Z REPLACING FIRST " " BY X"00".
    INSPECT CJSON$ADI_VALUE_BUFFER REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADI_OUT_OBJ
              BY REFERENCE CJSON$ADI_NAME_Z
              BY REFERENCE CJSON$ADI_VALUE_BUFFER
        RETURNING CJSON$ADI_ITEM_PTR
    END-CALL.
ADD-ROW-STRING-EXIT.
    EXIT.

ADD-ROW-NUMBER.
    INSPECT CJSON$ADI_NAME_Z REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADI_OUT_OBJ
              BY REFERENCE CJSON$ADI_NAME_Z
              BY VALUE CJSON$ADI_NUMBER_VALUE
        RETURNING CJSON$ADI_ITEM_PTR
    END-CALL.
ADD-ROW-NUMBER-EXIT.
    EXIT.

BUILD-ERROR-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADI_OUT_OBJ
    END-CALL.
    IF CJSON$ADI_OUT_OBJ EQUAL NULL
        GO TO BUILD-ERROR-BODY-EXIT
    END-IF.
    MOVE HTTP_ERROR_CODE TO CJSON$ADI_NUMBER_VALUE.
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADI_OUT_OBJ
              BY REFERENCE CJSON$ADI_STATUS_KEY
              BY VALUE CJSON$ADI_NUMBER_VALUE
        RETURNING CJSON$ADI_ITEM_PTR
    END-CALL.
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADI_OUT_OBJ
              BY REFERENCE CJSON$ADI_MESSAGE_KEY
              BY REFERENCE CJSON$ADI_MESSAGE_BUFFER
        RETURNING CJSON$ADI_ITEM_PTR
    END-CALL.
    SET CJSON$ERROR_DETAIL TO CJSON$ADI_OUT_OBJ.
BUILD-ERROR-BODY-EXIT.
    EXIT.
