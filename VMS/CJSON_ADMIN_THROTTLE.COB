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
*> CJSON_ADMIN_THROTTLE - operator route sub-program over the
*> CJSON_THROTTLE_COUNTERS file CJSON_THROTTLE keeps (keyed client IP +
*> limit path, one open window per row). Route it twice with a
*> CJSON$ROUTE_PREFIX_MATCH entry - /admin/throttle/ say - once for GET
*> and once for DELETE, both carrying an admin CJSON$ROUTE_REQUIRED_ROLE
*> so CJSON_AUTH turns everyone else away before this is ever CALLed.
*> The client IP is the final '/'-separated segment of CJSON$PATH.
*>
*>     GET    /admin/throttle/<ip>   the client's counter rows:
*>            {"client_ip": .., "counters": [{"path": .., "window_date":
*>            .., "window_seconds": .., "count": ..}, ...], "rows": ..}
*>     DELETE /admin/throttle/<ip>   removes them, so the client starts
*>            every window afresh - what is wanted the moment a
*>            partner's limit has been raised in CJSON_THROTTLE_LIMITS:
*>            {"client_ip": .., "removed": ..}
*>
*> A path query argument (?path=/orders/) narrows either to the one
*> row for that limit path, spelled as it is in CJSON_THROTTLE_LIMITS.
*> A client with no rows is not an error - the answer is simply empty -
*> and a counters file not yet created reads the same way. A request
*> naming no IP is 404, any other method 405. Whatever the outcome,
*> CJSON_ADMIN_AUDIT names the operator, the action and the client in
*> the body handed back, so the request's own audit row records who
*> did what.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_ADMIN_THROTTLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$THR_COUNTER_FILE ASSIGN TO "CJSON_THROTTLE_COUNTERS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$THR_COUNTER_KEY
        FILE STATUS IS CJSON$ADT_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$THR_COUNTER_FILE.
*> Same counter row CJSON_THROTTLE lays out in its own FD.
01  CJSON$THR_COUNTER_RECORD.
    05  CJSON$THR_COUNTER_KEY.
        10  CJSON$THR_COUNTER_IP        PIC X(46).
        10  CJSON$THR_COUNTER_PATH      PIC X(80).
    05  CJSON$THR_WINDOW_DATE           PIC 9(08).
    05  CJSON$THR_WINDOW_SECONDS        PIC 9(05).
    05  CJSON$THR_WINDOW_COUNT          PIC 9(09).

WORKING-STORAGE SECTION.
01  CJSON$ADT_FILE_STATUS           PIC X(02).
01  CJSON$ADT_CSTR                  PIC X(4096) BASED.
01  CJSON$ADT_PATH                  PIC X(128).
01  CJSON$ADT_PATH_LEN              PIC S9(09) COMP.
01  CJSON$ADT_SLASH_IDX             PIC S9(09) COMP.
01  CJSON$ADT_CLIENT_IP             PIC X(46).
01  CJSON$ADT_LIMIT_PATH            PIC X(80).
01  CJSON$ADT_ARG_IDX               PIC S9(09) COMP.
01  CJSON$ADT_ARG_COUNT             PIC S9(09) COMP.
01  CJSON$ADT_ARG_NAME              PIC X(64).
01  CJSON$ADT_EOF_SWITCH            PIC X(01).
    88  CJSON$ADT_AT_EOF            VALUE 'Y'.
    88  CJSON$ADT_NOT_AT_EOF        VALUE 'N'.
01  CJSON$ADT_ROW_COUNT             PIC S9(09) COMP.
01  CJSON$ADT_ADMIN_ACTION          PIC X(16).
01  CJSON$ADT_ADMIN_TARGET          PIC X(64).
01  CJSON$ADT_ADMIN_BODY            USAGE POINTER.
01  CJSON$ADT_OUT_OBJ               USAGE POINTER.
01  CJSON$ADT_COUNTERS_ARRAY        USAGE POINTER.
01  CJSON$ADT_ROW_OBJ               USAGE POINTER.
01  CJSON$ADT_ITEM_PTR              USAGE POINTER.
01  CJSON$ADT_NUMBER_VALUE          USAGE COMP-2.
01  CJSON$ADT_NAME_Z                PIC X(16).
01  CJSON$ADT_VALUE_BUFFER          PIC X(81).
01  CJSON$ADT_MESSAGE_BUFFER        PIC X(64).
01  CJSON$ADT_COUNTERS_KEY.
    05  FILLER                      PIC X(08) VALUE "counters".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADT_STATUS_KEY.
    05  FILLER                      PIC X(06) VALUE "status".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADT_MESSAGE_KEY.
    05  FILLER                      PIC X(07) VALUE "message".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADT_404_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "no client IP given".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADT_405_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "method not allowed".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADT_500_TEXT.
    05  FILLER                      PIC X(28) VALUE
        "throttle counters not usable".
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
    MOVE "throttle-admin" TO CJSON$ADT_ADMIN_ACTION.
    PERFORM TAKE-CLIENT-IP THRU TAKE-CLIENT-IP-EXIT.
    PERFORM TAKE-LIMIT-PATH THRU TAKE-LIMIT-PATH-EXIT.
    MOVE CJSON$ADT_CLIENT_IP TO CJSON$ADT_ADMIN_TARGET.
    EVALUATE TRUE
        WHEN CJSON$_GET
            MOVE "throttle-view" TO CJSON$ADT_ADMIN_ACTION
        WHEN CJSON$_DELETE
            MOVE "throttle-reset" TO CJSON$ADT_ADMIN_ACTION
        WHEN OTHER
            MOVE 405 TO HTTP_ERROR_CODE
            MOVE CJSON$ADT_405_TEXT TO CJSON$ADT_MESSAGE_BUFFER
    END-EVALUATE.
    IF HTTP_ERROR_CODE = 200 AND CJSON$ADT_CLIENT_IP = SPACES
        MOVE 404 TO HTTP_ERROR_CODE
        MOVE CJSON$ADT_404_TEXT TO CJSON$ADT_MESSAGE_BUFFER
    END-IF.
    IF HTTP_ERROR_CODE = 200
        PERFORM WALK-CLIENT-COUNTERS THRU WALK-CLIENT-COUNTERS-EXIT
    END-IF.
    IF HTTP_ERROR_CODE NOT = 200
        PERFORM BUILD-ERROR-BODY THRU BUILD-ERROR-BODY-EXIT
        SET CJSON$ADT_ADMIN_BODY TO CJSON$ERROR_DETAIL
    ELSE
        SET CJSON$ADT_ADMIN_BODY TO OUTPUT_CJSON
    END-IF.
    CALL "CJSON_ADMIN_AUDIT" USING CJSON$APACHE_CJSON,
                                   CJSON$ADT_ADMIN_ACTION,
                                   CJSON$ADT_ADMIN_TARGET,
                                   CJSON$ADT_ADMIN_BODY
    END-CALL.
    GOBACK.

*> The client IP is the last '/'-separated segment of the request path.
TAKE-CLIENT-IP.
    MOVE SPACES TO CJSON$ADT_CLIENT_IP.
    IF CJSON$PATH EQUAL NULL
        GO TO TAKE-CLIENT-IP-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADT_CSTR TO CJSON$PATH.
    MOVE SPACES TO CJSON$ADT_PATH.
    UNSTRING CJSON$ADT_CSTR DELIMITED BY X"00"
        INTO CJSON$ADT_PATH.
    MOVE 0 TO CJSON$ADT_PATH_LEN.
    INSPECT CJSON$ADT_PATH TALLYING CJSON$ADT_PATH_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$ADT_PATH_LEN = 0
        GO TO TAKE-CLIENT-IP-EXIT
    END-IF.
    MOVE CJSON$ADT_PATH_LEN TO CJSON$ADT_SLASH_IDX.
    PERFORM FIND-LAST-SLASH THRU FIND-LAST-SLASH-EXIT
        UNTIL CJSON$ADT_SLASH_IDX = 0
           OR CJSON$ADT_PATH(CJSON$ADT_SLASH_IDX:1) = "/".
    IF CJSON$ADT_SLASH_IDX >= CJSON$ADT_PATH_LEN
        GO TO TAKE-CLIENT-IP-EXIT
    END-IF.
    MOVE CJSON$ADT_PATH(CJSON$ADT_SLASH_IDX + 1:
            CJSON$ADT_PATH_LEN - CJSON$ADT_SLASH_IDX)
        TO CJSON$ADT_CLIENT_IP.
TAKE-CLIENT-IP-EXIT.
    EXIT.

FIND-LAST-SLASH.
    SUBTRACT 1 FROM CJSON$ADT_SLASH_IDX.
FIND-LAST-SLASH-EXIT.
    EXIT.

TAKE-LIMIT-PATH.
    MOVE SPACES TO CJSON$ADT_LIMIT_PATH.
    MOVE CJSON$QUERY_ARG_COUNT TO CJSON$ADT_ARG_COUNT.
    IF CJSON$ADT_ARG_COUNT > 32
        MOVE 32 TO CJSON$ADT_ARG_COUNT
    END-IF.
    PERFORM CHECK-ONE-QUERY-ARG THRU CHECK-ONE-QUERY-ARG-EXIT
        VARYING CJSON$ADT_ARG_IDX FROM 1 BY 1
        UNTIL CJSON$ADT_ARG_IDX > CJSON$ADT_ARG_COUNT
           OR CJSON$ADT_LIMIT_PATH NOT = SPACES.
TAKE-LIMIT-PATH-EXIT.
    EXIT.

CHECK-ONE-QUERY-ARG.
    IF CJSON$QUERY_ARG_NAME(CJSON$ADT_ARG_IDX) EQUAL NULL
       OR CJSON$QUERY_ARG_VALUE(CJSON$ADT_ARG_IDX) EQUAL NULL
        GO TO CHECK-ONE-QUERY-ARG-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ADT_ARG_NAME.
    SET ADDRESS OF CJSON$ADT_CSTR
        TO CJSON$QUERY_ARG_NAME(CJSON$ADT_ARG_IDX).
    UNSTRING CJSON$ADT_CSTR DELIMITED BY X"00"
        INTO CJSON$ADT_ARG_NAME.
    IF CJSON$ADT_ARG_NAME NOT = "path"
        GO TO CHECK-ONE-QUERY-ARG-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADT_CSTR
        TO CJSON$QUERY_ARG_VALUE(CJSON$ADT_ARG_IDX).
    UNSTRING CJSON$ADT_CSTR DELIMITED BY X"00"
        INTO CJSON$ADT_LIMIT_PATH.
CHECK-ONE-QUERY-ARG-EXIT.
    EXIT.

*> The client's rows sit together under its IP, so the walk starts at
*> the IP and stops at the first row for any other client.
WALK-CLIENT-COUNTERS.
    MOVE 0 TO CJSON$ADT_ROW_COUNT.
    SET CJSON$ADT_NOT_AT_EOF TO TRUE.
    IF CJSON$_GET
        OPEN INPUT CJSON$THR_COUNTER_FILE
    ELSE
        OPEN I-O CJSON$THR_COUNTER_FILE
    END-IF.
    IF CJSON$ADT_FILE_STATUS = "35"
        SET CJSON$ADT_AT_EOF TO TRUE
    ELSE
        IF CJSON$ADT_FILE_STATUS NOT = "00"
            DISPLAY "CJSON_ADMIN_THROTTLE: unable to open throttle"
                " counters, status " CJSON$ADT_FILE_STATUS
            MOVE 500 TO HTTP_ERROR_CODE
            MOVE CJSON$ADT_500_TEXT TO CJSON$ADT_MESSAGE_BUFFER
            GO TO WALK-CLIENT-COUNTERS-EXIT
        END-IF
    END-IF.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADT_OUT_OBJ
    END-CALL.
    SET CJSON$ADT_COUNTERS_ARRAY TO NULL.
    IF CJSON$_GET
        CALL "cJSON_CreateArray" RETURNING CJSON$ADT_COUNTERS_ARRAY
        END-CALL
    END-IF.
    IF CJSON$ADT_NOT_AT_EOF
        MOVE CJSON$ADT_CLIENT_IP TO CJSON$THR_COUNTER_IP
        MOVE LOW-VALUES TO CJSON$THR_COUNTER_PATH
        START CJSON$THR_COUNTER_FILE
            KEY NOT LESS THAN CJSON$THR_COUNTER_KEY
            INVALID KEY SET CJSON$ADT_AT_EOF TO TRUE
        END-START
        PERFORM TAKE-ONE-COUNTER-ROW THRU TAKE-ONE-COUNTER-ROW-EXIT
            UNTIL CJSON$ADT_AT_EOF
        CLOSE CJSON$THR_COUNTER_FILE
    END-IF.
    IF CJSON$ADT_OUT_OBJ EQUAL NULL
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADT_500_TEXT TO CJSON$ADT_MESSAGE_BUFFER
        GO TO WALK-CLIENT-COUNTERS-EXIT
    END-IF.
    SET CJSON$ADT_ROW_OBJ TO CJSON$ADT_OUT_OBJ.
    MOVE "client_ip" TO CJSON$ADT_NAME_Z.
    MOVE SPACES TO CJSON$ADT_VALUE_BUFFER.
    MOVE CJSON$ADT_CLIENT_IP TO CJSON$ADT_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    IF CJSON$_GET
        IF CJSON$ADT_COUNTERS_ARRAY NOT EQUAL NULL
            CALL "cJSON_AddItemToObject"
                USING BY VALUE CJSON$ADT_OUT_OBJ
                      BY REFERENCE CJSON$ADT_COUNTERS_KEY
                      BY VALUE CJSON$ADT_COUNTERS_ARRAY
            END-CALL
        END-IF
        MOVE "rows" TO CJSON$ADT_NAME_Z
    ELSE
        MOVE "removed" TO CJSON$ADT_NAME_Z
        DISPLAY "CJSON_ADMIN_THROTTLE: " CJSON$ADT_ROW_COUNT
            " counter rows removed for " CJSON$ADT_CLIENT_IP
    END-IF.
    MOVE CJSON$ADT_ROW_COUNT TO CJSON$ADT_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    SET OUTPUT_CJSON TO CJSON$ADT_OUT_OBJ.
WALK-CLIENT-COUNTERS-EXIT.
    EXIT.

TAKE-ONE-COUNTER-ROW.
    READ CJSON$THR_COUNTER_FILE NEXT RECORD
        AT END
            SET CJSON$ADT_AT_EOF TO TRUE
            GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-READ.
    IF CJSON$THR_COUNTER_IP NOT = CJSON$ADT_CLIENT_IP
        SET CJSON$ADT_AT_EOF TO TRUE
        GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-IF.
    IF CJSON$ADT_LIMIT_PATH NOT = SPACES
       AND CJSON$THR_COUNTER_PATH NOT = CJSON$ADT_LIMIT_PATH
        GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-IF.
    IF CJSON$_DELETE
        DELETE CJSON$THR_COUNTER_FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
        IF CJSON$ADT_FILE_STATUS = "00"
            ADD 1 TO CJSON$ADT_ROW_COUNT
        END-IF
        GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-IF.
    ADD 1 TO CJSON$ADT_ROW_COUNT.
    IF CJSON$ADT_COUNTERS_ARRAY EQUAL NULL
        GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-IF.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADT_ROW_OBJ
    END-CALL.
    IF CJSON$ADT_ROW_OBJ EQUAL NULL
        GO TO TAKE-ONE-COUNTER-ROW-EXIT
    END-IF.
    MOVE "path" TO CJSON$ADT_NAME_Z.
    MOVE SPACES TO CJSON$ADT_VALUE_BUFFER.
    MOVE CJSON$THR_COUNTER_PATH TO CJSON$ADT_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "window_date" TO CJSON$ADT_NAME_Z.
    MOVE SPACES TO CJSON$ADT_VALUE_BUFFER.
    MOVE CJSON$THR_WINDOW_DATE TO CJSON$ADT_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "window_seconds" TO CJSON$ADT_NAME_Z.
    MOVE CJSON$THR_WINDOW_SECONDS TO CJSON$ADT_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    MOVE "count" TO CJSON$ADT_NAME_Z.
    MOVE CJSON$THR_WINDOW_COUNT TO CJSON$ADT_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    CALL "cJSON_AddItemToArray"
        USING BY VALUE CJSON$ADT_COUNTERS_ARRAY
              BY VALUE CJSON$ADT_ROW_OBJ
    END-CALL.
TAKE-ONE-COUNTER-ROW-EXIT.
    EXIT.

ADD-ROW-STRING.
    INSPECT CJSON$ADT_NAME_Z REPLACING FIRST " " BY X"00".
    INSPECT CJSON$ADT_VALUE_BUFFER REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADT_ROW_OBJ
              BY REFERENCE CJSON$ADT_NAME_Z
              BY REFERENCE CJSON$ADT_VALUE_BUFFER
        RETURNING CJSON$ADT_ITEM_PTR
    END-CALL.
ADD-ROW-STRING-EXIT.
    EXIT.

ADD-ROW-NUMBER.
    INSPECT CJSON$ADT_NAME_Z REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADT_ROW_OBJ
              BY REFERENCE CJSON$ADT_NAME_Z
              BY VALUE CJSON$ADT_NUMBER_VALUE
        RETURNING CJSON$ADT_ITEM_PTR
    END-CALL.
ADD-ROW-NUMBER-EXIT.
    EXIT.

BUILD-ERROR-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADT_OUT_OBJ
    END-CALL.
    IF CJSON$ADT_OUT_OBJ EQUAL NULL
        GO TO BUILD-ERROR-BODY-EXIT
    END-IF.
    MOVE HTTP_ERROR_CODE TO CJSON$ADT_NUMBER_VALUE.
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADT_OUT_OBJ
              BY REFERENCE CJSON$ADT_STATUS_KEY
              BY VALUE CJSON$ADT_NUMBER_VALUE
        RETURNING CJSON$ADT_ITEM_PTR
    END-CALL.
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADT_OUT_OBJ
              BY REFERENCE CJSON$ADT_MESSAGE_KEY
              BY REFERENCE CJSON$ADT_MESSAGE_BUFFER
        RETURNING CJSON$ADT_ITEM_PTR
    END-CALL.
    SET CJSON$ERROR_DETAIL TO CJSON$ADT_OUT_OBJ.
BUILD-ERROR-BODY-EXIT.
    EXIT.
