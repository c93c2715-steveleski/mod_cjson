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
*> CJSON_ADMIN_AUDIT - names the operator behind an admin route request
*> in the response itself, so the request's own row in the audit trail
*> says who did what. Every CJSON_ADMIN_ route sub-program CALLs this
*> once it knows its outcome, with the body it is about to hand back -
*> OUTPUT_CJSON on success, CJSON$ERROR_DETAIL on a refusal - and the
*> entry point's usual CALL to CJSON_AUDIT_LOG captures that body, the
*> request path and the request id in one row. Nothing is written to
*> the audit file from here: a second row under the same request id
*> would be dropped as a duplicate when the day is archived.
*>
*> The operator is the credential that passed CJSON_AUTH for the admin
*> role: the Authorization header is digested with CJSON_AUTH_HASH and
*> the credentials file (see CJSON_AUTH.CPY) searched for the owner,
*> and the credential is named by its trailing eight characters, the
*> CJSON$AUTH_SUFFIX everything else identifies credentials by - the
*> secret itself never reaches the body. The body gains
*>     "operator": {"owner": ..., "credential": ...},
*>     "action": ..., "target": ...
*> and one console line carries the same, with the request id, for the
*> operations log. An owner the file no longer carries is reported as
*> "unknown"; the suffix is still the presented one.
*>
*> CJSON$ADMIN_ACTION names what was done ("job-cancel", "job-requeue",
*> "throttle-reset", ...); CJSON$ADMIN_TARGET is the job id, client
*> address or key it was done to. A NULL body is left alone and only
*> the console line is written.
*>
*> Usage:
*>     CALL "CJSON_ADMIN_AUDIT" USING CJSON$APACHE_CJSON,
*>                                    CJSON$ADMIN_ACTION,
*>                                    CJSON$ADMIN_TARGET,
*>                                    CJSON$ADMIN_BODY.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_ADMIN_AUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$AUTH_FILE ASSIGN TO "CJSON_AUTH_FILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$ADA_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUTH_FILE.
COPY 'CJSON_AUTH.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$ADA_FILE_STATUS           PIC X(02).
01  CJSON$ADA_CSTR                  PIC X(256) BASED.
01  CJSON$ADA_HEADER_NAME_TEXT      PIC X(64).
01  CJSON$ADA_PRESENTED             PIC X(256).
01  CJSON$ADA_PRESENTED_HASH        PIC X(64).
01  CJSON$ADA_HASH_OP               PIC X(01) VALUE 'H'.
01  CJSON$ADA_HDR_IDX               PIC S9(09) COMP.
01  CJSON$ADA_VALUE_LEN             PIC S9(09) COMP.
01  CJSON$ADA_HEADER_SWITCH         PIC X(01).
    88  CJSON$ADA_HEADER_FOUND      VALUE 'Y'.
    88  CJSON$ADA_HEADER_MISSING    VALUE 'N'.
01  CJSON$ADA_EOF_SWITCH            PIC X(01).
    88  CJSON$ADA_AT_EOF            VALUE 'Y'.
    88  CJSON$ADA_NOT_AT_EOF        VALUE 'N'.
01  CJSON$ADA_OWNER                 PIC X(32).
01  CJSON$ADA_SUFFIX                PIC X(08).
01  CJSON$ADA_REQUEST_ID            PIC X(64).
01  CJSON$ADA_OPERATOR_OBJ          USAGE POINTER.
01  CJSON$ADA_ITEM_PTR              USAGE POINTER.
01  CJSON$ADA_OWNER_BUFFER          PIC X(33).
01  CJSON$ADA_SUFFIX_BUFFER         PIC X(09).
01  CJSON$ADA_ACTION_BUFFER         PIC X(17).
01  CJSON$ADA_TARGET_BUFFER         PIC X(65).
01  CJSON$ADA_OPERATOR_KEY.
    05  FILLER                      PIC X(08) VALUE "operator".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADA_OWNER_KEY.
    05  FILLER                      PIC X(05) VALUE "owner".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADA_CREDENTIAL_KEY.
    05  FILLER                      PIC X(10) VALUE "credential".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADA_ACTION_KEY.
    05  FILLER                      PIC X(06) VALUE "action".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADA_TARGET_KEY.
    05  FILLER                      PIC X(06) VALUE "target".
    05  FILLER                      PIC X(01) VALUE X"00".

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  CJSON$ADMIN_ACTION              PIC X(16).
01  CJSON$ADMIN_TARGET              PIC X(64).
01  CJSON$ADMIN_BODY                USAGE POINTER.

PROCEDURE DIVISION USING CJSON$APACHE_CJSON, CJSON$ADMIN_ACTION,
                         CJSON$ADMIN_TARGET, CJSON$ADMIN_BODY.

MAIN-LOGIC.
    MOVE "unknown" TO CJSON$ADA_OWNER.
    MOVE SPACES TO CJSON$ADA_SUFFIX.
    MOVE SPACES TO CJSON$ADA_REQUEST_ID.
    IF CJSON$REQUEST_ID NOT EQUAL NULL
        SET ADDRESS OF CJSON$ADA_CSTR TO CJSON$REQUEST_ID
        UNSTRING CJSON$ADA_CSTR DELIMITED BY X"00"
            INTO CJSON$ADA_REQUEST_ID
    END-IF.
    PERFORM FIND-AUTHORIZATION-HEADER
        THRU FIND-AUTHORIZATION-HEADER-EXIT.
    IF CJSON$ADA_HEADER_FOUND
        PERFORM TAKE-CREDENTIAL-SUFFIX
            THRU TAKE-CREDENTIAL-SUFFIX-EXIT
        CALL "CJSON_AUTH_HASH" USING CJSON$ADA_HASH_OP,
                                     CJSON$ADA_PRESENTED,
                                     CJSON$ADA_PRESENTED_HASH
        END-CALL
        PERFORM FIND-CREDENTIAL-OWNER THRU FIND-CREDENTIAL-OWNER-EXIT
    END-IF.
    DISPLAY "CJSON_ADMIN_AUDIT: " CJSON$ADMIN_ACTION " "
        CJSON$ADMIN_TARGET " by " CJSON$ADA_OWNER " ("
        CJSON$ADA_SUFFIX ") request " CJSON$ADA_REQUEST_ID.
    IF CJSON$ADMIN_BODY NOT EQUAL NULL
        PERFORM STAMP-RESPONSE-BODY THRU STAMP-RESPONSE-BODY-EXIT
    END-IF.
    GOBACK.

*> The same case-insensitive walk of CJSON$HEADERS CJSON_AUTH makes.
FIND-AUTHORIZATION-HEADER.
    SET CJSON$ADA_HEADER_MISSING TO TRUE.
    MOVE SPACES TO CJSON$ADA_PRESENTED.
    PERFORM CHECK-ONE-HEADER THRU CHECK-ONE-HEADER-EXIT
        VARYING CJSON$ADA_HDR_IDX FROM 1 BY 1
        UNTIL CJSON$ADA_HDR_IDX > CJSON$HEADER_COUNT
           OR CJSON$ADA_HEADER_FOUND.
    IF CJSON$ADA_HEADER_FOUND AND CJSON$ADA_PRESENTED = SPACES
        SET CJSON$ADA_HEADER_MISSING TO TRUE
    END-IF.
FIND-AUTHORIZATION-HEADER-EXIT.
    EXIT.

CHECK-ONE-HEADER.
    IF CJSON$HEADER_NAME(CJSON$ADA_HDR_IDX) EQUAL NULL
        GO TO CHECK-ONE-HEADER-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ADA_HEADER_NAME_TEXT.
    SET ADDRESS OF CJSON$ADA_CSTR
        TO CJSON$HEADER_NAME(CJSON$ADA_HDR_IDX).
    UNSTRING CJSON$ADA_CSTR DELIMITED BY X"00"
        INTO CJSON$ADA_HEADER_NAME_TEXT.
    INSPECT CJSON$ADA_HEADER_NAME_TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CJSON$ADA_HEADER_NAME_TEXT NOT = "AUTHORIZATION"
        GO TO CHECK-ONE-HEADER-EXIT
    END-IF.
    SET CJSON$ADA_HEADER_FOUND TO TRUE.
    IF CJSON$HEADER_VALUE(CJSON$ADA_HDR_IDX) NOT EQUAL NULL
        SET ADDRESS OF CJSON$ADA_CSTR
            TO CJSON$HEADER_VALUE(CJSON$ADA_HDR_IDX)
        UNSTRING CJSON$ADA_CSTR DELIMITED BY X"00"
            INTO CJSON$ADA_PRESENTED
    END-IF.
CHECK-ONE-HEADER-EXIT.
    EXIT.

*> The trailing eight characters of the value, trailing spaces aside.
TAKE-CREDENTIAL-SUFFIX.
    MOVE 256 TO CJSON$ADA_VALUE_LEN.
    PERFORM BACK-OFF-ONE-SPACE THRU BACK-OFF-ONE-SPACE-EXIT
        UNTIL CJSON$ADA_VALUE_LEN = 0
           OR CJSON$ADA_PRESENTED(CJSON$ADA_VALUE_LEN:1) NOT = SPACE.
    IF CJSON$ADA_VALUE_LEN > 8
        MOVE CJSON$ADA_PRESENTED(CJSON$ADA_VALUE_LEN - 7:8)
            TO CJSON$ADA_SUFFIX
    ELSE
        IF CJSON$ADA_VALUE_LEN > 0
            MOVE CJSON$ADA_PRESENTED(1:CJSON$ADA_VALUE_LEN)
                TO CJSON$ADA_SUFFIX
        END-IF
    END-IF.
TAKE-CREDENTIAL-SUFFIX-EXIT.
    EXIT.

BACK-OFF-ONE-SPACE.
    SUBTRACT 1 FROM CJSON$ADA_VALUE_LEN.
BACK-OFF-ONE-SPACE-EXIT.
    EXIT.

FIND-CREDENTIAL-OWNER.
    SET CJSON$ADA_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUTH_FILE.
    IF CJSON$ADA_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_ADMIN_AUDIT: unable to open credentials file,"
            " status " CJSON$ADA_FILE_STATUS
        GO TO FIND-CREDENTIAL-OWNER-EXIT
    END-IF.
    PERFORM CHECK-ONE-CREDENTIAL THRU CHECK-ONE-CREDENTIAL-EXIT
        UNTIL CJSON$ADA_AT_EOF.
    CLOSE CJSON$AUTH_FILE.
FIND-CREDENTIAL-OWNER-EXIT.
    EXIT.

CHECK-ONE-CREDENTIAL.
    READ CJSON$AUTH_FILE
        AT END
            SET CJSON$ADA_AT_EOF TO TRUE
            GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-READ.
    IF CJSON$ADA_PRESENTED_HASH NOT = SPACES
       AND CJSON$AUTH_CREDENTIAL_HASH = CJSON$ADA_PRESENTED_HASH
        MOVE CJSON$AUTH_OWNER TO CJSON$ADA_OWNER
        SET CJSON$ADA_AT_EOF TO TRUE
    END-IF.
CHECK-ONE-CREDENTIAL-EXIT.
    EXIT.

STAMP-RESPONSE-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADA_OPERATOR_OBJ
    END-CALL.
    IF CJSON$ADA_OPERATOR_OBJ NOT EQUAL NULL
        MOVE SPACES TO CJSON$ADA_OWNER_BUFFER
        MOVE CJSON$ADA_OWNER TO CJSON$ADA_OWNER_BUFFER(1:32)
        INSPECT CJSON$ADA_OWNER_BUFFER REPLACING FIRST " " BY X"00"
        CALL "cJSON_AddStringToObject"
            USING BY VALUE CJSON$ADA_OPERATOR_OBJ
                  BY REFERENCE CJSON$ADA_OWNER_KEY
                  BY REFERENCE CJSON$ADA_OWNER_BUFFER
            RETURNING CJSON$ADA_ITEM_PTR
        END-CALL
        MOVE SPACES TO CJSON$ADA_SUFFIX_BUFFER
        MOVE CJSON$ADA_SUFFIX TO CJSON$ADA_SUFFIX_BUFFER(1:8)
        INSPECT CJSON$ADA_SUFFIX_BUFFER REPLACING FIRST " " BY X"00"
        CALL "cJSON_AddStringToObject"
            USING BY VALUE CJSON$ADA_OPERATOR_OBJ
                  BY REFERENCE CJSON$ADA_CREDENTIAL_KEY
                  BY REFERENCE CJSON$ADA_SUFFIX_BUFFER
            RETURNING CJSON$ADA_ITEM_PTR
        END-CALL
        CALL "cJSON_AddItemToObject"
            USING BY VALUE CJSON$ADMIN_BODY
                  BY REFERENCE CJSON$ADA_OPERATOR_KEY
                  BY VALUE CJSON$ADA_OPERATOR_OBJ
        END-CALL
    END-IF.
    MOVE SPACES TO CJSON$ADA_ACTION_BUFFER.
    MOVE CJSON$ADMIN_ACTION TO CJSON$ADA_ACTION_BUFFER(1:16).
    INSPECT CJSON$ADA_ACTION_BUFFER REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADMIN_BODY
              BY REFERENCE CJSON$ADA_ACTION_KEY
              BY REFERENCE CJSON$ADA_ACTION_BUFFER
        RETURNING CJSON$ADA_ITEM_PTR
    END-CALL.
    MOVE SPACES TO CJSON$ADA_TARGET_BUFFER.
    MOVE CJSON$ADMIN_TARGET TO CJSON$ADA_TARGET_BUFFER(1:64).
    INSPECT CJSON$ADA_TARGET_BUFFER REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADMIN_BODY
              BY REFERENCE CJSON$ADA_TARGET_KEY
              BY REFERENCE CJSON$ADA_TARGET_BUFFER
        RETURNING CJSON$ADA_ITEM_PTR
    END-CALL.
STAMP-RESPONSE-BODY-EXIT.
    EXIT.
