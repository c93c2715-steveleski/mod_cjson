*> audit trail - the trailing portion after the first space is lost, the
*> same limitation CJSON_DISPATCHER already accepts for route paths.
*>
*> A request or response body longer than 4096 bytes is reassembled from
*> its overflow segments (see CJSON_SEGMENT.CPY) before the request is
*> built and before the comparison, so a large body is replayed and
*> compared whole. The segments are read from the logical name
*> CJSON_SEGMENT_FILE; point it at CJSON_AUDIT_SCRUB_SEGMENTS when
*> replaying a scrubbed extract. When the expected body was cut off at
*> capture (longer than 262144 bytes) or a segment of it is no longer on
*> file, only the part that is on file is compared and a note says so.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_REPLAY.

01  CJSON$REPLAY_ERROR_DETAIL       USAGE POINTER.
01  CJSON$REPLAY_HTTP_ERROR_CODE    PIC S9(09) COMP.
01  CJSON$REPLAY_ACTUAL_JSON_PTR    USAGE POINTER.
01  CJSON$REPLAY_ACTUAL_CSTR        PIC X(262144) BASED.
01  CJSON$REPLAY_ACTUAL_OUTPUT      PIC X(262145).
01  CJSON$REPLAY_EXPECTED_OUTPUT    PIC X(262145).
01  CJSON$REPLAY_COMPARE_LEN        PIC S9(09) COMP.
01  CJSON$REPLAY_ACTUAL_LEN         PIC S9(09) COMP.
01  CJSON$REPLAY_EXPECTED_LEN       PIC S9(09) COMP.
01  CJSON$REPLAY_BODY_NOTE          PIC X(40).
01  CJSON$REPLAY_LEN                PIC S9(09) COMP.
01  CJSON$REPLAY_HDR_IDX            PIC S9(09) COMP.
01  CJSON$REPLAY_QARG_IDX           PIC S9(09) COMP.
01  CJSON$REPLAY_QUERY_BUFFER       PIC X(257).
01  CJSON$REPLAY_IP_BUFFER          PIC X(47).
01  CJSON$REPLAY_REQID_BUFFER       PIC X(65).
01  CJSON$REPLAY_INPUT_JSON_BUFFER  PIC X(262145).
01  CJSON$REPLAY_HEADER_NAME_BUFFER   PIC X(65)  OCCURS 16 TIMES.
01  CJSON$REPLAY_HEADER_VALUE_BUFFER  PIC X(257) OCCURS 16 TIMES.
01  CJSON$REPLAY_QARG_NAME_BUFFER     PIC X(65)  OCCURS 16 TIMES.
01  CJSON$REPLAY_TOTAL_COUNT        PIC S9(09) COMP VALUE 0.
01  CJSON$REPLAY_PASS_COUNT         PIC S9(09) COMP VALUE 0.
01  CJSON$REPLAY_FAIL_COUNT         PIC S9(09) COMP VALUE 0.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

        VARYING CJSON$REPLAY_QARG_IDX FROM 1 BY 1
        UNTIL CJSON$REPLAY_QARG_IDX > CJSON$AUDIT_QUERY_ARG_COUNT.

    MOVE SPACES TO CJSON$REPLAY_INPUT_JSON_BUFFER.
    MOVE CJSON$AUDIT_INPUT_JSON TO CJSON$REPLAY_INPUT_JSON_BUFFER.
    MOVE X"00" TO CJSON$REPLAY_INPUT_JSON_BUFFER(4097:1).
    IF CJSON$AUDIT_INPUT_OVERFLOWS
       AND CJSON$AUDIT_INPUT_LENGTH NUMERIC
        SET CJSON$SGP_TEXT_PTR
            TO ADDRESS OF CJSON$REPLAY_INPUT_JSON_BUFFER
        MOVE "I" TO CJSON$SGP_BODY
        MOVE CJSON$AUDIT_INPUT_LENGTH TO CJSON$SGP_LENGTH
        MOVE CJSON$AUDIT_INPUT_CONTINUED TO CJSON$SGP_CONTINUED
        PERFORM READ-BODY-SEGMENTS THRU READ-BODY-SEGMENTS-EXIT
        IF NOT CJSON$SGP_SEGMENTED
            DISPLAY "  note: request body replayed from "
                CJSON$SGP_LENGTH " of " CJSON$AUDIT_INPUT_LENGTH
                " bytes captured"
        END-IF
    END-IF.
    CALL "cJSON_Parse" USING BY REFERENCE CJSON$REPLAY_INPUT_JSON_BUFFER
        RETURNING CJSON$REPLAY_INPUT_CJSON
    END-CALL.
BUILD-REQUEST-EXIT.
    EXIT.

READ-BODY-SEGMENTS.
    SET CJSON$SGP_READ TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "A" TO CJSON$SGP_OWNER.
    MOVE CJSON$AUDIT_REQUEST_ID TO CJSON$SGP_OWNER_ID.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
READ-BODY-SEGMENTS-EXIT.
    EXIT.

*> The expected body is rebuilt with its trailing NUL blanked, so it
*> compares byte for byte with the space-filled actual body. Only what
*> is on file for it is compared when it was cut off or incomplete.
LOAD-EXPECTED-OUTPUT.
    MOVE SPACES TO CJSON$REPLAY_EXPECTED_OUTPUT.
    MOVE CJSON$AUDIT_OUTPUT_JSON TO CJSON$REPLAY_EXPECTED_OUTPUT.
    MOVE 262145 TO CJSON$REPLAY_COMPARE_LEN.
    MOVE 4096 TO CJSON$REPLAY_EXPECTED_LEN.
    MOVE SPACES TO CJSON$REPLAY_BODY_NOTE.
    IF CJSON$AUDIT_OUTPUT_LENGTH NOT NUMERIC
        MOVE 4096 TO CJSON$REPLAY_COMPARE_LEN
        GO TO LOAD-EXPECTED-OUTPUT-EXIT
    END-IF.
    IF NOT CJSON$AUDIT_OUTPUT_OVERFLOWS
        GO TO LOAD-EXPECTED-OUTPUT-EXIT
    END-IF.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$REPLAY_EXPECTED_OUTPUT.
    MOVE "O" TO CJSON$SGP_BODY.
    MOVE CJSON$AUDIT_OUTPUT_LENGTH TO CJSON$SGP_LENGTH.
    MOVE CJSON$AUDIT_OUTPUT_CONTINUED TO CJSON$SGP_CONTINUED.
    PERFORM READ-BODY-SEGMENTS THRU READ-BODY-SEGMENTS-EXIT.
    MOVE SPACE TO CJSON$REPLAY_EXPECTED_OUTPUT(CJSON$SGP_LENGTH + 1:1).
    MOVE CJSON$SGP_LENGTH TO CJSON$REPLAY_EXPECTED_LEN.
    EVALUATE TRUE
        WHEN CJSON$SGP_TRUNCATED
            MOVE CJSON$SGP_LENGTH TO CJSON$REPLAY_COMPARE_LEN
            MOVE "expected body truncated at capture"
                TO CJSON$REPLAY_BODY_NOTE
        WHEN CJSON$SGP_MISSING
            MOVE CJSON$SGP_LENGTH TO CJSON$REPLAY_COMPARE_LEN
            MOVE "expected body segments missing"
                TO CJSON$REPLAY_BODY_NOTE
    END-EVALUATE.
LOAD-EXPECTED-OUTPUT-EXIT.
    EXIT.

BUILD-ONE-HEADER.
    MOVE 0 TO CJSON$REPLAY_LEN.
    INSPECT CJSON$AUDIT_HEADER_NAME(CJSON$REPLAY_HDR_IDX)

CHECK-RESULT.
    MOVE SPACES TO CJSON$REPLAY_ACTUAL_OUTPUT.
    MOVE 0 TO CJSON$REPLAY_ACTUAL_LEN.
    IF CJSON$REPLAY_OUTPUT_CJSON NOT EQUAL NULL
        EVALUATE TRUE
            WHEN CJSON$_CSV_OUTPUT OR CJSON$_PLAIN_TEXT_OUTPUT
                    TO CJSON$REPLAY_OUTPUT_CJSON
                UNSTRING CJSON$REPLAY_ACTUAL_CSTR DELIMITED BY X"00"
                    INTO CJSON$REPLAY_ACTUAL_OUTPUT
                        COUNT IN CJSON$REPLAY_ACTUAL_LEN
            WHEN OTHER
                CALL "cJSON_PrintUnformatted" USING BY VALUE
                        CJSON$REPLAY_OUTPUT_CJSON
                        TO CJSON$REPLAY_ACTUAL_JSON_PTR
                    UNSTRING CJSON$REPLAY_ACTUAL_CSTR DELIMITED BY X"00"
                        INTO CJSON$REPLAY_ACTUAL_OUTPUT
                            COUNT IN CJSON$REPLAY_ACTUAL_LEN
                    CALL "cJSON_free" USING BY VALUE
                            CJSON$REPLAY_ACTUAL_JSON_PTR
                    END-CALL
                    TO CJSON$REPLAY_ACTUAL_JSON_PTR
                UNSTRING CJSON$REPLAY_ACTUAL_CSTR DELIMITED BY X"00"
                    INTO CJSON$REPLAY_ACTUAL_OUTPUT
                        COUNT IN CJSON$REPLAY_ACTUAL_LEN
                CALL "cJSON_free" USING BY VALUE
                        CJSON$REPLAY_ACTUAL_JSON_PTR
                END-CALL
            END-IF
        END-IF
    END-IF.
    INSPECT CJSON$REPLAY_ACTUAL_OUTPUT
        REPLACING ALL X"0D" BY SPACE ALL X"0A" BY SPACE.
    PERFORM LOAD-EXPECTED-OUTPUT THRU LOAD-EXPECTED-OUTPUT-EXIT.
    IF CJSON$REPLAY_BODY_NOTE NOT = SPACES
        DISPLAY "  note: " CJSON$REPLAY_BODY_NOTE " - first "
            CJSON$REPLAY_COMPARE_LEN " bytes compared"
    END-IF.
    IF CJSON$REPLAY_HTTP_ERROR_CODE = CJSON$AUDIT_HTTP_ERROR_CODE
       AND CJSON$REPLAY_ACTUAL_OUTPUT(1:CJSON$REPLAY_COMPARE_LEN)
         = CJSON$REPLAY_EXPECTED_OUTPUT(1:CJSON$REPLAY_COMPARE_LEN)
        ADD 1 TO CJSON$REPLAY_PASS_COUNT
        DISPLAY "PASS " CJSON$AUDIT_PROGRAM " " CJSON$AUDIT_PATH
    ELSE
        DISPLAY "FAIL " CJSON$AUDIT_PROGRAM " " CJSON$AUDIT_PATH
        DISPLAY "  expected status " CJSON$AUDIT_HTTP_ERROR_CODE
            " got " CJSON$REPLAY_HTTP_ERROR_CODE
        IF CJSON$REPLAY_ACTUAL_LEN < 1
            MOVE 1 TO CJSON$REPLAY_ACTUAL_LEN
        END-IF
        DISPLAY "  expected body " CJSON$REPLAY_EXPECTED_OUTPUT
            (1:CJSON$REPLAY_EXPECTED_LEN)
        DISPLAY "  actual body   " CJSON$REPLAY_ACTUAL_OUTPUT
            (1:CJSON$REPLAY_ACTUAL_LEN)
    END-IF.
CHECK-RESULT-EXIT.
    EXIT.
