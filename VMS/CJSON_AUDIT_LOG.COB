*> CJSON$ERROR_DETAIL is not, CJSON$AUDIT_OUTPUT_JSON is filled from
*> CJSON$ERROR_DETAIL instead, so error responses are audited too.
*>
*> A body longer than the row's 4096-byte field is kept whole, up to
*> 262144 bytes: the rest goes to the overflow segment file under the
*> request id through CJSON_SEGMENT (see CJSON_SEGMENT.CPY), and the
*> row's CJSON$AUDIT_INPUT_LENGTH/CJSON$AUDIT_OUTPUT_LENGTH and
*> CONTINUED indicators say so. The segments are written before the
*> row, so a row marked continued always has its segments behind it.
*>
*> CJSON$AUDIT_ELAPSED_MS is read from CJSON_TIMER, which
*> CJSON_DISPATCHER starts on entry; a caller that never went through
*> the dispatcher audits zero elapsed milliseconds.
*>
*> A route with rows in the CJSON_MASK_RULES file (see CJSON_MASK.CPY)
*> is sensitive: the listed top-level body fields are masked to "****"
*> in the captured request and response bodies at capture time, before
*> the row or its segments are written, so the cleartext never reaches
*> the trail or the archives. The client's own response is untouched.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_AUDIT_LOG.
01  CJSON$AUDIT_MASK_FLAG           PIC S9(09) COMP.
01  CJSON$AUDIT_FIELD_Z             PIC X(65).
01  CJSON$AUDIT_NAME_LEN            PIC S9(09) COMP.
01  CJSON$AUDIT_IN_TEXT             USAGE POINTER.
01  CJSON$AUDIT_OUT_TEXT            USAGE POINTER.
01  CJSON$AUDIT_OUT_OWNED_SWITCH    PIC X(01).
    88  CJSON$AUDIT_OUT_TEXT_OWNED  VALUE 'Y'.
    88  CJSON$AUDIT_OUT_TEXT_LENT   VALUE 'N'.
01  CJSON$AUDIT_MASK_TEXT.
    05  FILLER                      PIC X(04) VALUE "****".
    05  FILLER                      PIC X(01) VALUE X"00".
COPY 'CJSON_SEGMENT_PARM.CPY'.

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
MAIN-LOGIC.
    PERFORM BUILD-AUDIT-RECORD THRU BUILD-AUDIT-RECORD-EXIT.
    PERFORM APPLY-MASK-RULES THRU APPLY-MASK-RULES-EXIT.
    PERFORM CAPTURE-BODIES THRU CAPTURE-BODIES-EXIT.
    PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
    PERFORM FREE-BODY-TEXTS THRU FREE-BODY-TEXTS-EXIT.
    GOBACK.

BUILD-AUDIT-RECORD.
    PERFORM CAPTURE-ONE-QUERY-ARG THRU CAPTURE-ONE-QUERY-ARG-EXIT
        VARYING CJSON$AUDIT_QRY_IDX FROM 1 BY 1
        UNTIL CJSON$AUDIT_QRY_IDX > CJSON$AUDIT_QUERY_ARG_COUNT.
    PERFORM RENDER-BODY-TEXTS THRU RENDER-BODY-TEXTS-EXIT.
BUILD-AUDIT-RECORD-EXIT.
    EXIT.

*> Each body is rendered once, in full, and held until the row is
*> written: the masking pass and the capture both work from these
*> texts. A CSV/plain-text response is the caller's own buffer, lent
*> for the duration and never freed here.
RENDER-BODY-TEXTS.
    SET CJSON$AUDIT_IN_TEXT TO NULL.
    SET CJSON$AUDIT_OUT_TEXT TO NULL.
    SET CJSON$AUDIT_OUT_TEXT_OWNED TO TRUE.
    IF INPUT_CJSON NOT EQUAL NULL
        CALL "cJSON_PrintUnformatted" USING BY VALUE INPUT_CJSON
            RETURNING CJSON$AUDIT_IN_TEXT
        END-CALL
    END-IF.
    IF OUTPUT_CJSON NOT EQUAL NULL
        EVALUATE TRUE
            WHEN CJSON$_CSV_OUTPUT OR CJSON$_PLAIN_TEXT_OUTPUT
                SET CJSON$AUDIT_OUT_TEXT TO OUTPUT_CJSON
                SET CJSON$AUDIT_OUT_TEXT_LENT TO TRUE
            WHEN OTHER
                CALL "cJSON_PrintUnformatted" USING BY VALUE OUTPUT_CJSON
                    RETURNING CJSON$AUDIT_OUT_TEXT
                END-CALL
        END-EVALUATE
    ELSE
        IF CJSON$ERROR_DETAIL NOT EQUAL NULL
            CALL "cJSON_PrintUnformatted" USING BY VALUE CJSON$ERROR_DETAIL
                RETURNING CJSON$AUDIT_OUT_TEXT
            END-CALL
        END-IF
    END-IF.
RENDER-BODY-TEXTS-EXIT.
    EXIT.

CAPTURE-ONE-HEADER.

*> A route with rows in the masking rules file is sensitive: each
*> listed top-level field's value is replaced with "****" in the
*> rendered request and response bodies before the row is written,
*> so the cleartext never reaches the trail or its archives. The whole
*> rendering is re-parsed and re-printed through cJSON, however long -
*> the caller's own trees are never touched, and the response the
*> client received is unchanged. A CSV/plain-text response rendering
*> is not JSON and is left alone.
APPLY-MASK-RULES.
    SET CJSON$AUDIT_ROW_UNMASKED TO TRUE.
    SET CJSON$AUDIT_MASK_NOT_EOF TO TRUE.
    EXIT.

PARSE-CAPTURED-TREES.
    IF CJSON$AUDIT_IN_TEXT NOT EQUAL NULL
        CALL "cJSON_Parse"
            USING BY VALUE CJSON$AUDIT_IN_TEXT
            RETURNING CJSON$AUDIT_IN_TREE
        END-CALL
    END-IF.
    IF CJSON$AUDIT_OUT_TEXT NOT EQUAL NULL
       AND CJSON$AUDIT_OUT_TEXT_OWNED
        CALL "cJSON_Parse"
            USING BY VALUE CJSON$AUDIT_OUT_TEXT
            RETURNING CJSON$AUDIT_OUT_TREE
        END-CALL
    END-IF.
MASK-ONE-FIELD-EXIT.
    EXIT.

*> The masked rendering replaces the original text, which is freed.
REPRINT-MASKED-TREES.
    IF CJSON$AUDIT_IN_TREE NOT EQUAL NULL
        CALL "cJSON_PrintUnformatted"
            RETURNING CJSON$AUDIT_JSON_PTR
        END-CALL
        IF CJSON$AUDIT_JSON_PTR NOT EQUAL NULL
            CALL "cJSON_free" USING BY VALUE CJSON$AUDIT_IN_TEXT
            END-CALL
            SET CJSON$AUDIT_IN_TEXT TO CJSON$AUDIT_JSON_PTR
        END-IF
    END-IF.
    IF CJSON$AUDIT_OUT_TREE NOT EQUAL NULL
            RETURNING CJSON$AUDIT_JSON_PTR
        END-CALL
        IF CJSON$AUDIT_JSON_PTR NOT EQUAL NULL
            CALL "cJSON_free" USING BY VALUE CJSON$AUDIT_OUT_TEXT
            END-CALL
            SET CJSON$AUDIT_OUT_TEXT TO CJSON$AUDIT_JSON_PTR
        END-IF
    END-IF.
REPRINT-MASKED-TREES-EXIT.
    EXIT.

*> The first 4096 bytes of each body go on the row; CJSON_SEGMENT
*> measures the whole text and files the rest under the request id.
CAPTURE-BODIES.
    MOVE 0 TO CJSON$AUDIT_INPUT_LENGTH.
    MOVE 0 TO CJSON$AUDIT_OUTPUT_LENGTH.
    IF CJSON$AUDIT_IN_TEXT NOT EQUAL NULL
        SET ADDRESS OF CJSON$AUDIT_CSTR TO CJSON$AUDIT_IN_TEXT
        UNSTRING CJSON$AUDIT_CSTR DELIMITED BY X"00"
            INTO CJSON$AUDIT_INPUT_JSON
        MOVE "I" TO CJSON$SGP_BODY
        SET CJSON$SGP_TEXT_PTR TO CJSON$AUDIT_IN_TEXT
        PERFORM WRITE-BODY-SEGMENTS THRU WRITE-BODY-SEGMENTS-EXIT
        MOVE CJSON$SGP_LENGTH TO CJSON$AUDIT_INPUT_LENGTH
        MOVE CJSON$SGP_CONTINUED TO CJSON$AUDIT_INPUT_CONTINUED
    END-IF.
    IF CJSON$AUDIT_OUT_TEXT NOT EQUAL NULL
        SET ADDRESS OF CJSON$AUDIT_CSTR TO CJSON$AUDIT_OUT_TEXT
        UNSTRING CJSON$AUDIT_CSTR DELIMITED BY X"00"
            INTO CJSON$AUDIT_OUTPUT_JSON
        IF CJSON$AUDIT_OUT_TEXT_LENT
            INSPECT CJSON$AUDIT_OUTPUT_JSON
                REPLACING ALL X"0D" BY SPACE
                          ALL X"0A" BY SPACE
        END-IF
        MOVE "O" TO CJSON$SGP_BODY
        SET CJSON$SGP_TEXT_PTR TO CJSON$AUDIT_OUT_TEXT
        PERFORM WRITE-BODY-SEGMENTS THRU WRITE-BODY-SEGMENTS-EXIT
        MOVE CJSON$SGP_LENGTH TO CJSON$AUDIT_OUTPUT_LENGTH
        MOVE CJSON$SGP_CONTINUED TO CJSON$AUDIT_OUTPUT_CONTINUED
    END-IF.
CAPTURE-BODIES-EXIT.
    EXIT.

WRITE-BODY-SEGMENTS.
    SET CJSON$SGP_WRITE TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "A" TO CJSON$SGP_OWNER.
    MOVE CJSON$AUDIT_REQUEST_ID TO CJSON$SGP_OWNER_ID.
    MOVE CJSON$AUDIT_TIMESTAMP TO CJSON$SGP_CAPTURED.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
WRITE-BODY-SEGMENTS-EXIT.
    EXIT.

FREE-BODY-TEXTS.
    IF CJSON$AUDIT_IN_TEXT NOT EQUAL NULL
        CALL "cJSON_free" USING BY VALUE CJSON$AUDIT_IN_TEXT
        END-CALL
        SET CJSON$AUDIT_IN_TEXT TO NULL
    END-IF.
    IF CJSON$AUDIT_OUT_TEXT NOT EQUAL NULL
       AND CJSON$AUDIT_OUT_TEXT_OWNED
        CALL "cJSON_free" USING BY VALUE CJSON$AUDIT_OUT_TEXT
        END-CALL
    END-IF.
    SET CJSON$AUDIT_OUT_TEXT TO NULL.
FREE-BODY-TEXTS-EXIT.
    EXIT.

WRITE-AUDIT-RECORD.
    OPEN EXTEND CJSON$AUDIT_FILE.
    IF CJSON$AUDIT_FILE_STATUS NOT = "00" AND CJSON$AUDIT_FILE_STATUS NOT = "05"
