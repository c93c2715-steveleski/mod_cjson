*> pointing the CJSON_AUDIT_LOG logical name at it replays the whole
*> capture through CJSON_REPLAY unchanged.
*>
*> A body longer than 4096 bytes is reassembled from its overflow
*> segments (see CJSON_SEGMENT.CPY) - the live CJSON_SEGMENT_FILE for
*> the live file, CJSON_AUDIT_SEG_ARC_yyyymmdd (then the live file, for
*> segments not yet moved) for an archive - and masked whole. The
*> scrubbed segments are written to CJSON_AUDIT_SCRUB_SEGMENTS, created
*> afresh on every run; point the CJSON_SEGMENT_FILE logical name at it
*> along with CJSON_AUDIT_LOG when replaying the extract. A body whose
*> segments cannot all be found goes out marked cut off at capture,
*> with its original length, and a console line names the request id.
*>
*> Two scrubs are applied to every row:
*>   - the masking rules of CJSON_MASK_RULES (see CJSON_MASK.CPY):
*>     each listed top-level field of the row's program is replaced
    SELECT CJSON$SCR_OUT_FILE ASSIGN TO "CJSON_AUDIT_SCRUB_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$SCR_OUT_STATUS.
    SELECT CJSON$SCR_SEG_FILE ASSIGN TO "CJSON_AUDIT_SCRUB_SEGMENTS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$SCR_SEG_KEY
        FILE STATUS IS CJSON$SCR_SEG_STATUS.

DATA DIVISION.
FILE SECTION.
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$MRULE_FILE.
COPY 'CJSON_MASK.CPY'.
FD  CJSON$SCR_OUT_FILE.
01  CJSON$SCR_OUT_RECORD            PIC X(18999).
FD  CJSON$SCR_SEG_FILE.
*> Overlay of CJSON$SEG_RECORD (see CJSON_SEGMENT.CPY). It is only
*> created here; CJSON_SEGMENT writes the segments into it.
01  CJSON$SCR_SEG_RECORD.
    05  CJSON$SCR_SEG_KEY           PIC X(70).
    05  FILLER                      PIC X(4116).

WORKING-STORAGE SECTION.
01  CJSON$SCR_LIVE_STATUS           PIC X(02).
01  CJSON$SCR_ARC_STATUS            PIC X(02).
01  CJSON$SCR_MASK_STATUS           PIC X(02).
01  CJSON$SCR_OUT_STATUS            PIC X(02).
01  CJSON$SCR_SEG_STATUS            PIC X(02).
01  CJSON$SCR_ARC_NAME              PIC X(64).
01  CJSON$SCR_SEG_ARC_NAME          PIC X(64).
01  CJSON$SCR_TARGET_DATE           PIC X(08).
01  CJSON$SCR_EOF_SWITCH            PIC X(01).
    88  CJSON$SCR_AT_EOF            VALUE 'Y'.
01  CJSON$SCR_MASKED_SWITCH         PIC X(01).
    88  CJSON$SCR_ROW_MASKED        VALUE 'Y'.
    88  CJSON$SCR_ROW_UNMASKED      VALUE 'N'.
01  CJSON$SCR_CSTR                  PIC X(262144) BASED.
01  CJSON$SCR_BODY_VIEW             PIC X(262145) BASED.
01  CJSON$SCR_IN_BODY               PIC X(262145).
01  CJSON$SCR_OUT_BODY              PIC X(262145).
01  CJSON$SCR_BODY_LEN              PIC S9(09) COMP.
01  CJSON$SCR_CAPTURED_LENGTH       PIC S9(09) COMP.
01  CJSON$SCR_CAPTURED_FLAG         PIC X(01).
01  CJSON$SCR_IN_TREE               USAGE POINTER.
01  CJSON$SCR_OUT_TREE              USAGE POINTER.
01  CJSON$SCR_MASK_TREE             USAGE POINTER.
01  CJSON$SCR_JSON_PTR              USAGE POINTER.
01  CJSON$SCR_FIELD_Z               PIC X(65).
01  CJSON$SCR_NAME_LEN              PIC S9(09) COMP.
01  CJSON$SCR_MASK_TEXT.
    05  FILLER                      PIC X(04) VALUE "****".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$SCR_ROW_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$SCR_MASKED_COUNT          PIC 9(09) COMP VALUE 0.
01  CJSON$SCR_COUNT_EDIT            PIC Z(08)9.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CJSON$SCR_SEG_FILE.
    IF CJSON$SCR_SEG_STATUS NOT = "00"
        DISPLAY "CJSON_AUDIT_SCRUB: unable to create segment file,"
            " status " CJSON$SCR_SEG_STATUS
        CLOSE CJSON$SCR_OUT_FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE CJSON$SCR_SEG_FILE.
    MOVE SPACES TO CJSON$SCR_SEG_ARC_NAME.
    IF CJSON$SCR_TARGET_DATE = SPACES
        PERFORM SCRUB-LIVE-FILE THRU SCRUB-LIVE-FILE-EXIT
    ELSE
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$SCR_TARGET_DATE DELIMITED BY SIZE
        INTO CJSON$SCR_ARC_NAME.
    STRING "CJSON_AUDIT_SEG_ARC_" DELIMITED BY SIZE
           CJSON$SCR_TARGET_DATE DELIMITED BY SIZE
        INTO CJSON$SCR_SEG_ARC_NAME.
    SET CJSON$SCR_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$SCR_ARC_STATUS NOT = "00"

SCRUB-ONE-ROW.
    ADD 1 TO CJSON$SCR_ROW_COUNT.
    PERFORM LOAD-ROW-BODIES THRU LOAD-ROW-BODIES-EXIT.
    PERFORM APPLY-MASK-RULES THRU APPLY-MASK-RULES-EXIT.
    PERFORM GENERALIZE-CLIENT-IP THRU GENERALIZE-CLIENT-IP-EXIT.
    PERFORM STORE-ROW-BODIES THRU STORE-ROW-BODIES-EXIT.
    WRITE CJSON$SCR_OUT_RECORD FROM CJSON$AUDIT_RECORD.
    IF CJSON$SCR_OUT_STATUS NOT = "00"
        DISPLAY "CJSON_AUDIT_SCRUB: scrubbed row not written,"
SCRUB-ONE-ROW-EXIT.
    EXIT.

*> Each body is rebuilt NUL-terminated in its own buffer. A body that
*> cannot be had whole is flagged 'T' on the row at once, keeping its
*> captured length, so STORE-ROW-BODIES leaves it marked cut off.
LOAD-ROW-BODIES.
    MOVE SPACES TO CJSON$SCR_IN_BODY.
    MOVE CJSON$AUDIT_INPUT_JSON TO CJSON$SCR_IN_BODY.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$SCR_IN_BODY.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$AUDIT_INPUT_CONTINUED TO CJSON$SCR_CAPTURED_FLAG.
    MOVE 4096 TO CJSON$SCR_CAPTURED_LENGTH.
    IF CJSON$AUDIT_INPUT_LENGTH NUMERIC
        MOVE CJSON$AUDIT_INPUT_LENGTH TO CJSON$SCR_CAPTURED_LENGTH
    ELSE
        MOVE SPACE TO CJSON$SCR_CAPTURED_FLAG
    END-IF.
    PERFORM LOAD-ONE-BODY THRU LOAD-ONE-BODY-EXIT.
    IF CJSON$SGP_TRUNCATED OR CJSON$SGP_MISSING
        MOVE "T" TO CJSON$AUDIT_INPUT_CONTINUED
    END-IF.
    MOVE SPACES TO CJSON$SCR_OUT_BODY.
    MOVE CJSON$AUDIT_OUTPUT_JSON TO CJSON$SCR_OUT_BODY.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$SCR_OUT_BODY.
    MOVE "O" TO CJSON$SGP_BODY.
    MOVE CJSON$AUDIT_OUTPUT_CONTINUED TO CJSON$SCR_CAPTURED_FLAG.
    MOVE 4096 TO CJSON$SCR_CAPTURED_LENGTH.
    IF CJSON$AUDIT_OUTPUT_LENGTH NUMERIC
        MOVE CJSON$AUDIT_OUTPUT_LENGTH TO CJSON$SCR_CAPTURED_LENGTH
    ELSE
        MOVE SPACE TO CJSON$SCR_CAPTURED_FLAG
    END-IF.
    PERFORM LOAD-ONE-BODY THRU LOAD-ONE-BODY-EXIT.
    IF CJSON$SGP_TRUNCATED OR CJSON$SGP_MISSING
        MOVE "T" TO CJSON$AUDIT_OUTPUT_CONTINUED
    END-IF.
LOAD-ROW-BODIES-EXIT.
    EXIT.

*> CJSON$SGP_TEXT_PTR addresses a buffer holding the parent's 4096
*> bytes; CJSON$SGP_BODY, CJSON$SCR_CAPTURED_LENGTH and
*> CJSON$SCR_CAPTURED_FLAG say which body it is and what the row says.
LOAD-ONE-BODY.
    SET ADDRESS OF CJSON$SCR_BODY_VIEW TO CJSON$SGP_TEXT_PTR.
    MOVE CJSON$SCR_CAPTURED_FLAG TO CJSON$SGP_CONTINUED.
    IF NOT CJSON$SGP_SEGMENTED AND NOT CJSON$SGP_TRUNCATED
        IF CJSON$SCR_CAPTURED_LENGTH > 4096
            MOVE 4096 TO CJSON$SCR_CAPTURED_LENGTH
        END-IF
        MOVE X"00"
            TO CJSON$SCR_BODY_VIEW(CJSON$SCR_CAPTURED_LENGTH + 1:1)
        GO TO LOAD-ONE-BODY-EXIT
    END-IF.
    MOVE CJSON$SCR_SEG_ARC_NAME TO CJSON$SGP_FILE_NAME.
    PERFORM READ-BODY-SEGMENTS THRU READ-BODY-SEGMENTS-EXIT.
    IF CJSON$SGP_MISSING
       AND CJSON$SCR_SEG_ARC_NAME NOT = SPACES
        MOVE CJSON$SCR_CAPTURED_FLAG TO CJSON$SGP_CONTINUED
        MOVE SPACES TO CJSON$SGP_FILE_NAME
        PERFORM READ-BODY-SEGMENTS THRU READ-BODY-SEGMENTS-EXIT
    END-IF.
    IF CJSON$SGP_MISSING
        DISPLAY "CJSON_AUDIT_SCRUB: request id "
            CJSON$AUDIT_REQUEST_ID
        DISPLAY "CJSON_AUDIT_SCRUB:   body " CJSON$SGP_BODY
            " segments missing - written cut off at "
            CJSON$SGP_LENGTH " bytes"
    END-IF.
LOAD-ONE-BODY-EXIT.
    EXIT.

READ-BODY-SEGMENTS.
    SET CJSON$SGP_READ TO TRUE.
    MOVE "A" TO CJSON$SGP_OWNER.
    MOVE CJSON$AUDIT_REQUEST_ID TO CJSON$SGP_OWNER_ID.
    MOVE CJSON$SCR_CAPTURED_LENGTH TO CJSON$SGP_LENGTH.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
READ-BODY-SEGMENTS-EXIT.
    EXIT.

*> The first 4096 bytes of each scrubbed body go back on the row and
*> the rest into the extract's segment file. A body already flagged
*> 'T' keeps its flag and its captured length.
STORE-ROW-BODIES.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$SCR_IN_BODY.
    MOVE "I" TO CJSON$SGP_BODY.
    PERFORM WRITE-BODY-SEGMENTS THRU WRITE-BODY-SEGMENTS-EXIT.
    MOVE SPACES TO CJSON$AUDIT_INPUT_JSON.
    UNSTRING CJSON$SCR_IN_BODY DELIMITED BY X"00"
        INTO CJSON$AUDIT_INPUT_JSON.
    IF NOT CJSON$AUDIT_INPUT_TRUNCATED
        MOVE CJSON$SGP_LENGTH TO CJSON$AUDIT_INPUT_LENGTH
        MOVE CJSON$SGP_CONTINUED TO CJSON$AUDIT_INPUT_CONTINUED
    END-IF.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$SCR_OUT_BODY.
    MOVE "O" TO CJSON$SGP_BODY.
    PERFORM WRITE-BODY-SEGMENTS THRU WRITE-BODY-SEGMENTS-EXIT.
    MOVE SPACES TO CJSON$AUDIT_OUTPUT_JSON.
    UNSTRING CJSON$SCR_OUT_BODY DELIMITED BY X"00"
        INTO CJSON$AUDIT_OUTPUT_JSON.
    IF NOT CJSON$AUDIT_OUTPUT_TRUNCATED
        MOVE CJSON$SGP_LENGTH TO CJSON$AUDIT_OUTPUT_LENGTH
        MOVE CJSON$SGP_CONTINUED TO CJSON$AUDIT_OUTPUT_CONTINUED
    END-IF.
STORE-ROW-BODIES-EXIT.
    EXIT.

WRITE-BODY-SEGMENTS.
    SET CJSON$SGP_WRITE TO TRUE.
    MOVE "CJSON_AUDIT_SCRUB_SEGMENTS" TO CJSON$SGP_FILE_NAME.
    MOVE "A" TO CJSON$SGP_OWNER.
    MOVE CJSON$AUDIT_REQUEST_ID TO CJSON$SGP_OWNER_ID.
    MOVE CJSON$AUDIT_TIMESTAMP TO CJSON$SGP_CAPTURED.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
WRITE-BODY-SEGMENTS-EXIT.
    EXIT.

*> The same parse-mask-reprint pass CJSON_AUDIT_LOG makes at capture
*> time, applied to the already-captured renderings.
APPLY-MASK-RULES.

PARSE-CAPTURED-TREES.
    IF CJSON$AUDIT_INPUT_JSON NOT = SPACES
        CALL "cJSON_Parse"
            USING BY REFERENCE CJSON$SCR_IN_BODY
            RETURNING CJSON$SCR_IN_TREE
        END-CALL
    END-IF.
       AND CJSON$AUDIT_OUTPUT_FORMAT NUMERIC
       AND CJSON$AUDIT_OUTPUT_FORMAT NOT = 2
       AND CJSON$AUDIT_OUTPUT_FORMAT NOT = 3
        CALL "cJSON_Parse"
            USING BY REFERENCE CJSON$SCR_OUT_BODY
            RETURNING CJSON$SCR_OUT_TREE
        END-CALL
    END-IF.
        END-CALL
        IF CJSON$SCR_JSON_PTR NOT EQUAL NULL
            SET ADDRESS OF CJSON$SCR_CSTR TO CJSON$SCR_JSON_PTR
            MOVE SPACES TO CJSON$SCR_IN_BODY
            MOVE 0 TO CJSON$SCR_BODY_LEN
            UNSTRING CJSON$SCR_CSTR DELIMITED BY X"00"
                INTO CJSON$SCR_IN_BODY COUNT IN CJSON$SCR_BODY_LEN
            MOVE X"00" TO CJSON$SCR_IN_BODY(CJSON$SCR_BODY_LEN + 1:1)
            CALL "cJSON_free" USING BY VALUE CJSON$SCR_JSON_PTR
            END-CALL
        END-IF
        END-CALL
        IF CJSON$SCR_JSON_PTR NOT EQUAL NULL
            SET ADDRESS OF CJSON$SCR_CSTR TO CJSON$SCR_JSON_PTR
            MOVE SPACES TO CJSON$SCR_OUT_BODY
            MOVE 0 TO CJSON$SCR_BODY_LEN
            UNSTRING CJSON$SCR_CSTR DELIMITED BY X"00"
                INTO CJSON$SCR_OUT_BODY COUNT IN CJSON$SCR_BODY_LEN
            MOVE X"00" TO CJSON$SCR_OUT_BODY(CJSON$SCR_BODY_LEN + 1:1)
            CALL "cJSON_free" USING BY VALUE CJSON$SCR_JSON_PTR
            END-CALL
        END-IF
