*> field in CJSON_AUDIT.CPY is ever widened, recompute the FILLER
*> widths here and in CJSON_AUDIT_ARCHIVE together.
*>
*> A body longer than 4096 bytes is reassembled from its overflow
*> segments (see CJSON_SEGMENT.CPY) before it is DISPLAYed: from the live
*> CJSON_SEGMENT_FILE for a live row, from CJSON_AUDIT_SEG_ARC_yyyymmdd
*> for a row found in CJSON_AUDIT_ARC_yyyymmdd, falling back to the live
*> file for segments CJSON_AUDIT_ARCHIVE has not moved yet. A note line
*> follows a body cut off at capture or one with segments missing.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_AUDIT_LOOKUP.

    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).

WORKING-STORAGE SECTION.
01  CJSON$LKP_LIVE_STATUS           PIC X(02).
01  CJSON$LKP_LEAP_QUOT             PIC 9(04).
01  CJSON$LKP_LEAP_REM              PIC 9(04).
01  CJSON$LKP_TEXT_LEN              PIC S9(09) COMP.
01  CJSON$LKP_SEG_FILE_NAME         PIC X(64).
01  CJSON$LKP_BODY_CAPTION          PIC X(14).
01  CJSON$LKP_BODY_BUFFER           PIC X(262145).
01  CJSON$LKP_CAPTURED_LENGTH       PIC S9(09) COMP.
01  CJSON$LKP_CAPTURED_FLAG         PIC X(01).
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

        STOP RUN
    END-IF.
    SET CJSON$LKP_ROW_NOT_FOUND TO TRUE.
    MOVE SPACES TO CJSON$LKP_SEG_FILE_NAME.
    PERFORM SEARCH-LIVE-FILE THRU SEARCH-LIVE-FILE-EXIT.
    IF CJSON$LKP_ROW_NOT_FOUND
        PERFORM SEARCH-ARCHIVE-SET THRU SEARCH-ARCHIVE-SET-EXIT
            DISPLAY "CJSON_AUDIT_LOOKUP: archive " CJSON$LKP_FILE_NAME
                " exists but cannot be opened, status "
                CJSON$LKP_ARC_STATUS " - likely the record layout"
                " of an earlier CJSON_AUDIT.CPY; treating it"
                " as absent"
        END-IF
        GO TO PROBE-ONE-ARCHIVE-EXIT
        NOT INVALID KEY
            MOVE CJSON$ARC_RECORD TO CJSON$AUDIT_RECORD
            SET CJSON$LKP_ROW_FOUND TO TRUE
            STRING "CJSON_AUDIT_SEG_ARC_" DELIMITED BY SIZE
                   CJSON$LKP_YMD DELIMITED BY SIZE
                INTO CJSON$LKP_SEG_FILE_NAME
    END-READ.
    CLOSE CJSON$ARC_FILE.
PROBE-ONE-ARCHIVE-EXIT.
    DISPLAY "CLIENT IP   " CJSON$AUDIT_CLIENT_IP.
    DISPLAY "HTTP STATUS " CJSON$AUDIT_HTTP_ERROR_CODE.
    DISPLAY "FORMAT      " CJSON$AUDIT_OUTPUT_FORMAT.
    MOVE "REQUEST BODY  " TO CJSON$LKP_BODY_CAPTION.
    MOVE SPACES TO CJSON$LKP_BODY_BUFFER.
    MOVE CJSON$AUDIT_INPUT_JSON TO CJSON$LKP_BODY_BUFFER.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$AUDIT_INPUT_CONTINUED TO CJSON$LKP_CAPTURED_FLAG.
    MOVE 4096 TO CJSON$LKP_CAPTURED_LENGTH.
    IF CJSON$AUDIT_INPUT_LENGTH NUMERIC
        MOVE CJSON$AUDIT_INPUT_LENGTH TO CJSON$LKP_CAPTURED_LENGTH
    ELSE
        MOVE SPACE TO CJSON$LKP_CAPTURED_FLAG
    END-IF.
    PERFORM DISPLAY-ONE-BODY THRU DISPLAY-ONE-BODY-EXIT.
    MOVE "RESPONSE BODY " TO CJSON$LKP_BODY_CAPTION.
    MOVE SPACES TO CJSON$LKP_BODY_BUFFER.
    MOVE CJSON$AUDIT_OUTPUT_JSON TO CJSON$LKP_BODY_BUFFER.
    MOVE "O" TO CJSON$SGP_BODY.
    MOVE CJSON$AUDIT_OUTPUT_CONTINUED TO CJSON$LKP_CAPTURED_FLAG.
    MOVE 4096 TO CJSON$LKP_CAPTURED_LENGTH.
    IF CJSON$AUDIT_OUTPUT_LENGTH NUMERIC
        MOVE CJSON$AUDIT_OUTPUT_LENGTH TO CJSON$LKP_CAPTURED_LENGTH
    ELSE
        MOVE SPACE TO CJSON$LKP_CAPTURED_FLAG
    END-IF.
    PERFORM DISPLAY-ONE-BODY THRU DISPLAY-ONE-BODY-EXIT.
DISPLAY-AUDIT-ROW-EXIT.
    EXIT.

*> CJSON$LKP_BODY_BUFFER holds the parent's 4096 bytes on entry;
*> CJSON$SGP_BODY, CJSON$LKP_CAPTURED_LENGTH and CJSON$LKP_CAPTURED_FLAG
*> say which body it is and what the row recorded about it.
DISPLAY-ONE-BODY.
    MOVE 4096 TO CJSON$LKP_TEXT_LEN.
    MOVE CJSON$LKP_CAPTURED_FLAG TO CJSON$SGP_CONTINUED.
    IF CJSON$SGP_SEGMENTED OR CJSON$SGP_TRUNCATED
        PERFORM READ-BODY-SEGMENTS THRU READ-BODY-SEGMENTS-EXIT
        MOVE CJSON$SGP_LENGTH TO CJSON$LKP_TEXT_LEN
    END-IF.
    PERFORM TRIM-BODY-TEXT THRU TRIM-BODY-TEXT-EXIT
        UNTIL CJSON$LKP_TEXT_LEN = 0
           OR CJSON$LKP_BODY_BUFFER(CJSON$LKP_TEXT_LEN:1)
              NOT = SPACE.
    IF CJSON$LKP_TEXT_LEN = 0
        DISPLAY CJSON$LKP_BODY_CAPTION "(none)"
    ELSE
        DISPLAY CJSON$LKP_BODY_CAPTION
            CJSON$LKP_BODY_BUFFER(1:CJSON$LKP_TEXT_LEN)
    END-IF.
    IF CJSON$SGP_TRUNCATED
        DISPLAY "              (truncated at capture - "
            CJSON$SGP_LENGTH " of " CJSON$LKP_CAPTURED_LENGTH
            " bytes kept)"
    END-IF.
    IF CJSON$SGP_MISSING
        DISPLAY "              (segments missing - "
            CJSON$SGP_LENGTH " of " CJSON$LKP_CAPTURED_LENGTH
            " bytes on file)"
    END-IF.
DISPLAY-ONE-BODY-EXIT.
    EXIT.

READ-BODY-SEGMENTS.
    SET CJSON$SGP_READ TO TRUE.
    MOVE CJSON$LKP_SEG_FILE_NAME TO CJSON$SGP_FILE_NAME.
    MOVE "A" TO CJSON$SGP_OWNER.
    MOVE CJSON$AUDIT_REQUEST_ID TO CJSON$SGP_OWNER_ID.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$LKP_BODY_BUFFER.
    MOVE CJSON$LKP_CAPTURED_LENGTH TO CJSON$SGP_LENGTH.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    IF NOT CJSON$SGP_MISSING
       OR CJSON$LKP_SEG_FILE_NAME = SPACES
        GO TO READ-BODY-SEGMENTS-EXIT
    END-IF.
    SET CJSON$SGP_READ TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE CJSON$LKP_CAPTURED_LENGTH TO CJSON$SGP_LENGTH.
    MOVE CJSON$LKP_CAPTURED_FLAG TO CJSON$SGP_CONTINUED.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
READ-BODY-SEGMENTS-EXIT.
    EXIT.

TRIM-BODY-TEXT.
    SUBTRACT 1 FROM CJSON$LKP_TEXT_LEN.
TRIM-BODY-TEXT-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
