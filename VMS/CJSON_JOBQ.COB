*> cannot be written the caller gets 500 with a CJSON$ERROR_DETAIL body
*> - the client must know its work was NOT accepted.
*>
*> A request body longer than CJSON$JOB_INPUT_JSON is queued whole: once
*> the row is on file under its final job id, the rest of the body is
*> written to the overflow segment file through CJSON_SEGMENT (see
*> CJSON_SEGMENT.CPY). If a segment cannot be written the row is taken
*> back off the queue and the caller gets the same 500 - a job must
*> never run against half its body. A body too long to keep whole
*> (past 262144 bytes) is refused with 413 and nothing is queued.
*>
*> Usage:
*>     CALL "CJSON_JOBQ" USING CJSON$APACHE_CJSON, INPUT_CJSON,
*>                             OUTPUT_CJSON, CJSON$ERROR_DETAIL,
01  CJSON$JOBQ_CSTR                 PIC X(4096) BASED.
01  CJSON$JOBQ_DATE_TEXT            PIC 9(08).
01  CJSON$JOBQ_TIME_TEXT            PIC 9(08).
01  CJSON$JOBQ_IN_TEXT              USAGE POINTER.
01  CJSON$JOBQ_SIZE_SWITCH          PIC X(01).
    88  CJSON$JOBQ_BODY_TOO_LONG    VALUE 'Y'.
    88  CJSON$JOBQ_BODY_FITS        VALUE 'N'.
01  CJSON$JOBQ_QRY_IDX              PIC S9(09) COMP.
01  CJSON$JOBQ_SEQ                  PIC 9(04).
01  CJSON$JOBQ_WRITE_SWITCH         PIC X(01).
01  CJSON$JOBQ_500_TEXT.
    05  FILLER                      PIC X(23) VALUE "job could not be queued".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$JOBQ_413_TEXT.
    05  FILLER                      PIC X(31) VALUE
        "request body too large to queue".
    05  FILLER                      PIC X(01) VALUE X"00".
COPY 'CJSON_SEGMENT_PARM.CPY'.

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
                   RETURNING HTTP_ERROR_CODE.

MAIN-LOGIC.
    SET CJSON$JOBQ_WRITE_PENDING TO TRUE.
    PERFORM BUILD-JOB-RECORD THRU BUILD-JOB-RECORD-EXIT.
    IF CJSON$JOBQ_BODY_FITS
        PERFORM WRITE-JOB-RECORD THRU WRITE-JOB-RECORD-EXIT
    END-IF.
    IF CJSON$JOBQ_IN_TEXT NOT EQUAL NULL
        CALL "cJSON_free" USING BY VALUE CJSON$JOBQ_IN_TEXT
        END-CALL
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$JOBQ_WRITE_DONE
            MOVE 202 TO HTTP_ERROR_CODE
            PERFORM BUILD-ACCEPTED-BODY THRU BUILD-ACCEPTED-BODY-EXIT
        WHEN CJSON$JOBQ_BODY_TOO_LONG
            MOVE 413 TO HTTP_ERROR_CODE
            PERFORM BUILD-ERROR-DETAIL THRU BUILD-ERROR-DETAIL-EXIT
        WHEN OTHER
            MOVE 500 TO HTTP_ERROR_CODE
            PERFORM BUILD-ERROR-DETAIL THRU BUILD-ERROR-DETAIL-EXIT
    END-EVALUATE.
    GOBACK.

BUILD-JOB-RECORD.
    MOVE CJSON$METHOD TO CJSON$JOB_METHOD.
    MOVE CJSON$OUTPUT_FORMAT TO CJSON$JOB_OUTPUT_FORMAT.
    MOVE 0 TO CJSON$JOB_HTTP_ERROR_CODE.
    MOVE 0 TO CJSON$JOB_ATTEMPT_COUNT.
    MOVE SPACES TO CJSON$JOB_NOT_BEFORE.
    IF CJSON$PATH NOT EQUAL NULL
        SET ADDRESS OF CJSON$JOBQ_CSTR TO CJSON$PATH
        UNSTRING CJSON$JOBQ_CSTR DELIMITED BY X"00"
    PERFORM CAPTURE-ONE-QUERY-ARG THRU CAPTURE-ONE-QUERY-ARG-EXIT
        VARYING CJSON$JOBQ_QRY_IDX FROM 1 BY 1
        UNTIL CJSON$JOBQ_QRY_IDX > CJSON$JOB_QUERY_ARG_COUNT.
    SET CJSON$JOBQ_BODY_FITS TO TRUE.
    SET CJSON$JOBQ_IN_TEXT TO NULL.
    MOVE 0 TO CJSON$JOB_INPUT_LENGTH.
    IF INPUT_CJSON NOT EQUAL NULL
        CALL "cJSON_PrintUnformatted" USING BY VALUE INPUT_CJSON
            RETURNING CJSON$JOBQ_IN_TEXT
        END-CALL
        IF CJSON$JOBQ_IN_TEXT NOT EQUAL NULL
            SET ADDRESS OF CJSON$JOBQ_CSTR TO CJSON$JOBQ_IN_TEXT
            UNSTRING CJSON$JOBQ_CSTR DELIMITED BY X"00"
                INTO CJSON$JOB_INPUT_JSON
            PERFORM MEASURE-INPUT-BODY THRU MEASURE-INPUT-BODY-EXIT
        END-IF
    END-IF.
BUILD-JOB-RECORD-EXIT.
    EXIT.

*> The row is marked continued before it is written, so a runner never
*> sees a long body's row without knowing its segments are due.
MEASURE-INPUT-BODY.
    SET CJSON$SGP_MEASURE TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE SPACES TO CJSON$SGP_OWNER_ID.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$JOB_SUBMITTED TO CJSON$SGP_CAPTURED.
    SET CJSON$SGP_TEXT_PTR TO CJSON$JOBQ_IN_TEXT.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    MOVE CJSON$SGP_LENGTH TO CJSON$JOB_INPUT_LENGTH.
    IF CJSON$SGP_TRUNCATED
        DISPLAY "CJSON_JOBQ: request body of " CJSON$JOB_INPUT_LENGTH
            " bytes too large to queue for " CJSON$JOB_PROGRAM_NAME
        SET CJSON$JOBQ_BODY_TOO_LONG TO TRUE
        GO TO MEASURE-INPUT-BODY-EXIT
    END-IF.
    IF CJSON$SGP_SEGMENTED
        SET CJSON$JOB_INPUT_SEGMENTED TO TRUE
    END-IF.
MEASURE-INPUT-BODY-EXIT.
    EXIT.

BUILD-JOB-ID.
    MOVE SPACES TO CJSON$JOB_ID.
    STRING "J" DELIMITED BY SIZE
*> Duplicate-key status 22 means another request landed in the same
*> hundredth of a second; bump the collision counter and try again.
WRITE-JOB-RECORD.
    OPEN I-O CJSON$JOB_FILE.
    IF CJSON$JOBQ_FILE_STATUS NOT = "00"
       AND CJSON$JOBQ_FILE_STATUS NOT = "05"
    END-IF.
    PERFORM WRITE-ONE-TRY THRU WRITE-ONE-TRY-EXIT
        UNTIL CJSON$JOBQ_WRITE_DONE OR CJSON$JOBQ_SEQ = 9999.
    IF CJSON$JOBQ_WRITE_DONE AND CJSON$JOB_INPUT_SEGMENTED
        PERFORM WRITE-INPUT-SEGMENTS THRU WRITE-INPUT-SEGMENTS-EXIT
    END-IF.
    CLOSE CJSON$JOB_FILE.
WRITE-JOB-RECORD-EXIT.
    EXIT.

*> Segments are keyed by the job id, so they can only be written once
*> the row has its final id. Any failure withdraws the job whole: the
*> row is deleted and whatever segments did land are removed.
WRITE-INPUT-SEGMENTS.
    SET CJSON$SGP_WRITE TO TRUE.
    MOVE CJSON$JOB_ID TO CJSON$SGP_OWNER_ID.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    IF CJSON$SGP_SEGMENTED
        GO TO WRITE-INPUT-SEGMENTS-EXIT
    END-IF.
    DISPLAY "CJSON_JOBQ: request body segments for job " CJSON$JOB_ID
        " not written - job withdrawn".
    DELETE CJSON$JOB_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$JOBQ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ: job " CJSON$JOB_ID
            " not withdrawn, status " CJSON$JOBQ_FILE_STATUS
    END-IF.
    SET CJSON$SGP_DELETE TO TRUE.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    SET CJSON$JOBQ_WRITE_PENDING TO TRUE.
WRITE-INPUT-SEGMENTS-EXIT.
    EXIT.

WRITE-ONE-TRY.
    WRITE CJSON$JOB_RECORD
        INVALID KEY CONTINUE
    IF CJSON$JOBQ_OUT_OBJ EQUAL NULL
        GO TO BUILD-ERROR-DETAIL-EXIT
    END-IF.
    MOVE HTTP_ERROR_CODE TO CJSON$JOBQ_STATUS_VALUE.
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$JOBQ_OUT_OBJ
              BY REFERENCE CJSON$JOBQ_STATUS_KEY
              BY VALUE CJSON$JOBQ_STATUS_VALUE
        RETURNING CJSON$JOBQ_ITEM_PTR
    END-CALL.
    IF HTTP_ERROR_CODE = 413
        CALL "cJSON_AddStringToObject"
            USING BY VALUE CJSON$JOBQ_OUT_OBJ
                  BY REFERENCE CJSON$JOBQ_MESSAGE_KEY
                  BY REFERENCE CJSON$JOBQ_413_TEXT
            RETURNING CJSON$JOBQ_ITEM_PTR
        END-CALL
    ELSE
        CALL "cJSON_AddStringToObject"
            USING BY VALUE CJSON$JOBQ_OUT_OBJ
                  BY REFERENCE CJSON$JOBQ_MESSAGE_KEY
                  BY REFERENCE CJSON$JOBQ_500_TEXT
            RETURNING CJSON$JOBQ_ITEM_PTR
        END-CALL
    END-IF.
    SET CJSON$ERROR_DETAIL TO CJSON$JOBQ_OUT_OBJ.
BUILD-ERROR-DETAIL-EXIT.
    EXIT.
