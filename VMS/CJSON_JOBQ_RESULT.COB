*> as the raw NUL terminated buffer, exactly the contract the handler
*> itself would have honored (see APACHE_CJSON.CPY). An unknown id
*> answers 404, and a job still pending or running answers 409 with a
*> CJSON$ERROR_DETAIL body so the client knows to keep polling. A job
*> an operator cancelled before it ran has no response to replay and
*> answers 410, so the client knows to stop.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_JOBQ_RESULT.
01  CJSON$JRS_409_TEXT.
    05  FILLER                      PIC X(20) VALUE "job not finished yet".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$JRS_410_TEXT.
    05  FILLER                      PIC X(17) VALUE "job was cancelled".
    05  FILLER                      PIC X(01) VALUE X"00".

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
        WHEN CJSON$JOB_PENDING OR CJSON$JOB_RUNNING
            MOVE 409 TO HTTP_ERROR_CODE
            PERFORM BUILD-ERROR-BODY THRU BUILD-ERROR-BODY-EXIT
        WHEN CJSON$JOB_CANCELLED
            MOVE 410 TO HTTP_ERROR_CODE
            PERFORM BUILD-ERROR-BODY THRU BUILD-ERROR-BODY-EXIT
        WHEN OTHER
            PERFORM REPLAY-STORED-RESPONSE
                THRU REPLAY-STORED-RESPONSE-EXIT
              BY VALUE CJSON$JRS_STATUS_VALUE
        RETURNING CJSON$JRS_ITEM_PTR
    END-CALL.
    EVALUATE HTTP_ERROR_CODE
        WHEN 404
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$JRS_OUT_OBJ
                      BY REFERENCE CJSON$JRS_MESSAGE_KEY
                      BY REFERENCE CJSON$JRS_404_TEXT
                RETURNING CJSON$JRS_ITEM_PTR
            END-CALL
        WHEN 410
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$JRS_OUT_OBJ
                      BY REFERENCE CJSON$JRS_MESSAGE_KEY
                      BY REFERENCE CJSON$JRS_410_TEXT
                RETURNING CJSON$JRS_ITEM_PTR
            END-CALL
        WHEN OTHER
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$JRS_OUT_OBJ
                      BY REFERENCE CJSON$JRS_MESSAGE_KEY
                      BY REFERENCE CJSON$JRS_409_TEXT
                RETURNING CJSON$JRS_ITEM_PTR
            END-CALL
    END-EVALUATE.
    SET CJSON$ERROR_DETAIL TO CJSON$JRS_OUT_OBJ.
BUILD-ERROR-BODY-EXIT.
    EXIT.
