*> taken from the final '/'-separated segment of CJSON$PATH.
*>
*> Answers 200 with {"job_id": ..., "status": "pending" | "running" |
*> "completed" | "failed" | "cancelled", "submitted": ...,
*> "finished": ..., "http_status": ...} ("finished" and "http_status"
*> only once the job has run; a cancelled job carries "finished", the
*> moment it was cancelled, and no "http_status"), or 404 with a
*> CJSON$ERROR_DETAIL body when the id is not in the queue file.
*> Fetching the finished response body itself is CJSON_JOBQ_RESULT's
*> job.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_JOBQ_STATUS.
            MOVE "running" TO CJSON$JST_STATE_BUFFER
        WHEN CJSON$JOB_COMPLETED
            MOVE "completed" TO CJSON$JST_STATE_BUFFER
        WHEN CJSON$JOB_CANCELLED
            MOVE "cancelled" TO CJSON$JST_STATE_BUFFER
        WHEN OTHER
            MOVE "failed" TO CJSON$JST_STATE_BUFFER
    END-EVALUATE.
              BY REFERENCE CJSON$JST_TIME_BUFFER
        RETURNING CJSON$JST_ITEM_PTR
    END-CALL.
    IF CJSON$JOB_CANCELLED
        MOVE SPACES TO CJSON$JST_TIME_BUFFER
        MOVE CJSON$JOB_FINISHED TO CJSON$JST_TIME_BUFFER(1:16)
        INSPECT CJSON$JST_TIME_BUFFER REPLACING FIRST " " BY X"00"
        CALL "cJSON_AddStringToObject"
            USING BY VALUE CJSON$JST_OUT_OBJ
                  BY REFERENCE CJSON$JST_FINISHED_KEY
                  BY REFERENCE CJSON$JST_TIME_BUFFER
            RETURNING CJSON$JST_ITEM_PTR
        END-CALL
    END-IF.
    IF CJSON$JOB_COMPLETED OR CJSON$JOB_FAILED
        MOVE SPACES TO CJSON$JST_TIME_BUFFER
        MOVE CJSON$JOB_FINISHED TO CJSON$JST_TIME_BUFFER(1:16)
