    MOVE 0 TO CJSON$JOB_QUERY_ARG_COUNT.
    MOVE CJSON$SCHED_OUTPUT_FORMAT TO CJSON$JOB_OUTPUT_FORMAT.
    MOVE 0 TO CJSON$JOB_HTTP_ERROR_CODE.
    MOVE 0 TO CJSON$JOB_ATTEMPT_COUNT.
    MOVE SPACES TO CJSON$JOB_NOT_BEFORE.
    MOVE CJSON$SCHED_INPUT_JSON TO CJSON$JOB_INPUT_JSON.
    PERFORM WRITE-ONE-TRY THRU WRITE-ONE-TRY-EXIT
        UNTIL CJSON$SCH_WRITE_DONE OR CJSON$SCH_SEQ = 9999.
