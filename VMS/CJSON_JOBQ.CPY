*> rebuilds a CJSON$APACHE_CJSON from them and CALLs CJSON$JOB_PROGRAM
*> exactly the way CJSON_DISPATCHER would have, so a sub-program cannot
*> tell whether it ran inline or from the queue. The same fixed-width
*> truncation limits the audit trail accepts apply here: a path or query
*> string longer than its field is truncated at capture and the job
*> runs against the truncated request. A request body longer than
*> CJSON$JOB_INPUT_JSON carries on in the overflow segment file keyed
*> by the job id (see CJSON_SEGMENT.CPY) - CJSON$JOB_INPUT_LENGTH is its
*> full length and CJSON$JOB_INPUT_CONTINUED is 'C' - and the runner
*> reassembles it before the CALL; CJSON_JOBQ refuses a body too long
*> to keep whole rather than queue it cut short. CJSON$JOB_OUTPUT_JSON
*> is still the first 4096 bytes of the response only.
*>
*> CJSON$JOB_STATUS is the job's life cycle: 'P' queued and untouched,
*> 'R' picked up by a runner, 'C' the sub-program ran to completion
*> (whatever HTTP status it returned - CJSON$JOB_HTTP_ERROR_CODE holds
*> it), 'E' the runner could not run it at all (the CALL itself failed),
*> 'X' cancelled by an operator through CJSON_ADMIN_JOBS while still
*> 'P' - never run, CJSON$JOB_FINISHED stamped with the moment of the
*> cancel. Runners pass over 'X' rows like any other finished row.
*> A runner that dies mid-job leaves the row at 'R'; the next runner
*> re-runs 'R' rows from the top, so a job is executed at least once -
*> a sub-program queued for background work must tolerate a re-run
*> after a crash, the same discipline any restartable batch step needs.
*>
*> The retry fields sit at the end of the record. CJSON$JOB_ATTEMPT_COUNT
*> is how many times a runner has CALLed the job's program, and
*> CJSON$JOB_ATTEMPT_TABLE keeps the finish stamp and the HTTP status of
*> each of the first ten of them (status 0 is a CALL that failed
*> outright). When the program's row in CJSON_JOBQ_RETRY_POLICY names
*> the status an attempt came back with, the runner puts the job back
*> to 'P' with CJSON$JOB_NOT_BEFORE set to the earliest stamp (date +
*> time, the CJSON$JOB_SUBMITTED layout) it may be tried again; a blank
*> CJSON$JOB_NOT_BEFORE means due now. A job whose last permitted
*> attempt is still retryable is moved, whole, to the dead-letter file
*> (see CJSON_JOBQ_DLQ.CPY). Writers set
*> CJSON$JOB_ATTEMPT_COUNT to 0 and CJSON$JOB_NOT_BEFORE to SPACES.
*>
*> The body length fields come after the retry fields; a writer that
*> leaves CJSON$JOB_INPUT_LENGTH 0 and CJSON$JOB_INPUT_CONTINUED SPACE
*> queues a body that fits CJSON$JOB_INPUT_JSON.
*>
01  CJSON$JOB_RECORD.
    05  CJSON$JOB_ID                    PIC X(32).
    05  CJSON$JOB_STATUS                PIC X(01).
        88  CJSON$JOB_RUNNING           VALUE 'R'.
        88  CJSON$JOB_COMPLETED         VALUE 'C'.
        88  CJSON$JOB_FAILED            VALUE 'E'.
        88  CJSON$JOB_CANCELLED         VALUE 'X'.
        88  CJSON$JOB_RUNNABLE          VALUES 'P' 'R'.
    05  CJSON$JOB_SUBMITTED             PIC X(16).
    05  CJSON$JOB_FINISHED              PIC X(16).
    05  CJSON$JOB_HTTP_ERROR_CODE       PIC S9(09).
    05  CJSON$JOB_INPUT_JSON            PIC X(4096).
    05  CJSON$JOB_OUTPUT_JSON           PIC X(4096).
    05  CJSON$JOB_ATTEMPT_COUNT         PIC 9(02).
    05  CJSON$JOB_NOT_BEFORE            PIC X(16).
    05  CJSON$JOB_ATTEMPT_TABLE         OCCURS 10 TIMES
                                         INDEXED BY CJSON$JOB_ATT_IDX.
        10  CJSON$JOB_ATTEMPT_AT        PIC X(16).
        10  CJSON$JOB_ATTEMPT_STATUS    PIC S9(09).
    05  CJSON$JOB_INPUT_LENGTH          PIC 9(09).
    05  CJSON$JOB_INPUT_CONTINUED       PIC X(01).
        88  CJSON$JOB_INPUT_SEGMENTED   VALUE 'C'.
