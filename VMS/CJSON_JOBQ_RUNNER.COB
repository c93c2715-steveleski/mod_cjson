*> marks the row 'E' with HTTP_ERROR_CODE 500 so the poll routes report
*> something truthful. DISPLAYs a summary line when the queue is drained.
*>
*> A job whose request body was too long for CJSON$JOB_INPUT_JSON has
*> the rest in the overflow segment file (see CJSON_SEGMENT.CPY); the
*> whole body is reassembled through CJSON_SEGMENT before the job is
*> touched. CJSON_JOBQ files the segments just after the row, so a job
*> whose segments are not all there yet is left as it stands for the
*> next run, with a console line, rather than run against part of its
*> body.
*>
*> Every run of a job is an attempt: CJSON$JOB_ATTEMPT_COUNT goes up by
*> one and the attempt's finish stamp and HTTP status (0 for a CALL that
*> failed outright) are kept in CJSON$JOB_ATTEMPT_TABLE. Whether a
*> result is worth another try is decided by the CJSON_JOBQ_RETRY_POLICY
*> file, one row per program, hand-maintained and loaded once per run:
*>     CJSON$RUN_POL_PROGRAM      PIC X(31)  sub-program name, or "*"
*>                                           for every program without
*>                                           a row of its own
*>     CJSON$RUN_POL_MAX_ATTEMPTS PIC 9(02)  attempts in all, 1 - 10
*>     CJSON$RUN_POL_BACKOFF      PIC 9(05)  seconds to wait before the
*>                                           second attempt
*>     CJSON$RUN_POL_BACKOFF_MODE PIC X(01)  'F' the same wait before
*>                                           every attempt, 'D' the wait
*>                                           doubles after each one
*>     CJSON$RUN_POL_RETRY_CODE   PIC 9(03)  retryable HTTP statuses, up
*>                                OCCURS 8   to eight, blank when unused;
*>                                           000 makes a failed CALL
*>                                           retryable
*> An attempt whose status is on the list, with attempts left, puts the
*> job back to 'P' with CJSON$JOB_NOT_BEFORE stamped now plus the wait;
*> the runner passes over a 'P' job whose CJSON$JOB_NOT_BEFORE is still
*> in the future, so the next scheduled run after that picks it up. A
*> job whose last permitted attempt is still retryable is written, whole,
*> to the CJSON_JOBQ_DEADLETTER file (see CJSON_JOBQ_DLQ.CPY) and
*> deleted from the queue, where CJSON_JOBQ_DLQ can list, requeue or
*> discard it. A program with no policy row (and no "*" row) gets one
*> attempt and the 'C' / 'E' outcome described above. If the dead-letter
*> write fails, the job stays on the queue as 'E' rather than being lost.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_JOBQ_RUNNER.

        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$JOB_ID
        FILE STATUS IS CJSON$RUN_FILE_STATUS.
    SELECT CJSON$RUN_POL_FILE ASSIGN TO "CJSON_JOBQ_RETRY_POLICY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$RUN_POL_STATUS.
    SELECT OPTIONAL CJSON$DLQ_FILE ASSIGN TO "CJSON_JOBQ_DEADLETTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$DLQ_JOB_ID
        FILE STATUS IS CJSON$RUN_DLQ_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$JOB_FILE.
COPY 'CJSON_JOBQ.CPY'.
FD  CJSON$RUN_POL_FILE.
01  CJSON$RUN_POL_RECORD.
    05  CJSON$RUN_POL_PROGRAM           PIC X(31).
    05  CJSON$RUN_POL_MAX_ATTEMPTS      PIC 9(02).
    05  CJSON$RUN_POL_BACKOFF           PIC 9(05).
    05  CJSON$RUN_POL_BACKOFF_MODE      PIC X(01).
    05  CJSON$RUN_POL_RETRY_CODE        PIC 9(03) OCCURS 8 TIMES.
FD  CJSON$DLQ_FILE.
COPY 'CJSON_JOBQ_DLQ.CPY'.

WORKING-STORAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  CJSON$RUN_FILE_STATUS           PIC X(02).
01  CJSON$RUN_POL_STATUS            PIC X(02).
01  CJSON$RUN_DLQ_STATUS            PIC X(02).
01  CJSON$RUN_POL_EOF_SWITCH        PIC X(01).
    88  CJSON$RUN_POL_AT_EOF        VALUE 'Y'.
    88  CJSON$RUN_POL_NOT_AT_EOF    VALUE 'N'.
*> The retry policy, loaded once per run. Rows past the table limit are
*> reported and ignored.
01  CJSON$RUN_POLICY_COUNT          PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_POLICY_TABLE.
    05  CJSON$RUN_POLICY            OCCURS 32 TIMES.
        10  CJSON$RUN_PT_PROGRAM        PIC X(31).
        10  CJSON$RUN_PT_MAX_ATTEMPTS   PIC 9(02).
        10  CJSON$RUN_PT_BACKOFF        PIC 9(05).
        10  CJSON$RUN_PT_BACKOFF_MODE   PIC X(01).
        10  CJSON$RUN_PT_RETRY_CODE     PIC X(03) OCCURS 8 TIMES.
01  CJSON$RUN_POL_IDX               PIC S9(09) COMP.
01  CJSON$RUN_CODE_IDX              PIC S9(09) COMP.
01  CJSON$RUN_MATCHED_POLICY        PIC S9(09) COMP.
01  CJSON$RUN_ATTEMPT_CODE          PIC 9(03).
01  CJSON$RUN_RETRY_SWITCH          PIC X(01).
    88  CJSON$RUN_RETRYABLE         VALUE 'Y'.
    88  CJSON$RUN_NOT_RETRYABLE     VALUE 'N'.
01  CJSON$RUN_OUTCOME_SWITCH        PIC X(01).
    88  CJSON$RUN_OUTCOME_FINAL     VALUE 'F'.
    88  CJSON$RUN_OUTCOME_RETRY     VALUE 'R'.
    88  CJSON$RUN_OUTCOME_DEAD      VALUE 'D'.
01  CJSON$RUN_NOW_STAMP             PIC X(16).
01  CJSON$RUN_WAIT_SECONDS          PIC S9(09) COMP.
01  CJSON$RUN_DUE_SECONDS           PIC S9(09) COMP.
01  CJSON$RUN_DOUBLE_IDX            PIC S9(09) COMP.
01  CJSON$RUN_DUE_YMD.
    05  CJSON$RUN_DUE_YYYY          PIC 9(04).
    05  CJSON$RUN_DUE_MM            PIC 9(02).
    05  CJSON$RUN_DUE_DD            PIC 9(02).
01  CJSON$RUN_DUE_TIME.
    05  CJSON$RUN_DUE_HH            PIC 9(02).
    05  CJSON$RUN_DUE_MI            PIC 9(02).
    05  CJSON$RUN_DUE_SS            PIC 9(02).
    05  CJSON$RUN_DUE_CC            PIC 9(02).
01  CJSON$RUN_MONTH_DAYS            PIC 9(02).
01  CJSON$RUN_LEAP_QUOT             PIC 9(04).
01  CJSON$RUN_LEAP_REM              PIC 9(04).
01  CJSON$RUN_EOF_SWITCH            PIC X(01).
    88  CJSON$RUN_AT_EOF            VALUE 'Y'.
    88  CJSON$RUN_NOT_AT_EOF        VALUE 'N'.
01  CJSON$RUN_LEN                   PIC S9(09) COMP.
01  CJSON$RUN_QARG_IDX              PIC S9(09) COMP.
01  CJSON$RUN_DATE_TEXT             PIC 9(08).
01  CJSON$RUN_TIME_TEXT.
    05  CJSON$RUN_TIME_HH           PIC 9(02).
    05  CJSON$RUN_TIME_MM           PIC 9(02).
    05  CJSON$RUN_TIME_SS           PIC 9(02).
    05  CJSON$RUN_TIME_CC           PIC 9(02).
01  CJSON$RUN_CALL_SWITCH           PIC X(01).
    88  CJSON$RUN_CALL_OK           VALUE 'Y'.
    88  CJSON$RUN_CALL_FAILED       VALUE 'N'.
01  CJSON$RUN_QUERY_BUFFER          PIC X(257).
01  CJSON$RUN_IP_BUFFER             PIC X(47).
01  CJSON$RUN_REQID_BUFFER          PIC X(65).
01  CJSON$RUN_INPUT_BODY            PIC X(262145).
01  CJSON$RUN_QARG_NAME_BUFFER      PIC X(65)  OCCURS 16 TIMES.
01  CJSON$RUN_QARG_VALUE_BUFFER     PIC X(257) OCCURS 16 TIMES.
01  CJSON$RUN_TOTAL_COUNT           PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_DONE_COUNT            PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_FAIL_COUNT            PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_RETRY_COUNT           PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_DEAD_COUNT            PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_DEFER_COUNT           PIC S9(09) COMP VALUE 0.
01  CJSON$RUN_HELD_COUNT            PIC S9(09) COMP VALUE 0.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

            CJSON$RUN_FILE_STATUS
        STOP RUN
    END-IF.
    PERFORM LOAD-RETRY-POLICY THRU LOAD-RETRY-POLICY-EXIT.
    OPEN I-O CJSON$DLQ_FILE.
    IF CJSON$RUN_DLQ_STATUS NOT = "00"
       AND CJSON$RUN_DLQ_STATUS NOT = "05"
        DISPLAY "CJSON_JOBQ_RUNNER: unable to open dead-letter file,"
            " status " CJSON$RUN_DLQ_STATUS
    END-IF.
    MOVE LOW-VALUES TO CJSON$JOB_ID.
    START CJSON$JOB_FILE KEY NOT LESS THAN CJSON$JOB_ID
        INVALID KEY SET CJSON$RUN_AT_EOF TO TRUE
    PERFORM RUN-NEXT-JOB THRU RUN-NEXT-JOB-EXIT
        UNTIL CJSON$RUN_AT_EOF.
    CLOSE CJSON$JOB_FILE.
    CLOSE CJSON$DLQ_FILE.
    DISPLAY "CJSON_JOBQ_RUNNER: " CJSON$RUN_TOTAL_COUNT " job(s), "
        CJSON$RUN_DONE_COUNT " completed, " CJSON$RUN_FAIL_COUNT
        " failed".
    DISPLAY "CJSON_JOBQ_RUNNER: " CJSON$RUN_RETRY_COUNT
        " retry(s) scheduled, " CJSON$RUN_DEAD_COUNT
        " dead-lettered, " CJSON$RUN_DEFER_COUNT " not yet due".
    DISPLAY "CJSON_JOBQ_RUNNER: " CJSON$RUN_HELD_COUNT
        " held for incomplete body segments".
    STOP RUN.

LOAD-RETRY-POLICY.
    SET CJSON$RUN_POL_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$RUN_POL_FILE.
    IF CJSON$RUN_POL_STATUS NOT = "00"
        IF CJSON$RUN_POL_STATUS NOT = "35"
            DISPLAY "CJSON_JOBQ_RUNNER: unable to open retry policy,"
                " status " CJSON$RUN_POL_STATUS
        END-IF
        GO TO LOAD-RETRY-POLICY-EXIT
    END-IF.
    PERFORM LOAD-ONE-POLICY THRU LOAD-ONE-POLICY-EXIT
        UNTIL CJSON$RUN_POL_AT_EOF.
    CLOSE CJSON$RUN_POL_FILE.
LOAD-RETRY-POLICY-EXIT.
    EXIT.

*> A row whose attempt count or wait is not numeric, or whose attempt
*> count is outside 1 - 10, is reported and skipped rather than guessed
*> at.
LOAD-ONE-POLICY.
    READ CJSON$RUN_POL_FILE
        AT END
            SET CJSON$RUN_POL_AT_EOF TO TRUE
            GO TO LOAD-ONE-POLICY-EXIT
    END-READ.
    IF CJSON$RUN_POL_PROGRAM = SPACES
        GO TO LOAD-ONE-POLICY-EXIT
    END-IF.
    IF CJSON$RUN_POL_MAX_ATTEMPTS NOT NUMERIC
       OR CJSON$RUN_POL_BACKOFF NOT NUMERIC
       OR CJSON$RUN_POL_MAX_ATTEMPTS < 1
       OR CJSON$RUN_POL_MAX_ATTEMPTS > 10
        DISPLAY "CJSON_JOBQ_RUNNER: retry policy row for "
            CJSON$RUN_POL_PROGRAM " is malformed - row skipped"
        GO TO LOAD-ONE-POLICY-EXIT
    END-IF.
    IF CJSON$RUN_POLICY_COUNT >= 32
        DISPLAY "CJSON_JOBQ_RUNNER: retry policy table full - row for "
            CJSON$RUN_POL_PROGRAM " skipped"
        GO TO LOAD-ONE-POLICY-EXIT
    END-IF.
    ADD 1 TO CJSON$RUN_POLICY_COUNT.
    MOVE CJSON$RUN_POL_PROGRAM
        TO CJSON$RUN_PT_PROGRAM(CJSON$RUN_POLICY_COUNT).
    MOVE CJSON$RUN_POL_MAX_ATTEMPTS
        TO CJSON$RUN_PT_MAX_ATTEMPTS(CJSON$RUN_POLICY_COUNT).
    MOVE CJSON$RUN_POL_BACKOFF
        TO CJSON$RUN_PT_BACKOFF(CJSON$RUN_POLICY_COUNT).
    MOVE CJSON$RUN_POL_BACKOFF_MODE
        TO CJSON$RUN_PT_BACKOFF_MODE(CJSON$RUN_POLICY_COUNT).
    PERFORM LOAD-ONE-RETRY-CODE THRU LOAD-ONE-RETRY-CODE-EXIT
        VARYING CJSON$RUN_CODE_IDX FROM 1 BY 1
        UNTIL CJSON$RUN_CODE_IDX > 8.
LOAD-ONE-POLICY-EXIT.
    EXIT.

LOAD-ONE-RETRY-CODE.
    IF CJSON$RUN_POL_RETRY_CODE(CJSON$RUN_CODE_IDX) NUMERIC
        MOVE CJSON$RUN_POL_RETRY_CODE(CJSON$RUN_CODE_IDX)
            TO CJSON$RUN_PT_RETRY_CODE
                (CJSON$RUN_POLICY_COUNT, CJSON$RUN_CODE_IDX)
    ELSE
        MOVE SPACES TO CJSON$RUN_PT_RETRY_CODE
            (CJSON$RUN_POLICY_COUNT, CJSON$RUN_CODE_IDX)
    END-IF.
LOAD-ONE-RETRY-CODE-EXIT.
    EXIT.

RUN-NEXT-JOB.
    READ CJSON$JOB_FILE NEXT RECORD
        AT END
    IF NOT CJSON$JOB_RUNNABLE
        GO TO RUN-NEXT-JOB-EXIT
    END-IF.
    IF CJSON$JOB_ATTEMPT_COUNT NOT NUMERIC
        MOVE 0 TO CJSON$JOB_ATTEMPT_COUNT
        MOVE SPACES TO CJSON$JOB_NOT_BEFORE
    END-IF.
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    IF CJSON$JOB_PENDING
       AND CJSON$JOB_NOT_BEFORE NOT = SPACES
       AND CJSON$JOB_NOT_BEFORE > CJSON$RUN_NOW_STAMP
        ADD 1 TO CJSON$RUN_DEFER_COUNT
        GO TO RUN-NEXT-JOB-EXIT
    END-IF.
    PERFORM LOAD-INPUT-BODY THRU LOAD-INPUT-BODY-EXIT.
    IF CJSON$SGP_MISSING
        DISPLAY "CJSON_JOBQ_RUNNER: job " CJSON$JOB_ID
            " request body segments incomplete - left for the next run"
        ADD 1 TO CJSON$RUN_HELD_COUNT
        GO TO RUN-NEXT-JOB-EXIT
    END-IF.
    ADD 1 TO CJSON$RUN_TOTAL_COUNT.
    SET CJSON$JOB_RUNNING TO TRUE.
    REWRITE CJSON$JOB_RECORD
    PERFORM CALL-JOB-PROGRAM THRU CALL-JOB-PROGRAM-EXIT.
    PERFORM STORE-RESULT THRU STORE-RESULT-EXIT.
    PERFORM FREE-JOB-TREES THRU FREE-JOB-TREES-EXIT.
    PERFORM RECORD-ATTEMPT THRU RECORD-ATTEMPT-EXIT.
    PERFORM DECIDE-OUTCOME THRU DECIDE-OUTCOME-EXIT.
    IF CJSON$RUN_OUTCOME_DEAD
        PERFORM MOVE-TO-DEAD-LETTER THRU MOVE-TO-DEAD-LETTER-EXIT
        GO TO RUN-NEXT-JOB-EXIT
    END-IF.
    REWRITE CJSON$JOB_RECORD
        INVALID KEY CONTINUE
    END-REWRITE.

    SET CJSON$RUN_INPUT_CJSON TO NULL.
    IF CJSON$JOB_INPUT_JSON NOT = SPACES
        CALL "cJSON_Parse"
            USING BY REFERENCE CJSON$RUN_INPUT_BODY
            RETURNING CJSON$RUN_INPUT_CJSON
        END-CALL
    END-IF.
BUILD-REQUEST-EXIT.
    EXIT.

*> The row's 4096 bytes go to the front of the buffer; a continued
*> body has its segments read in behind them.
LOAD-INPUT-BODY.
    SET CJSON$SGP_WHOLE TO TRUE.
    MOVE SPACES TO CJSON$RUN_INPUT_BODY.
    MOVE CJSON$JOB_INPUT_JSON TO CJSON$RUN_INPUT_BODY(1:4096).
    MOVE X"00" TO CJSON$RUN_INPUT_BODY(4097:1).
    IF NOT CJSON$JOB_INPUT_SEGMENTED
       OR CJSON$JOB_INPUT_LENGTH NOT NUMERIC
        GO TO LOAD-INPUT-BODY-EXIT
    END-IF.
    SET CJSON$SGP_READ TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE CJSON$JOB_ID TO CJSON$SGP_OWNER_ID.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$JOB_INPUT_LENGTH TO CJSON$SGP_LENGTH.
    MOVE CJSON$JOB_INPUT_CONTINUED TO CJSON$SGP_CONTINUED.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$RUN_INPUT_BODY.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
LOAD-INPUT-BODY-EXIT.
    EXIT.

BUILD-ONE-QUERY-ARG.
    MOVE 0 TO CJSON$RUN_LEN.
    INSPECT CJSON$JOB_QUERY_ARG_NAME(CJSON$RUN_QARG_IDX)
    IF CJSON$RUN_CALL_FAILED
        SET CJSON$JOB_FAILED TO TRUE
        MOVE 500 TO CJSON$JOB_HTTP_ERROR_CODE
        DISPLAY "CJSON_JOBQ_RUNNER: job " CJSON$JOB_ID
            " program " CJSON$JOB_PROGRAM " could not be CALLed"
        GO TO STORE-RESULT-EXIT
            END-IF
        END-IF
    END-IF.
STORE-RESULT-EXIT.
    EXIT.

TAKE-NOW-STAMP.
    ACCEPT CJSON$RUN_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$RUN_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$RUN_NOW_STAMP.
    STRING CJSON$RUN_DATE_TEXT DELIMITED BY SIZE
           CJSON$RUN_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$RUN_NOW_STAMP.
TAKE-NOW-STAMP-EXIT.
    EXIT.

*> Attempts past the tenth are still counted but no longer itemized;
*> CJSON_JOBQ_RETRY_POLICY cannot ask for more than ten, so only a job
*> re-run by hand that many times gets there.
RECORD-ATTEMPT.
    IF CJSON$JOB_ATTEMPT_COUNT < 99
        ADD 1 TO CJSON$JOB_ATTEMPT_COUNT
    END-IF.
    IF CJSON$RUN_CALL_FAILED
        MOVE 0 TO CJSON$RUN_ATTEMPT_CODE
    ELSE
        MOVE CJSON$JOB_HTTP_ERROR_CODE TO CJSON$RUN_ATTEMPT_CODE
    END-IF.
    IF CJSON$JOB_ATTEMPT_COUNT <= 10
        SET CJSON$JOB_ATT_IDX TO CJSON$JOB_ATTEMPT_COUNT
        MOVE CJSON$JOB_FINISHED
            TO CJSON$JOB_ATTEMPT_AT(CJSON$JOB_ATT_IDX)
        MOVE CJSON$RUN_ATTEMPT_CODE
            TO CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX)
    END-IF.
RECORD-ATTEMPT-EXIT.
    EXIT.

*> The program's own policy row wins over the "*" row whichever comes
*> first in the file. A retryable status with attempts left schedules
*> the next try; with none left the job is dead-lettered; anything else
*> is final and the row keeps the 'C' or 'E' STORE-RESULT gave it.
DECIDE-OUTCOME.
    SET CJSON$RUN_OUTCOME_FINAL TO TRUE.
    SET CJSON$RUN_NOT_RETRYABLE TO TRUE.
    MOVE 0 TO CJSON$RUN_MATCHED_POLICY.
    PERFORM FIND-JOB-POLICY THRU FIND-JOB-POLICY-EXIT
        VARYING CJSON$RUN_POL_IDX FROM 1 BY 1
        UNTIL CJSON$RUN_POL_IDX > CJSON$RUN_POLICY_COUNT.
    IF CJSON$RUN_MATCHED_POLICY = 0
        GO TO DECIDE-OUTCOME-COUNT
    END-IF.
    PERFORM CHECK-ONE-RETRY-CODE THRU CHECK-ONE-RETRY-CODE-EXIT
        VARYING CJSON$RUN_CODE_IDX FROM 1 BY 1
        UNTIL CJSON$RUN_CODE_IDX > 8 OR CJSON$RUN_RETRYABLE.
    IF CJSON$RUN_NOT_RETRYABLE
        GO TO DECIDE-OUTCOME-COUNT
    END-IF.
    IF CJSON$JOB_ATTEMPT_COUNT >=
       CJSON$RUN_PT_MAX_ATTEMPTS(CJSON$RUN_MATCHED_POLICY)
        SET CJSON$RUN_OUTCOME_DEAD TO TRUE
        GO TO DECIDE-OUTCOME-EXIT
    END-IF.
    SET CJSON$RUN_OUTCOME_RETRY TO TRUE.
    SET CJSON$JOB_PENDING TO TRUE.
    PERFORM COMPUTE-NOT-BEFORE THRU COMPUTE-NOT-BEFORE-EXIT.
    ADD 1 TO CJSON$RUN_RETRY_COUNT.
    GO TO DECIDE-OUTCOME-EXIT.
DECIDE-OUTCOME-COUNT.
    IF CJSON$JOB_FAILED
        ADD 1 TO CJSON$RUN_FAIL_COUNT
    ELSE
        ADD 1 TO CJSON$RUN_DONE_COUNT
    END-IF.
DECIDE-OUTCOME-EXIT.
    EXIT.

FIND-JOB-POLICY.
    IF CJSON$RUN_PT_PROGRAM(CJSON$RUN_POL_IDX) = CJSON$JOB_PROGRAM
        MOVE CJSON$RUN_POL_IDX TO CJSON$RUN_MATCHED_POLICY
        MOVE CJSON$RUN_POLICY_COUNT TO CJSON$RUN_POL_IDX
        GO TO FIND-JOB-POLICY-EXIT
    END-IF.
    IF CJSON$RUN_PT_PROGRAM(CJSON$RUN_POL_IDX) = "*"
       AND CJSON$RUN_MATCHED_POLICY = 0
        MOVE CJSON$RUN_POL_IDX TO CJSON$RUN_MATCHED_POLICY
    END-IF.
FIND-JOB-POLICY-EXIT.
    EXIT.

CHECK-ONE-RETRY-CODE.
    IF CJSON$RUN_PT_RETRY_CODE(CJSON$RUN_MATCHED_POLICY,
                               CJSON$RUN_CODE_IDX) = SPACES
        GO TO CHECK-ONE-RETRY-CODE-EXIT
    END-IF.
    IF CJSON$RUN_PT_RETRY_CODE(CJSON$RUN_MATCHED_POLICY,
                               CJSON$RUN_CODE_IDX) =
       CJSON$RUN_ATTEMPT_CODE
        SET CJSON$RUN_RETRYABLE TO TRUE
    END-IF.
CHECK-ONE-RETRY-CODE-EXIT.
    EXIT.

*> The wait is the policy's backoff, doubled once per attempt already
*> made when the row asks for 'D'. It is added to the time of day the
*> attempt finished and whole days carried into the date, so a wait
*> that runs past midnight lands on the right day.
COMPUTE-NOT-BEFORE.
    MOVE CJSON$RUN_PT_BACKOFF(CJSON$RUN_MATCHED_POLICY)
        TO CJSON$RUN_WAIT_SECONDS.
    IF CJSON$RUN_PT_BACKOFF_MODE(CJSON$RUN_MATCHED_POLICY) = "D"
        PERFORM DOUBLE-WAIT THRU DOUBLE-WAIT-EXIT
            VARYING CJSON$RUN_DOUBLE_IDX FROM 2 BY 1
            UNTIL CJSON$RUN_DOUBLE_IDX > CJSON$JOB_ATTEMPT_COUNT
    END-IF.
    MOVE CJSON$JOB_FINISHED(1:8) TO CJSON$RUN_DUE_YMD.
    MOVE CJSON$JOB_FINISHED(9:8) TO CJSON$RUN_DUE_TIME.
    COMPUTE CJSON$RUN_DUE_SECONDS =
        CJSON$RUN_DUE_HH * 3600 + CJSON$RUN_DUE_MI * 60
        + CJSON$RUN_DUE_SS + CJSON$RUN_WAIT_SECONDS.
    PERFORM CARRY-ONE-DAY THRU CARRY-ONE-DAY-EXIT
        UNTIL CJSON$RUN_DUE_SECONDS < 86400.
    DIVIDE CJSON$RUN_DUE_SECONDS BY 3600 GIVING CJSON$RUN_DUE_HH
        REMAINDER CJSON$RUN_DUE_SECONDS.
    DIVIDE CJSON$RUN_DUE_SECONDS BY 60 GIVING CJSON$RUN_DUE_MI
        REMAINDER CJSON$RUN_DUE_SS.
    MOVE SPACES TO CJSON$JOB_NOT_BEFORE.
    STRING CJSON$RUN_DUE_YMD DELIMITED BY SIZE
           CJSON$RUN_DUE_TIME DELIMITED BY SIZE
        INTO CJSON$JOB_NOT_BEFORE.
COMPUTE-NOT-BEFORE-EXIT.
    EXIT.

*> Capped at a day; a longer wait is a policy-file slip, not a plan.
DOUBLE-WAIT.
    IF CJSON$RUN_WAIT_SECONDS < 86400
        MULTIPLY 2 BY CJSON$RUN_WAIT_SECONDS
    END-IF.
DOUBLE-WAIT-EXIT.
    EXIT.

CARRY-ONE-DAY.
    SUBTRACT 86400 FROM CJSON$RUN_DUE_SECONDS.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT.
CARRY-ONE-DAY-EXIT.
    EXIT.

ADD-ONE-DAY.
    EVALUATE CJSON$RUN_DUE_MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$RUN_MONTH_DAYS
        WHEN 2
            MOVE 28 TO CJSON$RUN_MONTH_DAYS
            DIVIDE CJSON$RUN_DUE_YYYY BY 4 GIVING CJSON$RUN_LEAP_QUOT
                REMAINDER CJSON$RUN_LEAP_REM
            IF CJSON$RUN_LEAP_REM = 0
                DIVIDE CJSON$RUN_DUE_YYYY BY 100
                    GIVING CJSON$RUN_LEAP_QUOT
                    REMAINDER CJSON$RUN_LEAP_REM
                IF CJSON$RUN_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$RUN_MONTH_DAYS
                ELSE
                    DIVIDE CJSON$RUN_DUE_YYYY BY 400
                        GIVING CJSON$RUN_LEAP_QUOT
                        REMAINDER CJSON$RUN_LEAP_REM
                    IF CJSON$RUN_LEAP_REM = 0
                        MOVE 29 TO CJSON$RUN_MONTH_DAYS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO CJSON$RUN_MONTH_DAYS
    END-EVALUATE.
    IF CJSON$RUN_DUE_DD < CJSON$RUN_MONTH_DAYS
        ADD 1 TO CJSON$RUN_DUE_DD
        GO TO ADD-ONE-DAY-EXIT
    END-IF.
    MOVE 1 TO CJSON$RUN_DUE_DD.
    IF CJSON$RUN_DUE_MM = 12
        MOVE 1 TO CJSON$RUN_DUE_MM
        ADD 1 TO CJSON$RUN_DUE_YYYY
    ELSE
        ADD 1 TO CJSON$RUN_DUE_MM
    END-IF.
ADD-ONE-DAY-EXIT.
    EXIT.

*> The dead-letter row carries the whole job record, so a requeue from
*> CJSON_JOBQ_DLQ puts back exactly what was captured. The queue row is
*> only deleted once the dead-letter write has landed; a dead-letter row
*> already holding this id (a requeued job that died again) is replaced.
MOVE-TO-DEAD-LETTER.
    SET CJSON$JOB_FAILED TO TRUE.
    MOVE CJSON$JOB_FINISHED TO CJSON$DLQ_DEAD_AT.
    MOVE CJSON$JOB_RECORD TO CJSON$DLQ_JOB_IMAGE.
    WRITE CJSON$DLQ_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$RUN_DLQ_STATUS = "22"
        REWRITE CJSON$DLQ_RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF.
    IF CJSON$RUN_DLQ_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ_RUNNER: job " CJSON$JOB_ID
            " not dead-lettered, status " CJSON$RUN_DLQ_STATUS
            " - left on the queue as failed"
        ADD 1 TO CJSON$RUN_FAIL_COUNT
        REWRITE CJSON$JOB_RECORD
            INVALID KEY CONTINUE
        END-REWRITE
        GO TO MOVE-TO-DEAD-LETTER-EXIT
    END-IF.
    DELETE CJSON$JOB_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$RUN_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ_RUNNER: job " CJSON$JOB_ID
            " dead-lettered but not deleted from the queue, status "
            CJSON$RUN_FILE_STATUS
        REWRITE CJSON$JOB_RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF.
    ADD 1 TO CJSON$RUN_DEAD_COUNT.
    DISPLAY "CJSON_JOBQ_RUNNER: job " CJSON$JOB_ID
        " dead-lettered after " CJSON$JOB_ATTEMPT_COUNT " attempt(s)".
MOVE-TO-DEAD-LETTER-EXIT.
    EXIT.

*> In the Apache flow mod_cjson owns these trees once the entry point
*> returns; here nobody else does, and a runner draining a long queue
*> would otherwise grow without bound. A CSV/plain-text OUTPUT_CJSON is
