*>
*> Copyright (c) 2017 Steve Leski and contributors.
*>
*> Permission is hereby granted, free of charge, to any person obtaining a copy
*> of this software and associated documentation files (the "Software"), to deal
*> in the Software without restriction, including without limitation the rights
*> to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
*> copies of the Software, and to permit persons to whom the Software is
*> furnished to do so, subject to the following conditions:
*> The above copyright notice and this permission notice shall be included in
*> all copies or substantial portions of the Software.
*> THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
*> IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
*> FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
*> AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
*> LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
*> OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN
*> THE SOFTWARE.
*>
*> CJSON_JOBQ_DLQ - operator utility over the job dead-letter file
*> CJSON_JOBQ_DEADLETTER (see CJSON_JOBQ_DLQ.CPY), so a bad night can be
*> cleared without editing the indexed queue by hand. Run standalone:
*>     RUN CJSON_JOBQ_DLQ
*> It ACCEPTs an action line, then (for REQUEUE and DISCARD) one job id
*> per line, ending with a blank line:
*>     LIST      DISPLAYs every dead-lettered job - id, program, path,
*>               submission and dead-letter stamps, and the finish stamp
*>               and HTTP status of every attempt (status 0 is a CALL
*>               that failed outright)
*>     REQUEUE   puts each named job back on CJSON_JOBQ_FILE under its
*>               own id as a fresh 'P' row - attempt count 0, no
*>               not-before stamp, last result cleared - so the runner
*>               gives it a full round of attempts again, and removes
*>               it from the dead-letter file. The client's job id keeps
*>               working on the poll routes.
*>     DISCARD   removes each named job from the dead-letter file for
*>               good, with any overflow segments of its request body
*>               (see CJSON_SEGMENT.CPY)
*> A job id already on the queue (it was requeued before, or the id was
*> reused) is not overwritten; the dead-letter row stays put and the
*> line is reported. RETURN-CODE is 1 when any named id could not be
*> actioned, so a batch procedure can tell a clean pass from a partial
*> one.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_JOBQ_DLQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$DLQ_FILE ASSIGN TO "CJSON_JOBQ_DEADLETTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$DLQ_JOB_ID
        FILE STATUS IS CJSON$DLQ_FILE_STATUS.
    SELECT OPTIONAL CJSON$JOB_FILE ASSIGN TO "CJSON_JOBQ_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$JOB_ID
        FILE STATUS IS CJSON$DLQ_JOB_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$DLQ_FILE.
COPY 'CJSON_JOBQ_DLQ.CPY'.
FD  CJSON$JOB_FILE.
COPY 'CJSON_JOBQ.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$DLQ_FILE_STATUS           PIC X(02).
01  CJSON$DLQ_JOB_STATUS            PIC X(02).
01  CJSON$DLQ_ACTION                PIC X(16).
    88  CJSON$DLQ_ACTION_LIST       VALUE "LIST".
    88  CJSON$DLQ_ACTION_REQUEUE    VALUE "REQUEUE".
    88  CJSON$DLQ_ACTION_DISCARD    VALUE "DISCARD".
01  CJSON$DLQ_TARGET_ID             PIC X(32).
01  CJSON$DLQ_EOF_SWITCH            PIC X(01).
    88  CJSON$DLQ_AT_EOF            VALUE 'Y'.
    88  CJSON$DLQ_NOT_AT_EOF        VALUE 'N'.
01  CJSON$DLQ_INPUT_SWITCH          PIC X(01).
    88  CJSON$DLQ_INPUT_DONE        VALUE 'Y'.
    88  CJSON$DLQ_INPUT_PENDING     VALUE 'N'.
01  CJSON$DLQ_ATT_LIMIT             PIC S9(09) COMP.
01  CJSON$DLQ_ATT_NUMBER            PIC 9(02).
01  CJSON$DLQ_ROW_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$DLQ_DONE_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$DLQ_MISS_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$DLQ_COUNT_EDIT            PIC Z(08)9.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT CJSON$DLQ_ACTION.
    INSPECT CJSON$DLQ_ACTION CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF NOT CJSON$DLQ_ACTION_LIST
       AND NOT CJSON$DLQ_ACTION_REQUEUE
       AND NOT CJSON$DLQ_ACTION_DISCARD
        DISPLAY "CJSON_JOBQ_DLQ: action must be LIST, REQUEUE or"
            " DISCARD"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CJSON$DLQ_FILE.
    IF CJSON$DLQ_FILE_STATUS NOT = "00"
        IF CJSON$DLQ_FILE_STATUS = "35"
            DISPLAY "CJSON_JOBQ_DLQ: dead-letter file is empty"
        ELSE
            DISPLAY "CJSON_JOBQ_DLQ: unable to open dead-letter file,"
                " status " CJSON$DLQ_FILE_STATUS
            MOVE 1 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    IF CJSON$DLQ_ACTION_LIST
        PERFORM LIST-DEAD-LETTERS THRU LIST-DEAD-LETTERS-EXIT
    ELSE
        PERFORM ACTION-NAMED-JOBS THRU ACTION-NAMED-JOBS-EXIT
    END-IF.
    CLOSE CJSON$DLQ_FILE.
    STOP RUN.

LIST-DEAD-LETTERS.
    SET CJSON$DLQ_NOT_AT_EOF TO TRUE.
    MOVE LOW-VALUES TO CJSON$DLQ_JOB_ID.
    START CJSON$DLQ_FILE KEY NOT LESS THAN CJSON$DLQ_JOB_ID
        INVALID KEY SET CJSON$DLQ_AT_EOF TO TRUE
    END-START.
    PERFORM LIST-ONE-DEAD-LETTER THRU LIST-ONE-DEAD-LETTER-EXIT
        UNTIL CJSON$DLQ_AT_EOF.
    MOVE CJSON$DLQ_ROW_COUNT TO CJSON$DLQ_COUNT_EDIT.
    DISPLAY "CJSON_JOBQ_DLQ: " CJSON$DLQ_COUNT_EDIT
        " dead-lettered job(s)".
LIST-DEAD-LETTERS-EXIT.
    EXIT.

*> The image is MOVEd into the job FD's record area so the fields can
*> be named; nothing is written back.
LIST-ONE-DEAD-LETTER.
    READ CJSON$DLQ_FILE NEXT RECORD
        AT END
            SET CJSON$DLQ_AT_EOF TO TRUE
            GO TO LIST-ONE-DEAD-LETTER-EXIT
    END-READ.
    ADD 1 TO CJSON$DLQ_ROW_COUNT.
    MOVE CJSON$DLQ_JOB_IMAGE TO CJSON$JOB_RECORD.
    DISPLAY " ".
    DISPLAY "JOB ID      " CJSON$JOB_ID.
    DISPLAY "PROGRAM     " CJSON$JOB_PROGRAM.
    DISPLAY "PATH        " CJSON$JOB_PATH.
    DISPLAY "REQUEST ID  " CJSON$JOB_REQUEST_ID.
    DISPLAY "SUBMITTED   " CJSON$JOB_SUBMITTED.
    DISPLAY "DEAD AT     " CJSON$DLQ_DEAD_AT.
    DISPLAY "ATTEMPTS    " CJSON$JOB_ATTEMPT_COUNT.
    MOVE CJSON$JOB_ATTEMPT_COUNT TO CJSON$DLQ_ATT_LIMIT.
    IF CJSON$DLQ_ATT_LIMIT > 10
        MOVE 10 TO CJSON$DLQ_ATT_LIMIT
    END-IF.
    PERFORM LIST-ONE-ATTEMPT THRU LIST-ONE-ATTEMPT-EXIT
        VARYING CJSON$JOB_ATT_IDX FROM 1 BY 1
        UNTIL CJSON$JOB_ATT_IDX > CJSON$DLQ_ATT_LIMIT.
LIST-ONE-DEAD-LETTER-EXIT.
    EXIT.

LIST-ONE-ATTEMPT.
    SET CJSON$DLQ_ATT_NUMBER TO CJSON$JOB_ATT_IDX.
    DISPLAY "  ATTEMPT " CJSON$DLQ_ATT_NUMBER " "
        CJSON$JOB_ATTEMPT_AT(CJSON$JOB_ATT_IDX) " HTTP STATUS "
        CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX).
LIST-ONE-ATTEMPT-EXIT.
    EXIT.

ACTION-NAMED-JOBS.
    IF CJSON$DLQ_ACTION_REQUEUE
        OPEN I-O CJSON$JOB_FILE
        IF CJSON$DLQ_JOB_STATUS NOT = "00"
           AND CJSON$DLQ_JOB_STATUS NOT = "05"
            DISPLAY "CJSON_JOBQ_DLQ: unable to open job file, status "
                CJSON$DLQ_JOB_STATUS
            MOVE 1 TO RETURN-CODE
            GO TO ACTION-NAMED-JOBS-EXIT
        END-IF
    END-IF.
    SET CJSON$DLQ_INPUT_PENDING TO TRUE.
    PERFORM ACTION-ONE-JOB THRU ACTION-ONE-JOB-EXIT
        UNTIL CJSON$DLQ_INPUT_DONE.
    IF CJSON$DLQ_ACTION_REQUEUE
        CLOSE CJSON$JOB_FILE
    END-IF.
    MOVE CJSON$DLQ_DONE_COUNT TO CJSON$DLQ_COUNT_EDIT.
    DISPLAY "CJSON_JOBQ_DLQ: " CJSON$DLQ_COUNT_EDIT " job(s) "
        CJSON$DLQ_ACTION.
    IF CJSON$DLQ_MISS_COUNT > 0
        MOVE CJSON$DLQ_MISS_COUNT TO CJSON$DLQ_COUNT_EDIT
        DISPLAY "CJSON_JOBQ_DLQ: " CJSON$DLQ_COUNT_EDIT
            " job(s) could not be actioned"
        MOVE 1 TO RETURN-CODE
    END-IF.
ACTION-NAMED-JOBS-EXIT.
    EXIT.

ACTION-ONE-JOB.
    MOVE SPACES TO CJSON$DLQ_TARGET_ID.
    ACCEPT CJSON$DLQ_TARGET_ID.
    IF CJSON$DLQ_TARGET_ID = SPACES
        SET CJSON$DLQ_INPUT_DONE TO TRUE
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    MOVE CJSON$DLQ_TARGET_ID TO CJSON$DLQ_JOB_ID.
    READ CJSON$DLQ_FILE
        INVALID KEY CONTINUE
    END-READ.
    IF CJSON$DLQ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ_DLQ: job " CJSON$DLQ_TARGET_ID
            " is not dead-lettered"
        ADD 1 TO CJSON$DLQ_MISS_COUNT
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    IF CJSON$DLQ_ACTION_REQUEUE
        PERFORM REQUEUE-ONE-JOB THRU REQUEUE-ONE-JOB-EXIT
        IF CJSON$DLQ_JOB_STATUS NOT = "00"
            GO TO ACTION-ONE-JOB-EXIT
        END-IF
    END-IF.
    DELETE CJSON$DLQ_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$DLQ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ_DLQ: job " CJSON$DLQ_TARGET_ID
            " not removed from the dead-letter file, status "
            CJSON$DLQ_FILE_STATUS
        ADD 1 TO CJSON$DLQ_MISS_COUNT
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    IF CJSON$DLQ_ACTION_DISCARD
        PERFORM DISCARD-SEGMENTS THRU DISCARD-SEGMENTS-EXIT
    END-IF.
    ADD 1 TO CJSON$DLQ_DONE_COUNT.
    DISPLAY "CJSON_JOBQ_DLQ: job " CJSON$DLQ_TARGET_ID " "
        CJSON$DLQ_ACTION.
ACTION-ONE-JOB-EXIT.
    EXIT.

*> The captured request goes back exactly as it was captured; only the
*> run state is reset.
REQUEUE-ONE-JOB.
    MOVE CJSON$DLQ_JOB_IMAGE TO CJSON$JOB_RECORD.
    SET CJSON$JOB_PENDING TO TRUE.
    MOVE SPACES TO CJSON$JOB_FINISHED.
    MOVE 0 TO CJSON$JOB_HTTP_ERROR_CODE.
    MOVE SPACES TO CJSON$JOB_OUTPUT_JSON.
    MOVE 0 TO CJSON$JOB_ATTEMPT_COUNT.
    MOVE SPACES TO CJSON$JOB_NOT_BEFORE.
    PERFORM CLEAR-ONE-ATTEMPT THRU CLEAR-ONE-ATTEMPT-EXIT
        VARYING CJSON$JOB_ATT_IDX FROM 1 BY 1
        UNTIL CJSON$JOB_ATT_IDX > 10.
    WRITE CJSON$JOB_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$DLQ_JOB_STATUS = "22"
        DISPLAY "CJSON_JOBQ_DLQ: job " CJSON$DLQ_TARGET_ID
            " is already on the queue - left dead-lettered"
        ADD 1 TO CJSON$DLQ_MISS_COUNT
        GO TO REQUEUE-ONE-JOB-EXIT
    END-IF.
    IF CJSON$DLQ_JOB_STATUS NOT = "00"
        DISPLAY "CJSON_JOBQ_DLQ: job " CJSON$DLQ_TARGET_ID
            " not requeued, status " CJSON$DLQ_JOB_STATUS
        ADD 1 TO CJSON$DLQ_MISS_COUNT
    END-IF.
REQUEUE-ONE-JOB-EXIT.
    EXIT.

*> A requeued job keeps its id, so its segments stay where they are;
*> a discarded one will never run again and its segments go with it.
DISCARD-SEGMENTS.
    SET CJSON$SGP_DELETE TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE CJSON$DLQ_TARGET_ID TO CJSON$SGP_OWNER_ID.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
DISCARD-SEGMENTS-EXIT.
    EXIT.

CLEAR-ONE-ATTEMPT.
    MOVE SPACES TO CJSON$JOB_ATTEMPT_AT(CJSON$JOB_ATT_IDX).
    MOVE 0 TO CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX).
CLEAR-ONE-ATTEMPT-EXIT.
    EXIT.
