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
*> CJSON_ADMIN_JOBS - operator route sub-program over the asynchronous
*> job queue (see CJSON_JOBQ.CPY). One program serves two routes, both
*> of which must carry an admin CJSON$ROUTE_REQUIRED_ROLE so CJSON_AUTH
*> turns everyone else away before this is ever CALLed:
*>
*>     GET  /admin/jobs                  exact match - list jobs
*>     POST /admin/jobs/                 prefix match - act on one job,
*>                                       /admin/jobs/<job-id>/cancel or
*>                                       /admin/jobs/<job-id>/requeue
*>
*> The list walks CJSON_JOBQ_FILE in job id order (which is submission
*> order) and answers 200 with {"jobs": [...], "page": .., "page_size":
*> .., "matched": .., "more": ..}, each entry the job's id, status,
*> program, submission stamp, finish stamp, HTTP status, attempt count
*> and request id. Query arguments narrow it, all optional:
*>     status    pending | running | completed | failed | cancelled
*>     program   CJSON$JOB_PROGRAM, exactly (case is ignored)
*>     from      earliest submission stamp - yyyymmdd[hhmmsscc], any
*>               leading part of one, compared on that part only
*>     to        latest submission stamp, the same way, so to=20261015
*>               takes in the whole of the 15th
*>     page      page number, from 1 (default 1)
*>     size      jobs per page, 1 to 200 (default 50)
*> "matched" counts every job the filters pass, on any page, and
*> "more" says whether there are pages after this one. An argument
*> that does not make sense is refused with 400 rather than ignored.
*>
*> cancel takes a 'P' job out of the queue without running it: the row
*> becomes 'X' with CJSON$JOB_FINISHED stamped now, which the runner
*> passes over and the poll routes report as "cancelled". The row is
*> read and rewritten in one I-O open, so a runner that picked the job
*> up first wins and the cancel is refused. Any other status is 409.
*>
*> requeue runs an 'E' or 'C' job again as a fresh 'P' copy under a new
*> job id - the captured request exactly as it was, request id and all,
*> with a new submission stamp and the run state cleared - and answers
*> with the new job's row plus "requeued_from". The original row is
*> left as it was, so its outcome stays on record until housekeeping
*> takes it. A continued request body is reassembled from the old job's
*> segments and written again under the new id; when the old segments
*> are missing the requeue is refused with 409 rather than queue a job
*> that would be held for ever. Any other status is 409.
*>
*> An unknown job id is 404, an unknown action 400, any method other
*> than GET or POST 405. Whatever the outcome, CJSON_ADMIN_AUDIT names
*> the operator, the action and the job in the body handed back, so
*> the request's own audit row records who did what.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_ADMIN_JOBS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$JOB_FILE ASSIGN TO "CJSON_JOBQ_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$JOB_ID
        FILE STATUS IS CJSON$ADJ_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$JOB_FILE.
COPY 'CJSON_JOBQ.CPY'.

WORKING-STORAGE SECTION.
COPY 'CJSON_SEGMENT_PARM.CPY'.
01  CJSON$ADJ_FILE_STATUS           PIC X(02).
01  CJSON$ADJ_CSTR                  PIC X(4096) BASED.
01  CJSON$ADJ_PATH                  PIC X(80).
01  CJSON$ADJ_PATH_LEN              PIC S9(09) COMP.
01  CJSON$ADJ_SLASH_IDX             PIC S9(09) COMP.
01  CJSON$ADJ_ID_END                PIC S9(09) COMP.
01  CJSON$ADJ_JOB_ACTION            PIC X(16).
    88  CJSON$ADJ_CANCEL            VALUE "cancel".
    88  CJSON$ADJ_REQUEUE           VALUE "requeue".
01  CJSON$ADJ_TARGET_ID             PIC X(32).
01  CJSON$ADJ_OLD_ID                PIC X(32).
01  CJSON$ADJ_EOF_SWITCH            PIC X(01).
    88  CJSON$ADJ_AT_EOF            VALUE 'Y'.
    88  CJSON$ADJ_NOT_AT_EOF        VALUE 'N'.
01  CJSON$ADJ_FILTER_SWITCH         PIC X(01).
    88  CJSON$ADJ_FILTER_BAD        VALUE 'Y'.
    88  CJSON$ADJ_FILTER_OK         VALUE 'N'.
01  CJSON$ADJ_ARG_IDX               PIC S9(09) COMP.
01  CJSON$ADJ_ARG_COUNT             PIC S9(09) COMP.
01  CJSON$ADJ_ARG_NAME              PIC X(64).
01  CJSON$ADJ_ARG_VALUE             PIC X(256).
01  CJSON$ADJ_ARG_LEN               PIC S9(09) COMP.
01  CJSON$ADJ_FILTER_STATUS         PIC X(01).
01  CJSON$ADJ_FILTER_PROGRAM        PIC X(31).
01  CJSON$ADJ_FILTER_FROM           PIC X(16).
01  CJSON$ADJ_FROM_LEN              PIC S9(09) COMP.
01  CJSON$ADJ_FILTER_TO             PIC X(16).
01  CJSON$ADJ_TO_LEN                PIC S9(09) COMP.
01  CJSON$ADJ_NUMBER_TEXT           PIC X(04) JUSTIFIED RIGHT.
01  CJSON$ADJ_NUMBER_9 REDEFINES CJSON$ADJ_NUMBER_TEXT
                                    PIC 9(04).
01  CJSON$ADJ_PAGE                  PIC S9(09) COMP.
01  CJSON$ADJ_PAGE_SIZE             PIC S9(09) COMP.
01  CJSON$ADJ_SKIP_COUNT            PIC S9(09) COMP.
01  CJSON$ADJ_MATCHED_COUNT         PIC S9(09) COMP.
01  CJSON$ADJ_LISTED_COUNT          PIC S9(09) COMP.
01  CJSON$ADJ_DATE_TEXT             PIC 9(08).
01  CJSON$ADJ_TIME_TEXT             PIC 9(08).
01  CJSON$ADJ_NOW_STAMP             PIC X(16).
01  CJSON$ADJ_SEQ                   PIC 9(04).
01  CJSON$ADJ_WRITE_SWITCH          PIC X(01).
    88  CJSON$ADJ_WRITE_DONE        VALUE 'Y'.
    88  CJSON$ADJ_WRITE_PENDING     VALUE 'N'.
01  CJSON$ADJ_INPUT_BODY            PIC X(262145).
01  CJSON$ADJ_ADMIN_ACTION          PIC X(16).
01  CJSON$ADJ_ADMIN_TARGET          PIC X(64).
01  CJSON$ADJ_ADMIN_BODY            USAGE POINTER.
01  CJSON$ADJ_OUT_OBJ               USAGE POINTER.
01  CJSON$ADJ_JOBS_ARRAY            USAGE POINTER.
01  CJSON$ADJ_ROW_OBJ               USAGE POINTER.
01  CJSON$ADJ_ITEM_PTR              USAGE POINTER.
01  CJSON$ADJ_NUMBER_VALUE          USAGE COMP-2.
01  CJSON$ADJ_BOOL_VALUE            PIC S9(09) COMP.
01  CJSON$ADJ_NAME_Z                PIC X(16).
01  CJSON$ADJ_VALUE_BUFFER          PIC X(65).
01  CJSON$ADJ_STATE_TEXT            PIC X(10).
01  CJSON$ADJ_MESSAGE_BUFFER        PIC X(64).
01  CJSON$ADJ_JOBS_KEY.
    05  FILLER                      PIC X(04) VALUE "jobs".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_MORE_KEY.
    05  FILLER                      PIC X(04) VALUE "more".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_STATUS_KEY.
    05  FILLER                      PIC X(06) VALUE "status".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_MESSAGE_KEY.
    05  FILLER                      PIC X(07) VALUE "message".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_400_ACTION_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "unknown job action".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_400_FILTER_TEXT.
    05  FILLER                      PIC X(19) VALUE
        "invalid list filter".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_404_TEXT.
    05  FILLER                      PIC X(11) VALUE "no such job".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_405_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "method not allowed".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_409_CANCEL_TEXT.
    05  FILLER                      PIC X(35) VALUE
        "only a pending job can be cancelled".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_409_REQUEUE_TEXT.
    05  FILLER                      PIC X(46) VALUE
        "only a failed or completed job can be requeued".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_409_SEGMENT_TEXT.
    05  FILLER                      PIC X(32) VALUE
        "job request body is not complete".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$ADJ_500_TEXT.
    05  FILLER                      PIC X(25) VALUE
        "job queue file not usable".
    05  FILLER                      PIC X(01) VALUE X"00".

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  INPUT_CJSON                     USAGE POINTER.
01  OUTPUT_CJSON                    USAGE POINTER.
01  CJSON$ERROR_DETAIL              USAGE POINTER.
01  HTTP_ERROR_CODE                 PIC S9(09) COMP.

PROCEDURE DIVISION USING CJSON$APACHE_CJSON, INPUT_CJSON, OUTPUT_CJSON,
                         CJSON$ERROR_DETAIL
                   RETURNING HTTP_ERROR_CODE.

MAIN-LOGIC.
    MOVE 200 TO HTTP_ERROR_CODE.
    MOVE "job-admin" TO CJSON$ADJ_ADMIN_ACTION.
    MOVE SPACES TO CJSON$ADJ_ADMIN_TARGET.
    EVALUATE TRUE
        WHEN CJSON$_GET
            PERFORM LIST-JOBS THRU LIST-JOBS-EXIT
        WHEN CJSON$_POST
            PERFORM ACTION-ONE-JOB THRU ACTION-ONE-JOB-EXIT
        WHEN OTHER
            MOVE 405 TO HTTP_ERROR_CODE
            MOVE CJSON$ADJ_405_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
    END-EVALUATE.
    IF HTTP_ERROR_CODE NOT = 200
        PERFORM BUILD-ERROR-BODY THRU BUILD-ERROR-BODY-EXIT
        SET CJSON$ADJ_ADMIN_BODY TO CJSON$ERROR_DETAIL
    ELSE
        SET CJSON$ADJ_ADMIN_BODY TO OUTPUT_CJSON
    END-IF.
    CALL "CJSON_ADMIN_AUDIT" USING CJSON$APACHE_CJSON,
                                   CJSON$ADJ_ADMIN_ACTION,
                                   CJSON$ADJ_ADMIN_TARGET,
                                   CJSON$ADJ_ADMIN_BODY
    END-CALL.
    GOBACK.

*> ---------------------------------------------------------------
*> GET - the filtered, paged job list.
*> ---------------------------------------------------------------
LIST-JOBS.
    MOVE "job-list" TO CJSON$ADJ_ADMIN_ACTION.
    MOVE "all" TO CJSON$ADJ_ADMIN_TARGET.
    IF CJSON$QUERY_ARGS NOT EQUAL NULL
        SET ADDRESS OF CJSON$ADJ_CSTR TO CJSON$QUERY_ARGS
        MOVE SPACES TO CJSON$ADJ_ADMIN_TARGET
        UNSTRING CJSON$ADJ_CSTR DELIMITED BY X"00"
            INTO CJSON$ADJ_ADMIN_TARGET
        IF CJSON$ADJ_ADMIN_TARGET = SPACES
            MOVE "all" TO CJSON$ADJ_ADMIN_TARGET
        END-IF
    END-IF.
    PERFORM LOAD-LIST-FILTERS THRU LOAD-LIST-FILTERS-EXIT.
    IF CJSON$ADJ_FILTER_BAD
        MOVE 400 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_400_FILTER_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO LIST-JOBS-EXIT
    END-IF.
    COMPUTE CJSON$ADJ_SKIP_COUNT =
        (CJSON$ADJ_PAGE - 1) * CJSON$ADJ_PAGE_SIZE.
    MOVE 0 TO CJSON$ADJ_MATCHED_COUNT.
    MOVE 0 TO CJSON$ADJ_LISTED_COUNT.
    SET CJSON$ADJ_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$JOB_FILE.
    IF CJSON$ADJ_FILE_STATUS = "35"
        SET CJSON$ADJ_AT_EOF TO TRUE
    ELSE
        IF CJSON$ADJ_FILE_STATUS NOT = "00"
            DISPLAY "CJSON_ADMIN_JOBS: unable to open job file, status "
                CJSON$ADJ_FILE_STATUS
            MOVE 500 TO HTTP_ERROR_CODE
            MOVE CJSON$ADJ_500_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
            GO TO LIST-JOBS-EXIT
        END-IF
    END-IF.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADJ_OUT_OBJ
    END-CALL.
    CALL "cJSON_CreateArray" RETURNING CJSON$ADJ_JOBS_ARRAY
    END-CALL.
    IF CJSON$ADJ_NOT_AT_EOF
        MOVE LOW-VALUES TO CJSON$JOB_ID
        START CJSON$JOB_FILE
            KEY NOT LESS THAN CJSON$JOB_ID
            INVALID KEY SET CJSON$ADJ_AT_EOF TO TRUE
        END-START
        PERFORM LIST-ONE-JOB THRU LIST-ONE-JOB-EXIT
            UNTIL CJSON$ADJ_AT_EOF
        CLOSE CJSON$JOB_FILE
    END-IF.
    IF CJSON$ADJ_OUT_OBJ EQUAL NULL OR CJSON$ADJ_JOBS_ARRAY EQUAL NULL
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_500_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO LIST-JOBS-EXIT
    END-IF.
    CALL "cJSON_AddItemToObject"
        USING BY VALUE CJSON$ADJ_OUT_OBJ
              BY REFERENCE CJSON$ADJ_JOBS_KEY
              BY VALUE CJSON$ADJ_JOBS_ARRAY
    END-CALL.
    SET CJSON$ADJ_ROW_OBJ TO CJSON$ADJ_OUT_OBJ.
    MOVE "page" TO CJSON$ADJ_NAME_Z.
    MOVE CJSON$ADJ_PAGE TO CJSON$ADJ_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    MOVE "page_size" TO CJSON$ADJ_NAME_Z.
    MOVE CJSON$ADJ_PAGE_SIZE TO CJSON$ADJ_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    MOVE "matched" TO CJSON$ADJ_NAME_Z.
    MOVE CJSON$ADJ_MATCHED_COUNT TO CJSON$ADJ_NUMBER_VALUE.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    IF CJSON$ADJ_MATCHED_COUNT >
            CJSON$ADJ_SKIP_COUNT + CJSON$ADJ_LISTED_COUNT
        MOVE 1 TO CJSON$ADJ_BOOL_VALUE
    ELSE
        MOVE 0 TO CJSON$ADJ_BOOL_VALUE
    END-IF.
    CALL "cJSON_AddBoolToObject"
        USING BY VALUE CJSON$ADJ_OUT_OBJ
              BY REFERENCE CJSON$ADJ_MORE_KEY
              BY VALUE CJSON$ADJ_BOOL_VALUE
        RETURNING CJSON$ADJ_ITEM_PTR
    END-CALL.
    SET OUTPUT_CJSON TO CJSON$ADJ_OUT_OBJ.
LIST-JOBS-EXIT.
    EXIT.

*> Every job the filters pass is counted; only those on the page asked
*> for are rendered.
LIST-ONE-JOB.
    READ CJSON$JOB_FILE NEXT RECORD
        AT END
            SET CJSON$ADJ_AT_EOF TO TRUE
            GO TO LIST-ONE-JOB-EXIT
    END-READ.
    IF CJSON$ADJ_FILTER_STATUS NOT = SPACE
       AND CJSON$JOB_STATUS NOT = CJSON$ADJ_FILTER_STATUS
        GO TO LIST-ONE-JOB-EXIT
    END-IF.
    IF CJSON$ADJ_FILTER_PROGRAM NOT = SPACES
       AND CJSON$JOB_PROGRAM NOT = CJSON$ADJ_FILTER_PROGRAM
        GO TO LIST-ONE-JOB-EXIT
    END-IF.
    IF CJSON$ADJ_FROM_LEN > 0
        IF CJSON$JOB_SUBMITTED(1:CJSON$ADJ_FROM_LEN) <
                CJSON$ADJ_FILTER_FROM(1:CJSON$ADJ_FROM_LEN)
            GO TO LIST-ONE-JOB-EXIT
        END-IF
    END-IF.
    IF CJSON$ADJ_TO_LEN > 0
        IF CJSON$JOB_SUBMITTED(1:CJSON$ADJ_TO_LEN) >
                CJSON$ADJ_FILTER_TO(1:CJSON$ADJ_TO_LEN)
            GO TO LIST-ONE-JOB-EXIT
        END-IF
    END-IF.
    ADD 1 TO CJSON$ADJ_MATCHED_COUNT.
    IF CJSON$ADJ_MATCHED_COUNT <= CJSON$ADJ_SKIP_COUNT
       OR CJSON$ADJ_LISTED_COUNT >= CJSON$ADJ_PAGE_SIZE
        GO TO LIST-ONE-JOB-EXIT
    END-IF.
    IF CJSON$ADJ_JOBS_ARRAY EQUAL NULL
        GO TO LIST-ONE-JOB-EXIT
    END-IF.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADJ_ROW_OBJ
    END-CALL.
    IF CJSON$ADJ_ROW_OBJ EQUAL NULL
        GO TO LIST-ONE-JOB-EXIT
    END-IF.
    PERFORM BUILD-JOB-FIELDS THRU BUILD-JOB-FIELDS-EXIT.
    CALL "cJSON_AddItemToArray"
        USING BY VALUE CJSON$ADJ_JOBS_ARRAY
              BY VALUE CJSON$ADJ_ROW_OBJ
    END-CALL.
    ADD 1 TO CJSON$ADJ_LISTED_COUNT.
LIST-ONE-JOB-EXIT.
    EXIT.

LOAD-LIST-FILTERS.
    SET CJSON$ADJ_FILTER_OK TO TRUE.
    MOVE SPACE TO CJSON$ADJ_FILTER_STATUS.
    MOVE SPACES TO CJSON$ADJ_FILTER_PROGRAM.
    MOVE SPACES TO CJSON$ADJ_FILTER_FROM.
    MOVE SPACES TO CJSON$ADJ_FILTER_TO.
    MOVE 0 TO CJSON$ADJ_FROM_LEN.
    MOVE 0 TO CJSON$ADJ_TO_LEN.
    MOVE 1 TO CJSON$ADJ_PAGE.
    MOVE 50 TO CJSON$ADJ_PAGE_SIZE.
    MOVE CJSON$QUERY_ARG_COUNT TO CJSON$ADJ_ARG_COUNT.
    IF CJSON$ADJ_ARG_COUNT > 32
        MOVE 32 TO CJSON$ADJ_ARG_COUNT
    END-IF.
    PERFORM TAKE-ONE-FILTER-ARG THRU TAKE-ONE-FILTER-ARG-EXIT
        VARYING CJSON$ADJ_ARG_IDX FROM 1 BY 1
        UNTIL CJSON$ADJ_ARG_IDX > CJSON$ADJ_ARG_COUNT
           OR CJSON$ADJ_FILTER_BAD.
LOAD-LIST-FILTERS-EXIT.
    EXIT.

TAKE-ONE-FILTER-ARG.
    MOVE SPACES TO CJSON$ADJ_ARG_NAME.
    MOVE SPACES TO CJSON$ADJ_ARG_VALUE.
    IF CJSON$QUERY_ARG_NAME(CJSON$ADJ_ARG_IDX) EQUAL NULL
        GO TO TAKE-ONE-FILTER-ARG-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADJ_CSTR
        TO CJSON$QUERY_ARG_NAME(CJSON$ADJ_ARG_IDX).
    UNSTRING CJSON$ADJ_CSTR DELIMITED BY X"00"
        INTO CJSON$ADJ_ARG_NAME.
    IF CJSON$QUERY_ARG_VALUE(CJSON$ADJ_ARG_IDX) NOT EQUAL NULL
        SET ADDRESS OF CJSON$ADJ_CSTR
            TO CJSON$QUERY_ARG_VALUE(CJSON$ADJ_ARG_IDX)
        UNSTRING CJSON$ADJ_CSTR DELIMITED BY X"00"
            INTO CJSON$ADJ_ARG_VALUE
    END-IF.
    MOVE 0 TO CJSON$ADJ_ARG_LEN.
    INSPECT CJSON$ADJ_ARG_VALUE TALLYING CJSON$ADJ_ARG_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    EVALUATE CJSON$ADJ_ARG_NAME
        WHEN "status"
            PERFORM TAKE-STATUS-FILTER THRU TAKE-STATUS-FILTER-EXIT
        WHEN "program"
            MOVE CJSON$ADJ_ARG_VALUE TO CJSON$ADJ_FILTER_PROGRAM
            INSPECT CJSON$ADJ_FILTER_PROGRAM
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        WHEN "from"
            PERFORM TAKE-STAMP-FILTER THRU TAKE-STAMP-FILTER-EXIT
            MOVE CJSON$ADJ_ARG_VALUE TO CJSON$ADJ_FILTER_FROM
            MOVE CJSON$ADJ_ARG_LEN TO CJSON$ADJ_FROM_LEN
        WHEN "to"
            PERFORM TAKE-STAMP-FILTER THRU TAKE-STAMP-FILTER-EXIT
            MOVE CJSON$ADJ_ARG_VALUE TO CJSON$ADJ_FILTER_TO
            MOVE CJSON$ADJ_ARG_LEN TO CJSON$ADJ_TO_LEN
        WHEN "page"
            PERFORM TAKE-NUMBER-FILTER THRU TAKE-NUMBER-FILTER-EXIT
            MOVE CJSON$ADJ_NUMBER_9 TO CJSON$ADJ_PAGE
        WHEN "size"
            PERFORM TAKE-NUMBER-FILTER THRU TAKE-NUMBER-FILTER-EXIT
            MOVE CJSON$ADJ_NUMBER_9 TO CJSON$ADJ_PAGE_SIZE
            IF CJSON$ADJ_PAGE_SIZE > 200
                MOVE 200 TO CJSON$ADJ_PAGE_SIZE
            END-IF
    END-EVALUATE.
    IF CJSON$ADJ_PAGE < 1 OR CJSON$ADJ_PAGE_SIZE < 1
        SET CJSON$ADJ_FILTER_BAD TO TRUE
    END-IF.
TAKE-ONE-FILTER-ARG-EXIT.
    EXIT.

TAKE-STATUS-FILTER.
    EVALUATE CJSON$ADJ_ARG_VALUE
        WHEN "pending"
            MOVE 'P' TO CJSON$ADJ_FILTER_STATUS
        WHEN "running"
            MOVE 'R' TO CJSON$ADJ_FILTER_STATUS
        WHEN "completed"
            MOVE 'C' TO CJSON$ADJ_FILTER_STATUS
        WHEN "failed"
            MOVE 'E' TO CJSON$ADJ_FILTER_STATUS
        WHEN "cancelled"
            MOVE 'X' TO CJSON$ADJ_FILTER_STATUS
        WHEN OTHER
            SET CJSON$ADJ_FILTER_BAD TO TRUE
    END-EVALUATE.
TAKE-STATUS-FILTER-EXIT.
    EXIT.

*> A submission stamp is all digits, so any leading part of one is too.
TAKE-STAMP-FILTER.
    IF CJSON$ADJ_ARG_LEN < 1 OR CJSON$ADJ_ARG_LEN > 16
        SET CJSON$ADJ_FILTER_BAD TO TRUE
        MOVE 0 TO CJSON$ADJ_ARG_LEN
        GO TO TAKE-STAMP-FILTER-EXIT
    END-IF.
    IF CJSON$ADJ_ARG_VALUE(1:CJSON$ADJ_ARG_LEN) NOT NUMERIC
        SET CJSON$ADJ_FILTER_BAD TO TRUE
    END-IF.
TAKE-STAMP-FILTER-EXIT.
    EXIT.

TAKE-NUMBER-FILTER.
    MOVE "0000" TO CJSON$ADJ_NUMBER_TEXT.
    IF CJSON$ADJ_ARG_LEN < 1 OR CJSON$ADJ_ARG_LEN > 4
        SET CJSON$ADJ_FILTER_BAD TO TRUE
        GO TO TAKE-NUMBER-FILTER-EXIT
    END-IF.
    MOVE CJSON$ADJ_ARG_VALUE(1:CJSON$ADJ_ARG_LEN)
        TO CJSON$ADJ_NUMBER_TEXT.
    INSPECT CJSON$ADJ_NUMBER_TEXT REPLACING LEADING SPACE BY "0".
    IF CJSON$ADJ_NUMBER_TEXT NOT NUMERIC
        SET CJSON$ADJ_FILTER_BAD TO TRUE
        MOVE "0000" TO CJSON$ADJ_NUMBER_TEXT
    END-IF.
TAKE-NUMBER-FILTER-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> POST - /admin/jobs/<job-id>/<action>.
*> ---------------------------------------------------------------
ACTION-ONE-JOB.
    PERFORM SPLIT-ACTION-PATH THRU SPLIT-ACTION-PATH-EXIT.
    MOVE CJSON$ADJ_TARGET_ID TO CJSON$ADJ_ADMIN_TARGET.
    EVALUATE TRUE
        WHEN CJSON$ADJ_CANCEL
            MOVE "job-cancel" TO CJSON$ADJ_ADMIN_ACTION
        WHEN CJSON$ADJ_REQUEUE
            MOVE "job-requeue" TO CJSON$ADJ_ADMIN_ACTION
        WHEN OTHER
            MOVE 400 TO HTTP_ERROR_CODE
            MOVE CJSON$ADJ_400_ACTION_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
            GO TO ACTION-ONE-JOB-EXIT
    END-EVALUATE.
    IF CJSON$ADJ_TARGET_ID = SPACES
        MOVE 404 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_404_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    OPEN I-O CJSON$JOB_FILE.
    IF CJSON$ADJ_FILE_STATUS = "35"
        MOVE 404 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_404_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    IF CJSON$ADJ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_ADMIN_JOBS: unable to open job file, status "
            CJSON$ADJ_FILE_STATUS
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_500_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO ACTION-ONE-JOB-EXIT
    END-IF.
    MOVE CJSON$ADJ_TARGET_ID TO CJSON$JOB_ID.
    READ CJSON$JOB_FILE
        INVALID KEY
            MOVE 404 TO HTTP_ERROR_CODE
            MOVE CJSON$ADJ_404_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
    END-READ.
    IF HTTP_ERROR_CODE = 200
        IF CJSON$ADJ_CANCEL
            PERFORM CANCEL-JOB THRU CANCEL-JOB-EXIT
        ELSE
            PERFORM REQUEUE-JOB THRU REQUEUE-JOB-EXIT
        END-IF
    END-IF.
    CLOSE CJSON$JOB_FILE.
ACTION-ONE-JOB-EXIT.
    EXIT.

*> The action is the last '/'-separated segment of the path and the
*> job id the one before it.
SPLIT-ACTION-PATH.
    MOVE SPACES TO CJSON$ADJ_JOB_ACTION.
    MOVE SPACES TO CJSON$ADJ_TARGET_ID.
    IF CJSON$PATH EQUAL NULL
        GO TO SPLIT-ACTION-PATH-EXIT
    END-IF.
    SET ADDRESS OF CJSON$ADJ_CSTR TO CJSON$PATH.
    MOVE SPACES TO CJSON$ADJ_PATH.
    UNSTRING CJSON$ADJ_CSTR DELIMITED BY X"00"
        INTO CJSON$ADJ_PATH.
    MOVE 0 TO CJSON$ADJ_PATH_LEN.
    INSPECT CJSON$ADJ_PATH TALLYING CJSON$ADJ_PATH_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$ADJ_PATH_LEN = 0
        GO TO SPLIT-ACTION-PATH-EXIT
    END-IF.
    MOVE CJSON$ADJ_PATH_LEN TO CJSON$ADJ_SLASH_IDX.
    PERFORM FIND-PRIOR-SLASH THRU FIND-PRIOR-SLASH-EXIT
        UNTIL CJSON$ADJ_SLASH_IDX = 0
           OR CJSON$ADJ_PATH(CJSON$ADJ_SLASH_IDX:1) = "/".
    IF CJSON$ADJ_SLASH_IDX < 2
       OR CJSON$ADJ_SLASH_IDX >= CJSON$ADJ_PATH_LEN
        GO TO SPLIT-ACTION-PATH-EXIT
    END-IF.
    MOVE CJSON$ADJ_PATH(CJSON$ADJ_SLASH_IDX + 1:
            CJSON$ADJ_PATH_LEN - CJSON$ADJ_SLASH_IDX)
        TO CJSON$ADJ_JOB_ACTION.
    COMPUTE CJSON$ADJ_ID_END = CJSON$ADJ_SLASH_IDX - 1.
    MOVE CJSON$ADJ_ID_END TO CJSON$ADJ_SLASH_IDX.
    PERFORM FIND-PRIOR-SLASH THRU FIND-PRIOR-SLASH-EXIT
        UNTIL CJSON$ADJ_SLASH_IDX = 0
           OR CJSON$ADJ_PATH(CJSON$ADJ_SLASH_IDX:1) = "/".
    IF CJSON$ADJ_SLASH_IDX >= CJSON$ADJ_ID_END
        GO TO SPLIT-ACTION-PATH-EXIT
    END-IF.
    MOVE CJSON$ADJ_PATH(CJSON$ADJ_SLASH_IDX + 1:
            CJSON$ADJ_ID_END - CJSON$ADJ_SLASH_IDX)
        TO CJSON$ADJ_TARGET_ID.
SPLIT-ACTION-PATH-EXIT.
    EXIT.

FIND-PRIOR-SLASH.
    SUBTRACT 1 FROM CJSON$ADJ_SLASH_IDX.
FIND-PRIOR-SLASH-EXIT.
    EXIT.

CANCEL-JOB.
    IF NOT CJSON$JOB_PENDING
        MOVE 409 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_409_CANCEL_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO CANCEL-JOB-EXIT
    END-IF.
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    SET CJSON$JOB_CANCELLED TO TRUE.
    MOVE CJSON$ADJ_NOW_STAMP TO CJSON$JOB_FINISHED.
    REWRITE CJSON$JOB_RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    IF CJSON$ADJ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_ADMIN_JOBS: job " CJSON$JOB_ID
            " not cancelled, status " CJSON$ADJ_FILE_STATUS
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_500_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO CANCEL-JOB-EXIT
    END-IF.
    PERFORM BUILD-ACTION-BODY THRU BUILD-ACTION-BODY-EXIT.
CANCEL-JOB-EXIT.
    EXIT.

*> The copy is the captured request exactly as it was; only the id,
*> the submission stamp and the run state are new. A continued body is
*> reassembled before the copy's row is written, and the copy withdrawn
*> whole if its own segments cannot be written after it.
REQUEUE-JOB.
    IF NOT CJSON$JOB_FAILED AND NOT CJSON$JOB_COMPLETED
        MOVE 409 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_409_REQUEUE_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO REQUEUE-JOB-EXIT
    END-IF.
    MOVE CJSON$JOB_ID TO CJSON$ADJ_OLD_ID.
    IF CJSON$JOB_INPUT_SEGMENTED
        PERFORM LOAD-INPUT-BODY THRU LOAD-INPUT-BODY-EXIT
        IF NOT CJSON$SGP_SEGMENTED
            DISPLAY "CJSON_ADMIN_JOBS: request body segments for job "
                CJSON$ADJ_OLD_ID " missing - not requeued"
            MOVE 409 TO HTTP_ERROR_CODE
            MOVE CJSON$ADJ_409_SEGMENT_TEXT
                TO CJSON$ADJ_MESSAGE_BUFFER
            GO TO REQUEUE-JOB-EXIT
        END-IF
    END-IF.
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    MOVE CJSON$ADJ_NOW_STAMP TO CJSON$JOB_SUBMITTED.
    MOVE 0 TO CJSON$ADJ_SEQ.
    PERFORM BUILD-JOB-ID THRU BUILD-JOB-ID-EXIT.
    SET CJSON$JOB_PENDING TO TRUE.
    MOVE SPACES TO CJSON$JOB_FINISHED.
    MOVE 0 TO CJSON$JOB_HTTP_ERROR_CODE.
    MOVE SPACES TO CJSON$JOB_OUTPUT_JSON.
    MOVE 0 TO CJSON$JOB_ATTEMPT_COUNT.
    MOVE SPACES TO CJSON$JOB_NOT_BEFORE.
    PERFORM CLEAR-ONE-ATTEMPT THRU CLEAR-ONE-ATTEMPT-EXIT
        VARYING CJSON$JOB_ATT_IDX FROM 1 BY 1
        UNTIL CJSON$JOB_ATT_IDX > 10.
    SET CJSON$ADJ_WRITE_PENDING TO TRUE.
    PERFORM WRITE-ONE-TRY THRU WRITE-ONE-TRY-EXIT
        UNTIL CJSON$ADJ_WRITE_DONE OR CJSON$ADJ_SEQ = 9999.
    IF CJSON$ADJ_WRITE_DONE AND CJSON$JOB_INPUT_SEGMENTED
        PERFORM WRITE-INPUT-SEGMENTS THRU WRITE-INPUT-SEGMENTS-EXIT
    END-IF.
    IF CJSON$ADJ_WRITE_PENDING
        MOVE 500 TO HTTP_ERROR_CODE
        MOVE CJSON$ADJ_500_TEXT TO CJSON$ADJ_MESSAGE_BUFFER
        GO TO REQUEUE-JOB-EXIT
    END-IF.
    DISPLAY "CJSON_ADMIN_JOBS: job " CJSON$ADJ_OLD_ID
        " requeued as " CJSON$JOB_ID.
    PERFORM BUILD-ACTION-BODY THRU BUILD-ACTION-BODY-EXIT.
    IF CJSON$ADJ_OUT_OBJ NOT EQUAL NULL
        SET CJSON$ADJ_ROW_OBJ TO CJSON$ADJ_OUT_OBJ
        MOVE "requeued_from" TO CJSON$ADJ_NAME_Z
        MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER
        MOVE CJSON$ADJ_OLD_ID TO CJSON$ADJ_VALUE_BUFFER
        PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT
    END-IF.
REQUEUE-JOB-EXIT.
    EXIT.

*> The row's 4096 bytes go to the front of the buffer and the old
*> job's segments are read in behind them.
LOAD-INPUT-BODY.
    MOVE SPACES TO CJSON$ADJ_INPUT_BODY.
    MOVE CJSON$JOB_INPUT_JSON TO CJSON$ADJ_INPUT_BODY(1:4096).
    MOVE X"00" TO CJSON$ADJ_INPUT_BODY(4097:1).
    SET CJSON$SGP_MISSING TO TRUE.
    IF CJSON$JOB_INPUT_LENGTH NOT NUMERIC
        GO TO LOAD-INPUT-BODY-EXIT
    END-IF.
    SET CJSON$SGP_READ TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE CJSON$JOB_ID TO CJSON$SGP_OWNER_ID.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$JOB_INPUT_LENGTH TO CJSON$SGP_LENGTH.
    MOVE CJSON$JOB_INPUT_CONTINUED TO CJSON$SGP_CONTINUED.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$ADJ_INPUT_BODY.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
LOAD-INPUT-BODY-EXIT.
    EXIT.

WRITE-INPUT-SEGMENTS.
    SET CJSON$SGP_WRITE TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE CJSON$JOB_ID TO CJSON$SGP_OWNER_ID.
    MOVE "I" TO CJSON$SGP_BODY.
    MOVE CJSON$JOB_SUBMITTED TO CJSON$SGP_CAPTURED.
    SET CJSON$SGP_TEXT_PTR TO ADDRESS OF CJSON$ADJ_INPUT_BODY.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    IF CJSON$SGP_SEGMENTED
        GO TO WRITE-INPUT-SEGMENTS-EXIT
    END-IF.
    DISPLAY "CJSON_ADMIN_JOBS: request body segments for job "
        CJSON$JOB_ID " not written - copy withdrawn".
    DELETE CJSON$JOB_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$ADJ_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_ADMIN_JOBS: job " CJSON$JOB_ID
            " not withdrawn, status " CJSON$ADJ_FILE_STATUS
    END-IF.
    SET CJSON$SGP_DELETE TO TRUE.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
    SET CJSON$ADJ_WRITE_PENDING TO TRUE.
WRITE-INPUT-SEGMENTS-EXIT.
    EXIT.

*> Duplicate-key status 22 means another job was queued in the same
*> hundredth of a second; bump the collision counter and try again.
WRITE-ONE-TRY.
    WRITE CJSON$JOB_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$ADJ_FILE_STATUS = "00"
        SET CJSON$ADJ_WRITE_DONE TO TRUE
        GO TO WRITE-ONE-TRY-EXIT
    END-IF.
    IF CJSON$ADJ_FILE_STATUS = "22"
        ADD 1 TO CJSON$ADJ_SEQ
        PERFORM BUILD-JOB-ID THRU BUILD-JOB-ID-EXIT
    ELSE
        DISPLAY "CJSON_ADMIN_JOBS: job row not written, status "
            CJSON$ADJ_FILE_STATUS
        MOVE 9999 TO CJSON$ADJ_SEQ
    END-IF.
WRITE-ONE-TRY-EXIT.
    EXIT.

BUILD-JOB-ID.
    MOVE SPACES TO CJSON$JOB_ID.
    STRING "J" DELIMITED BY SIZE
           CJSON$JOB_SUBMITTED DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           CJSON$ADJ_SEQ DELIMITED BY SIZE
        INTO CJSON$JOB_ID.
BUILD-JOB-ID-EXIT.
    EXIT.

CLEAR-ONE-ATTEMPT.
    MOVE SPACES TO CJSON$JOB_ATTEMPT_AT(CJSON$JOB_ATT_IDX).
    MOVE 0 TO CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX).
CLEAR-ONE-ATTEMPT-EXIT.
    EXIT.

TAKE-NOW-STAMP.
    ACCEPT CJSON$ADJ_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$ADJ_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$ADJ_NOW_STAMP.
    STRING CJSON$ADJ_DATE_TEXT DELIMITED BY SIZE
           CJSON$ADJ_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$ADJ_NOW_STAMP.
TAKE-NOW-STAMP-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> Response bodies.
*> ---------------------------------------------------------------
BUILD-ACTION-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADJ_OUT_OBJ
    END-CALL.
    IF CJSON$ADJ_OUT_OBJ EQUAL NULL
        GO TO BUILD-ACTION-BODY-EXIT
    END-IF.
    SET CJSON$ADJ_ROW_OBJ TO CJSON$ADJ_OUT_OBJ.
    PERFORM BUILD-JOB-FIELDS THRU BUILD-JOB-FIELDS-EXIT.
    SET OUTPUT_CJSON TO CJSON$ADJ_OUT_OBJ.
BUILD-ACTION-BODY-EXIT.
    EXIT.

*> One job's fields, into whichever object CJSON$ADJ_ROW_OBJ addresses.
BUILD-JOB-FIELDS.
    MOVE "job_id" TO CJSON$ADJ_NAME_Z.
    MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER.
    MOVE CJSON$JOB_ID TO CJSON$ADJ_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    EVALUATE TRUE
        WHEN CJSON$JOB_PENDING
            MOVE "pending" TO CJSON$ADJ_STATE_TEXT
        WHEN CJSON$JOB_RUNNING
            MOVE "running" TO CJSON$ADJ_STATE_TEXT
        WHEN CJSON$JOB_COMPLETED
            MOVE "completed" TO CJSON$ADJ_STATE_TEXT
        WHEN CJSON$JOB_CANCELLED
            MOVE "cancelled" TO CJSON$ADJ_STATE_TEXT
        WHEN OTHER
            MOVE "failed" TO CJSON$ADJ_STATE_TEXT
    END-EVALUATE.
    MOVE "status" TO CJSON$ADJ_NAME_Z.
    MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER.
    MOVE CJSON$ADJ_STATE_TEXT TO CJSON$ADJ_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "program" TO CJSON$ADJ_NAME_Z.
    MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER.
    MOVE CJSON$JOB_PROGRAM TO CJSON$ADJ_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    MOVE "submitted" TO CJSON$ADJ_NAME_Z.
    MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER.
    MOVE CJSON$JOB_SUBMITTED TO CJSON$ADJ_VALUE_BUFFER.
    PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT.
    IF CJSON$JOB_FINISHED NOT = SPACES
        MOVE "finished" TO CJSON$ADJ_NAME_Z
        MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER
        MOVE CJSON$JOB_FINISHED TO CJSON$ADJ_VALUE_BUFFER
        PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT
    END-IF.
    IF CJSON$JOB_COMPLETED OR CJSON$JOB_FAILED
        MOVE "http_status" TO CJSON$ADJ_NAME_Z
        MOVE CJSON$JOB_HTTP_ERROR_CODE TO CJSON$ADJ_NUMBER_VALUE
        PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT
    END-IF.
    MOVE "attempts" TO CJSON$ADJ_NAME_Z.
    IF CJSON$JOB_ATTEMPT_COUNT NUMERIC
        MOVE CJSON$JOB_ATTEMPT_COUNT TO CJSON$ADJ_NUMBER_VALUE
    ELSE
        MOVE 0 TO CJSON$ADJ_NUMBER_VALUE
    END-IF.
    PERFORM ADD-ROW-NUMBER THRU ADD-ROW-NUMBER-EXIT.
    IF CJSON$JOB_REQUEST_ID NOT = SPACES
        MOVE "request_id" TO CJSON$ADJ_NAME_Z
        MOVE SPACES TO CJSON$ADJ_VALUE_BUFFER
        MOVE CJSON$JOB_REQUEST_ID TO CJSON$ADJ_VALUE_BUFFER
        PERFORM ADD-ROW-STRING THRU ADD-ROW-STRING-EXIT
    END-IF.
BUILD-JOB-FIELDS-EXIT.
    EXIT.

ADD-ROW-STRING.
    INSPECT CJSON$ADJ_NAME_Z REPLACING FIRST " " BY X"00".
    INSPECT CJSON$ADJ_VALUE_BUFFER REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADJ_ROW_OBJ
              BY REFERENCE CJSON$ADJ_NAME_Z
              BY REFERENCE CJSON$ADJ_VALUE_BUFFER
        RETURNING CJSON$ADJ_ITEM_PTR
    END-CALL.
ADD-ROW-STRING-EXIT.
    EXIT.

ADD-ROW-NUMBER.
    INSPECT CJSON$ADJ_NAME_Z REPLACING FIRST " " BY X"00".
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADJ_ROW_OBJ
              BY REFERENCE CJSON$ADJ_NAME_Z
              BY VALUE CJSON$ADJ_NUMBER_VALUE
        RETURNING CJSON$ADJ_ITEM_PTR
    END-CALL.
ADD-ROW-NUMBER-EXIT.
    EXIT.

BUILD-ERROR-BODY.
    CALL "cJSON_CreateObject" RETURNING CJSON$ADJ_OUT_OBJ
    END-CALL.
    IF CJSON$ADJ_OUT_OBJ EQUAL NULL
        GO TO BUILD-ERROR-BODY-EXIT
    END-IF.
    MOVE HTTP_ERROR_CODE TO CJSON$ADJ_NUMBER_VALUE.
    CALL "cJSON_AddNumberToObject"
        USING BY VALUE CJSON$ADJ_OUT_OBJ
              BY REFERENCE CJSON$ADJ_STATUS_KEY
              BY VALUE CJSON$ADJ_NUMBER_VALUE
        RETURNING CJSON$ADJ_ITEM_PTR
    END-CALL.
    CALL "cJSON_AddStringToObject"
        USING BY VALUE CJSON$ADJ_OUT_OBJ
              BY REFERENCE CJSON$ADJ_MESSAGE_KEY
              BY REFERENCE CJSON$ADJ_MESSAGE_BUFFER
        RETURNING CJSON$ADJ_ITEM_PTR
    END-CALL.
    SET CJSON$ERROR_DETAIL TO CJSON$ADJ_OUT_OBJ.
BUILD-ERROR-BODY-EXIT.
    EXIT.
