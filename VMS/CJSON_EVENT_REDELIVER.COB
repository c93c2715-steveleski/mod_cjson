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
*> CJSON_EVENT_REDELIVER - re-sends one subscriber the events it has
*> already been given, for when a downstream interface file is lost.
*> Run standalone:
*>     RUN CJSON_EVENT_REDELIVER
*> It ACCEPTs these data lines:
*>     subscriber name    as in CJSON$FWD_SUB_NAME of CJSON_EVENT_SUBS
*>     from stamp         YYYYMMDD, optionally followed by HHMMSS; blank
*>                        when a request id list is given searches back
*>                        over the archive search span
*>     to stamp           YYYYMMDD[HHMMSS]; blank means up to now
*>     event type         CJSON$EVENT_TYPE to select, blank for all
*>     request ids        one per line, ending with a blank line; none
*>                        (an immediate blank line) selects every event
*>                        in the range
*> A partial stamp is widened to the whole of the period it names, so
*> "20240105" to "20240105" is that entire day.
*>
*> Events are read from two places, oldest first:
*>   - the dated event archives CJSON_EVENT_ARC_yyyymmdd (see
*>     CJSON_EVENT_ARC.CPY) for every date in the range; with a request
*>     id list each archive is probed on its CJSON$EVA_REQUEST_ID
*>     alternate key instead of being read end to end
*>   - CJSON_EVENT_QUEUE, for events still waiting on some other
*>     subscriber that this subscriber has already acknowledged; events
*>     it has not acknowledged yet go out on the next forwarder cycle
*>     and are not repeated here
*> The queue is opened for INPUT only, so no subscriber's delivered
*> flags - this one's or anyone else's - are touched.
*>
*> Every selected event is appended to the subscriber's interface file
*> in the CJSON_EVENT_FORWARD line layout (event id, type, path, request
*> id, created stamp, payload) followed by one extra byte, 'R', marking
*> the line as a redelivery; a downstream reader that stops at the
*> payload sees an ordinary line. DISPLAYs the count sent; RETURN-CODE
*> is 1 when the subscriber is unknown or its interface file cannot be
*> written.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_EVENT_REDELIVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$RDL_SUBS_FILE ASSIGN TO "CJSON_EVENT_SUBS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$RDL_SUBS_STATUS.
    SELECT CJSON$EVENT_FILE ASSIGN TO "CJSON_EVENT_QUEUE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$EVENT_ID
        FILE STATUS IS CJSON$RDL_QUEUE_STATUS.
    SELECT CJSON$EVA_FILE ASSIGN TO CJSON$RDL_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$EVA_EVENT_ID
        ALTERNATE RECORD KEY IS CJSON$EVA_REQUEST_ID WITH DUPLICATES
        FILE STATUS IS CJSON$RDL_ARC_STATUS.
    SELECT OPTIONAL CJSON$RDL_OUT_FILE ASSIGN TO CJSON$RDL_OUT_NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$RDL_OUT_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$RDL_SUBS_FILE.
01  CJSON$RDL_SUB_RECORD.
    05  CJSON$RDL_SUB_NAME          PIC X(16).
    05  CJSON$RDL_SUB_FILE          PIC X(64).
FD  CJSON$EVENT_FILE.
COPY 'CJSON_EVENT.CPY'.
FD  CJSON$EVA_FILE.
COPY 'CJSON_EVENT_ARC.CPY'.
FD  CJSON$RDL_OUT_FILE.
*> The CJSON_EVENT_FORWARD line, plus the redelivery marker byte.
01  CJSON$RDL_OUT_RECORD.
    05  CJSON$RDL_OUT_EVENT_ID      PIC X(32).
    05  CJSON$RDL_OUT_TYPE          PIC X(16).
    05  CJSON$RDL_OUT_PATH          PIC X(80).
    05  CJSON$RDL_OUT_REQUEST_ID    PIC X(64).
    05  CJSON$RDL_OUT_CREATED       PIC X(16).
    05  CJSON$RDL_OUT_PAYLOAD       PIC X(4096).
    05  CJSON$RDL_OUT_MARKER        PIC X(01).

WORKING-STORAGE SECTION.
01  CJSON$RDL_SUBS_STATUS           PIC X(02).
01  CJSON$RDL_QUEUE_STATUS          PIC X(02).
01  CJSON$RDL_ARC_STATUS            PIC X(02).
01  CJSON$RDL_OUT_STATUS            PIC X(02).
01  CJSON$RDL_ARC_NAME              PIC X(64).
01  CJSON$RDL_OUT_NAME              PIC X(64).
01  CJSON$RDL_TARGET_SUB            PIC X(16).
01  CJSON$RDL_TARGET_SLOT           PIC S9(04) COMP VALUE 0.
01  CJSON$RDL_ROW_COUNT             PIC S9(04) COMP VALUE 0.
01  CJSON$RDL_FROM_STAMP            PIC X(16).
01  CJSON$RDL_TO_STAMP              PIC X(16).
01  CJSON$RDL_TYPE_FILTER           PIC X(16).
01  CJSON$RDL_ID_INPUT              PIC X(64).
*> The request id list, when one is given. Lines past the table limit
*> are reported and ignored.
01  CJSON$RDL_ID_COUNT              PIC S9(09) COMP VALUE 0.
01  CJSON$RDL_ID_TABLE.
    05  CJSON$RDL_ID                PIC X(64) OCCURS 64 TIMES.
01  CJSON$RDL_ID_IDX                PIC S9(09) COMP.
01  CJSON$RDL_CHECK_IDX             PIC S9(09) COMP.
01  CJSON$RDL_EOF_SWITCH            PIC X(01).
    88  CJSON$RDL_AT_EOF            VALUE 'Y'.
    88  CJSON$RDL_NOT_AT_EOF        VALUE 'N'.
01  CJSON$RDL_INPUT_SWITCH          PIC X(01).
    88  CJSON$RDL_INPUT_DONE        VALUE 'Y'.
    88  CJSON$RDL_INPUT_PENDING     VALUE 'N'.
01  CJSON$RDL_SELECT_SWITCH         PIC X(01).
    88  CJSON$RDL_EVENT_SELECTED    VALUE 'Y'.
    88  CJSON$RDL_EVENT_SKIPPED     VALUE 'N'.
01  CJSON$RDL_TODAY                 PIC 9(08).
01  CJSON$RDL_END_DATE              PIC X(08).
01  CJSON$RDL_YMD.
    05  CJSON$RDL_YYYY              PIC 9(04).
    05  CJSON$RDL_MM                PIC 9(02).
    05  CJSON$RDL_DD                PIC 9(02).
01  CJSON$RDL_MONTH_DAYS            PIC 9(02).
01  CJSON$RDL_LEAP_QUOT             PIC 9(04).
01  CJSON$RDL_LEAP_REM              PIC 9(04).
01  CJSON$RDL_DAY_IDX               PIC S9(09) COMP.
*> How far back a request-id search with no from stamp looks - the
*> longest event archive retention a site is expected to configure,
*> plus a margin.
01  CJSON$RDL_SEARCH_SPAN           PIC S9(09) COMP VALUE 456.
*> A runaway range (a mistyped year) is stopped at this many days.
01  CJSON$RDL_MAX_DAYS              PIC S9(09) COMP VALUE 1000.
01  CJSON$RDL_SENT_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$RDL_ARC_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$RDL_COUNT_EDIT            PIC Z(08)9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    PERFORM ACCEPT-SELECTION THRU ACCEPT-SELECTION-EXIT.
    IF RETURN-CODE NOT = 0
        STOP RUN
    END-IF.
    PERFORM FIND-SUBSCRIBER THRU FIND-SUBSCRIBER-EXIT.
    IF CJSON$RDL_TARGET_SLOT = 0
        DISPLAY "CJSON_EVENT_REDELIVER: no active subscriber named "
            CJSON$RDL_TARGET_SUB
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND CJSON$RDL_OUT_FILE.
    IF CJSON$RDL_OUT_STATUS NOT = "00"
       AND CJSON$RDL_OUT_STATUS NOT = "05"
        DISPLAY "CJSON_EVENT_REDELIVER: interface file "
            CJSON$RDL_OUT_NAME " unavailable, status "
            CJSON$RDL_OUT_STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM REDELIVER-ARCHIVES THRU REDELIVER-ARCHIVES-EXIT.
    PERFORM REDELIVER-QUEUE THRU REDELIVER-QUEUE-EXIT.
    CLOSE CJSON$RDL_OUT_FILE.
    MOVE CJSON$RDL_ARC_COUNT TO CJSON$RDL_COUNT_EDIT.
    DISPLAY "CJSON_EVENT_REDELIVER: " CJSON$RDL_COUNT_EDIT
        " archive(s) read".
    MOVE CJSON$RDL_SENT_COUNT TO CJSON$RDL_COUNT_EDIT.
    DISPLAY "CJSON_EVENT_REDELIVER: " CJSON$RDL_COUNT_EDIT
        " event(s) redelivered to " CJSON$RDL_TARGET_SUB.
    STOP RUN.

*> A blank from stamp is only allowed with a request id list, which
*> bounds the work by itself; the archive dates searched are then the
*> search span back from today. Partial stamps are widened: the from
*> stamp's missing digits become "0", the to stamp's "9".
ACCEPT-SELECTION.
    ACCEPT CJSON$RDL_TARGET_SUB.
    ACCEPT CJSON$RDL_FROM_STAMP.
    ACCEPT CJSON$RDL_TO_STAMP.
    ACCEPT CJSON$RDL_TYPE_FILTER.
    SET CJSON$RDL_INPUT_PENDING TO TRUE.
    PERFORM ACCEPT-ONE-REQUEST-ID THRU ACCEPT-ONE-REQUEST-ID-EXIT
        UNTIL CJSON$RDL_INPUT_DONE.
    ACCEPT CJSON$RDL_TODAY FROM DATE YYYYMMDD.
    IF CJSON$RDL_TARGET_SUB = SPACES
        DISPLAY "CJSON_EVENT_REDELIVER: no subscriber name given"
        MOVE 1 TO RETURN-CODE
        GO TO ACCEPT-SELECTION-EXIT
    END-IF.
    IF CJSON$RDL_FROM_STAMP = SPACES
        IF CJSON$RDL_ID_COUNT = 0
            DISPLAY "CJSON_EVENT_REDELIVER: a from stamp or a request"
                " id list is required"
            MOVE 1 TO RETURN-CODE
            GO TO ACCEPT-SELECTION-EXIT
        END-IF
        MOVE CJSON$RDL_TODAY TO CJSON$RDL_YMD
        PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT
            VARYING CJSON$RDL_DAY_IDX FROM 1 BY 1
            UNTIL CJSON$RDL_DAY_IDX > CJSON$RDL_SEARCH_SPAN
        MOVE CJSON$RDL_YMD TO CJSON$RDL_FROM_STAMP
    END-IF.
    IF CJSON$RDL_TO_STAMP = SPACES
        MOVE CJSON$RDL_TODAY TO CJSON$RDL_TO_STAMP
    END-IF.
    INSPECT CJSON$RDL_FROM_STAMP REPLACING ALL SPACE BY "0".
    INSPECT CJSON$RDL_TO_STAMP REPLACING ALL SPACE BY "9".
    IF CJSON$RDL_FROM_STAMP(1:8) NOT NUMERIC
       OR CJSON$RDL_TO_STAMP(1:8) NOT NUMERIC
        DISPLAY "CJSON_EVENT_REDELIVER: stamps must start YYYYMMDD"
        MOVE 1 TO RETURN-CODE
        GO TO ACCEPT-SELECTION-EXIT
    END-IF.
    IF CJSON$RDL_FROM_STAMP > CJSON$RDL_TO_STAMP
        DISPLAY "CJSON_EVENT_REDELIVER: from stamp is after to stamp"
        MOVE 1 TO RETURN-CODE
    END-IF.
ACCEPT-SELECTION-EXIT.
    EXIT.

ACCEPT-ONE-REQUEST-ID.
    MOVE SPACES TO CJSON$RDL_ID_INPUT.
    ACCEPT CJSON$RDL_ID_INPUT.
    IF CJSON$RDL_ID_INPUT = SPACES
        SET CJSON$RDL_INPUT_DONE TO TRUE
        GO TO ACCEPT-ONE-REQUEST-ID-EXIT
    END-IF.
    IF CJSON$RDL_ID_COUNT >= 64
        DISPLAY "CJSON_EVENT_REDELIVER: request id list full - "
            CJSON$RDL_ID_INPUT " ignored"
        GO TO ACCEPT-ONE-REQUEST-ID-EXIT
    END-IF.
    ADD 1 TO CJSON$RDL_ID_COUNT.
    MOVE CJSON$RDL_ID_INPUT TO CJSON$RDL_ID(CJSON$RDL_ID_COUNT).
ACCEPT-ONE-REQUEST-ID-EXIT.
    EXIT.

*> The subscriber's slot is its row position, the same count
*> CJSON_EVENT_FORWARD makes, blank rows included.
FIND-SUBSCRIBER.
    SET CJSON$RDL_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$RDL_SUBS_FILE.
    IF CJSON$RDL_SUBS_STATUS NOT = "00"
        DISPLAY "CJSON_EVENT_REDELIVER: unable to open subscriber"
            " file, status " CJSON$RDL_SUBS_STATUS
        GO TO FIND-SUBSCRIBER-EXIT
    END-IF.
    PERFORM CHECK-ONE-SUBSCRIBER THRU CHECK-ONE-SUBSCRIBER-EXIT
        UNTIL CJSON$RDL_AT_EOF OR CJSON$RDL_ROW_COUNT = 8
           OR CJSON$RDL_TARGET_SLOT NOT = 0.
    CLOSE CJSON$RDL_SUBS_FILE.
FIND-SUBSCRIBER-EXIT.
    EXIT.

CHECK-ONE-SUBSCRIBER.
    READ CJSON$RDL_SUBS_FILE
        AT END
            SET CJSON$RDL_AT_EOF TO TRUE
            GO TO CHECK-ONE-SUBSCRIBER-EXIT
    END-READ.
    ADD 1 TO CJSON$RDL_ROW_COUNT.
    IF CJSON$RDL_SUB_NAME = CJSON$RDL_TARGET_SUB
       AND CJSON$RDL_SUB_FILE NOT = SPACES
        MOVE CJSON$RDL_ROW_COUNT TO CJSON$RDL_TARGET_SLOT
        MOVE CJSON$RDL_SUB_FILE TO CJSON$RDL_OUT_NAME
    END-IF.
CHECK-ONE-SUBSCRIBER-EXIT.
    EXIT.

REDELIVER-ARCHIVES.
    MOVE CJSON$RDL_FROM_STAMP(1:8) TO CJSON$RDL_YMD.
    MOVE CJSON$RDL_TO_STAMP(1:8) TO CJSON$RDL_END_DATE.
    PERFORM REDELIVER-ONE-DAY THRU REDELIVER-ONE-DAY-EXIT
        VARYING CJSON$RDL_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$RDL_YMD > CJSON$RDL_END_DATE
           OR CJSON$RDL_DAY_IDX > CJSON$RDL_MAX_DAYS.
REDELIVER-ARCHIVES-EXIT.
    EXIT.

*> A date with no archive (nothing was acknowledged that day, or it is
*> past retention) is passed over quietly.
REDELIVER-ONE-DAY.
    MOVE SPACES TO CJSON$RDL_ARC_NAME.
    STRING "CJSON_EVENT_ARC_" DELIMITED BY SIZE
           CJSON$RDL_YMD DELIMITED BY SIZE
        INTO CJSON$RDL_ARC_NAME.
    OPEN INPUT CJSON$EVA_FILE.
    IF CJSON$RDL_ARC_STATUS NOT = "00"
        IF CJSON$RDL_ARC_STATUS NOT = "35"
            DISPLAY "CJSON_EVENT_REDELIVER: unable to open archive "
                CJSON$RDL_ARC_NAME " status " CJSON$RDL_ARC_STATUS
        END-IF
        GO TO REDELIVER-ONE-DAY-NEXT
    END-IF.
    ADD 1 TO CJSON$RDL_ARC_COUNT.
    IF CJSON$RDL_ID_COUNT = 0
        SET CJSON$RDL_NOT_AT_EOF TO TRUE
        MOVE LOW-VALUES TO CJSON$EVA_EVENT_ID
        START CJSON$EVA_FILE KEY NOT LESS THAN CJSON$EVA_EVENT_ID
            INVALID KEY SET CJSON$RDL_AT_EOF TO TRUE
        END-START
        PERFORM SEND-NEXT-ARCHIVED THRU SEND-NEXT-ARCHIVED-EXIT
            UNTIL CJSON$RDL_AT_EOF
    ELSE
        PERFORM SEND-ONE-REQUEST-ID THRU SEND-ONE-REQUEST-ID-EXIT
            VARYING CJSON$RDL_ID_IDX FROM 1 BY 1
            UNTIL CJSON$RDL_ID_IDX > CJSON$RDL_ID_COUNT
    END-IF.
    CLOSE CJSON$EVA_FILE.
REDELIVER-ONE-DAY-NEXT.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT.
REDELIVER-ONE-DAY-EXIT.
    EXIT.

SEND-NEXT-ARCHIVED.
    READ CJSON$EVA_FILE NEXT RECORD
        AT END
            SET CJSON$RDL_AT_EOF TO TRUE
            GO TO SEND-NEXT-ARCHIVED-EXIT
    END-READ.
    MOVE CJSON$EVA_RECORD TO CJSON$EVENT_RECORD.
    PERFORM SEND-IF-SELECTED THRU SEND-IF-SELECTED-EXIT.
SEND-NEXT-ARCHIVED-EXIT.
    EXIT.

SEND-ONE-REQUEST-ID.
    SET CJSON$RDL_NOT_AT_EOF TO TRUE.
    MOVE CJSON$RDL_ID(CJSON$RDL_ID_IDX) TO CJSON$EVA_REQUEST_ID.
    START CJSON$EVA_FILE KEY = CJSON$EVA_REQUEST_ID
        INVALID KEY SET CJSON$RDL_AT_EOF TO TRUE
    END-START.
    PERFORM SEND-NEXT-FOR-REQUEST THRU SEND-NEXT-FOR-REQUEST-EXIT
        UNTIL CJSON$RDL_AT_EOF.
SEND-ONE-REQUEST-ID-EXIT.
    EXIT.

SEND-NEXT-FOR-REQUEST.
    READ CJSON$EVA_FILE NEXT RECORD
        AT END
            SET CJSON$RDL_AT_EOF TO TRUE
            GO TO SEND-NEXT-FOR-REQUEST-EXIT
    END-READ.
    IF CJSON$EVA_REQUEST_ID NOT = CJSON$RDL_ID(CJSON$RDL_ID_IDX)
        SET CJSON$RDL_AT_EOF TO TRUE
        GO TO SEND-NEXT-FOR-REQUEST-EXIT
    END-IF.
    MOVE CJSON$EVA_RECORD TO CJSON$EVENT_RECORD.
    PERFORM SEND-IF-SELECTED THRU SEND-IF-SELECTED-EXIT.
SEND-NEXT-FOR-REQUEST-EXIT.
    EXIT.

*> Queue rows this subscriber has not acknowledged are the forwarder's
*> to send; only the 'Y' ones were delivered and may have been lost.
REDELIVER-QUEUE.
    SET CJSON$RDL_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$EVENT_FILE.
    IF CJSON$RDL_QUEUE_STATUS NOT = "00"
        IF CJSON$RDL_QUEUE_STATUS NOT = "35"
            DISPLAY "CJSON_EVENT_REDELIVER: unable to open event"
                " queue, status " CJSON$RDL_QUEUE_STATUS
        END-IF
        GO TO REDELIVER-QUEUE-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$EVENT_ID.
    START CJSON$EVENT_FILE KEY NOT LESS THAN CJSON$EVENT_ID
        INVALID KEY SET CJSON$RDL_AT_EOF TO TRUE
    END-START.
    PERFORM SEND-NEXT-QUEUED THRU SEND-NEXT-QUEUED-EXIT
        UNTIL CJSON$RDL_AT_EOF.
    CLOSE CJSON$EVENT_FILE.
REDELIVER-QUEUE-EXIT.
    EXIT.

SEND-NEXT-QUEUED.
    READ CJSON$EVENT_FILE NEXT RECORD
        AT END
            SET CJSON$RDL_AT_EOF TO TRUE
            GO TO SEND-NEXT-QUEUED-EXIT
    END-READ.
    IF CJSON$EVENT_DELIVERED(CJSON$RDL_TARGET_SLOT) NOT = "Y"
        GO TO SEND-NEXT-QUEUED-EXIT
    END-IF.
    PERFORM SEND-IF-SELECTED THRU SEND-IF-SELECTED-EXIT.
SEND-NEXT-QUEUED-EXIT.
    EXIT.

SEND-IF-SELECTED.
    IF CJSON$EVENT_CREATED < CJSON$RDL_FROM_STAMP
       OR CJSON$EVENT_CREATED > CJSON$RDL_TO_STAMP
        GO TO SEND-IF-SELECTED-EXIT
    END-IF.
    IF CJSON$RDL_TYPE_FILTER NOT = SPACES
       AND CJSON$EVENT_TYPE NOT = CJSON$RDL_TYPE_FILTER
        GO TO SEND-IF-SELECTED-EXIT
    END-IF.
    IF CJSON$RDL_ID_COUNT > 0
        SET CJSON$RDL_EVENT_SKIPPED TO TRUE
        PERFORM CHECK-ONE-REQUEST-ID THRU CHECK-ONE-REQUEST-ID-EXIT
            VARYING CJSON$RDL_CHECK_IDX FROM 1 BY 1
            UNTIL CJSON$RDL_CHECK_IDX > CJSON$RDL_ID_COUNT
               OR CJSON$RDL_EVENT_SELECTED
        IF CJSON$RDL_EVENT_SKIPPED
            GO TO SEND-IF-SELECTED-EXIT
        END-IF
    END-IF.
    MOVE CJSON$EVENT_ID TO CJSON$RDL_OUT_EVENT_ID.
    MOVE CJSON$EVENT_TYPE TO CJSON$RDL_OUT_TYPE.
    MOVE CJSON$EVENT_PATH TO CJSON$RDL_OUT_PATH.
    MOVE CJSON$EVENT_REQUEST_ID TO CJSON$RDL_OUT_REQUEST_ID.
    MOVE CJSON$EVENT_CREATED TO CJSON$RDL_OUT_CREATED.
    MOVE CJSON$EVENT_PAYLOAD TO CJSON$RDL_OUT_PAYLOAD.
    MOVE "R" TO CJSON$RDL_OUT_MARKER.
    WRITE CJSON$RDL_OUT_RECORD.
    IF CJSON$RDL_OUT_STATUS NOT = "00"
        DISPLAY "CJSON_EVENT_REDELIVER: write failed for event "
            CJSON$EVENT_ID " status " CJSON$RDL_OUT_STATUS
        MOVE 1 TO RETURN-CODE
        GO TO SEND-IF-SELECTED-EXIT
    END-IF.
    ADD 1 TO CJSON$RDL_SENT_COUNT.
SEND-IF-SELECTED-EXIT.
    EXIT.

CHECK-ONE-REQUEST-ID.
    IF CJSON$EVENT_REQUEST_ID = CJSON$RDL_ID(CJSON$RDL_CHECK_IDX)
        SET CJSON$RDL_EVENT_SELECTED TO TRUE
    END-IF.
CHECK-ONE-REQUEST-ID-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
    IF CJSON$RDL_DD > 1
        SUBTRACT 1 FROM CJSON$RDL_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    IF CJSON$RDL_MM = 1
        SUBTRACT 1 FROM CJSON$RDL_YYYY
        MOVE 12 TO CJSON$RDL_MM
        MOVE 31 TO CJSON$RDL_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    SUBTRACT 1 FROM CJSON$RDL_MM.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    MOVE CJSON$RDL_MONTH_DAYS TO CJSON$RDL_DD.
SUBTRACT-ONE-DAY-EXIT.
    EXIT.

ADD-ONE-DAY.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    IF CJSON$RDL_DD < CJSON$RDL_MONTH_DAYS
        ADD 1 TO CJSON$RDL_DD
        GO TO ADD-ONE-DAY-EXIT
    END-IF.
    MOVE 1 TO CJSON$RDL_DD.
    IF CJSON$RDL_MM = 12
        MOVE 1 TO CJSON$RDL_MM
        ADD 1 TO CJSON$RDL_YYYY
    ELSE
        ADD 1 TO CJSON$RDL_MM
    END-IF.
ADD-ONE-DAY-EXIT.
    EXIT.

SET-MONTH-DAYS.
    EVALUATE CJSON$RDL_MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$RDL_MONTH_DAYS
        WHEN 2
            MOVE 28 TO CJSON$RDL_MONTH_DAYS
            DIVIDE CJSON$RDL_YYYY BY 4 GIVING CJSON$RDL_LEAP_QUOT
                REMAINDER CJSON$RDL_LEAP_REM
            IF CJSON$RDL_LEAP_REM = 0
                DIVIDE CJSON$RDL_YYYY BY 100
                    GIVING CJSON$RDL_LEAP_QUOT
                    REMAINDER CJSON$RDL_LEAP_REM
                IF CJSON$RDL_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$RDL_MONTH_DAYS
                ELSE
                    DIVIDE CJSON$RDL_YYYY BY 400
                        GIVING CJSON$RDL_LEAP_QUOT
                        REMAINDER CJSON$RDL_LEAP_REM
                    IF CJSON$RDL_LEAP_REM = 0
                        MOVE 29 TO CJSON$RDL_MONTH_DAYS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO CJSON$RDL_MONTH_DAYS
    END-EVALUATE.
SET-MONTH-DAYS-EXIT.
    EXIT.
