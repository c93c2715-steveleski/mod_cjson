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
*> CJSON_REQUEST_TRACE - follows one request id through everything the
*> system kept about it and prints the whole lineage on one report, so
*> the call centre has one place to look instead of five. Run
*> standalone:
*>     RUN CJSON_REQUEST_TRACE
*> It ACCEPTs one data line - the request id - and writes the report
*> to CJSON_REQUEST_TRACE_OUT. Each link in the chain gets one line
*> marked FOUND, MISSING or NOT APPLICABLE, followed by what was found:
*>   AUDIT ROW        the row in today's live CJSON_AUDIT_LOG, else in
*>                    the dated CJSON_AUDIT_ARC_yyyymmdd archives probed
*>                    by key, newest first, back over the same search
*>                    span as CJSON_AUDIT_LOOKUP (run that for the full
*>                    request and response bodies)
*>   JOBS             every row of CJSON_JOBQ_FILE, and every dead
*>                    letter in CJSON_JOBQ_DEADLETTER, whose
*>                    CJSON$JOB_REQUEST_ID matches, with its status,
*>                    stamps and attempt table. MISSING only when the
*>                    request was answered 202 (queued) and no job is
*>                    left - it was housekept
*>   EVENTS           every CJSON_EVENT_QUEUE row carrying the request
*>                    id, with its delivered flag per subscriber, and
*>                    every copy in the CJSON_EVENT_ARC_yyyymmdd archives
*>                    (probed on CJSON$EVA_REQUEST_ID from the request's
*>                    date up to today) shown as delivered and purged.
*>                    None at all is NOT APPLICABLE, since not every
*>                    route publishes events; for a state-changing
*>                    request answered 2xx the note asks whether the
*>                    route publishes any. MISSING only when there is
*>                    no audit row to judge by
*>   INTERFACE name   for each subscriber row of CJSON_EVENT_SUBS, the
*>                    lines of its interface file carrying the request
*>                    id (a trailing 'R' marks a CJSON_EVENT_REDELIVER
*>                    line). MISSING when an event was acknowledged for
*>                    that subscriber but no line is in the file - the
*>                    file was lost or rolled; CJSON_EVENT_REDELIVER
*>                    puts the lines back
*>   IDEMPOTENCY      the CJSON_IDEMPOTENT_FILE row for the request's
*>                    Idempotency-Key header, and any other audit row
*>                    (live log and the archive for the request's date)
*>                    sent with the same key - the client's retries.
*>                    NOT APPLICABLE with no header, a GET/HEAD/OPTIONS
*>                    or a 5xx answer, none of which are stored
*> Matching is on the request id exactly as captured. Detail lines past
*> 64 per link are counted, not printed. Every file is opened for
*> INPUT only, so tracing never changes anything. DISPLAYs the link
*> counts; RETURN-CODE is 1 when any link is MISSING.
*>
*> The audit archive FD is the same FILLER overlay of CJSON_AUDIT.CPY
*> that CJSON_AUDIT_LOOKUP uses, and a found archive row is MOVEd into
*> the live FD's record area in the same way; if a field in
*> CJSON_AUDIT.CPY is ever widened, recompute the FILLER widths here
*> too. The audit fields the later links need are saved in
*> CJSON$TRC_AUDIT_SAVE, because the retry scan reuses the record area.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_REQUEST_TRACE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$AUDIT_FILE ASSIGN TO "CJSON_AUDIT_LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$TRC_LIVE_STATUS.
    SELECT CJSON$ARC_FILE ASSIGN TO CJSON$TRC_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$ARC_REQUEST_ID
        ALTERNATE RECORD KEY IS CJSON$ARC_TIMESTAMP WITH DUPLICATES
        FILE STATUS IS CJSON$TRC_ARC_STATUS.
    SELECT CJSON$JOB_FILE ASSIGN TO "CJSON_JOBQ_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$JOB_ID
        FILE STATUS IS CJSON$TRC_JOB_STATUS.
    SELECT CJSON$DLQ_FILE ASSIGN TO "CJSON_JOBQ_DEADLETTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$DLQ_JOB_ID
        FILE STATUS IS CJSON$TRC_DLQ_STATUS.
    SELECT CJSON$EVENT_FILE ASSIGN TO "CJSON_EVENT_QUEUE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$EVENT_ID
        FILE STATUS IS CJSON$TRC_QUEUE_STATUS.
    SELECT CJSON$EVA_FILE ASSIGN TO CJSON$TRC_EVA_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$EVA_EVENT_ID
        ALTERNATE RECORD KEY IS CJSON$EVA_REQUEST_ID WITH DUPLICATES
        FILE STATUS IS CJSON$TRC_EVA_STATUS.
    SELECT CJSON$TRC_SUBS_FILE ASSIGN TO "CJSON_EVENT_SUBS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$TRC_SUBS_STATUS.
    SELECT OPTIONAL CJSON$TRC_IFC_FILE ASSIGN TO CJSON$TRC_IFC_NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$TRC_IFC_STATUS.
    SELECT CJSON$IDEM_FILE ASSIGN TO "CJSON_IDEMPOTENT_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$IDEM_KEY
        FILE STATUS IS CJSON$TRC_IDEM_STATUS.
    SELECT CJSON$TRC_RPT_FILE ASSIGN TO "CJSON_REQUEST_TRACE_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$TRC_RPT_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUDIT_FILE.
COPY 'CJSON_AUDIT.CPY'.
FD  CJSON$ARC_FILE.
*> Overlay of CJSON$AUDIT_RECORD - see the header comment.
01  CJSON$ARC_RECORD.
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$JOB_FILE.
COPY 'CJSON_JOBQ.CPY'.
FD  CJSON$DLQ_FILE.
COPY 'CJSON_JOBQ_DLQ.CPY'.
FD  CJSON$EVENT_FILE.
COPY 'CJSON_EVENT.CPY'.
FD  CJSON$EVA_FILE.
COPY 'CJSON_EVENT_ARC.CPY'.
FD  CJSON$TRC_SUBS_FILE.
01  CJSON$TRC_SUB_RECORD.
    05  CJSON$TRC_SUB_NAME          PIC X(16).
    05  CJSON$TRC_SUB_FILE          PIC X(64).
FD  CJSON$TRC_IFC_FILE.
*> The CJSON_EVENT_FORWARD line, plus the CJSON_EVENT_REDELIVER marker.
01  CJSON$TRC_IFC_RECORD.
    05  CJSON$TRC_IFC_EVENT_ID      PIC X(32).
    05  CJSON$TRC_IFC_TYPE          PIC X(16).
    05  CJSON$TRC_IFC_PATH          PIC X(80).
    05  CJSON$TRC_IFC_REQUEST_ID    PIC X(64).
    05  CJSON$TRC_IFC_CREATED       PIC X(16).
    05  CJSON$TRC_IFC_PAYLOAD       PIC X(4096).
    05  CJSON$TRC_IFC_MARKER        PIC X(01).
FD  CJSON$IDEM_FILE.
COPY 'CJSON_IDEMPOTENT.CPY'.
FD  CJSON$TRC_RPT_FILE.
01  CJSON$TRC_RPT_LINE              PIC X(132).

WORKING-STORAGE SECTION.
01  CJSON$TRC_LIVE_STATUS           PIC X(02).
01  CJSON$TRC_ARC_STATUS            PIC X(02).
01  CJSON$TRC_JOB_STATUS            PIC X(02).
01  CJSON$TRC_DLQ_STATUS            PIC X(02).
01  CJSON$TRC_QUEUE_STATUS          PIC X(02).
01  CJSON$TRC_EVA_STATUS            PIC X(02).
01  CJSON$TRC_SUBS_STATUS           PIC X(02).
01  CJSON$TRC_IFC_STATUS            PIC X(02).
01  CJSON$TRC_IDEM_STATUS           PIC X(02).
01  CJSON$TRC_RPT_STATUS            PIC X(02).
01  CJSON$TRC_ARC_NAME              PIC X(64).
01  CJSON$TRC_EVA_NAME              PIC X(64).
01  CJSON$TRC_IFC_NAME              PIC X(64).
01  CJSON$TRC_TARGET_ID             PIC X(64).
01  CJSON$TRC_SEARCH_SPAN           PIC S9(04) COMP VALUE 456.
*> A runaway event archive range (a mangled stamp) stops here.
01  CJSON$TRC_MAX_DAYS              PIC S9(04) COMP VALUE 1000.
01  CJSON$TRC_EOF_SWITCH            PIC X(01).
    88  CJSON$TRC_AT_EOF            VALUE 'Y'.
    88  CJSON$TRC_NOT_AT_EOF        VALUE 'N'.
01  CJSON$TRC_FOUND_SWITCH          PIC X(01).
    88  CJSON$TRC_ROW_FOUND         VALUE 'Y'.
    88  CJSON$TRC_ROW_NOT_FOUND     VALUE 'N'.
01  CJSON$TRC_SEEN_SWITCH           PIC X(01).
    88  CJSON$TRC_EVENT_SEEN        VALUE 'Y'.
    88  CJSON$TRC_EVENT_NOT_SEEN    VALUE 'N'.
01  CJSON$TRC_DAY_IDX               PIC S9(04) COMP.
01  CJSON$TRC_TODAY                 PIC 9(08).
01  CJSON$TRC_TIME_TEXT             PIC 9(08).
01  CJSON$TRC_NOW_STAMP             PIC X(16).
01  CJSON$TRC_YMD.
    05  CJSON$TRC_YYYY              PIC 9(04).
    05  CJSON$TRC_MM                PIC 9(02).
    05  CJSON$TRC_DD                PIC 9(02).
01  CJSON$TRC_MONTH_DAYS            PIC 9(02).
01  CJSON$TRC_LEAP_QUOT             PIC 9(04).
01  CJSON$TRC_LEAP_REM              PIC 9(04).
*> The earliest date known to belong to the request - the event
*> archive probe starts there.
01  CJSON$TRC_ANCHOR_DATE           PIC X(08) VALUE SPACES.
01  CJSON$TRC_CANDIDATE_DATE        PIC X(08).

*> What the later links need from the audit row.
01  CJSON$TRC_AUDIT_SAVE.
    05  CJSON$TRC_AUD_SOURCE        PIC X(64).
    05  CJSON$TRC_AUD_TIMESTAMP     PIC X(16).
    05  CJSON$TRC_AUD_PROGRAM       PIC X(31).
    05  CJSON$TRC_AUD_METHOD        PIC S9(09).
    05  CJSON$TRC_AUD_PATH          PIC X(80).
    05  CJSON$TRC_AUD_CLIENT_IP     PIC X(46).
    05  CJSON$TRC_AUD_STATUS        PIC S9(09).
    05  CJSON$TRC_AUD_ELAPSED       PIC S9(09).
    05  CJSON$TRC_AUD_IDEM_KEY      PIC X(64).
01  CJSON$TRC_METHOD_NAMES.
    05  FILLER                      PIC X(07) VALUE "GET    ".
    05  FILLER                      PIC X(07) VALUE "POST   ".
    05  FILLER                      PIC X(07) VALUE "PUT    ".
    05  FILLER                      PIC X(07) VALUE "DELETE ".
    05  FILLER                      PIC X(07) VALUE "PATCH  ".
    05  FILLER                      PIC X(07) VALUE "HEAD   ".
    05  FILLER                      PIC X(07) VALUE "OPTIONS".
    05  FILLER                      PIC X(07) VALUE "OTHER  ".
01  CJSON$TRC_METHOD_NAME_TABLE REDEFINES CJSON$TRC_METHOD_NAMES.
    05  CJSON$TRC_METHOD_NAME       PIC X(07) OCCURS 8 TIMES.
01  CJSON$TRC_METHOD_IDX            PIC S9(04) COMP.
01  CJSON$TRC_HDR_IDX               PIC S9(04) COMP.
01  CJSON$TRC_HDR_LIMIT             PIC S9(04) COMP.
01  CJSON$TRC_HEADER_NAME_TEXT      PIC X(64).
01  CJSON$TRC_ROW_IDEM_KEY          PIC X(64).

*> One link line, and the detail lines held back until it is written.
01  CJSON$TRC_LINK_NAME             PIC X(26).
01  CJSON$TRC_LINK_STATE            PIC X(14).
01  CJSON$TRC_LINK_NOTE             PIC X(90) VALUE SPACES.
01  CJSON$TRC_DETAIL                PIC X(132) VALUE SPACES.
01  CJSON$TRC_HOLD_LIMIT            PIC S9(04) COMP VALUE 64.
01  CJSON$TRC_HOLD_COUNT            PIC S9(04) COMP VALUE 0.
01  CJSON$TRC_HOLD_IDX              PIC S9(04) COMP.
01  CJSON$TRC_HOLD_TABLE.
    05  CJSON$TRC_HOLD_LINE         PIC X(132) OCCURS 64 TIMES.
01  CJSON$TRC_HOLD_DROPPED          PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_FOUND_COUNT           PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_MISSING_COUNT         PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_NA_COUNT              PIC S9(09) COMP VALUE 0.

01  CJSON$TRC_JOB_COUNT             PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_DEAD_COUNT            PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_JOB_STATE_TEXT        PIC X(12).
01  CJSON$TRC_ATT_LIMIT             PIC S9(04) COMP.

*> Subscribers by slot, as CJSON_EVENT_FORWARD loads them, with what
*> the events say each one has been given.
01  CJSON$TRC_SUB_TABLE.
    05  CJSON$TRC_SUB_COUNT         PIC S9(04) COMP VALUE 0.
    05  CJSON$TRC_SUB_ENTRY         OCCURS 8 TIMES.
        10  CJSON$TRC_SUB_NAME_WS   PIC X(16).
        10  CJSON$TRC_SUB_FILE_WS   PIC X(64).
        10  CJSON$TRC_SUB_DELIVERED PIC S9(09) COMP.
        10  CJSON$TRC_SUB_PENDING   PIC S9(09) COMP.
01  CJSON$TRC_SLOT                  PIC S9(04) COMP.
01  CJSON$TRC_LIVE_SUBS             PIC S9(04) COMP VALUE 0.
01  CJSON$TRC_QUEUED_COUNT          PIC S9(09) COMP VALUE 0.
01  CJSON$TRC_ARCHIVED_COUNT        PIC S9(09) COMP VALUE 0.
*> Event ids already reported, so an event the forwarder archived but
*> died before deleting is not counted twice.
01  CJSON$TRC_SEEN_COUNT            PIC S9(04) COMP VALUE 0.
01  CJSON$TRC_SEEN_TABLE.
    05  CJSON$TRC_SEEN_ID           PIC X(32) OCCURS 64 TIMES.
01  CJSON$TRC_SEEN_IDX              PIC S9(04) COMP.
01  CJSON$TRC_EVENT_WHERE           PIC X(64).
01  CJSON$TRC_LINE_NUMBER           PIC S9(09) COMP.
01  CJSON$TRC_IFC_COUNT             PIC S9(09) COMP.

01  CJSON$TRC_KEY_SWITCH            PIC X(01).
    88  CJSON$TRC_KEY_STORED        VALUE 'Y'.
    88  CJSON$TRC_KEY_NOT_STORED    VALUE 'N'.
01  CJSON$TRC_STORED_STAMP          PIC X(16).
01  CJSON$TRC_RETRY_COUNT           PIC S9(09) COMP VALUE 0.

01  CJSON$TRC_COUNT_EDIT            PIC Z(08)9.
01  CJSON$TRC_LINE_EDIT             PIC Z(08)9.
01  CJSON$TRC_HTTP_EDIT             PIC ZZ9.
01  CJSON$TRC_ATT_EDIT              PIC Z9.
01  CJSON$TRC_MS_EDIT               PIC Z(08)9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT CJSON$TRC_TARGET_ID.
    IF CJSON$TRC_TARGET_ID = SPACES
        DISPLAY "CJSON_REQUEST_TRACE: no request id given"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT CJSON$TRC_TODAY FROM DATE YYYYMMDD.
    ACCEPT CJSON$TRC_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$TRC_NOW_STAMP.
    STRING CJSON$TRC_TODAY DELIMITED BY SIZE
           CJSON$TRC_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$TRC_NOW_STAMP.
    OPEN OUTPUT CJSON$TRC_RPT_FILE.
    IF CJSON$TRC_RPT_STATUS NOT = "00"
        DISPLAY "CJSON_REQUEST_TRACE: unable to open report file,"
            " status " CJSON$TRC_RPT_STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADING THRU WRITE-HEADING-EXIT.
    PERFORM TRACE-AUDIT-ROW THRU TRACE-AUDIT-ROW-EXIT.
    PERFORM TRACE-JOBS THRU TRACE-JOBS-EXIT.
    PERFORM LOAD-SUBSCRIBERS THRU LOAD-SUBSCRIBERS-EXIT.
    PERFORM TRACE-EVENTS THRU TRACE-EVENTS-EXIT.
    PERFORM TRACE-INTERFACES THRU TRACE-INTERFACES-EXIT.
    PERFORM TRACE-IDEMPOTENCY THRU TRACE-IDEMPOTENCY-EXIT.
    PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
    CLOSE CJSON$TRC_RPT_FILE.
    MOVE CJSON$TRC_FOUND_COUNT TO CJSON$TRC_COUNT_EDIT.
    DISPLAY "CJSON_REQUEST_TRACE: " CJSON$TRC_COUNT_EDIT
        " link(s) found".
    MOVE CJSON$TRC_MISSING_COUNT TO CJSON$TRC_COUNT_EDIT.
    DISPLAY "CJSON_REQUEST_TRACE: " CJSON$TRC_COUNT_EDIT
        " link(s) missing".
    MOVE CJSON$TRC_NA_COUNT TO CJSON$TRC_COUNT_EDIT.
    DISPLAY "CJSON_REQUEST_TRACE: " CJSON$TRC_COUNT_EDIT
        " link(s) not applicable".
    IF CJSON$TRC_MISSING_COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    STOP RUN.

WRITE-HEADING.
    MOVE "CJSON REQUEST LINEAGE" TO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    STRING "REQUEST ID " DELIMITED BY SIZE
           CJSON$TRC_TARGET_ID DELIMITED BY SIZE
           "   RUN AT " DELIMITED BY SIZE
           CJSON$TRC_NOW_STAMP DELIMITED BY SIZE
        INTO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE "LINK" TO CJSON$TRC_RPT_LINE(1:26).
    MOVE "STATE" TO CJSON$TRC_RPT_LINE(28:14).
    MOVE "NOTE" TO CJSON$TRC_RPT_LINE(43:).
    WRITE CJSON$TRC_RPT_LINE.
WRITE-HEADING-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> Link lines. The detail lines for a link are held in
*> CJSON$TRC_HOLD_TABLE while the link is traced, so its state can
*> head them; WRITE-LINK writes the link line, then the held lines.
*> ---------------------------------------------------------------
HOLD-DETAIL.
    IF CJSON$TRC_HOLD_COUNT < CJSON$TRC_HOLD_LIMIT
        ADD 1 TO CJSON$TRC_HOLD_COUNT
        MOVE CJSON$TRC_DETAIL
            TO CJSON$TRC_HOLD_LINE(CJSON$TRC_HOLD_COUNT)
    ELSE
        ADD 1 TO CJSON$TRC_HOLD_DROPPED
    END-IF.
    MOVE SPACES TO CJSON$TRC_DETAIL.
HOLD-DETAIL-EXIT.
    EXIT.

WRITE-LINK.
    EVALUATE CJSON$TRC_LINK_STATE
        WHEN "FOUND"
            ADD 1 TO CJSON$TRC_FOUND_COUNT
        WHEN "MISSING"
            ADD 1 TO CJSON$TRC_MISSING_COUNT
        WHEN OTHER
            ADD 1 TO CJSON$TRC_NA_COUNT
    END-EVALUATE.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE CJSON$TRC_LINK_NAME TO CJSON$TRC_RPT_LINE(1:26).
    MOVE CJSON$TRC_LINK_STATE TO CJSON$TRC_RPT_LINE(28:14).
    MOVE CJSON$TRC_LINK_NOTE TO CJSON$TRC_RPT_LINE(43:).
    WRITE CJSON$TRC_RPT_LINE.
    PERFORM WRITE-ONE-HELD THRU WRITE-ONE-HELD-EXIT
        VARYING CJSON$TRC_HOLD_IDX FROM 1 BY 1
        UNTIL CJSON$TRC_HOLD_IDX > CJSON$TRC_HOLD_COUNT.
    IF CJSON$TRC_HOLD_DROPPED > 0
        MOVE CJSON$TRC_HOLD_DROPPED TO CJSON$TRC_COUNT_EDIT
        MOVE SPACES TO CJSON$TRC_RPT_LINE
        STRING "  ... " DELIMITED BY SIZE
               CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
               " MORE LINE(S) NOT SHOWN" DELIMITED BY SIZE
            INTO CJSON$TRC_RPT_LINE
        WRITE CJSON$TRC_RPT_LINE
    END-IF.
    MOVE 0 TO CJSON$TRC_HOLD_COUNT.
    MOVE 0 TO CJSON$TRC_HOLD_DROPPED.
    MOVE SPACES TO CJSON$TRC_LINK_NOTE.
    MOVE SPACES TO CJSON$TRC_DETAIL.
WRITE-LINK-EXIT.
    EXIT.

WRITE-ONE-HELD.
    MOVE CJSON$TRC_HOLD_LINE(CJSON$TRC_HOLD_IDX) TO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
WRITE-ONE-HELD-EXIT.
    EXIT.

*> The earliest date seen for the request, for the event archive probe.
NOTE-ANCHOR-DATE.
    IF CJSON$TRC_CANDIDATE_DATE NOT NUMERIC
        GO TO NOTE-ANCHOR-DATE-EXIT
    END-IF.
    IF CJSON$TRC_ANCHOR_DATE = SPACES
       OR CJSON$TRC_CANDIDATE_DATE < CJSON$TRC_ANCHOR_DATE
        MOVE CJSON$TRC_CANDIDATE_DATE TO CJSON$TRC_ANCHOR_DATE
    END-IF.
NOTE-ANCHOR-DATE-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> AUDIT ROW - the live log, then the archives newest first, as
*> CJSON_AUDIT_LOOKUP searches them.
*> ---------------------------------------------------------------
TRACE-AUDIT-ROW.
    MOVE SPACES TO CJSON$TRC_AUDIT_SAVE.
    MOVE 0 TO CJSON$TRC_AUD_METHOD.
    MOVE 0 TO CJSON$TRC_AUD_STATUS.
    MOVE 0 TO CJSON$TRC_AUD_ELAPSED.
    MOVE SPACES TO CJSON$TRC_DETAIL.
    MOVE "AUDIT ROW" TO CJSON$TRC_LINK_NAME.
    SET CJSON$TRC_ROW_NOT_FOUND TO TRUE.
    PERFORM SEARCH-LIVE-FILE THRU SEARCH-LIVE-FILE-EXIT.
    IF CJSON$TRC_ROW_FOUND
        MOVE "CJSON_AUDIT_LOG" TO CJSON$TRC_AUD_SOURCE
    ELSE
        PERFORM SEARCH-ARCHIVE-SET THRU SEARCH-ARCHIVE-SET-EXIT
    END-IF.
    IF CJSON$TRC_ROW_NOT_FOUND
        MOVE "MISSING" TO CJSON$TRC_LINK_STATE
        MOVE "NOT IN THE LIVE LOG OR ANY DATED ARCHIVE SEARCHED"
            TO CJSON$TRC_LINK_NOTE
        PERFORM WRITE-LINK THRU WRITE-LINK-EXIT
        GO TO TRACE-AUDIT-ROW-EXIT
    END-IF.
    PERFORM SAVE-AUDIT-ROW THRU SAVE-AUDIT-ROW-EXIT.
    MOVE "FOUND" TO CJSON$TRC_LINK_STATE.
    STRING "IN " DELIMITED BY SIZE
           CJSON$TRC_AUD_SOURCE DELIMITED BY SPACE
           " - RUN CJSON_AUDIT_LOOKUP FOR THE BODIES"
               DELIMITED BY SIZE
        INTO CJSON$TRC_LINK_NOTE.
    STRING "  TIMESTAMP   " DELIMITED BY SIZE
           CJSON$TRC_AUD_TIMESTAMP DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    STRING "  PROGRAM     " DELIMITED BY SIZE
           CJSON$TRC_AUD_PROGRAM DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    MOVE 8 TO CJSON$TRC_METHOD_IDX.
    IF CJSON$TRC_AUD_METHOD >= 0 AND CJSON$TRC_AUD_METHOD <= 6
        COMPUTE CJSON$TRC_METHOD_IDX = CJSON$TRC_AUD_METHOD + 1
    END-IF.
    STRING "  REQUEST     " DELIMITED BY SIZE
           CJSON$TRC_METHOD_NAME(CJSON$TRC_METHOD_IDX)
               DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CJSON$TRC_AUD_PATH DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    STRING "  CLIENT IP   " DELIMITED BY SIZE
           CJSON$TRC_AUD_CLIENT_IP DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    MOVE CJSON$TRC_AUD_STATUS TO CJSON$TRC_HTTP_EDIT.
    MOVE CJSON$TRC_AUD_ELAPSED TO CJSON$TRC_MS_EDIT.
    STRING "  HTTP STATUS " DELIMITED BY SIZE
           CJSON$TRC_HTTP_EDIT DELIMITED BY SIZE
           "   ELAPSED MS " DELIMITED BY SIZE
           CJSON$TRC_MS_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    IF CJSON$TRC_AUD_IDEM_KEY NOT = SPACES
        STRING "  IDEMPOTENCY-KEY " DELIMITED BY SIZE
               CJSON$TRC_AUD_IDEM_KEY DELIMITED BY SIZE
            INTO CJSON$TRC_DETAIL
        PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT
    END-IF.
    PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
TRACE-AUDIT-ROW-EXIT.
    EXIT.

SEARCH-LIVE-FILE.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUDIT_FILE.
    IF CJSON$TRC_LIVE_STATUS NOT = "00"
        GO TO SEARCH-LIVE-FILE-EXIT
    END-IF.
    PERFORM SCAN-ONE-LIVE-ROW THRU SCAN-ONE-LIVE-ROW-EXIT
        UNTIL CJSON$TRC_AT_EOF OR CJSON$TRC_ROW_FOUND.
    CLOSE CJSON$AUDIT_FILE.
SEARCH-LIVE-FILE-EXIT.
    EXIT.

SCAN-ONE-LIVE-ROW.
    READ CJSON$AUDIT_FILE
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-LIVE-ROW-EXIT
    END-READ.
    IF CJSON$AUDIT_REQUEST_ID = CJSON$TRC_TARGET_ID
        SET CJSON$TRC_ROW_FOUND TO TRUE
    END-IF.
SCAN-ONE-LIVE-ROW-EXIT.
    EXIT.

SEARCH-ARCHIVE-SET.
    MOVE CJSON$TRC_TODAY TO CJSON$TRC_YMD.
    PERFORM PROBE-ONE-ARCHIVE THRU PROBE-ONE-ARCHIVE-EXIT
        VARYING CJSON$TRC_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$TRC_DAY_IDX > CJSON$TRC_SEARCH_SPAN
           OR CJSON$TRC_ROW_FOUND.
SEARCH-ARCHIVE-SET-EXIT.
    EXIT.

PROBE-ONE-ARCHIVE.
    PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT.
    MOVE SPACES TO CJSON$TRC_ARC_NAME.
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$TRC_YMD DELIMITED BY SIZE
        INTO CJSON$TRC_ARC_NAME.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$TRC_ARC_STATUS NOT = "00"
        IF CJSON$TRC_ARC_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: archive " CJSON$TRC_ARC_NAME
                " exists but cannot be opened, status "
                CJSON$TRC_ARC_STATUS " - treating it as absent"
        END-IF
        GO TO PROBE-ONE-ARCHIVE-EXIT
    END-IF.
    MOVE CJSON$TRC_TARGET_ID TO CJSON$ARC_REQUEST_ID.
    READ CJSON$ARC_FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE CJSON$ARC_RECORD TO CJSON$AUDIT_RECORD
            MOVE CJSON$TRC_ARC_NAME TO CJSON$TRC_AUD_SOURCE
            SET CJSON$TRC_ROW_FOUND TO TRUE
    END-READ.
    CLOSE CJSON$ARC_FILE.
PROBE-ONE-ARCHIVE-EXIT.
    EXIT.

SAVE-AUDIT-ROW.
    MOVE CJSON$AUDIT_TIMESTAMP TO CJSON$TRC_AUD_TIMESTAMP.
    MOVE CJSON$AUDIT_PROGRAM TO CJSON$TRC_AUD_PROGRAM.
    MOVE CJSON$AUDIT_PATH TO CJSON$TRC_AUD_PATH.
    MOVE CJSON$AUDIT_CLIENT_IP TO CJSON$TRC_AUD_CLIENT_IP.
    IF CJSON$AUDIT_METHOD NUMERIC
        MOVE CJSON$AUDIT_METHOD TO CJSON$TRC_AUD_METHOD
    ELSE
        MOVE 7 TO CJSON$TRC_AUD_METHOD
    END-IF.
    IF CJSON$AUDIT_HTTP_ERROR_CODE NUMERIC
        MOVE CJSON$AUDIT_HTTP_ERROR_CODE TO CJSON$TRC_AUD_STATUS
    END-IF.
    IF CJSON$AUDIT_ELAPSED_MS NUMERIC
        MOVE CJSON$AUDIT_ELAPSED_MS TO CJSON$TRC_AUD_ELAPSED
    END-IF.
    PERFORM FIND-IDEMPOTENCY-KEY THRU FIND-IDEMPOTENCY-KEY-EXIT.
    MOVE CJSON$TRC_ROW_IDEM_KEY TO CJSON$TRC_AUD_IDEM_KEY.
    MOVE CJSON$TRC_AUD_TIMESTAMP(1:8) TO CJSON$TRC_CANDIDATE_DATE.
    PERFORM NOTE-ANCHOR-DATE THRU NOTE-ANCHOR-DATE-EXIT.
SAVE-AUDIT-ROW-EXIT.
    EXIT.

*> The Idempotency-Key header of the row in CJSON$AUDIT_RECORD, matched
*> without regard to case as CJSON_IDEMPOTENT matches it.
FIND-IDEMPOTENCY-KEY.
    MOVE SPACES TO CJSON$TRC_ROW_IDEM_KEY.
    MOVE 0 TO CJSON$TRC_HDR_LIMIT.
    IF CJSON$AUDIT_HEADER_COUNT NUMERIC
        IF CJSON$AUDIT_HEADER_COUNT > 16
            MOVE 16 TO CJSON$TRC_HDR_LIMIT
        ELSE
            MOVE CJSON$AUDIT_HEADER_COUNT TO CJSON$TRC_HDR_LIMIT
        END-IF
    END-IF.
    PERFORM CHECK-ONE-HEADER THRU CHECK-ONE-HEADER-EXIT
        VARYING CJSON$TRC_HDR_IDX FROM 1 BY 1
        UNTIL CJSON$TRC_HDR_IDX > CJSON$TRC_HDR_LIMIT
           OR CJSON$TRC_ROW_IDEM_KEY NOT = SPACES.
FIND-IDEMPOTENCY-KEY-EXIT.
    EXIT.

CHECK-ONE-HEADER.
    MOVE CJSON$AUDIT_HEADER_NAME(CJSON$TRC_HDR_IDX)
        TO CJSON$TRC_HEADER_NAME_TEXT.
    INSPECT CJSON$TRC_HEADER_NAME_TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CJSON$TRC_HEADER_NAME_TEXT = "IDEMPOTENCY-KEY"
        MOVE CJSON$AUDIT_HEADER_VALUE(CJSON$TRC_HDR_IDX)
            TO CJSON$TRC_ROW_IDEM_KEY
    END-IF.
CHECK-ONE-HEADER-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> JOBS - the queue and the dead-letter file, walked end to end;
*> neither is keyed on the request id.
*> ---------------------------------------------------------------
TRACE-JOBS.
    MOVE "JOBS" TO CJSON$TRC_LINK_NAME.
    MOVE SPACES TO CJSON$TRC_DETAIL.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$JOB_FILE.
    IF CJSON$TRC_JOB_STATUS = "00"
        MOVE LOW-VALUES TO CJSON$JOB_ID
        START CJSON$JOB_FILE KEY NOT LESS THAN CJSON$JOB_ID
            INVALID KEY SET CJSON$TRC_AT_EOF TO TRUE
        END-START
        PERFORM SCAN-ONE-JOB THRU SCAN-ONE-JOB-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$JOB_FILE
    ELSE
        IF CJSON$TRC_JOB_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open job queue,"
                " status " CJSON$TRC_JOB_STATUS
        END-IF
    END-IF.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$DLQ_FILE.
    IF CJSON$TRC_DLQ_STATUS = "00"
        MOVE LOW-VALUES TO CJSON$DLQ_JOB_ID
        START CJSON$DLQ_FILE KEY NOT LESS THAN CJSON$DLQ_JOB_ID
            INVALID KEY SET CJSON$TRC_AT_EOF TO TRUE
        END-START
        PERFORM SCAN-ONE-DEAD-LETTER THRU SCAN-ONE-DEAD-LETTER-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$DLQ_FILE
    ELSE
        IF CJSON$TRC_DLQ_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open dead-letter"
                " file, status " CJSON$TRC_DLQ_STATUS
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$TRC_JOB_COUNT + CJSON$TRC_DEAD_COUNT > 0
            MOVE "FOUND" TO CJSON$TRC_LINK_STATE
            MOVE CJSON$TRC_JOB_COUNT TO CJSON$TRC_COUNT_EDIT
            MOVE CJSON$TRC_DEAD_COUNT TO CJSON$TRC_LINE_EDIT
            STRING CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
                   " ON THE QUEUE, " DELIMITED BY SIZE
                   CJSON$TRC_LINE_EDIT DELIMITED BY SIZE
                   " DEAD-LETTERED" DELIMITED BY SIZE
                INTO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_ROW_NOT_FOUND
            MOVE "MISSING" TO CJSON$TRC_LINK_STATE
            MOVE "NO JOB, AND NO AUDIT ROW TO SAY IF ONE WAS QUEUED"
                TO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_AUD_STATUS = 202
            MOVE "MISSING" TO CJSON$TRC_LINK_STATE
            MOVE "ANSWERED 202 (QUEUED) BUT NO JOB ON FILE - HOUSEKEPT?"
                TO CJSON$TRC_LINK_NOTE
        WHEN OTHER
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "REQUEST WAS ANSWERED INLINE, NOT QUEUED"
                TO CJSON$TRC_LINK_NOTE
    END-EVALUATE.
    PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
TRACE-JOBS-EXIT.
    EXIT.

SCAN-ONE-JOB.
    READ CJSON$JOB_FILE NEXT RECORD
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-JOB-EXIT
    END-READ.
    IF CJSON$JOB_REQUEST_ID NOT = CJSON$TRC_TARGET_ID
        GO TO SCAN-ONE-JOB-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_JOB_COUNT.
    PERFORM HOLD-JOB-LINES THRU HOLD-JOB-LINES-EXIT.
SCAN-ONE-JOB-EXIT.
    EXIT.

SCAN-ONE-DEAD-LETTER.
    READ CJSON$DLQ_FILE NEXT RECORD
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-DEAD-LETTER-EXIT
    END-READ.
    MOVE CJSON$DLQ_JOB_IMAGE TO CJSON$JOB_RECORD.
    IF CJSON$JOB_REQUEST_ID NOT = CJSON$TRC_TARGET_ID
        GO TO SCAN-ONE-DEAD-LETTER-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_DEAD_COUNT.
    PERFORM HOLD-JOB-LINES THRU HOLD-JOB-LINES-EXIT.
    STRING "      DEAD-LETTERED " DELIMITED BY SIZE
           CJSON$DLQ_DEAD_AT DELIMITED BY SIZE
           " - SEE CJSON_JOBQ_DLQ" DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
SCAN-ONE-DEAD-LETTER-EXIT.
    EXIT.

*> The job in CJSON$JOB_RECORD: id, status and program, its stamps,
*> then one line per attempt.
HOLD-JOB-LINES.
    EVALUATE TRUE
        WHEN CJSON$JOB_PENDING
            MOVE "PENDING" TO CJSON$TRC_JOB_STATE_TEXT
        WHEN CJSON$JOB_RUNNING
            MOVE "RUNNING" TO CJSON$TRC_JOB_STATE_TEXT
        WHEN CJSON$JOB_COMPLETED
            MOVE "COMPLETED" TO CJSON$TRC_JOB_STATE_TEXT
        WHEN CJSON$JOB_FAILED
            MOVE "FAILED" TO CJSON$TRC_JOB_STATE_TEXT
        WHEN CJSON$JOB_CANCELLED
            MOVE "CANCELLED" TO CJSON$TRC_JOB_STATE_TEXT
        WHEN OTHER
            MOVE "UNKNOWN" TO CJSON$TRC_JOB_STATE_TEXT
    END-EVALUATE.
    MOVE "  JOB" TO CJSON$TRC_DETAIL(1:5).
    MOVE CJSON$JOB_ID TO CJSON$TRC_DETAIL(7:32).
    MOVE CJSON$TRC_JOB_STATE_TEXT TO CJSON$TRC_DETAIL(41:12).
    MOVE "PROGRAM" TO CJSON$TRC_DETAIL(54:7).
    MOVE CJSON$JOB_PROGRAM TO CJSON$TRC_DETAIL(62:31).
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    MOVE 0 TO CJSON$TRC_HTTP_EDIT.
    IF CJSON$JOB_HTTP_ERROR_CODE NUMERIC
        MOVE CJSON$JOB_HTTP_ERROR_CODE TO CJSON$TRC_HTTP_EDIT
    END-IF.
    MOVE 0 TO CJSON$TRC_ATT_LIMIT.
    IF CJSON$JOB_ATTEMPT_COUNT NUMERIC
        MOVE CJSON$JOB_ATTEMPT_COUNT TO CJSON$TRC_ATT_LIMIT
    END-IF.
    IF CJSON$TRC_ATT_LIMIT > 10
        MOVE 10 TO CJSON$TRC_ATT_LIMIT
    END-IF.
    MOVE CJSON$TRC_ATT_LIMIT TO CJSON$TRC_ATT_EDIT.
    STRING "      SUBMITTED " DELIMITED BY SIZE
           CJSON$JOB_SUBMITTED DELIMITED BY SIZE
           "  FINISHED " DELIMITED BY SIZE
           CJSON$JOB_FINISHED DELIMITED BY SIZE
           "  HTTP " DELIMITED BY SIZE
           CJSON$TRC_HTTP_EDIT DELIMITED BY SIZE
           "  ATTEMPTS " DELIMITED BY SIZE
           CJSON$TRC_ATT_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    IF CJSON$JOB_PENDING AND CJSON$JOB_NOT_BEFORE NOT = SPACES
        STRING "      NEXT TRY NOT BEFORE " DELIMITED BY SIZE
               CJSON$JOB_NOT_BEFORE DELIMITED BY SIZE
            INTO CJSON$TRC_DETAIL
        PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT
    END-IF.
    PERFORM HOLD-ONE-ATTEMPT THRU HOLD-ONE-ATTEMPT-EXIT
        VARYING CJSON$JOB_ATT_IDX FROM 1 BY 1
        UNTIL CJSON$JOB_ATT_IDX > CJSON$TRC_ATT_LIMIT.
    MOVE SPACES TO CJSON$TRC_CANDIDATE_DATE.
    MOVE CJSON$JOB_SUBMITTED(1:8) TO CJSON$TRC_CANDIDATE_DATE.
    PERFORM NOTE-ANCHOR-DATE THRU NOTE-ANCHOR-DATE-EXIT.
HOLD-JOB-LINES-EXIT.
    EXIT.

HOLD-ONE-ATTEMPT.
    SET CJSON$TRC_SLOT TO CJSON$JOB_ATT_IDX.
    MOVE CJSON$TRC_SLOT TO CJSON$TRC_ATT_EDIT.
    MOVE 0 TO CJSON$TRC_HTTP_EDIT.
    IF CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX) NUMERIC
        MOVE CJSON$JOB_ATTEMPT_STATUS(CJSON$JOB_ATT_IDX)
            TO CJSON$TRC_HTTP_EDIT
    END-IF.
    STRING "      ATTEMPT " DELIMITED BY SIZE
           CJSON$TRC_ATT_EDIT DELIMITED BY SIZE
           " AT " DELIMITED BY SIZE
           CJSON$JOB_ATTEMPT_AT(CJSON$JOB_ATT_IDX) DELIMITED BY SIZE
           "  HTTP " DELIMITED BY SIZE
           CJSON$TRC_HTTP_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
HOLD-ONE-ATTEMPT-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> EVENTS - the subscriber table first, so each delivered flag can be
*> shown against its subscriber's name.
*> ---------------------------------------------------------------
LOAD-SUBSCRIBERS.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$TRC_SUBS_FILE.
    IF CJSON$TRC_SUBS_STATUS NOT = "00"
        IF CJSON$TRC_SUBS_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open subscriber"
                " file, status " CJSON$TRC_SUBS_STATUS
        END-IF
        GO TO LOAD-SUBSCRIBERS-EXIT
    END-IF.
    PERFORM LOAD-ONE-SUBSCRIBER THRU LOAD-ONE-SUBSCRIBER-EXIT
        UNTIL CJSON$TRC_AT_EOF OR CJSON$TRC_SUB_COUNT = 8.
    CLOSE CJSON$TRC_SUBS_FILE.
LOAD-SUBSCRIBERS-EXIT.
    EXIT.

LOAD-ONE-SUBSCRIBER.
    READ CJSON$TRC_SUBS_FILE
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO LOAD-ONE-SUBSCRIBER-EXIT
    END-READ.
    ADD 1 TO CJSON$TRC_SUB_COUNT.
    MOVE CJSON$TRC_SUB_NAME
        TO CJSON$TRC_SUB_NAME_WS(CJSON$TRC_SUB_COUNT).
    MOVE CJSON$TRC_SUB_FILE
        TO CJSON$TRC_SUB_FILE_WS(CJSON$TRC_SUB_COUNT).
    MOVE 0 TO CJSON$TRC_SUB_DELIVERED(CJSON$TRC_SUB_COUNT).
    MOVE 0 TO CJSON$TRC_SUB_PENDING(CJSON$TRC_SUB_COUNT).
    IF CJSON$TRC_SUB_FILE NOT = SPACES
        ADD 1 TO CJSON$TRC_LIVE_SUBS
    END-IF.
LOAD-ONE-SUBSCRIBER-EXIT.
    EXIT.

TRACE-EVENTS.
    MOVE "EVENTS" TO CJSON$TRC_LINK_NAME.
    MOVE SPACES TO CJSON$TRC_DETAIL.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$EVENT_FILE.
    IF CJSON$TRC_QUEUE_STATUS = "00"
        MOVE LOW-VALUES TO CJSON$EVENT_ID
        START CJSON$EVENT_FILE KEY NOT LESS THAN CJSON$EVENT_ID
            INVALID KEY SET CJSON$TRC_AT_EOF TO TRUE
        END-START
        PERFORM SCAN-ONE-QUEUED-EVENT THRU SCAN-ONE-QUEUED-EVENT-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$EVENT_FILE
    ELSE
        IF CJSON$TRC_QUEUE_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open event queue,"
                " status " CJSON$TRC_QUEUE_STATUS
        END-IF
    END-IF.
    IF CJSON$TRC_ANCHOR_DATE = SPACES
        MOVE CJSON$TRC_TODAY TO CJSON$TRC_YMD
        PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT
            VARYING CJSON$TRC_DAY_IDX FROM 1 BY 1
            UNTIL CJSON$TRC_DAY_IDX > CJSON$TRC_SEARCH_SPAN
    ELSE
        MOVE CJSON$TRC_ANCHOR_DATE TO CJSON$TRC_YMD
    END-IF.
    PERFORM PROBE-ONE-EVENT-ARCHIVE THRU PROBE-ONE-EVENT-ARCHIVE-EXIT
        VARYING CJSON$TRC_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$TRC_YMD > CJSON$TRC_TODAY
           OR CJSON$TRC_DAY_IDX > CJSON$TRC_MAX_DAYS.
    EVALUATE TRUE
        WHEN CJSON$TRC_QUEUED_COUNT + CJSON$TRC_ARCHIVED_COUNT > 0
            MOVE "FOUND" TO CJSON$TRC_LINK_STATE
            MOVE CJSON$TRC_QUEUED_COUNT TO CJSON$TRC_COUNT_EDIT
            MOVE CJSON$TRC_ARCHIVED_COUNT TO CJSON$TRC_LINE_EDIT
            STRING CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
                   " ON THE QUEUE, " DELIMITED BY SIZE
                   CJSON$TRC_LINE_EDIT DELIMITED BY SIZE
                   " DELIVERED AND PURGED" DELIMITED BY SIZE
                INTO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_ROW_FOUND
         AND CJSON$TRC_AUD_METHOD >= 1 AND CJSON$TRC_AUD_METHOD <= 4
         AND CJSON$TRC_AUD_STATUS >= 200 AND CJSON$TRC_AUD_STATUS < 300
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "CHANGE SUCCEEDED, NO EVENT - DOES THE ROUTE PUBLISH?"
                TO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_ROW_NOT_FOUND
            MOVE "MISSING" TO CJSON$TRC_LINK_STATE
            MOVE "NO EVENT, AND NO AUDIT ROW TO SAY IF ONE WAS RAISED"
                TO CJSON$TRC_LINK_NOTE
        WHEN OTHER
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "NOT A SUCCESSFUL CHANGE - NO EVENT EXPECTED"
                TO CJSON$TRC_LINK_NOTE
    END-EVALUATE.
    PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
TRACE-EVENTS-EXIT.
    EXIT.

SCAN-ONE-QUEUED-EVENT.
    READ CJSON$EVENT_FILE NEXT RECORD
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-QUEUED-EVENT-EXIT
    END-READ.
    IF CJSON$EVENT_REQUEST_ID NOT = CJSON$TRC_TARGET_ID
        GO TO SCAN-ONE-QUEUED-EVENT-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_QUEUED_COUNT.
    MOVE "ON THE QUEUE" TO CJSON$TRC_EVENT_WHERE.
    PERFORM HOLD-EVENT-LINES THRU HOLD-EVENT-LINES-EXIT.
    MOVE SPACES TO CJSON$TRC_CANDIDATE_DATE.
    MOVE CJSON$EVENT_CREATED(1:8) TO CJSON$TRC_CANDIDATE_DATE.
    PERFORM NOTE-ANCHOR-DATE THRU NOTE-ANCHOR-DATE-EXIT.
SCAN-ONE-QUEUED-EVENT-EXIT.
    EXIT.

*> A date with no archive (nothing was acknowledged that day, or it is
*> past retention) is passed over quietly.
PROBE-ONE-EVENT-ARCHIVE.
    MOVE SPACES TO CJSON$TRC_EVA_NAME.
    STRING "CJSON_EVENT_ARC_" DELIMITED BY SIZE
           CJSON$TRC_YMD DELIMITED BY SIZE
        INTO CJSON$TRC_EVA_NAME.
    OPEN INPUT CJSON$EVA_FILE.
    IF CJSON$TRC_EVA_STATUS NOT = "00"
        IF CJSON$TRC_EVA_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open archive "
                CJSON$TRC_EVA_NAME " status " CJSON$TRC_EVA_STATUS
        END-IF
        GO TO PROBE-ONE-EVENT-ARCHIVE-NEXT
    END-IF.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    MOVE CJSON$TRC_TARGET_ID TO CJSON$EVA_REQUEST_ID.
    START CJSON$EVA_FILE KEY = CJSON$EVA_REQUEST_ID
        INVALID KEY SET CJSON$TRC_AT_EOF TO TRUE
    END-START.
    PERFORM SCAN-ONE-ARCHIVED-EVENT THRU SCAN-ONE-ARCHIVED-EVENT-EXIT
        UNTIL CJSON$TRC_AT_EOF.
    CLOSE CJSON$EVA_FILE.
PROBE-ONE-EVENT-ARCHIVE-NEXT.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT.
PROBE-ONE-EVENT-ARCHIVE-EXIT.
    EXIT.

SCAN-ONE-ARCHIVED-EVENT.
    READ CJSON$EVA_FILE NEXT RECORD
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-ARCHIVED-EVENT-EXIT
    END-READ.
    IF CJSON$EVA_REQUEST_ID NOT = CJSON$TRC_TARGET_ID
        SET CJSON$TRC_AT_EOF TO TRUE
        GO TO SCAN-ONE-ARCHIVED-EVENT-EXIT
    END-IF.
    MOVE CJSON$EVA_RECORD TO CJSON$EVENT_RECORD.
    SET CJSON$TRC_EVENT_NOT_SEEN TO TRUE.
    PERFORM CHECK-ONE-SEEN THRU CHECK-ONE-SEEN-EXIT
        VARYING CJSON$TRC_SEEN_IDX FROM 1 BY 1
        UNTIL CJSON$TRC_SEEN_IDX > CJSON$TRC_SEEN_COUNT
           OR CJSON$TRC_EVENT_SEEN.
    IF CJSON$TRC_EVENT_SEEN
        GO TO SCAN-ONE-ARCHIVED-EVENT-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_ARCHIVED_COUNT.
    MOVE SPACES TO CJSON$TRC_EVENT_WHERE.
    STRING "DELIVERED AND PURGED - " DELIMITED BY SIZE
           CJSON$TRC_EVA_NAME DELIMITED BY SPACE
        INTO CJSON$TRC_EVENT_WHERE.
    PERFORM HOLD-EVENT-LINES THRU HOLD-EVENT-LINES-EXIT.
SCAN-ONE-ARCHIVED-EVENT-EXIT.
    EXIT.

CHECK-ONE-SEEN.
    IF CJSON$TRC_SEEN_ID(CJSON$TRC_SEEN_IDX) = CJSON$EVENT_ID
        SET CJSON$TRC_EVENT_SEEN TO TRUE
    END-IF.
CHECK-ONE-SEEN-EXIT.
    EXIT.

*> The event in CJSON$EVENT_RECORD, with CJSON$TRC_EVENT_WHERE saying
*> where it was found, then its delivered flag per live subscriber.
HOLD-EVENT-LINES.
    IF CJSON$TRC_SEEN_COUNT < 64
        ADD 1 TO CJSON$TRC_SEEN_COUNT
        MOVE CJSON$EVENT_ID TO CJSON$TRC_SEEN_ID(CJSON$TRC_SEEN_COUNT)
    END-IF.
    MOVE "  EVENT" TO CJSON$TRC_DETAIL(1:7).
    MOVE CJSON$EVENT_ID TO CJSON$TRC_DETAIL(9:32).
    MOVE CJSON$EVENT_TYPE TO CJSON$TRC_DETAIL(43:16).
    MOVE "CREATED" TO CJSON$TRC_DETAIL(60:7).
    MOVE CJSON$EVENT_CREATED TO CJSON$TRC_DETAIL(68:16).
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    STRING "      PATH " DELIMITED BY SIZE
           CJSON$EVENT_PATH DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    STRING "      " DELIMITED BY SIZE
           CJSON$TRC_EVENT_WHERE DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    PERFORM HOLD-ONE-FLAG THRU HOLD-ONE-FLAG-EXIT
        VARYING CJSON$TRC_SLOT FROM 1 BY 1
        UNTIL CJSON$TRC_SLOT > CJSON$TRC_SUB_COUNT.
HOLD-EVENT-LINES-EXIT.
    EXIT.

HOLD-ONE-FLAG.
    IF CJSON$TRC_SUB_FILE_WS(CJSON$TRC_SLOT) = SPACES
        GO TO HOLD-ONE-FLAG-EXIT
    END-IF.
    MOVE CJSON$TRC_SUB_NAME_WS(CJSON$TRC_SLOT)
        TO CJSON$TRC_DETAIL(9:16).
    IF CJSON$EVENT_DELIVERED(CJSON$TRC_SLOT) = "Y"
        MOVE "DELIVERED" TO CJSON$TRC_DETAIL(27:)
        ADD 1 TO CJSON$TRC_SUB_DELIVERED(CJSON$TRC_SLOT)
    ELSE
        MOVE "PENDING" TO CJSON$TRC_DETAIL(27:)
        ADD 1 TO CJSON$TRC_SUB_PENDING(CJSON$TRC_SLOT)
    END-IF.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
HOLD-ONE-FLAG-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> INTERFACE FILES - one link per live subscriber row.
*> ---------------------------------------------------------------
TRACE-INTERFACES.
    IF CJSON$TRC_LIVE_SUBS = 0
        MOVE "INTERFACE FILES" TO CJSON$TRC_LINK_NAME
        MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
        MOVE "NO SUBSCRIBERS IN CJSON_EVENT_SUBS"
            TO CJSON$TRC_LINK_NOTE
        PERFORM WRITE-LINK THRU WRITE-LINK-EXIT
        GO TO TRACE-INTERFACES-EXIT
    END-IF.
    PERFORM TRACE-ONE-INTERFACE THRU TRACE-ONE-INTERFACE-EXIT
        VARYING CJSON$TRC_SLOT FROM 1 BY 1
        UNTIL CJSON$TRC_SLOT > CJSON$TRC_SUB_COUNT.
TRACE-INTERFACES-EXIT.
    EXIT.

TRACE-ONE-INTERFACE.
    IF CJSON$TRC_SUB_FILE_WS(CJSON$TRC_SLOT) = SPACES
        GO TO TRACE-ONE-INTERFACE-EXIT
    END-IF.
    MOVE SPACES TO CJSON$TRC_LINK_NAME.
    STRING "INTERFACE " DELIMITED BY SIZE
           CJSON$TRC_SUB_NAME_WS(CJSON$TRC_SLOT) DELIMITED BY SIZE
        INTO CJSON$TRC_LINK_NAME.
    MOVE CJSON$TRC_SUB_FILE_WS(CJSON$TRC_SLOT) TO CJSON$TRC_IFC_NAME.
    STRING "  FILE " DELIMITED BY SIZE
           CJSON$TRC_IFC_NAME DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    MOVE 0 TO CJSON$TRC_IFC_COUNT.
    MOVE 0 TO CJSON$TRC_LINE_NUMBER.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$TRC_IFC_FILE.
    IF CJSON$TRC_IFC_STATUS NOT = "00"
       AND CJSON$TRC_IFC_STATUS NOT = "05"
        STRING "  CANNOT BE OPENED, STATUS " DELIMITED BY SIZE
               CJSON$TRC_IFC_STATUS DELIMITED BY SIZE
            INTO CJSON$TRC_DETAIL
        PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT
    ELSE
        PERFORM SCAN-ONE-INTERFACE-LINE
            THRU SCAN-ONE-INTERFACE-LINE-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$TRC_IFC_FILE
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$TRC_IFC_COUNT > 0
            MOVE "FOUND" TO CJSON$TRC_LINK_STATE
            MOVE CJSON$TRC_IFC_COUNT TO CJSON$TRC_COUNT_EDIT
            STRING CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
                   " LINE(S) IN THE FILE" DELIMITED BY SIZE
                INTO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_SUB_DELIVERED(CJSON$TRC_SLOT) > 0
            MOVE "MISSING" TO CJSON$TRC_LINK_STATE
            MOVE "DELIVERED, NOT IN FILE - SEE CJSON_EVENT_REDELIVER"
                TO CJSON$TRC_LINK_NOTE
        WHEN CJSON$TRC_SUB_PENDING(CJSON$TRC_SLOT) > 0
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "NOT YET FORWARDED - WAITING ON CJSON_EVENT_FORWARD"
                TO CJSON$TRC_LINK_NOTE
        WHEN OTHER
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "NO EVENT FOR THIS REQUEST" TO CJSON$TRC_LINK_NOTE
    END-EVALUATE.
    PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
TRACE-ONE-INTERFACE-EXIT.
    EXIT.

SCAN-ONE-INTERFACE-LINE.
    MOVE SPACES TO CJSON$TRC_IFC_RECORD.
    READ CJSON$TRC_IFC_FILE
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO SCAN-ONE-INTERFACE-LINE-EXIT
    END-READ.
    ADD 1 TO CJSON$TRC_LINE_NUMBER.
    IF CJSON$TRC_IFC_REQUEST_ID NOT = CJSON$TRC_TARGET_ID
        GO TO SCAN-ONE-INTERFACE-LINE-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_IFC_COUNT.
    MOVE CJSON$TRC_LINE_NUMBER TO CJSON$TRC_LINE_EDIT.
    STRING "  LINE " DELIMITED BY SIZE
           CJSON$TRC_LINE_EDIT DELIMITED BY SIZE
           "  EVENT " DELIMITED BY SIZE
           CJSON$TRC_IFC_EVENT_ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CJSON$TRC_IFC_TYPE DELIMITED BY SIZE
           "  CREATED " DELIMITED BY SIZE
           CJSON$TRC_IFC_CREATED DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    IF CJSON$TRC_IFC_MARKER = "R"
        MOVE "REDELIVERY" TO CJSON$TRC_DETAIL(114:)
    END-IF.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
SCAN-ONE-INTERFACE-LINE-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> IDEMPOTENCY - the stored row for the request's key, then the other
*> audit rows sent with the same key.
*> ---------------------------------------------------------------
TRACE-IDEMPOTENCY.
    MOVE "IDEMPOTENCY" TO CJSON$TRC_LINK_NAME.
    MOVE SPACES TO CJSON$TRC_DETAIL.
    MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE.
    IF CJSON$TRC_ROW_NOT_FOUND
        MOVE "NO AUDIT ROW TO TAKE AN IDEMPOTENCY-KEY HEADER FROM"
            TO CJSON$TRC_LINK_NOTE
        GO TO TRACE-IDEMPOTENCY-WRITE
    END-IF.
    IF CJSON$TRC_AUD_IDEM_KEY = SPACES
        MOVE "REQUEST CARRIED NO IDEMPOTENCY-KEY HEADER"
            TO CJSON$TRC_LINK_NOTE
        GO TO TRACE-IDEMPOTENCY-WRITE
    END-IF.
    IF CJSON$TRC_AUD_METHOD < 1 OR CJSON$TRC_AUD_METHOD > 4
        MOVE "KEYS ARE ONLY HONOURED ON POST, PUT, PATCH AND DELETE"
            TO CJSON$TRC_LINK_NOTE
        GO TO TRACE-IDEMPOTENCY-WRITE
    END-IF.
    STRING "  KEY " DELIMITED BY SIZE
           CJSON$TRC_AUD_IDEM_KEY DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    PERFORM READ-STORED-KEY THRU READ-STORED-KEY-EXIT.
    PERFORM FIND-RETRIES THRU FIND-RETRIES-EXIT.
TRACE-IDEMPOTENCY-WRITE.
    PERFORM WRITE-LINK THRU WRITE-LINK-EXIT.
TRACE-IDEMPOTENCY-EXIT.
    EXIT.

READ-STORED-KEY.
    SET CJSON$TRC_KEY_NOT_STORED TO TRUE.
    OPEN INPUT CJSON$IDEM_FILE.
    IF CJSON$TRC_IDEM_STATUS = "00"
        MOVE CJSON$TRC_AUD_IDEM_KEY TO CJSON$IDEM_KEY
        READ CJSON$IDEM_FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY SET CJSON$TRC_KEY_STORED TO TRUE
        END-READ
        CLOSE CJSON$IDEM_FILE
    ELSE
        IF CJSON$TRC_IDEM_STATUS NOT = "35"
            DISPLAY "CJSON_REQUEST_TRACE: unable to open idempotency"
                " store, status " CJSON$TRC_IDEM_STATUS
        END-IF
    END-IF.
    IF CJSON$TRC_KEY_NOT_STORED
        IF CJSON$TRC_AUD_STATUS >= 500
            MOVE "NOT APPLICABLE" TO CJSON$TRC_LINK_STATE
            MOVE "ANSWERED 5XX - SUCH RESPONSES ARE NEVER STORED"
                TO CJSON$TRC_LINK_NOTE
        ELSE
            MOVE "MISSING" TO CJSON$TRC_LINK_STATE
            MOVE "NOT IN CJSON_IDEMPOTENT_FILE - EXPIRED OR DELETED"
                TO CJSON$TRC_LINK_NOTE
        END-IF
        GO TO READ-STORED-KEY-EXIT
    END-IF.
    MOVE "FOUND" TO CJSON$TRC_LINK_STATE.
    MOVE "KEY IS IN CJSON_IDEMPOTENT_FILE" TO CJSON$TRC_LINK_NOTE.
    MOVE 0 TO CJSON$TRC_HTTP_EDIT.
    IF CJSON$IDEM_HTTP_ERROR_CODE NUMERIC
        MOVE CJSON$IDEM_HTTP_ERROR_CODE TO CJSON$TRC_HTTP_EDIT
    END-IF.
    MOVE SPACES TO CJSON$TRC_STORED_STAMP.
    STRING CJSON$IDEM_STORED_DATE DELIMITED BY SIZE
           CJSON$IDEM_STORED_TIME DELIMITED BY SIZE
        INTO CJSON$TRC_STORED_STAMP.
    STRING "  STORED " DELIMITED BY SIZE
           CJSON$TRC_STORED_STAMP DELIMITED BY SIZE
           "  HTTP " DELIMITED BY SIZE
           CJSON$TRC_HTTP_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
    IF CJSON$TRC_STORED_STAMP < CJSON$TRC_AUD_TIMESTAMP
        MOVE "  STORED EARLIER - THIS REQUEST WAS REPLAYED, NOT RUN"
            TO CJSON$TRC_DETAIL
        PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT
    END-IF.
READ-STORED-KEY-EXIT.
    EXIT.

*> Other requests sent with the same key - the client's retries, or
*> the first attempt when this one was the repeat. Only the live log
*> and the archive for the request's own date are read; a retry that
*> comes days later is rare enough to leave to CJSON_AUDIT_LOOKUP.
FIND-RETRIES.
    MOVE 0 TO CJSON$TRC_RETRY_COUNT.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUDIT_FILE.
    IF CJSON$TRC_LIVE_STATUS = "00"
        PERFORM CHECK-ONE-LIVE-RETRY THRU CHECK-ONE-LIVE-RETRY-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$AUDIT_FILE
    END-IF.
    MOVE SPACES TO CJSON$TRC_ARC_NAME.
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$TRC_AUD_TIMESTAMP(1:8) DELIMITED BY SIZE
        INTO CJSON$TRC_ARC_NAME.
    SET CJSON$TRC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$TRC_ARC_STATUS = "00"
        MOVE LOW-VALUES TO CJSON$ARC_REQUEST_ID
        START CJSON$ARC_FILE KEY NOT LESS THAN CJSON$ARC_REQUEST_ID
            INVALID KEY SET CJSON$TRC_AT_EOF TO TRUE
        END-START
        PERFORM CHECK-ONE-ARCHIVED-RETRY
            THRU CHECK-ONE-ARCHIVED-RETRY-EXIT
            UNTIL CJSON$TRC_AT_EOF
        CLOSE CJSON$ARC_FILE
    END-IF.
    IF CJSON$TRC_RETRY_COUNT = 0
        MOVE "  NO OTHER REQUEST WAS SENT WITH THIS KEY"
            TO CJSON$TRC_DETAIL
        PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT
    END-IF.
FIND-RETRIES-EXIT.
    EXIT.

CHECK-ONE-LIVE-RETRY.
    READ CJSON$AUDIT_FILE
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO CHECK-ONE-LIVE-RETRY-EXIT
    END-READ.
    PERFORM HOLD-IF-RETRY THRU HOLD-IF-RETRY-EXIT.
CHECK-ONE-LIVE-RETRY-EXIT.
    EXIT.

CHECK-ONE-ARCHIVED-RETRY.
    READ CJSON$ARC_FILE NEXT RECORD
        AT END
            SET CJSON$TRC_AT_EOF TO TRUE
            GO TO CHECK-ONE-ARCHIVED-RETRY-EXIT
    END-READ.
    MOVE CJSON$ARC_RECORD TO CJSON$AUDIT_RECORD.
    PERFORM HOLD-IF-RETRY THRU HOLD-IF-RETRY-EXIT.
CHECK-ONE-ARCHIVED-RETRY-EXIT.
    EXIT.

HOLD-IF-RETRY.
    IF CJSON$AUDIT_REQUEST_ID = CJSON$TRC_TARGET_ID
        GO TO HOLD-IF-RETRY-EXIT
    END-IF.
    PERFORM FIND-IDEMPOTENCY-KEY THRU FIND-IDEMPOTENCY-KEY-EXIT.
    IF CJSON$TRC_ROW_IDEM_KEY NOT = CJSON$TRC_AUD_IDEM_KEY
        GO TO HOLD-IF-RETRY-EXIT
    END-IF.
    ADD 1 TO CJSON$TRC_RETRY_COUNT.
    MOVE 0 TO CJSON$TRC_HTTP_EDIT.
    IF CJSON$AUDIT_HTTP_ERROR_CODE NUMERIC
        MOVE CJSON$AUDIT_HTTP_ERROR_CODE TO CJSON$TRC_HTTP_EDIT
    END-IF.
    STRING "  SAME KEY ON " DELIMITED BY SIZE
           CJSON$AUDIT_REQUEST_ID DELIMITED BY SIZE
           " AT " DELIMITED BY SIZE
           CJSON$AUDIT_TIMESTAMP DELIMITED BY SIZE
           "  HTTP " DELIMITED BY SIZE
           CJSON$TRC_HTTP_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_DETAIL.
    PERFORM HOLD-DETAIL THRU HOLD-DETAIL-EXIT.
HOLD-IF-RETRY-EXIT.
    EXIT.

WRITE-SUMMARY.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE CJSON$TRC_FOUND_COUNT TO CJSON$TRC_COUNT_EDIT.
    STRING "LINKS FOUND          " DELIMITED BY SIZE
           CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    MOVE CJSON$TRC_MISSING_COUNT TO CJSON$TRC_COUNT_EDIT.
    STRING "LINKS MISSING        " DELIMITED BY SIZE
           CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
    MOVE SPACES TO CJSON$TRC_RPT_LINE.
    MOVE CJSON$TRC_NA_COUNT TO CJSON$TRC_COUNT_EDIT.
    STRING "LINKS NOT APPLICABLE " DELIMITED BY SIZE
           CJSON$TRC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$TRC_RPT_LINE.
    WRITE CJSON$TRC_RPT_LINE.
WRITE-SUMMARY-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
    IF CJSON$TRC_DD > 1
        SUBTRACT 1 FROM CJSON$TRC_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    IF CJSON$TRC_MM = 1
        SUBTRACT 1 FROM CJSON$TRC_YYYY
        MOVE 12 TO CJSON$TRC_MM
        MOVE 31 TO CJSON$TRC_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    SUBTRACT 1 FROM CJSON$TRC_MM.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    MOVE CJSON$TRC_MONTH_DAYS TO CJSON$TRC_DD.
SUBTRACT-ONE-DAY-EXIT.
    EXIT.

ADD-ONE-DAY.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    IF CJSON$TRC_DD < CJSON$TRC_MONTH_DAYS
        ADD 1 TO CJSON$TRC_DD
        GO TO ADD-ONE-DAY-EXIT
    END-IF.
    MOVE 1 TO CJSON$TRC_DD.
    IF CJSON$TRC_MM = 12
        MOVE 1 TO CJSON$TRC_MM
        ADD 1 TO CJSON$TRC_YYYY
    ELSE
        ADD 1 TO CJSON$TRC_MM
    END-IF.
ADD-ONE-DAY-EXIT.
    EXIT.

SET-MONTH-DAYS.
    EVALUATE CJSON$TRC_MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$TRC_MONTH_DAYS
        WHEN 2
            MOVE 28 TO CJSON$TRC_MONTH_DAYS
            DIVIDE CJSON$TRC_YYYY BY 4 GIVING CJSON$TRC_LEAP_QUOT
                REMAINDER CJSON$TRC_LEAP_REM
            IF CJSON$TRC_LEAP_REM = 0
                DIVIDE CJSON$TRC_YYYY BY 100
                    GIVING CJSON$TRC_LEAP_QUOT
                    REMAINDER CJSON$TRC_LEAP_REM
                IF CJSON$TRC_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$TRC_MONTH_DAYS
                ELSE
                    DIVIDE CJSON$TRC_YYYY BY 400
                        GIVING CJSON$TRC_LEAP_QUOT
                        REMAINDER CJSON$TRC_LEAP_REM
                    IF CJSON$TRC_LEAP_REM = 0
                        MOVE 29 TO CJSON$TRC_MONTH_DAYS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO CJSON$TRC_MONTH_DAYS
    END-EVALUATE.
SET-MONTH-DAYS-EXIT.
    EXIT.
