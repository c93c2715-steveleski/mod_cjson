*> be announced is an error worth failing the request over (for
*> ledger-feeding handlers it usually is).
*>
*> Every call also applies the hand-maintained CJSON_CACHE_INVALIDATION
*> rules (see CJSON_CACHE_INVAL.CPY): each rule matching the event type
*> and path removes the CJSON_CACHE_FILE rows under its cached path
*> prefix straight away, whatever their method or query string, so a
*> GET after the change re-renders instead of serving the stale copy
*> until its TTL runs out. This happens even when the event itself
*> could not be queued - the change has been made either way. Each
*> applied rule appends one line to the day's log
*> CJSON_CACHE_INVAL_LOG_yyyymmdd (LINE SEQUENTIAL):
*>     event created stamp, event id (blank when not queued), rule row
*>     number, event type, event path, cached prefix applied, rows
*>     removed, and OK / NO CACHE (no cache file yet) / FAILED
*> Invalidation trouble is DISPLAYed and logged but never changes the
*> status returned; a missing rules file means no invalidation at all.
*>
*> Usage:
*>     CALL "CJSON_EVENT" USING CJSON$APACHE_CJSON,
*>                              CJSON$EVENT_TYPE_ARG,
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$EVENT_ID
        FILE STATUS IS CJSON$EVT_FILE_STATUS.
    SELECT CJSON$CINV_FILE ASSIGN TO "CJSON_CACHE_INVALIDATION"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$EVT_RULE_STATUS.
    SELECT CJSON$CACHE_FILE ASSIGN TO "CJSON_CACHE_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$CACHE_KEY
        FILE STATUS IS CJSON$EVT_CACHE_STATUS.
    SELECT OPTIONAL CJSON$EVT_LOG_FILE ASSIGN TO CJSON$EVT_LOG_NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$EVT_LOG_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$EVENT_FILE.
COPY 'CJSON_EVENT.CPY'.
FD  CJSON$CINV_FILE.
COPY 'CJSON_CACHE_INVAL.CPY'.
FD  CJSON$CACHE_FILE.
COPY 'CJSON_CACHE.CPY'.
FD  CJSON$EVT_LOG_FILE.
01  CJSON$EVT_LOG_RECORD.
    05  CJSON$EVT_LOG_CREATED       PIC X(16).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_EVENT_ID      PIC X(32).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_RULE          PIC 9(05).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_TYPE          PIC X(16).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_EVENT_PATH    PIC X(80).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_PREFIX        PIC X(80).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_COUNT         PIC 9(09).
    05  FILLER                      PIC X(01).
    05  CJSON$EVT_LOG_RESULT        PIC X(08).

WORKING-STORAGE SECTION.
01  CJSON$EVT_FILE_STATUS           PIC X(02).
01  CJSON$EVT_RULE_STATUS           PIC X(02).
01  CJSON$EVT_CACHE_STATUS          PIC X(02).
01  CJSON$EVT_LOG_STATUS            PIC X(02).
01  CJSON$EVT_LOG_NAME              PIC X(64).
01  CJSON$EVT_CSTR                  PIC X(4096) BASED.
01  CJSON$EVT_DATE_TEXT             PIC 9(08).
01  CJSON$EVT_TIME_TEXT             PIC 9(08).
01  CJSON$EVT_WRITE_SWITCH          PIC X(01).
    88  CJSON$EVT_WRITE_DONE        VALUE 'Y'.
    88  CJSON$EVT_WRITE_PENDING     VALUE 'N'.
*> The event's own fields, kept past the CLOSE of the queue for the
*> invalidation pass; the id stays blank unless the row was written.
01  CJSON$EVT_SAVED_ID              PIC X(32).
01  CJSON$EVT_SAVED_TYPE            PIC X(16).
01  CJSON$EVT_SAVED_PATH            PIC X(80).
01  CJSON$EVT_SAVED_CREATED         PIC X(16).
01  CJSON$EVT_EOF_SWITCH            PIC X(01).
    88  CJSON$EVT_AT_EOF            VALUE 'Y'.
    88  CJSON$EVT_NOT_AT_EOF        VALUE 'N'.
01  CJSON$EVT_CACHE_SWITCH          PIC X(01).
    88  CJSON$EVT_CACHE_CLOSED      VALUE 'C'.
    88  CJSON$EVT_CACHE_OPEN        VALUE 'O'.
    88  CJSON$EVT_CACHE_UNAVAILABLE VALUE 'U'.
01  CJSON$EVT_LOG_SWITCH            PIC X(01).
    88  CJSON$EVT_LOG_CLOSED        VALUE 'C'.
    88  CJSON$EVT_LOG_OPEN          VALUE 'O'.
    88  CJSON$EVT_LOG_UNAVAILABLE   VALUE 'U'.
01  CJSON$EVT_SCAN_SWITCH           PIC X(01).
    88  CJSON$EVT_SCAN_DONE         VALUE 'Y'.
    88  CJSON$EVT_SCAN_MORE         VALUE 'N'.
01  CJSON$EVT_METHOD_SWITCH         PIC X(01).
    88  CJSON$EVT_METHOD_DONE       VALUE 'Y'.
    88  CJSON$EVT_METHOD_MORE       VALUE 'N'.
01  CJSON$EVT_RULE_NUMBER           PIC 9(05).
01  CJSON$EVT_PREFIX_LEN            PIC S9(09) COMP.
01  CJSON$EVT_CACHE_PREFIX          PIC X(80).
01  CJSON$EVT_CACHE_PREFIX_LEN      PIC S9(09) COMP.
01  CJSON$EVT_SCAN_METHOD           PIC 9(02).
01  CJSON$EVT_DROPPED_COUNT         PIC 9(09) COMP.
01  CJSON$EVT_INVAL_RESULT          PIC X(08).
01  CJSON$EVT_CACHE_RESULT          PIC X(08).

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
    ELSE
        MOVE 1 TO CJSON$EVENT_STATUS
    END-IF.
    PERFORM INVALIDATE-CACHED-ROWS THRU INVALIDATE-CACHED-ROWS-EXIT.
    GOBACK.

BUILD-EVENT-RECORD.
            END-CALL
        END-IF
    END-IF.
    MOVE SPACES TO CJSON$EVT_SAVED_ID.
    MOVE CJSON$EVENT_TYPE TO CJSON$EVT_SAVED_TYPE.
    MOVE CJSON$EVENT_PATH TO CJSON$EVT_SAVED_PATH.
    MOVE CJSON$EVENT_CREATED TO CJSON$EVT_SAVED_CREATED.
BUILD-EVENT-RECORD-EXIT.
    EXIT.

    END-WRITE.
    IF CJSON$EVT_FILE_STATUS = "00"
        SET CJSON$EVT_WRITE_DONE TO TRUE
        MOVE CJSON$EVENT_ID TO CJSON$EVT_SAVED_ID
        GO TO WRITE-ONE-TRY-EXIT
    END-IF.
    IF CJSON$EVT_FILE_STATUS = "22"
    END-IF.
WRITE-ONE-TRY-EXIT.
    EXIT.

*> The rules file is read afresh on every call, the way CJSON_THROTTLE
*> reads its limits, so an edit takes effect on the next change. The
*> cache file and the day's log are only opened once a rule matches.
INVALIDATE-CACHED-ROWS.
    SET CJSON$EVT_CACHE_CLOSED TO TRUE.
    SET CJSON$EVT_LOG_CLOSED TO TRUE.
    SET CJSON$EVT_NOT_AT_EOF TO TRUE.
    MOVE 0 TO CJSON$EVT_RULE_NUMBER.
    OPEN INPUT CJSON$CINV_FILE.
    IF CJSON$EVT_RULE_STATUS NOT = "00"
        IF CJSON$EVT_RULE_STATUS NOT = "35"
            DISPLAY "CJSON_EVENT: unable to open cache invalidation"
                " rules, status " CJSON$EVT_RULE_STATUS
        END-IF
        GO TO INVALIDATE-CACHED-ROWS-EXIT
    END-IF.
    PERFORM APPLY-ONE-INVAL-RULE THRU APPLY-ONE-INVAL-RULE-EXIT
        UNTIL CJSON$EVT_AT_EOF.
    CLOSE CJSON$CINV_FILE.
    IF CJSON$EVT_CACHE_OPEN
        CLOSE CJSON$CACHE_FILE
    END-IF.
    IF CJSON$EVT_LOG_OPEN
        CLOSE CJSON$EVT_LOG_FILE
    END-IF.
INVALIDATE-CACHED-ROWS-EXIT.
    EXIT.

APPLY-ONE-INVAL-RULE.
    READ CJSON$CINV_FILE
        AT END
            SET CJSON$EVT_AT_EOF TO TRUE
            GO TO APPLY-ONE-INVAL-RULE-EXIT
    END-READ.
    ADD 1 TO CJSON$EVT_RULE_NUMBER.
    IF CJSON$CINV_RECORD = SPACES
        GO TO APPLY-ONE-INVAL-RULE-EXIT
    END-IF.
    IF CJSON$CINV_EVENT_TYPE NOT = "*"
       AND CJSON$CINV_EVENT_TYPE NOT = CJSON$EVT_SAVED_TYPE
        GO TO APPLY-ONE-INVAL-RULE-EXIT
    END-IF.
    MOVE 0 TO CJSON$EVT_PREFIX_LEN.
    INSPECT CJSON$CINV_EVENT_PATH TALLYING CJSON$EVT_PREFIX_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$EVT_PREFIX_LEN > 0
        IF CJSON$EVT_SAVED_PATH(1:CJSON$EVT_PREFIX_LEN) NOT =
           CJSON$CINV_EVENT_PATH(1:CJSON$EVT_PREFIX_LEN)
            GO TO APPLY-ONE-INVAL-RULE-EXIT
        END-IF
    END-IF.
    IF CJSON$CINV_CACHE_PATH = "="
        MOVE CJSON$EVT_SAVED_PATH TO CJSON$EVT_CACHE_PREFIX
    ELSE
        MOVE CJSON$CINV_CACHE_PATH TO CJSON$EVT_CACHE_PREFIX
    END-IF.
    MOVE 0 TO CJSON$EVT_CACHE_PREFIX_LEN.
    INSPECT CJSON$EVT_CACHE_PREFIX TALLYING CJSON$EVT_CACHE_PREFIX_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$EVT_CACHE_PREFIX_LEN = 0
        GO TO APPLY-ONE-INVAL-RULE-EXIT
    END-IF.
    MOVE 0 TO CJSON$EVT_DROPPED_COUNT.
    MOVE "OK" TO CJSON$EVT_INVAL_RESULT.
    IF CJSON$EVT_CACHE_CLOSED
        PERFORM OPEN-CACHE-FILE THRU OPEN-CACHE-FILE-EXIT
    END-IF.
    IF CJSON$EVT_CACHE_OPEN
        PERFORM DROP-CACHED-PREFIX THRU DROP-CACHED-PREFIX-EXIT
    ELSE
        MOVE CJSON$EVT_CACHE_RESULT TO CJSON$EVT_INVAL_RESULT
    END-IF.
    PERFORM LOG-ONE-INVALIDATION THRU LOG-ONE-INVALIDATION-EXIT.
APPLY-ONE-INVAL-RULE-EXIT.
    EXIT.

*> No cache file simply means nothing has been cached yet.
OPEN-CACHE-FILE.
    OPEN I-O CJSON$CACHE_FILE.
    IF CJSON$EVT_CACHE_STATUS = "00"
        SET CJSON$EVT_CACHE_OPEN TO TRUE
        GO TO OPEN-CACHE-FILE-EXIT
    END-IF.
    SET CJSON$EVT_CACHE_UNAVAILABLE TO TRUE.
    IF CJSON$EVT_CACHE_STATUS = "35"
        MOVE "NO CACHE" TO CJSON$EVT_CACHE_RESULT
        GO TO OPEN-CACHE-FILE-EXIT
    END-IF.
    MOVE "FAILED" TO CJSON$EVT_CACHE_RESULT.
    DISPLAY "CJSON_EVENT: unable to open cache file, status "
        CJSON$EVT_CACHE_STATUS " - cached rows not invalidated".
OPEN-CACHE-FILE-EXIT.
    EXIT.

*> The cache key leads with the method, so the rows under one path
*> prefix lie in one run per method. Each run is found with a START at
*> method + prefix and walked until the prefix stops matching; the
*> walk then jumps to the next method actually present in the file.
DROP-CACHED-PREFIX.
    MOVE 0 TO CJSON$EVT_SCAN_METHOD.
    SET CJSON$EVT_SCAN_MORE TO TRUE.
    PERFORM DROP-UNDER-ONE-METHOD THRU DROP-UNDER-ONE-METHOD-EXIT
        UNTIL CJSON$EVT_SCAN_DONE.
DROP-CACHED-PREFIX-EXIT.
    EXIT.

DROP-UNDER-ONE-METHOD.
    MOVE LOW-VALUES TO CJSON$CACHE_KEY.
    MOVE CJSON$EVT_SCAN_METHOD TO CJSON$CACHE_METHOD.
    MOVE CJSON$EVT_CACHE_PREFIX(1:CJSON$EVT_CACHE_PREFIX_LEN)
        TO CJSON$CACHE_PATH(1:CJSON$EVT_CACHE_PREFIX_LEN).
    START CJSON$CACHE_FILE KEY NOT LESS THAN CJSON$CACHE_KEY
        INVALID KEY SET CJSON$EVT_SCAN_DONE TO TRUE
    END-START.
    IF CJSON$EVT_SCAN_DONE
        GO TO DROP-UNDER-ONE-METHOD-EXIT
    END-IF.
    SET CJSON$EVT_METHOD_MORE TO TRUE.
    PERFORM DROP-ONE-CACHED-ROW THRU DROP-ONE-CACHED-ROW-EXIT
        UNTIL CJSON$EVT_METHOD_DONE.
DROP-UNDER-ONE-METHOD-EXIT.
    EXIT.

DROP-ONE-CACHED-ROW.
    READ CJSON$CACHE_FILE NEXT RECORD
        AT END
            SET CJSON$EVT_METHOD_DONE TO TRUE
            SET CJSON$EVT_SCAN_DONE TO TRUE
            GO TO DROP-ONE-CACHED-ROW-EXIT
    END-READ.
    IF CJSON$EVT_CACHE_STATUS NOT = "00"
        DISPLAY "CJSON_EVENT: cache file read failed, status "
            CJSON$EVT_CACHE_STATUS
        MOVE "FAILED" TO CJSON$EVT_INVAL_RESULT
        SET CJSON$EVT_METHOD_DONE TO TRUE
        SET CJSON$EVT_SCAN_DONE TO TRUE
        GO TO DROP-ONE-CACHED-ROW-EXIT
    END-IF.
    IF CJSON$CACHE_METHOD = CJSON$EVT_SCAN_METHOD
       AND CJSON$CACHE_PATH(1:CJSON$EVT_CACHE_PREFIX_LEN) =
           CJSON$EVT_CACHE_PREFIX(1:CJSON$EVT_CACHE_PREFIX_LEN)
        DELETE CJSON$CACHE_FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
        IF CJSON$EVT_CACHE_STATUS = "00"
            ADD 1 TO CJSON$EVT_DROPPED_COUNT
        ELSE
            MOVE "FAILED" TO CJSON$EVT_INVAL_RESULT
        END-IF
        GO TO DROP-ONE-CACHED-ROW-EXIT
    END-IF.
    SET CJSON$EVT_METHOD_DONE TO TRUE.
    IF CJSON$CACHE_METHOD > CJSON$EVT_SCAN_METHOD
        MOVE CJSON$CACHE_METHOD TO CJSON$EVT_SCAN_METHOD
        GO TO DROP-ONE-CACHED-ROW-EXIT
    END-IF.
    IF CJSON$EVT_SCAN_METHOD = 99
        SET CJSON$EVT_SCAN_DONE TO TRUE
    ELSE
        ADD 1 TO CJSON$EVT_SCAN_METHOD
    END-IF.
DROP-ONE-CACHED-ROW-EXIT.
    EXIT.

*> The log is named for the event's own date, so a change made just
*> before midnight lands in that day's log.
LOG-ONE-INVALIDATION.
    IF CJSON$EVT_LOG_CLOSED
        MOVE SPACES TO CJSON$EVT_LOG_NAME
        STRING "CJSON_CACHE_INVAL_LOG_" DELIMITED BY SIZE
               CJSON$EVT_SAVED_CREATED(1:8) DELIMITED BY SIZE
            INTO CJSON$EVT_LOG_NAME
        OPEN EXTEND CJSON$EVT_LOG_FILE
        IF CJSON$EVT_LOG_STATUS = "00"
           OR CJSON$EVT_LOG_STATUS = "05"
            SET CJSON$EVT_LOG_OPEN TO TRUE
        ELSE
            SET CJSON$EVT_LOG_UNAVAILABLE TO TRUE
            DISPLAY "CJSON_EVENT: unable to open " CJSON$EVT_LOG_NAME
                " status " CJSON$EVT_LOG_STATUS
        END-IF
    END-IF.
    IF NOT CJSON$EVT_LOG_OPEN
        DISPLAY "CJSON_EVENT: invalidation rule " CJSON$EVT_RULE_NUMBER
            " removed " CJSON$EVT_DROPPED_COUNT " cached row(s) "
            CJSON$EVT_INVAL_RESULT
        GO TO LOG-ONE-INVALIDATION-EXIT
    END-IF.
    MOVE SPACES TO CJSON$EVT_LOG_RECORD.
    MOVE CJSON$EVT_SAVED_CREATED TO CJSON$EVT_LOG_CREATED.
    MOVE CJSON$EVT_SAVED_ID TO CJSON$EVT_LOG_EVENT_ID.
    MOVE CJSON$EVT_RULE_NUMBER TO CJSON$EVT_LOG_RULE.
    MOVE CJSON$EVT_SAVED_TYPE TO CJSON$EVT_LOG_TYPE.
    MOVE CJSON$EVT_SAVED_PATH TO CJSON$EVT_LOG_EVENT_PATH.
    MOVE CJSON$EVT_CACHE_PREFIX TO CJSON$EVT_LOG_PREFIX.
    MOVE CJSON$EVT_DROPPED_COUNT TO CJSON$EVT_LOG_COUNT.
    MOVE CJSON$EVT_INVAL_RESULT TO CJSON$EVT_LOG_RESULT.
    WRITE CJSON$EVT_LOG_RECORD.
LOG-ONE-INVALIDATION-EXIT.
    EXIT.
