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
*> CJSON_SECURITY_SCAN - security exceptions scan over the audit trail,
*> feeding the client block list CJSON_BLOCK enforces at the door. Run
*> standalone nightly over yesterday, or hourly over today:
*>     RUN CJSON_SECURITY_SCAN
*> It ACCEPTs two data lines:
*>     the audit day to scan, YYYYMMDD - blank scans today
*>     BLOCK to add offending client addresses to the block list, or
*>           blank (or anything else) to report only
*> Every audit row stamped on that day is read - the day's
*> CJSON_AUDIT_ARC_yyyymmdd archive (walked in timestamp order on its
*> alternate key) and then the live CJSON_AUDIT_LOG - and tallied twice:
*> once against the row's client address and once against its
*> credential suffix, the trailing eight characters of the captured
*> Authorization header (the same CJSON$AUTH_SUFFIX CJSON_AUTH_MAINT
*> names a credential by). A row with no Authorization header counts
*> for its address only.
*>
*> Three patterns are measured per address and per suffix:
*>     AUTHFAIL  401 and 403 responses (CJSON_AUTH turning the caller
*>               away), with the spread of distinct credentials an
*>               address presented - or distinct addresses a credential
*>               came from - among those failures. The spread is
*>               counted up to 16; more than that reads as 16.
*>     IDWALK    the longest run of requests for consecutive ids (up or
*>               down by one) under one prefix-match route of the site
*>               route configuration (CJSON_ROUTE_LOAD), the id being
*>               the all-digit path segment just past the route's
*>               prefix. When no prefix-match route loads, the last
*>               path segment under its parent path is used instead.
*>               Other requests interleaved with the walk do not break
*>               it.
*>     THROTTLE  429 responses (CJSON_THROTTLE turning the caller away)
*>
*> Thresholds live in the hand-maintained CJSON_SECURITY_RULES file,
*> one row per pattern and subject:
*>     CJSON$SSC_RULE_PATTERN       PIC X(08)  AUTHFAIL, IDWALK or
*>                                             THROTTLE
*>     CJSON$SSC_RULE_SUBJECT       PIC X(01)  'I' per client address,
*>                                             'C' per credential suffix
*>     CJSON$SSC_RULE_THRESHOLD     PIC 9(05)  count (run length for
*>                                             IDWALK) at or above which
*>                                             the subject is reported
*>     CJSON$SSC_RULE_SPREAD        PIC 9(05)  AUTHFAIL only: the spread
*>                                             must also reach this;
*>                                             zero ignores the spread
*>     CJSON$SSC_RULE_BLOCK_MINUTES PIC 9(05)  per-address rules only:
*>                                             block the address this
*>                                             many minutes; zero
*>                                             reports only
*> A pattern with no row is not judged, and an unusable row is skipped
*> with a console line. Credential exceptions are never blocked here -
*> the address list cannot hold a credential - the suffix is reported
*> so the credential can be suspended with CJSON_AUTH_MAINT.
*>
*> Every exception is written to the CJSON_SECURITY_EXCEPTIONS_OUT
*> report with what was observed, the threshold, and what was done.
*> With BLOCK given, an address tripping a rule with block minutes is
*> written to CJSON_BLOCK_LIST (see CJSON_BLOCK.CPY) expiring that many
*> minutes from the time of the run; an address already blocked for
*> longer is left alone, one blocked for less has its block extended.
*> Without BLOCK the report says what would have been blocked.
*>
*> Tables hold 1024 subjects (addresses and suffixes together); rows for
*> subjects past the cap are counted and reported but not judged.
*> RETURN-CODE is 1 when the rules file is unusable or a block could
*> not be written, so a batch procedure can tell a clean pass from a
*> partial one.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_SECURITY_SCAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$AUDIT_FILE ASSIGN TO "CJSON_AUDIT_LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$SSC_LIVE_STATUS.
    SELECT CJSON$ARC_FILE ASSIGN TO CJSON$SSC_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$ARC_REQUEST_ID
        ALTERNATE RECORD KEY IS CJSON$ARC_TIMESTAMP WITH DUPLICATES
        FILE STATUS IS CJSON$SSC_ARC_STATUS.
    SELECT CJSON$SSC_RULE_FILE ASSIGN TO "CJSON_SECURITY_RULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$SSC_RULE_STATUS.
    SELECT OPTIONAL CJSON$BLOCK_FILE ASSIGN TO "CJSON_BLOCK_LIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$BLOCK_CLIENT_IP
        FILE STATUS IS CJSON$SSC_BLOCK_STATUS.
    SELECT CJSON$SSC_RPT_FILE ASSIGN TO "CJSON_SECURITY_EXCEPTIONS_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$SSC_RPT_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUDIT_FILE.
COPY 'CJSON_AUDIT.CPY'.
FD  CJSON$ARC_FILE.
*> Overlay of CJSON$AUDIT_RECORD, the same FILLER breakdown
*> CJSON_AUDIT_ARCHIVE, CJSON_AUDIT_LOOKUP and CJSON_RECONCILE carry -
*> recompute them all together if a copybook field is ever widened. A
*> found archive row is MOVEd into the live FD's record area so one
*> tally paragraph serves both sources.
01  CJSON$ARC_RECORD.
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$SSC_RULE_FILE.
01  CJSON$SSC_RULE_RECORD.
    05  CJSON$SSC_RULE_PATTERN          PIC X(08).
    05  CJSON$SSC_RULE_SUBJECT          PIC X(01).
    05  CJSON$SSC_RULE_THRESHOLD        PIC 9(05).
    05  CJSON$SSC_RULE_SPREAD           PIC 9(05).
    05  CJSON$SSC_RULE_BLOCK_MINUTES    PIC 9(05).
FD  CJSON$BLOCK_FILE.
COPY 'CJSON_BLOCK.CPY'.
FD  CJSON$SSC_RPT_FILE.
01  CJSON$SSC_RPT_LINE              PIC X(132).

WORKING-STORAGE SECTION.
01  CJSON$SSC_LIVE_STATUS           PIC X(02).
01  CJSON$SSC_ARC_STATUS            PIC X(02).
01  CJSON$SSC_RULE_STATUS           PIC X(02).
01  CJSON$SSC_BLOCK_STATUS          PIC X(02).
01  CJSON$SSC_RPT_STATUS            PIC X(02).
01  CJSON$SSC_ARC_NAME              PIC X(64).
01  CJSON$SSC_SCAN_DATE             PIC X(08).
01  CJSON$SSC_MODE                  PIC X(16).
    88  CJSON$SSC_MODE_BLOCK        VALUE "BLOCK".
01  CJSON$SSC_BLOCK_OPEN_SWITCH     PIC X(01) VALUE 'N'.
    88  CJSON$SSC_BLOCK_LIST_OPEN   VALUE 'Y'.
    88  CJSON$SSC_BLOCK_LIST_CLOSED VALUE 'N'.
01  CJSON$SSC_EOF_SWITCH            PIC X(01).
    88  CJSON$SSC_AT_EOF            VALUE 'Y'.
    88  CJSON$SSC_NOT_AT_EOF        VALUE 'N'.
01  CJSON$SSC_FOUND_SWITCH          PIC X(01).
    88  CJSON$SSC_FOUND             VALUE 'Y'.
    88  CJSON$SSC_NOT_FOUND         VALUE 'N'.
01  CJSON$SSC_HIT_SWITCH            PIC X(01).
    88  CJSON$SSC_RULE_HIT          VALUE 'Y'.
    88  CJSON$SSC_RULE_MISS         VALUE 'N'.
01  CJSON$SSC_DATE_TEXT             PIC X(08).
01  CJSON$SSC_TIME_TEXT.
    05  CJSON$SSC_TIME_HH           PIC 9(02).
    05  CJSON$SSC_TIME_MM           PIC 9(02).
    05  CJSON$SSC_TIME_SSCC         PIC X(04).
01  CJSON$SSC_NOW_STAMP             PIC X(16).
01  CJSON$SSC_EXPIRES_STAMP         PIC X(16).
01  CJSON$SSC_YMD.
    05  CJSON$SSC_YYYY              PIC 9(04).
    05  CJSON$SSC_MM                PIC 9(02).
    05  CJSON$SSC_DD                PIC 9(02).
01  CJSON$SSC_YMD_X REDEFINES CJSON$SSC_YMD
                                    PIC X(08).
01  CJSON$SSC_MONTH_DAYS            PIC 9(02).
01  CJSON$SSC_LEAP_QUOT             PIC 9(04).
01  CJSON$SSC_LEAP_REM              PIC 9(04).
01  CJSON$SSC_MINUTES               PIC 9(09) COMP.
01  CJSON$SSC_DAYS                  PIC 9(09) COMP.
01  CJSON$SSC_EXP_HH                PIC 9(02).
01  CJSON$SSC_EXP_MM                PIC 9(02).

*> Per-row working fields, settled once and then tallied against both
*> the address and the suffix subject.
01  CJSON$SSC_PRESENTED             PIC X(256).
01  CJSON$SSC_PRESENTED_LEN         PIC S9(09) COMP.
01  CJSON$SSC_HDR_IDX               PIC S9(09) COMP.
01  CJSON$SSC_HDR_NAME_TEXT         PIC X(64).
01  CJSON$SSC_ROW_IP                PIC X(46).
01  CJSON$SSC_ROW_SUFFIX            PIC X(08).
01  CJSON$SSC_ROW_STATUS            PIC S9(09) COMP.
01  CJSON$SSC_ROW_PATH              PIC X(80).
01  CJSON$SSC_ROW_PREFIX            PIC X(80).
01  CJSON$SSC_ROW_ID                PIC 9(18).
01  CJSON$SSC_ROW_ID_SWITCH         PIC X(01).
    88  CJSON$SSC_ROW_HAS_ID        VALUE 'Y'.
    88  CJSON$SSC_ROW_NO_ID         VALUE 'N'.
01  CJSON$SSC_SEGMENT               PIC X(80).
01  CJSON$SSC_SEGMENT_LEN           PIC S9(09) COMP.
01  CJSON$SSC_PATH_LEN              PIC S9(09) COMP.
01  CJSON$SSC_SLASH_POS             PIC S9(09) COMP.
01  CJSON$SSC_ROUTE_LEN             PIC S9(09) COMP.
01  CJSON$SSC_PREFIX_ROUTES         PIC 9(09) COMP VALUE 0.

01  CJSON$SSC_FIND_TYPE             PIC X(01).
01  CJSON$SSC_FIND_KEY              PIC X(46).
01  CJSON$SSC_OTHER                 PIC X(46).
01  CJSON$SSC_SLOT                  PIC S9(04) COMP.
01  CJSON$SSC_SEARCH_IDX            PIC S9(04) COMP.
01  CJSON$SSC_RULE_IDX              PIC S9(04) COMP.
01  CJSON$SSC_SUBJ_IDX              PIC S9(04) COMP.
01  CJSON$SSC_OBSERVED              PIC 9(09) COMP.

01  CJSON$SSC_RULE_TABLE.
    05  CJSON$SSC_RULE_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$SSC_RULE_ENTRY        OCCURS 32 TIMES.
        10  CJSON$SSC_RL_PATTERN    PIC X(08).
            88  CJSON$SSC_RL_AUTHFAIL   VALUE "AUTHFAIL".
            88  CJSON$SSC_RL_IDWALK     VALUE "IDWALK".
            88  CJSON$SSC_RL_THROTTLE   VALUE "THROTTLE".
        10  CJSON$SSC_RL_SUBJECT    PIC X(01).
        10  CJSON$SSC_RL_THRESHOLD  PIC 9(05).
        10  CJSON$SSC_RL_SPREAD     PIC 9(05).
        10  CJSON$SSC_RL_MINUTES    PIC 9(05).

*> Subject type 'I' is a client address, 'C' a credential suffix. The
*> spread list holds the distinct other side seen among the subject's
*> 401/403 rows - suffixes for an address, addresses for a suffix.
01  CJSON$SSC_SUBJ_TABLE.
    05  CJSON$SSC_SUBJ_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$SSC_SUBJ_ENTRY        OCCURS 1024 TIMES.
        10  CJSON$SSC_SUBJ_TYPE     PIC X(01).
        10  CJSON$SSC_SUBJ_KEY      PIC X(46).
        10  CJSON$SSC_SUBJ_ROWS     PIC 9(09) COMP.
        10  CJSON$SSC_SUBJ_FAILS    PIC 9(09) COMP.
        10  CJSON$SSC_SUBJ_LIMITED  PIC 9(09) COMP.
        10  CJSON$SSC_SPREAD_USED   PIC S9(04) COMP.
        10  CJSON$SSC_SPREAD_VALUE  PIC X(46) OCCURS 16 TIMES.
        10  CJSON$SSC_WALK_PREFIX   PIC X(80).
        10  CJSON$SSC_WALK_LAST_ID  PIC 9(18).
        10  CJSON$SSC_WALK_RUN      PIC 9(09) COMP.
        10  CJSON$SSC_WALK_MAX      PIC 9(09) COMP.
        10  CJSON$SSC_WALK_MAX_PREFIX PIC X(80).
01  CJSON$SSC_SUBJ_OVERFLOW         PIC 9(09) COMP VALUE 0.

COPY 'CJSON_DISPATCH.CPY'.

01  CJSON$SSC_ROW_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$SSC_IP_COUNT              PIC 9(09) COMP VALUE 0.
01  CJSON$SSC_CRED_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$SSC_EXCEPTION_COUNT       PIC 9(09) COMP VALUE 0.
01  CJSON$SSC_BLOCKED_COUNT         PIC 9(09) COMP VALUE 0.
01  CJSON$SSC_COUNT_EDIT            PIC Z(08)9.
01  CJSON$SSC_THRESHOLD_EDIT        PIC Z(04)9.
01  CJSON$SSC_SPREAD_EDIT           PIC Z9.
01  CJSON$SSC_MINUTES_EDIT          PIC Z(04)9.
01  CJSON$SSC_SUBJECT_LABEL         PIC X(11).
01  CJSON$SSC_MODE_TEXT             PIC X(11).
01  CJSON$SSC_ACTION                PIC X(46).
01  CJSON$SSC_DETAIL                PIC X(80).

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE SPACES TO CJSON$SSC_SCAN_DATE.
    MOVE SPACES TO CJSON$SSC_MODE.
    ACCEPT CJSON$SSC_SCAN_DATE.
    ACCEPT CJSON$SSC_MODE.
    INSPECT CJSON$SSC_MODE CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    IF CJSON$SSC_SCAN_DATE = SPACES
        MOVE CJSON$SSC_DATE_TEXT TO CJSON$SSC_SCAN_DATE
    END-IF.
    IF CJSON$SSC_SCAN_DATE NOT NUMERIC
        DISPLAY "CJSON_SECURITY_SCAN: scan date must be YYYYMMDD"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
    IF CJSON$SSC_RULE_USED = 0
        DISPLAY "CJSON_SECURITY_SCAN: no usable rules in the security"
            " rules file - nothing to judge"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-ROUTES THRU LOAD-ROUTES-EXIT.
    PERFORM SCAN-ARCHIVE THRU SCAN-ARCHIVE-EXIT.
    PERFORM SCAN-LIVE-FILE THRU SCAN-LIVE-FILE-EXIT.
    OPEN OUTPUT CJSON$SSC_RPT_FILE.
    IF CJSON$SSC_RPT_STATUS NOT = "00"
        DISPLAY "CJSON_SECURITY_SCAN: unable to open report file,"
            " status " CJSON$SSC_RPT_STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF CJSON$SSC_MODE_BLOCK
        PERFORM OPEN-BLOCK-LIST THRU OPEN-BLOCK-LIST-EXIT
    END-IF.
    PERFORM WRITE-HEADING THRU WRITE-HEADING-EXIT.
    PERFORM JUDGE-ONE-SUBJECT THRU JUDGE-ONE-SUBJECT-EXIT
        VARYING CJSON$SSC_SUBJ_IDX FROM 1 BY 1
        UNTIL CJSON$SSC_SUBJ_IDX > CJSON$SSC_SUBJ_USED.
    PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
    IF CJSON$SSC_BLOCK_LIST_OPEN
        CLOSE CJSON$BLOCK_FILE
    END-IF.
    CLOSE CJSON$SSC_RPT_FILE.
    MOVE CJSON$SSC_EXCEPTION_COUNT TO CJSON$SSC_COUNT_EDIT.
    DISPLAY "CJSON_SECURITY_SCAN: " CJSON$SSC_COUNT_EDIT
        " exception(s) on " CJSON$SSC_SCAN_DATE.
    MOVE CJSON$SSC_BLOCKED_COUNT TO CJSON$SSC_COUNT_EDIT.
    DISPLAY "CJSON_SECURITY_SCAN: " CJSON$SSC_COUNT_EDIT
        " address(es) blocked".
    STOP RUN.

TAKE-NOW-STAMP.
    ACCEPT CJSON$SSC_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$SSC_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$SSC_NOW_STAMP.
    STRING CJSON$SSC_DATE_TEXT DELIMITED BY SIZE
           CJSON$SSC_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$SSC_NOW_STAMP.
TAKE-NOW-STAMP-EXIT.
    EXIT.

LOAD-RULES.
    SET CJSON$SSC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$SSC_RULE_FILE.
    IF CJSON$SSC_RULE_STATUS NOT = "00"
        IF CJSON$SSC_RULE_STATUS NOT = "35"
            DISPLAY "CJSON_SECURITY_SCAN: unable to open security"
                " rules file, status " CJSON$SSC_RULE_STATUS
        END-IF
        GO TO LOAD-RULES-EXIT
    END-IF.
    PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-EXIT
        UNTIL CJSON$SSC_AT_EOF.
    CLOSE CJSON$SSC_RULE_FILE.
LOAD-RULES-EXIT.
    EXIT.

LOAD-ONE-RULE.
    READ CJSON$SSC_RULE_FILE
        AT END
            SET CJSON$SSC_AT_EOF TO TRUE
            GO TO LOAD-ONE-RULE-EXIT
    END-READ.
    IF CJSON$SSC_RULE_RECORD = SPACES
        GO TO LOAD-ONE-RULE-EXIT
    END-IF.
    IF (CJSON$SSC_RULE_PATTERN NOT = "AUTHFAIL"
        AND CJSON$SSC_RULE_PATTERN NOT = "IDWALK"
        AND CJSON$SSC_RULE_PATTERN NOT = "THROTTLE")
       OR (CJSON$SSC_RULE_SUBJECT NOT = "I"
        AND CJSON$SSC_RULE_SUBJECT NOT = "C")
       OR CJSON$SSC_RULE_THRESHOLD NOT NUMERIC
       OR CJSON$SSC_RULE_THRESHOLD = 0
       OR CJSON$SSC_RULE_SPREAD NOT NUMERIC
       OR CJSON$SSC_RULE_BLOCK_MINUTES NOT NUMERIC
        DISPLAY "CJSON_SECURITY_SCAN: unusable rule row skipped: "
            CJSON$SSC_RULE_RECORD
        GO TO LOAD-ONE-RULE-EXIT
    END-IF.
    IF CJSON$SSC_RULE_USED >= 32
        DISPLAY "CJSON_SECURITY_SCAN: rule row past the 32-row table"
            " skipped: " CJSON$SSC_RULE_RECORD
        GO TO LOAD-ONE-RULE-EXIT
    END-IF.
    ADD 1 TO CJSON$SSC_RULE_USED.
    MOVE CJSON$SSC_RULE_PATTERN
        TO CJSON$SSC_RL_PATTERN(CJSON$SSC_RULE_USED).
    MOVE CJSON$SSC_RULE_SUBJECT
        TO CJSON$SSC_RL_SUBJECT(CJSON$SSC_RULE_USED).
    MOVE CJSON$SSC_RULE_THRESHOLD
        TO CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_USED).
    MOVE CJSON$SSC_RULE_SPREAD
        TO CJSON$SSC_RL_SPREAD(CJSON$SSC_RULE_USED).
    MOVE CJSON$SSC_RULE_BLOCK_MINUTES
        TO CJSON$SSC_RL_MINUTES(CJSON$SSC_RULE_USED).
LOAD-ONE-RULE-EXIT.
    EXIT.

*> The same route configuration the dispatcher loads; only the
*> prefix-match rows matter here. A missing file loads nothing and the
*> walk falls back to the parent-path rule.
LOAD-ROUTES.
    INITIALIZE CJSON$ROUTE_TABLE.
    CALL "CJSON_ROUTE_LOAD" USING CJSON$ROUTE_TABLE
    END-CALL.
    PERFORM COUNT-ONE-PREFIX-ROUTE THRU COUNT-ONE-PREFIX-ROUTE-EXIT
        VARYING CJSON$ROUTE_IDX FROM 1 BY 1
        UNTIL CJSON$ROUTE_IDX > CJSON$ROUTE_COUNT.
LOAD-ROUTES-EXIT.
    EXIT.

COUNT-ONE-PREFIX-ROUTE.
    IF CJSON$ROUTE_PREFIX_MATCH(CJSON$ROUTE_IDX)
        ADD 1 TO CJSON$SSC_PREFIX_ROUTES
    END-IF.
COUNT-ONE-PREFIX-ROUTE-EXIT.
    EXIT.

*> The day's archive, if the nightly rollover has made one, holds the
*> earlier part of the day; the live file holds whatever has not been
*> rolled yet. Reading the archive first keeps the rows in time order,
*> which the id-walk tally depends on.
SCAN-ARCHIVE.
    MOVE SPACES TO CJSON$SSC_ARC_NAME.
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$SSC_SCAN_DATE DELIMITED BY SIZE
        INTO CJSON$SSC_ARC_NAME.
    SET CJSON$SSC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$SSC_ARC_STATUS NOT = "00"
        IF CJSON$SSC_ARC_STATUS NOT = "35"
            DISPLAY "CJSON_SECURITY_SCAN: archive " CJSON$SSC_ARC_NAME
                " exists but cannot be opened, status "
                CJSON$SSC_ARC_STATUS " - its rows are MISSING from"
                " the scan"
        END-IF
        GO TO SCAN-ARCHIVE-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$ARC_TIMESTAMP.
    START CJSON$ARC_FILE KEY NOT LESS THAN CJSON$ARC_TIMESTAMP
        INVALID KEY SET CJSON$SSC_AT_EOF TO TRUE
    END-START.
    PERFORM SCAN-ONE-ARC-ROW THRU SCAN-ONE-ARC-ROW-EXIT
        UNTIL CJSON$SSC_AT_EOF.
    CLOSE CJSON$ARC_FILE.
SCAN-ARCHIVE-EXIT.
    EXIT.

SCAN-ONE-ARC-ROW.
    READ CJSON$ARC_FILE NEXT RECORD
        AT END
            SET CJSON$SSC_AT_EOF TO TRUE
            GO TO SCAN-ONE-ARC-ROW-EXIT
    END-READ.
    MOVE CJSON$ARC_RECORD TO CJSON$AUDIT_RECORD.
    PERFORM SCAN-AUDIT-ROW THRU SCAN-AUDIT-ROW-EXIT.
SCAN-ONE-ARC-ROW-EXIT.
    EXIT.

SCAN-LIVE-FILE.
    SET CJSON$SSC_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUDIT_FILE.
    IF CJSON$SSC_LIVE_STATUS NOT = "00"
        IF CJSON$SSC_LIVE_STATUS NOT = "35"
            DISPLAY "CJSON_SECURITY_SCAN: unable to open audit file,"
                " status " CJSON$SSC_LIVE_STATUS
        END-IF
        GO TO SCAN-LIVE-FILE-EXIT
    END-IF.
    PERFORM SCAN-ONE-LIVE-ROW THRU SCAN-ONE-LIVE-ROW-EXIT
        UNTIL CJSON$SSC_AT_EOF.
    CLOSE CJSON$AUDIT_FILE.
SCAN-LIVE-FILE-EXIT.
    EXIT.

SCAN-ONE-LIVE-ROW.
    READ CJSON$AUDIT_FILE
        AT END
            SET CJSON$SSC_AT_EOF TO TRUE
            GO TO SCAN-ONE-LIVE-ROW-EXIT
    END-READ.
    PERFORM SCAN-AUDIT-ROW THRU SCAN-AUDIT-ROW-EXIT.
SCAN-ONE-LIVE-ROW-EXIT.
    EXIT.

SCAN-AUDIT-ROW.
    IF CJSON$AUDIT_TIMESTAMP(1:8) NOT = CJSON$SSC_SCAN_DATE
        GO TO SCAN-AUDIT-ROW-EXIT
    END-IF.
    ADD 1 TO CJSON$SSC_ROW_COUNT.
    MOVE CJSON$AUDIT_CLIENT_IP TO CJSON$SSC_ROW_IP.
    MOVE 0 TO CJSON$SSC_ROW_STATUS.
    IF CJSON$AUDIT_HTTP_ERROR_CODE NUMERIC
        MOVE CJSON$AUDIT_HTTP_ERROR_CODE TO CJSON$SSC_ROW_STATUS
    END-IF.
    PERFORM FIND-AUTH-HEADER THRU FIND-AUTH-HEADER-EXIT.
    PERFORM TAKE-CRED-SUFFIX THRU TAKE-CRED-SUFFIX-EXIT.
    PERFORM TAKE-WALK-ID THRU TAKE-WALK-ID-EXIT.
    IF CJSON$SSC_ROW_IP NOT = SPACES
        MOVE "I" TO CJSON$SSC_FIND_TYPE
        MOVE CJSON$SSC_ROW_IP TO CJSON$SSC_FIND_KEY
        MOVE CJSON$SSC_ROW_SUFFIX TO CJSON$SSC_OTHER
        PERFORM TALLY-SUBJECT THRU TALLY-SUBJECT-EXIT
    END-IF.
    IF CJSON$SSC_ROW_SUFFIX NOT = SPACES
        MOVE "C" TO CJSON$SSC_FIND_TYPE
        MOVE CJSON$SSC_ROW_SUFFIX TO CJSON$SSC_FIND_KEY
        MOVE CJSON$SSC_ROW_IP TO CJSON$SSC_OTHER
        PERFORM TALLY-SUBJECT THRU TALLY-SUBJECT-EXIT
    END-IF.
SCAN-AUDIT-ROW-EXIT.
    EXIT.

*> The captured request headers are searched for Authorization the
*> same case-insensitive way CJSON_AUTH searches the live ones.
FIND-AUTH-HEADER.
    MOVE SPACES TO CJSON$SSC_PRESENTED.
    IF CJSON$AUDIT_HEADER_COUNT NOT NUMERIC
        GO TO FIND-AUTH-HEADER-EXIT
    END-IF.
    PERFORM SCAN-ONE-HEADER THRU SCAN-ONE-HEADER-EXIT
        VARYING CJSON$SSC_HDR_IDX FROM 1 BY 1
        UNTIL CJSON$SSC_HDR_IDX > CJSON$AUDIT_HEADER_COUNT
           OR CJSON$SSC_HDR_IDX > 16
           OR CJSON$SSC_PRESENTED NOT = SPACES.
FIND-AUTH-HEADER-EXIT.
    EXIT.

SCAN-ONE-HEADER.
    MOVE CJSON$AUDIT_HEADER_NAME(CJSON$SSC_HDR_IDX)
        TO CJSON$SSC_HDR_NAME_TEXT.
    INSPECT CJSON$SSC_HDR_NAME_TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CJSON$SSC_HDR_NAME_TEXT = "AUTHORIZATION"
        MOVE CJSON$AUDIT_HEADER_VALUE(CJSON$SSC_HDR_IDX)
            TO CJSON$SSC_PRESENTED
    END-IF.
SCAN-ONE-HEADER-EXIT.
    EXIT.

*> The trailing eight characters of the presented value, the way
*> CJSON_AUTH_MAINT records CJSON$AUTH_SUFFIX; a value shorter than
*> that is taken whole.
TAKE-CRED-SUFFIX.
    MOVE SPACES TO CJSON$SSC_ROW_SUFFIX.
    MOVE 256 TO CJSON$SSC_PRESENTED_LEN.
    PERFORM TRIM-PRESENTED THRU TRIM-PRESENTED-EXIT
        UNTIL CJSON$SSC_PRESENTED_LEN = 0
           OR CJSON$SSC_PRESENTED(CJSON$SSC_PRESENTED_LEN:1)
              NOT = SPACE.
    IF CJSON$SSC_PRESENTED_LEN = 0
        GO TO TAKE-CRED-SUFFIX-EXIT
    END-IF.
    IF CJSON$SSC_PRESENTED_LEN < 8
        MOVE CJSON$SSC_PRESENTED(1:CJSON$SSC_PRESENTED_LEN)
            TO CJSON$SSC_ROW_SUFFIX
    ELSE
        MOVE CJSON$SSC_PRESENTED(CJSON$SSC_PRESENTED_LEN - 7:8)
            TO CJSON$SSC_ROW_SUFFIX
    END-IF.
TAKE-CRED-SUFFIX-EXIT.
    EXIT.

TRIM-PRESENTED.
    SUBTRACT 1 FROM CJSON$SSC_PRESENTED_LEN.
TRIM-PRESENTED-EXIT.
    EXIT.

*> A row carries a walk id when its path falls under a prefix-match
*> route and the next path segment past the prefix is all digits (at
*> most 18 of them). The prefix the id sits under is kept with it, so
*> a walk only continues under the same route.
TAKE-WALK-ID.
    SET CJSON$SSC_ROW_NO_ID TO TRUE.
    MOVE SPACES TO CJSON$SSC_ROW_PREFIX.
    MOVE SPACES TO CJSON$SSC_SEGMENT.
    MOVE CJSON$AUDIT_PATH TO CJSON$SSC_ROW_PATH.
    IF CJSON$SSC_PREFIX_ROUTES > 0
        SET CJSON$SSC_NOT_FOUND TO TRUE
        PERFORM MATCH-ONE-PREFIX-ROUTE
            THRU MATCH-ONE-PREFIX-ROUTE-EXIT
            VARYING CJSON$ROUTE_IDX FROM 1 BY 1
            UNTIL CJSON$ROUTE_IDX > CJSON$ROUTE_COUNT
               OR CJSON$SSC_FOUND
    ELSE
        PERFORM SPLIT-AT-LAST-SLASH THRU SPLIT-AT-LAST-SLASH-EXIT
    END-IF.
    IF CJSON$SSC_SEGMENT = SPACES
        GO TO TAKE-WALK-ID-EXIT
    END-IF.
    MOVE 0 TO CJSON$SSC_SEGMENT_LEN.
    INSPECT CJSON$SSC_SEGMENT TALLYING CJSON$SSC_SEGMENT_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$SSC_SEGMENT_LEN > 18
        GO TO TAKE-WALK-ID-EXIT
    END-IF.
    IF CJSON$SSC_SEGMENT(1:CJSON$SSC_SEGMENT_LEN) NOT NUMERIC
        GO TO TAKE-WALK-ID-EXIT
    END-IF.
    MOVE CJSON$SSC_SEGMENT(1:CJSON$SSC_SEGMENT_LEN)
        TO CJSON$SSC_ROW_ID.
    SET CJSON$SSC_ROW_HAS_ID TO TRUE.
TAKE-WALK-ID-EXIT.
    EXIT.

MATCH-ONE-PREFIX-ROUTE.
    IF NOT CJSON$ROUTE_PREFIX_MATCH(CJSON$ROUTE_IDX)
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    MOVE 0 TO CJSON$SSC_ROUTE_LEN.
    INSPECT CJSON$ROUTE_PATH(CJSON$ROUTE_IDX)
        TALLYING CJSON$SSC_ROUTE_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$SSC_ROUTE_LEN = 0 OR CJSON$SSC_ROUTE_LEN >= 80
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    IF CJSON$SSC_ROW_PATH(1:CJSON$SSC_ROUTE_LEN) NOT =
       CJSON$ROUTE_PATH(CJSON$ROUTE_IDX)(1:CJSON$SSC_ROUTE_LEN)
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    SET CJSON$SSC_FOUND TO TRUE.
    MOVE CJSON$ROUTE_PATH(CJSON$ROUTE_IDX) TO CJSON$SSC_ROW_PREFIX.
    UNSTRING CJSON$SSC_ROW_PATH(CJSON$SSC_ROUTE_LEN + 1:)
        DELIMITED BY "/" OR "?" OR SPACE
        INTO CJSON$SSC_SEGMENT.
MATCH-ONE-PREFIX-ROUTE-EXIT.
    EXIT.

SPLIT-AT-LAST-SLASH.
    MOVE 0 TO CJSON$SSC_PATH_LEN.
    INSPECT CJSON$SSC_ROW_PATH TALLYING CJSON$SSC_PATH_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE CJSON$SSC_PATH_LEN TO CJSON$SSC_SLASH_POS.
    PERFORM STEP-BACK-TO-SLASH THRU STEP-BACK-TO-SLASH-EXIT
        UNTIL CJSON$SSC_SLASH_POS = 0
           OR CJSON$SSC_ROW_PATH(CJSON$SSC_SLASH_POS:1) = "/".
    IF CJSON$SSC_SLASH_POS = 0
       OR CJSON$SSC_SLASH_POS >= CJSON$SSC_PATH_LEN
        GO TO SPLIT-AT-LAST-SLASH-EXIT
    END-IF.
    MOVE CJSON$SSC_ROW_PATH(1:CJSON$SSC_SLASH_POS)
        TO CJSON$SSC_ROW_PREFIX.
    MOVE CJSON$SSC_ROW_PATH(CJSON$SSC_SLASH_POS + 1:
                            CJSON$SSC_PATH_LEN - CJSON$SSC_SLASH_POS)
        TO CJSON$SSC_SEGMENT.
SPLIT-AT-LAST-SLASH-EXIT.
    EXIT.

STEP-BACK-TO-SLASH.
    SUBTRACT 1 FROM CJSON$SSC_SLASH_POS.
STEP-BACK-TO-SLASH-EXIT.
    EXIT.

TALLY-SUBJECT.
    PERFORM FIND-SUBJECT-SLOT THRU FIND-SUBJECT-SLOT-EXIT.
    IF CJSON$SSC_SLOT = 0
        ADD 1 TO CJSON$SSC_SUBJ_OVERFLOW
        GO TO TALLY-SUBJECT-EXIT
    END-IF.
    ADD 1 TO CJSON$SSC_SUBJ_ROWS(CJSON$SSC_SLOT).
    IF CJSON$SSC_ROW_STATUS = 401 OR CJSON$SSC_ROW_STATUS = 403
        ADD 1 TO CJSON$SSC_SUBJ_FAILS(CJSON$SSC_SLOT)
        PERFORM TALLY-SPREAD THRU TALLY-SPREAD-EXIT
    END-IF.
    IF CJSON$SSC_ROW_STATUS = 429
        ADD 1 TO CJSON$SSC_SUBJ_LIMITED(CJSON$SSC_SLOT)
    END-IF.
    IF CJSON$SSC_ROW_HAS_ID
        PERFORM TALLY-WALK THRU TALLY-WALK-EXIT
    END-IF.
TALLY-SUBJECT-EXIT.
    EXIT.

*> Returns the slot for CJSON$SSC_FIND_TYPE/KEY, adding it when new;
*> zero when the table is full.
FIND-SUBJECT-SLOT.
    MOVE 0 TO CJSON$SSC_SLOT.
    SET CJSON$SSC_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-SUBJECT THRU MATCH-ONE-SUBJECT-EXIT
        VARYING CJSON$SSC_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$SSC_SEARCH_IDX > CJSON$SSC_SUBJ_USED
           OR CJSON$SSC_FOUND.
    IF CJSON$SSC_FOUND
        GO TO FIND-SUBJECT-SLOT-EXIT
    END-IF.
    IF CJSON$SSC_SUBJ_USED >= 1024
        GO TO FIND-SUBJECT-SLOT-EXIT
    END-IF.
    ADD 1 TO CJSON$SSC_SUBJ_USED.
    MOVE CJSON$SSC_SUBJ_USED TO CJSON$SSC_SLOT.
    INITIALIZE CJSON$SSC_SUBJ_ENTRY(CJSON$SSC_SLOT).
    MOVE CJSON$SSC_FIND_TYPE TO CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SLOT).
    MOVE CJSON$SSC_FIND_KEY TO CJSON$SSC_SUBJ_KEY(CJSON$SSC_SLOT).
    IF CJSON$SSC_FIND_TYPE = "I"
        ADD 1 TO CJSON$SSC_IP_COUNT
    ELSE
        ADD 1 TO CJSON$SSC_CRED_COUNT
    END-IF.
FIND-SUBJECT-SLOT-EXIT.
    EXIT.

MATCH-ONE-SUBJECT.
    IF CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SEARCH_IDX) = CJSON$SSC_FIND_TYPE
       AND CJSON$SSC_SUBJ_KEY(CJSON$SSC_SEARCH_IDX) = CJSON$SSC_FIND_KEY
        SET CJSON$SSC_FOUND TO TRUE
        MOVE CJSON$SSC_SEARCH_IDX TO CJSON$SSC_SLOT
    END-IF.
MATCH-ONE-SUBJECT-EXIT.
    EXIT.

*> A failure with no Authorization header at all counts as one more
*> distinct "credential" (SPACES) in an address's spread.
TALLY-SPREAD.
    SET CJSON$SSC_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-SPREAD THRU MATCH-ONE-SPREAD-EXIT
        VARYING CJSON$SSC_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$SSC_SEARCH_IDX
              > CJSON$SSC_SPREAD_USED(CJSON$SSC_SLOT)
           OR CJSON$SSC_FOUND.
    IF CJSON$SSC_NOT_FOUND
       AND CJSON$SSC_SPREAD_USED(CJSON$SSC_SLOT) < 16
        ADD 1 TO CJSON$SSC_SPREAD_USED(CJSON$SSC_SLOT)
        MOVE CJSON$SSC_OTHER TO CJSON$SSC_SPREAD_VALUE(CJSON$SSC_SLOT,
            CJSON$SSC_SPREAD_USED(CJSON$SSC_SLOT))
    END-IF.
TALLY-SPREAD-EXIT.
    EXIT.

MATCH-ONE-SPREAD.
    IF CJSON$SSC_SPREAD_VALUE(CJSON$SSC_SLOT, CJSON$SSC_SEARCH_IDX)
       = CJSON$SSC_OTHER
        SET CJSON$SSC_FOUND TO TRUE
    END-IF.
MATCH-ONE-SPREAD-EXIT.
    EXIT.

TALLY-WALK.
    IF CJSON$SSC_WALK_RUN(CJSON$SSC_SLOT) > 0
       AND CJSON$SSC_WALK_PREFIX(CJSON$SSC_SLOT) = CJSON$SSC_ROW_PREFIX
       AND (CJSON$SSC_ROW_ID
              = CJSON$SSC_WALK_LAST_ID(CJSON$SSC_SLOT) + 1
         OR CJSON$SSC_ROW_ID + 1
              = CJSON$SSC_WALK_LAST_ID(CJSON$SSC_SLOT))
        ADD 1 TO CJSON$SSC_WALK_RUN(CJSON$SSC_SLOT)
    ELSE
        MOVE 1 TO CJSON$SSC_WALK_RUN(CJSON$SSC_SLOT)
    END-IF.
    MOVE CJSON$SSC_ROW_PREFIX TO CJSON$SSC_WALK_PREFIX(CJSON$SSC_SLOT).
    MOVE CJSON$SSC_ROW_ID TO CJSON$SSC_WALK_LAST_ID(CJSON$SSC_SLOT).
    IF CJSON$SSC_WALK_RUN(CJSON$SSC_SLOT)
       > CJSON$SSC_WALK_MAX(CJSON$SSC_SLOT)
        MOVE CJSON$SSC_WALK_RUN(CJSON$SSC_SLOT)
            TO CJSON$SSC_WALK_MAX(CJSON$SSC_SLOT)
        MOVE CJSON$SSC_ROW_PREFIX
            TO CJSON$SSC_WALK_MAX_PREFIX(CJSON$SSC_SLOT)
    END-IF.
TALLY-WALK-EXIT.
    EXIT.

*> OPTIONAL, so the first scan that blocks anyone creates the list. A
*> list that cannot be opened leaves the run report-only and says so.
OPEN-BLOCK-LIST.
    OPEN I-O CJSON$BLOCK_FILE.
    IF CJSON$SSC_BLOCK_STATUS NOT = "00"
       AND CJSON$SSC_BLOCK_STATUS NOT = "05"
        DISPLAY "CJSON_SECURITY_SCAN: unable to open block list,"
            " status " CJSON$SSC_BLOCK_STATUS " - nothing will be"
            " blocked this run"
        MOVE 1 TO RETURN-CODE
        GO TO OPEN-BLOCK-LIST-EXIT
    END-IF.
    SET CJSON$SSC_BLOCK_LIST_OPEN TO TRUE.
OPEN-BLOCK-LIST-EXIT.
    EXIT.

WRITE-HEADING.
    MOVE "CJSON SECURITY EXCEPTIONS" TO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    IF CJSON$SSC_BLOCK_LIST_OPEN
        MOVE "BLOCK" TO CJSON$SSC_MODE_TEXT
    ELSE
        MOVE "REPORT ONLY" TO CJSON$SSC_MODE_TEXT
    END-IF.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "AUDIT DAY " DELIMITED BY SIZE
           CJSON$SSC_SCAN_DATE DELIMITED BY SIZE
           "   RUN AT " DELIMITED BY SIZE
           CJSON$SSC_NOW_STAMP DELIMITED BY SIZE
           "   MODE " DELIMITED BY SIZE
           CJSON$SSC_MODE_TEXT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    MOVE "SUBJECT" TO CJSON$SSC_RPT_LINE(1:11).
    MOVE "VALUE" TO CJSON$SSC_RPT_LINE(13:46).
    MOVE "PATTERN" TO CJSON$SSC_RPT_LINE(60:8).
    MOVE " OBSERVED" TO CJSON$SSC_RPT_LINE(69:9).
    MOVE "THRESHOLD" TO CJSON$SSC_RPT_LINE(79:9).
    MOVE "ACTION" TO CJSON$SSC_RPT_LINE(90:).
    WRITE CJSON$SSC_RPT_LINE.
WRITE-HEADING-EXIT.
    EXIT.

JUDGE-ONE-SUBJECT.
    PERFORM JUDGE-ONE-RULE THRU JUDGE-ONE-RULE-EXIT
        VARYING CJSON$SSC_RULE_IDX FROM 1 BY 1
        UNTIL CJSON$SSC_RULE_IDX > CJSON$SSC_RULE_USED.
JUDGE-ONE-SUBJECT-EXIT.
    EXIT.

JUDGE-ONE-RULE.
    IF CJSON$SSC_RL_SUBJECT(CJSON$SSC_RULE_IDX)
       NOT = CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SUBJ_IDX)
        GO TO JUDGE-ONE-RULE-EXIT
    END-IF.
    SET CJSON$SSC_RULE_MISS TO TRUE.
    EVALUATE TRUE
        WHEN CJSON$SSC_RL_AUTHFAIL(CJSON$SSC_RULE_IDX)
            MOVE CJSON$SSC_SUBJ_FAILS(CJSON$SSC_SUBJ_IDX)
                TO CJSON$SSC_OBSERVED
            IF CJSON$SSC_OBSERVED
               >= CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_IDX)
               AND CJSON$SSC_SPREAD_USED(CJSON$SSC_SUBJ_IDX)
               >= CJSON$SSC_RL_SPREAD(CJSON$SSC_RULE_IDX)
                SET CJSON$SSC_RULE_HIT TO TRUE
            END-IF
        WHEN CJSON$SSC_RL_IDWALK(CJSON$SSC_RULE_IDX)
            MOVE CJSON$SSC_WALK_MAX(CJSON$SSC_SUBJ_IDX)
                TO CJSON$SSC_OBSERVED
            IF CJSON$SSC_OBSERVED
               >= CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_IDX)
                SET CJSON$SSC_RULE_HIT TO TRUE
            END-IF
        WHEN CJSON$SSC_RL_THROTTLE(CJSON$SSC_RULE_IDX)
            MOVE CJSON$SSC_SUBJ_LIMITED(CJSON$SSC_SUBJ_IDX)
                TO CJSON$SSC_OBSERVED
            IF CJSON$SSC_OBSERVED
               >= CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_IDX)
                SET CJSON$SSC_RULE_HIT TO TRUE
            END-IF
    END-EVALUATE.
    IF CJSON$SSC_RULE_MISS
        GO TO JUDGE-ONE-RULE-EXIT
    END-IF.
    ADD 1 TO CJSON$SSC_EXCEPTION_COUNT.
    PERFORM BUILD-DETAIL THRU BUILD-DETAIL-EXIT.
    PERFORM DECIDE-ACTION THRU DECIDE-ACTION-EXIT.
    PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
JUDGE-ONE-RULE-EXIT.
    EXIT.

BUILD-DETAIL.
    MOVE SPACES TO CJSON$SSC_DETAIL.
    MOVE CJSON$SSC_SPREAD_USED(CJSON$SSC_SUBJ_IDX)
        TO CJSON$SSC_SPREAD_EDIT.
    EVALUATE TRUE
        WHEN CJSON$SSC_RL_AUTHFAIL(CJSON$SSC_RULE_IDX)
         AND CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SUBJ_IDX) = "I"
            STRING "401/403 ACROSS " DELIMITED BY SIZE
                   CJSON$SSC_SPREAD_EDIT DELIMITED BY SIZE
                   " DISTINCT CREDENTIAL(S)" DELIMITED BY SIZE
                INTO CJSON$SSC_DETAIL
        WHEN CJSON$SSC_RL_AUTHFAIL(CJSON$SSC_RULE_IDX)
            STRING "401/403 FROM " DELIMITED BY SIZE
                   CJSON$SSC_SPREAD_EDIT DELIMITED BY SIZE
                   " DISTINCT CLIENT ADDRESS(ES)" DELIMITED BY SIZE
                INTO CJSON$SSC_DETAIL
        WHEN CJSON$SSC_RL_IDWALK(CJSON$SSC_RULE_IDX)
            STRING "CONSECUTIVE IDS UNDER " DELIMITED BY SIZE
                   CJSON$SSC_WALK_MAX_PREFIX(CJSON$SSC_SUBJ_IDX)
                       DELIMITED BY SPACE
                INTO CJSON$SSC_DETAIL
        WHEN OTHER
            MOVE "429 RATE LIMIT RESPONSES" TO CJSON$SSC_DETAIL
    END-EVALUATE.
BUILD-DETAIL-EXIT.
    EXIT.

DECIDE-ACTION.
    MOVE SPACES TO CJSON$SSC_ACTION.
    IF CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SUBJ_IDX) = "C"
        MOVE "REPORT ONLY - SUSPEND WITH CJSON_AUTH_MAINT"
            TO CJSON$SSC_ACTION
        GO TO DECIDE-ACTION-EXIT
    END-IF.
    IF CJSON$SSC_RL_MINUTES(CJSON$SSC_RULE_IDX) = 0
        MOVE "REPORT ONLY" TO CJSON$SSC_ACTION
        GO TO DECIDE-ACTION-EXIT
    END-IF.
    IF CJSON$SSC_BLOCK_LIST_CLOSED
        MOVE CJSON$SSC_RL_MINUTES(CJSON$SSC_RULE_IDX)
            TO CJSON$SSC_MINUTES_EDIT
        STRING "WOULD BLOCK " DELIMITED BY SIZE
               CJSON$SSC_MINUTES_EDIT DELIMITED BY SIZE
               " MINUTES" DELIMITED BY SIZE
            INTO CJSON$SSC_ACTION
        GO TO DECIDE-ACTION-EXIT
    END-IF.
    PERFORM COMPUTE-EXPIRY THRU COMPUTE-EXPIRY-EXIT.
    PERFORM APPLY-BLOCK THRU APPLY-BLOCK-EXIT.
DECIDE-ACTION-EXIT.
    EXIT.

*> The expiry is the run time plus the rule's block minutes, carried
*> across midnight (and month and year ends) a day at a time.
COMPUTE-EXPIRY.
    MOVE CJSON$SSC_DATE_TEXT TO CJSON$SSC_YMD_X.
    COMPUTE CJSON$SSC_MINUTES =
        CJSON$SSC_TIME_HH * 60 + CJSON$SSC_TIME_MM
        + CJSON$SSC_RL_MINUTES(CJSON$SSC_RULE_IDX).
    DIVIDE CJSON$SSC_MINUTES BY 1440 GIVING CJSON$SSC_DAYS
        REMAINDER CJSON$SSC_MINUTES.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
        CJSON$SSC_DAYS TIMES.
    DIVIDE CJSON$SSC_MINUTES BY 60 GIVING CJSON$SSC_EXP_HH
        REMAINDER CJSON$SSC_EXP_MM.
    MOVE SPACES TO CJSON$SSC_EXPIRES_STAMP.
    STRING CJSON$SSC_YMD_X DELIMITED BY SIZE
           CJSON$SSC_EXP_HH DELIMITED BY SIZE
           CJSON$SSC_EXP_MM DELIMITED BY SIZE
           CJSON$SSC_TIME_SSCC DELIMITED BY SIZE
        INTO CJSON$SSC_EXPIRES_STAMP.
COMPUTE-EXPIRY-EXIT.
    EXIT.

ADD-ONE-DAY.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    IF CJSON$SSC_DD < CJSON$SSC_MONTH_DAYS
        ADD 1 TO CJSON$SSC_DD
        GO TO ADD-ONE-DAY-EXIT
    END-IF.
    MOVE 1 TO CJSON$SSC_DD.
    IF CJSON$SSC_MM = 12
        MOVE 1 TO CJSON$SSC_MM
        ADD 1 TO CJSON$SSC_YYYY
    ELSE
        ADD 1 TO CJSON$SSC_MM
    END-IF.
ADD-ONE-DAY-EXIT.
    EXIT.

SET-MONTH-DAYS.
    EVALUATE CJSON$SSC_MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$SSC_MONTH_DAYS
        WHEN 2
            MOVE 28 TO CJSON$SSC_MONTH_DAYS
            DIVIDE CJSON$SSC_YYYY BY 4 GIVING CJSON$SSC_LEAP_QUOT
                REMAINDER CJSON$SSC_LEAP_REM
            IF CJSON$SSC_LEAP_REM = 0
                DIVIDE CJSON$SSC_YYYY BY 100
                    GIVING CJSON$SSC_LEAP_QUOT
                    REMAINDER CJSON$SSC_LEAP_REM
                IF CJSON$SSC_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$SSC_MONTH_DAYS
                ELSE
                    DIVIDE CJSON$SSC_YYYY BY 400
                        GIVING CJSON$SSC_LEAP_QUOT
                        REMAINDER CJSON$SSC_LEAP_REM
                    IF CJSON$SSC_LEAP_REM = 0
                        MOVE 29 TO CJSON$SSC_MONTH_DAYS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO CJSON$SSC_MONTH_DAYS
    END-EVALUATE.
SET-MONTH-DAYS-EXIT.
    EXIT.

*> One row per address: a block already running past the new expiry
*> is left exactly as it is, a shorter one is extended and re-labelled
*> with the rule that tripped this time.
APPLY-BLOCK.
    MOVE CJSON$SSC_SUBJ_KEY(CJSON$SSC_SUBJ_IDX)
        TO CJSON$BLOCK_CLIENT_IP.
    READ CJSON$BLOCK_FILE
        INVALID KEY CONTINUE
    END-READ.
    IF CJSON$SSC_BLOCK_STATUS = "00"
        IF CJSON$BLOCK_EXPIRES_AT NOT < CJSON$SSC_EXPIRES_STAMP
            STRING "ALREADY BLOCKED UNTIL " DELIMITED BY SIZE
                   CJSON$BLOCK_EXPIRES_AT DELIMITED BY SIZE
                INTO CJSON$SSC_ACTION
            GO TO APPLY-BLOCK-EXIT
        END-IF
        PERFORM FILL-BLOCK-ROW THRU FILL-BLOCK-ROW-EXIT
        REWRITE CJSON$BLOCK_RECORD
            INVALID KEY CONTINUE
        END-REWRITE
        IF CJSON$SSC_BLOCK_STATUS = "00"
            STRING "BLOCK EXTENDED TO " DELIMITED BY SIZE
                   CJSON$SSC_EXPIRES_STAMP DELIMITED BY SIZE
                INTO CJSON$SSC_ACTION
            ADD 1 TO CJSON$SSC_BLOCKED_COUNT
            GO TO APPLY-BLOCK-EXIT
        END-IF
    ELSE
        IF CJSON$SSC_BLOCK_STATUS = "23"
            PERFORM FILL-BLOCK-ROW THRU FILL-BLOCK-ROW-EXIT
            WRITE CJSON$BLOCK_RECORD
                INVALID KEY CONTINUE
            END-WRITE
            IF CJSON$SSC_BLOCK_STATUS = "00"
                STRING "BLOCKED UNTIL " DELIMITED BY SIZE
                       CJSON$SSC_EXPIRES_STAMP DELIMITED BY SIZE
                    INTO CJSON$SSC_ACTION
                ADD 1 TO CJSON$SSC_BLOCKED_COUNT
                GO TO APPLY-BLOCK-EXIT
            END-IF
        END-IF
    END-IF.
    DISPLAY "CJSON_SECURITY_SCAN: address "
        CJSON$SSC_SUBJ_KEY(CJSON$SSC_SUBJ_IDX)
        " not blocked, status " CJSON$SSC_BLOCK_STATUS.
    STRING "BLOCK FAILED, STATUS " DELIMITED BY SIZE
           CJSON$SSC_BLOCK_STATUS DELIMITED BY SIZE
        INTO CJSON$SSC_ACTION.
    MOVE 1 TO RETURN-CODE.
APPLY-BLOCK-EXIT.
    EXIT.

FILL-BLOCK-ROW.
    MOVE CJSON$SSC_SUBJ_KEY(CJSON$SSC_SUBJ_IDX)
        TO CJSON$BLOCK_CLIENT_IP.
    MOVE CJSON$SSC_NOW_STAMP TO CJSON$BLOCK_BLOCKED_AT.
    MOVE CJSON$SSC_EXPIRES_STAMP TO CJSON$BLOCK_EXPIRES_AT.
    MOVE CJSON$SSC_RL_PATTERN(CJSON$SSC_RULE_IDX)
        TO CJSON$BLOCK_PATTERN.
    MOVE CJSON$SSC_OBSERVED TO CJSON$BLOCK_OBSERVED.
    MOVE CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_IDX)
        TO CJSON$BLOCK_THRESHOLD.
    MOVE CJSON$SSC_SCAN_DATE TO CJSON$BLOCK_SCAN_DATE.
    MOVE CJSON$SSC_DETAIL TO CJSON$BLOCK_REASON.
FILL-BLOCK-ROW-EXIT.
    EXIT.

*> Two lines per exception: the subject, figures and action, then the
*> detail indented under the value column.
WRITE-EXCEPTION.
    IF CJSON$SSC_SUBJ_TYPE(CJSON$SSC_SUBJ_IDX) = "I"
        MOVE "CLIENT IP" TO CJSON$SSC_SUBJECT_LABEL
    ELSE
        MOVE "CRED SUFFIX" TO CJSON$SSC_SUBJECT_LABEL
    END-IF.
    MOVE CJSON$SSC_OBSERVED TO CJSON$SSC_COUNT_EDIT.
    MOVE CJSON$SSC_RL_THRESHOLD(CJSON$SSC_RULE_IDX)
        TO CJSON$SSC_THRESHOLD_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    MOVE CJSON$SSC_SUBJECT_LABEL TO CJSON$SSC_RPT_LINE(1:11).
    MOVE CJSON$SSC_SUBJ_KEY(CJSON$SSC_SUBJ_IDX)
        TO CJSON$SSC_RPT_LINE(13:46).
    MOVE CJSON$SSC_RL_PATTERN(CJSON$SSC_RULE_IDX)
        TO CJSON$SSC_RPT_LINE(60:8).
    MOVE CJSON$SSC_COUNT_EDIT TO CJSON$SSC_RPT_LINE(69:9).
    MOVE CJSON$SSC_THRESHOLD_EDIT TO CJSON$SSC_RPT_LINE(83:5).
    MOVE CJSON$SSC_ACTION TO CJSON$SSC_RPT_LINE(90:).
    WRITE CJSON$SSC_RPT_LINE.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    MOVE CJSON$SSC_DETAIL TO CJSON$SSC_RPT_LINE(13:).
    WRITE CJSON$SSC_RPT_LINE.
WRITE-EXCEPTION-EXIT.
    EXIT.

WRITE-SUMMARY.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    IF CJSON$SSC_EXCEPTION_COUNT = 0
        MOVE "NO EXCEPTIONS" TO CJSON$SSC_RPT_LINE
        WRITE CJSON$SSC_RPT_LINE
        MOVE SPACES TO CJSON$SSC_RPT_LINE
        WRITE CJSON$SSC_RPT_LINE
    END-IF.
    MOVE CJSON$SSC_ROW_COUNT TO CJSON$SSC_COUNT_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "AUDIT ROWS SCANNED   " DELIMITED BY SIZE
           CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    MOVE CJSON$SSC_IP_COUNT TO CJSON$SSC_COUNT_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "CLIENT ADDRESSES     " DELIMITED BY SIZE
           CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    MOVE CJSON$SSC_CRED_COUNT TO CJSON$SSC_COUNT_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "CREDENTIAL SUFFIXES  " DELIMITED BY SIZE
           CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    IF CJSON$SSC_SUBJ_OVERFLOW > 0
        MOVE CJSON$SSC_SUBJ_OVERFLOW TO CJSON$SSC_COUNT_EDIT
        MOVE SPACES TO CJSON$SSC_RPT_LINE
        STRING "ROW TALLIES PAST THE 1024-SUBJECT TABLE, NOT JUDGED "
                   DELIMITED BY SIZE
               CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
            INTO CJSON$SSC_RPT_LINE
        WRITE CJSON$SSC_RPT_LINE
    END-IF.
    MOVE CJSON$SSC_EXCEPTION_COUNT TO CJSON$SSC_COUNT_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "EXCEPTIONS           " DELIMITED BY SIZE
           CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
    MOVE CJSON$SSC_BLOCKED_COUNT TO CJSON$SSC_COUNT_EDIT.
    MOVE SPACES TO CJSON$SSC_RPT_LINE.
    STRING "ADDRESSES BLOCKED    " DELIMITED BY SIZE
           CJSON$SSC_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SSC_RPT_LINE.
    WRITE CJSON$SSC_RPT_LINE.
WRITE-SUMMARY-EXIT.
    EXIT.
