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
*> CJSON_ANOMALY_REPORT - traffic anomaly report comparing one audit day
*> against the same weekday over the weeks before it. Where
*> CJSON_AUDIT_REPORT says how a day went, this says whether that was
*> normal. Run standalone in the morning batch, after the nightly
*> CJSON_AUDIT_ARCHIVE rollover:
*>     RUN CJSON_ANOMALY_REPORT
*> It ACCEPTs two data lines:
*>     the target day, YYYYMMDD - blank judges yesterday
*>     the number of baseline weeks, 1 to 8 - blank takes 4
*> The baseline days are the target day less 7, 14, ... days. Each day's
*> rows come from its CJSON_AUDIT_ARC_yyyymmdd archive and from whatever
*> of it is still in the live CJSON_AUDIT_LOG, so a target day that has
*> not been rolled yet is still seen whole. A baseline day with no rows
*> at all (archive purged or never written) is named in the heading and
*> left out of the baseline rather than read as a day of silence.
*>
*> Rows are grouped per route program and path. A path under a
*> prefix-match row of the site route configuration (CJSON_ROUTE_LOAD)
*> is grouped under the route's prefix, so /accounts/1 and /accounts/2
*> are one route; any other path is grouped as captured. Per route and
*> day the report keeps request volume, volume per hour, error rate (a
*> row is an error when its captured HTTP status is 400 or above),
*> distinct client IPs, distinct credentials (the trailing eight
*> characters of the Authorization header, as CJSON_AUTH_MAINT names
*> them) and median CJSON$AUDIT_ELAPSED_MS over the day's first 256
*> timed rows. The baseline is the average over the baseline days that
*> had data; the baseline median is the average of those days' medians.
*> Distinct values are counted through the keyed scratch file
*> CJSON_ANOMALY_WORK, rebuilt on every run.
*>
*> Tolerances live in the hand-maintained CJSON_ANOMALY_TOLERANCES file:
*>     CJSON$ANM_TOL_METRIC  PIC X(08)  VOLUME, HOURLY, ERRRATE, IPS,
*>                                      CREDS, MEDIANMS, SILENT or NEW
*>     CJSON$ANM_TOL_PATH    PIC X(80)  path prefix the row covers;
*>                                      blank covers every route
*>     CJSON$ANM_TOL_BAND    PIC 9(05)  allowed difference either side
*>                                      of the baseline, as a percentage
*>                                      of it; ERRRATE in percentage
*>                                      points
*>     CJSON$ANM_TOL_FLOOR   PIC 9(09)  a difference this size or
*>                                      smaller is never flagged;
*>                                      ERRRATE: fewest target-day
*>                                      requests before the rate is
*>                                      judged; SILENT: lowest baseline
*>                                      daily volume whose loss counts;
*>                                      NEW: lowest target-day volume
*>                                      that counts
*> The first row for a metric whose prefix matches the route governs, so
*> list specific prefixes ahead of a blank catch-all. VOLUME and HOURLY
*> judge the day's volume and each hour's; a metric with no matching
*> row is not judged. SILENT (a route with baseline traffic and none on
*> the target day) and NEW (a route with traffic on the target day and
*> none in the baseline) are always judged, with a floor of 1 when no
*> row says otherwise; a silent or new route is not judged further.
*>
*> Every flagged metric is written to CJSON_ANOMALY_REPORT_OUT with its
*> baseline and target-day values, followed by a per-route summary.
*> Routes past the 128-route table are counted and reported but not
*> judged. RETURN-CODE is 1 when anything is flagged - or when the run
*> could not judge at all (no baseline day with data, scratch file or
*> report unusable) - so the morning batch can page someone.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_ANOMALY_REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$AUDIT_FILE ASSIGN TO "CJSON_AUDIT_LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$ANM_LIVE_STATUS.
    SELECT CJSON$ARC_FILE ASSIGN TO CJSON$ANM_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$ARC_REQUEST_ID
        ALTERNATE RECORD KEY IS CJSON$ARC_TIMESTAMP WITH DUPLICATES
        FILE STATUS IS CJSON$ANM_ARC_STATUS.
    SELECT CJSON$ANM_TOL_FILE ASSIGN TO "CJSON_ANOMALY_TOLERANCES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$ANM_TOL_STATUS.
    SELECT CJSON$ANM_WORK_FILE ASSIGN TO "CJSON_ANOMALY_WORK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$ANM_WORK_KEY
        FILE STATUS IS CJSON$ANM_WORK_STATUS.
    SELECT CJSON$ANM_RPT_FILE ASSIGN TO "CJSON_ANOMALY_REPORT_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$ANM_RPT_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUDIT_FILE.
COPY 'CJSON_AUDIT.CPY'.
FD  CJSON$ARC_FILE.
*> Overlay of CJSON$AUDIT_RECORD, the same FILLER breakdown
*> CJSON_AUDIT_ARCHIVE, CJSON_AUDIT_LOOKUP, CJSON_RECONCILE and
*> CJSON_SECURITY_SCAN carry - recompute them all together if a
*> copybook field is ever widened. A found archive row is MOVEd into
*> the live FD's record area so one tally paragraph serves both sources.
01  CJSON$ARC_RECORD.
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$ANM_TOL_FILE.
01  CJSON$ANM_TOL_RECORD.
    05  CJSON$ANM_TOL_METRIC            PIC X(08).
    05  CJSON$ANM_TOL_PATH              PIC X(80).
    05  CJSON$ANM_TOL_BAND              PIC 9(05).
    05  CJSON$ANM_TOL_FLOOR             PIC 9(09).
FD  CJSON$ANM_WORK_FILE.
*> One row per distinct value seen per route, day and kind ('I' client
*> address, 'C' credential suffix); a duplicate key means "seen".
01  CJSON$ANM_WORK_RECORD.
    05  CJSON$ANM_WORK_KEY.
        10  CJSON$ANM_WORK_ROUTE        PIC 9(04).
        10  CJSON$ANM_WORK_DAY          PIC 9(02).
        10  CJSON$ANM_WORK_KIND         PIC X(01).
        10  CJSON$ANM_WORK_VALUE        PIC X(46).
FD  CJSON$ANM_RPT_FILE.
01  CJSON$ANM_RPT_LINE              PIC X(132).

WORKING-STORAGE SECTION.
01  CJSON$ANM_LIVE_STATUS           PIC X(02).
01  CJSON$ANM_ARC_STATUS            PIC X(02).
01  CJSON$ANM_TOL_STATUS            PIC X(02).
01  CJSON$ANM_WORK_STATUS           PIC X(02).
01  CJSON$ANM_RPT_STATUS            PIC X(02).
01  CJSON$ANM_ARC_NAME              PIC X(64).
01  CJSON$ANM_TARGET_DATE           PIC X(08).
01  CJSON$ANM_WEEKS_TEXT            PIC X(02).
01  CJSON$ANM_WEEKS_9 REDEFINES CJSON$ANM_WEEKS_TEXT
                                    PIC 9(02).
01  CJSON$ANM_EOF_SWITCH            PIC X(01).
    88  CJSON$ANM_AT_EOF            VALUE 'Y'.
    88  CJSON$ANM_NOT_AT_EOF        VALUE 'N'.
01  CJSON$ANM_FOUND_SWITCH          PIC X(01).
    88  CJSON$ANM_FOUND             VALUE 'Y'.
    88  CJSON$ANM_NOT_FOUND         VALUE 'N'.
01  CJSON$ANM_DATE_TEXT             PIC X(08).
01  CJSON$ANM_TIME_TEXT             PIC X(08).
01  CJSON$ANM_NOW_STAMP             PIC X(16).
01  CJSON$ANM_YMD.
    05  CJSON$ANM_YYYY              PIC 9(04).
    05  CJSON$ANM_MM                PIC 9(02).
    05  CJSON$ANM_DD                PIC 9(02).
01  CJSON$ANM_YMD_X REDEFINES CJSON$ANM_YMD
                                    PIC X(08).
01  CJSON$ANM_LEAP_QUOT             PIC 9(04).
01  CJSON$ANM_LEAP_REM              PIC 9(04).
01  CJSON$ANM_STEP_IDX              PIC S9(04) COMP.

*> Slot 1 is the target day; slots 2 on are the baseline weeks, latest
*> first.
01  CJSON$ANM_DAY_COUNT             PIC S9(04) COMP.
01  CJSON$ANM_DAY_IDX               PIC S9(04) COMP.
01  CJSON$ANM_BASE_DAYS             PIC S9(04) COMP VALUE 0.
01  CJSON$ANM_DAY_TABLE.
    05  CJSON$ANM_DAY_ENTRY         OCCURS 9 TIMES.
        10  CJSON$ANM_DAY_DATE      PIC X(08).
        10  CJSON$ANM_DAY_ROWS      PIC 9(09) COMP.

*> Per-row working fields.
01  CJSON$ANM_ROW_DAY               PIC S9(04) COMP.
01  CJSON$ANM_ROW_PATH              PIC X(80).
01  CJSON$ANM_ROW_HOUR_X            PIC X(02).
01  CJSON$ANM_ROW_HOUR_9 REDEFINES CJSON$ANM_ROW_HOUR_X
                                    PIC 9(02).
01  CJSON$ANM_ROW_HOUR              PIC S9(04) COMP.
01  CJSON$ANM_ROW_MS                PIC S9(09) COMP.
01  CJSON$ANM_ROW_SUFFIX            PIC X(08).
01  CJSON$ANM_PRESENTED             PIC X(256).
01  CJSON$ANM_PRESENTED_LEN         PIC S9(09) COMP.
01  CJSON$ANM_HDR_IDX               PIC S9(09) COMP.
01  CJSON$ANM_HDR_NAME_TEXT         PIC X(64).
01  CJSON$ANM_ROUTE_LEN             PIC S9(09) COMP.
01  CJSON$ANM_PREFIX_ROUTES         PIC 9(09) COMP VALUE 0.
01  CJSON$ANM_SLOT                  PIC S9(04) COMP.
01  CJSON$ANM_SEARCH_IDX            PIC S9(04) COMP.
01  CJSON$ANM_ROUTE_IDX             PIC S9(04) COMP.
01  CJSON$ANM_HOUR_IDX              PIC S9(04) COMP.

01  CJSON$ANM_TOL_TABLE.
    05  CJSON$ANM_TOL_USED          PIC S9(04) COMP VALUE 0.
    05  CJSON$ANM_TOL_ENTRY         OCCURS 64 TIMES.
        10  CJSON$ANM_TL_METRIC     PIC X(08).
        10  CJSON$ANM_TL_PATH       PIC X(80).
        10  CJSON$ANM_TL_PATH_LEN   PIC S9(04) COMP.
        10  CJSON$ANM_TL_BAND       PIC 9(05).
        10  CJSON$ANM_TL_FLOOR      PIC 9(09).
01  CJSON$ANM_TOL_IDX               PIC S9(04) COMP.
01  CJSON$ANM_TOL_HIT               PIC S9(04) COMP.

01  CJSON$ANM_ROUTE_TABLE.
    05  CJSON$ANM_ROUTE_USED        PIC S9(04) COMP VALUE 0.
    05  CJSON$ANM_ROUTE_ENTRY       OCCURS 128 TIMES.
        10  CJSON$ANM_RT_PROGRAM    PIC X(31).
        10  CJSON$ANM_RT_PATH       PIC X(80).
        10  CJSON$ANM_RT_FLAGS      PIC 9(09) COMP.
        10  CJSON$ANM_RT_DAY        OCCURS 9 TIMES.
            15  CJSON$ANM_RD_ROWS       PIC 9(09) COMP.
            15  CJSON$ANM_RD_ERRORS     PIC 9(09) COMP.
            15  CJSON$ANM_RD_IPS        PIC 9(09) COMP.
            15  CJSON$ANM_RD_CREDS      PIC 9(09) COMP.
            15  CJSON$ANM_RD_HOUR       PIC 9(09) COMP OCCURS 24 TIMES.
            15  CJSON$ANM_RD_MS_USED    PIC S9(04) COMP.
            15  CJSON$ANM_RD_MS_SAMPLE  PIC 9(09) COMP OCCURS 256 TIMES.
01  CJSON$ANM_ROUTE_OVERFLOW        PIC 9(09) COMP VALUE 0.

COPY 'CJSON_DISPATCH.CPY'.

*> Baseline and target figures for the route being judged.
01  CJSON$ANM_BASE_SUM              PIC 9(12) COMP.
01  CJSON$ANM_BASE_ROWS             PIC 9(09) COMP.
01  CJSON$ANM_BASE_ERRORS           PIC 9(09) COMP.
01  CJSON$ANM_BASE_IPS              PIC 9(09) COMP.
01  CJSON$ANM_BASE_CREDS            PIC 9(09) COMP.
01  CJSON$ANM_BASE_MEDIAN           PIC 9(09) COMP.
01  CJSON$ANM_BASE_MEDIAN_DAYS      PIC S9(04) COMP.
01  CJSON$ANM_BASE_RATE             PIC 9(03)V9(02).
01  CJSON$ANM_TARGET_RATE           PIC 9(03)V9(02).
01  CJSON$ANM_RATE_DIFF             PIC 9(03)V9(02).
01  CJSON$ANM_DAY_MEDIAN            PIC 9(09) COMP.

*> Inputs to JUDGE-COUNT.
01  CJSON$ANM_METRIC                PIC X(08).
01  CJSON$ANM_BASE_VALUE            PIC 9(09) COMP.
01  CJSON$ANM_TARGET_VALUE          PIC 9(09) COMP.
01  CJSON$ANM_DIFF                  PIC 9(09) COMP.
01  CJSON$ANM_ALLOWANCE             PIC 9(12) COMP.
01  CJSON$ANM_FLOOR                 PIC 9(09) COMP.

01  CJSON$ANM_SORT_COUNT            PIC S9(04) COMP.
01  CJSON$ANM_SORT_TABLE.
    05  CJSON$ANM_SORT_VALUE        PIC 9(09) COMP OCCURS 256 TIMES.
01  CJSON$ANM_SORT_I                PIC S9(04) COMP.
01  CJSON$ANM_SORT_J                PIC S9(04) COMP.
01  CJSON$ANM_SORT_MIN_IDX          PIC S9(04) COMP.
01  CJSON$ANM_SORT_SWAP             PIC 9(09) COMP.
01  CJSON$ANM_PCT_IDX               PIC S9(04) COMP.

01  CJSON$ANM_ROW_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$ANM_FLAG_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$ANM_WORK_ERRORS           PIC 9(09) COMP VALUE 0.
01  CJSON$ANM_COUNT_EDIT            PIC Z(08)9.
01  CJSON$ANM_BAND_EDIT             PIC Z(04)9.
01  CJSON$ANM_RATE_EDIT             PIC ZZ9.99.
01  CJSON$ANM_HOUR_EDIT             PIC 9(02).
01  CJSON$ANM_HOUR_TEXT             PIC X(02).
01  CJSON$ANM_BASE_TEXT             PIC X(12).
01  CJSON$ANM_TARGET_TEXT           PIC X(12).
01  CJSON$ANM_NOTE                  PIC X(21).

PROCEDURE DIVISION.

MAIN-LOGIC.
    MOVE SPACES TO CJSON$ANM_TARGET_DATE.
    MOVE SPACES TO CJSON$ANM_WEEKS_TEXT.
    ACCEPT CJSON$ANM_TARGET_DATE.
    ACCEPT CJSON$ANM_WEEKS_TEXT.
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    IF CJSON$ANM_TARGET_DATE = SPACES
        MOVE CJSON$ANM_DATE_TEXT TO CJSON$ANM_YMD_X
        PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT
        MOVE CJSON$ANM_YMD_X TO CJSON$ANM_TARGET_DATE
    END-IF.
    IF CJSON$ANM_TARGET_DATE NOT NUMERIC
        DISPLAY "CJSON_ANOMALY_REPORT: target day must be YYYYMMDD"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF CJSON$ANM_WEEKS_TEXT = SPACES
        MOVE "04" TO CJSON$ANM_WEEKS_TEXT
    END-IF.
    IF CJSON$ANM_WEEKS_TEXT(2:1) = SPACE
        MOVE CJSON$ANM_WEEKS_TEXT(1:1) TO CJSON$ANM_WEEKS_TEXT(2:1)
        MOVE "0" TO CJSON$ANM_WEEKS_TEXT(1:1)
    END-IF.
    IF CJSON$ANM_WEEKS_TEXT NOT NUMERIC
       OR CJSON$ANM_WEEKS_9 < 1 OR CJSON$ANM_WEEKS_9 > 8
        DISPLAY "CJSON_ANOMALY_REPORT: baseline weeks must be 1 to 8"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SET-UP-DAYS THRU SET-UP-DAYS-EXIT.
    PERFORM LOAD-TOLERANCES THRU LOAD-TOLERANCES-EXIT.
    PERFORM LOAD-ROUTES THRU LOAD-ROUTES-EXIT.
    OPEN OUTPUT CJSON$ANM_WORK_FILE.
    IF CJSON$ANM_WORK_STATUS NOT = "00"
        DISPLAY "CJSON_ANOMALY_REPORT: unable to open scratch file,"
            " status " CJSON$ANM_WORK_STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SCAN-ARCHIVE THRU SCAN-ARCHIVE-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    PERFORM SCAN-LIVE-FILE THRU SCAN-LIVE-FILE-EXIT.
    CLOSE CJSON$ANM_WORK_FILE.
    PERFORM COUNT-ONE-BASE-DAY THRU COUNT-ONE-BASE-DAY-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    OPEN OUTPUT CJSON$ANM_RPT_FILE.
    IF CJSON$ANM_RPT_STATUS NOT = "00"
        DISPLAY "CJSON_ANOMALY_REPORT: unable to open report file,"
            " status " CJSON$ANM_RPT_STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADING THRU WRITE-HEADING-EXIT.
    IF CJSON$ANM_BASE_DAYS > 0
        PERFORM JUDGE-ONE-ROUTE THRU JUDGE-ONE-ROUTE-EXIT
            VARYING CJSON$ANM_ROUTE_IDX FROM 1 BY 1
            UNTIL CJSON$ANM_ROUTE_IDX > CJSON$ANM_ROUTE_USED
    ELSE
        MOVE "NO BASELINE DAY HAS AUDIT DATA - NOTHING JUDGED"
            TO CJSON$ANM_RPT_LINE
        WRITE CJSON$ANM_RPT_LINE
        DISPLAY "CJSON_ANOMALY_REPORT: no baseline day has audit data"
            " - nothing judged"
        MOVE 1 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
    CLOSE CJSON$ANM_RPT_FILE.
    MOVE CJSON$ANM_FLAG_COUNT TO CJSON$ANM_COUNT_EDIT.
    DISPLAY "CJSON_ANOMALY_REPORT: " CJSON$ANM_COUNT_EDIT
        " anomaly flag(s) for " CJSON$ANM_TARGET_DATE.
    IF CJSON$ANM_FLAG_COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    STOP RUN.

TAKE-NOW-STAMP.
    ACCEPT CJSON$ANM_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$ANM_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$ANM_NOW_STAMP.
    STRING CJSON$ANM_DATE_TEXT DELIMITED BY SIZE
           CJSON$ANM_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$ANM_NOW_STAMP.
TAKE-NOW-STAMP-EXIT.
    EXIT.

*> The target day, then each baseline week a further seven days back -
*> always the same weekday.
SET-UP-DAYS.
    COMPUTE CJSON$ANM_DAY_COUNT = CJSON$ANM_WEEKS_9 + 1.
    MOVE CJSON$ANM_TARGET_DATE TO CJSON$ANM_YMD_X.
    MOVE CJSON$ANM_TARGET_DATE TO CJSON$ANM_DAY_DATE(1).
    MOVE 0 TO CJSON$ANM_DAY_ROWS(1).
    PERFORM SET-UP-ONE-DAY THRU SET-UP-ONE-DAY-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
SET-UP-DAYS-EXIT.
    EXIT.

SET-UP-ONE-DAY.
    PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT
        VARYING CJSON$ANM_STEP_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_STEP_IDX > 7.
    MOVE CJSON$ANM_YMD_X TO CJSON$ANM_DAY_DATE(CJSON$ANM_DAY_IDX).
    MOVE 0 TO CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX).
SET-UP-ONE-DAY-EXIT.
    EXIT.

LOAD-TOLERANCES.
    SET CJSON$ANM_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$ANM_TOL_FILE.
    IF CJSON$ANM_TOL_STATUS NOT = "00"
        IF CJSON$ANM_TOL_STATUS NOT = "35"
            DISPLAY "CJSON_ANOMALY_REPORT: unable to open tolerances"
                " file, status " CJSON$ANM_TOL_STATUS
        END-IF
        DISPLAY "CJSON_ANOMALY_REPORT: no tolerances loaded - only"
            " silent and new routes are judged"
        GO TO LOAD-TOLERANCES-EXIT
    END-IF.
    PERFORM LOAD-ONE-TOLERANCE THRU LOAD-ONE-TOLERANCE-EXIT
        UNTIL CJSON$ANM_AT_EOF.
    CLOSE CJSON$ANM_TOL_FILE.
LOAD-TOLERANCES-EXIT.
    EXIT.

LOAD-ONE-TOLERANCE.
    READ CJSON$ANM_TOL_FILE
        AT END
            SET CJSON$ANM_AT_EOF TO TRUE
            GO TO LOAD-ONE-TOLERANCE-EXIT
    END-READ.
    IF CJSON$ANM_TOL_RECORD = SPACES
        GO TO LOAD-ONE-TOLERANCE-EXIT
    END-IF.
    IF (CJSON$ANM_TOL_METRIC NOT = "VOLUME"
        AND CJSON$ANM_TOL_METRIC NOT = "HOURLY"
        AND CJSON$ANM_TOL_METRIC NOT = "ERRRATE"
        AND CJSON$ANM_TOL_METRIC NOT = "IPS"
        AND CJSON$ANM_TOL_METRIC NOT = "CREDS"
        AND CJSON$ANM_TOL_METRIC NOT = "MEDIANMS"
        AND CJSON$ANM_TOL_METRIC NOT = "SILENT"
        AND CJSON$ANM_TOL_METRIC NOT = "NEW")
       OR CJSON$ANM_TOL_BAND NOT NUMERIC
       OR CJSON$ANM_TOL_FLOOR NOT NUMERIC
        DISPLAY "CJSON_ANOMALY_REPORT: unusable tolerance row"
            " skipped: " CJSON$ANM_TOL_RECORD
        GO TO LOAD-ONE-TOLERANCE-EXIT
    END-IF.
    IF CJSON$ANM_TOL_USED >= 64
        DISPLAY "CJSON_ANOMALY_REPORT: tolerance row past the 64-row"
            " table skipped: " CJSON$ANM_TOL_RECORD
        GO TO LOAD-ONE-TOLERANCE-EXIT
    END-IF.
    ADD 1 TO CJSON$ANM_TOL_USED.
    MOVE CJSON$ANM_TOL_METRIC
        TO CJSON$ANM_TL_METRIC(CJSON$ANM_TOL_USED).
    MOVE CJSON$ANM_TOL_PATH TO CJSON$ANM_TL_PATH(CJSON$ANM_TOL_USED).
    MOVE 0 TO CJSON$ANM_TL_PATH_LEN(CJSON$ANM_TOL_USED).
    INSPECT CJSON$ANM_TOL_PATH
        TALLYING CJSON$ANM_TL_PATH_LEN(CJSON$ANM_TOL_USED)
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE CJSON$ANM_TOL_BAND TO CJSON$ANM_TL_BAND(CJSON$ANM_TOL_USED).
    MOVE CJSON$ANM_TOL_FLOOR TO CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_USED).
LOAD-ONE-TOLERANCE-EXIT.
    EXIT.

*> The same route configuration the dispatcher loads; only the
*> prefix-match rows matter here. A missing file loads nothing and
*> every path is grouped as captured.
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
        ADD 1 TO CJSON$ANM_PREFIX_ROUTES
    END-IF.
COUNT-ONE-PREFIX-ROUTE-EXIT.
    EXIT.

*> One archive per day slot; a missing archive is not an error here -
*> the day's rows may all still be live, or the day may have been
*> purged, which the heading will show.
SCAN-ARCHIVE.
    MOVE SPACES TO CJSON$ANM_ARC_NAME.
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$ANM_DAY_DATE(CJSON$ANM_DAY_IDX) DELIMITED BY SIZE
        INTO CJSON$ANM_ARC_NAME.
    SET CJSON$ANM_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$ANM_ARC_STATUS NOT = "00"
        IF CJSON$ANM_ARC_STATUS NOT = "35"
            DISPLAY "CJSON_ANOMALY_REPORT: archive " CJSON$ANM_ARC_NAME
                " exists but cannot be opened, status "
                CJSON$ANM_ARC_STATUS " - its rows are MISSING from"
                " the report"
        END-IF
        GO TO SCAN-ARCHIVE-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$ARC_TIMESTAMP.
    START CJSON$ARC_FILE KEY NOT LESS THAN CJSON$ARC_TIMESTAMP
        INVALID KEY SET CJSON$ANM_AT_EOF TO TRUE
    END-START.
    PERFORM SCAN-ONE-ARC-ROW THRU SCAN-ONE-ARC-ROW-EXIT
        UNTIL CJSON$ANM_AT_EOF.
    CLOSE CJSON$ARC_FILE.
SCAN-ARCHIVE-EXIT.
    EXIT.

SCAN-ONE-ARC-ROW.
    READ CJSON$ARC_FILE NEXT RECORD
        AT END
            SET CJSON$ANM_AT_EOF TO TRUE
            GO TO SCAN-ONE-ARC-ROW-EXIT
    END-READ.
    MOVE CJSON$ARC_RECORD TO CJSON$AUDIT_RECORD.
    PERFORM TALLY-AUDIT-ROW THRU TALLY-AUDIT-ROW-EXIT.
SCAN-ONE-ARC-ROW-EXIT.
    EXIT.

SCAN-LIVE-FILE.
    SET CJSON$ANM_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUDIT_FILE.
    IF CJSON$ANM_LIVE_STATUS NOT = "00"
        IF CJSON$ANM_LIVE_STATUS NOT = "35"
            DISPLAY "CJSON_ANOMALY_REPORT: unable to open audit file,"
                " status " CJSON$ANM_LIVE_STATUS
        END-IF
        GO TO SCAN-LIVE-FILE-EXIT
    END-IF.
    PERFORM SCAN-ONE-LIVE-ROW THRU SCAN-ONE-LIVE-ROW-EXIT
        UNTIL CJSON$ANM_AT_EOF.
    CLOSE CJSON$AUDIT_FILE.
SCAN-LIVE-FILE-EXIT.
    EXIT.

SCAN-ONE-LIVE-ROW.
    READ CJSON$AUDIT_FILE
        AT END
            SET CJSON$ANM_AT_EOF TO TRUE
            GO TO SCAN-ONE-LIVE-ROW-EXIT
    END-READ.
    PERFORM TALLY-AUDIT-ROW THRU TALLY-AUDIT-ROW-EXIT.
SCAN-ONE-LIVE-ROW-EXIT.
    EXIT.

TALLY-AUDIT-ROW.
    MOVE 0 TO CJSON$ANM_ROW_DAY.
    PERFORM MATCH-ONE-DAY THRU MATCH-ONE-DAY-EXIT
        VARYING CJSON$ANM_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_SEARCH_IDX > CJSON$ANM_DAY_COUNT
           OR CJSON$ANM_ROW_DAY > 0.
    IF CJSON$ANM_ROW_DAY = 0
        GO TO TALLY-AUDIT-ROW-EXIT
    END-IF.
    ADD 1 TO CJSON$ANM_ROW_COUNT.
    ADD 1 TO CJSON$ANM_DAY_ROWS(CJSON$ANM_ROW_DAY).
    PERFORM TAKE-ROUTE-PATH THRU TAKE-ROUTE-PATH-EXIT.
    PERFORM FIND-ROUTE-SLOT THRU FIND-ROUTE-SLOT-EXIT.
    IF CJSON$ANM_SLOT = 0
        ADD 1 TO CJSON$ANM_ROUTE_OVERFLOW
        GO TO TALLY-AUDIT-ROW-EXIT
    END-IF.
    ADD 1 TO CJSON$ANM_RD_ROWS(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY).
    IF CJSON$AUDIT_HTTP_ERROR_CODE NUMERIC
        IF CJSON$AUDIT_HTTP_ERROR_CODE >= 400
            ADD 1 TO CJSON$ANM_RD_ERRORS(CJSON$ANM_SLOT,
                                         CJSON$ANM_ROW_DAY)
        END-IF
    END-IF.
    MOVE CJSON$AUDIT_TIMESTAMP(9:2) TO CJSON$ANM_ROW_HOUR_X.
    IF CJSON$ANM_ROW_HOUR_X NUMERIC
       AND CJSON$ANM_ROW_HOUR_9 < 24
        COMPUTE CJSON$ANM_ROW_HOUR = CJSON$ANM_ROW_HOUR_9 + 1
        ADD 1 TO CJSON$ANM_RD_HOUR(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY,
                                   CJSON$ANM_ROW_HOUR)
    END-IF.
    PERFORM TALLY-ELAPSED THRU TALLY-ELAPSED-EXIT.
    IF CJSON$AUDIT_CLIENT_IP NOT = SPACES
        MOVE "I" TO CJSON$ANM_WORK_KIND
        MOVE CJSON$AUDIT_CLIENT_IP TO CJSON$ANM_WORK_VALUE
        PERFORM NOTE-DISTINCT THRU NOTE-DISTINCT-EXIT
        IF CJSON$ANM_FOUND
            ADD 1 TO CJSON$ANM_RD_IPS(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY)
        END-IF
    END-IF.
    PERFORM FIND-AUTH-HEADER THRU FIND-AUTH-HEADER-EXIT.
    PERFORM TAKE-CRED-SUFFIX THRU TAKE-CRED-SUFFIX-EXIT.
    IF CJSON$ANM_ROW_SUFFIX NOT = SPACES
        MOVE "C" TO CJSON$ANM_WORK_KIND
        MOVE CJSON$ANM_ROW_SUFFIX TO CJSON$ANM_WORK_VALUE
        PERFORM NOTE-DISTINCT THRU NOTE-DISTINCT-EXIT
        IF CJSON$ANM_FOUND
            ADD 1 TO CJSON$ANM_RD_CREDS(CJSON$ANM_SLOT,
                                        CJSON$ANM_ROW_DAY)
        END-IF
    END-IF.
TALLY-AUDIT-ROW-EXIT.
    EXIT.

MATCH-ONE-DAY.
    IF CJSON$AUDIT_TIMESTAMP(1:8)
       = CJSON$ANM_DAY_DATE(CJSON$ANM_SEARCH_IDX)
        MOVE CJSON$ANM_SEARCH_IDX TO CJSON$ANM_ROW_DAY
    END-IF.
MATCH-ONE-DAY-EXIT.
    EXIT.

*> The route's prefix when the path falls under a prefix-match route,
*> otherwise the path as captured.
TAKE-ROUTE-PATH.
    MOVE CJSON$AUDIT_PATH TO CJSON$ANM_ROW_PATH.
    IF CJSON$ANM_PREFIX_ROUTES = 0
        GO TO TAKE-ROUTE-PATH-EXIT
    END-IF.
    SET CJSON$ANM_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-PREFIX-ROUTE THRU MATCH-ONE-PREFIX-ROUTE-EXIT
        VARYING CJSON$ROUTE_IDX FROM 1 BY 1
        UNTIL CJSON$ROUTE_IDX > CJSON$ROUTE_COUNT
           OR CJSON$ANM_FOUND.
TAKE-ROUTE-PATH-EXIT.
    EXIT.

MATCH-ONE-PREFIX-ROUTE.
    IF NOT CJSON$ROUTE_PREFIX_MATCH(CJSON$ROUTE_IDX)
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    MOVE 0 TO CJSON$ANM_ROUTE_LEN.
    INSPECT CJSON$ROUTE_PATH(CJSON$ROUTE_IDX)
        TALLYING CJSON$ANM_ROUTE_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF CJSON$ANM_ROUTE_LEN = 0 OR CJSON$ANM_ROUTE_LEN > 80
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    IF CJSON$AUDIT_PATH(1:CJSON$ANM_ROUTE_LEN) NOT =
       CJSON$ROUTE_PATH(CJSON$ROUTE_IDX)(1:CJSON$ANM_ROUTE_LEN)
        GO TO MATCH-ONE-PREFIX-ROUTE-EXIT
    END-IF.
    SET CJSON$ANM_FOUND TO TRUE.
    MOVE CJSON$ROUTE_PATH(CJSON$ROUTE_IDX) TO CJSON$ANM_ROW_PATH.
MATCH-ONE-PREFIX-ROUTE-EXIT.
    EXIT.

*> Returns the slot for the row's program and route path, adding it
*> when new; zero when the table is full.
FIND-ROUTE-SLOT.
    MOVE 0 TO CJSON$ANM_SLOT.
    PERFORM MATCH-ONE-ROUTE THRU MATCH-ONE-ROUTE-EXIT
        VARYING CJSON$ANM_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_SEARCH_IDX > CJSON$ANM_ROUTE_USED
           OR CJSON$ANM_SLOT > 0.
    IF CJSON$ANM_SLOT > 0
        GO TO FIND-ROUTE-SLOT-EXIT
    END-IF.
    IF CJSON$ANM_ROUTE_USED >= 128
        GO TO FIND-ROUTE-SLOT-EXIT
    END-IF.
    ADD 1 TO CJSON$ANM_ROUTE_USED.
    MOVE CJSON$ANM_ROUTE_USED TO CJSON$ANM_SLOT.
    INITIALIZE CJSON$ANM_ROUTE_ENTRY(CJSON$ANM_SLOT).
    MOVE CJSON$AUDIT_PROGRAM TO CJSON$ANM_RT_PROGRAM(CJSON$ANM_SLOT).
    MOVE CJSON$ANM_ROW_PATH TO CJSON$ANM_RT_PATH(CJSON$ANM_SLOT).
FIND-ROUTE-SLOT-EXIT.
    EXIT.

MATCH-ONE-ROUTE.
    IF CJSON$ANM_RT_PROGRAM(CJSON$ANM_SEARCH_IDX) = CJSON$AUDIT_PROGRAM
       AND CJSON$ANM_RT_PATH(CJSON$ANM_SEARCH_IDX) = CJSON$ANM_ROW_PATH
        MOVE CJSON$ANM_SEARCH_IDX TO CJSON$ANM_SLOT
    END-IF.
MATCH-ONE-ROUTE-EXIT.
    EXIT.

*> A row captured before the elapsed field existed reads back as
*> SPACES and is left out of the timings entirely.
TALLY-ELAPSED.
    IF CJSON$AUDIT_ELAPSED_MS NOT NUMERIC
        GO TO TALLY-ELAPSED-EXIT
    END-IF.
    IF CJSON$ANM_RD_MS_USED(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY) >= 256
        GO TO TALLY-ELAPSED-EXIT
    END-IF.
    MOVE CJSON$AUDIT_ELAPSED_MS TO CJSON$ANM_ROW_MS.
    IF CJSON$ANM_ROW_MS < 0
        MOVE 0 TO CJSON$ANM_ROW_MS
    END-IF.
    ADD 1 TO CJSON$ANM_RD_MS_USED(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY).
    MOVE CJSON$ANM_ROW_MS TO CJSON$ANM_RD_MS_SAMPLE(CJSON$ANM_SLOT,
        CJSON$ANM_ROW_DAY,
        CJSON$ANM_RD_MS_USED(CJSON$ANM_SLOT, CJSON$ANM_ROW_DAY)).
TALLY-ELAPSED-EXIT.
    EXIT.

*> CJSON$ANM_FOUND comes back set when the value is new for this route
*> and day. A scratch-file failure other than the duplicate key is
*> counted and the value is not counted as distinct.
NOTE-DISTINCT.
    SET CJSON$ANM_NOT_FOUND TO TRUE.
    MOVE CJSON$ANM_SLOT TO CJSON$ANM_WORK_ROUTE.
    MOVE CJSON$ANM_ROW_DAY TO CJSON$ANM_WORK_DAY.
    WRITE CJSON$ANM_WORK_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$ANM_WORK_STATUS = "00"
        SET CJSON$ANM_FOUND TO TRUE
        GO TO NOTE-DISTINCT-EXIT
    END-IF.
    IF CJSON$ANM_WORK_STATUS NOT = "22"
        ADD 1 TO CJSON$ANM_WORK_ERRORS
    END-IF.
NOTE-DISTINCT-EXIT.
    EXIT.

*> The captured request headers are searched for Authorization the
*> same case-insensitive way CJSON_AUTH searches the live ones.
FIND-AUTH-HEADER.
    MOVE SPACES TO CJSON$ANM_PRESENTED.
    IF CJSON$AUDIT_HEADER_COUNT NOT NUMERIC
        GO TO FIND-AUTH-HEADER-EXIT
    END-IF.
    PERFORM SCAN-ONE-HEADER THRU SCAN-ONE-HEADER-EXIT
        VARYING CJSON$ANM_HDR_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_HDR_IDX > CJSON$AUDIT_HEADER_COUNT
           OR CJSON$ANM_HDR_IDX > 16
           OR CJSON$ANM_PRESENTED NOT = SPACES.
FIND-AUTH-HEADER-EXIT.
    EXIT.

SCAN-ONE-HEADER.
    MOVE CJSON$AUDIT_HEADER_NAME(CJSON$ANM_HDR_IDX)
        TO CJSON$ANM_HDR_NAME_TEXT.
    INSPECT CJSON$ANM_HDR_NAME_TEXT
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF CJSON$ANM_HDR_NAME_TEXT = "AUTHORIZATION"
        MOVE CJSON$AUDIT_HEADER_VALUE(CJSON$ANM_HDR_IDX)
            TO CJSON$ANM_PRESENTED
    END-IF.
SCAN-ONE-HEADER-EXIT.
    EXIT.

*> The trailing eight characters of the presented value, the way
*> CJSON_AUTH_MAINT records CJSON$AUTH_SUFFIX; a value shorter than
*> that is taken whole. Only the suffix reaches the scratch file.
TAKE-CRED-SUFFIX.
    MOVE SPACES TO CJSON$ANM_ROW_SUFFIX.
    MOVE 256 TO CJSON$ANM_PRESENTED_LEN.
    PERFORM TRIM-PRESENTED THRU TRIM-PRESENTED-EXIT
        UNTIL CJSON$ANM_PRESENTED_LEN = 0
           OR CJSON$ANM_PRESENTED(CJSON$ANM_PRESENTED_LEN:1)
              NOT = SPACE.
    IF CJSON$ANM_PRESENTED_LEN = 0
        GO TO TAKE-CRED-SUFFIX-EXIT
    END-IF.
    IF CJSON$ANM_PRESENTED_LEN < 8
        MOVE CJSON$ANM_PRESENTED(1:CJSON$ANM_PRESENTED_LEN)
            TO CJSON$ANM_ROW_SUFFIX
    ELSE
        MOVE CJSON$ANM_PRESENTED(CJSON$ANM_PRESENTED_LEN - 7:8)
            TO CJSON$ANM_ROW_SUFFIX
    END-IF.
TAKE-CRED-SUFFIX-EXIT.
    EXIT.

TRIM-PRESENTED.
    SUBTRACT 1 FROM CJSON$ANM_PRESENTED_LEN.
TRIM-PRESENTED-EXIT.
    EXIT.

COUNT-ONE-BASE-DAY.
    IF CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX) > 0
        ADD 1 TO CJSON$ANM_BASE_DAYS
    END-IF.
COUNT-ONE-BASE-DAY-EXIT.
    EXIT.

WRITE-HEADING.
    MOVE "CJSON TRAFFIC ANOMALIES" TO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    MOVE CJSON$ANM_DAY_ROWS(1) TO CJSON$ANM_COUNT_EDIT.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    STRING "TARGET DAY " DELIMITED BY SIZE
           CJSON$ANM_TARGET_DATE DELIMITED BY SIZE
           "   ROWS " DELIMITED BY SIZE
           CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
           "   RUN AT " DELIMITED BY SIZE
           CJSON$ANM_NOW_STAMP DELIMITED BY SIZE
        INTO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    PERFORM WRITE-ONE-BASE-DAY THRU WRITE-ONE-BASE-DAY-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    MOVE "PROGRAM" TO CJSON$ANM_RPT_LINE(1:31).
    MOVE "PATH" TO CJSON$ANM_RPT_LINE(33:40).
    MOVE "METRIC" TO CJSON$ANM_RPT_LINE(74:8).
    MOVE "HR" TO CJSON$ANM_RPT_LINE(83:2).
    MOVE "    BASELINE" TO CJSON$ANM_RPT_LINE(86:12).
    MOVE "  TARGET DAY" TO CJSON$ANM_RPT_LINE(99:12).
    MOVE "TOLERANCE" TO CJSON$ANM_RPT_LINE(112:).
    WRITE CJSON$ANM_RPT_LINE.
WRITE-HEADING-EXIT.
    EXIT.

WRITE-ONE-BASE-DAY.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    IF CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX) = 0
        STRING "BASELINE DAY " DELIMITED BY SIZE
               CJSON$ANM_DAY_DATE(CJSON$ANM_DAY_IDX) DELIMITED BY SIZE
               "   NO AUDIT DATA - LEFT OUT OF THE BASELINE"
                   DELIMITED BY SIZE
            INTO CJSON$ANM_RPT_LINE
    ELSE
        MOVE CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX)
            TO CJSON$ANM_COUNT_EDIT
        STRING "BASELINE DAY " DELIMITED BY SIZE
               CJSON$ANM_DAY_DATE(CJSON$ANM_DAY_IDX) DELIMITED BY SIZE
               "   ROWS " DELIMITED BY SIZE
               CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
            INTO CJSON$ANM_RPT_LINE
    END-IF.
    WRITE CJSON$ANM_RPT_LINE.
WRITE-ONE-BASE-DAY-EXIT.
    EXIT.

*> Baseline figures are averages over the baseline days with data, so a
*> route absent on one of those days counts a zero for it. The hours
*> come last because they reuse CJSON$ANM_BASE_SUM.
JUDGE-ONE-ROUTE.
    MOVE 0 TO CJSON$ANM_BASE_SUM.
    MOVE 0 TO CJSON$ANM_BASE_ERRORS.
    MOVE 0 TO CJSON$ANM_BASE_IPS.
    MOVE 0 TO CJSON$ANM_BASE_CREDS.
    MOVE 0 TO CJSON$ANM_BASE_MEDIAN.
    MOVE 0 TO CJSON$ANM_BASE_MEDIAN_DAYS.
    PERFORM ADD-ONE-BASE-DAY THRU ADD-ONE-BASE-DAY-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    COMPUTE CJSON$ANM_BASE_ROWS ROUNDED =
        CJSON$ANM_BASE_SUM / CJSON$ANM_BASE_DAYS.
    IF CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1) = 0
        PERFORM JUDGE-SILENT THRU JUDGE-SILENT-EXIT
        GO TO JUDGE-ONE-ROUTE-EXIT
    END-IF.
    IF CJSON$ANM_BASE_SUM = 0
        PERFORM JUDGE-NEW THRU JUDGE-NEW-EXIT
        GO TO JUDGE-ONE-ROUTE-EXIT
    END-IF.
    MOVE "VOLUME" TO CJSON$ANM_METRIC.
    MOVE SPACES TO CJSON$ANM_HOUR_TEXT.
    MOVE CJSON$ANM_BASE_ROWS TO CJSON$ANM_BASE_VALUE.
    MOVE CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1)
        TO CJSON$ANM_TARGET_VALUE.
    PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
    PERFORM JUDGE-ERROR-RATE THRU JUDGE-ERROR-RATE-EXIT.
    MOVE "IPS" TO CJSON$ANM_METRIC.
    COMPUTE CJSON$ANM_BASE_VALUE ROUNDED =
        CJSON$ANM_BASE_IPS / CJSON$ANM_BASE_DAYS.
    MOVE CJSON$ANM_RD_IPS(CJSON$ANM_ROUTE_IDX, 1)
        TO CJSON$ANM_TARGET_VALUE.
    PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
    MOVE "CREDS" TO CJSON$ANM_METRIC.
    COMPUTE CJSON$ANM_BASE_VALUE ROUNDED =
        CJSON$ANM_BASE_CREDS / CJSON$ANM_BASE_DAYS.
    MOVE CJSON$ANM_RD_CREDS(CJSON$ANM_ROUTE_IDX, 1)
        TO CJSON$ANM_TARGET_VALUE.
    PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
    PERFORM JUDGE-MEDIAN THRU JUDGE-MEDIAN-EXIT.
    PERFORM JUDGE-ONE-HOUR THRU JUDGE-ONE-HOUR-EXIT
        VARYING CJSON$ANM_HOUR_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_HOUR_IDX > 24.
JUDGE-ONE-ROUTE-EXIT.
    EXIT.

ADD-ONE-BASE-DAY.
    IF CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX) = 0
        GO TO ADD-ONE-BASE-DAY-EXIT
    END-IF.
    ADD CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
        TO CJSON$ANM_BASE_SUM.
    ADD CJSON$ANM_RD_ERRORS(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
        TO CJSON$ANM_BASE_ERRORS.
    ADD CJSON$ANM_RD_IPS(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
        TO CJSON$ANM_BASE_IPS.
    ADD CJSON$ANM_RD_CREDS(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
        TO CJSON$ANM_BASE_CREDS.
    IF CJSON$ANM_RD_MS_USED(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX) > 0
        PERFORM TAKE-DAY-MEDIAN THRU TAKE-DAY-MEDIAN-EXIT
        ADD CJSON$ANM_DAY_MEDIAN TO CJSON$ANM_BASE_MEDIAN
        ADD 1 TO CJSON$ANM_BASE_MEDIAN_DAYS
    END-IF.
ADD-ONE-BASE-DAY-EXIT.
    EXIT.

JUDGE-SILENT.
    MOVE "SILENT" TO CJSON$ANM_METRIC.
    PERFORM FIND-TOLERANCE THRU FIND-TOLERANCE-EXIT.
    MOVE 1 TO CJSON$ANM_FLOOR.
    IF CJSON$ANM_TOL_HIT > 0
       AND CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT) > 0
        MOVE CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT) TO CJSON$ANM_FLOOR
    END-IF.
    IF CJSON$ANM_BASE_ROWS < CJSON$ANM_FLOOR
        GO TO JUDGE-SILENT-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ANM_HOUR_TEXT.
    MOVE SPACES TO CJSON$ANM_BASE_TEXT.
    MOVE SPACES TO CJSON$ANM_TARGET_TEXT.
    MOVE CJSON$ANM_BASE_ROWS TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_BASE_TEXT(4:9).
    MOVE 0 TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_TARGET_TEXT(4:9).
    MOVE "NO TRAFFIC" TO CJSON$ANM_NOTE.
    PERFORM WRITE-FLAG THRU WRITE-FLAG-EXIT.
JUDGE-SILENT-EXIT.
    EXIT.

JUDGE-NEW.
    MOVE "NEW" TO CJSON$ANM_METRIC.
    PERFORM FIND-TOLERANCE THRU FIND-TOLERANCE-EXIT.
    MOVE 1 TO CJSON$ANM_FLOOR.
    IF CJSON$ANM_TOL_HIT > 0
       AND CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT) > 0
        MOVE CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT) TO CJSON$ANM_FLOOR
    END-IF.
    IF CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1) < CJSON$ANM_FLOOR
        GO TO JUDGE-NEW-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ANM_HOUR_TEXT.
    MOVE SPACES TO CJSON$ANM_BASE_TEXT.
    MOVE SPACES TO CJSON$ANM_TARGET_TEXT.
    MOVE 0 TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_BASE_TEXT(4:9).
    MOVE CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1)
        TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_TARGET_TEXT(4:9).
    MOVE "NOT IN BASELINE" TO CJSON$ANM_NOTE.
    PERFORM WRITE-FLAG THRU WRITE-FLAG-EXIT.
JUDGE-NEW-EXIT.
    EXIT.

JUDGE-ONE-HOUR.
    MOVE "HOURLY" TO CJSON$ANM_METRIC.
    COMPUTE CJSON$ANM_HOUR_EDIT = CJSON$ANM_HOUR_IDX - 1.
    MOVE CJSON$ANM_HOUR_EDIT TO CJSON$ANM_HOUR_TEXT.
    MOVE 0 TO CJSON$ANM_BASE_SUM.
    PERFORM ADD-ONE-BASE-HOUR THRU ADD-ONE-BASE-HOUR-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    COMPUTE CJSON$ANM_BASE_VALUE ROUNDED =
        CJSON$ANM_BASE_SUM / CJSON$ANM_BASE_DAYS.
    MOVE CJSON$ANM_RD_HOUR(CJSON$ANM_ROUTE_IDX, 1, CJSON$ANM_HOUR_IDX)
        TO CJSON$ANM_TARGET_VALUE.
    PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
JUDGE-ONE-HOUR-EXIT.
    EXIT.

ADD-ONE-BASE-HOUR.
    IF CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX) > 0
        ADD CJSON$ANM_RD_HOUR(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX,
                              CJSON$ANM_HOUR_IDX)
            TO CJSON$ANM_BASE_SUM
    END-IF.
ADD-ONE-BASE-HOUR-EXIT.
    EXIT.

*> Flags CJSON$ANM_METRIC when the target value is further from the
*> baseline than both the band (a percentage of the baseline) and the
*> floor allow.
JUDGE-COUNT.
    PERFORM FIND-TOLERANCE THRU FIND-TOLERANCE-EXIT.
    IF CJSON$ANM_TOL_HIT = 0
        GO TO JUDGE-COUNT-EXIT
    END-IF.
    IF CJSON$ANM_TARGET_VALUE > CJSON$ANM_BASE_VALUE
        COMPUTE CJSON$ANM_DIFF =
            CJSON$ANM_TARGET_VALUE - CJSON$ANM_BASE_VALUE
    ELSE
        COMPUTE CJSON$ANM_DIFF =
            CJSON$ANM_BASE_VALUE - CJSON$ANM_TARGET_VALUE
    END-IF.
    COMPUTE CJSON$ANM_ALLOWANCE =
        CJSON$ANM_BASE_VALUE * CJSON$ANM_TL_BAND(CJSON$ANM_TOL_HIT)
        / 100.
    IF CJSON$ANM_DIFF NOT > CJSON$ANM_ALLOWANCE
       OR CJSON$ANM_DIFF NOT > CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT)
        GO TO JUDGE-COUNT-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ANM_BASE_TEXT.
    MOVE SPACES TO CJSON$ANM_TARGET_TEXT.
    MOVE CJSON$ANM_BASE_VALUE TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_BASE_TEXT(4:9).
    MOVE CJSON$ANM_TARGET_VALUE TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_TARGET_TEXT(4:9).
    MOVE CJSON$ANM_TL_BAND(CJSON$ANM_TOL_HIT) TO CJSON$ANM_BAND_EDIT.
    MOVE SPACES TO CJSON$ANM_NOTE.
    STRING "BAND " DELIMITED BY SIZE
           CJSON$ANM_BAND_EDIT DELIMITED BY SIZE
           " PCT" DELIMITED BY SIZE
        INTO CJSON$ANM_NOTE.
    PERFORM WRITE-FLAG THRU WRITE-FLAG-EXIT.
JUDGE-COUNT-EXIT.
    EXIT.

*> Rates are compared in percentage points; the floor is the fewest
*> target-day requests a rate needs before it means anything.
JUDGE-ERROR-RATE.
    MOVE "ERRRATE" TO CJSON$ANM_METRIC.
    PERFORM FIND-TOLERANCE THRU FIND-TOLERANCE-EXIT.
    IF CJSON$ANM_TOL_HIT = 0
        GO TO JUDGE-ERROR-RATE-EXIT
    END-IF.
    IF CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1)
       < CJSON$ANM_TL_FLOOR(CJSON$ANM_TOL_HIT)
        GO TO JUDGE-ERROR-RATE-EXIT
    END-IF.
    COMPUTE CJSON$ANM_BASE_RATE ROUNDED =
        CJSON$ANM_BASE_ERRORS * 100 / CJSON$ANM_BASE_SUM.
    COMPUTE CJSON$ANM_TARGET_RATE ROUNDED =
        CJSON$ANM_RD_ERRORS(CJSON$ANM_ROUTE_IDX, 1) * 100
        / CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1).
    IF CJSON$ANM_TARGET_RATE > CJSON$ANM_BASE_RATE
        COMPUTE CJSON$ANM_RATE_DIFF =
            CJSON$ANM_TARGET_RATE - CJSON$ANM_BASE_RATE
    ELSE
        COMPUTE CJSON$ANM_RATE_DIFF =
            CJSON$ANM_BASE_RATE - CJSON$ANM_TARGET_RATE
    END-IF.
    IF CJSON$ANM_RATE_DIFF NOT > CJSON$ANM_TL_BAND(CJSON$ANM_TOL_HIT)
        GO TO JUDGE-ERROR-RATE-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ANM_BASE_TEXT.
    MOVE SPACES TO CJSON$ANM_TARGET_TEXT.
    MOVE CJSON$ANM_BASE_RATE TO CJSON$ANM_RATE_EDIT.
    MOVE CJSON$ANM_RATE_EDIT TO CJSON$ANM_BASE_TEXT(3:6).
    MOVE " PCT" TO CJSON$ANM_BASE_TEXT(9:4).
    MOVE CJSON$ANM_TARGET_RATE TO CJSON$ANM_RATE_EDIT.
    MOVE CJSON$ANM_RATE_EDIT TO CJSON$ANM_TARGET_TEXT(3:6).
    MOVE " PCT" TO CJSON$ANM_TARGET_TEXT(9:4).
    MOVE CJSON$ANM_TL_BAND(CJSON$ANM_TOL_HIT) TO CJSON$ANM_BAND_EDIT.
    MOVE SPACES TO CJSON$ANM_NOTE.
    STRING "BAND " DELIMITED BY SIZE
           CJSON$ANM_BAND_EDIT DELIMITED BY SIZE
           " POINTS" DELIMITED BY SIZE
        INTO CJSON$ANM_NOTE.
    PERFORM WRITE-FLAG THRU WRITE-FLAG-EXIT.
JUDGE-ERROR-RATE-EXIT.
    EXIT.

*> Only judged when both sides have timed rows.
JUDGE-MEDIAN.
    IF CJSON$ANM_BASE_MEDIAN_DAYS = 0
       OR CJSON$ANM_RD_MS_USED(CJSON$ANM_ROUTE_IDX, 1) = 0
        GO TO JUDGE-MEDIAN-EXIT
    END-IF.
    MOVE "MEDIANMS" TO CJSON$ANM_METRIC.
    COMPUTE CJSON$ANM_BASE_VALUE ROUNDED =
        CJSON$ANM_BASE_MEDIAN / CJSON$ANM_BASE_MEDIAN_DAYS.
    MOVE 1 TO CJSON$ANM_DAY_IDX.
    PERFORM TAKE-DAY-MEDIAN THRU TAKE-DAY-MEDIAN-EXIT.
    MOVE CJSON$ANM_DAY_MEDIAN TO CJSON$ANM_TARGET_VALUE.
    PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
JUDGE-MEDIAN-EXIT.
    EXIT.

*> Median of the route's timed rows for day slot CJSON$ANM_DAY_IDX, at
*> the nearest-rank position CJSON_AUDIT_REPORT uses.
TAKE-DAY-MEDIAN.
    MOVE CJSON$ANM_RD_MS_USED(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
        TO CJSON$ANM_SORT_COUNT.
    PERFORM COPY-ONE-SAMPLE THRU COPY-ONE-SAMPLE-EXIT
        VARYING CJSON$ANM_SORT_I FROM 1 BY 1
        UNTIL CJSON$ANM_SORT_I > CJSON$ANM_SORT_COUNT.
    PERFORM SORT-SAMPLES THRU SORT-SAMPLES-EXIT.
    COMPUTE CJSON$ANM_PCT_IDX =
        (CJSON$ANM_SORT_COUNT * 50 + 99) / 100.
    MOVE CJSON$ANM_SORT_VALUE(CJSON$ANM_PCT_IDX)
        TO CJSON$ANM_DAY_MEDIAN.
TAKE-DAY-MEDIAN-EXIT.
    EXIT.

COPY-ONE-SAMPLE.
    MOVE CJSON$ANM_RD_MS_SAMPLE(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX,
            CJSON$ANM_SORT_I)
        TO CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_I).
COPY-ONE-SAMPLE-EXIT.
    EXIT.

*> Straight selection sort, as in CJSON_AUDIT_REPORT.
SORT-SAMPLES.
    IF CJSON$ANM_SORT_COUNT < 2
        GO TO SORT-SAMPLES-EXIT
    END-IF.
    PERFORM SORT-ONE-SLOT THRU SORT-ONE-SLOT-EXIT
        VARYING CJSON$ANM_SORT_I FROM 1 BY 1
        UNTIL CJSON$ANM_SORT_I = CJSON$ANM_SORT_COUNT.
SORT-SAMPLES-EXIT.
    EXIT.

SORT-ONE-SLOT.
    MOVE CJSON$ANM_SORT_I TO CJSON$ANM_SORT_MIN_IDX.
    COMPUTE CJSON$ANM_SORT_J = CJSON$ANM_SORT_I + 1.
    PERFORM SORT-FIND-SMALLEST THRU SORT-FIND-SMALLEST-EXIT
        UNTIL CJSON$ANM_SORT_J > CJSON$ANM_SORT_COUNT.
    IF CJSON$ANM_SORT_MIN_IDX NOT = CJSON$ANM_SORT_I
        MOVE CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_I)
            TO CJSON$ANM_SORT_SWAP
        MOVE CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_MIN_IDX)
            TO CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_I)
        MOVE CJSON$ANM_SORT_SWAP
            TO CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_MIN_IDX)
    END-IF.
SORT-ONE-SLOT-EXIT.
    EXIT.

SORT-FIND-SMALLEST.
    IF CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_J)
       < CJSON$ANM_SORT_VALUE(CJSON$ANM_SORT_MIN_IDX)
        MOVE CJSON$ANM_SORT_J TO CJSON$ANM_SORT_MIN_IDX
    END-IF.
    ADD 1 TO CJSON$ANM_SORT_J.
SORT-FIND-SMALLEST-EXIT.
    EXIT.

*> First row for CJSON$ANM_METRIC whose prefix the route's path starts
*> with; a blank prefix covers every route. Zero when none.
FIND-TOLERANCE.
    MOVE 0 TO CJSON$ANM_TOL_HIT.
    PERFORM MATCH-ONE-TOLERANCE THRU MATCH-ONE-TOLERANCE-EXIT
        VARYING CJSON$ANM_TOL_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_TOL_IDX > CJSON$ANM_TOL_USED
           OR CJSON$ANM_TOL_HIT > 0.
FIND-TOLERANCE-EXIT.
    EXIT.

MATCH-ONE-TOLERANCE.
    IF CJSON$ANM_TL_METRIC(CJSON$ANM_TOL_IDX) NOT = CJSON$ANM_METRIC
        GO TO MATCH-ONE-TOLERANCE-EXIT
    END-IF.
    IF CJSON$ANM_TL_PATH_LEN(CJSON$ANM_TOL_IDX) = 0
        MOVE CJSON$ANM_TOL_IDX TO CJSON$ANM_TOL_HIT
        GO TO MATCH-ONE-TOLERANCE-EXIT
    END-IF.
    IF CJSON$ANM_RT_PATH(CJSON$ANM_ROUTE_IDX)
           (1:CJSON$ANM_TL_PATH_LEN(CJSON$ANM_TOL_IDX))
       = CJSON$ANM_TL_PATH(CJSON$ANM_TOL_IDX)
           (1:CJSON$ANM_TL_PATH_LEN(CJSON$ANM_TOL_IDX))
        MOVE CJSON$ANM_TOL_IDX TO CJSON$ANM_TOL_HIT
    END-IF.
MATCH-ONE-TOLERANCE-EXIT.
    EXIT.

WRITE-FLAG.
    ADD 1 TO CJSON$ANM_FLAG_COUNT.
    ADD 1 TO CJSON$ANM_RT_FLAGS(CJSON$ANM_ROUTE_IDX).
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    MOVE CJSON$ANM_RT_PROGRAM(CJSON$ANM_ROUTE_IDX)
        TO CJSON$ANM_RPT_LINE(1:31).
    MOVE CJSON$ANM_RT_PATH(CJSON$ANM_ROUTE_IDX)
        TO CJSON$ANM_RPT_LINE(33:40).
    MOVE CJSON$ANM_METRIC TO CJSON$ANM_RPT_LINE(74:8).
    MOVE CJSON$ANM_HOUR_TEXT TO CJSON$ANM_RPT_LINE(83:2).
    MOVE CJSON$ANM_BASE_TEXT TO CJSON$ANM_RPT_LINE(86:12).
    MOVE CJSON$ANM_TARGET_TEXT TO CJSON$ANM_RPT_LINE(99:12).
    MOVE CJSON$ANM_NOTE TO CJSON$ANM_RPT_LINE(112:).
    WRITE CJSON$ANM_RPT_LINE.
WRITE-FLAG-EXIT.
    EXIT.

WRITE-SUMMARY.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    IF CJSON$ANM_FLAG_COUNT = 0
        MOVE "NO ANOMALIES" TO CJSON$ANM_RPT_LINE
        WRITE CJSON$ANM_RPT_LINE
        MOVE SPACES TO CJSON$ANM_RPT_LINE
        WRITE CJSON$ANM_RPT_LINE
    END-IF.
    MOVE "BY ROUTE" TO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    MOVE "PROGRAM" TO CJSON$ANM_RPT_LINE(1:31).
    MOVE "PATH" TO CJSON$ANM_RPT_LINE(33:40).
    MOVE "    BASELINE" TO CJSON$ANM_RPT_LINE(86:12).
    MOVE "  TARGET DAY" TO CJSON$ANM_RPT_LINE(99:12).
    MOVE "FLAGS" TO CJSON$ANM_RPT_LINE(112:).
    WRITE CJSON$ANM_RPT_LINE.
    PERFORM WRITE-ONE-ROUTE THRU WRITE-ONE-ROUTE-EXIT
        VARYING CJSON$ANM_ROUTE_IDX FROM 1 BY 1
        UNTIL CJSON$ANM_ROUTE_IDX > CJSON$ANM_ROUTE_USED.
    IF CJSON$ANM_ROUTE_OVERFLOW > 0
        MOVE CJSON$ANM_ROUTE_OVERFLOW TO CJSON$ANM_COUNT_EDIT
        MOVE SPACES TO CJSON$ANM_RPT_LINE
        STRING "(OTHERS PAST TABLE LIMIT, NOT JUDGED)  ROWS "
                   DELIMITED BY SIZE
               CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
            INTO CJSON$ANM_RPT_LINE
        WRITE CJSON$ANM_RPT_LINE
    END-IF.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    MOVE CJSON$ANM_ROW_COUNT TO CJSON$ANM_COUNT_EDIT.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    STRING "AUDIT ROWS READ      " DELIMITED BY SIZE
           CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
    IF CJSON$ANM_WORK_ERRORS > 0
        MOVE CJSON$ANM_WORK_ERRORS TO CJSON$ANM_COUNT_EDIT
        MOVE SPACES TO CJSON$ANM_RPT_LINE
        STRING "SCRATCH FILE WRITE FAILURES, DISTINCT COUNTS LOW "
                   DELIMITED BY SIZE
               CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
            INTO CJSON$ANM_RPT_LINE
        WRITE CJSON$ANM_RPT_LINE
        DISPLAY "CJSON_ANOMALY_REPORT: " CJSON$ANM_COUNT_EDIT
            " scratch file write failure(s) - distinct counts low"
    END-IF.
    MOVE CJSON$ANM_FLAG_COUNT TO CJSON$ANM_COUNT_EDIT.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    STRING "ANOMALIES FLAGGED    " DELIMITED BY SIZE
           CJSON$ANM_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$ANM_RPT_LINE.
    WRITE CJSON$ANM_RPT_LINE.
WRITE-SUMMARY-EXIT.
    EXIT.

WRITE-ONE-ROUTE.
    MOVE 0 TO CJSON$ANM_BASE_SUM.
    PERFORM ADD-ONE-BASE-ROWS THRU ADD-ONE-BASE-ROWS-EXIT
        VARYING CJSON$ANM_DAY_IDX FROM 2 BY 1
        UNTIL CJSON$ANM_DAY_IDX > CJSON$ANM_DAY_COUNT.
    MOVE SPACES TO CJSON$ANM_RPT_LINE.
    MOVE CJSON$ANM_RT_PROGRAM(CJSON$ANM_ROUTE_IDX)
        TO CJSON$ANM_RPT_LINE(1:31).
    MOVE CJSON$ANM_RT_PATH(CJSON$ANM_ROUTE_IDX)
        TO CJSON$ANM_RPT_LINE(33:40).
    IF CJSON$ANM_BASE_DAYS > 0
        COMPUTE CJSON$ANM_BASE_ROWS ROUNDED =
            CJSON$ANM_BASE_SUM / CJSON$ANM_BASE_DAYS
        MOVE CJSON$ANM_BASE_ROWS TO CJSON$ANM_COUNT_EDIT
        MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_RPT_LINE(89:9)
    END-IF.
    MOVE CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, 1)
        TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_RPT_LINE(102:9).
    MOVE CJSON$ANM_RT_FLAGS(CJSON$ANM_ROUTE_IDX)
        TO CJSON$ANM_COUNT_EDIT.
    MOVE CJSON$ANM_COUNT_EDIT TO CJSON$ANM_RPT_LINE(112:9).
    WRITE CJSON$ANM_RPT_LINE.
WRITE-ONE-ROUTE-EXIT.
    EXIT.

ADD-ONE-BASE-ROWS.
    IF CJSON$ANM_DAY_ROWS(CJSON$ANM_DAY_IDX) > 0
        ADD CJSON$ANM_RD_ROWS(CJSON$ANM_ROUTE_IDX, CJSON$ANM_DAY_IDX)
            TO CJSON$ANM_BASE_SUM
    END-IF.
ADD-ONE-BASE-ROWS-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
    IF CJSON$ANM_DD > 1
        SUBTRACT 1 FROM CJSON$ANM_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    IF CJSON$ANM_MM = 1
        SUBTRACT 1 FROM CJSON$ANM_YYYY
        MOVE 12 TO CJSON$ANM_MM
        MOVE 31 TO CJSON$ANM_DD
        GO TO SUBTRACT-ONE-DAY-EXIT
    END-IF.
    SUBTRACT 1 FROM CJSON$ANM_MM.
    EVALUATE CJSON$ANM_MM
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10
            MOVE 31 TO CJSON$ANM_DD
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$ANM_DD
        WHEN 2
            MOVE 28 TO CJSON$ANM_DD
            DIVIDE CJSON$ANM_YYYY BY 4 GIVING CJSON$ANM_LEAP_QUOT
                REMAINDER CJSON$ANM_LEAP_REM
            IF CJSON$ANM_LEAP_REM = 0
                DIVIDE CJSON$ANM_YYYY BY 100
                    GIVING CJSON$ANM_LEAP_QUOT
                    REMAINDER CJSON$ANM_LEAP_REM
                IF CJSON$ANM_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$ANM_DD
                ELSE
                    DIVIDE CJSON$ANM_YYYY BY 400
                        GIVING CJSON$ANM_LEAP_QUOT
                        REMAINDER CJSON$ANM_LEAP_REM
                    IF CJSON$ANM_LEAP_REM = 0
                        MOVE 29 TO CJSON$ANM_DD
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.
SUBTRACT-ONE-DAY-EXIT.
    EXIT.
