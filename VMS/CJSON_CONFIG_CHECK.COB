*> Checked against their copybook layouts and against each other:
*>   CJSON_ROUTE_CONFIG     (CJSON_ROUTE_CONFIG.CPY) - method, match
*>                          type, path, program and TTL usable; rows
*>                          past the 32-entry table cap; a shadow
*>                          percentage outside 0-100, a shadow program
*>                          with no percentage or a percentage with no
*>                          program, a route shadowing itself, and a
*>                          shadow on a route that can never be
*>                          shadowed (not GET, or a batch route);
*>                          a CJSON_ADMIN_ program routed with no
*>                          required role, or with a cache TTL
*>   CJSON_JOBQ_SCHEDULE    (CJSON_JOBQ_SCHED.CPY) - recurrence, day,
*>                          time, method and format usable
*>   CJSON_THROTTLE_LIMITS  - path present, count and window numeric
*>                          CJSON_VALIDATE honors; rules naming a
*>                          CJSON$VRULE_PROGRAM no route configuration
*>                          row or schedule row ever references
*>   CJSON_AUTH_FILE        (CJSON_AUTH.CPY) - credential digest and
*>                          role present; status A, S or R; valid-from
*>                          and valid-to dates numeric and in order;
*>                          credential rows whose role no configured
*>                          route requires
*>   CJSON_EVENT_SUBS       - rows past the 8 delivered-flag slots
*>                          CJSON$EVENT_DELIVERED carries
*>   CJSON_SECURITY_RULES   - pattern AUTHFAIL, IDWALK or THROTTLE;
*>                          subject I or C; threshold, spread and
*>                          block minutes numeric and threshold
*>                          positive; a spread on a pattern other than
*>                          AUTHFAIL, or block minutes on a credential
*>                          row, which CJSON_SECURITY_SCAN ignores
*>   CJSON_ANOMALY_TOLERANCES - metric VOLUME, HOURLY, ERRRATE, IPS,
*>                          CREDS, MEDIANMS, SILENT or NEW; band and
*>                          floor numeric; a band on SILENT or NEW,
*>                          which CJSON_ANOMALY_REPORT ignores; rows
*>                          past its 64-row table; rows behind an
*>                          earlier row for the same metric with a
*>                          broader prefix and so unreachable
*>   CJSON_CACHE_INVALIDATION (CJSON_CACHE_INVAL.CPY) - event type
*>                          present; event path blank or a "/" path;
*>                          cached prefix "=" or a "/" path (a blank
*>                          one is silently ignored by CJSON_EVENT)
*>
*> Every finding is DISPLAYed as one line, and RETURN-CODE is set
*> non-zero when anything was found, so the edit procedure can refuse
    SELECT CJSON$CHK_SUBS_FILE ASSIGN TO "CJSON_EVENT_SUBS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$CHK_SUBS_STATUS.
    SELECT CJSON$CHK_SRULE_FILE ASSIGN TO "CJSON_SECURITY_RULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$CHK_SRULE_STATUS.
    SELECT CJSON$CHK_TOL_FILE ASSIGN TO "CJSON_ANOMALY_TOLERANCES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$CHK_TOL_STATUS.
    SELECT CJSON$CINV_FILE ASSIGN TO "CJSON_CACHE_INVALIDATION"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$CHK_CINV_STATUS.

DATA DIVISION.
FILE SECTION.
01  CJSON$CHK_SUB_RECORD.
    05  CJSON$CHK_SUB_NAME          PIC X(16).
    05  CJSON$CHK_SUB_FILE          PIC X(64).
FD  CJSON$CHK_SRULE_FILE.
01  CJSON$CHK_SRULE_RECORD.
    05  CJSON$CHK_SRULE_PATTERN     PIC X(08).
    05  CJSON$CHK_SRULE_SUBJECT     PIC X(01).
    05  CJSON$CHK_SRULE_THRESHOLD   PIC 9(05).
    05  CJSON$CHK_SRULE_SPREAD      PIC 9(05).
    05  CJSON$CHK_SRULE_MINUTES     PIC 9(05).
FD  CJSON$CHK_TOL_FILE.
01  CJSON$CHK_TOL_RECORD.
    05  CJSON$CHK_TOL_METRIC        PIC X(08).
    05  CJSON$CHK_TOL_PATH          PIC X(80).
    05  CJSON$CHK_TOL_BAND          PIC 9(05).
    05  CJSON$CHK_TOL_FLOOR         PIC 9(09).
FD  CJSON$CINV_FILE.
COPY 'CJSON_CACHE_INVAL.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$CHK_RCFG_STATUS           PIC X(02).
01  CJSON$CHK_VRULE_STATUS          PIC X(02).
01  CJSON$CHK_AUTH_STATUS           PIC X(02).
01  CJSON$CHK_SUBS_STATUS           PIC X(02).
01  CJSON$CHK_SRULE_STATUS          PIC X(02).
01  CJSON$CHK_TOL_STATUS            PIC X(02).
01  CJSON$CHK_CINV_STATUS           PIC X(02).
01  CJSON$CHK_EOF_SWITCH            PIC X(01).
    88  CJSON$CHK_AT_EOF            VALUE 'Y'.
    88  CJSON$CHK_NOT_AT_EOF        VALUE 'N'.
        10  CJSON$CHK_PREFIX_TEXT   PIC X(80).
        10  CJSON$CHK_PREFIX_LEN    PIC S9(09) COMP.
01  CJSON$CHK_THIS_PREFIX_LEN       PIC S9(09) COMP.
01  CJSON$CHK_TOL_TABLE.
    05  CJSON$CHK_TOL_USED          PIC S9(04) COMP VALUE 0.
    05  CJSON$CHK_TOL_ENTRY         OCCURS 64 TIMES.
        10  CJSON$CHK_TL_METRIC     PIC X(08).
        10  CJSON$CHK_TL_PATH       PIC X(80).
        10  CJSON$CHK_TL_LEN        PIC S9(09) COMP.
01  CJSON$CHK_PIPE_COUNT            PIC S9(09) COMP.
01  CJSON$CHK_ROUTE_COUNT           PIC S9(04) COMP VALUE 0.
01  CJSON$CHK_SUB_COUNT             PIC S9(04) COMP VALUE 0.
    PERFORM CHECK-VALIDATE-RULES THRU CHECK-VALIDATE-RULES-EXIT.
    PERFORM CHECK-AUTH-FILE THRU CHECK-AUTH-FILE-EXIT.
    PERFORM CHECK-EVENT-SUBS THRU CHECK-EVENT-SUBS-EXIT.
    PERFORM CHECK-SECURITY-RULES THRU CHECK-SECURITY-RULES-EXIT.
    PERFORM CHECK-ANOMALY-TOLERANCES
        THRU CHECK-ANOMALY-TOLERANCES-EXIT.
    PERFORM CHECK-CACHE-INVALIDATION
        THRU CHECK-CACHE-INVALIDATION-EXIT.
    MOVE CJSON$CHK_FINDING_COUNT TO CJSON$CHK_COUNT_EDIT.
    DISPLAY "CJSON_CONFIG_CHECK: " CJSON$CHK_COUNT_EDIT
        " finding(s)".
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " bad batch mode " CJSON$RCFG_BATCH_MODE
    END-IF.
    PERFORM CHECK-SHADOW-COLUMNS THRU CHECK-SHADOW-COLUMNS-EXIT.
    PERFORM CHECK-ADMIN-ROUTE THRU CHECK-ADMIN-ROUTE-EXIT.
    IF CJSON$CHK_ROW_UNUSABLE
        GO TO CHECK-ONE-ROUTE-ROW-EXIT
    END-IF.
CHECK-ONE-ROUTE-ROW-EXIT.
    EXIT.

*> The operator programs act on the queue and the stores for anyone the
*> route lets in, so one without a role is open to every caller; and a
*> cached answer would be stale and name an earlier operator.
CHECK-ADMIN-ROUTE.
    IF CJSON$RCFG_PROGRAM(1:12) NOT = "CJSON_ADMIN_"
        GO TO CHECK-ADMIN-ROUTE-EXIT
    END-IF.
    IF CJSON$RCFG_REQUIRED_ROLE = SPACES
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " admin program " CJSON$RCFG_PROGRAM " has no required role"
    END-IF.
    IF CJSON$RCFG_CACHE_TTL NUMERIC
       AND CJSON$RCFG_CACHE_TTL > 0
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " admin program " CJSON$RCFG_PROGRAM " is cached"
    END-IF.
CHECK-ADMIN-ROUTE-EXIT.
    EXIT.

*> The shadow columns never make a row unusable - CJSON_ROUTE_LOAD
*> loads such a route unshadowed - so these are findings only.
CHECK-SHADOW-COLUMNS.
    IF CJSON$RCFG_SHADOW_PROGRAM = SPACES
        IF CJSON$RCFG_SHADOW_PERCENT NOT = SPACES
           AND CJSON$RCFG_SHADOW_PERCENT NOT = "000"
            PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
            DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
                " shadow percentage with no shadow program"
        END-IF
        GO TO CHECK-SHADOW-COLUMNS-EXIT
    END-IF.
    IF CJSON$RCFG_SHADOW_PERCENT = SPACES
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " shadow program with no shadow percentage"
    ELSE
        IF CJSON$RCFG_SHADOW_PERCENT NOT NUMERIC
           OR CJSON$RCFG_SHADOW_PERCENT > 100
            PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
            DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
                " bad shadow percentage " CJSON$RCFG_SHADOW_PERCENT
        END-IF
    END-IF.
    IF CJSON$RCFG_SHADOW_PROGRAM = CJSON$RCFG_PROGRAM
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " shadow program is the route program itself"
    END-IF.
    IF CJSON$RCFG_METHOD NOT = "GET    "
       AND CJSON$RCFG_METHOD NOT = "ANY    "
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " shadow program on a " CJSON$RCFG_METHOD
            " route - only GETs are ever shadowed"
    END-IF.
    IF CJSON$RCFG_BATCH_MODE = "A" OR CJSON$RCFG_BATCH_MODE = "B"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ROUTE_CONFIG row " CJSON$CHK_ROW_NUMBER
            " shadow program on a batch route - never shadowed"
    END-IF.
CHECK-SHADOW-COLUMNS-EXIT.
    EXIT.

CHECK-SCHEDULE-FILE.
    SET CJSON$CHK_NOT_AT_EOF TO TRUE.
    MOVE 0 TO CJSON$CHK_ROW_NUMBER.
            GO TO CHECK-ONE-AUTH-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$CHK_ROW_NUMBER.
    IF CJSON$AUTH_CREDENTIAL_HASH = SPACES
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_AUTH_FILE row " CJSON$CHK_ROW_NUMBER
            " blank credential digest - matches nothing"
        GO TO CHECK-ONE-AUTH-ROW-EXIT
    END-IF.
    IF NOT CJSON$AUTH_CRED_ACTIVE
       AND NOT CJSON$AUTH_CRED_SUSPENDED
       AND NOT CJSON$AUTH_CRED_REVOKED
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_AUTH_FILE row " CJSON$CHK_ROW_NUMBER
            " status " CJSON$AUTH_CRED_STATUS
            " not A, S or R - never accepted"
        GO TO CHECK-ONE-AUTH-ROW-EXIT
    END-IF.
    IF CJSON$AUTH_VALID_FROM NOT NUMERIC
       OR CJSON$AUTH_VALID_TO NOT NUMERIC
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_AUTH_FILE row " CJSON$CHK_ROW_NUMBER
            " valid-from/valid-to not YYYYMMDD - never accepted"
        GO TO CHECK-ONE-AUTH-ROW-EXIT
    END-IF.
    IF CJSON$AUTH_VALID_TO < CJSON$AUTH_VALID_FROM
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_AUTH_FILE row " CJSON$CHK_ROW_NUMBER
            " valid-to " CJSON$AUTH_VALID_TO
            " before valid-from " CJSON$AUTH_VALID_FROM
        GO TO CHECK-ONE-AUTH-ROW-EXIT
    END-IF.
    IF CJSON$AUTH_ROLE = SPACES
COUNT-ONE-SUB-ROW-EXIT.
    EXIT.

CHECK-SECURITY-RULES.
    SET CJSON$CHK_NOT_AT_EOF TO TRUE.
    MOVE 0 TO CJSON$CHK_ROW_NUMBER.
    OPEN INPUT CJSON$CHK_SRULE_FILE.
    IF CJSON$CHK_SRULE_STATUS NOT = "00"
        IF CJSON$CHK_SRULE_STATUS NOT = "35"
            PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
            DISPLAY "  CJSON_SECURITY_RULES unreadable, status "
                CJSON$CHK_SRULE_STATUS
        END-IF
        GO TO CHECK-SECURITY-RULES-EXIT
    END-IF.
    PERFORM CHECK-ONE-SRULE-ROW THRU CHECK-ONE-SRULE-ROW-EXIT
        UNTIL CJSON$CHK_AT_EOF.
    CLOSE CJSON$CHK_SRULE_FILE.
CHECK-SECURITY-RULES-EXIT.
    EXIT.

CHECK-ONE-SRULE-ROW.
    READ CJSON$CHK_SRULE_FILE
        AT END
            SET CJSON$CHK_AT_EOF TO TRUE
            GO TO CHECK-ONE-SRULE-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$CHK_ROW_NUMBER.
    IF CJSON$CHK_SRULE_RECORD = SPACES
        GO TO CHECK-ONE-SRULE-ROW-EXIT
    END-IF.
    IF CJSON$CHK_SRULE_PATTERN NOT = "AUTHFAIL"
       AND CJSON$CHK_SRULE_PATTERN NOT = "IDWALK"
       AND CJSON$CHK_SRULE_PATTERN NOT = "THROTTLE"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " unknown pattern " CJSON$CHK_SRULE_PATTERN
    END-IF.
    IF CJSON$CHK_SRULE_SUBJECT NOT = "I"
       AND CJSON$CHK_SRULE_SUBJECT NOT = "C"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " subject must be I or C"
    END-IF.
    IF CJSON$CHK_SRULE_THRESHOLD NOT NUMERIC
       OR CJSON$CHK_SRULE_SPREAD NOT NUMERIC
       OR CJSON$CHK_SRULE_MINUTES NOT NUMERIC
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " non-numeric threshold, spread or block minutes"
        GO TO CHECK-ONE-SRULE-ROW-EXIT
    END-IF.
    IF CJSON$CHK_SRULE_THRESHOLD = 0
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " zero threshold"
    END-IF.
    IF CJSON$CHK_SRULE_SPREAD > 0
       AND CJSON$CHK_SRULE_PATTERN NOT = "AUTHFAIL"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " spread is only used by AUTHFAIL"
    END-IF.
    IF CJSON$CHK_SRULE_MINUTES > 0
       AND CJSON$CHK_SRULE_SUBJECT = "C"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_SECURITY_RULES row " CJSON$CHK_ROW_NUMBER
            " block minutes on a credential row are never applied"
    END-IF.
CHECK-ONE-SRULE-ROW-EXIT.
    EXIT.

CHECK-ANOMALY-TOLERANCES.
    SET CJSON$CHK_NOT_AT_EOF TO TRUE.
    MOVE 0 TO CJSON$CHK_ROW_NUMBER.
    OPEN INPUT CJSON$CHK_TOL_FILE.
    IF CJSON$CHK_TOL_STATUS NOT = "00"
        IF CJSON$CHK_TOL_STATUS NOT = "35"
            PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
            DISPLAY "  CJSON_ANOMALY_TOLERANCES unreadable, status "
                CJSON$CHK_TOL_STATUS
        END-IF
        GO TO CHECK-ANOMALY-TOLERANCES-EXIT
    END-IF.
    PERFORM CHECK-ONE-TOL-ROW THRU CHECK-ONE-TOL-ROW-EXIT
        UNTIL CJSON$CHK_AT_EOF.
    CLOSE CJSON$CHK_TOL_FILE.
CHECK-ANOMALY-TOLERANCES-EXIT.
    EXIT.

CHECK-ONE-TOL-ROW.
    READ CJSON$CHK_TOL_FILE
        AT END
            SET CJSON$CHK_AT_EOF TO TRUE
            GO TO CHECK-ONE-TOL-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$CHK_ROW_NUMBER.
    IF CJSON$CHK_TOL_RECORD = SPACES
        GO TO CHECK-ONE-TOL-ROW-EXIT
    END-IF.
    SET CJSON$CHK_ROW_USABLE TO TRUE.
    IF CJSON$CHK_TOL_METRIC NOT = "VOLUME"
       AND CJSON$CHK_TOL_METRIC NOT = "HOURLY"
       AND CJSON$CHK_TOL_METRIC NOT = "ERRRATE"
       AND CJSON$CHK_TOL_METRIC NOT = "IPS"
       AND CJSON$CHK_TOL_METRIC NOT = "CREDS"
       AND CJSON$CHK_TOL_METRIC NOT = "MEDIANMS"
       AND CJSON$CHK_TOL_METRIC NOT = "SILENT"
       AND CJSON$CHK_TOL_METRIC NOT = "NEW"
        SET CJSON$CHK_ROW_UNUSABLE TO TRUE
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ANOMALY_TOLERANCES row " CJSON$CHK_ROW_NUMBER
            " unknown metric " CJSON$CHK_TOL_METRIC
    END-IF.
    IF CJSON$CHK_TOL_BAND NOT NUMERIC
       OR CJSON$CHK_TOL_FLOOR NOT NUMERIC
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ANOMALY_TOLERANCES row " CJSON$CHK_ROW_NUMBER
            " non-numeric band or floor"
        GO TO CHECK-ONE-TOL-ROW-EXIT
    END-IF.
    IF CJSON$CHK_ROW_UNUSABLE
        GO TO CHECK-ONE-TOL-ROW-EXIT
    END-IF.
    IF CJSON$CHK_TOL_BAND > 0
       AND (CJSON$CHK_TOL_METRIC = "SILENT"
         OR CJSON$CHK_TOL_METRIC = "NEW")
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ANOMALY_TOLERANCES row " CJSON$CHK_ROW_NUMBER
            " band on " CJSON$CHK_TOL_METRIC " is never applied"
    END-IF.
    MOVE 0 TO CJSON$CHK_THIS_PREFIX_LEN.
    INSPECT CJSON$CHK_TOL_PATH TALLYING CJSON$CHK_THIS_PREFIX_LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    SET CJSON$CHK_NAME_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-EARLIER-TOL THRU MATCH-ONE-EARLIER-TOL-EXIT
        VARYING CJSON$CHK_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$CHK_SEARCH_IDX > CJSON$CHK_TOL_USED
           OR CJSON$CHK_NAME_FOUND.
    IF CJSON$CHK_NAME_FOUND
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ANOMALY_TOLERANCES row " CJSON$CHK_ROW_NUMBER
            " unreachable - an earlier " CJSON$CHK_TOL_METRIC
            " row covers its prefix"
    END-IF.
    IF CJSON$CHK_TOL_USED >= 64
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_ANOMALY_TOLERANCES row " CJSON$CHK_ROW_NUMBER
            " past the 64-row table cap"
        GO TO CHECK-ONE-TOL-ROW-EXIT
    END-IF.
    ADD 1 TO CJSON$CHK_TOL_USED.
    MOVE CJSON$CHK_TOL_METRIC
        TO CJSON$CHK_TL_METRIC(CJSON$CHK_TOL_USED).
    MOVE CJSON$CHK_TOL_PATH TO CJSON$CHK_TL_PATH(CJSON$CHK_TOL_USED).
    MOVE CJSON$CHK_THIS_PREFIX_LEN
        TO CJSON$CHK_TL_LEN(CJSON$CHK_TOL_USED).
CHECK-ONE-TOL-ROW-EXIT.
    EXIT.

*> An earlier row for the same metric wins when its prefix is blank or
*> is a leading part of this row's prefix.
MATCH-ONE-EARLIER-TOL.
    IF CJSON$CHK_TL_METRIC(CJSON$CHK_SEARCH_IDX)
       NOT = CJSON$CHK_TOL_METRIC
        GO TO MATCH-ONE-EARLIER-TOL-EXIT
    END-IF.
    IF CJSON$CHK_TL_LEN(CJSON$CHK_SEARCH_IDX) = 0
        SET CJSON$CHK_NAME_FOUND TO TRUE
        GO TO MATCH-ONE-EARLIER-TOL-EXIT
    END-IF.
    IF CJSON$CHK_TL_LEN(CJSON$CHK_SEARCH_IDX)
       > CJSON$CHK_THIS_PREFIX_LEN
        GO TO MATCH-ONE-EARLIER-TOL-EXIT
    END-IF.
    IF CJSON$CHK_TOL_PATH(1:CJSON$CHK_TL_LEN(CJSON$CHK_SEARCH_IDX))
       = CJSON$CHK_TL_PATH(CJSON$CHK_SEARCH_IDX)
             (1:CJSON$CHK_TL_LEN(CJSON$CHK_SEARCH_IDX))
        SET CJSON$CHK_NAME_FOUND TO TRUE
    END-IF.
MATCH-ONE-EARLIER-TOL-EXIT.
    EXIT.

CHECK-CACHE-INVALIDATION.
    SET CJSON$CHK_NOT_AT_EOF TO TRUE.
    MOVE 0 TO CJSON$CHK_ROW_NUMBER.
    OPEN INPUT CJSON$CINV_FILE.
    IF CJSON$CHK_CINV_STATUS NOT = "00"
        IF CJSON$CHK_CINV_STATUS NOT = "35"
            PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
            DISPLAY "  CJSON_CACHE_INVALIDATION unreadable, status "
                CJSON$CHK_CINV_STATUS
        END-IF
        GO TO CHECK-CACHE-INVALIDATION-EXIT
    END-IF.
    PERFORM CHECK-ONE-CINV-ROW THRU CHECK-ONE-CINV-ROW-EXIT
        UNTIL CJSON$CHK_AT_EOF.
    CLOSE CJSON$CINV_FILE.
CHECK-CACHE-INVALIDATION-EXIT.
    EXIT.

CHECK-ONE-CINV-ROW.
    READ CJSON$CINV_FILE
        AT END
            SET CJSON$CHK_AT_EOF TO TRUE
            GO TO CHECK-ONE-CINV-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$CHK_ROW_NUMBER.
    IF CJSON$CINV_RECORD = SPACES
        GO TO CHECK-ONE-CINV-ROW-EXIT
    END-IF.
    IF CJSON$CINV_EVENT_TYPE = SPACES
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_CACHE_INVALIDATION row " CJSON$CHK_ROW_NUMBER
            " has no event type (use * for any type)"
    END-IF.
    IF CJSON$CINV_EVENT_PATH NOT = SPACES
       AND CJSON$CINV_EVENT_PATH(1:1) NOT = "/"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_CACHE_INVALIDATION row " CJSON$CHK_ROW_NUMBER
            " event path does not start with /"
    END-IF.
    IF CJSON$CINV_CACHE_PATH = SPACES
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_CACHE_INVALIDATION row " CJSON$CHK_ROW_NUMBER
            " has no cached prefix and is ignored"
        GO TO CHECK-ONE-CINV-ROW-EXIT
    END-IF.
    IF CJSON$CINV_CACHE_PATH NOT = "="
       AND CJSON$CINV_CACHE_PATH(1:1) NOT = "/"
        PERFORM REPORT-FINDING THRU REPORT-FINDING-EXIT
        DISPLAY "  CJSON_CACHE_INVALIDATION row " CJSON$CHK_ROW_NUMBER
            " cached prefix is neither = nor a / path"
    END-IF.
CHECK-ONE-CINV-ROW-EXIT.
    EXIT.

REPORT-FINDING.
    ADD 1 TO CJSON$CHK_FINDING_COUNT.
REPORT-FINDING-EXIT.
