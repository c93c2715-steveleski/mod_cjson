*> CJSON_HOUSEKEEP - retention housekeeping for the runtime stores that
*> otherwise grow forever. CJSON_AUDIT_ARCHIVE already gives the audit
*> trail dated rollover and a purge; this program is the matching
*> nightly pass over the other stores. Run standalone:
*>     RUN CJSON_HOUSEKEEP
*>
*> Retention is driven by the hand-maintained CJSON_RETENTION_POLICY
*> file, one row per store:
*>     CJSON$HKP_STORE  PIC X(16)  IDEMPOTENT, CACHE, THROTTLE, JOBQ,
*>                                 EVENTARC, SHADOW or CACHELOG
*>     CJSON$HKP_DAYS   PIC 9(05)  days to keep
*> A store with no row is left alone - absence is "keep forever", the
*> behavior the site had before this program existed - so a short or
*>                  retention; one row per client IP per prefix
*>                  otherwise accumulates every scanner on the
*>                  internet.
*>     JOBQ       - 'C', 'E' and 'X' rows whose CJSON$JOB_FINISHED date
*>                  is past retention, with the overflow segments of
*>                  their request bodies (see CJSON_SEGMENT.CPY); 'P'
*>                  and 'R' rows are never touched, whatever their age.
*>     EVENTARC   - the dated event archives CJSON_EVENT_ARC_yyyymmdd
*>                  (see CJSON_EVENT_ARC.CPY) whose date is past
*>                  retention, deleted whole the way CJSON_AUDIT_ARCHIVE
*>                  deletes old audit archives; dates are probed back a
*>                  year past the cutoff, so a purge that has not run
*>                  for a while still catches up. Its counts are archive
*>                  files, not rows. Keep it at least as long as anyone
*>                  may ask CJSON_EVENT_REDELIVER for a lost day.
*>     SHADOW     - shadow-routing divergence rows (see
*>                  CJSON_SHADOW.CPY) whose CJSON$SHD_TIMESTAMP date is
*>                  past retention; keep it at least as long as the
*>                  range CJSON_SHADOW_REPORT is run over.
*>     CACHELOG   - the daily cache invalidation logs
*>                  CJSON_CACHE_INVAL_LOG_yyyymmdd CJSON_EVENT appends
*>                  to, deleted whole by date exactly as EVENTARC
*>                  deletes archives; its counts are log files.
*>
*> A per-store before/after row count is DISPLAYed, so the nightly log
*> shows the stores shrinking instead of the disk filling.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$JOB_ID
        FILE STATUS IS CJSON$HKP_STORE_STATUS.
    SELECT CJSON$EVA_FILE ASSIGN TO CJSON$HKP_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$EVA_EVENT_ID
        ALTERNATE RECORD KEY IS CJSON$EVA_REQUEST_ID WITH DUPLICATES
        FILE STATUS IS CJSON$HKP_STORE_STATUS.
    SELECT CJSON$SHD_FILE ASSIGN TO "CJSON_SHADOW_DIVERGENCE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$SHD_REQUEST_ID
        FILE STATUS IS CJSON$HKP_STORE_STATUS.
    SELECT CJSON$HKP_CIL_FILE ASSIGN TO CJSON$HKP_ARC_NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$HKP_STORE_STATUS.

DATA DIVISION.
FILE SECTION.
    05  CJSON$THR_WINDOW_COUNT          PIC 9(09).
FD  CJSON$JOB_FILE.
COPY 'CJSON_JOBQ.CPY'.
FD  CJSON$EVA_FILE.
COPY 'CJSON_EVENT_ARC.CPY'.
FD  CJSON$SHD_FILE.
COPY 'CJSON_SHADOW.CPY'.
FD  CJSON$HKP_CIL_FILE.
01  CJSON$HKP_CIL_RECORD            PIC X(256).

WORKING-STORAGE SECTION.
01  CJSON$HKP_POLICY_STATUS         PIC X(02).
01  CJSON$HKP_EOF_SWITCH            PIC X(01).
    88  CJSON$HKP_AT_EOF            VALUE 'Y'.
    88  CJSON$HKP_NOT_AT_EOF        VALUE 'N'.
01  CJSON$HKP_POLICY_EOF_SWITCH     PIC X(01).
    88  CJSON$HKP_POLICY_AT_EOF     VALUE 'Y'.
    88  CJSON$HKP_POLICY_NOT_AT_EOF VALUE 'N'.
01  CJSON$HKP_CUTOFF_DATE           PIC 9(08).
01  CJSON$HKP_ROW_DATE              PIC X(08).
01  CJSON$HKP_DAY_IDX               PIC S9(09) COMP.
    05  CJSON$HKP_DD                PIC 9(02).
01  CJSON$HKP_LEAP_QUOT             PIC 9(04).
01  CJSON$HKP_LEAP_REM              PIC 9(04).
01  CJSON$HKP_ARC_NAME              PIC X(64).
01  CJSON$HKP_ARC_PURGE_SPAN        PIC S9(09) COMP VALUE 366.
01  CJSON$HKP_BEFORE_COUNT          PIC 9(09) COMP.
01  CJSON$HKP_DELETED_COUNT         PIC 9(09) COMP.
01  CJSON$HKP_AFTER_COUNT           PIC 9(09) COMP.
01  CJSON$HKP_BEFORE_EDIT           PIC Z(08)9.
01  CJSON$HKP_AFTER_EDIT            PIC Z(08)9.
01  CJSON$HKP_DELETED_EDIT          PIC Z(08)9.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION.

MAIN-LOGIC.
    SET CJSON$HKP_POLICY_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$HKP_POLICY_FILE.
    IF CJSON$HKP_POLICY_STATUS NOT = "00"
        DISPLAY "CJSON_HOUSEKEEP: no retention policy file readable,"
        STOP RUN
    END-IF.
    PERFORM APPLY-ONE-POLICY THRU APPLY-ONE-POLICY-EXIT
        UNTIL CJSON$HKP_POLICY_AT_EOF.
    CLOSE CJSON$HKP_POLICY_FILE.
    STOP RUN.

APPLY-ONE-POLICY.
    READ CJSON$HKP_POLICY_FILE
        AT END
            SET CJSON$HKP_POLICY_AT_EOF TO TRUE
            GO TO APPLY-ONE-POLICY-EXIT
    END-READ.
    IF CJSON$HKP_DAYS NOT NUMERIC
            PERFORM PURGE-THROTTLE-STORE THRU PURGE-THROTTLE-STORE-EXIT
        WHEN "JOBQ"
            PERFORM PURGE-JOBQ-STORE THRU PURGE-JOBQ-STORE-EXIT
        WHEN "EVENTARC"
            PERFORM PURGE-EVENT-ARCHIVES THRU PURGE-EVENT-ARCHIVES-EXIT
        WHEN "SHADOW"
            PERFORM PURGE-SHADOW-STORE THRU PURGE-SHADOW-STORE-EXIT
        WHEN "CACHELOG"
            PERFORM PURGE-CACHE-INVAL-LOGS
                THRU PURGE-CACHE-INVAL-LOGS-EXIT
        WHEN OTHER
            DISPLAY "CJSON_HOUSEKEEP: unknown store "
                CJSON$HKP_STORE " - row skipped"
    END-READ.
    ADD 1 TO CJSON$HKP_BEFORE_COUNT.
    IF NOT CJSON$JOB_COMPLETED AND NOT CJSON$JOB_FAILED
       AND NOT CJSON$JOB_CANCELLED
        GO TO PURGE-ONE-JOB-ROW-EXIT
    END-IF.
    MOVE CJSON$JOB_FINISHED(1:8) TO CJSON$HKP_ROW_DATE.
        END-DELETE
        IF CJSON$HKP_STORE_STATUS = "00"
            ADD 1 TO CJSON$HKP_DELETED_COUNT
            IF CJSON$JOB_INPUT_SEGMENTED
                PERFORM PURGE-JOB-SEGMENTS THRU PURGE-JOB-SEGMENTS-EXIT
            END-IF
        END-IF
    END-IF.
PURGE-ONE-JOB-ROW-EXIT.
    EXIT.

PURGE-JOB-SEGMENTS.
    SET CJSON$SGP_DELETE TO TRUE.
    MOVE SPACES TO CJSON$SGP_FILE_NAME.
    MOVE "J" TO CJSON$SGP_OWNER.
    MOVE CJSON$JOB_ID TO CJSON$SGP_OWNER_ID.
    CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS
    END-CALL.
PURGE-JOB-SEGMENTS-EXIT.
    EXIT.

PURGE-SHADOW-STORE.
    SET CJSON$HKP_NOT_AT_EOF TO TRUE.
    OPEN I-O CJSON$SHD_FILE.
    IF CJSON$HKP_STORE_STATUS NOT = "00"
        IF CJSON$HKP_STORE_STATUS NOT = "35"
            DISPLAY "CJSON_HOUSEKEEP: unable to open shadow divergence"
                " file, status " CJSON$HKP_STORE_STATUS
        END-IF
        GO TO PURGE-SHADOW-STORE-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$SHD_REQUEST_ID.
    START CJSON$SHD_FILE KEY NOT LESS THAN CJSON$SHD_REQUEST_ID
        INVALID KEY SET CJSON$HKP_AT_EOF TO TRUE
    END-START.
    PERFORM PURGE-ONE-SHADOW-ROW THRU PURGE-ONE-SHADOW-ROW-EXIT
        UNTIL CJSON$HKP_AT_EOF.
    CLOSE CJSON$SHD_FILE.
PURGE-SHADOW-STORE-EXIT.
    EXIT.

PURGE-ONE-SHADOW-ROW.
    READ CJSON$SHD_FILE NEXT RECORD
        AT END
            SET CJSON$HKP_AT_EOF TO TRUE
            GO TO PURGE-ONE-SHADOW-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$HKP_BEFORE_COUNT.
    MOVE CJSON$SHD_TIMESTAMP(1:8) TO CJSON$HKP_ROW_DATE.
    IF CJSON$HKP_ROW_DATE NOT NUMERIC
        GO TO PURGE-ONE-SHADOW-ROW-EXIT
    END-IF.
    IF CJSON$HKP_ROW_DATE < CJSON$HKP_CUTOFF_DATE
        DELETE CJSON$SHD_FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
        IF CJSON$HKP_STORE_STATUS = "00"
            ADD 1 TO CJSON$HKP_DELETED_COUNT
        END-IF
    END-IF.
PURGE-ONE-SHADOW-ROW-EXIT.
    EXIT.

*> COMPUTE-CUTOFF-DATE leaves the cutoff in CJSON$HKP_YMD; the walk
*> starts the day before it. As in CJSON_AUDIT_ARCHIVE, each archive is
*> probed with an OPEN first so only files that really existed are
*> counted, and one that exists but will not open is deleted anyway.
PURGE-EVENT-ARCHIVES.
    PERFORM PURGE-ONE-EVENT-ARCHIVE THRU PURGE-ONE-EVENT-ARCHIVE-EXIT
        VARYING CJSON$HKP_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$HKP_DAY_IDX > CJSON$HKP_ARC_PURGE_SPAN.
PURGE-EVENT-ARCHIVES-EXIT.
    EXIT.

PURGE-ONE-EVENT-ARCHIVE.
    PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT.
    MOVE SPACES TO CJSON$HKP_ARC_NAME.
    STRING "CJSON_EVENT_ARC_" DELIMITED BY SIZE
           CJSON$HKP_YMD DELIMITED BY SIZE
        INTO CJSON$HKP_ARC_NAME.
    OPEN INPUT CJSON$EVA_FILE.
    IF CJSON$HKP_STORE_STATUS = "35"
        GO TO PURGE-ONE-EVENT-ARCHIVE-EXIT
    END-IF.
    ADD 1 TO CJSON$HKP_BEFORE_COUNT.
    IF CJSON$HKP_STORE_STATUS = "00"
        CLOSE CJSON$EVA_FILE
    ELSE
        DISPLAY "CJSON_HOUSEKEEP: archive " CJSON$HKP_ARC_NAME
            " exists but cannot be opened, status "
            CJSON$HKP_STORE_STATUS " - deleting it past retention"
            " anyway"
    END-IF.
    DELETE FILE CJSON$EVA_FILE.
    IF CJSON$HKP_STORE_STATUS = "00"
        ADD 1 TO CJSON$HKP_DELETED_COUNT
    END-IF.
PURGE-ONE-EVENT-ARCHIVE-EXIT.
    EXIT.

*> Same walk as PURGE-EVENT-ARCHIVES, over the invalidation logs.
PURGE-CACHE-INVAL-LOGS.
    PERFORM PURGE-ONE-CACHE-INVAL-LOG
        THRU PURGE-ONE-CACHE-INVAL-LOG-EXIT
        VARYING CJSON$HKP_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$HKP_DAY_IDX > CJSON$HKP_ARC_PURGE_SPAN.
PURGE-CACHE-INVAL-LOGS-EXIT.
    EXIT.

PURGE-ONE-CACHE-INVAL-LOG.
    PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT.
    MOVE SPACES TO CJSON$HKP_ARC_NAME.
    STRING "CJSON_CACHE_INVAL_LOG_" DELIMITED BY SIZE
           CJSON$HKP_YMD DELIMITED BY SIZE
        INTO CJSON$HKP_ARC_NAME.
    OPEN INPUT CJSON$HKP_CIL_FILE.
    IF CJSON$HKP_STORE_STATUS = "35"
        GO TO PURGE-ONE-CACHE-INVAL-LOG-EXIT
    END-IF.
    ADD 1 TO CJSON$HKP_BEFORE_COUNT.
    IF CJSON$HKP_STORE_STATUS = "00"
        CLOSE CJSON$HKP_CIL_FILE
    ELSE
        DISPLAY "CJSON_HOUSEKEEP: log " CJSON$HKP_ARC_NAME
            " exists but cannot be opened, status "
            CJSON$HKP_STORE_STATUS " - deleting it past retention"
            " anyway"
    END-IF.
    DELETE FILE CJSON$HKP_CIL_FILE.
    IF CJSON$HKP_STORE_STATUS = "00"
        ADD 1 TO CJSON$HKP_DELETED_COUNT
    END-IF.
PURGE-ONE-CACHE-INVAL-LOG-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
    IF CJSON$HKP_DD > 1
        SUBTRACT 1 FROM CJSON$HKP_DD
