*> window the schedule exists to avoid. The KEEP file is left behind
*> until the next run as a belt-and-braces copy of what was kept.
*>
*> Pass 3 runs only once pass 2 has re-created the live file. It walks
*> the live CJSON_SEGMENT_FILE (see CJSON_SEGMENT.CPY) and moves every
*> audit-body segment captured before today whose parent row is now in
*> that day's CJSON_AUDIT_ARC_yyyymmdd into CJSON_AUDIT_SEG_ARC_yyyymmdd,
*> same key, then deletes it from the live segment file. A segment
*> already in its archive (a rerun) is just deleted from the live file;
*> one whose parent is in no archive is left where it is and counted.
*> Job-body segments are CJSON_HOUSEKEEP's business, not this one's.
*>
*> Finally, archives older than CJSON$ARC_RETENTION_DAYS are deleted,
*> walking one dated name at a time back over a generous span past the
*> cutoff, so retention holds even after a few skipped nights. The
*> segment archive of each purged day goes with it.
*>
*> The archive FD describes the same 18999 byte record CJSON_AUDIT.CPY
*> lays out, with only the two key fields broken out and FILLER across
*> the rest - an INDEXED key must name a field of its own FD's record,
*> and the copybook cannot be COPY'd twice into one program. If a field
        RECORD KEY IS CJSON$ARC_REQUEST_ID
        ALTERNATE RECORD KEY IS CJSON$ARC_TIMESTAMP WITH DUPLICATES
        FILE STATUS IS CJSON$ARC_FILE_STATUS.
    SELECT CJSON$SEG_FILE ASSIGN TO "CJSON_SEGMENT_FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$SEG_KEY
        FILE STATUS IS CJSON$ARC_SEG_STATUS.
    SELECT OPTIONAL CJSON$ARC_SEG_FILE ASSIGN TO CJSON$ARC_SEG_FILE_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$ARC_SEG_KEY
        FILE STATUS IS CJSON$ARC_SEG_ARC_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUDIT_FILE.
COPY 'CJSON_AUDIT.CPY'.
FD  CJSON$ARC_KEEP_FILE.
01  CJSON$ARC_KEEP_RECORD           PIC X(18999).
FD  CJSON$ARC_FILE.
*> Overlay of CJSON$AUDIT_RECORD - see the header comment.
01  CJSON$ARC_RECORD.
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$SEG_FILE.
COPY 'CJSON_SEGMENT.CPY'.
FD  CJSON$ARC_SEG_FILE.
*> Overlay of CJSON$SEG_RECORD, for the same reason as the one above.
01  CJSON$ARC_SEG_RECORD.
    05  CJSON$ARC_SEG_KEY           PIC X(70).
    05  FILLER                      PIC X(4116).

WORKING-STORAGE SECTION.
01  CJSON$ARC_LIVE_STATUS           PIC X(02).
01  CJSON$ARC_KEEP_STATUS           PIC X(02).
01  CJSON$ARC_FILE_STATUS           PIC X(02).
01  CJSON$ARC_FILE_NAME             PIC X(64).
01  CJSON$ARC_SEG_STATUS            PIC X(02).
01  CJSON$ARC_SEG_ARC_STATUS        PIC X(02).
01  CJSON$ARC_SEG_FILE_NAME         PIC X(64).
01  CJSON$ARC_SEG_OPEN_DATE         PIC X(08) VALUE SPACES.
01  CJSON$ARC_LAST_PARENT_ID        PIC X(64) VALUE SPACES.
01  CJSON$ARC_RETENTION_DAYS        PIC S9(04) COMP VALUE 90.
01  CJSON$ARC_PURGE_SPAN            PIC S9(04) COMP VALUE 366.
01  CJSON$ARC_TODAY                 PIC 9(08).
01  CJSON$ARC_KEEP_SWITCH           PIC X(01) VALUE 'Y'.
    88  CJSON$ARC_KEEP_INTACT       VALUE 'Y'.
    88  CJSON$ARC_KEEP_DAMAGED      VALUE 'N'.
01  CJSON$ARC_REBUILT_SWITCH        PIC X(01) VALUE 'N'.
    88  CJSON$ARC_LIVE_REBUILT      VALUE 'Y'.
    88  CJSON$ARC_LIVE_UNTOUCHED    VALUE 'N'.
01  CJSON$ARC_PARENT_SWITCH         PIC X(01) VALUE 'N'.
    88  CJSON$ARC_PARENT_ARCHIVED   VALUE 'Y'.
    88  CJSON$ARC_PARENT_NOT_FOUND  VALUE 'N'.
01  CJSON$ARC_SEG_USABLE_SWITCH     PIC X(01) VALUE 'N'.
    88  CJSON$ARC_SEG_ARCHIVE_USABLE    VALUE 'Y'.
    88  CJSON$ARC_SEG_ARCHIVE_UNUSABLE  VALUE 'N'.
01  CJSON$ARC_NOID_SEQ              PIC 9(04) VALUE 0.
01  CJSON$ARC_ARCHIVED_COUNT        PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_DUP_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_KEPT_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_PURGED_COUNT          PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_SEG_MOVED_COUNT       PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_SEG_ORPHAN_COUNT      PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_SEG_PURGED_COUNT      PIC 9(09) COMP VALUE 0.
01  CJSON$ARC_DAY_IDX               PIC S9(04) COMP.
01  CJSON$ARC_YMD.
    05  CJSON$ARC_YYYY              PIC 9(04).
    ACCEPT CJSON$ARC_TODAY FROM DATE YYYYMMDD.
    PERFORM ROLL-LIVE-ROWS THRU ROLL-LIVE-ROWS-EXIT.
    PERFORM REBUILD-LIVE-FILE THRU REBUILD-LIVE-FILE-EXIT.
    IF CJSON$ARC_LIVE_REBUILT
        PERFORM ROLL-LIVE-SEGMENTS THRU ROLL-LIVE-SEGMENTS-EXIT
    END-IF.
    PERFORM PURGE-OLD-ARCHIVES THRU PURGE-OLD-ARCHIVES-EXIT.
    MOVE CJSON$ARC_ARCHIVED_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
    MOVE CJSON$ARC_KEPT_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
        " row(s) kept on the live file".
    MOVE CJSON$ARC_SEG_MOVED_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
        " body segment(s) archived".
    MOVE CJSON$ARC_SEG_ORPHAN_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
        " body segment(s) left live with no archived row".
    MOVE CJSON$ARC_PURGED_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
        " archive file(s) purged".
    MOVE CJSON$ARC_SEG_PURGED_COUNT TO CJSON$ARC_COUNT_EDIT.
    DISPLAY "CJSON_AUDIT_ARCHIVE: " CJSON$ARC_COUNT_EDIT
        " segment archive file(s) purged".
    STOP RUN.

ROLL-LIVE-ROWS.
        UNTIL CJSON$ARC_AT_EOF.
    CLOSE CJSON$AUDIT_FILE.
    CLOSE CJSON$ARC_KEEP_FILE.
    SET CJSON$ARC_LIVE_REBUILT TO TRUE.
REBUILD-LIVE-FILE-EXIT.
    EXIT.

COPY-ONE-KEEP-ROW-EXIT.
    EXIT.

*> Audit-body segments sit together at the front of the live segment
*> file (owner 'A' sorts before 'J'), each request's run of segments
*> together, so the parent row is looked up once per request id.
ROLL-LIVE-SEGMENTS.
    SET CJSON$ARC_NOT_AT_EOF TO TRUE.
    OPEN I-O CJSON$SEG_FILE.
    IF CJSON$ARC_SEG_STATUS NOT = "00"
        IF CJSON$ARC_SEG_STATUS NOT = "35"
            DISPLAY "CJSON_AUDIT_ARCHIVE: unable to open segment"
                " file, status " CJSON$ARC_SEG_STATUS
        END-IF
        GO TO ROLL-LIVE-SEGMENTS-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$SEG_KEY.
    MOVE "A" TO CJSON$SEG_OWNER.
    START CJSON$SEG_FILE KEY NOT LESS THAN CJSON$SEG_KEY
        INVALID KEY SET CJSON$ARC_AT_EOF TO TRUE
    END-START.
    MOVE SPACES TO CJSON$ARC_OPEN_DATE.
    MOVE SPACES TO CJSON$ARC_SEG_OPEN_DATE.
    PERFORM ROLL-ONE-SEGMENT THRU ROLL-ONE-SEGMENT-EXIT
        UNTIL CJSON$ARC_AT_EOF.
    IF CJSON$ARC_OPEN_DATE NOT = SPACES
        CLOSE CJSON$ARC_FILE
    END-IF.
    IF CJSON$ARC_SEG_OPEN_DATE NOT = SPACES
        CLOSE CJSON$ARC_SEG_FILE
    END-IF.
    CLOSE CJSON$SEG_FILE.
ROLL-LIVE-SEGMENTS-EXIT.
    EXIT.

ROLL-ONE-SEGMENT.
    READ CJSON$SEG_FILE NEXT RECORD
        AT END
            SET CJSON$ARC_AT_EOF TO TRUE
            GO TO ROLL-ONE-SEGMENT-EXIT
    END-READ.
    IF NOT CJSON$SEG_AUDIT_OWNER
        SET CJSON$ARC_AT_EOF TO TRUE
        GO TO ROLL-ONE-SEGMENT-EXIT
    END-IF.
    MOVE CJSON$SEG_CAPTURED(1:8) TO CJSON$ARC_ROW_DATE.
    IF CJSON$ARC_ROW_DATE >= CJSON$ARC_TODAY
       OR CJSON$ARC_ROW_DATE = SPACES
        GO TO ROLL-ONE-SEGMENT-EXIT
    END-IF.
    IF CJSON$SEG_OWNER_ID NOT = CJSON$ARC_LAST_PARENT_ID
        PERFORM FIND-ARCHIVED-PARENT THRU FIND-ARCHIVED-PARENT-EXIT
    END-IF.
    IF CJSON$ARC_PARENT_NOT_FOUND
        ADD 1 TO CJSON$ARC_SEG_ORPHAN_COUNT
        GO TO ROLL-ONE-SEGMENT-EXIT
    END-IF.
    PERFORM SWITCH-SEGMENT-ARCHIVE THRU SWITCH-SEGMENT-ARCHIVE-EXIT.
    IF CJSON$ARC_SEG_ARCHIVE_UNUSABLE
        GO TO ROLL-ONE-SEGMENT-EXIT
    END-IF.
    MOVE CJSON$SEG_RECORD TO CJSON$ARC_SEG_RECORD.
    WRITE CJSON$ARC_SEG_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$ARC_SEG_ARC_STATUS NOT = "00"
       AND CJSON$ARC_SEG_ARC_STATUS NOT = "02"
       AND CJSON$ARC_SEG_ARC_STATUS NOT = "22"
        DISPLAY "CJSON_AUDIT_ARCHIVE: segment archive write failed,"
            " status " CJSON$ARC_SEG_ARC_STATUS
        GO TO ROLL-ONE-SEGMENT-EXIT
    END-IF.
    DELETE CJSON$SEG_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$ARC_SEG_STATUS = "00"
        ADD 1 TO CJSON$ARC_SEG_MOVED_COUNT
    ELSE
        DISPLAY "CJSON_AUDIT_ARCHIVE: live segment not deleted,"
            " status " CJSON$ARC_SEG_STATUS
    END-IF.
ROLL-ONE-SEGMENT-EXIT.
    EXIT.

*> The parent is looked for only in the archive of the segment's own
*> capture date - the row and its segments share one timestamp.
FIND-ARCHIVED-PARENT.
    MOVE CJSON$SEG_OWNER_ID TO CJSON$ARC_LAST_PARENT_ID.
    SET CJSON$ARC_PARENT_NOT_FOUND TO TRUE.
    IF CJSON$ARC_ROW_DATE NOT = CJSON$ARC_OPEN_DATE
        IF CJSON$ARC_OPEN_DATE NOT = SPACES
            CLOSE CJSON$ARC_FILE
        END-IF
        MOVE SPACES TO CJSON$ARC_OPEN_DATE
        MOVE SPACES TO CJSON$ARC_FILE_NAME
        STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
               CJSON$ARC_ROW_DATE DELIMITED BY SIZE
            INTO CJSON$ARC_FILE_NAME
        OPEN INPUT CJSON$ARC_FILE
        IF CJSON$ARC_FILE_STATUS = "00"
            MOVE CJSON$ARC_ROW_DATE TO CJSON$ARC_OPEN_DATE
        ELSE
            IF CJSON$ARC_FILE_STATUS = "05"
                CLOSE CJSON$ARC_FILE
            END-IF
            GO TO FIND-ARCHIVED-PARENT-EXIT
        END-IF
    END-IF.
    MOVE CJSON$SEG_OWNER_ID TO CJSON$ARC_REQUEST_ID.
    READ CJSON$ARC_FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY SET CJSON$ARC_PARENT_ARCHIVED TO TRUE
    END-READ.
FIND-ARCHIVED-PARENT-EXIT.
    EXIT.

SWITCH-SEGMENT-ARCHIVE.
    IF CJSON$ARC_ROW_DATE = CJSON$ARC_SEG_OPEN_DATE
        GO TO SWITCH-SEGMENT-ARCHIVE-EXIT
    END-IF.
    IF CJSON$ARC_SEG_OPEN_DATE NOT = SPACES
        CLOSE CJSON$ARC_SEG_FILE
    END-IF.
    MOVE SPACES TO CJSON$ARC_SEG_FILE_NAME.
    STRING "CJSON_AUDIT_SEG_ARC_" DELIMITED BY SIZE
           CJSON$ARC_ROW_DATE DELIMITED BY SIZE
        INTO CJSON$ARC_SEG_FILE_NAME.
    OPEN I-O CJSON$ARC_SEG_FILE.
    IF CJSON$ARC_SEG_ARC_STATUS = "00"
       OR CJSON$ARC_SEG_ARC_STATUS = "05"
        SET CJSON$ARC_SEG_ARCHIVE_USABLE TO TRUE
        MOVE CJSON$ARC_ROW_DATE TO CJSON$ARC_SEG_OPEN_DATE
    ELSE
        DISPLAY "CJSON_AUDIT_ARCHIVE: unable to open archive "
            CJSON$ARC_SEG_FILE_NAME " status "
            CJSON$ARC_SEG_ARC_STATUS
        SET CJSON$ARC_SEG_ARCHIVE_UNUSABLE TO TRUE
        MOVE SPACES TO CJSON$ARC_SEG_OPEN_DATE
    END-IF.
SWITCH-SEGMENT-ARCHIVE-EXIT.
    EXIT.

*> Delete every archive dated past the retention cutoff, stepping one
*> day at a time over a generous span so a few skipped nights do not
*> leave strays behind. A date with no archive is simply skipped.
PURGE-OLD-ARCHIVES-EXIT.
    EXIT.

PURGE-ONE-DAY.
    PERFORM SUBTRACT-ONE-DAY THRU SUBTRACT-ONE-DAY-EXIT.
    PERFORM PURGE-AUDIT-ARCHIVE THRU PURGE-AUDIT-ARCHIVE-EXIT.
    PERFORM PURGE-SEGMENT-ARCHIVE THRU PURGE-SEGMENT-ARCHIVE-EXIT.
PURGE-ONE-DAY-EXIT.
    EXIT.

*> The archive is probed with an OPEN first, so the purged count only
*> counts files that really existed - some runtimes report a clean
*> status for deleting a file that was never there. An archive that
*> exists but will not open (one written with the record layout of an
*> earlier CJSON_AUDIT.CPY, say) is past retention all the
*> same, so it is still deleted - retention must not silently stall
*> on unreadable files.
PURGE-AUDIT-ARCHIVE.
    MOVE SPACES TO CJSON$ARC_FILE_NAME.
    STRING "CJSON_AUDIT_ARC_" DELIMITED BY SIZE
           CJSON$ARC_YMD DELIMITED BY SIZE
        INTO CJSON$ARC_FILE_NAME.
    OPEN INPUT CJSON$ARC_FILE.
    IF CJSON$ARC_FILE_STATUS = "35"
        GO TO PURGE-AUDIT-ARCHIVE-EXIT
    END-IF.
    IF CJSON$ARC_FILE_STATUS = "00"
        CLOSE CJSON$ARC_FILE
    IF CJSON$ARC_FILE_STATUS = "00"
        ADD 1 TO CJSON$ARC_PURGED_COUNT
    END-IF.
PURGE-AUDIT-ARCHIVE-EXIT.
    EXIT.

*> The same probe-then-delete for the day's segment archive. Its FD is
*> OPTIONAL, so a day with no segments opens "05" and is skipped.
PURGE-SEGMENT-ARCHIVE.
    MOVE SPACES TO CJSON$ARC_SEG_FILE_NAME.
    STRING "CJSON_AUDIT_SEG_ARC_" DELIMITED BY SIZE
           CJSON$ARC_YMD DELIMITED BY SIZE
        INTO CJSON$ARC_SEG_FILE_NAME.
    OPEN INPUT CJSON$ARC_SEG_FILE.
    IF CJSON$ARC_SEG_ARC_STATUS = "35"
        GO TO PURGE-SEGMENT-ARCHIVE-EXIT
    END-IF.
    IF CJSON$ARC_SEG_ARC_STATUS = "05"
        CLOSE CJSON$ARC_SEG_FILE
        GO TO PURGE-SEGMENT-ARCHIVE-EXIT
    END-IF.
    IF CJSON$ARC_SEG_ARC_STATUS = "00"
        CLOSE CJSON$ARC_SEG_FILE
    ELSE
        DISPLAY "CJSON_AUDIT_ARCHIVE: archive "
            CJSON$ARC_SEG_FILE_NAME " exists but cannot be opened,"
            " status " CJSON$ARC_SEG_ARC_STATUS
            " - deleting it past retention anyway"
    END-IF.
    DELETE FILE CJSON$ARC_SEG_FILE.
    IF CJSON$ARC_SEG_ARC_STATUS = "00"
        ADD 1 TO CJSON$ARC_SEG_PURGED_COUNT
    END-IF.
PURGE-SEGMENT-ARCHIVE-EXIT.
    EXIT.

SUBTRACT-ONE-DAY.
