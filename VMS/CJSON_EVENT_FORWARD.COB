*> subscriber whose interface file cannot be opened is skipped this
*> cycle and its flags stay 'N', so those events go out on the next
*> cycle instead of being lost. An event every configured subscriber
*> has acknowledged is deleted from the queue.
*>
*> Before the delete, the event is copied whole into the dated event
*> archive CJSON_EVENT_ARC_yyyymmdd for its created date (see
*> CJSON_EVENT_ARC.CPY), so CJSON_EVENT_REDELIVER can send a subscriber
*> the events again when its interface file is lost. An event that
*> cannot be archived is left on the queue and tried again next cycle;
*> one already in the archive (a forwarder that died between the two
*> steps) is simply deleted.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_EVENT_FORWARD.
    SELECT OPTIONAL CJSON$FWD_OUT_FILE ASSIGN TO CJSON$FWD_OUT_NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$FWD_OUT_STATUS.
    SELECT OPTIONAL CJSON$EVA_FILE ASSIGN TO CJSON$FWD_ARC_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$EVA_EVENT_ID
        ALTERNATE RECORD KEY IS CJSON$EVA_REQUEST_ID WITH DUPLICATES
        FILE STATUS IS CJSON$FWD_ARC_STATUS.

DATA DIVISION.
FILE SECTION.
    05  CJSON$FWD_OUT_REQUEST_ID    PIC X(64).
    05  CJSON$FWD_OUT_CREATED       PIC X(16).
    05  CJSON$FWD_OUT_PAYLOAD       PIC X(4096).
FD  CJSON$EVA_FILE.
COPY 'CJSON_EVENT_ARC.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$FWD_SUBS_STATUS           PIC X(02).
01  CJSON$FWD_QUEUE_STATUS          PIC X(02).
01  CJSON$FWD_OUT_STATUS            PIC X(02).
01  CJSON$FWD_OUT_NAME              PIC X(64).
01  CJSON$FWD_ARC_STATUS            PIC X(02).
01  CJSON$FWD_ARC_NAME              PIC X(64).
01  CJSON$FWD_ARC_DATE              PIC X(08).
01  CJSON$FWD_ARC_OPEN_DATE         PIC X(08) VALUE SPACES.
01  CJSON$FWD_ARC_SWITCH            PIC X(01).
    88  CJSON$FWD_EVENT_ARCHIVED    VALUE 'Y'.
    88  CJSON$FWD_EVENT_NOT_ARCHIVED VALUE 'N'.
01  CJSON$FWD_SUB_TABLE.
    05  CJSON$FWD_SUB_COUNT         PIC S9(04) COMP VALUE 0.
    05  CJSON$FWD_SUB_ENTRY         OCCURS 8 TIMES
    PERFORM PURGE-ONE-EVENT THRU PURGE-ONE-EVENT-EXIT
        UNTIL CJSON$FWD_AT_EOF.
    CLOSE CJSON$EVENT_FILE.
    IF CJSON$FWD_ARC_OPEN_DATE NOT = SPACES
        CLOSE CJSON$EVA_FILE
        MOVE SPACES TO CJSON$FWD_ARC_OPEN_DATE
    END-IF.
PURGE-DELIVERED-EVENTS-EXIT.
    EXIT.

        UNTIL CJSON$FWD_CHECK_IDX > CJSON$FWD_SUB_COUNT
           OR CJSON$FWD_SOME_PENDING.
    IF CJSON$FWD_ALL_DELIVERED
        PERFORM ARCHIVE-ONE-EVENT THRU ARCHIVE-ONE-EVENT-EXIT
    END-IF.
    IF CJSON$FWD_ALL_DELIVERED AND CJSON$FWD_EVENT_ARCHIVED
        DELETE CJSON$EVENT_FILE RECORD
            INVALID KEY CONTINUE
        END-DELETE
    END-IF.
CHECK-ONE-FLAG-EXIT.
    EXIT.

*> Events come off the queue in id order, which is created order, so
*> the archive for one date stays open until an event from the next
*> date turns up. A created stamp with no usable date (hand-patched
*> queue row) is archived under today's date rather than left behind.
ARCHIVE-ONE-EVENT.
    SET CJSON$FWD_EVENT_NOT_ARCHIVED TO TRUE.
    IF CJSON$EVENT_CREATED(1:8) NUMERIC
        MOVE CJSON$EVENT_CREATED(1:8) TO CJSON$FWD_ARC_DATE
    ELSE
        ACCEPT CJSON$FWD_ARC_DATE FROM DATE YYYYMMDD
    END-IF.
    IF CJSON$FWD_ARC_DATE NOT = CJSON$FWD_ARC_OPEN_DATE
        PERFORM OPEN-EVENT-ARCHIVE THRU OPEN-EVENT-ARCHIVE-EXIT
    END-IF.
    IF CJSON$FWD_ARC_OPEN_DATE = SPACES
        GO TO ARCHIVE-ONE-EVENT-EXIT
    END-IF.
    MOVE CJSON$EVENT_RECORD TO CJSON$EVA_RECORD.
    WRITE CJSON$EVA_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$FWD_ARC_STATUS = "00" OR CJSON$FWD_ARC_STATUS = "22"
        SET CJSON$FWD_EVENT_ARCHIVED TO TRUE
    ELSE
        DISPLAY "CJSON_EVENT_FORWARD: event " CJSON$EVENT_ID
            " not archived, status " CJSON$FWD_ARC_STATUS
            " - kept on the queue"
    END-IF.
ARCHIVE-ONE-EVENT-EXIT.
    EXIT.

OPEN-EVENT-ARCHIVE.
    IF CJSON$FWD_ARC_OPEN_DATE NOT = SPACES
        CLOSE CJSON$EVA_FILE
        MOVE SPACES TO CJSON$FWD_ARC_OPEN_DATE
    END-IF.
    MOVE SPACES TO CJSON$FWD_ARC_NAME.
    STRING "CJSON_EVENT_ARC_" DELIMITED BY SIZE
           CJSON$FWD_ARC_DATE DELIMITED BY SIZE
        INTO CJSON$FWD_ARC_NAME.
    OPEN I-O CJSON$EVA_FILE.
    IF CJSON$FWD_ARC_STATUS = "00" OR CJSON$FWD_ARC_STATUS = "05"
        MOVE CJSON$FWD_ARC_DATE TO CJSON$FWD_ARC_OPEN_DATE
    ELSE
        DISPLAY "CJSON_EVENT_FORWARD: unable to open event archive "
            CJSON$FWD_ARC_NAME " status " CJSON$FWD_ARC_STATUS
    END-IF.
OPEN-EVENT-ARCHIVE-EXIT.
    EXIT.
