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
*> CJSON_SEGMENT - writes, reassembles and removes the overflow segments
*> (see CJSON_SEGMENT.CPY) that carry the part of a request or response
*> body the fixed 4096-byte body fields of the audit and job records
*> cannot hold. CJSON_AUDIT_LOG and CJSON_JOBQ write segments through
*> it; CJSON_REPLAY, CJSON_JOBQ_RUNNER, CJSON_AUDIT_LOOKUP and
*> CJSON_AUDIT_SCRUB reassemble bodies through it; CJSON_HOUSEKEEP and
*> CJSON_JOBQ_DLQ delete a job's segments along with the job.
*>
*> A body is walked in 4096-byte pieces straight from the caller's
*> NUL-terminated text - the parent record keeps piece 1, segment n
*> holds piece n + 1 - so a body of any length is measured exactly even
*> when only its first 262144 bytes can be kept. The segment file is
*> opened and closed on every call, the same discipline CJSON_AUDIT_LOG
*> keeps with the audit file, so concurrent server processes never hold
*> it between requests.
*>
*> Usage:
*>     CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS.
*> The operations and what comes back are described in
*> CJSON_SEGMENT_PARM.CPY.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_SEGMENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CJSON$SEG_FILE ASSIGN TO CJSON$SGM_FILE_NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$SEG_KEY
        FILE STATUS IS CJSON$SGM_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$SEG_FILE.
COPY 'CJSON_SEGMENT.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$SGM_FILE_STATUS           PIC X(02).
01  CJSON$SGM_FILE_NAME             PIC X(64).
*> The caller's body viewed as consecutive 4096-byte pieces. Only the
*> pieces up to the terminating NUL are ever touched.
01  CJSON$SGM_TEXT                  BASED.
    05  CJSON$SGM_TEXT_PIECE        PIC X(4096) OCCURS 9999 TIMES.
*> The caller's reassembly buffer - 64 pieces and room for the NUL.
01  CJSON$SGM_BUFFER                BASED.
    05  CJSON$SGM_BUFFER_PIECE      PIC X(4096) OCCURS 64 TIMES.
    05  CJSON$SGM_BUFFER_END        PIC X(01).
01  CJSON$SGM_BUFFER_TEXT           PIC X(262145) BASED.
01  CJSON$SGM_PIECE_LIMIT           PIC S9(04) COMP VALUE 64.
01  CJSON$SGM_BODY_LIMIT            PIC S9(09) COMP VALUE 262144.
01  CJSON$SGM_PIECE_IDX             PIC S9(09) COMP.
01  CJSON$SGM_PIECE_LEN             PIC S9(09) COMP.
01  CJSON$SGM_PIECE_COUNT           PIC S9(09) COMP.
01  CJSON$SGM_KEPT_LENGTH           PIC S9(09) COMP.
01  CJSON$SGM_STORED_FLAG           PIC X(01).
01  CJSON$SGM_SCAN_SWITCH           PIC X(01).
    88  CJSON$SGM_SCAN_DONE         VALUE 'Y'.
    88  CJSON$SGM_SCAN_GOING        VALUE 'N'.
01  CJSON$SGM_WRITE_SWITCH          PIC X(01).
    88  CJSON$SGM_WRITE_OK          VALUE 'Y'.
    88  CJSON$SGM_WRITE_FAILED      VALUE 'N'.

LINKAGE SECTION.
COPY 'CJSON_SEGMENT_PARM.CPY'.

PROCEDURE DIVISION USING CJSON$SGP_PARMS.

MAIN-LOGIC.
    MOVE 0 TO CJSON$SGP_SEGMENT_COUNT.
    IF CJSON$SGP_FILE_NAME = SPACES
        MOVE "CJSON_SEGMENT_FILE" TO CJSON$SGM_FILE_NAME
    ELSE
        MOVE CJSON$SGP_FILE_NAME TO CJSON$SGM_FILE_NAME
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$SGP_MEASURE
            PERFORM MEASURE-BODY THRU MEASURE-BODY-EXIT
        WHEN CJSON$SGP_WRITE
            PERFORM MEASURE-BODY THRU MEASURE-BODY-EXIT
            PERFORM WRITE-SEGMENTS THRU WRITE-SEGMENTS-EXIT
        WHEN CJSON$SGP_READ
            PERFORM READ-SEGMENTS THRU READ-SEGMENTS-EXIT
        WHEN CJSON$SGP_DELETE
            PERFORM DELETE-SEGMENTS THRU DELETE-SEGMENTS-EXIT
        WHEN OTHER
            DISPLAY "CJSON_SEGMENT: unknown operation "
                CJSON$SGP_OPERATION
    END-EVALUATE.
    GOBACK.

*> A body longer than 9999 pieces (some 40 MB) is measured as exactly
*> that long; it is cut off at 262144 bytes regardless.
MEASURE-BODY.
    MOVE 0 TO CJSON$SGP_LENGTH.
    SET CJSON$SGP_WHOLE TO TRUE.
    IF CJSON$SGP_TEXT_PTR EQUAL NULL
        GO TO MEASURE-BODY-EXIT
    END-IF.
    SET ADDRESS OF CJSON$SGM_TEXT TO CJSON$SGP_TEXT_PTR.
    SET CJSON$SGM_SCAN_GOING TO TRUE.
    MOVE 0 TO CJSON$SGM_PIECE_IDX.
    PERFORM MEASURE-ONE-PIECE THRU MEASURE-ONE-PIECE-EXIT
        UNTIL CJSON$SGM_SCAN_DONE.
    IF CJSON$SGP_LENGTH > 4096
        SET CJSON$SGP_SEGMENTED TO TRUE
    END-IF.
    IF CJSON$SGP_LENGTH > CJSON$SGM_BODY_LIMIT
        SET CJSON$SGP_TRUNCATED TO TRUE
    END-IF.
MEASURE-BODY-EXIT.
    EXIT.

MEASURE-ONE-PIECE.
    ADD 1 TO CJSON$SGM_PIECE_IDX.
    IF CJSON$SGM_PIECE_IDX > 9999
        SET CJSON$SGM_SCAN_DONE TO TRUE
        GO TO MEASURE-ONE-PIECE-EXIT
    END-IF.
    MOVE 0 TO CJSON$SGM_PIECE_LEN.
    INSPECT CJSON$SGM_TEXT_PIECE(CJSON$SGM_PIECE_IDX)
        TALLYING CJSON$SGM_PIECE_LEN
        FOR CHARACTERS BEFORE INITIAL X"00".
    ADD CJSON$SGM_PIECE_LEN TO CJSON$SGP_LENGTH.
    IF CJSON$SGM_PIECE_LEN < 4096
        SET CJSON$SGM_SCAN_DONE TO TRUE
    END-IF.
MEASURE-ONE-PIECE-EXIT.
    EXIT.

*> Pieces 2 up to the 64th become segments 1 - 63. A body with no owner
*> id has no key to file segments under, so it is marked truncated
*> and only the parent's 4096 bytes survive.
WRITE-SEGMENTS.
    IF CJSON$SGP_WHOLE
        GO TO WRITE-SEGMENTS-EXIT
    END-IF.
    IF CJSON$SGP_OWNER_ID = SPACES
        SET CJSON$SGP_TRUNCATED TO TRUE
        GO TO WRITE-SEGMENTS-EXIT
    END-IF.
    COMPUTE CJSON$SGM_PIECE_COUNT = (CJSON$SGP_LENGTH + 4095) / 4096.
    IF CJSON$SGM_PIECE_COUNT > CJSON$SGM_PIECE_LIMIT
        MOVE CJSON$SGM_PIECE_LIMIT TO CJSON$SGM_PIECE_COUNT
    END-IF.
    OPEN I-O CJSON$SEG_FILE.
    IF CJSON$SGM_FILE_STATUS NOT = "00"
       AND CJSON$SGM_FILE_STATUS NOT = "05"
        DISPLAY "CJSON_SEGMENT: unable to open segment file "
            CJSON$SGM_FILE_NAME " status " CJSON$SGM_FILE_STATUS
        SET CJSON$SGP_TRUNCATED TO TRUE
        GO TO WRITE-SEGMENTS-EXIT
    END-IF.
    MOVE SPACES TO CJSON$SEG_RECORD.
    MOVE CJSON$SGP_OWNER TO CJSON$SEG_OWNER.
    MOVE CJSON$SGP_OWNER_ID TO CJSON$SEG_OWNER_ID.
    MOVE CJSON$SGP_BODY TO CJSON$SEG_BODY.
    MOVE CJSON$SGP_CAPTURED TO CJSON$SEG_CAPTURED.
    SET CJSON$SGM_WRITE_OK TO TRUE.
    PERFORM WRITE-ONE-SEGMENT THRU WRITE-ONE-SEGMENT-EXIT
        VARYING CJSON$SGM_PIECE_IDX FROM 2 BY 1
        UNTIL CJSON$SGM_PIECE_IDX > CJSON$SGM_PIECE_COUNT
           OR CJSON$SGM_WRITE_FAILED.
    CLOSE CJSON$SEG_FILE.
    IF CJSON$SGM_WRITE_FAILED
        SET CJSON$SGP_TRUNCATED TO TRUE
    END-IF.
WRITE-SEGMENTS-EXIT.
    EXIT.

*> A key already on file is an owner id being reused - a request id
*> replayed through the server, say - and the newer body wins.
WRITE-ONE-SEGMENT.
    COMPUTE CJSON$SEG_NUMBER = CJSON$SGM_PIECE_IDX - 1.
    MOVE 0 TO CJSON$SGM_PIECE_LEN.
    INSPECT CJSON$SGM_TEXT_PIECE(CJSON$SGM_PIECE_IDX)
        TALLYING CJSON$SGM_PIECE_LEN
        FOR CHARACTERS BEFORE INITIAL X"00".
    IF CJSON$SGM_PIECE_LEN = 0
        GO TO WRITE-ONE-SEGMENT-EXIT
    END-IF.
    MOVE SPACES TO CJSON$SEG_DATA.
    MOVE CJSON$SGM_TEXT_PIECE(CJSON$SGM_PIECE_IDX)
            (1:CJSON$SGM_PIECE_LEN)
        TO CJSON$SEG_DATA.
    INSPECT CJSON$SEG_DATA REPLACING ALL X"0D" BY SPACE
                                     ALL X"0A" BY SPACE.
    MOVE CJSON$SGM_PIECE_LEN TO CJSON$SEG_LENGTH.
    WRITE CJSON$SEG_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$SGM_FILE_STATUS = "22"
        REWRITE CJSON$SEG_RECORD
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF.
    IF CJSON$SGM_FILE_STATUS = "00" OR CJSON$SGM_FILE_STATUS = "02"
        ADD 1 TO CJSON$SGP_SEGMENT_COUNT
    ELSE
        DISPLAY "CJSON_SEGMENT: segment " CJSON$SEG_NUMBER " of "
            CJSON$SGP_OWNER_ID " not written, status "
            CJSON$SGM_FILE_STATUS
        SET CJSON$SGM_WRITE_FAILED TO TRUE
    END-IF.
WRITE-ONE-SEGMENT-EXIT.
    EXIT.

*> The caller has moved the parent's 4096 bytes to the front of the
*> buffer already; the segments are read in behind them, one keyed
*> READ each, and the first one missing stops the reassembly there.
READ-SEGMENTS.
    IF CJSON$SGP_TEXT_PTR EQUAL NULL
        GO TO READ-SEGMENTS-EXIT
    END-IF.
    SET ADDRESS OF CJSON$SGM_BUFFER TO CJSON$SGP_TEXT_PTR.
    SET ADDRESS OF CJSON$SGM_BUFFER_TEXT TO CJSON$SGP_TEXT_PTR.
    MOVE CJSON$SGP_CONTINUED TO CJSON$SGM_STORED_FLAG.
    MOVE 4096 TO CJSON$SGM_KEPT_LENGTH.
    IF CJSON$SGP_LENGTH <= 4096
       OR CJSON$SGP_OWNER_ID = SPACES
        IF CJSON$SGP_LENGTH > 4096
            SET CJSON$SGP_TRUNCATED TO TRUE
        END-IF
        GO TO READ-SEGMENTS-DONE
    END-IF.
    IF CJSON$SGP_LENGTH > CJSON$SGM_BODY_LIMIT
        MOVE CJSON$SGM_PIECE_LIMIT TO CJSON$SGM_PIECE_COUNT
    ELSE
        COMPUTE CJSON$SGM_PIECE_COUNT =
            (CJSON$SGP_LENGTH + 4095) / 4096
    END-IF.
    OPEN INPUT CJSON$SEG_FILE.
    IF CJSON$SGM_FILE_STATUS NOT = "00"
        IF CJSON$SGM_FILE_STATUS NOT = "35"
           AND CJSON$SGM_FILE_STATUS NOT = "05"
            DISPLAY "CJSON_SEGMENT: unable to open segment file "
                CJSON$SGM_FILE_NAME " status " CJSON$SGM_FILE_STATUS
        END-IF
        IF CJSON$SGM_FILE_STATUS = "05"
            CLOSE CJSON$SEG_FILE
        END-IF
        SET CJSON$SGP_MISSING TO TRUE
        GO TO READ-SEGMENTS-DONE
    END-IF.
    SET CJSON$SGP_SEGMENTED TO TRUE.
    PERFORM READ-ONE-SEGMENT THRU READ-ONE-SEGMENT-EXIT
        VARYING CJSON$SGM_PIECE_IDX FROM 2 BY 1
        UNTIL CJSON$SGM_PIECE_IDX > CJSON$SGM_PIECE_COUNT
           OR CJSON$SGP_MISSING.
    CLOSE CJSON$SEG_FILE.
    IF CJSON$SGP_SEGMENTED
        IF CJSON$SGM_STORED_FLAG = 'T'
           OR CJSON$SGP_LENGTH > CJSON$SGM_KEPT_LENGTH
            SET CJSON$SGP_TRUNCATED TO TRUE
        END-IF
    END-IF.
READ-SEGMENTS-DONE.
    MOVE CJSON$SGM_KEPT_LENGTH TO CJSON$SGP_LENGTH.
    MOVE X"00" TO CJSON$SGM_BUFFER_TEXT(CJSON$SGM_KEPT_LENGTH + 1:1).
READ-SEGMENTS-EXIT.
    EXIT.

READ-ONE-SEGMENT.
    MOVE CJSON$SGP_OWNER TO CJSON$SEG_OWNER.
    MOVE CJSON$SGP_OWNER_ID TO CJSON$SEG_OWNER_ID.
    MOVE CJSON$SGP_BODY TO CJSON$SEG_BODY.
    COMPUTE CJSON$SEG_NUMBER = CJSON$SGM_PIECE_IDX - 1.
    READ CJSON$SEG_FILE
        INVALID KEY
            SET CJSON$SGP_MISSING TO TRUE
            GO TO READ-ONE-SEGMENT-EXIT
    END-READ.
    IF CJSON$SEG_LENGTH NOT NUMERIC
       OR CJSON$SEG_LENGTH = 0
       OR CJSON$SEG_LENGTH > 4096
        SET CJSON$SGP_MISSING TO TRUE
        GO TO READ-ONE-SEGMENT-EXIT
    END-IF.
    MOVE CJSON$SEG_DATA TO CJSON$SGM_BUFFER_PIECE(CJSON$SGM_PIECE_IDX).
    ADD CJSON$SEG_LENGTH TO CJSON$SGM_KEPT_LENGTH.
    ADD 1 TO CJSON$SGP_SEGMENT_COUNT.
READ-ONE-SEGMENT-EXIT.
    EXIT.

*> Both bodies of the owner go: the key runs owner, id, body, number,
*> so every segment of one owner sits together in key order.
DELETE-SEGMENTS.
    IF CJSON$SGP_OWNER_ID = SPACES
        GO TO DELETE-SEGMENTS-EXIT
    END-IF.
    OPEN I-O CJSON$SEG_FILE.
    IF CJSON$SGM_FILE_STATUS NOT = "00"
        IF CJSON$SGM_FILE_STATUS = "05"
            CLOSE CJSON$SEG_FILE
        ELSE
            DISPLAY "CJSON_SEGMENT: unable to open segment file "
                CJSON$SGM_FILE_NAME " status " CJSON$SGM_FILE_STATUS
        END-IF
        GO TO DELETE-SEGMENTS-EXIT
    END-IF.
    MOVE CJSON$SGP_OWNER TO CJSON$SEG_OWNER.
    MOVE CJSON$SGP_OWNER_ID TO CJSON$SEG_OWNER_ID.
    MOVE LOW-VALUES TO CJSON$SEG_BODY.
    MOVE 0 TO CJSON$SEG_NUMBER.
    SET CJSON$SGM_SCAN_GOING TO TRUE.
    START CJSON$SEG_FILE KEY NOT LESS THAN CJSON$SEG_KEY
        INVALID KEY SET CJSON$SGM_SCAN_DONE TO TRUE
    END-START.
    PERFORM DELETE-ONE-SEGMENT THRU DELETE-ONE-SEGMENT-EXIT
        UNTIL CJSON$SGM_SCAN_DONE.
    CLOSE CJSON$SEG_FILE.
DELETE-SEGMENTS-EXIT.
    EXIT.

DELETE-ONE-SEGMENT.
    READ CJSON$SEG_FILE NEXT RECORD
        AT END
            SET CJSON$SGM_SCAN_DONE TO TRUE
            GO TO DELETE-ONE-SEGMENT-EXIT
    END-READ.
    IF CJSON$SEG_OWNER NOT = CJSON$SGP_OWNER
       OR CJSON$SEG_OWNER_ID NOT = CJSON$SGP_OWNER_ID
        SET CJSON$SGM_SCAN_DONE TO TRUE
        GO TO DELETE-ONE-SEGMENT-EXIT
    END-IF.
    DELETE CJSON$SEG_FILE RECORD
        INVALID KEY CONTINUE
    END-DELETE.
    IF CJSON$SGM_FILE_STATUS = "00"
        ADD 1 TO CJSON$SGP_SEGMENT_COUNT
    END-IF.
DELETE-ONE-SEGMENT-EXIT.
    EXIT.
