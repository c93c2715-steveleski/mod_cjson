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
*> CJSON_SHADOW_REPORT - divergence summary for shadow-routed requests
*> (see CJSON_SHADOW.CPY). Run standalone as a scheduled batch job:
*>     RUN CJSON_SHADOW_REPORT
*> It ACCEPTs two data lines - a from-date and a to-date, each YYYYMMDD
*> or blank for open-ended - so a batch job feeds the range on
*> SYS$INPUT; rows whose CJSON$SHD_TIMESTAMP date falls outside the
*> range are ignored. The printable summary is written to the
*> CJSON_SHADOW_REPORT_OUT file and a one-line completion count is
*> DISPLAYed.
*>
*> The report answers "is the rewritten handler ready?": for each
*> live program and candidate pair it counts the divergences written
*> by CJSON_SHADOW, broken out by what differed (status only, body
*> only, both, or the candidate could not be CALLed), and names the
*> most recent request id so the operator can lay it beside its audit
*> row with CJSON_AUDIT_LOOKUP. A totals section by difference type
*> follows. The pair table tracks the first 64 distinct pairs; rows
*> past that are lumped into a visible "(others past table limit)"
*> line rather than dropped silently.
*>
*> Only divergences are recorded, so a pair that is absent from the
*> report agreed with the live program on every sampled request in
*> the range. Promoting a candidate is a CJSON_ROUTE_CONFIG edit: move
*> the candidate into the route's program column and clear (or
*> repoint) the shadow columns.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_SHADOW_REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$SHD_FILE ASSIGN TO "CJSON_SHADOW_DIVERGENCE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CJSON$SHD_REQUEST_ID
        FILE STATUS IS CJSON$SHR_SHD_STATUS.
    SELECT CJSON$SHR_FILE ASSIGN TO "CJSON_SHADOW_REPORT_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$SHR_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$SHD_FILE.
COPY 'CJSON_SHADOW.CPY'.
FD  CJSON$SHR_FILE.
01  CJSON$SHR_LINE                  PIC X(132).

WORKING-STORAGE SECTION.
01  CJSON$SHR_SHD_STATUS            PIC X(02).
01  CJSON$SHR_FILE_STATUS           PIC X(02).
01  CJSON$SHR_FROM_DATE             PIC X(08).
01  CJSON$SHR_TO_DATE               PIC X(08).
01  CJSON$SHR_EOF_SWITCH            PIC X(01).
    88  CJSON$SHR_AT_EOF            VALUE 'Y'.
    88  CJSON$SHR_NOT_AT_EOF        VALUE 'N'.
01  CJSON$SHR_SLOT_SWITCH           PIC X(01).
    88  CJSON$SHR_SLOT_FOUND        VALUE 'Y'.
    88  CJSON$SHR_SLOT_NOT_FOUND    VALUE 'N'.
01  CJSON$SHR_ROW_DATE              PIC X(08).
01  CJSON$SHR_TYPE_IDX              PIC S9(04) COMP.
01  CJSON$SHR_SEARCH_IDX            PIC S9(04) COMP.
01  CJSON$SHR_PAIR_HIT              PIC S9(04) COMP.

01  CJSON$SHR_TOTAL_COUNT           PIC 9(09) COMP VALUE 0.

*> Difference types in report order: S, B, A, X.
01  CJSON$SHR_TYPE_TABLE.
    05  CJSON$SHR_TYPE_ENTRY        OCCURS 4 TIMES.
        10  CJSON$SHR_TYPE_COUNT    PIC 9(09) COMP VALUE 0.
01  CJSON$SHR_TYPE_NAMES.
    05  FILLER                      PIC X(24)
                                    VALUE "S  STATUS ONLY".
    05  FILLER                      PIC X(24)
                                    VALUE "B  BODY ONLY".
    05  FILLER                      PIC X(24)
                                    VALUE "A  STATUS AND BODY".
    05  FILLER                      PIC X(24)
                                    VALUE "X  CANDIDATE NOT CALLED".
01  CJSON$SHR_TYPE_NAME_TABLE REDEFINES CJSON$SHR_TYPE_NAMES.
    05  CJSON$SHR_TYPE_NAME         PIC X(24) OCCURS 4 TIMES.

01  CJSON$SHR_PAIR_TABLE.
    05  CJSON$SHR_PAIR_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$SHR_PAIR_ENTRY        OCCURS 64 TIMES.
        10  CJSON$SHR_PAIR_ROUTE    PIC X(31).
        10  CJSON$SHR_PAIR_CAND     PIC X(31).
        10  CJSON$SHR_PAIR_COUNT    PIC 9(09) COMP.
        10  CJSON$SHR_PAIR_BY_TYPE  PIC 9(09) COMP OCCURS 4 TIMES.
        10  CJSON$SHR_PAIR_LAST_TS  PIC X(16).
        10  CJSON$SHR_PAIR_LAST_ID  PIC X(64).
01  CJSON$SHR_PAIR_OVERFLOW         PIC 9(09) COMP VALUE 0.

01  CJSON$SHR_COUNT_EDIT            PIC Z(08)9.
01  CJSON$SHR_S_EDIT                PIC Z(08)9.
01  CJSON$SHR_B_EDIT                PIC Z(08)9.
01  CJSON$SHR_A_EDIT                PIC Z(08)9.
01  CJSON$SHR_X_EDIT                PIC Z(08)9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT CJSON$SHR_FROM_DATE.
    ACCEPT CJSON$SHR_TO_DATE.
    PERFORM TALLY-DIVERGENCE-FILE THRU TALLY-DIVERGENCE-FILE-EXIT.
    PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.
    MOVE CJSON$SHR_TOTAL_COUNT TO CJSON$SHR_COUNT_EDIT.
    DISPLAY "CJSON_SHADOW_REPORT: " CJSON$SHR_COUNT_EDIT
        " divergence(s) summarized".
    STOP RUN.

TALLY-DIVERGENCE-FILE.
    SET CJSON$SHR_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$SHD_FILE.
    IF CJSON$SHR_SHD_STATUS = "35"
        DISPLAY "CJSON_SHADOW_REPORT: no divergence file,"
            " nothing has diverged yet"
        GO TO TALLY-DIVERGENCE-FILE-EXIT
    END-IF.
    IF CJSON$SHR_SHD_STATUS NOT = "00"
        DISPLAY "CJSON_SHADOW_REPORT: unable to open divergence file,"
            " status " CJSON$SHR_SHD_STATUS
        MOVE 1 TO RETURN-CODE
        GO TO TALLY-DIVERGENCE-FILE-EXIT
    END-IF.
    MOVE LOW-VALUES TO CJSON$SHD_REQUEST_ID.
    START CJSON$SHD_FILE KEY NOT LESS THAN CJSON$SHD_REQUEST_ID
        INVALID KEY SET CJSON$SHR_AT_EOF TO TRUE
    END-START.
    PERFORM TALLY-ONE-ROW THRU TALLY-ONE-ROW-EXIT
        UNTIL CJSON$SHR_AT_EOF.
    CLOSE CJSON$SHD_FILE.
TALLY-DIVERGENCE-FILE-EXIT.
    EXIT.

TALLY-ONE-ROW.
    READ CJSON$SHD_FILE NEXT RECORD
        AT END
            SET CJSON$SHR_AT_EOF TO TRUE
            GO TO TALLY-ONE-ROW-EXIT
    END-READ.
    MOVE CJSON$SHD_TIMESTAMP(1:8) TO CJSON$SHR_ROW_DATE.
    IF CJSON$SHR_FROM_DATE NOT = SPACES
       AND CJSON$SHR_ROW_DATE < CJSON$SHR_FROM_DATE
        GO TO TALLY-ONE-ROW-EXIT
    END-IF.
    IF CJSON$SHR_TO_DATE NOT = SPACES
       AND CJSON$SHR_ROW_DATE > CJSON$SHR_TO_DATE
        GO TO TALLY-ONE-ROW-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$SHD_STATUS_DIFFERS
            MOVE 1 TO CJSON$SHR_TYPE_IDX
        WHEN CJSON$SHD_BODY_DIFFERS
            MOVE 2 TO CJSON$SHR_TYPE_IDX
        WHEN CJSON$SHD_BOTH_DIFFER
            MOVE 3 TO CJSON$SHR_TYPE_IDX
        WHEN CJSON$SHD_CANDIDATE_FAILED
            MOVE 4 TO CJSON$SHR_TYPE_IDX
        WHEN OTHER
            GO TO TALLY-ONE-ROW-EXIT
    END-EVALUATE.
    ADD 1 TO CJSON$SHR_TOTAL_COUNT.
    ADD 1 TO CJSON$SHR_TYPE_COUNT(CJSON$SHR_TYPE_IDX).
    PERFORM TALLY-PAIR THRU TALLY-PAIR-EXIT.
TALLY-ONE-ROW-EXIT.
    EXIT.

TALLY-PAIR.
    SET CJSON$SHR_SLOT_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-PAIR THRU MATCH-ONE-PAIR-EXIT
        VARYING CJSON$SHR_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$SHR_SEARCH_IDX > CJSON$SHR_PAIR_USED
           OR CJSON$SHR_SLOT_FOUND.
    IF CJSON$SHR_SLOT_FOUND
        GO TO TALLY-PAIR-EXIT
    END-IF.
    IF CJSON$SHR_PAIR_USED < 64
        ADD 1 TO CJSON$SHR_PAIR_USED
        MOVE CJSON$SHR_PAIR_USED TO CJSON$SHR_PAIR_HIT
        MOVE CJSON$SHD_ROUTE_PROGRAM
            TO CJSON$SHR_PAIR_ROUTE(CJSON$SHR_PAIR_HIT)
        MOVE CJSON$SHD_CANDIDATE_PROGRAM
            TO CJSON$SHR_PAIR_CAND(CJSON$SHR_PAIR_HIT)
        MOVE 0 TO CJSON$SHR_PAIR_COUNT(CJSON$SHR_PAIR_HIT)
        MOVE 0 TO CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_PAIR_HIT, 1)
        MOVE 0 TO CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_PAIR_HIT, 2)
        MOVE 0 TO CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_PAIR_HIT, 3)
        MOVE 0 TO CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_PAIR_HIT, 4)
        MOVE SPACES TO CJSON$SHR_PAIR_LAST_TS(CJSON$SHR_PAIR_HIT)
        PERFORM COUNT-PAIR-ROW THRU COUNT-PAIR-ROW-EXIT
    ELSE
        ADD 1 TO CJSON$SHR_PAIR_OVERFLOW
    END-IF.
TALLY-PAIR-EXIT.
    EXIT.

MATCH-ONE-PAIR.
    IF CJSON$SHR_PAIR_ROUTE(CJSON$SHR_SEARCH_IDX)
       = CJSON$SHD_ROUTE_PROGRAM
       AND CJSON$SHR_PAIR_CAND(CJSON$SHR_SEARCH_IDX)
       = CJSON$SHD_CANDIDATE_PROGRAM
        MOVE CJSON$SHR_SEARCH_IDX TO CJSON$SHR_PAIR_HIT
        PERFORM COUNT-PAIR-ROW THRU COUNT-PAIR-ROW-EXIT
        SET CJSON$SHR_SLOT_FOUND TO TRUE
    END-IF.
MATCH-ONE-PAIR-EXIT.
    EXIT.

*> The divergence file is in request-id order, not time order, so the
*> latest row per pair is picked by timestamp.
COUNT-PAIR-ROW.
    ADD 1 TO CJSON$SHR_PAIR_COUNT(CJSON$SHR_PAIR_HIT).
    ADD 1 TO CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_PAIR_HIT,
                                    CJSON$SHR_TYPE_IDX).
    IF CJSON$SHD_TIMESTAMP > CJSON$SHR_PAIR_LAST_TS(CJSON$SHR_PAIR_HIT)
        MOVE CJSON$SHD_TIMESTAMP
            TO CJSON$SHR_PAIR_LAST_TS(CJSON$SHR_PAIR_HIT)
        MOVE CJSON$SHD_REQUEST_ID
            TO CJSON$SHR_PAIR_LAST_ID(CJSON$SHR_PAIR_HIT)
    END-IF.
COUNT-PAIR-ROW-EXIT.
    EXIT.

WRITE-REPORT.
    OPEN OUTPUT CJSON$SHR_FILE.
    IF CJSON$SHR_FILE_STATUS NOT = "00"
        DISPLAY "CJSON_SHADOW_REPORT: unable to open report file,"
            " status " CJSON$SHR_FILE_STATUS
        MOVE 1 TO RETURN-CODE
        GO TO WRITE-REPORT-EXIT
    END-IF.
    PERFORM WRITE-HEADING THRU WRITE-HEADING-EXIT.
    PERFORM WRITE-PAIR-SECTION THRU WRITE-PAIR-SECTION-EXIT.
    PERFORM WRITE-TYPE-SECTION THRU WRITE-TYPE-SECTION-EXIT.
    CLOSE CJSON$SHR_FILE.
WRITE-REPORT-EXIT.
    EXIT.

WRITE-HEADING.
    MOVE "CJSON SHADOW ROUTING DIVERGENCES" TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "FROM " DELIMITED BY SIZE
           CJSON$SHR_FROM_DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           CJSON$SHR_TO_DATE DELIMITED BY SIZE
           "  (BLANK = OPEN ENDED)" DELIMITED BY SIZE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE SPACES TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE CJSON$SHR_TOTAL_COUNT TO CJSON$SHR_COUNT_EDIT.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "TOTAL DIVERGENCES " DELIMITED BY SIZE
           CJSON$SHR_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE SPACES TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
WRITE-HEADING-EXIT.
    EXIT.

WRITE-PAIR-SECTION.
    MOVE "BY ROUTE PROGRAM AND CANDIDATE" TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "  LIVE PROGRAM                    " DELIMITED BY SIZE
           "CANDIDATE                       " DELIMITED BY SIZE
           "    TOTAL     STATUS       BODY" DELIMITED BY SIZE
           "       BOTH   NOT CALL" DELIMITED BY SIZE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    PERFORM WRITE-ONE-PAIR THRU WRITE-ONE-PAIR-EXIT
        VARYING CJSON$SHR_SEARCH_IDX FROM 1 BY 1
        UNTIL CJSON$SHR_SEARCH_IDX > CJSON$SHR_PAIR_USED.
    IF CJSON$SHR_PAIR_OVERFLOW > 0
        MOVE CJSON$SHR_PAIR_OVERFLOW TO CJSON$SHR_COUNT_EDIT
        MOVE SPACES TO CJSON$SHR_LINE
        STRING "  (OTHERS PAST TABLE LIMIT)  " DELIMITED BY SIZE
               CJSON$SHR_COUNT_EDIT DELIMITED BY SIZE
            INTO CJSON$SHR_LINE
        WRITE CJSON$SHR_LINE
    END-IF.
    MOVE SPACES TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
WRITE-PAIR-SECTION-EXIT.
    EXIT.

WRITE-ONE-PAIR.
    MOVE CJSON$SHR_PAIR_COUNT(CJSON$SHR_SEARCH_IDX)
        TO CJSON$SHR_COUNT_EDIT.
    MOVE CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_SEARCH_IDX, 1)
        TO CJSON$SHR_S_EDIT.
    MOVE CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_SEARCH_IDX, 2)
        TO CJSON$SHR_B_EDIT.
    MOVE CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_SEARCH_IDX, 3)
        TO CJSON$SHR_A_EDIT.
    MOVE CJSON$SHR_PAIR_BY_TYPE(CJSON$SHR_SEARCH_IDX, 4)
        TO CJSON$SHR_X_EDIT.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "  " DELIMITED BY SIZE
           CJSON$SHR_PAIR_ROUTE(CJSON$SHR_SEARCH_IDX)
               DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CJSON$SHR_PAIR_CAND(CJSON$SHR_SEARCH_IDX)
               DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CJSON$SHR_COUNT_EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CJSON$SHR_S_EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CJSON$SHR_B_EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CJSON$SHR_A_EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CJSON$SHR_X_EDIT DELIMITED BY SIZE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "      LATEST " DELIMITED BY SIZE
           CJSON$SHR_PAIR_LAST_TS(CJSON$SHR_SEARCH_IDX)
               DELIMITED BY SIZE
           "  REQUEST ID " DELIMITED BY SIZE
           CJSON$SHR_PAIR_LAST_ID(CJSON$SHR_SEARCH_IDX)
               DELIMITED BY SPACE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
WRITE-ONE-PAIR-EXIT.
    EXIT.

WRITE-TYPE-SECTION.
    MOVE "BY DIFFERENCE TYPE" TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
    PERFORM WRITE-ONE-TYPE THRU WRITE-ONE-TYPE-EXIT
        VARYING CJSON$SHR_TYPE_IDX FROM 1 BY 1
        UNTIL CJSON$SHR_TYPE_IDX > 4.
    MOVE SPACES TO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
WRITE-TYPE-SECTION-EXIT.
    EXIT.

WRITE-ONE-TYPE.
    MOVE CJSON$SHR_TYPE_COUNT(CJSON$SHR_TYPE_IDX)
        TO CJSON$SHR_COUNT_EDIT.
    MOVE SPACES TO CJSON$SHR_LINE.
    STRING "  " DELIMITED BY SIZE
           CJSON$SHR_TYPE_NAME(CJSON$SHR_TYPE_IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CJSON$SHR_COUNT_EDIT DELIMITED BY SIZE
        INTO CJSON$SHR_LINE.
    WRITE CJSON$SHR_LINE.
WRITE-ONE-TYPE-EXIT.
    EXIT.
