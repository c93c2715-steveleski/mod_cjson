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
*> CJSON_SHADOW - shadow-routing companion program for CJSON_DISPATCHER.
*> Proves a candidate sub-program against live traffic before it is
*> promoted: for a sample of a route's GET requests, the candidate named
*> in CJSON$ROUTE_SHADOW_PROGRAM (see CJSON_DISPATCH.CPY) is CALLed on
*> the same request after CJSON$ROUTE_PROGRAM has answered it, and any
*> difference in status or body is written to the divergence file
*> CJSON_SHADOW_DIVERGENCE (see CJSON_SHADOW.CPY) for
*> CJSON_SHADOW_REPORT.
*>
*> The live response is never touched. The candidate runs on a copy of
*> the request: CJSON$APACHE_CJSON is saved before the CALL and put back
*> after it, so output headers or an output format the candidate sets
*> go nowhere, and it is handed its own duplicate of INPUT_CJSON and its
*> own OUTPUT_CJSON and CJSON$ERROR_DETAIL, which are freed here once
*> rendered. Only GETs are ever shadowed - a candidate must never
*> change state - and this program refuses any other method even if
*> asked.
*>
*> The sample is taken from the hundredths of the time of day: a
*> request is shadowed when that two-digit value is below the route's
*> percentage, so 100 shadows every GET and 10 roughly one in ten.
*> Divergence-file trouble is reported on the console and otherwise
*> ignored, the same fail-open stance CJSON_THROTTLE takes; a candidate
*> that cannot be CALLed at all is recorded as a divergence of its own.
*> The candidate's elapsed time is added to the request's, so keep the
*> percentage modest on a busy route.
*>
*> Usage:
*>     CALL "CJSON_SHADOW" USING CJSON$APACHE_CJSON,
*>                               CJSON$ROUTE_PROGRAM(n),
*>                               CJSON$ROUTE_SHADOW_PROGRAM(n),
*>                               CJSON$ROUTE_SHADOW_PERCENT(n),
*>                               INPUT_CJSON, OUTPUT_CJSON,
*>                               CJSON$ERROR_DETAIL, HTTP_ERROR_CODE.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_SHADOW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CJSON$SHD_FILE ASSIGN TO "CJSON_SHADOW_DIVERGENCE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CJSON$SHD_REQUEST_ID
        FILE STATUS IS CJSON$SHW_FILE_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$SHD_FILE.
COPY 'CJSON_SHADOW.CPY'.

WORKING-STORAGE SECTION.
01  CJSON$SHW_FILE_STATUS           PIC X(02).
01  CJSON$SHW_TIME_TEXT             PIC 9(08).
01  CJSON$SHW_TIME_PARTS REDEFINES CJSON$SHW_TIME_TEXT.
    05  FILLER                      PIC 9(06).
    05  CJSON$SHW_HUNDREDTHS        PIC 9(02).
01  CJSON$SHW_DATE_TEXT             PIC 9(08).
01  CJSON$SHW_NOID_SEQ              PIC 9(04) VALUE 0.
01  CJSON$SHW_CSTR                  PIC X(262144) BASED.
01  CJSON$SHW_BODY_VIEW             PIC X(262145) BASED.
01  CJSON$SHW_LIVE_BODY             PIC X(262145).
01  CJSON$SHW_CAND_BODY             PIC X(262145).
01  CJSON$SHW_LIVE_LEN              PIC S9(09) COMP.
01  CJSON$SHW_CAND_LEN              PIC S9(09) COMP.
01  CJSON$SHW_BODY_LEN              PIC S9(09) COMP.
01  CJSON$SHW_JSON_PTR              USAGE POINTER.
*> The render paragraph works on whichever response these name.
01  CJSON$SHW_RENDER_OUTPUT         USAGE POINTER.
01  CJSON$SHW_RENDER_ERROR          USAGE POINTER.
01  CJSON$SHW_RENDER_FORMAT         PIC S9(09) COMP.
    88  CJSON$SHW_RENDER_RAW        VALUE 2 3.
01  CJSON$SHW_CAND_INPUT            USAGE POINTER.
01  CJSON$SHW_CAND_OUTPUT           USAGE POINTER.
01  CJSON$SHW_CAND_ERROR            USAGE POINTER.
01  CJSON$SHW_CAND_STATUS           PIC S9(09) COMP.
01  CJSON$SHW_CAND_FORMAT           PIC S9(09) COMP.
01  CJSON$SHW_CALL_SWITCH           PIC X(01).
    88  CJSON$SHW_CALL_FAILED       VALUE 'Y'.
    88  CJSON$SHW_CALL_WORKED       VALUE 'N'.
01  CJSON$SHW_DIFF_TYPE             PIC X(01).
    88  CJSON$SHW_NO_DIFFERENCE     VALUE SPACE.
*> A byte image of CJSON$APACHE_CJSON, comfortably wider than the
*> block, taken before the candidate runs and put back after it.
01  CJSON$SHW_SAVED_REQUEST         PIC X(4096).

LINKAGE SECTION.
COPY 'APACHE_CJSON.CPY'.
01  CJSON$SHW_ROUTE_PROGRAM         PIC X(31).
01  CJSON$SHW_CANDIDATE_PROGRAM     PIC X(31).
01  CJSON$SHW_PERCENT               PIC S9(09) COMP.
01  INPUT_CJSON                     USAGE POINTER.
01  OUTPUT_CJSON                    USAGE POINTER.
01  CJSON$ERROR_DETAIL              USAGE POINTER.
01  HTTP_ERROR_CODE                 PIC S9(09) COMP.

PROCEDURE DIVISION USING CJSON$APACHE_CJSON, CJSON$SHW_ROUTE_PROGRAM,
                         CJSON$SHW_CANDIDATE_PROGRAM, CJSON$SHW_PERCENT,
                         INPUT_CJSON, OUTPUT_CJSON, CJSON$ERROR_DETAIL,
                         HTTP_ERROR_CODE.

MAIN-LOGIC.
    IF NOT CJSON$_GET
       OR CJSON$SHW_CANDIDATE_PROGRAM = SPACES
       OR CJSON$SHW_PERCENT NOT > 0
        GOBACK
    END-IF.
    ACCEPT CJSON$SHW_TIME_TEXT FROM TIME.
    IF CJSON$SHW_HUNDREDTHS NOT < CJSON$SHW_PERCENT
        GOBACK
    END-IF.
    SET ADDRESS OF CJSON$SHW_BODY_VIEW
        TO ADDRESS OF CJSON$SHW_LIVE_BODY.
    SET CJSON$SHW_RENDER_OUTPUT TO OUTPUT_CJSON.
    SET CJSON$SHW_RENDER_ERROR TO CJSON$ERROR_DETAIL.
    MOVE CJSON$OUTPUT_FORMAT TO CJSON$SHW_RENDER_FORMAT.
    PERFORM RENDER-RESPONSE-BODY THRU RENDER-RESPONSE-BODY-EXIT.
    MOVE CJSON$SHW_BODY_LEN TO CJSON$SHW_LIVE_LEN.
    PERFORM RUN-CANDIDATE THRU RUN-CANDIDATE-EXIT.
    PERFORM COMPARE-RESPONSES THRU COMPARE-RESPONSES-EXIT.
    IF NOT CJSON$SHW_NO_DIFFERENCE
        PERFORM WRITE-DIVERGENCE THRU WRITE-DIVERGENCE-EXIT
    END-IF.
    GOBACK.

*> The candidate starts from the request as mod_cjson handed it over -
*> no output headers, collapsed output - whatever the live program
*> left behind, and the block is restored before anything else runs.
RUN-CANDIDATE.
    SET CJSON$SHW_CALL_WORKED TO TRUE.
    SET CJSON$SHW_CAND_INPUT TO NULL.
    SET CJSON$SHW_CAND_OUTPUT TO NULL.
    SET CJSON$SHW_CAND_ERROR TO NULL.
    MOVE 0 TO CJSON$SHW_CAND_STATUS.
    IF INPUT_CJSON NOT EQUAL NULL
        CALL "cJSON_Duplicate" USING BY VALUE INPUT_CJSON
                                     BY VALUE 1
            RETURNING CJSON$SHW_CAND_INPUT
        END-CALL
    END-IF.
    MOVE CJSON$APACHE_CJSON TO CJSON$SHW_SAVED_REQUEST.
    MOVE 0 TO CJSON$OUTPUT_FORMAT.
    MOVE 0 TO CJSON$OUTPUT_HEADER_COUNT.
    CALL CJSON$SHW_CANDIDATE_PROGRAM
        USING CJSON$APACHE_CJSON, CJSON$SHW_CAND_INPUT,
              CJSON$SHW_CAND_OUTPUT, CJSON$SHW_CAND_ERROR
        RETURNING CJSON$SHW_CAND_STATUS
        ON EXCEPTION
            SET CJSON$SHW_CALL_FAILED TO TRUE
    END-CALL.
    MOVE CJSON$OUTPUT_FORMAT TO CJSON$SHW_CAND_FORMAT.
    MOVE CJSON$SHW_SAVED_REQUEST TO CJSON$APACHE_CJSON.
    SET ADDRESS OF CJSON$SHW_BODY_VIEW
        TO ADDRESS OF CJSON$SHW_CAND_BODY.
    SET CJSON$SHW_RENDER_OUTPUT TO CJSON$SHW_CAND_OUTPUT.
    SET CJSON$SHW_RENDER_ERROR TO CJSON$SHW_CAND_ERROR.
    MOVE CJSON$SHW_CAND_FORMAT TO CJSON$SHW_RENDER_FORMAT.
    PERFORM RENDER-RESPONSE-BODY THRU RENDER-RESPONSE-BODY-EXIT.
    MOVE CJSON$SHW_BODY_LEN TO CJSON$SHW_CAND_LEN.
    IF CJSON$SHW_CAND_OUTPUT NOT EQUAL NULL
       AND NOT CJSON$SHW_RENDER_RAW
        CALL "cJSON_Delete" USING BY VALUE CJSON$SHW_CAND_OUTPUT
        END-CALL
    END-IF.
    IF CJSON$SHW_CAND_ERROR NOT EQUAL NULL
        CALL "cJSON_Delete" USING BY VALUE CJSON$SHW_CAND_ERROR
        END-CALL
    END-IF.
    IF CJSON$SHW_CAND_INPUT NOT EQUAL NULL
        CALL "cJSON_Delete" USING BY VALUE CJSON$SHW_CAND_INPUT
        END-CALL
    END-IF.
RUN-CANDIDATE-EXIT.
    EXIT.

*> Rendered the way CJSON_AUDIT_LOG renders a response, into the buffer
*> CJSON$SHW_BODY_VIEW addresses; CJSON$SHW_BODY_LEN is its length.
RENDER-RESPONSE-BODY.
    MOVE SPACES TO CJSON$SHW_BODY_VIEW.
    MOVE 0 TO CJSON$SHW_BODY_LEN.
    IF CJSON$SHW_RENDER_OUTPUT NOT EQUAL NULL
        IF CJSON$SHW_RENDER_RAW
            SET ADDRESS OF CJSON$SHW_CSTR TO CJSON$SHW_RENDER_OUTPUT
            UNSTRING CJSON$SHW_CSTR DELIMITED BY X"00"
                INTO CJSON$SHW_BODY_VIEW COUNT IN CJSON$SHW_BODY_LEN
        ELSE
            CALL "cJSON_PrintUnformatted"
                USING BY VALUE CJSON$SHW_RENDER_OUTPUT
                RETURNING CJSON$SHW_JSON_PTR
            END-CALL
            PERFORM COPY-RENDERED-JSON THRU COPY-RENDERED-JSON-EXIT
        END-IF
    ELSE
        IF CJSON$SHW_RENDER_ERROR NOT EQUAL NULL
            CALL "cJSON_PrintUnformatted"
                USING BY VALUE CJSON$SHW_RENDER_ERROR
                RETURNING CJSON$SHW_JSON_PTR
            END-CALL
            PERFORM COPY-RENDERED-JSON THRU COPY-RENDERED-JSON-EXIT
        END-IF
    END-IF.
RENDER-RESPONSE-BODY-EXIT.
    EXIT.

COPY-RENDERED-JSON.
    IF CJSON$SHW_JSON_PTR EQUAL NULL
        GO TO COPY-RENDERED-JSON-EXIT
    END-IF.
    SET ADDRESS OF CJSON$SHW_CSTR TO CJSON$SHW_JSON_PTR.
    UNSTRING CJSON$SHW_CSTR DELIMITED BY X"00"
        INTO CJSON$SHW_BODY_VIEW COUNT IN CJSON$SHW_BODY_LEN.
    CALL "cJSON_free" USING BY VALUE CJSON$SHW_JSON_PTR
    END-CALL.
COPY-RENDERED-JSON-EXIT.
    EXIT.

COMPARE-RESPONSES.
    MOVE SPACE TO CJSON$SHW_DIFF_TYPE.
    IF CJSON$SHW_CALL_FAILED
        MOVE "X" TO CJSON$SHW_DIFF_TYPE
        GO TO COMPARE-RESPONSES-EXIT
    END-IF.
    IF CJSON$SHW_CAND_STATUS NOT = HTTP_ERROR_CODE
        MOVE "S" TO CJSON$SHW_DIFF_TYPE
    END-IF.
    IF CJSON$SHW_CAND_LEN NOT = CJSON$SHW_LIVE_LEN
       OR CJSON$SHW_CAND_BODY NOT = CJSON$SHW_LIVE_BODY
        IF CJSON$SHW_NO_DIFFERENCE
            MOVE "B" TO CJSON$SHW_DIFF_TYPE
        ELSE
            MOVE "A" TO CJSON$SHW_DIFF_TYPE
        END-IF
    END-IF.
COMPARE-RESPONSES-EXIT.
    EXIT.

WRITE-DIVERGENCE.
    OPEN I-O CJSON$SHD_FILE.
    IF CJSON$SHW_FILE_STATUS NOT = "00"
       AND CJSON$SHW_FILE_STATUS NOT = "05"
        DISPLAY "CJSON_SHADOW: unable to open divergence file,"
            " status " CJSON$SHW_FILE_STATUS
        GO TO WRITE-DIVERGENCE-EXIT
    END-IF.
    MOVE SPACES TO CJSON$SHD_RECORD.
    ACCEPT CJSON$SHW_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$SHW_TIME_TEXT FROM TIME.
    STRING CJSON$SHW_DATE_TEXT DELIMITED BY SIZE
           CJSON$SHW_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$SHD_TIMESTAMP.
    IF CJSON$REQUEST_ID NOT EQUAL NULL
        SET ADDRESS OF CJSON$SHW_CSTR TO CJSON$REQUEST_ID
        UNSTRING CJSON$SHW_CSTR DELIMITED BY X"00"
            INTO CJSON$SHD_REQUEST_ID
    END-IF.
    IF CJSON$SHD_REQUEST_ID = SPACES
        ADD 1 TO CJSON$SHW_NOID_SEQ
        STRING "NOID-" DELIMITED BY SIZE
               CJSON$SHD_TIMESTAMP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CJSON$SHW_NOID_SEQ DELIMITED BY SIZE
            INTO CJSON$SHD_REQUEST_ID
    END-IF.
    IF CJSON$PATH NOT EQUAL NULL
        SET ADDRESS OF CJSON$SHW_CSTR TO CJSON$PATH
        UNSTRING CJSON$SHW_CSTR DELIMITED BY X"00"
            INTO CJSON$SHD_PATH
    END-IF.
    IF CJSON$QUERY_ARGS NOT EQUAL NULL
        SET ADDRESS OF CJSON$SHW_CSTR TO CJSON$QUERY_ARGS
        UNSTRING CJSON$SHW_CSTR DELIMITED BY X"00"
            INTO CJSON$SHD_QUERY_ARGS
    END-IF.
    MOVE CJSON$SHW_ROUTE_PROGRAM TO CJSON$SHD_ROUTE_PROGRAM.
    MOVE CJSON$SHW_CANDIDATE_PROGRAM TO CJSON$SHD_CANDIDATE_PROGRAM.
    MOVE CJSON$SHW_DIFF_TYPE TO CJSON$SHD_DIFF_TYPE.
    MOVE HTTP_ERROR_CODE TO CJSON$SHD_LIVE_STATUS.
    MOVE CJSON$SHW_CAND_STATUS TO CJSON$SHD_CANDIDATE_STATUS.
    MOVE CJSON$SHW_LIVE_LEN TO CJSON$SHD_LIVE_LENGTH.
    MOVE CJSON$SHW_CAND_LEN TO CJSON$SHD_CANDIDATE_LENGTH.
    MOVE CJSON$SHW_LIVE_BODY TO CJSON$SHD_LIVE_BODY.
    MOVE CJSON$SHW_CAND_BODY TO CJSON$SHD_CANDIDATE_BODY.
    INSPECT CJSON$SHD_LIVE_BODY
        REPLACING ALL X"0D" BY SPACE ALL X"0A" BY SPACE.
    INSPECT CJSON$SHD_CANDIDATE_BODY
        REPLACING ALL X"0D" BY SPACE ALL X"0A" BY SPACE.
    WRITE CJSON$SHD_RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    IF CJSON$SHW_FILE_STATUS NOT = "00"
       AND CJSON$SHW_FILE_STATUS NOT = "02"
        DISPLAY "CJSON_SHADOW: divergence not written for "
            CJSON$SHD_REQUEST_ID " status " CJSON$SHW_FILE_STATUS
    END-IF.
    CLOSE CJSON$SHD_FILE.
WRITE-DIVERGENCE-EXIT.
    EXIT.
