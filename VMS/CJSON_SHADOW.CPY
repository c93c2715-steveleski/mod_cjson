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
*> CJSON$SHD_RECORD - one shadowed request whose candidate sub-program
*> answered differently from the live one, written by CJSON_SHADOW and
*> read by CJSON_SHADOW_REPORT. COPY this into the FILE SECTION of any
*> program that touches the divergence file, so the layout stays in
*> one place.
*>
*> The file is CJSON_SHADOW_DIVERGENCE, ORGANIZATION INDEXED, RECORD KEY
*> CJSON$SHD_REQUEST_ID - the captured request id, so a divergence can
*> be laid beside its CJSON_AUDIT_LOG row (CJSON_AUDIT_LOOKUP) and the
*> live side replayed (CJSON_REPLAY). A request that carried no id is
*> keyed "NOID-<timestamp>-<seq>", the same way CJSON_AUDIT_ARCHIVE
*> keys such rows. Only differences are written; a candidate that
*> agrees with the live program leaves no trace here.
*>
*> CJSON$SHD_DIFF_TYPE says what differed:
*>     'S'  the HTTP status only
*>     'B'  the body only
*>     'A'  both the status and the body
*>     'X'  the candidate could not be CALLed at all
*> The bodies are rendered the way CJSON_AUDIT_LOG renders a response -
*> a cJSON rendering for the JSON output formats, the raw payload for
*> CSV/plain text, CJSON$ERROR_DETAIL when OUTPUT_CJSON is NULL - and
*> compared whole; only the first 4096 bytes of each are kept here, and
*> the two lengths say how long each rendering really was.
*>
01  CJSON$SHD_RECORD.
    05  CJSON$SHD_REQUEST_ID            PIC X(64).
    05  CJSON$SHD_TIMESTAMP             PIC X(16).
    05  CJSON$SHD_ROUTE_PROGRAM         PIC X(31).
    05  CJSON$SHD_CANDIDATE_PROGRAM     PIC X(31).
    05  CJSON$SHD_PATH                  PIC X(80).
    05  CJSON$SHD_QUERY_ARGS            PIC X(256).
    05  CJSON$SHD_DIFF_TYPE             PIC X(01).
        88  CJSON$SHD_STATUS_DIFFERS    VALUE 'S'.
        88  CJSON$SHD_BODY_DIFFERS      VALUE 'B'.
        88  CJSON$SHD_BOTH_DIFFER       VALUE 'A'.
        88  CJSON$SHD_CANDIDATE_FAILED  VALUE 'X'.
    05  CJSON$SHD_LIVE_STATUS           PIC S9(09).
    05  CJSON$SHD_CANDIDATE_STATUS      PIC S9(09).
    05  CJSON$SHD_LIVE_LENGTH           PIC 9(09).
    05  CJSON$SHD_CANDIDATE_LENGTH      PIC 9(09).
    05  CJSON$SHD_LIVE_BODY             PIC X(4096).
    05  CJSON$SHD_CANDIDATE_BODY        PIC X(4096).
