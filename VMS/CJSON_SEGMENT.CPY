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
*> CJSON$SEG_RECORD - one overflow segment of a request or response body
*> too long for the fixed 4096-byte body fields of CJSON$AUDIT_RECORD
*> (see CJSON_AUDIT.CPY) or CJSON$JOB_RECORD (see CJSON_JOBQ.CPY). COPY
*> this into the FILE SECTION of any program that opens a segment file
*> directly (CJSON_SEGMENT itself, and CJSON_AUDIT_ARCHIVE which rolls
*> audit segments into the dated archives), so the layout stays in one
*> place. Everything else reaches the segments through CALL
*> "CJSON_SEGMENT" (see CJSON_SEGMENT_PARM.CPY).
*>
*> The live file is CJSON_SEGMENT_FILE, ORGANIZATION INDEXED, RECORD
*> KEY CJSON$SEG_KEY:
*>     CJSON$SEG_OWNER     'A' an audit row, keyed by its request id,
*>                         'J' a queued job, keyed by its job id
*>     CJSON$SEG_OWNER_ID  the request id or job id
*>     CJSON$SEG_BODY      'I' the request body, 'O' the response body
*>     CJSON$SEG_NUMBER    1 holds body bytes 4097 - 8192, 2 the next
*>                         4096, and so on
*> The first 4096 bytes of a body stay in the parent record exactly
*> where they always were, so a reader that knows nothing of segments
*> still sees the body's opening. A body is kept up to 64 pieces of
*> 4096 - the parent's own field plus 63 segments, 262144 bytes - which
*> is also the size of every reassembly buffer; anything past that is
*> cut off and the parent is marked truncated.
*>
*> CJSON$SEG_CAPTURED is the parent's capture stamp (CJSON$AUDIT_TIMESTAMP
*> or CJSON$JOB_SUBMITTED), so CJSON_AUDIT_ARCHIVE can tell which day's
*> archive a segment belongs in without reading the parent first.
*> CJSON$SEG_LENGTH is the number of body bytes in CJSON$SEG_DATA - 4096
*> for every segment but the last. CR/LF in a body are stored as spaces,
*> the same rule CJSON_AUDIT_LOG applies to a CSV/plain-text response,
*> so a reassembled body reads the same whichever piece a line break
*> fell in.
*>
*> The dated audit archives CJSON_AUDIT_SEG_ARC_yyyymmdd and the
*> scrubbed extract CJSON_AUDIT_SCRUB_SEGMENTS have this same layout.
*>
01  CJSON$SEG_RECORD.
    05  CJSON$SEG_KEY.
        10  CJSON$SEG_OWNER             PIC X(01).
            88  CJSON$SEG_AUDIT_OWNER   VALUE 'A'.
            88  CJSON$SEG_JOB_OWNER     VALUE 'J'.
        10  CJSON$SEG_OWNER_ID          PIC X(64).
        10  CJSON$SEG_BODY              PIC X(01).
            88  CJSON$SEG_INPUT_BODY    VALUE 'I'.
            88  CJSON$SEG_OUTPUT_BODY   VALUE 'O'.
        10  CJSON$SEG_NUMBER            PIC 9(04).
    05  CJSON$SEG_CAPTURED              PIC X(16).
    05  CJSON$SEG_LENGTH                PIC 9(04).
    05  CJSON$SEG_DATA                  PIC X(4096).
