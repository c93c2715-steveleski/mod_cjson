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
*> CJSON$SGP_PARMS - the parameter block for CALL "CJSON_SEGMENT", the
*> one place overflow body segments (see CJSON_SEGMENT.CPY) are written,
*> reassembled and removed. COPY this into the WORKING-STORAGE SECTION
*> of every caller; CJSON_SEGMENT COPYs it into its LINKAGE SECTION.
*>
*> Usage:
*>     CALL "CJSON_SEGMENT" USING CJSON$SGP_PARMS.
*>
*> Every operation names the body by CJSON$SGP_OWNER, CJSON$SGP_OWNER_ID
*> and CJSON$SGP_BODY (the segment key less its number) and the file by
*> CJSON$SGP_FILE_NAME - SPACES for the live CJSON_SEGMENT_FILE, or the
*> name of a dated archive or extract with the same layout.
*>
*>     'L'  measure only: CJSON$SGP_TEXT_PTR addresses a NUL-terminated
*>          body; CJSON$SGP_LENGTH comes back as its length and
*>          CJSON$SGP_CONTINUED as SPACE (fits the parent), 'C' (would
*>          need segments) or 'T' (longer than 262144 bytes). Nothing
*>          is written.
*>     'W'  write: as 'L', then every 4096-byte piece of the body past
*>          the first is written as a segment, stamped with
*>          CJSON$SGP_CAPTURED; a segment already on file under the
*>          same key is replaced. CJSON$SGP_CONTINUED comes back 'T'
*>          too when a segment could not be written or the owner id is
*>          SPACES. The caller still moves the first 4096 bytes into
*>          the parent record itself, and stores CJSON$SGP_LENGTH and
*>          CJSON$SGP_CONTINUED there.
*>     'R'  reassemble: CJSON$SGP_TEXT_PTR addresses the caller's
*>          262145-byte buffer with the parent's 4096-byte field already
*>          moved to the front; CJSON$SGP_LENGTH and CJSON$SGP_CONTINUED
*>          go in as stored on the parent. The segments are read in
*>          behind the first 4096 bytes, the text is NUL-terminated, and
*>          CJSON$SGP_LENGTH comes back as the bytes now in the buffer.
*>          CJSON$SGP_CONTINUED comes back 'C' whole, 'T' cut off at
*>          capture, or 'M' when a segment was missing from the file.
*>     'D'  delete every segment of the owner, both bodies;
*>          CJSON$SGP_SEGMENT_COUNT comes back as the number removed.
*>
*> CJSON$SGP_SEGMENT_COUNT is the number of segments written, read or
*> deleted by the call. A segment file that cannot be opened is
*> reported on the console; 'W' then answers 'T' and 'R' answers 'M',
*> so the caller's row is marked rather than lost.
*>
01  CJSON$SGP_PARMS.
    05  CJSON$SGP_OPERATION             PIC X(01).
        88  CJSON$SGP_MEASURE           VALUE 'L'.
        88  CJSON$SGP_WRITE             VALUE 'W'.
        88  CJSON$SGP_READ              VALUE 'R'.
        88  CJSON$SGP_DELETE            VALUE 'D'.
    05  CJSON$SGP_FILE_NAME             PIC X(64).
    05  CJSON$SGP_OWNER                 PIC X(01).
    05  CJSON$SGP_OWNER_ID              PIC X(64).
    05  CJSON$SGP_BODY                  PIC X(01).
    05  CJSON$SGP_CAPTURED              PIC X(16).
    05  CJSON$SGP_TEXT_PTR              USAGE POINTER.
    05  CJSON$SGP_LENGTH                PIC S9(09) COMP.
    05  CJSON$SGP_CONTINUED             PIC X(01).
        88  CJSON$SGP_WHOLE             VALUE SPACE.
        88  CJSON$SGP_SEGMENTED         VALUE 'C'.
        88  CJSON$SGP_TRUNCATED         VALUE 'T'.
        88  CJSON$SGP_MISSING           VALUE 'M'.
    05  CJSON$SGP_SEGMENT_COUNT         PIC S9(09) COMP.
