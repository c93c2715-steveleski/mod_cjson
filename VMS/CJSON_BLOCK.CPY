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
*> CJSON$BLOCK_RECORD - one blocked client address in the client block
*> list CJSON_DISPATCHER checks through CJSON_BLOCK before anything
*> else a request touches. COPY this into the FILE SECTION of any
*> program that reads or writes the list (CJSON_BLOCK itself,
*> CJSON_SECURITY_SCAN which adds offenders, and the CJSON_BLOCK_MAINT
*> operator utility), so the layout stays in one place.
*>
*> The file is CJSON_BLOCK_LIST, ORGANIZATION INDEXED, RECORD KEY
*> CJSON$BLOCK_CLIENT_IP - the address exactly as CJSON$CLIENT_IP
*> presents it and CJSON_AUDIT_LOG captures it. One row per address; a
*> later scan that trips again for an address already on the list
*> extends the row rather than adding another.
*>
*>     CJSON$BLOCK_BLOCKED_AT  when the row was written, and
*>     CJSON$BLOCK_EXPIRES_AT  when it stops turning the address away,
*>                             both stamped YYYYMMDDHHMMSScc the same
*>                             way CJSON$AUDIT_TIMESTAMP is, so the two
*>                             compare as plain text. A row past its
*>                             expiry is inert - CJSON_BLOCK lets the
*>                             address through - and stays on file until
*>                             CJSON_BLOCK_MAINT TIDY removes it.
*>     CJSON$BLOCK_PATTERN     the security exceptions pattern that put
*>                             the address here (AUTHFAIL, IDWALK or
*>                             THROTTLE - see CJSON_SECURITY_SCAN).
*>     CJSON$BLOCK_OBSERVED    the count that tripped it, and
*>     CJSON$BLOCK_THRESHOLD   the rules-file threshold it met.
*>     CJSON$BLOCK_SCAN_DATE   the audit day the scan read.
*>     CJSON$BLOCK_REASON      free text for the operator - the walked
*>                             route prefix, the spread of credentials.
*>
01  CJSON$BLOCK_RECORD.
    05  CJSON$BLOCK_CLIENT_IP           PIC X(46).
    05  CJSON$BLOCK_BLOCKED_AT          PIC X(16).
    05  CJSON$BLOCK_EXPIRES_AT          PIC X(16).
    05  CJSON$BLOCK_PATTERN             PIC X(08).
    05  CJSON$BLOCK_OBSERVED            PIC 9(09).
    05  CJSON$BLOCK_THRESHOLD           PIC 9(05).
    05  CJSON$BLOCK_SCAN_DATE           PIC 9(08).
    05  CJSON$BLOCK_REASON              PIC X(80).
