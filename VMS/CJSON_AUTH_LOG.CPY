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
*> CJSON$ALOG_RECORD - one row of the credential change log
*> CJSON_AUTH_CHANGE_LOG, appended by CJSON_AUTH_MAINT for every
*> credentials file row it adds or alters. COPY this into the FILE
*> SECTION of any program that writes or reads the change log, so the
*> layout stays in one place.
*>
*> The file is ORGANIZATION LINE SEQUENTIAL, opened EXTEND and never
*> rewritten - it is the auditors' record of who changed which
*> credential, when, and from what to what. One row per credentials
*> file row touched, so a credential carrying three roles logs three
*> rows per change. Rows are written only once the credentials file
*> itself has been re-created, so the log never claims a change that
*> did not land.
*>
*> CJSON$ALOG_ACTION is one of
*>     ISSUE       a new credential row
*>     ROTATE-OLD  the outgoing credential of a rotation; its valid-to
*>                 cut back to the end of the overlap period
*>     ROTATE-NEW  the incoming credential of a rotation
*>     SUSPEND     status A to S
*>     REINSTATE   status S to A
*>     REVOKE      status A or S to R
*>     CONVERT     a row carried over from a cleartext credentials file
*> CJSON$ALOG_OPERATOR is whoever the maintenance run was told
*> requested the change. The secret itself is never logged - a
*> credential is identified by owner and CJSON$AUTH_SUFFIX, as
*> everywhere else.
*>
01  CJSON$ALOG_RECORD.
    05  CJSON$ALOG_TIMESTAMP            PIC X(16).
    05  CJSON$ALOG_ACTION               PIC X(10).
    05  CJSON$ALOG_OPERATOR             PIC X(32).
    05  CJSON$ALOG_OWNER                PIC X(32).
    05  CJSON$ALOG_SUFFIX               PIC X(08).
    05  CJSON$ALOG_ROLE                 PIC X(16).
    05  CJSON$ALOG_OLD_STATUS           PIC X(01).
    05  CJSON$ALOG_NEW_STATUS           PIC X(01).
    05  CJSON$ALOG_OLD_VALID_TO         PIC X(08).
    05  CJSON$ALOG_VALID_FROM           PIC X(08).
    05  CJSON$ALOG_VALID_TO             PIC X(08).
