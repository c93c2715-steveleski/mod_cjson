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
*> CJSON$CINV_RECORD - one row of the hand-maintained
*> CJSON_CACHE_INVALIDATION rules file, LINE SEQUENTIAL, read by
*> CJSON_EVENT each time a change event is raised and checked by
*> CJSON_CONFIG_CHECK.
*>
*> A rule says "an event of this type on a path under this prefix makes
*> every cached rendering under that prefix stale":
*>     CJSON$CINV_EVENT_TYPE  event type exactly as the handler passes
*>                            it to CJSON_EVENT ("payment-posted"), or
*>                            "*" for any type
*>     CJSON$CINV_EVENT_PATH  prefix of the event's resource path,
*>                            compared the way a CJSON$ROUTE_PREFIX_MATCH
*>                            route is; blank matches every path
*>     CJSON$CINV_CACHE_PATH  prefix of the CJSON$CACHE_PATH values to
*>                            drop, for every method and every query
*>                            string; "=" means the event's own path,
*>                            so a PUT to /accounts/123 can drop
*>                            /accounts/123 and /accounts/123/history
*>                            without touching /accounts/456
*> Every matching row is applied, not just the first - one change can
*> stale several families of renderings (the account itself and the
*> account list, say). A row with a blank cache prefix is ignored
*> rather than read as "the whole cache"; a rule that really means
*> everything says "/".
*>
01  CJSON$CINV_RECORD.
    05  CJSON$CINV_EVENT_TYPE           PIC X(16).
    05  CJSON$CINV_EVENT_PATH           PIC X(80).
    05  CJSON$CINV_CACHE_PATH           PIC X(80).
