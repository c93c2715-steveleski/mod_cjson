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
*> CJSON$EVA_RECORD - one acknowledged event in the dated event archive
*> CJSON_EVENT_ARC_yyyymmdd, where yyyymmdd is the date part of the
*> event's CJSON$EVENT_CREATED stamp. CJSON_EVENT_FORWARD writes the
*> row just before it deletes a fully delivered event from
*> CJSON_EVENT_QUEUE; CJSON_EVENT_REDELIVER reads the archives back to
*> re-send a subscriber what it lost, and CJSON_HOUSEKEEP (store
*> EVENTARC) deletes archives past retention.
*>
*> Each archive is ORGANIZATION INDEXED, RECORD KEY CJSON$EVA_EVENT_ID,
*> ALTERNATE RECORD KEY CJSON$EVA_REQUEST_ID WITH DUPLICATES, so an
*> event can be fetched either by its own id or by the request that
*> raised it. The record is a FILLER overlay of CJSON$EVENT_RECORD (an
*> INDEXED key must name a field of its own FD's record): the whole
*> queue row, delivered flags and all, is MOVEd in, and a reader MOVEs
*> it back into a CJSON$EVENT_RECORD area to get at the fields. If
*> CJSON_EVENT.CPY is ever widened, recompute the FILLER widths here.
*>
01  CJSON$EVA_RECORD.
    05  CJSON$EVA_EVENT_ID              PIC X(32).
    05  FILLER                          PIC X(96).
    05  CJSON$EVA_REQUEST_ID            PIC X(64).
    05  FILLER                          PIC X(4120).
