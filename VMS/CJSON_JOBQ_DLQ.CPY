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
*> CJSON$DLQ_RECORD - one job in the dead-letter file
*> CJSON_JOBQ_DEADLETTER, ORGANIZATION INDEXED, RECORD KEY
*> CJSON$DLQ_JOB_ID. CJSON_JOBQ_RUNNER moves a job here when its last
*> permitted attempt still came back with a retryable status, and
*> CJSON_JOBQ_DLQ lists, requeues and discards rows.
*>
*> CJSON$DLQ_JOB_IMAGE is the whole CJSON$JOB_RECORD as it stood after
*> the final attempt - the captured request, the last response and the
*> attempt table - so nothing the queue knew about the job is lost. It
*> is a FILLER overlay (an INDEXED key must name a field of its own FD's
*> record); a reader MOVEs the image into a CJSON$JOB_RECORD area to get
*> at the fields. If CJSON_JOBQ.CPY ever grows, widen the FILLER here to
*> match: its length is the job record's length less the 32-byte id.
*>
01  CJSON$DLQ_RECORD.
    05  CJSON$DLQ_DEAD_AT               PIC X(16).
    05  CJSON$DLQ_JOB_IMAGE.
        10  CJSON$DLQ_JOB_ID            PIC X(32).
        10  FILLER                      PIC X(14136).
