*> CJSON$QUERY_ARG_TABLE's own 32; requests with more than 16 parsed
*> query arguments cannot be faithfully replayed from this file alone.
*>
*> CJSON$AUDIT_PATH (80 bytes) and CJSON$AUDIT_QUERY_ARGS (256 bytes) are
*> fixed-width the same way the table OCCURS above are capped: a path or
*> query string longer than its field is truncated when CJSON_AUDIT_LOG
*> captures it, with no indicator left in the row that truncation
*> happened.
*>
*> CJSON$AUDIT_INPUT_JSON/CJSON$AUDIT_OUTPUT_JSON hold the first 4096
*> bytes of each body. A longer body - a large settlement batch in
*> OUTPUT_CJSON, say - carries on in the overflow segment file keyed by
*> the row's request id (see CJSON_SEGMENT.CPY), up to 262144 bytes in
*> all. CJSON$AUDIT_INPUT_LENGTH/CJSON$AUDIT_OUTPUT_LENGTH are the full
*> length of each body as captured, and CJSON$AUDIT_INPUT_CONTINUED/
*> CJSON$AUDIT_OUTPUT_CONTINUED say where the rest of it is: SPACE the
*> body fits the row, 'C' the rest is in segments, 'T' the body was cut
*> off - longer than 262144 bytes, no request id to key segments by, or
*> a segment that could not be written. A reader wanting the whole body
*> CALLs CJSON_SEGMENT (see CJSON_SEGMENT_PARM.CPY) for any row marked
*> 'C' or 'T'; a reader that only looks at the opening of a body needs
*> nothing new.
*>
*> CJSON_AUDIT_ARCHIVE, CJSON_AUDIT_LOOKUP, CJSON_AUDIT_SCRUB,
*> CJSON_RECONCILE, CJSON_USAGE_REPORT, CJSON_SECURITY_SCAN,
*> CJSON_ANOMALY_REPORT and CJSON_REQUEST_TRACE describe
*> this same record as a FILLER overlay with only the key fields broken
*> out (an INDEXED key must name a field of its own FD's record); adding
*> or widening ANY field here means recomputing the FILLER widths in all
*> of those programs to match.
*>
*> CJSON$AUDIT_ELAPSED_MS is the elapsed milliseconds from dispatcher
*> entry to the moment the row was captured, taken from CJSON_TIMER
*> existed is 9 bytes short, and only a trailing position lets such a
*> row read back with every older field aligned and this one SPACES.
    05  CJSON$AUDIT_ELAPSED_MS          PIC S9(09).
*> Trailing for the same reason: a row written before these existed
*> reads back with them SPACES - no segments, body as the row holds it.
    05  CJSON$AUDIT_INPUT_LENGTH        PIC 9(09).
    05  CJSON$AUDIT_INPUT_CONTINUED     PIC X(01).
        88  CJSON$AUDIT_INPUT_SEGMENTED VALUE 'C'.
        88  CJSON$AUDIT_INPUT_TRUNCATED VALUE 'T'.
        88  CJSON$AUDIT_INPUT_OVERFLOWS VALUES 'C' 'T'.
    05  CJSON$AUDIT_OUTPUT_LENGTH       PIC 9(09).
    05  CJSON$AUDIT_OUTPUT_CONTINUED    PIC X(01).
        88  CJSON$AUDIT_OUTPUT_SEGMENTED VALUE 'C'.
        88  CJSON$AUDIT_OUTPUT_TRUNCATED VALUE 'T'.
        88  CJSON$AUDIT_OUTPUT_OVERFLOWS VALUES 'C' 'T'.
