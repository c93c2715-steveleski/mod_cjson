*> 'P' (prefix), the route path, the sub-program to CALL, the required
*> role (SPACES leaves the route open), the cache TTL in seconds (00000
*> leaves the route uncached - the column is fixed width, so zero-pad
*> it), the batch mode (SPACES or 'N' single-item, 'A' or 'B' batch),
*> the candidate sub-program to shadow GETs to (SPACES for none) and the
*> percentage of GETs to shadow (000-100, zero-padded). Rows written
*> before the two shadow columns existed end at the batch mode and
*> load unshadowed.
*>
*> Rows are honored in file order, the same first-match-wins walk
*> CJSON_DISPATCHER makes over a compiled-in table, and only the first
    05  CJSON$RCFG_REQUIRED_ROLE        PIC X(16).
    05  CJSON$RCFG_CACHE_TTL            PIC 9(09).
    05  CJSON$RCFG_BATCH_MODE           PIC X(01).
    05  CJSON$RCFG_SHADOW_PROGRAM       PIC X(31).
    05  CJSON$RCFG_SHADOW_PERCENT       PIC 9(03).
