*> cacheable, because a hit is served without CALLing it and its
*> headers would be silently dropped.
*>
*> Rows are also removed ahead of their TTL by CJSON_EVENT, which drops
*> every row under a path prefix named in CJSON_CACHE_INVALIDATION
*> when a matching change event is raised (see CJSON_CACHE_INVAL.CPY).
*>
01  CJSON$CACHE_RECORD.
    05  CJSON$CACHE_KEY.
        10  CJSON$CACHE_METHOD          PIC 9(02).
