*> the whole dispatcher path - every gate below plus the sub-program.
*>
*> Before anything else - before the route table is even consulted -
*> the request passes through CJSON_BLOCK, which looks the client
*> address up in the client block list CJSON_SECURITY_SCAN maintains
*> and answers 403 (with a CJSON$ERROR_DETAIL body) for an address
*> blocked and not yet expired. One keyed read; an absent list costs
*> a failed open and nothing else.
*>
*> Next the request passes through CJSON_THROTTLE, which counts it
*> against the per-client rate limits in the throttle limits file and
*> answers 429 (with a CJSON$ERROR_DETAIL body and a Retry-After output
*> header already in place) when the caller is over its window. A
*> request no limit row matches costs one sequential read of the limits
*> file.
*>
*> Right behind the throttle, still before route matching, sits the
*> site maintenance switch: CJSON_MAINT checks the hand-maintained
*> falls through to the sub-program, whose 200 rendering is then stored
*> for the next identical request (see CJSON_CACHE).
*>
*> A GET route that names a CJSON$ROUTE_SHADOW_PROGRAM with a positive
*> CJSON$ROUTE_SHADOW_PERCENT is handed to CJSON_SHADOW once its
*> sub-program has answered: for the configured share of requests the
*> candidate runs on a copy of the request and any difference in status
*> or body goes to the divergence file. The client's response is the
*> live sub-program's either way. Cache hits and batch routes are
*> never shadowed, nor is any method but GET.
*>
*> Usage:
*>     CALL "CJSON_DISPATCHER" USING CJSON$APACHE_CJSON, CJSON$ROUTE_TABLE,
*>                                   INPUT_CJSON, OUTPUT_CJSON,
    MOVE "S" TO CJSON$DISP_TIMER_OP.
    CALL "CJSON_TIMER" USING CJSON$DISP_TIMER_OP, CJSON$DISP_TIMER_MS
    END-CALL.
    CALL "CJSON_BLOCK" USING CJSON$APACHE_CJSON, CJSON$ERROR_DETAIL
        RETURNING HTTP_ERROR_CODE
    END-CALL.
    IF HTTP_ERROR_CODE NOT = 0
        GOBACK
    END-IF.
    CALL "CJSON_THROTTLE" USING CJSON$APACHE_CJSON, CJSON$ERROR_DETAIL
        RETURNING HTTP_ERROR_CODE
    END-CALL.
                  CJSON$ERROR_DETAIL
            RETURNING HTTP_ERROR_CODE
        END-CALL
        IF CJSON$_GET
           AND CJSON$ROUTE_SHADOW_PROGRAM(CJSON$DISP_MATCHED_IDX)
               NOT = SPACES
           AND CJSON$ROUTE_SHADOW_PERCENT(CJSON$DISP_MATCHED_IDX) > 0
            CALL "CJSON_SHADOW" USING CJSON$APACHE_CJSON,
                CJSON$ROUTE_PROGRAM(CJSON$DISP_MATCHED_IDX),
                CJSON$ROUTE_SHADOW_PROGRAM(CJSON$DISP_MATCHED_IDX),
                CJSON$ROUTE_SHADOW_PERCENT(CJSON$DISP_MATCHED_IDX),
                INPUT_CJSON, OUTPUT_CJSON, CJSON$ERROR_DETAIL,
                HTTP_ERROR_CODE
            END-CALL
        END-IF
    END-IF.
    IF CJSON$_GET
       AND CJSON$ROUTE_CACHE_TTL(CJSON$DISP_MATCHED_IDX) > 0
