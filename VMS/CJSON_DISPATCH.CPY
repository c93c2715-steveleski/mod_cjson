*> whole-body CJSON_VALIDATE gate - the rules rows describe one item,
*> and CJSON_BATCH applies them to each element instead.
*>
*> CJSON$ROUTE_SHADOW_PROGRAM names a candidate sub-program - typically a
*> rewrite of CJSON$ROUTE_PROGRAM on its way into production - to be
*> proven against live traffic. SPACES (the value an INITIALIZEd route
*> table carries) or a CJSON$ROUTE_SHADOW_PERCENT of zero leaves the
*> route unshadowed. Otherwise, for that percentage (1-100) of GET
*> requests the route serves, CJSON_DISPATCHER hands the request to
*> CJSON_SHADOW after CJSON$ROUTE_PROGRAM has answered it; the candidate
*> runs on a copy of the request, the client is always answered from
*> CJSON$ROUTE_PROGRAM, and any difference in status or body is written
*> to the divergence file (see CJSON_SHADOW and CJSON_SHADOW.CPY). Other
*> methods are never shadowed - a candidate must not change state - and
*> neither are cache hits or batch routes. Promoting a candidate is a
*> swap of the two program columns.
*>
*> CJSON$ROUTE_PATH is PIC X(80), and CJSON_DISPATCHER copies the inbound
*> CJSON$PATH into a buffer of the same width before matching against it;
*> a request path longer than 80 characters is truncated before either
        10  CJSON$ROUTE_BATCH_MODE      PIC X(01).
            88  CJSON$ROUTE_BATCH_ALL   VALUE 'A'.
            88  CJSON$ROUTE_BATCH_BEST  VALUE 'B'.
        10  CJSON$ROUTE_SHADOW_PROGRAM  PIC X(31).
        10  CJSON$ROUTE_SHADOW_PERCENT  PIC S9(09) COMP.
