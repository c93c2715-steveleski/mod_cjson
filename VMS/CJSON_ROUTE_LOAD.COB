*> caller built it, so a compiled-in table keeps governing and a
*> missing file never turns a working resource into a wall of 404s.
*>
*> The shadow columns never make a row unusable: a shadow percentage
*> that is blank loads as zero (a row written before the columns
*> existed), and one that is not a number from 0 to 100 loads the route
*> unshadowed with a console line - a bad candidate setting must not
*> take the live route down with it.
*>
*> Usage:
*>     CALL "CJSON_ROUTE_LOAD" USING CJSON$ROUTE_TABLE.
*>
        TO CJSON$ROUTE_REQUIRED_ROLE(CJSON$ROUTE_IDX).
    MOVE CJSON$RCFG_CACHE_TTL TO CJSON$ROUTE_CACHE_TTL(CJSON$ROUTE_IDX).
    MOVE CJSON$RCFG_BATCH_MODE TO CJSON$ROUTE_BATCH_MODE(CJSON$ROUTE_IDX).
    PERFORM LOAD-SHADOW-COLUMNS THRU LOAD-SHADOW-COLUMNS-EXIT.
LOAD-ONE-ROUTE-EXIT.
    EXIT.

LOAD-SHADOW-COLUMNS.
    MOVE SPACES TO CJSON$ROUTE_SHADOW_PROGRAM(CJSON$ROUTE_IDX).
    MOVE 0 TO CJSON$ROUTE_SHADOW_PERCENT(CJSON$ROUTE_IDX).
    IF CJSON$RCFG_SHADOW_PROGRAM = SPACES
       OR CJSON$RCFG_SHADOW_PERCENT = SPACES
        GO TO LOAD-SHADOW-COLUMNS-EXIT
    END-IF.
    IF CJSON$RCFG_SHADOW_PERCENT NOT NUMERIC
       OR CJSON$RCFG_SHADOW_PERCENT > 100
        DISPLAY "CJSON_ROUTE_LOAD: bad shadow percentage, route"
            " loaded unshadowed: " CJSON$RCFG_METHOD " "
            CJSON$RCFG_PATH(1:40)
        GO TO LOAD-SHADOW-COLUMNS-EXIT
    END-IF.
    MOVE CJSON$RCFG_SHADOW_PROGRAM
        TO CJSON$ROUTE_SHADOW_PROGRAM(CJSON$ROUTE_IDX).
    MOVE CJSON$RCFG_SHADOW_PERCENT
        TO CJSON$ROUTE_SHADOW_PERCENT(CJSON$ROUTE_IDX).
LOAD-SHADOW-COLUMNS-EXIT.
    EXIT.

*> A row is usable when the method spells one of the CJSON$METHOD
*> 88-level names (or ANY), the match type is exact or prefix, and the
*> path and program are present. Anything else is a hand-editing
