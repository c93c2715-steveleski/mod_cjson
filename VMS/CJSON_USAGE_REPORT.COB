*> the CJSON_AUDIT_ARC_yyyymmdd archives for each day of the period)
*> against the CJSON_AUTH credentials file, matching each row's
*> captured Authorization header (CJSON$AUDIT_HEADERS keeps the first
*> 16 inbound headers) against CJSON$AUTH_CREDENTIAL_HASH exactly the
*> way CJSON_AUTH itself does - the captured value is digested by
*> CJSON_AUTH_HASH and the digests compared. Rows of every status and
*> date range are loaded, so traffic a credential carried before it
*> was suspended, revoked or rotated out is still billed to it.
*>
*> One statement per distinct credential: request counts per path and
*> method, success (status below 400) against error counts, and daily
*> the end so the totals always reconcile with the row count. The
*> credential value itself is a secret and is never printed whole -
*> statements identify a credential by its sequence in the credentials
*> file, its role, its owner, and the trailing eight characters of its
*> value (CJSON$AUTH_SUFFIX).
*>
*> Output is written twice: a printable statement file
*> (CJSON_USAGE_STMT_OUT) and a CSV rendering (CJSON_USAGE_CSV_OUT)
    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$AUTH_FILE.
COPY 'CJSON_AUTH.CPY'.
FD  CJSON$USG_STMT_FILE.
    88  CJSON$USG_SLOT_FOUND        VALUE 'Y'.
    88  CJSON$USG_SLOT_NOT_FOUND    VALUE 'N'.
01  CJSON$USG_PRESENTED             PIC X(256).
01  CJSON$USG_PRESENTED_HASH        PIC X(64).
01  CJSON$USG_HASH_OP               PIC X(01) VALUE 'H'.
01  CJSON$USG_HDR_IDX               PIC S9(09) COMP.
01  CJSON$USG_HDR_NAME_TEXT         PIC X(64).
01  CJSON$USG_SEARCH_IDX            PIC S9(04) COMP.
01  CJSON$USG_CRED_TABLE.
    05  CJSON$USG_CRED_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$USG_CRED_ENTRY        OCCURS 32 TIMES.
        10  CJSON$USG_CRED_VALUE    PIC X(64).
        10  CJSON$USG_CRED_ROLE     PIC X(16).
        10  CJSON$USG_CRED_OWNER    PIC X(32).
        10  CJSON$USG_CRED_SUFFIX   PIC X(08).
01  CJSON$USG_CRED_OVERFLOW         PIC 9(09) COMP VALUE 0.

01  CJSON$USG_STAT_TABLE.
    05  CJSON$USG_METHOD_NAME       PIC X(07) OCCURS 8 TIMES.
01  CJSON$USG_METHOD_IDX            PIC S9(04) COMP.
01  CJSON$USG_CRED_TAIL             PIC X(08).
01  CJSON$USG_CSV_WORK              PIC X(200).
*> CSV numbers are written zero-filled; an edited picture's leading
*> spaces would stop a DELIMITED BY SPACE mid-row.
            SET CJSON$USG_AT_EOF TO TRUE
            GO TO LOAD-ONE-CREDENTIAL-EXIT
    END-READ.
    IF CJSON$AUTH_CREDENTIAL_HASH = SPACES
        GO TO LOAD-ONE-CREDENTIAL-EXIT
    END-IF.
    SET CJSON$USG_SLOT_NOT_FOUND TO TRUE.
    END-IF.
    IF CJSON$USG_CRED_USED < 32
        ADD 1 TO CJSON$USG_CRED_USED
        MOVE CJSON$AUTH_CREDENTIAL_HASH
            TO CJSON$USG_CRED_VALUE(CJSON$USG_CRED_USED)
        MOVE CJSON$AUTH_ROLE
            TO CJSON$USG_CRED_ROLE(CJSON$USG_CRED_USED)
        MOVE CJSON$AUTH_OWNER
            TO CJSON$USG_CRED_OWNER(CJSON$USG_CRED_USED)
        MOVE CJSON$AUTH_SUFFIX
            TO CJSON$USG_CRED_SUFFIX(CJSON$USG_CRED_USED)
    ELSE
        ADD 1 TO CJSON$USG_CRED_OVERFLOW
    END-IF.

MATCH-ONE-LOADED-CRED.
    IF CJSON$USG_CRED_VALUE(CJSON$USG_SEARCH_IDX)
       = CJSON$AUTH_CREDENTIAL_HASH
        SET CJSON$USG_SLOT_FOUND TO TRUE
    END-IF.
MATCH-ONE-LOADED-CRED-EXIT.
            DISPLAY "CJSON_USAGE_REPORT: archive " CJSON$USG_ARC_NAME
                " exists but cannot be opened, status "
                CJSON$USG_ARC_STATUS " - likely the record layout"
                " of an earlier CJSON_AUDIT.CPY; that day is"
                " MISSING from the statements"
        END-IF
        GO TO TALLY-ONE-ARCHIVE-EXIT
    IF CJSON$USG_PRESENTED = SPACES
        GO TO FIND-CRED-SLOT-EXIT
    END-IF.
    CALL "CJSON_AUTH_HASH" USING CJSON$USG_HASH_OP,
                                 CJSON$USG_PRESENTED,
                                 CJSON$USG_PRESENTED_HASH
    END-CALL.
    IF CJSON$USG_PRESENTED_HASH = SPACES
        GO TO FIND-CRED-SLOT-EXIT
    END-IF.
    SET CJSON$USG_SLOT_NOT_FOUND TO TRUE.
    PERFORM MATCH-ONE-CRED THRU MATCH-ONE-CRED-EXIT
        VARYING CJSON$USG_SEARCH_IDX FROM 1 BY 1

MATCH-ONE-CRED.
    IF CJSON$USG_CRED_VALUE(CJSON$USG_SEARCH_IDX)
       = CJSON$USG_PRESENTED_HASH
        MOVE CJSON$USG_SEARCH_IDX TO CJSON$USG_SLOT
        SET CJSON$USG_SLOT_FOUND TO TRUE
    END-IF.
METHOD-NAME-FOR-BUCKET-EXIT.
    EXIT.

*> The trailing eight characters of the credential, as the credentials
*> file records them, so a statement can be tied back to the credential
*> without the secret ever being known here.
BUILD-CRED-TAIL.
    MOVE CJSON$USG_CRED_SUFFIX(CJSON$USG_SLOT) TO CJSON$USG_CRED_TAIL.
BUILD-CRED-TAIL-EXIT.
    EXIT.

               CJSON$USG_CRED_ROLE(CJSON$USG_SLOT) DELIMITED BY SIZE
               "  VALUE ENDING " DELIMITED BY SIZE
               CJSON$USG_CRED_TAIL DELIMITED BY SIZE
               "  OWNER " DELIMITED BY SIZE
               CJSON$USG_CRED_OWNER(CJSON$USG_SLOT) DELIMITED BY SIZE
            INTO CJSON$USG_STMT_LINE
    END-IF.
    WRITE CJSON$USG_STMT_LINE.
