*> in - normally the CJSON$ROUTE_REQUIRED_ROLE of the matched route, which
*> is how CJSON_DISPATCHER invokes it before CALLing a route's sub-program.
*>
*> The credentials file holds digests, never secrets: the presented value
*> is digested by CJSON_AUTH_HASH and the digest is what is compared. A
*> row only counts while its credential is active and today falls within
*> its valid-from/valid-to dates.
*>
*> Returns 0 when the request is authorized. Otherwise returns 401 (no
*> Authorization header, a credential no row of the credentials file
*> carries, or one that is expired, suspended or revoked - each with its
*> own message, so a partner cut off by its own credential's lifecycle
*> can tell that from a typing mistake) or 403 (a usable credential
*> whose granted role is not the required role), and builds a cJSON object into CJSON$ERROR_DETAIL -
*> {"status": ..., "message": ...} - so the rejection goes back to the
*> client as a proper response body, the same convention entry points
*> already use for their own rejections (see APACHE_CJSON.CPY). A required
01  CJSON$AUTH_CSTR                 PIC X(256) BASED.
01  CJSON$AUTH_HEADER_NAME_TEXT     PIC X(64).
01  CJSON$AUTH_PRESENTED            PIC X(256).
01  CJSON$AUTH_PRESENTED_HASH       PIC X(64).
01  CJSON$AUTH_HASH_OP              PIC X(01) VALUE 'H'.
01  CJSON$AUTH_TODAY                PIC 9(08).
01  CJSON$AUTH_HDR_IDX              PIC S9(09) COMP.
01  CJSON$AUTH_HEADER_SWITCH        PIC X(01).
    88  CJSON$AUTH_HEADER_FOUND     VALUE 'Y'.
01  CJSON$AUTH_ROLE_SWITCH          PIC X(01).
    88  CJSON$AUTH_ROLE_GRANTED     VALUE 'Y'.
    88  CJSON$AUTH_ROLE_DENIED      VALUE 'N'.
*> Why the presented credential matched rows but none of them could be
*> used - the most final reason wins when its rows disagree.
01  CJSON$AUTH_REFUSAL_SWITCH       PIC X(01).
    88  CJSON$AUTH_REFUSED_NONE     VALUE ' '.
    88  CJSON$AUTH_REFUSED_EXPIRED  VALUE 'E'.
    88  CJSON$AUTH_REFUSED_SUSPENDED VALUE 'S'.
    88  CJSON$AUTH_REFUSED_REVOKED  VALUE 'R'.
01  CJSON$AUTH_EOF_SWITCH           PIC X(01).
    88  CJSON$AUTH_AT_EOF           VALUE 'Y'.
    88  CJSON$AUTH_NOT_AT_EOF       VALUE 'N'.
    05  FILLER                      PIC X(25) VALUE
        "authorization not granted".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$AUTH_401_EXPIRED_TEXT.
    05  FILLER                      PIC X(35) VALUE
        "credential expired or not yet valid".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$AUTH_401_SUSPENDED_TEXT.
    05  FILLER                      PIC X(20) VALUE
        "credential suspended".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$AUTH_401_REVOKED_TEXT.
    05  FILLER                      PIC X(18) VALUE
        "credential revoked".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$AUTH_403_TEXT.
    05  FILLER                      PIC X(34) VALUE
        "role not authorized for this route".

MAIN-LOGIC.
    MOVE 0 TO HTTP_ERROR_CODE.
    SET CJSON$AUTH_REFUSED_NONE TO TRUE.
    PERFORM FIND-AUTHORIZATION-HEADER
        THRU FIND-AUTHORIZATION-HEADER-EXIT.
    IF CJSON$AUTH_HEADER_MISSING
        PERFORM BUILD-ERROR-DETAIL THRU BUILD-ERROR-DETAIL-EXIT
        GOBACK
    END-IF.
    CALL "CJSON_AUTH_HASH" USING CJSON$AUTH_HASH_OP,
                                 CJSON$AUTH_PRESENTED,
                                 CJSON$AUTH_PRESENTED_HASH
    END-CALL.
    PERFORM SCAN-CREDENTIALS-FILE THRU SCAN-CREDENTIALS-FILE-EXIT.
    IF CJSON$AUTH_CRED_UNKNOWN
        MOVE 401 TO HTTP_ERROR_CODE
    EXIT.

*> One pass over the credentials file. The credential is "known" as soon
*> as any usable row carries it; the role is "granted" as soon as a
*> usable row pairs it with the required role (or any role, when the
*> required role is SPACES). A row carrying the credential but revoked,
*> suspended or outside its dates only records why it was refused.
SCAN-CREDENTIALS-FILE.
    ACCEPT CJSON$AUTH_TODAY FROM DATE YYYYMMDD.
    SET CJSON$AUTH_CRED_UNKNOWN TO TRUE.
    SET CJSON$AUTH_ROLE_DENIED TO TRUE.
    SET CJSON$AUTH_NOT_AT_EOF TO TRUE.
            SET CJSON$AUTH_AT_EOF TO TRUE
            GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-READ.
    IF CJSON$AUTH_PRESENTED_HASH = SPACES
       OR CJSON$AUTH_CREDENTIAL_HASH NOT = CJSON$AUTH_PRESENTED_HASH
        GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-IF.
    IF CJSON$AUTH_CRED_REVOKED
        SET CJSON$AUTH_REFUSED_REVOKED TO TRUE
        GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-IF.
    IF CJSON$AUTH_CRED_SUSPENDED
        IF NOT CJSON$AUTH_REFUSED_REVOKED
            SET CJSON$AUTH_REFUSED_SUSPENDED TO TRUE
        END-IF
        GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-IF.
    IF NOT CJSON$AUTH_CRED_ACTIVE
        GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-IF.
    IF CJSON$AUTH_VALID_FROM NOT NUMERIC
       OR CJSON$AUTH_VALID_TO NOT NUMERIC
       OR CJSON$AUTH_TODAY < CJSON$AUTH_VALID_FROM
       OR CJSON$AUTH_TODAY > CJSON$AUTH_VALID_TO
        IF CJSON$AUTH_REFUSED_NONE
            SET CJSON$AUTH_REFUSED_EXPIRED TO TRUE
        END-IF
        GO TO CHECK-ONE-CREDENTIAL-EXIT
    END-IF.
    SET CJSON$AUTH_CRED_KNOWN TO TRUE.
                      BY REFERENCE CJSON$AUTH_401_TEXT
                RETURNING CJSON$AUTH_ITEM_PTR
            END-CALL
        WHEN HTTP_ERROR_CODE = 401 AND CJSON$AUTH_REFUSED_REVOKED
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$AUTH_ERROR_OBJ
                      BY REFERENCE CJSON$AUTH_MESSAGE_KEY
                      BY REFERENCE CJSON$AUTH_401_REVOKED_TEXT
                RETURNING CJSON$AUTH_ITEM_PTR
            END-CALL
        WHEN HTTP_ERROR_CODE = 401 AND CJSON$AUTH_REFUSED_SUSPENDED
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$AUTH_ERROR_OBJ
                      BY REFERENCE CJSON$AUTH_MESSAGE_KEY
                      BY REFERENCE CJSON$AUTH_401_SUSPENDED_TEXT
                RETURNING CJSON$AUTH_ITEM_PTR
            END-CALL
        WHEN HTTP_ERROR_CODE = 401 AND CJSON$AUTH_REFUSED_EXPIRED
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$AUTH_ERROR_OBJ
                      BY REFERENCE CJSON$AUTH_MESSAGE_KEY
                      BY REFERENCE CJSON$AUTH_401_EXPIRED_TEXT
                RETURNING CJSON$AUTH_ITEM_PTR
            END-CALL
        WHEN HTTP_ERROR_CODE = 401
            CALL "cJSON_AddStringToObject"
                USING BY VALUE CJSON$AUTH_ERROR_OBJ
