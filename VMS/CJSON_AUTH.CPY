*> or maintains the credentials file, so the layout stays in one place.
*>
*> The file is ORGANIZATION LINE SEQUENTIAL, one row per issued
*> credential and role. No secret is held in the clear:
*> CJSON$AUTH_CREDENTIAL_HASH is the CJSON_AUTH_HASH digest (SHA-256,
*> 64 hex characters) of the complete Authorization header value the
*> caller is expected to present - scheme and all, e.g.
*> "Bearer 4f9a..." - and CJSON_AUTH digests the inbound header the
*> same way and compares digests, so the match is still exact and
*> case-sensitive. CJSON$AUTH_ROLE is the single role granted to that
*> credential, compared against the CJSON$ROUTE_REQUIRED_ROLE a route
*> declares (see CJSON_DISPATCH.CPY). A credential that needs more than
*> one role gets one row per role, the same digest repeated; CJSON_AUTH
*> scans the whole file, so any usable row that pairs the presented
*> credential with the required role authorizes the request.
*>
*> Lifecycle, kept on every row of a credential alike:
*>   CJSON$AUTH_OWNER        the partner the credential was issued to
*>   CJSON$AUTH_SUFFIX       the trailing eight characters of the
*>                           secret, the only part of it ever shown
*>                           again - statements, listings and the
*>                           maintenance program identify a credential
*>                           by it
*>   CJSON$AUTH_VALID_FROM   first and last day (YYYYMMDD, inclusive)
*>   CJSON$AUTH_VALID_TO     the credential is accepted; 99999999 in
*>                           VALID_TO is open-ended
*>   CJSON$AUTH_CRED_STATUS  'A' active, 'S' suspended (may be
*>                           reinstated), 'R' revoked (final)
*> CJSON_AUTH rejects a credential outside its dates, suspended or
*> revoked with a 401 naming which. Rows are issued, rotated, suspended
*> and revoked by CJSON_AUTH_MAINT, which records every change in the
*> CJSON_AUTH_CHANGE_LOG; the file is not meant to be hand-edited.
*>
*> Secrets are issued at 55 characters ("Bearer " and 48 hex digits);
*> CJSON_AUTH captures at most 256 characters of an inbound header, so
*> a longer Authorization value can never match a row.
*>
01  CJSON$AUTH_RECORD.
    05  CJSON$AUTH_CREDENTIAL_HASH      PIC X(64).
    05  CJSON$AUTH_ROLE                 PIC X(16).
    05  CJSON$AUTH_OWNER                PIC X(32).
    05  CJSON$AUTH_SUFFIX               PIC X(08).
    05  CJSON$AUTH_VALID_FROM           PIC 9(08).
    05  CJSON$AUTH_VALID_TO             PIC 9(08).
    05  CJSON$AUTH_CRED_STATUS          PIC X(01).
        88  CJSON$AUTH_CRED_ACTIVE      VALUE 'A'.
        88  CJSON$AUTH_CRED_SUSPENDED   VALUE 'S'.
        88  CJSON$AUTH_CRED_REVOKED     VALUE 'R'.
