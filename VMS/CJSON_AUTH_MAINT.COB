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
*> CJSON_AUTH_MAINT - credential lifecycle maintenance over the
*> CJSON_AUTH_FILE credentials file (see CJSON_AUTH.CPY). Run
*> standalone:
*>     RUN CJSON_AUTH_MAINT
*> It ACCEPTs an action line, then the operator who requested the
*> change (recorded in the change log; not asked for EXPIRING), then
*> the action's own data lines:
*>     ISSUE      owner; valid-from (YYYYMMDD, blank for today);
*>                valid-to (YYYYMMDD, blank for one year after
*>                valid-from, 99999999 for open-ended); then one role
*>                per line, ending with a blank line (at most 16).
*>                A fresh secret is generated and DISPLAYed once - the
*>                file keeps only its digest, so it can never be shown
*>                again; hand it to the partner from the run's log.
*>     ROTATE     suffix of the credential to replace; overlap days
*>                (three digits, blank for 007); valid-to of the new
*>                credential (blank for one year from today). A new
*>                secret is issued with the same owner and roles,
*>                valid from today, and the old credential's valid-to
*>                is cut back to today plus the overlap, so both work
*>                until the partner has switched. The new secret is
*>                DISPLAYed once.
*>     SUSPEND    suffix - status A to S; CJSON_AUTH refuses it with
*>                "credential suspended" until it is reinstated
*>     REINSTATE  suffix - status S back to A
*>     REVOKE     suffix - status A or S to R, for good
*>     EXPIRING   days ahead (three digits, blank for 030), no
*>                operator line: writes the CJSON_AUTH_EXPIRING_OUT
*>                listing of every active credential row whose
*>                valid-to falls between today and that many days
*>                ahead. Run it weekly and send each owner listed a
*>                warning before they are cut off.
*>     CONVERT    owner for the converted rows (blank for LEGACY);
*>                valid-to (as for ISSUE). Carries a cleartext
*>                credentials file in the old layout - a 256 character
*>                Authorization value and a 16 character role per
*>                line - from CJSON_AUTH_LEGACY_FILE into the
*>                credentials file as digests, status A, valid from
*>                today. The secrets are the partners' existing ones,
*>                so nobody has to change anything. Run it once, then
*>                delete the legacy file.
*> A credential is named by its suffix (CJSON$AUTH_SUFFIX, the trailing
*> eight characters of the secret - what statements and listings
*> show). A suffix two different credentials share is refused rather
*> than guessed at.
*>
*> Every change goes through the CJSON_AUTH_WORK work file: the whole
*> credentials file is copied there with the change applied, and only
*> then is the live file re-created from it - the same commit point
*> CJSON_AUDIT_ARCHIVE uses for the audit trail. A run that fails
*> before the commit leaves the live file untouched. Each row changed
*> is then appended to CJSON_AUTH_CHANGE_LOG (see CJSON_AUTH_LOG.CPY);
*> the log is opened before anything is changed, so a change that
*> could not be logged is never made. RETURN-CODE is 1 when the action
*> was refused or failed.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. CJSON_AUTH_MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CJSON$AUTH_FILE ASSIGN TO "CJSON_AUTH_FILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$AMT_AUTH_STATUS.
    SELECT CJSON$AMT_WORK_FILE ASSIGN TO "CJSON_AUTH_WORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$AMT_WORK_STATUS.
    SELECT OPTIONAL CJSON$ALOG_FILE ASSIGN TO "CJSON_AUTH_CHANGE_LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$AMT_LOG_STATUS.
    SELECT CJSON$AMT_LIST_FILE ASSIGN TO "CJSON_AUTH_EXPIRING_OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$AMT_LIST_STATUS.
    SELECT CJSON$AMT_LEGACY_FILE ASSIGN TO "CJSON_AUTH_LEGACY_FILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJSON$AMT_LEGACY_STATUS.

DATA DIVISION.
FILE SECTION.
FD  CJSON$AUTH_FILE.
COPY 'CJSON_AUTH.CPY'.
FD  CJSON$AMT_WORK_FILE.
*> The same 137 byte row CJSON_AUTH.CPY lays out, broken out under its
*> own names so new rows can be built here - the copybook cannot be
*> COPY'd twice into one program. Change both together.
01  CJSON$AMW_RECORD.
    05  CJSON$AMW_CREDENTIAL_HASH   PIC X(64).
    05  CJSON$AMW_ROLE              PIC X(16).
    05  CJSON$AMW_OWNER             PIC X(32).
    05  CJSON$AMW_SUFFIX            PIC X(08).
    05  CJSON$AMW_VALID_FROM        PIC 9(08).
    05  CJSON$AMW_VALID_TO          PIC 9(08).
    05  CJSON$AMW_CRED_STATUS       PIC X(01).
FD  CJSON$ALOG_FILE.
COPY 'CJSON_AUTH_LOG.CPY'.
FD  CJSON$AMT_LIST_FILE.
01  CJSON$AMT_LIST_LINE             PIC X(132).
FD  CJSON$AMT_LEGACY_FILE.
01  CJSON$AMT_LEGACY_RECORD.
    05  CJSON$AMT_LEGACY_CREDENTIAL PIC X(256).
    05  CJSON$AMT_LEGACY_ROLE       PIC X(16).

WORKING-STORAGE SECTION.
01  CJSON$AMT_AUTH_STATUS           PIC X(02).
01  CJSON$AMT_WORK_STATUS           PIC X(02).
01  CJSON$AMT_LOG_STATUS            PIC X(02).
01  CJSON$AMT_LIST_STATUS           PIC X(02).
01  CJSON$AMT_LEGACY_STATUS         PIC X(02).
01  CJSON$AMT_ACTION                PIC X(16).
    88  CJSON$AMT_ACTION_ISSUE      VALUE "ISSUE".
    88  CJSON$AMT_ACTION_ROTATE     VALUE "ROTATE".
    88  CJSON$AMT_ACTION_SUSPEND    VALUE "SUSPEND".
    88  CJSON$AMT_ACTION_REINSTATE  VALUE "REINSTATE".
    88  CJSON$AMT_ACTION_REVOKE     VALUE "REVOKE".
    88  CJSON$AMT_ACTION_EXPIRING   VALUE "EXPIRING".
    88  CJSON$AMT_ACTION_CONVERT    VALUE "CONVERT".
01  CJSON$AMT_OPERATOR              PIC X(32).
01  CJSON$AMT_DATE_INPUT            PIC X(08).
01  CJSON$AMT_DAYS_INPUT            PIC X(03).
01  CJSON$AMT_DAYS_9 REDEFINES CJSON$AMT_DAYS_INPUT
                                    PIC 9(03).
01  CJSON$AMT_OVERLAP_DAYS          PIC 9(03).
01  CJSON$AMT_HORIZON_DAYS          PIC 9(03).
01  CJSON$AMT_OWNER                 PIC X(32).
01  CJSON$AMT_VALID_FROM            PIC 9(08).
01  CJSON$AMT_VALID_TO              PIC 9(08).
01  CJSON$AMT_OVERLAP_END           PIC 9(08).
01  CJSON$AMT_HORIZON               PIC 9(08).
01  CJSON$AMT_TARGET_SUFFIX         PIC X(08).
01  CJSON$AMT_TARGET_HASH           PIC X(64) VALUE SPACES.
01  CJSON$AMT_TARGET_OWNER          PIC X(32).
01  CJSON$AMT_TARGET_STATUS         PIC X(01).
01  CJSON$AMT_NEW_STATUS            PIC X(01).
01  CJSON$AMT_HASH_OP               PIC X(01).
01  CJSON$AMT_SECRET                PIC X(256).
01  CJSON$AMT_SECRET_HASH           PIC X(64).
01  CJSON$AMT_SECRET_SUFFIX         PIC X(08).
01  CJSON$AMT_SECRET_LEN            PIC S9(09) COMP.
01  CJSON$AMT_TRY_COUNT             PIC S9(04) COMP.
01  CJSON$AMT_ROLE_LINE             PIC X(16).
01  CJSON$AMT_ROLE_TABLE.
    05  CJSON$AMT_ROLE_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$AMT_ROLE_NAME         PIC X(16) OCCURS 16 TIMES.
01  CJSON$AMT_ROLE_IDX              PIC S9(04) COMP.
01  CJSON$AMT_LOG_ACTION            PIC X(10).
*> Change log rows are held here until the live file has been
*> re-created, then written in one go.
01  CJSON$AMT_PEND_TABLE.
    05  CJSON$AMT_PEND_USED         PIC S9(04) COMP VALUE 0.
    05  CJSON$AMT_PEND_ROW          PIC X(140) OCCURS 256 TIMES.
01  CJSON$AMT_PEND_IDX              PIC S9(04) COMP.
01  CJSON$AMT_RUN_SWITCH            PIC X(01) VALUE 'Y'.
    88  CJSON$AMT_RUN_OK            VALUE 'Y'.
    88  CJSON$AMT_RUN_FAILED        VALUE 'N'.
01  CJSON$AMT_EOF_SWITCH            PIC X(01).
    88  CJSON$AMT_AT_EOF            VALUE 'Y'.
    88  CJSON$AMT_NOT_AT_EOF        VALUE 'N'.
01  CJSON$AMT_INPUT_SWITCH          PIC X(01).
    88  CJSON$AMT_INPUT_DONE        VALUE 'Y'.
    88  CJSON$AMT_INPUT_PENDING     VALUE 'N'.
01  CJSON$AMT_FOUND_SWITCH          PIC X(01).
    88  CJSON$AMT_TARGET_FOUND      VALUE 'Y'.
    88  CJSON$AMT_TARGET_NOT_FOUND  VALUE 'N'.
01  CJSON$AMT_AMBIGUOUS_SWITCH      PIC X(01).
    88  CJSON$AMT_AMBIGUOUS         VALUE 'Y'.
    88  CJSON$AMT_NOT_AMBIGUOUS     VALUE 'N'.
01  CJSON$AMT_CLASH_SWITCH          PIC X(01).
    88  CJSON$AMT_SUFFIX_CLASH      VALUE 'Y'.
    88  CJSON$AMT_SUFFIX_FREE       VALUE 'N'.
01  CJSON$AMT_DATE_SWITCH           PIC X(01).
    88  CJSON$AMT_DATE_VALID        VALUE 'Y'.
    88  CJSON$AMT_DATE_INVALID      VALUE 'N'.
01  CJSON$AMT_AUTH_OPEN_SWITCH      PIC X(01) VALUE 'N'.
    88  CJSON$AMT_AUTH_IS_OPEN      VALUE 'Y'.
    88  CJSON$AMT_AUTH_NOT_OPEN     VALUE 'N'.
01  CJSON$AMT_COMMIT_SWITCH         PIC X(01) VALUE 'N'.
    88  CJSON$AMT_COMMIT_BEGUN      VALUE 'Y'.
    88  CJSON$AMT_COMMIT_NOT_BEGUN  VALUE 'N'.
01  CJSON$AMT_ROW_COUNT             PIC 9(09) COMP VALUE 0.
01  CJSON$AMT_LIST_COUNT            PIC 9(09) COMP VALUE 0.
01  CJSON$AMT_COUNT_EDIT            PIC Z(08)9.
01  CJSON$AMT_DAYS_LEFT             PIC 9(03).
01  CJSON$AMT_DAY_IDX               PIC S9(04) COMP.
01  CJSON$AMT_DATE_TEXT             PIC X(08).
01  CJSON$AMT_TIME_TEXT             PIC X(08).
01  CJSON$AMT_NOW_STAMP             PIC X(16).
01  CJSON$AMT_TODAY                 PIC 9(08).
01  CJSON$AMT_YMD.
    05  CJSON$AMT_YYYY              PIC 9(04).
    05  CJSON$AMT_MM                PIC 9(02).
    05  CJSON$AMT_DD                PIC 9(02).
01  CJSON$AMT_YMD_X REDEFINES CJSON$AMT_YMD
                                    PIC X(08).
01  CJSON$AMT_MONTH_DAYS            PIC 9(02).
01  CJSON$AMT_LEAP_QUOT             PIC 9(04).
01  CJSON$AMT_LEAP_REM              PIC 9(04).
01  CJSON$AMT_LIST_DETAIL.
    05  CJSON$AMT_LST_OWNER         PIC X(32).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  CJSON$AMT_LST_SUFFIX        PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  CJSON$AMT_LST_ROLE          PIC X(16).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  CJSON$AMT_LST_VALID_TO      PIC 9(08).
    05  FILLER                      PIC X(04) VALUE SPACES.
    05  CJSON$AMT_LST_DAYS_LEFT     PIC ZZ9.

PROCEDURE DIVISION.

MAIN-LOGIC.
    ACCEPT CJSON$AMT_ACTION.
    INSPECT CJSON$AMT_ACTION CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF NOT CJSON$AMT_ACTION_ISSUE
       AND NOT CJSON$AMT_ACTION_ROTATE
       AND NOT CJSON$AMT_ACTION_SUSPEND
       AND NOT CJSON$AMT_ACTION_REINSTATE
       AND NOT CJSON$AMT_ACTION_REVOKE
       AND NOT CJSON$AMT_ACTION_EXPIRING
       AND NOT CJSON$AMT_ACTION_CONVERT
        DISPLAY "CJSON_AUTH_MAINT: action must be ISSUE, ROTATE,"
            " SUSPEND, REINSTATE, REVOKE, EXPIRING or CONVERT"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM TAKE-NOW-STAMP THRU TAKE-NOW-STAMP-EXIT.
    IF CJSON$AMT_ACTION_EXPIRING
        PERFORM LIST-EXPIRING THRU LIST-EXPIRING-EXIT
        IF CJSON$AMT_RUN_FAILED
            MOVE 1 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    ACCEPT CJSON$AMT_OPERATOR.
    IF CJSON$AMT_OPERATOR = SPACES
        DISPLAY "CJSON_AUTH_MAINT: the operator requesting the change"
            " must be named for the change log"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$AMT_ACTION_ISSUE
            PERFORM READ-ISSUE-INPUT THRU READ-ISSUE-INPUT-EXIT
        WHEN CJSON$AMT_ACTION_CONVERT
            PERFORM READ-CONVERT-INPUT THRU READ-CONVERT-INPUT-EXIT
        WHEN OTHER
            PERFORM READ-TARGET-INPUT THRU READ-TARGET-INPUT-EXIT
    END-EVALUATE.
    IF CJSON$AMT_RUN_OK
       AND (CJSON$AMT_ACTION_ISSUE OR CJSON$AMT_ACTION_ROTATE)
        PERFORM GENERATE-SECRET THRU GENERATE-SECRET-EXIT
    END-IF.
    IF CJSON$AMT_RUN_FAILED
        DISPLAY "CJSON_AUTH_MAINT: nothing changed"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND CJSON$ALOG_FILE.
    IF CJSON$AMT_LOG_STATUS NOT = "00"
       AND CJSON$AMT_LOG_STATUS NOT = "05"
        DISPLAY "CJSON_AUTH_MAINT: unable to open change log, status "
            CJSON$AMT_LOG_STATUS " - nothing changed"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-WORK-FILE THRU BUILD-WORK-FILE-EXIT.
    IF CJSON$AMT_RUN_OK
        PERFORM REBUILD-CREDENTIALS-FILE
            THRU REBUILD-CREDENTIALS-FILE-EXIT
    ELSE
        DISPLAY "CJSON_AUTH_MAINT: credentials file left untouched"
    END-IF.
    IF CJSON$AMT_COMMIT_BEGUN
        PERFORM WRITE-ONE-LOG-ROW THRU WRITE-ONE-LOG-ROW-EXIT
            VARYING CJSON$AMT_PEND_IDX FROM 1 BY 1
            UNTIL CJSON$AMT_PEND_IDX > CJSON$AMT_PEND_USED
    END-IF.
    CLOSE CJSON$ALOG_FILE.
    IF CJSON$AMT_RUN_FAILED
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM REPORT-OUTCOME THRU REPORT-OUTCOME-EXIT.
    STOP RUN.

TAKE-NOW-STAMP.
    ACCEPT CJSON$AMT_DATE_TEXT FROM DATE YYYYMMDD.
    ACCEPT CJSON$AMT_TIME_TEXT FROM TIME.
    MOVE SPACES TO CJSON$AMT_NOW_STAMP.
    STRING CJSON$AMT_DATE_TEXT DELIMITED BY SIZE
           CJSON$AMT_TIME_TEXT DELIMITED BY SIZE
        INTO CJSON$AMT_NOW_STAMP.
    MOVE CJSON$AMT_DATE_TEXT TO CJSON$AMT_TODAY.
TAKE-NOW-STAMP-EXIT.
    EXIT.

READ-ISSUE-INPUT.
    ACCEPT CJSON$AMT_OWNER.
    IF CJSON$AMT_OWNER = SPACES
        DISPLAY "CJSON_AUTH_MAINT: an owner is required"
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO READ-ISSUE-INPUT-EXIT
    END-IF.
    ACCEPT CJSON$AMT_DATE_INPUT.
    IF CJSON$AMT_DATE_INPUT = SPACES
        MOVE CJSON$AMT_TODAY TO CJSON$AMT_VALID_FROM
    ELSE
        MOVE CJSON$AMT_DATE_INPUT TO CJSON$AMT_YMD_X
        PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
        IF CJSON$AMT_DATE_INVALID
            DISPLAY "CJSON_AUTH_MAINT: valid-from "
                CJSON$AMT_DATE_INPUT " is not a YYYYMMDD date"
            SET CJSON$AMT_RUN_FAILED TO TRUE
            GO TO READ-ISSUE-INPUT-EXIT
        END-IF
        MOVE CJSON$AMT_YMD_X TO CJSON$AMT_VALID_FROM
    END-IF.
    MOVE CJSON$AMT_VALID_FROM TO CJSON$AMT_YMD_X.
    PERFORM READ-VALID-TO THRU READ-VALID-TO-EXIT.
    IF CJSON$AMT_RUN_FAILED
        GO TO READ-ISSUE-INPUT-EXIT
    END-IF.
    SET CJSON$AMT_INPUT_PENDING TO TRUE.
    PERFORM READ-ONE-ROLE THRU READ-ONE-ROLE-EXIT
        UNTIL CJSON$AMT_INPUT_DONE.
    IF CJSON$AMT_ROLE_USED = 0
        DISPLAY "CJSON_AUTH_MAINT: at least one role is required"
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
READ-ISSUE-INPUT-EXIT.
    EXIT.

*> Reads a valid-to line. Blank means one year on from the date
*> already in CJSON$AMT_YMD; 99999999 is open-ended. Either way it
*> may not fall before CJSON$AMT_VALID_FROM.
READ-VALID-TO.
    ACCEPT CJSON$AMT_DATE_INPUT.
    EVALUATE TRUE
        WHEN CJSON$AMT_DATE_INPUT = SPACES
            PERFORM ADD-ONE-YEAR THRU ADD-ONE-YEAR-EXIT
            MOVE CJSON$AMT_YMD_X TO CJSON$AMT_VALID_TO
        WHEN CJSON$AMT_DATE_INPUT = "99999999"
            MOVE 99999999 TO CJSON$AMT_VALID_TO
        WHEN OTHER
            MOVE CJSON$AMT_DATE_INPUT TO CJSON$AMT_YMD_X
            PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
            IF CJSON$AMT_DATE_INVALID
                DISPLAY "CJSON_AUTH_MAINT: valid-to "
                    CJSON$AMT_DATE_INPUT " is not a YYYYMMDD date"
                SET CJSON$AMT_RUN_FAILED TO TRUE
                GO TO READ-VALID-TO-EXIT
            END-IF
            MOVE CJSON$AMT_YMD_X TO CJSON$AMT_VALID_TO
    END-EVALUATE.
    IF CJSON$AMT_VALID_TO < CJSON$AMT_VALID_FROM
        DISPLAY "CJSON_AUTH_MAINT: valid-to " CJSON$AMT_VALID_TO
            " is before valid-from " CJSON$AMT_VALID_FROM
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
READ-VALID-TO-EXIT.
    EXIT.

READ-ONE-ROLE.
    MOVE SPACES TO CJSON$AMT_ROLE_LINE.
    ACCEPT CJSON$AMT_ROLE_LINE.
    IF CJSON$AMT_ROLE_LINE = SPACES
        SET CJSON$AMT_INPUT_DONE TO TRUE
        GO TO READ-ONE-ROLE-EXIT
    END-IF.
    IF CJSON$AMT_ROLE_USED < 16
        ADD 1 TO CJSON$AMT_ROLE_USED
        MOVE CJSON$AMT_ROLE_LINE
            TO CJSON$AMT_ROLE_NAME(CJSON$AMT_ROLE_USED)
    ELSE
        DISPLAY "CJSON_AUTH_MAINT: role " CJSON$AMT_ROLE_LINE
            " past the 16 a credential may carry - ignored"
    END-IF.
READ-ONE-ROLE-EXIT.
    EXIT.

READ-CONVERT-INPUT.
    ACCEPT CJSON$AMT_OWNER.
    IF CJSON$AMT_OWNER = SPACES
        MOVE "LEGACY" TO CJSON$AMT_OWNER
    END-IF.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_VALID_FROM.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_YMD_X.
    PERFORM READ-VALID-TO THRU READ-VALID-TO-EXIT.
READ-CONVERT-INPUT-EXIT.
    EXIT.

*> SUSPEND, REINSTATE, REVOKE and ROTATE all name an existing
*> credential by its suffix, and each is only allowed from the
*> statuses that make sense for it.
READ-TARGET-INPUT.
    MOVE SPACES TO CJSON$AMT_TARGET_SUFFIX.
    ACCEPT CJSON$AMT_TARGET_SUFFIX.
    IF CJSON$AMT_TARGET_SUFFIX = SPACES
        DISPLAY "CJSON_AUTH_MAINT: the credential suffix is required"
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO READ-TARGET-INPUT-EXIT
    END-IF.
    PERFORM FIND-TARGET THRU FIND-TARGET-EXIT.
    IF CJSON$AMT_RUN_FAILED
        GO TO READ-TARGET-INPUT-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN CJSON$AMT_ACTION_SUSPEND
            IF CJSON$AMT_TARGET_STATUS NOT = 'A'
                DISPLAY "CJSON_AUTH_MAINT: credential ending "
                    CJSON$AMT_TARGET_SUFFIX " is not active, status "
                    CJSON$AMT_TARGET_STATUS
                SET CJSON$AMT_RUN_FAILED TO TRUE
            END-IF
            MOVE 'S' TO CJSON$AMT_NEW_STATUS
        WHEN CJSON$AMT_ACTION_REINSTATE
            IF CJSON$AMT_TARGET_STATUS NOT = 'S'
                DISPLAY "CJSON_AUTH_MAINT: credential ending "
                    CJSON$AMT_TARGET_SUFFIX " is not suspended, status "
                    CJSON$AMT_TARGET_STATUS
                SET CJSON$AMT_RUN_FAILED TO TRUE
            END-IF
            MOVE 'A' TO CJSON$AMT_NEW_STATUS
        WHEN CJSON$AMT_ACTION_REVOKE
            IF CJSON$AMT_TARGET_STATUS = 'R'
                DISPLAY "CJSON_AUTH_MAINT: credential ending "
                    CJSON$AMT_TARGET_SUFFIX " is already revoked"
                SET CJSON$AMT_RUN_FAILED TO TRUE
            END-IF
            MOVE 'R' TO CJSON$AMT_NEW_STATUS
        WHEN CJSON$AMT_ACTION_ROTATE
            IF CJSON$AMT_TARGET_STATUS NOT = 'A'
                DISPLAY "CJSON_AUTH_MAINT: credential ending "
                    CJSON$AMT_TARGET_SUFFIX " is not active, status "
                    CJSON$AMT_TARGET_STATUS " - only an active"
                    " credential is rotated"
                SET CJSON$AMT_RUN_FAILED TO TRUE
                GO TO READ-TARGET-INPUT-EXIT
            END-IF
            PERFORM READ-ROTATE-INPUT THRU READ-ROTATE-INPUT-EXIT
    END-EVALUATE.
READ-TARGET-INPUT-EXIT.
    EXIT.

READ-ROTATE-INPUT.
    MOVE CJSON$AMT_TARGET_OWNER TO CJSON$AMT_OWNER.
    ACCEPT CJSON$AMT_DAYS_INPUT.
    IF CJSON$AMT_DAYS_INPUT = SPACES
        MOVE 7 TO CJSON$AMT_OVERLAP_DAYS
    ELSE
        IF CJSON$AMT_DAYS_INPUT NOT NUMERIC
            DISPLAY "CJSON_AUTH_MAINT: overlap days "
                CJSON$AMT_DAYS_INPUT " must be three digits, e.g. 007"
            SET CJSON$AMT_RUN_FAILED TO TRUE
            GO TO READ-ROTATE-INPUT-EXIT
        END-IF
        MOVE CJSON$AMT_DAYS_9 TO CJSON$AMT_OVERLAP_DAYS
    END-IF.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_YMD_X.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
        VARYING CJSON$AMT_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$AMT_DAY_IDX > CJSON$AMT_OVERLAP_DAYS.
    MOVE CJSON$AMT_YMD_X TO CJSON$AMT_OVERLAP_END.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_VALID_FROM.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_YMD_X.
    PERFORM READ-VALID-TO THRU READ-VALID-TO-EXIT.
READ-ROTATE-INPUT-EXIT.
    EXIT.

*> Every row ending in the suffix must carry the same digest - one
*> credential, one row per role - or the suffix is ambiguous and
*> nothing is done. The first row's owner and status stand for the
*> credential; the roles of all its rows are collected for ROTATE.
FIND-TARGET.
    SET CJSON$AMT_TARGET_NOT_FOUND TO TRUE.
    SET CJSON$AMT_NOT_AMBIGUOUS TO TRUE.
    MOVE 0 TO CJSON$AMT_ROLE_USED.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUTH_FILE.
    IF CJSON$AMT_AUTH_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: unable to open credentials file,"
            " status " CJSON$AMT_AUTH_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO FIND-TARGET-EXIT
    END-IF.
    PERFORM FIND-ONE-TARGET-ROW THRU FIND-ONE-TARGET-ROW-EXIT
        UNTIL CJSON$AMT_AT_EOF.
    CLOSE CJSON$AUTH_FILE.
    IF CJSON$AMT_TARGET_NOT_FOUND
        DISPLAY "CJSON_AUTH_MAINT: no credential ends "
            CJSON$AMT_TARGET_SUFFIX
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO FIND-TARGET-EXIT
    END-IF.
    IF CJSON$AMT_AMBIGUOUS
        DISPLAY "CJSON_AUTH_MAINT: more than one credential ends "
            CJSON$AMT_TARGET_SUFFIX " - revoke and reissue by hand"
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
FIND-TARGET-EXIT.
    EXIT.

FIND-ONE-TARGET-ROW.
    READ CJSON$AUTH_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO FIND-ONE-TARGET-ROW-EXIT
    END-READ.
    IF CJSON$AUTH_SUFFIX NOT = CJSON$AMT_TARGET_SUFFIX
        GO TO FIND-ONE-TARGET-ROW-EXIT
    END-IF.
    IF CJSON$AMT_TARGET_FOUND
        IF CJSON$AUTH_CREDENTIAL_HASH NOT = CJSON$AMT_TARGET_HASH
            SET CJSON$AMT_AMBIGUOUS TO TRUE
            GO TO FIND-ONE-TARGET-ROW-EXIT
        END-IF
    ELSE
        SET CJSON$AMT_TARGET_FOUND TO TRUE
        MOVE CJSON$AUTH_CREDENTIAL_HASH TO CJSON$AMT_TARGET_HASH
        MOVE CJSON$AUTH_OWNER TO CJSON$AMT_TARGET_OWNER
        MOVE CJSON$AUTH_CRED_STATUS TO CJSON$AMT_TARGET_STATUS
    END-IF.
    IF CJSON$AMT_ROLE_USED < 16
        ADD 1 TO CJSON$AMT_ROLE_USED
        MOVE CJSON$AUTH_ROLE TO CJSON$AMT_ROLE_NAME(CJSON$AMT_ROLE_USED)
    END-IF.
FIND-ONE-TARGET-ROW-EXIT.
    EXIT.

*> A fresh secret whose suffix no existing row already uses, so the
*> new credential can always be named unambiguously. A clash is
*> vanishingly rare; three draws are plenty.
GENERATE-SECRET.
    MOVE 0 TO CJSON$AMT_TRY_COUNT.
    SET CJSON$AMT_SUFFIX_CLASH TO TRUE.
    PERFORM GENERATE-ONE-SECRET THRU GENERATE-ONE-SECRET-EXIT
        UNTIL CJSON$AMT_SUFFIX_FREE
           OR CJSON$AMT_TRY_COUNT >= 3
           OR CJSON$AMT_RUN_FAILED.
    IF CJSON$AMT_RUN_OK AND CJSON$AMT_SUFFIX_CLASH
        DISPLAY "CJSON_AUTH_MAINT: no secret with an unused suffix"
            " could be drawn"
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
GENERATE-SECRET-EXIT.
    EXIT.

GENERATE-ONE-SECRET.
    ADD 1 TO CJSON$AMT_TRY_COUNT.
    MOVE 'G' TO CJSON$AMT_HASH_OP.
    CALL "CJSON_AUTH_HASH" USING CJSON$AMT_HASH_OP,
                                 CJSON$AMT_SECRET,
                                 CJSON$AMT_SECRET_HASH
    END-CALL.
    IF CJSON$AMT_SECRET_HASH = SPACES
        DISPLAY "CJSON_AUTH_MAINT: no secret could be generated"
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO GENERATE-ONE-SECRET-EXIT
    END-IF.
    PERFORM TAKE-SECRET-SUFFIX THRU TAKE-SECRET-SUFFIX-EXIT.
    SET CJSON$AMT_SUFFIX_FREE TO TRUE.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUTH_FILE.
    IF CJSON$AMT_AUTH_STATUS NOT = "00"
        GO TO GENERATE-ONE-SECRET-EXIT
    END-IF.
    PERFORM CHECK-ONE-SUFFIX THRU CHECK-ONE-SUFFIX-EXIT
        UNTIL CJSON$AMT_AT_EOF OR CJSON$AMT_SUFFIX_CLASH.
    CLOSE CJSON$AUTH_FILE.
GENERATE-ONE-SECRET-EXIT.
    EXIT.

CHECK-ONE-SUFFIX.
    READ CJSON$AUTH_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO CHECK-ONE-SUFFIX-EXIT
    END-READ.
    IF CJSON$AUTH_SUFFIX = CJSON$AMT_SECRET_SUFFIX
        SET CJSON$AMT_SUFFIX_CLASH TO TRUE
    END-IF.
CHECK-ONE-SUFFIX-EXIT.
    EXIT.

*> The trailing eight non-blank characters of CJSON$AMT_SECRET.
TAKE-SECRET-SUFFIX.
    MOVE 256 TO CJSON$AMT_SECRET_LEN.
    PERFORM TRIM-SECRET THRU TRIM-SECRET-EXIT
        UNTIL CJSON$AMT_SECRET_LEN = 0
           OR CJSON$AMT_SECRET(CJSON$AMT_SECRET_LEN:1) NOT = SPACE.
    IF CJSON$AMT_SECRET_LEN > 8
        MOVE CJSON$AMT_SECRET(CJSON$AMT_SECRET_LEN - 7:8)
            TO CJSON$AMT_SECRET_SUFFIX
    ELSE
        MOVE CJSON$AMT_SECRET(1:8) TO CJSON$AMT_SECRET_SUFFIX
    END-IF.
TAKE-SECRET-SUFFIX-EXIT.
    EXIT.

TRIM-SECRET.
    SUBTRACT 1 FROM CJSON$AMT_SECRET_LEN.
TRIM-SECRET-EXIT.
    EXIT.

*> Pass 1: the whole credentials file into the work file, with the
*> change applied on the way through and any new rows added at the
*> end. Nothing here touches the live file.
BUILD-WORK-FILE.
    OPEN OUTPUT CJSON$AMT_WORK_FILE.
    IF CJSON$AMT_WORK_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: unable to open work file, status "
            CJSON$AMT_WORK_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO BUILD-WORK-FILE-EXIT
    END-IF.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUTH_FILE.
    IF CJSON$AMT_AUTH_STATUS = "00"
        PERFORM COPY-ONE-LIVE-ROW THRU COPY-ONE-LIVE-ROW-EXIT
            UNTIL CJSON$AMT_AT_EOF
        CLOSE CJSON$AUTH_FILE
    ELSE
        IF CJSON$AMT_AUTH_STATUS NOT = "35"
            DISPLAY "CJSON_AUTH_MAINT: unable to open credentials"
                " file, status " CJSON$AMT_AUTH_STATUS
            SET CJSON$AMT_RUN_FAILED TO TRUE
        END-IF
    END-IF.
    IF CJSON$AMT_RUN_OK
        EVALUATE TRUE
            WHEN CJSON$AMT_ACTION_ISSUE
                MOVE "ISSUE" TO CJSON$AMT_LOG_ACTION
                PERFORM APPEND-ROLE-ROW THRU APPEND-ROLE-ROW-EXIT
                    VARYING CJSON$AMT_ROLE_IDX FROM 1 BY 1
                    UNTIL CJSON$AMT_ROLE_IDX > CJSON$AMT_ROLE_USED
            WHEN CJSON$AMT_ACTION_ROTATE
                MOVE "ROTATE-NEW" TO CJSON$AMT_LOG_ACTION
                PERFORM APPEND-ROLE-ROW THRU APPEND-ROLE-ROW-EXIT
                    VARYING CJSON$AMT_ROLE_IDX FROM 1 BY 1
                    UNTIL CJSON$AMT_ROLE_IDX > CJSON$AMT_ROLE_USED
            WHEN CJSON$AMT_ACTION_CONVERT
                PERFORM CONVERT-LEGACY-FILE
                    THRU CONVERT-LEGACY-FILE-EXIT
        END-EVALUATE
    END-IF.
    CLOSE CJSON$AMT_WORK_FILE.
BUILD-WORK-FILE-EXIT.
    EXIT.

COPY-ONE-LIVE-ROW.
    READ CJSON$AUTH_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO COPY-ONE-LIVE-ROW-EXIT
    END-READ.
    ADD 1 TO CJSON$AMT_ROW_COUNT.
    IF CJSON$AMT_TARGET_HASH NOT = SPACES
       AND CJSON$AUTH_CREDENTIAL_HASH = CJSON$AMT_TARGET_HASH
        PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT
    END-IF.
    WRITE CJSON$AMW_RECORD FROM CJSON$AUTH_RECORD.
    IF CJSON$AMT_WORK_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: work row not written, status "
            CJSON$AMT_WORK_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
COPY-ONE-LIVE-ROW-EXIT.
    EXIT.

*> One row of the named credential. A rotation only shortens the old
*> credential's life - a row already due to end within the overlap is
*> left alone and not logged.
APPLY-CHANGE.
    MOVE SPACES TO CJSON$ALOG_RECORD.
    MOVE CJSON$AUTH_CRED_STATUS TO CJSON$ALOG_OLD_STATUS.
    MOVE CJSON$AUTH_VALID_TO TO CJSON$ALOG_OLD_VALID_TO.
    IF CJSON$AMT_ACTION_ROTATE
        IF CJSON$AUTH_VALID_TO NOT NUMERIC
           OR CJSON$AUTH_VALID_TO > CJSON$AMT_OVERLAP_END
            MOVE CJSON$AMT_OVERLAP_END TO CJSON$AUTH_VALID_TO
            MOVE "ROTATE-OLD" TO CJSON$ALOG_ACTION
        ELSE
            GO TO APPLY-CHANGE-EXIT
        END-IF
    ELSE
        MOVE CJSON$AMT_NEW_STATUS TO CJSON$AUTH_CRED_STATUS
        MOVE CJSON$AMT_ACTION TO CJSON$ALOG_ACTION
    END-IF.
    MOVE CJSON$AUTH_OWNER TO CJSON$ALOG_OWNER.
    MOVE CJSON$AUTH_SUFFIX TO CJSON$ALOG_SUFFIX.
    MOVE CJSON$AUTH_ROLE TO CJSON$ALOG_ROLE.
    MOVE CJSON$AUTH_CRED_STATUS TO CJSON$ALOG_NEW_STATUS.
    MOVE CJSON$AUTH_VALID_FROM TO CJSON$ALOG_VALID_FROM.
    MOVE CJSON$AUTH_VALID_TO TO CJSON$ALOG_VALID_TO.
    PERFORM HOLD-LOG-ROW THRU HOLD-LOG-ROW-EXIT.
APPLY-CHANGE-EXIT.
    EXIT.

*> A new row for the secret just drawn (ISSUE, ROTATE) or just read
*> from the legacy file (CONVERT), one per role.
APPEND-ROLE-ROW.
    MOVE CJSON$AMT_ROLE_NAME(CJSON$AMT_ROLE_IDX) TO CJSON$AMT_ROLE_LINE.
    PERFORM APPEND-NEW-ROW THRU APPEND-NEW-ROW-EXIT.
APPEND-ROLE-ROW-EXIT.
    EXIT.

APPEND-NEW-ROW.
    MOVE CJSON$AMT_SECRET_HASH TO CJSON$AMW_CREDENTIAL_HASH.
    MOVE CJSON$AMT_ROLE_LINE TO CJSON$AMW_ROLE.
    MOVE CJSON$AMT_OWNER TO CJSON$AMW_OWNER.
    MOVE CJSON$AMT_SECRET_SUFFIX TO CJSON$AMW_SUFFIX.
    MOVE CJSON$AMT_VALID_FROM TO CJSON$AMW_VALID_FROM.
    MOVE CJSON$AMT_VALID_TO TO CJSON$AMW_VALID_TO.
    MOVE 'A' TO CJSON$AMW_CRED_STATUS.
    WRITE CJSON$AMW_RECORD.
    IF CJSON$AMT_WORK_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: new row not written, status "
            CJSON$AMT_WORK_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO APPEND-NEW-ROW-EXIT
    END-IF.
    MOVE SPACES TO CJSON$ALOG_RECORD.
    MOVE CJSON$AMT_LOG_ACTION TO CJSON$ALOG_ACTION.
    MOVE CJSON$AMW_OWNER TO CJSON$ALOG_OWNER.
    MOVE CJSON$AMW_SUFFIX TO CJSON$ALOG_SUFFIX.
    MOVE CJSON$AMW_ROLE TO CJSON$ALOG_ROLE.
    MOVE CJSON$AMW_CRED_STATUS TO CJSON$ALOG_NEW_STATUS.
    MOVE CJSON$AMW_VALID_FROM TO CJSON$ALOG_VALID_FROM.
    MOVE CJSON$AMW_VALID_TO TO CJSON$ALOG_VALID_TO.
    PERFORM HOLD-LOG-ROW THRU HOLD-LOG-ROW-EXIT.
APPEND-NEW-ROW-EXIT.
    EXIT.

CONVERT-LEGACY-FILE.
    MOVE "CONVERT" TO CJSON$AMT_LOG_ACTION.
    MOVE 'H' TO CJSON$AMT_HASH_OP.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AMT_LEGACY_FILE.
    IF CJSON$AMT_LEGACY_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: unable to open legacy credentials"
            " file, status " CJSON$AMT_LEGACY_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO CONVERT-LEGACY-FILE-EXIT
    END-IF.
    PERFORM CONVERT-ONE-LEGACY-ROW THRU CONVERT-ONE-LEGACY-ROW-EXIT
        UNTIL CJSON$AMT_AT_EOF OR CJSON$AMT_RUN_FAILED.
    CLOSE CJSON$AMT_LEGACY_FILE.
CONVERT-LEGACY-FILE-EXIT.
    EXIT.

CONVERT-ONE-LEGACY-ROW.
    READ CJSON$AMT_LEGACY_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO CONVERT-ONE-LEGACY-ROW-EXIT
    END-READ.
    IF CJSON$AMT_LEGACY_CREDENTIAL = SPACES
       OR CJSON$AMT_LEGACY_ROLE = SPACES
        GO TO CONVERT-ONE-LEGACY-ROW-EXIT
    END-IF.
    MOVE CJSON$AMT_LEGACY_CREDENTIAL TO CJSON$AMT_SECRET.
    CALL "CJSON_AUTH_HASH" USING CJSON$AMT_HASH_OP,
                                 CJSON$AMT_SECRET,
                                 CJSON$AMT_SECRET_HASH
    END-CALL.
    IF CJSON$AMT_SECRET_HASH = SPACES
        DISPLAY "CJSON_AUTH_MAINT: legacy credential could not be"
            " digested"
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO CONVERT-ONE-LEGACY-ROW-EXIT
    END-IF.
    PERFORM TAKE-SECRET-SUFFIX THRU TAKE-SECRET-SUFFIX-EXIT.
    MOVE CJSON$AMT_LEGACY_ROLE TO CJSON$AMT_ROLE_LINE.
    PERFORM APPEND-NEW-ROW THRU APPEND-NEW-ROW-EXIT.
    MOVE SPACES TO CJSON$AMT_SECRET.
CONVERT-ONE-LEGACY-ROW-EXIT.
    EXIT.

HOLD-LOG-ROW.
    IF CJSON$AMT_PEND_USED >= 256
        DISPLAY "CJSON_AUTH_MAINT: more than 256 rows would change in"
            " one run"
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO HOLD-LOG-ROW-EXIT
    END-IF.
    MOVE CJSON$AMT_NOW_STAMP TO CJSON$ALOG_TIMESTAMP.
    MOVE CJSON$AMT_OPERATOR TO CJSON$ALOG_OPERATOR.
    ADD 1 TO CJSON$AMT_PEND_USED.
    MOVE CJSON$ALOG_RECORD TO CJSON$AMT_PEND_ROW(CJSON$AMT_PEND_USED).
HOLD-LOG-ROW-EXIT.
    EXIT.

*> Pass 2, the commit point: the live file is re-created from the work
*> file. Should a row fail to write here the work file still holds the
*> complete, changed file - copy it over CJSON_AUTH_FILE by hand.
REBUILD-CREDENTIALS-FILE.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AMT_WORK_FILE.
    IF CJSON$AMT_WORK_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: work file unreadable, credentials"
            " file left untouched, status " CJSON$AMT_WORK_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        GO TO REBUILD-CREDENTIALS-FILE-EXIT
    END-IF.
    OPEN OUTPUT CJSON$AUTH_FILE.
    IF CJSON$AMT_AUTH_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: unable to re-create credentials"
            " file, status " CJSON$AMT_AUTH_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        CLOSE CJSON$AMT_WORK_FILE
        GO TO REBUILD-CREDENTIALS-FILE-EXIT
    END-IF.
    SET CJSON$AMT_COMMIT_BEGUN TO TRUE.
    PERFORM COPY-ONE-WORK-ROW THRU COPY-ONE-WORK-ROW-EXIT
        UNTIL CJSON$AMT_AT_EOF.
    CLOSE CJSON$AUTH_FILE.
    CLOSE CJSON$AMT_WORK_FILE.
REBUILD-CREDENTIALS-FILE-EXIT.
    EXIT.

COPY-ONE-WORK-ROW.
    READ CJSON$AMT_WORK_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO COPY-ONE-WORK-ROW-EXIT
    END-READ.
    WRITE CJSON$AUTH_RECORD FROM CJSON$AMW_RECORD.
    IF CJSON$AMT_AUTH_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: credentials row not re-created,"
            " status " CJSON$AMT_AUTH_STATUS
            " - CJSON_AUTH_WORK holds the complete file"
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
COPY-ONE-WORK-ROW-EXIT.
    EXIT.

WRITE-ONE-LOG-ROW.
    WRITE CJSON$ALOG_RECORD FROM CJSON$AMT_PEND_ROW(CJSON$AMT_PEND_IDX).
    IF CJSON$AMT_LOG_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: change log row not written, status "
            CJSON$AMT_LOG_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
    END-IF.
WRITE-ONE-LOG-ROW-EXIT.
    EXIT.

*> The only place a secret is ever shown. The file keeps its digest.
REPORT-OUTCOME.
    IF CJSON$AMT_ACTION_ISSUE OR CJSON$AMT_ACTION_ROTATE
        DISPLAY "CJSON_AUTH_MAINT: new credential for "
            CJSON$AMT_OWNER
        DISPLAY "CJSON_AUTH_MAINT: Authorization value "
            CJSON$AMT_SECRET(1:CJSON$AMT_SECRET_LEN)
        DISPLAY "CJSON_AUTH_MAINT: valid " CJSON$AMT_VALID_FROM
            " to " CJSON$AMT_VALID_TO ", ending "
            CJSON$AMT_SECRET_SUFFIX
            " - it will not be shown again"
    END-IF.
    IF CJSON$AMT_ACTION_ROTATE
        DISPLAY "CJSON_AUTH_MAINT: credential ending "
            CJSON$AMT_TARGET_SUFFIX " accepted through "
            CJSON$AMT_OVERLAP_END
    END-IF.
    MOVE CJSON$AMT_PEND_USED TO CJSON$AMT_COUNT_EDIT.
    DISPLAY "CJSON_AUTH_MAINT: " CJSON$AMT_COUNT_EDIT
        " credential row(s) added or changed".
REPORT-OUTCOME-EXIT.
    EXIT.

*> The weekly warning list: active rows whose valid-to falls between
*> today and the horizon, with the days each has left.
LIST-EXPIRING.
    ACCEPT CJSON$AMT_DAYS_INPUT.
    IF CJSON$AMT_DAYS_INPUT = SPACES
        MOVE 30 TO CJSON$AMT_HORIZON_DAYS
    ELSE
        IF CJSON$AMT_DAYS_INPUT NOT NUMERIC
            DISPLAY "CJSON_AUTH_MAINT: days ahead "
                CJSON$AMT_DAYS_INPUT " must be three digits, e.g. 030"
            SET CJSON$AMT_RUN_FAILED TO TRUE
            GO TO LIST-EXPIRING-EXIT
        END-IF
        MOVE CJSON$AMT_DAYS_9 TO CJSON$AMT_HORIZON_DAYS
    END-IF.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_YMD_X.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
        VARYING CJSON$AMT_DAY_IDX FROM 1 BY 1
        UNTIL CJSON$AMT_DAY_IDX > CJSON$AMT_HORIZON_DAYS.
    MOVE CJSON$AMT_YMD_X TO CJSON$AMT_HORIZON.
    SET CJSON$AMT_NOT_AT_EOF TO TRUE.
    OPEN INPUT CJSON$AUTH_FILE.
    IF CJSON$AMT_AUTH_STATUS NOT = "00"
        IF CJSON$AMT_AUTH_STATUS NOT = "35"
            DISPLAY "CJSON_AUTH_MAINT: unable to open credentials"
                " file, status " CJSON$AMT_AUTH_STATUS
            SET CJSON$AMT_RUN_FAILED TO TRUE
            GO TO LIST-EXPIRING-EXIT
        END-IF
        SET CJSON$AMT_AT_EOF TO TRUE
    ELSE
        SET CJSON$AMT_AUTH_IS_OPEN TO TRUE
    END-IF.
    OPEN OUTPUT CJSON$AMT_LIST_FILE.
    IF CJSON$AMT_LIST_STATUS NOT = "00"
        DISPLAY "CJSON_AUTH_MAINT: unable to open listing, status "
            CJSON$AMT_LIST_STATUS
        SET CJSON$AMT_RUN_FAILED TO TRUE
        IF CJSON$AMT_AUTH_IS_OPEN
            CLOSE CJSON$AUTH_FILE
        END-IF
        GO TO LIST-EXPIRING-EXIT
    END-IF.
    MOVE SPACES TO CJSON$AMT_LIST_LINE.
    STRING "CJSON CREDENTIALS EXPIRING " DELIMITED BY SIZE
           CJSON$AMT_TODAY DELIMITED BY SIZE
           " THROUGH " DELIMITED BY SIZE
           CJSON$AMT_HORIZON DELIMITED BY SIZE
        INTO CJSON$AMT_LIST_LINE.
    WRITE CJSON$AMT_LIST_LINE.
    MOVE SPACES TO CJSON$AMT_LIST_LINE.
    WRITE CJSON$AMT_LIST_LINE.
    MOVE "OWNER                             ENDING    ROLE"
        TO CJSON$AMT_LIST_LINE.
    MOVE "VALID TO  DAYS LEFT" TO CJSON$AMT_LIST_LINE(63:19).
    WRITE CJSON$AMT_LIST_LINE.
    PERFORM LIST-ONE-CREDENTIAL THRU LIST-ONE-CREDENTIAL-EXIT
        UNTIL CJSON$AMT_AT_EOF.
    IF CJSON$AMT_LIST_COUNT = 0
        MOVE "NO ACTIVE CREDENTIAL EXPIRES IN THE PERIOD"
            TO CJSON$AMT_LIST_LINE
        WRITE CJSON$AMT_LIST_LINE
    END-IF.
    CLOSE CJSON$AMT_LIST_FILE.
    IF CJSON$AMT_AUTH_IS_OPEN
        CLOSE CJSON$AUTH_FILE
    END-IF.
    MOVE CJSON$AMT_LIST_COUNT TO CJSON$AMT_COUNT_EDIT.
    DISPLAY "CJSON_AUTH_MAINT: " CJSON$AMT_COUNT_EDIT
        " credential row(s) expiring by " CJSON$AMT_HORIZON.
LIST-EXPIRING-EXIT.
    EXIT.

LIST-ONE-CREDENTIAL.
    READ CJSON$AUTH_FILE
        AT END
            SET CJSON$AMT_AT_EOF TO TRUE
            GO TO LIST-ONE-CREDENTIAL-EXIT
    END-READ.
    IF NOT CJSON$AUTH_CRED_ACTIVE
       OR CJSON$AUTH_VALID_TO NOT NUMERIC
        GO TO LIST-ONE-CREDENTIAL-EXIT
    END-IF.
    IF CJSON$AUTH_VALID_TO < CJSON$AMT_TODAY
       OR CJSON$AUTH_VALID_TO > CJSON$AMT_HORIZON
        GO TO LIST-ONE-CREDENTIAL-EXIT
    END-IF.
    MOVE 0 TO CJSON$AMT_DAYS_LEFT.
    MOVE CJSON$AMT_TODAY TO CJSON$AMT_YMD_X.
    PERFORM COUNT-ONE-DAY THRU COUNT-ONE-DAY-EXIT
        UNTIL CJSON$AMT_YMD_X >= CJSON$AUTH_VALID_TO
           OR CJSON$AMT_DAYS_LEFT >= 999.
    MOVE CJSON$AUTH_OWNER TO CJSON$AMT_LST_OWNER.
    MOVE CJSON$AUTH_SUFFIX TO CJSON$AMT_LST_SUFFIX.
    MOVE CJSON$AUTH_ROLE TO CJSON$AMT_LST_ROLE.
    MOVE CJSON$AUTH_VALID_TO TO CJSON$AMT_LST_VALID_TO.
    MOVE CJSON$AMT_DAYS_LEFT TO CJSON$AMT_LST_DAYS_LEFT.
    MOVE CJSON$AMT_LIST_DETAIL TO CJSON$AMT_LIST_LINE.
    WRITE CJSON$AMT_LIST_LINE.
    ADD 1 TO CJSON$AMT_LIST_COUNT.
LIST-ONE-CREDENTIAL-EXIT.
    EXIT.

COUNT-ONE-DAY.
    PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT.
    ADD 1 TO CJSON$AMT_DAYS_LEFT.
COUNT-ONE-DAY-EXIT.
    EXIT.

*> CJSON$AMT_YMD_X holds a candidate YYYYMMDD.
CHECK-DATE.
    SET CJSON$AMT_DATE_INVALID TO TRUE.
    IF CJSON$AMT_YMD_X NOT NUMERIC
        GO TO CHECK-DATE-EXIT
    END-IF.
    IF CJSON$AMT_MM < 1 OR CJSON$AMT_MM > 12
        GO TO CHECK-DATE-EXIT
    END-IF.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    IF CJSON$AMT_DD < 1 OR CJSON$AMT_DD > CJSON$AMT_MONTH_DAYS
        GO TO CHECK-DATE-EXIT
    END-IF.
    SET CJSON$AMT_DATE_VALID TO TRUE.
CHECK-DATE-EXIT.
    EXIT.

*> The same month and day a year on; 29 February becomes the 28th.
ADD-ONE-YEAR.
    ADD 1 TO CJSON$AMT_YYYY.
    IF CJSON$AMT_MM = 2 AND CJSON$AMT_DD = 29
        MOVE 28 TO CJSON$AMT_DD
    END-IF.
ADD-ONE-YEAR-EXIT.
    EXIT.

ADD-ONE-DAY.
    PERFORM SET-MONTH-DAYS THRU SET-MONTH-DAYS-EXIT.
    IF CJSON$AMT_DD < CJSON$AMT_MONTH_DAYS
        ADD 1 TO CJSON$AMT_DD
        GO TO ADD-ONE-DAY-EXIT
    END-IF.
    MOVE 1 TO CJSON$AMT_DD.
    IF CJSON$AMT_MM = 12
        MOVE 1 TO CJSON$AMT_MM
        ADD 1 TO CJSON$AMT_YYYY
    ELSE
        ADD 1 TO CJSON$AMT_MM
    END-IF.
ADD-ONE-DAY-EXIT.
    EXIT.

SET-MONTH-DAYS.
    EVALUATE CJSON$AMT_MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO CJSON$AMT_MONTH_DAYS
        WHEN 2
            MOVE 28 TO CJSON$AMT_MONTH_DAYS
            DIVIDE CJSON$AMT_YYYY BY 4 GIVING CJSON$AMT_LEAP_QUOT
                REMAINDER CJSON$AMT_LEAP_REM
            IF CJSON$AMT_LEAP_REM = 0
                DIVIDE CJSON$AMT_YYYY BY 100
                    GIVING CJSON$AMT_LEAP_QUOT
                    REMAINDER CJSON$AMT_LEAP_REM
                IF CJSON$AMT_LEAP_REM NOT = 0
                    MOVE 29 TO CJSON$AMT_MONTH_DAYS
                ELSE
                    DIVIDE CJSON$AMT_YYYY BY 400
                        GIVING CJSON$AMT_LEAP_QUOT
                        REMAINDER CJSON$AMT_LEAP_REM
                    IF CJSON$AMT_LEAP_REM = 0
                        MOVE 29 TO CJSON$AMT_MONTH_DAYS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO CJSON$AMT_MONTH_DAYS
    END-EVALUATE.
SET-MONTH-DAYS-EXIT.
    EXIT.
