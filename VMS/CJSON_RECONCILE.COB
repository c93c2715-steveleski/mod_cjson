    05  CJSON$ARC_TIMESTAMP         PIC X(16).
    05  FILLER                      PIC X(5551).
    05  CJSON$ARC_REQUEST_ID        PIC X(64).
    05  FILLER                      PIC X(13368).
FD  CJSON$RCN_IDS_FILE.
01  CJSON$RCN_IDS_RECORD.
    05  CJSON$RCN_IDS_KEY           PIC X(64).
            DISPLAY "CJSON_RECONCILE: archive " CJSON$RCN_ARC_NAME
                " exists but cannot be opened, status "
                CJSON$RCN_ARC_STATUS " - likely the record layout"
                " of an earlier CJSON_AUDIT.CPY; its rows"
                " cannot clear exceptions this run"
        END-IF
        GO TO PROBE-ONE-ARCHIVE-EXIT
