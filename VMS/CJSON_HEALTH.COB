01  CJSON$HLT_RUNNING_COUNT         PIC S9(09) COMP.
01  CJSON$HLT_COMPLETED_COUNT       PIC S9(09) COMP.
01  CJSON$HLT_FAILED_COUNT          PIC S9(09) COMP.
01  CJSON$HLT_CANCELLED_COUNT       PIC S9(09) COMP.
01  CJSON$HLT_OLDEST_RUNNABLE       PIC X(16).
01  CJSON$HLT_OLDEST_AGE_MIN        PIC S9(09) COMP.
01  CJSON$HLT_EVENT_DEPTH           PIC S9(09) COMP.
01  CJSON$HLT_FAILED_KEY.
    05  FILLER                      PIC X(06) VALUE "failed".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$HLT_CANCELLED_KEY.
    05  FILLER                      PIC X(09) VALUE "cancelled".
    05  FILLER                      PIC X(01) VALUE X"00".
01  CJSON$HLT_OLDEST_MIN_KEY.
    05  FILLER                      PIC X(19) VALUE "oldest_runnable_min".
    05  FILLER                      PIC X(01) VALUE X"00".
    MOVE 0 TO CJSON$HLT_RUNNING_COUNT.
    MOVE 0 TO CJSON$HLT_COMPLETED_COUNT.
    MOVE 0 TO CJSON$HLT_FAILED_COUNT.
    MOVE 0 TO CJSON$HLT_CANCELLED_COUNT.
    MOVE SPACES TO CJSON$HLT_OLDEST_RUNNABLE.
    MOVE 0 TO CJSON$HLT_OLDEST_AGE_MIN.
    SET CJSON$HLT_NOT_AT_EOF TO TRUE.
            ADD 1 TO CJSON$HLT_RUNNING_COUNT
        WHEN CJSON$JOB_COMPLETED
            ADD 1 TO CJSON$HLT_COMPLETED_COUNT
        WHEN CJSON$JOB_CANCELLED
            ADD 1 TO CJSON$HLT_CANCELLED_COUNT
        WHEN OTHER
            ADD 1 TO CJSON$HLT_FAILED_COUNT
    END-EVALUATE.
    MOVE CJSON$HLT_FAILED_KEY TO CJSON$HLT_NAME_Z.
    MOVE CJSON$HLT_FAILED_COUNT TO CJSON$HLT_NUMBER_VALUE.
    PERFORM ADD-SECTION-NUMBER THRU ADD-SECTION-NUMBER-EXIT.
    MOVE CJSON$HLT_CANCELLED_KEY TO CJSON$HLT_NAME_Z.
    MOVE CJSON$HLT_CANCELLED_COUNT TO CJSON$HLT_NUMBER_VALUE.
    PERFORM ADD-SECTION-NUMBER THRU ADD-SECTION-NUMBER-EXIT.
    MOVE CJSON$HLT_OLDEST_MIN_KEY TO CJSON$HLT_NAME_Z.
    MOVE CJSON$HLT_OLDEST_AGE_MIN TO CJSON$HLT_NUMBER_VALUE.
    PERFORM ADD-SECTION-NUMBER THRU ADD-SECTION-NUMBER-EXIT.
