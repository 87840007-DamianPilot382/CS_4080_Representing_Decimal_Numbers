            "CUTOVER_DATE" "ARCHIVE_DATE"
            "RETRIEVE_FROM" "RETRIEVE_TO"
            "ESCALATE_CYCLES"
            "EXPORT_FROM" "EXPORT_TO"
            "OUTLIER_THRESHOLD" "OUTLIER_MIN_COUNT" "OUTLIER_MIN_DAYS"
            "TB_PERIOD" "CLOSE_PERIOD"
            "VERIFY_RUN" "VERIFY_FROM" "VERIFY_TO" "VERIFY_GEN_DATE"
            "RETAIN_RESULT" "RETAIN_GLPOST" "RETAIN_CONTROL"
            "RETAIN_EXCEPTION" "RETAIN_REJECT" "RETAIN_AUDIT"
            "RETAIN_INPUT" "RETAIN_REPORTS"
            "RESTORE_DATE" "RESTORE_TYPE"
            "SIMULATE" "SIM_DATE" "SIM_TRANS".
    05  WS-PM-VALUE          PIC X(30).
