    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC archive-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-fs-status.  *> AUDITLOG.yyyymm, one archive per calendar month.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with statmeasure, auditsumm, runbackout, ctlchart, and periodrpt; whoever holds it has AUDITLOG and TRENDFILE to itself.
    SELECT TREND-FILE ASSIGN TO "TRENDFILE" ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC RECORD KEY IS trend-key
        FILE STATUS IS trend-fs-status.  *> Keyed by input file name; keys for retired extracts are purged here.
        ELSE
            DISPLAY "ERROR: run lock RUNLOCK held by ", FUNCTION TRIM(LOCK-PROGRAM),
                " since ", LOCK-DATE, " ", LOCK-TIME,
                " - statmeasure, housekeep, auditsumm, runbackout, ctlchart, and periodrpt must not run together."
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
