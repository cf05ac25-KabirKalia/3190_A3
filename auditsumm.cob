    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-fs-status.  *> The standing history log statmeasure appends to every run.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with statmeasure, housekeep, runbackout, ctlchart, and periodrpt; whoever holds it has AUDITLOG to itself.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC archive-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-fs-status.  *> AUDITLOG.yyyymm monthly archives housekeep rolled out of the live log.
    SELECT SUMMARY-FILE ASSIGN TO "AUDSUMM" ORGANIZATION IS LINE SEQUENTIAL
01 from-date-integer PIC 9(8) VALUE ZERO.  *> Work fields for the WEEK/MONTH date arithmetic.
01 date-integer PIC 9(8) VALUE ZERO.
01 selected-count PIC 9(9) VALUE ZERO.  *> Audit lines that fell inside the period.
01 reversed-tally PIC 9(4) VALUE ZERO.  *> Occurrences of the REVERSED= stamp runbackout puts on a backed-out run's lines.
01 reversed-count PIC 9(9) VALUE ZERO.  *> In-period lines skipped because their run was backed out.
01 formatted-reversed-count PIC Z(8)9.
01 file-table-count PIC 9(3) VALUE ZERO.  *> Number of distinct input files seen in the period.
01 file-idx PIC 9(3) VALUE ZERO.  *> Work index used while searching/scanning file-table.
01 file-found PIC 9 VALUE 0.
        ELSE
            DISPLAY "ERROR: run lock RUNLOCK held by ", FUNCTION TRIM(LOCK-PROGRAM),
                " since ", LOCK-DATE, " ", LOCK-TIME,
                " - statmeasure, housekeep, auditsumm, runbackout, ctlchart, and periodrpt must not run together."
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
    IF line-date < from-date OR line-date > to-date
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO reversed-tally.
    INSPECT audit-line TALLYING reversed-tally FOR ALL " REVERSED=".
    IF reversed-tally > 0
        ADD 1 TO reversed-count
        EXIT PARAGRAPH
    END-IF.  *> A backed-out run's figures were wrong; its lines stay on the log for the record but never reach the summary.
    ADD 1 TO selected-count.

    MOVE 0 TO file-found.
        DISPLAY summary-line
        WRITE SUMMARY-RECORD FROM summary-line
    END-IF.  *> Quarter-end is when trailing history matters most; a short summary now says so instead of silently covering a fraction of it.
    IF reversed-count > 0
        MOVE reversed-count TO formatted-reversed-count
        MOVE SPACES TO summary-line
        STRING "REVERSED RUN LINES EXCLUDED: " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-reversed-count) DELIMITED BY SIZE
            INTO summary-line
        DISPLAY summary-line
        WRITE SUMMARY-RECORD FROM summary-line
    END-IF.
    MOVE SPACES TO summary-line.
    WRITE SUMMARY-RECORD FROM summary-line.

