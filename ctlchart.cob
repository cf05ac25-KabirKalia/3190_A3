*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. ctlchart.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-fs-status.  *> The standing history log statmeasure appends to every run.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with statmeasure, housekeep, auditsumm, runbackout, and periodrpt; whoever holds it has AUDITLOG to itself.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC archive-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS archive-fs-status.  *> AUDITLOG.yyyymm monthly archives housekeep rolled out of the live log.
    SELECT CHART-FILE ASSIGN TO "CTLCHART" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chart-fs-status.  *> Printable control-chart report.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
01 AUDIT-LOG-RECORD PIC X(250).  *> One line per input file per run, as written by statmeasure.

FD RUN-LOCK-FILE.
01 RUN-LOCK-RECORD.
    02 LOCK-PROGRAM PIC X(12).  *> Program holding the lock.
    02 LOCK-DATE PIC X(8).  *> Calendar date the lock was taken, YYYYMMDD.
    02 LOCK-TIME PIC X(8).  *> Time the lock was taken, HHMMSSss.

FD AUDIT-ARCHIVE-FILE.
01 AUDIT-ARCHIVE-RECORD PIC X(250).  *> Archived audit lines, same layout as the live log.

FD CHART-FILE.
01 CHART-RECORD PIC X(132).  *> One printable line per WRITE.

WORKING-STORAGE SECTION.
01 audit-fs-status PIC XX.  *> File status for the audit log.
01 chart-fs-status PIC XX.  *> File status for the chart report.
01 archive-fs-status PIC XX.  *> File status for the archive being read.
01 archive-file-name PIC X(16).  *> AUDITLOG.yyyymm for the month being read.
01 lock-fs-status PIC XX.  *> File status for the run lock file.
01 lock-today PIC X(8).  *> Actual calendar date at lock time, for the stale-lock check.
01 lock-delete-name PIC X(30).  *> Lock file name handed to the delete routine.
01 audit-eof-indicator PIC 9 VALUE 0.
    88 audit-eof VALUE 1.  *> Flag to indicate end-of-file reached on the audit log.
01 archive-eof-indicator PIC 9 VALUE 0.
    88 archive-eof VALUE 1.  *> Flag to indicate end-of-file reached on the current archive.
01 audit-line PIC X(250).  *> Work area holding the audit line being parsed.
01 chart-line PIC X(132).  *> Work area used to build each report line before the WRITE.
01 timestamp-part PIC X(20).  *> "YYYY-MM-DD HH:MM:SS" off the front of the audit line.
01 file-part PIC X(50).  *> Input file name parsed from FILE=.
01 count-part PIC X(20).  *> Record count parsed from COUNT=.
01 sum-part PIC X(30).  *> Sum parsed from SUM=.
01 mean-part PIC X(20).  *> Mean parsed from MEAN=, or N/A.
01 std-dev-part PIC X(20).  *> Standard deviation parsed from STDDEV=, or N/A.
01 rest-part PIC X(120).  *> Remainder of the line past GM=, searched for RUN=.
01 skip-part PIC X(120).  *> Remainder ahead of RUN=, not used.
01 run-part PIC X(20).  *> Run id parsed from RUN=.
01 line-date PIC X(8).  *> Audit line's run date rebuilt as YYYYMMDD.
01 reversed-tally PIC 9(4) VALUE ZERO.  *> Occurrences of the REVERSED= stamp runbackout puts on a backed-out run's lines.
01 reversed-count PIC 9(9) VALUE ZERO.  *> Lines skipped because their run was backed out.
01 run-date PIC X(8).  *> Today in YYYYMMDD form.
01 formatted-run-date PIC X(10).  *> Today as YYYY-MM-DD for the heading.
01 current-month PIC X(6).  *> This month; its lines still live in AUDITLOG, so its absent archive is expected.
01 scan-month PIC 9(6) VALUE ZERO.  *> YYYYMM being considered as the look-back months are walked.
01 end-month PIC 9(6) VALUE ZERO.  *> Last YYYYMM read from the archives.
01 scan-year PIC 9(4) VALUE ZERO.  *> Work fields for rolling the month forward and back.
01 scan-mm PIC 9(2) VALUE ZERO.
01 archives-read-count PIC 9(3) VALUE ZERO.  *> Archives actually opened.
01 window-runs PIC 9(2) VALUE 20.  *> Runs charted per file, the latest included; 20 unless overridden.
01 look-back-months PIC 9(2) VALUE 6.  *> Monthly archives read ahead of the live log; 6 unless overridden.
01 minimum-baseline PIC 9(2) VALUE 5.  *> Prior runs needed before limits are worth drawing.
01 parm-token-1 PIC X(10).  *> Runs to chart.
01 parm-token-2 PIC X(10).  *> Months of archives to read.
01 run-parm PIC X(80).  *> Window sizes, parsed from the run's PARM.
01 file-table-count PIC 9(3) VALUE ZERO.  *> Number of distinct input files seen in the history.
01 file-idx PIC 9(3) VALUE ZERO.  *> Work index used while searching/scanning file-table.
01 file-found PIC 9 VALUE 0.
    88 file-found-yes VALUE 1.  *> True once this line's file has been located in file-table.
01 metric-idx PIC 9 VALUE ZERO.  *> 1 MEAN, 2 STDDEV, 3 COUNT, 4 SUM.
01 point-idx PIC 9(2) VALUE ZERO.
01 prior-idx PIC 9(2) VALUE ZERO.  *> Point ahead of point-idx, for the moving range and run tests.
01 point-value PIC S9(16)V9(2) VALUE ZERO.  *> Value being added to a file's chart.
01 file-table.
    05 file-entry OCCURS 1 TO 200 TIMES DEPENDING ON file-table-count.  *> Bounded to a reasonable number of distinct extracts, as in auditsumm.
        10 chart-file-name PIC X(50).
        10 chart-last-date PIC X(8).  *> Business date of the latest run charted.
        10 chart-last-run PIC X(20).  *> Run id of the latest run charted.
        10 chart-metric OCCURS 4 TIMES.
            15 chart-point-count PIC 9(2).  *> Points held for this metric; an N/A mean adds to COUNT and SUM only.
            15 chart-point PIC S9(16)V9(2) OCCURS 50 TIMES.  *> Oldest first; the window slides once it is full.
01 metric-names.
    05 FILLER PIC X(6) VALUE "MEAN".
    05 FILLER PIC X(6) VALUE "STDDEV".
    05 FILLER PIC X(6) VALUE "COUNT".
    05 FILLER PIC X(6) VALUE "SUM".
01 metric-name-table REDEFINES metric-names.
    05 metric-name PIC X(6) OCCURS 4 TIMES.
01 point-count PIC 9(2) VALUE ZERO.  *> Points on the metric being charted.
01 baseline-count PIC 9(2) VALUE ZERO.  *> Points ahead of the latest, which set the limits.
01 range-count PIC 9(2) VALUE ZERO.  *> Moving ranges among those points, one fewer.
01 latest-value PIC S9(16)V9(2) VALUE ZERO.
01 baseline-total PIC S9(18)V9(2) VALUE ZERO.
01 centre-line PIC S9(16)V9(4) VALUE ZERO.  *> Mean of the baseline points.
01 moving-range PIC S9(16)V9(2) VALUE ZERO.  *> Absolute step between one run and the run before.
01 moving-range-total PIC S9(18)V9(2) VALUE ZERO.
01 average-moving-range PIC S9(16)V9(4) VALUE ZERO.
01 sigma-estimate PIC S9(16)V9(4) VALUE ZERO.  *> Average moving range over d2 = 1.128, the usual individuals-chart sigma.
01 limit-width PIC S9(16)V9(4) VALUE ZERO.  *> Three sigma either side of the centre line.
01 upper-limit PIC S9(16)V9(4) VALUE ZERO.
01 lower-limit PIC S9(16)V9(4) VALUE ZERO.
01 above-count PIC 9(2) VALUE ZERO.
01 below-count PIC 9(2) VALUE ZERO.
01 rising-count PIC 9(2) VALUE ZERO.
01 falling-count PIC 9(2) VALUE ZERO.
01 signal-text PIC X(60).  *> Signals raised on the metric being charted.
01 signal-pointer PIC 9(3) VALUE 1.
01 metric-signalled PIC 9 VALUE 0.
    88 metric-signalled-yes VALUE 1.  *> True once any rule fires on the metric.
01 files-charted PIC 9(5) VALUE ZERO.
01 files-signalled PIC 9(5) VALUE ZERO.  *> Files with at least one metric out of control.
01 signal-count PIC 9(5) VALUE ZERO.  *> Metrics out of control, across all files.
01 file-signalled PIC 9 VALUE 0.
    88 file-signalled-yes VALUE 1.
01 formatted-latest PIC -(13)9.99.
01 formatted-centre PIC -(13)9.99.
01 formatted-lower PIC -(13)9.99.
01 formatted-upper PIC -(13)9.99.
01 formatted-points PIC Z9.
01 formatted-files PIC Z(4)9.
01 formatted-signalled PIC Z(4)9.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> The scheduler supplies "runs months", either optional, as the run's PARM.

    MOVE SPACES TO parm-token-1 parm-token-2.  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
    UNSTRING run-parm DELIMITED BY ALL SPACE
        INTO parm-token-1 parm-token-2.
    IF parm-token-1 NOT = SPACES AND FUNCTION TEST-NUMVAL(parm-token-1) = 0
        IF FUNCTION NUMVAL(parm-token-1) >= 8 AND FUNCTION NUMVAL(parm-token-1) <= 50
            COMPUTE window-runs = FUNCTION NUMVAL(parm-token-1)
        ELSE
            DISPLAY "Runs to chart must be 8 to 50 - using ", window-runs, "."
        END-IF
    END-IF.  *> Eight is the fewest that can both set limits and show a seven-run pattern.
    IF parm-token-2 NOT = SPACES AND FUNCTION TEST-NUMVAL(parm-token-2) = 0
        IF FUNCTION NUMVAL(parm-token-2) <= 36
            COMPUTE look-back-months = FUNCTION NUMVAL(parm-token-2)
        ELSE
            DISPLAY "Months of archives must be 0 to 36 - using ", look-back-months, "."
        END-IF
    END-IF.

    ACCEPT run-date FROM DATE YYYYMMDD.
    MOVE SPACES TO formatted-run-date.
    STRING run-date(1:4) "-" run-date(5:2) "-" run-date(7:2) DELIMITED BY SIZE
        INTO formatted-run-date.

    PERFORM 010-TAKE-RUN-LOCK.

    PERFORM 050-READ-ARCHIVES.

    OPEN INPUT AUDIT-LOG-FILE.
    IF audit-fs-status NOT = '00'
        DISPLAY "Error opening audit log AUDITLOG - Status: ", audit-fs-status
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL audit-eof
        READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
            AT END
                SET audit-eof TO TRUE
            NOT AT END
                MOVE AUDIT-LOG-RECORD TO audit-line
                PERFORM 100-SELECT-AUDIT-LINE
        END-READ
    END-PERFORM.  *> Archives first, then the live log, so each file's points arrive in run order.
    CLOSE AUDIT-LOG-FILE.

    PERFORM 800-WRITE-CHARTS.
    PERFORM 900-RELEASE-RUN-LOCK.
    IF signal-count > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.  *> Condition code 4 lets the scheduler page on a drifting feed without treating it as a failed step.
    STOP RUN.

010-TAKE-RUN-LOCK.
    ACCEPT lock-today FROM DATE YYYYMMDD.
    OPEN INPUT RUN-LOCK-FILE.
    IF lock-fs-status = '00'
        MOVE SPACES TO RUN-LOCK-RECORD
        READ RUN-LOCK-FILE
            AT END
                CONTINUE
        END-READ
        CLOSE RUN-LOCK-FILE
        IF LOCK-DATE IS NUMERIC AND LOCK-DATE < lock-today
            DISPLAY "ERROR: STALE run lock RUNLOCK held by ", FUNCTION TRIM(LOCK-PROGRAM),
                " since ", LOCK-DATE, " ", LOCK-TIME,
                " - an earlier run likely abended; remove RUNLOCK deliberately and rerun."
        ELSE
            DISPLAY "ERROR: run lock RUNLOCK held by ", FUNCTION TRIM(LOCK-PROGRAM),
                " since ", LOCK-DATE, " ", LOCK-TIME,
                " - statmeasure, housekeep, auditsumm, runbackout, ctlchart, and periodrpt must not run together."
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.  *> Reading the log while housekeep rolls it would chart half a history.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF lock-fs-status NOT = '00'
        DISPLAY "ERROR: unable to create run lock RUNLOCK - Status: ", lock-fs-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "ctlchart" TO LOCK-PROGRAM.
    MOVE lock-today TO LOCK-DATE.
    ACCEPT LOCK-TIME FROM TIME.
    WRITE RUN-LOCK-RECORD.
    CLOSE RUN-LOCK-FILE.

900-RELEASE-RUN-LOCK.
    MOVE "RUNLOCK" TO lock-delete-name.
    CALL "CBL_DELETE_FILE" USING lock-delete-name.  *> Released on every exit path after the lock is taken; only an abend leaves it behind, which is what the stale check is for.

050-READ-ARCHIVES.
    MOVE run-date(1:6) TO current-month.
    MOVE current-month TO end-month.
    MOVE current-month(1:4) TO scan-year.
    MOVE current-month(5:2) TO scan-mm.
    PERFORM look-back-months TIMES
        SUBTRACT 1 FROM scan-mm
        IF scan-mm = 0
            SUBTRACT 1 FROM scan-year
            MOVE 12 TO scan-mm
        END-IF
    END-PERFORM.
    MOVE scan-year TO scan-month(1:4).
    MOVE scan-mm TO scan-month(5:2).
    PERFORM UNTIL scan-month > end-month
        PERFORM 060-READ-ONE-ARCHIVE
        MOVE scan-month(1:4) TO scan-year
        MOVE scan-month(5:2) TO scan-mm
        ADD 1 TO scan-mm
        IF scan-mm > 12
            ADD 1 TO scan-year
            MOVE 1 TO scan-mm
        END-IF
        MOVE scan-year TO scan-month(1:4)
        MOVE scan-mm TO scan-month(5:2)
    END-PERFORM.  *> Oldest month first; the window only keeps each file's latest runs, so reading further back than needed costs time, not accuracy.

060-READ-ONE-ARCHIVE.
    MOVE SPACES TO archive-file-name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           scan-month DELIMITED BY SIZE
        INTO archive-file-name.
    MOVE 0 TO archive-eof-indicator.
    OPEN INPUT AUDIT-ARCHIVE-FILE.
    IF archive-fs-status = '00'
        PERFORM UNTIL archive-eof
            READ AUDIT-ARCHIVE-FILE INTO AUDIT-ARCHIVE-RECORD
                AT END
                    SET archive-eof TO TRUE
                NOT AT END
                    MOVE AUDIT-ARCHIVE-RECORD TO audit-line
                    PERFORM 100-SELECT-AUDIT-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-ARCHIVE-FILE
        ADD 1 TO archives-read-count
    END-IF.  *> A month with no archive simply contributes no points; the chart says how many it found.

100-SELECT-AUDIT-LINE.
    MOVE SPACES TO timestamp-part file-part count-part sum-part mean-part std-dev-part rest-part.
    UNSTRING audit-line
        DELIMITED BY " FILE=" OR " COUNT=" OR " SUM=" OR " MEAN=" OR " STDDEV=" OR " GM="
        INTO timestamp-part file-part count-part sum-part mean-part std-dev-part rest-part.
    IF timestamp-part(5:1) NOT = "-" OR file-part = SPACES
        EXIT PARAGRAPH
    END-IF.  *> Anything that does not look like a statmeasure audit line is left alone.
    MOVE ZERO TO reversed-tally.
    INSPECT audit-line TALLYING reversed-tally FOR ALL " REVERSED=".
    IF reversed-tally > 0
        ADD 1 TO reversed-count
        EXIT PARAGRAPH
    END-IF.  *> A backed-out run's figures were wrong and must not pull the centre line.
    MOVE SPACES TO line-date.
    STRING timestamp-part(1:4) timestamp-part(6:2) timestamp-part(9:2) DELIMITED BY SIZE
        INTO line-date.
    MOVE SPACES TO skip-part run-part.
    UNSTRING rest-part DELIMITED BY " RUN="
        INTO skip-part run-part.

    MOVE 0 TO file-found.
    PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > file-table-count
        IF chart-file-name(file-idx) = file-part
            SET file-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT file-found-yes
        IF file-table-count >= 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO file-table-count
        MOVE file-table-count TO file-idx
        MOVE file-part TO chart-file-name(file-idx)
        PERFORM VARYING metric-idx FROM 1 BY 1 UNTIL metric-idx > 4
            MOVE ZERO TO chart-point-count(file-idx, metric-idx)
        END-PERFORM
    END-IF.
    MOVE line-date TO chart-last-date(file-idx).
    MOVE run-part TO chart-last-run(file-idx).

    IF FUNCTION TRIM(mean-part) NOT = "N/A" AND mean-part NOT = SPACES
        MOVE 1 TO metric-idx
        COMPUTE point-value = FUNCTION NUMVAL(mean-part)
        PERFORM 150-ADD-POINT
    END-IF.
    IF FUNCTION TRIM(std-dev-part) NOT = "N/A" AND std-dev-part NOT = SPACES
        MOVE 2 TO metric-idx
        COMPUTE point-value = FUNCTION NUMVAL(std-dev-part)
        PERFORM 150-ADD-POINT
    END-IF.  *> An empty run has no mean or spread to chart, but its count and sum still belong on theirs.
    MOVE 3 TO metric-idx.
    COMPUTE point-value = FUNCTION NUMVAL(count-part).
    PERFORM 150-ADD-POINT.
    MOVE 4 TO metric-idx.
    COMPUTE point-value = FUNCTION NUMVAL(sum-part).
    PERFORM 150-ADD-POINT.

150-ADD-POINT.
    IF chart-point-count(file-idx, metric-idx) >= window-runs
        PERFORM VARYING point-idx FROM 1 BY 1 UNTIL point-idx >= window-runs
            MOVE chart-point(file-idx, metric-idx, point-idx + 1) TO chart-point(file-idx, metric-idx, point-idx)
        END-PERFORM
        MOVE point-value TO chart-point(file-idx, metric-idx, window-runs)
    ELSE
        ADD 1 TO chart-point-count(file-idx, metric-idx)
        MOVE point-value TO chart-point(file-idx, metric-idx, chart-point-count(file-idx, metric-idx))
    END-IF.  *> Once the window is full the oldest point drops off the front.

800-WRITE-CHARTS.
    OPEN OUTPUT CHART-FILE.
    IF chart-fs-status NOT = '00'
        DISPLAY "Error opening chart file CTLCHART - Status: ", chart-fs-status
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE window-runs TO formatted-points.
    MOVE SPACES TO chart-line.
    STRING "STATMEASURE CONTROL CHARTS - " DELIMITED BY SIZE
           formatted-run-date DELIMITED BY SIZE
           "  LAST " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-points) DELIMITED BY SIZE
           " RUNS PER FILE, 3-SIGMA LIMITS" DELIMITED BY SIZE
        INTO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    MOVE archives-read-count TO formatted-files.
    MOVE SPACES TO chart-line.
    STRING "ARCHIVES READ: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-files) DELIMITED BY SIZE
           " MONTH(S) PLUS LIVE LOG" DELIMITED BY SIZE
        INTO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    IF reversed-count > 0
        MOVE reversed-count TO formatted-files
        MOVE SPACES TO chart-line
        STRING "REVERSED RUN LINES EXCLUDED: " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-files) DELIMITED BY SIZE
            INTO chart-line
        DISPLAY chart-line
        WRITE CHART-RECORD FROM chart-line
    END-IF.
    MOVE "RULES: LATEST RUN OUTSIDE LIMITS; 7 IN A ROW ONE SIDE OF CENTRE; 6 IN A ROW RISING OR FALLING" TO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    MOVE SPACES TO chart-line.
    WRITE CHART-RECORD FROM chart-line.

    IF file-table-count = 0
        MOVE "No audit history found to chart." TO chart-line
        DISPLAY chart-line
        WRITE CHART-RECORD FROM chart-line
    END-IF.

    PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > file-table-count
        PERFORM 820-CHART-FILE
    END-PERFORM.

    MOVE SPACES TO chart-line.
    WRITE CHART-RECORD FROM chart-line.
    MOVE files-charted TO formatted-files.
    MOVE files-signalled TO formatted-signalled.
    MOVE SPACES TO chart-line.
    STRING "FILES CHARTED: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-files) DELIMITED BY SIZE
           "  FILES OUT OF CONTROL: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-signalled) DELIMITED BY SIZE
        INTO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    CLOSE CHART-FILE.

820-CHART-FILE.
    ADD 1 TO files-charted.
    MOVE 0 TO file-signalled.
    MOVE chart-point-count(file-idx, 3) TO formatted-points.
    MOVE SPACES TO chart-line.
    STRING "FILE: " DELIMITED BY SIZE
           FUNCTION TRIM(chart-file-name(file-idx)) DELIMITED BY SIZE
           "  RUNS: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-points) DELIMITED BY SIZE
           "  LATEST: " DELIMITED BY SIZE
           chart-last-date(file-idx) DELIMITED BY SIZE
           "  RUN: " DELIMITED BY SIZE
           FUNCTION TRIM(chart-last-run(file-idx)) DELIMITED BY SIZE
        INTO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    MOVE "  METRIC            LATEST       CENTRE LINE       LOWER LIMIT       UPPER LIMIT  SIGNAL" TO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
    PERFORM VARYING metric-idx FROM 1 BY 1 UNTIL metric-idx > 4
        PERFORM 840-CHART-METRIC
    END-PERFORM.
    IF file-signalled-yes
        ADD 1 TO files-signalled
    END-IF.
    MOVE SPACES TO chart-line.
    WRITE CHART-RECORD FROM chart-line.

840-CHART-METRIC.
    MOVE chart-point-count(file-idx, metric-idx) TO point-count.
    MOVE point-count TO formatted-points.
    MOVE SPACES TO chart-line.
    IF point-count < minimum-baseline + 1
        STRING "  " DELIMITED BY SIZE
               metric-name(metric-idx) DELIMITED BY SIZE
               "  INSUFFICIENT HISTORY - " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-points) DELIMITED BY SIZE
               " RUN(S)" DELIMITED BY SIZE
            INTO chart-line
        DISPLAY chart-line
        WRITE CHART-RECORD FROM chart-line
        EXIT PARAGRAPH
    END-IF.  *> Limits drawn from two or three runs would flag nearly everything.

    COMPUTE baseline-count = point-count - 1.
    MOVE chart-point(file-idx, metric-idx, point-count) TO latest-value.
    MOVE ZERO TO baseline-total moving-range-total.
    PERFORM VARYING point-idx FROM 1 BY 1 UNTIL point-idx > baseline-count
        ADD chart-point(file-idx, metric-idx, point-idx) TO baseline-total
        IF point-idx > 1
            COMPUTE prior-idx = point-idx - 1
            COMPUTE moving-range = chart-point(file-idx, metric-idx, point-idx)
                                 - chart-point(file-idx, metric-idx, prior-idx)
            IF moving-range < 0
                COMPUTE moving-range = 0 - moving-range
            END-IF
            ADD moving-range TO moving-range-total
        END-IF
    END-PERFORM.  *> The limits come from the runs before the latest, so the run being judged cannot widen its own limits.
    COMPUTE centre-line ROUNDED = baseline-total / baseline-count.
    COMPUTE range-count = baseline-count - 1.
    COMPUTE average-moving-range ROUNDED = moving-range-total / range-count.
    COMPUTE sigma-estimate ROUNDED = average-moving-range / 1.128.
    COMPUTE limit-width = sigma-estimate * 3.
    COMPUTE upper-limit = centre-line + limit-width.
    COMPUTE lower-limit = centre-line - limit-width.
    IF metric-idx NOT = 1 AND metric-idx NOT = 4 AND lower-limit < 0
        MOVE ZERO TO lower-limit
    END-IF.  *> A count or a spread cannot go below zero; MEAN and SUM can on signed feeds.

    MOVE SPACES TO signal-text.
    MOVE 1 TO signal-pointer.
    MOVE 0 TO metric-signalled.
    IF latest-value > upper-limit OR latest-value < lower-limit
        STRING "OUTSIDE LIMITS " DELIMITED BY SIZE
            INTO signal-text WITH POINTER signal-pointer
        SET metric-signalled-yes TO TRUE
    END-IF.

    MOVE ZERO TO above-count below-count.
    IF point-count >= 7
        PERFORM VARYING point-idx FROM point-count BY -1 UNTIL point-idx < point-count - 6
            IF chart-point(file-idx, metric-idx, point-idx) > centre-line
                ADD 1 TO above-count
            END-IF
            IF chart-point(file-idx, metric-idx, point-idx) < centre-line
                ADD 1 TO below-count
            END-IF
        END-PERFORM
    END-IF.
    IF above-count = 7
        STRING "7 ABOVE CENTRE " DELIMITED BY SIZE
            INTO signal-text WITH POINTER signal-pointer
        SET metric-signalled-yes TO TRUE
    END-IF.
    IF below-count = 7
        STRING "7 BELOW CENTRE " DELIMITED BY SIZE
            INTO signal-text WITH POINTER signal-pointer
        SET metric-signalled-yes TO TRUE
    END-IF.  *> A shift too small to break the limits still puts run after run on one side of the line.

    MOVE ZERO TO rising-count falling-count.
    PERFORM VARYING point-idx FROM point-count BY -1 UNTIL point-idx < point-count - 4
        COMPUTE prior-idx = point-idx - 1
        IF chart-point(file-idx, metric-idx, point-idx) > chart-point(file-idx, metric-idx, prior-idx)
            ADD 1 TO rising-count
        END-IF
        IF chart-point(file-idx, metric-idx, point-idx) < chart-point(file-idx, metric-idx, prior-idx)
            ADD 1 TO falling-count
        END-IF
    END-PERFORM.  *> Six runs in a row means five steps, each one strictly up (or down) on the run before.
    IF rising-count = 5
        STRING "6 RISING " DELIMITED BY SIZE
            INTO signal-text WITH POINTER signal-pointer
        SET metric-signalled-yes TO TRUE
    END-IF.
    IF falling-count = 5
        STRING "6 FALLING " DELIMITED BY SIZE
            INTO signal-text WITH POINTER signal-pointer
        SET metric-signalled-yes TO TRUE
    END-IF.  *> The slow drift a one-run-back comparison never sees.

    IF metric-signalled-yes
        ADD 1 TO signal-count
        SET file-signalled-yes TO TRUE
    ELSE
        MOVE "IN CONTROL" TO signal-text
    END-IF.
    MOVE latest-value TO formatted-latest.
    MOVE centre-line TO formatted-centre.
    MOVE lower-limit TO formatted-lower.
    MOVE upper-limit TO formatted-upper.
    MOVE SPACES TO chart-line.
    STRING "  " DELIMITED BY SIZE
           metric-name(metric-idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-latest DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-centre DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-lower DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-upper DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(signal-text) DELIMITED BY SIZE
        INTO chart-line.
    DISPLAY chart-line.
    WRITE CHART-RECORD FROM chart-line.
