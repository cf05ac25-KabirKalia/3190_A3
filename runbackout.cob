*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. runbackout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGSTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-registry-fs-status.  *> Where the run to be reversed is looked up, and where its reversal is recorded.
    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS journal-fs-status.  *> Before and after images of every trend and period record statmeasure touched, by run id.
    SELECT TREND-FILE ASSIGN TO "TRENDFILE" ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC RECORD KEY IS trend-key
        FILE STATUS IS trend-fs-status.  *> Trend baselines the reversed run rolled forward; put back as they were.
    SELECT PERIOD-FILE ASSIGN TO "PERIODACC" ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC RECORD KEY IS period-key
        FILE STATUS IS period-fs-status.  *> Daily group totals the reversed run added to; its share comes back out.
    SELECT EXTRACT-REGISTRY-FILE ASSIGN TO "EXTREGSTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS extract-registry-fs-status.  *> Extracts the reversed run folded in; its entries come off so the extracts can be run again.
    SELECT EXTRACT-REGISTRY-TEMP-FILE ASSIGN TO "EXTREGSTR.TMP" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS extract-temp-fs-status.  *> Surviving registry entries held here while EXTREGSTR is rewritten.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC audit-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-fs-status.  *> AUDITLOG, or the AUDITLOG.yyyymm archive housekeep may already have rolled the run's lines into.
    SELECT AUDIT-TEMP-FILE ASSIGN TO "AUDITLOG.TMP" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-temp-fs-status.  *> Audit lines held here while the log being marked is rewritten.
    SELECT CSV-FILE ASSIGN TO "STATSCSV" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS csv-fs-status.  *> Latest export; rows stamped with the reversed run id are dropped from it.
    SELECT CSV-TEMP-FILE ASSIGN TO "STATSCSV.TMP" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS csv-temp-fs-status.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with statmeasure, housekeep, auditsumm, ctlchart, and periodrpt; a reversal rewrites the same files they do.

DATA DIVISION.
FILE SECTION.
FD RUN-REGISTRY-FILE.
01 RUN-REGISTRY-RECORD PIC X(250).  *> One line per run, as written by statmeasure.

FD RUN-JOURNAL-FILE.
01 RUN-JOURNAL-RECORD.
    02 JOURNAL-RUN-ID PIC X(20).  *> Run that made the change.
    02 JOURNAL-FILE-ID PIC X(10).  *> File changed; TRENDFILE or PERIODACC.
    02 JOURNAL-ACTION PIC X(1).  *> A = record added by the run, U = existing record updated by it.
    02 JOURNAL-BEFORE-IMAGE PIC X(116).  *> Record as it stood before the run; spaces on an add.
    02 JOURNAL-AFTER-IMAGE PIC X(116).  *> Record as the run left it.

FD TREND-FILE.
01 TREND-RECORD.
    02 trend-key PIC X(50).
    02 trend-total-numbers PIC S9(8).
    02 trend-sum PIC S9(16)V9(2).
    02 trend-mean PIC S9(6)V9(2).
    02 trend-std-dev PIC S9(6)V9(2).
    02 trend-geo-mean PIC S9(6)V9(2).
    02 trend-har-mean PIC S9(6)V9(2).
    02 trend-rms PIC S9(6)V9(2).

FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 period-key.
        03 period-group-code PIC X(4).
        03 period-business-date PIC X(8).
    02 period-total-numbers PIC 9(9).
    02 period-sum PIC S9(16)V9(2).
    02 period-sum-squares PIC 9(18)V9(2).
    02 period-quantity-total PIC S9(14).
    02 period-run-count PIC 9(4).

FD EXTRACT-REGISTRY-FILE.
01 EXTRACT-REGISTRY-RECORD.
    02 REGISTRY-SOURCE-SYSTEM PIC X(8).
    02 REGISTRY-EXTRACT-DATE PIC X(8).
    02 REGISTRY-FILE-NAME PIC X(50).
    02 REGISTRY-RUN-DATE PIC X(8).
    02 REGISTRY-RUN-ID PIC X(20).  *> Run that folded the extract in.

FD EXTRACT-REGISTRY-TEMP-FILE.
01 EXTRACT-REGISTRY-TEMP-RECORD PIC X(94).

FD AUDIT-FILE.
01 AUDIT-RECORD PIC X(250).  *> Same layout as statmeasure's audit line.

FD AUDIT-TEMP-FILE.
01 AUDIT-TEMP-RECORD PIC X(250).

FD CSV-FILE.
01 CSV-RECORD PIC X(250).

FD CSV-TEMP-FILE.
01 CSV-TEMP-RECORD PIC X(250).

FD RUN-LOCK-FILE.
01 RUN-LOCK-RECORD.
    02 LOCK-PROGRAM PIC X(12).  *> Program holding the lock.
    02 LOCK-DATE PIC X(8).  *> Calendar date the lock was taken, YYYYMMDD.
    02 LOCK-TIME PIC X(8).  *> Time the lock was taken, HHMMSSss.

WORKING-STORAGE SECTION.
01 run-registry-fs-status PIC XX.  *> File status for the run registry.
01 journal-fs-status PIC XX.  *> File status for the run journal.
01 trend-fs-status PIC XX.  *> File status for the trend file.
01 period-fs-status PIC XX.  *> File status for the period accumulation file.
01 extract-registry-fs-status PIC XX.
01 extract-temp-fs-status PIC XX.
01 audit-fs-status PIC XX.
01 audit-temp-fs-status PIC XX.
01 csv-fs-status PIC XX.
01 csv-temp-fs-status PIC XX.
01 lock-fs-status PIC XX.  *> File status for the run lock file.
01 lock-today PIC X(8).  *> Actual calendar date at lock time, for the stale-lock check.
01 delete-name PIC X(30).  *> File name handed to the delete routine.
01 run-parm PIC X(80).  *> Run id to reverse, parsed from the run's PARM.
01 target-run-id PIC X(20) VALUE SPACES.  *> Run being reversed.
01 backout-run-id PIC X(20) VALUE SPACES.  *> Identifier this reversal goes on the registry under.
01 registry-eof-indicator PIC 9 VALUE 0.
    88 registry-eof VALUE 1.  *> Flag to indicate end-of-file reached on the run registry.
01 journal-eof-indicator PIC 9 VALUE 0.
    88 journal-eof VALUE 1.  *> Flag to indicate end-of-file reached on the run journal.
01 extract-eof-indicator PIC 9 VALUE 0.
    88 extract-eof VALUE 1.  *> Flag to indicate end-of-file reached on the registry or its temp file.
01 audit-eof-indicator PIC 9 VALUE 0.
    88 audit-eof VALUE 1.  *> Flag to indicate end-of-file reached on the audit file or its temp file.
01 csv-eof-indicator PIC 9 VALUE 0.
    88 csv-eof VALUE 1.  *> Flag to indicate end-of-file reached on the export or its temp file.
01 run-found PIC 9 VALUE 0.
    88 run-found-yes VALUE 1.  *> True once the run's own registry line has been found.
01 already-reversed PIC 9 VALUE 0.
    88 already-reversed-yes VALUE 1.  *> True when the registry already carries a reversal of the run.
01 target-is-reversal PIC 9 VALUE 0.
    88 target-is-reversal-yes VALUE 1.  *> True when the run named is itself a backout: its registry line carries REVERSES=.
01 period-not-reversed PIC 9 VALUE 0.
    88 period-not-reversed-yes VALUE 1.  *> True when the run's period postings could not be looked at or taken out; the registry line says so.
01 registry-line PIC X(250).  *> Work area holding the registry line being examined or built.
01 run-key PIC X(30).  *> "RUNID=<id> " as the run's registry line begins.
01 run-key-length PIC 9(3) VALUE ZERO.
01 reverses-key PIC X(35).  *> " REVERSES=<id> " as an earlier reversal of the run would carry it.
01 reverses-key-length PIC 9(3) VALUE ZERO.
01 reverses-tally PIC 9(4) VALUE ZERO.
01 tail-key PIC X(30).  *> " RUN=<id>" as the run's audit lines end.
01 tail-key-length PIC 9(3) VALUE ZERO.
01 key-pointer PIC 9(3) VALUE 1.  *> STRING pointer used to measure the keys above.
01 line-length PIC 9(3) VALUE ZERO.  *> Audit line length with trailing spaces dropped.
01 registry-prefix PIC X(40).  *> Registry line up to DATE=, not used.
01 business-date-part PIC X(10).  *> DATE= off the run's registry line, YYYY-MM-DD.
01 business-month PIC X(6).  *> YYYYMM of that date; the run's audit lines live in AUDITLOG or this month's archive.
01 business-date-key PIC X(8).  *> The same date as YYYYMMDD, as REGISTRY-RUN-DATE carries it.
01 run-date PIC X(8).  *> Today in YYYYMMDD form, stamped on the audit lines as they are marked.
01 run-time PIC X(8).  *> Time the reversal started, HHMMSSss.
01 end-time PIC X(8).
01 formatted-start-time PIC X(8).
01 formatted-end-time PIC X(8).
01 run-severity PIC 9(2) VALUE ZERO.  *> Highest severity raised: 0 clean, 4 something left as found, 8 a file could not be rewritten, 12 nothing reversed.
01 formatted-severity PIC 9(2).
01 audit-file-name PIC X(16).  *> Audit file being marked.
01 audit-marked-in-file PIC 9(7) VALUE ZERO.  *> Lines marked in the audit file being worked.
01 trend-restored-count PIC 9(5) VALUE ZERO.  *> Trend records put back to their prior figures.
01 trend-removed-count PIC 9(5) VALUE ZERO.  *> Trend records the run had added, now deleted.
01 trend-left-count PIC 9(5) VALUE ZERO.  *> Trend records a later run has since moved on; left as they are.
01 period-reversed-count PIC 9(5) VALUE ZERO.  *> Period records the run's share was taken back out of.
01 period-removed-count PIC 9(5) VALUE ZERO.  *> Period records left empty by that and deleted.
01 period-left-count PIC 9(5) VALUE ZERO.  *> Period records that no longer hold the run's share; left as they are.
01 registry-removed-count PIC 9(5) VALUE ZERO.  *> Extract registry entries taken off.
01 registry-id-match-count PIC 9(5) VALUE ZERO.  *> Registry entries stamped with the run's id.
01 registry-remove-entry PIC 9 VALUE 0.
    88 registry-remove-entry-yes VALUE 1.  *> True when the entry just read belongs to the run.
01 run-file-table-count PIC 9(3) VALUE ZERO.  *> Files the run's audit lines name.
01 run-file-idx PIC 9(3) VALUE ZERO.
01 run-file-table.
    05 run-file-name PIC X(50) OCCURS 1 TO 500 TIMES DEPENDING ON run-file-table-count.
01 audit-date-part PIC X(30).  *> Audit line up to FILE=, not used.
01 audit-file-part PIC X(50).  *> FILE= off the audit line.
01 audit-rest-part PIC X(200).  *> Audit line from COUNT= on, not used.
01 audit-marked-count PIC 9(7) VALUE ZERO.  *> Audit lines marked reversed, across the log and the archive.
01 csv-removed-count PIC 9(5) VALUE ZERO.  *> Export rows dropped.
01 csv-run-id-part PIC X(20).  *> RUN_ID column of the export row being examined.
01 csv-skip-part PIC X(50).  *> Leading export columns, not used.
01 journal-table-count PIC 9(4) VALUE ZERO.  *> Distinct trend keys the run touched.
01 journal-idx PIC 9(4) VALUE ZERO.
01 journal-found PIC 9 VALUE 0.
    88 journal-found-yes VALUE 1.
01 journal-table.
    05 journal-entry OCCURS 1 TO 1000 TIMES DEPENDING ON journal-table-count.  *> Bounded to the trend keys one run can reasonably touch: files plus groups.
        10 journal-key PIC X(50).
        10 journal-first-action PIC X(1).  *> Action of the run's first change to the key; A means the key did not exist before the run.
        10 journal-first-before PIC X(116).  *> Record as it stood before the run's first change.
        10 journal-last-after PIC X(116).  *> Record as the run's last change left it.
01 period-journal-count PIC 9(4) VALUE ZERO.  *> Distinct group/date keys the run posted to.
01 period-journal-idx PIC 9(4) VALUE ZERO.
01 period-journal-table.
    05 period-journal-entry OCCURS 1 TO 1000 TIMES DEPENDING ON period-journal-count.  *> One run posts at most one record per group.
        10 period-journal-key PIC X(12).
        10 period-first-action PIC X(1).  *> A means the group had nothing filed under the date before the run.
        10 period-first-before PIC X(116).
        10 period-last-after PIC X(116).
01 period-prior-image.
    02 prior-key PIC X(12).
    02 prior-total-numbers PIC 9(9).
    02 prior-sum PIC S9(16)V9(2).
    02 prior-sum-squares PIC 9(18)V9(2).
    02 prior-quantity-total PIC S9(14).
    02 prior-run-count PIC 9(4).
    02 FILLER PIC X(39).  *> Pads the view out to the journal image width.
01 period-posted-image.
    02 posted-key PIC X(12).
    02 posted-total-numbers PIC 9(9).
    02 posted-sum PIC S9(16)V9(2).
    02 posted-sum-squares PIC 9(18)V9(2).
    02 posted-quantity-total PIC S9(14).
    02 posted-run-count PIC 9(4).
    02 FILLER PIC X(39).
01 period-delta-numbers PIC S9(9) VALUE ZERO.  *> The run's own share of the day's figures: what it left less what it found.
01 period-delta-sum PIC S9(16)V9(2) VALUE ZERO.
01 period-delta-squares PIC S9(18)V9(2) VALUE ZERO.
01 period-delta-quantity PIC S9(14) VALUE ZERO.
01 period-delta-runs PIC S9(4) VALUE ZERO.
01 formatted-period-reversed PIC Z(4)9.
01 formatted-period-removed PIC Z(4)9.
01 formatted-trend-restored PIC Z(4)9.  *> Counts edited for the registry line.
01 formatted-trend-removed PIC Z(4)9.
01 formatted-registry-removed PIC Z(4)9.
01 formatted-audit-marked PIC Z(6)9.
01 formatted-csv-removed PIC Z(4)9.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> The scheduler supplies the run id to reverse as the PARM.

    IF run-parm = SPACES
        DISPLAY "Enter the run id to reverse: "
        ACCEPT run-parm
    END-IF.
    MOVE FUNCTION TRIM(run-parm) TO run-parm.
    IF run-parm(1:6) = "RUNID=" OR run-parm(1:6) = "runid="
        MOVE run-parm(7:20) TO target-run-id
    ELSE
        MOVE run-parm TO target-run-id
    END-IF.  *> Accepts the id bare or as it appears on the registry line.
    IF target-run-id = SPACES
        DISPLAY "ERROR: no run id given - nothing reversed."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 010-TAKE-RUN-LOCK.
    ACCEPT run-date FROM DATE YYYYMMDD.
    ACCEPT run-time FROM TIME.
    MOVE SPACES TO backout-run-id.
    STRING "B" DELIMITED BY SIZE
           lock-today DELIMITED BY SIZE
           run-time DELIMITED BY SIZE
        INTO backout-run-id.

    MOVE SPACES TO run-key reverses-key tail-key.
    MOVE 1 TO key-pointer.
    STRING "RUNID=" DELIMITED BY SIZE
           FUNCTION TRIM(target-run-id) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
        INTO run-key WITH POINTER key-pointer.
    COMPUTE run-key-length = key-pointer - 1.
    MOVE 1 TO key-pointer.
    STRING " REVERSES=" DELIMITED BY SIZE
           FUNCTION TRIM(target-run-id) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
        INTO reverses-key WITH POINTER key-pointer.
    COMPUTE reverses-key-length = key-pointer - 1.
    MOVE 1 TO key-pointer.
    STRING " RUN=" DELIMITED BY SIZE
           FUNCTION TRIM(target-run-id) DELIMITED BY SIZE
        INTO tail-key WITH POINTER key-pointer.
    COMPUTE tail-key-length = key-pointer - 1.  *> Keys carry their delimiters so run R1 can never match inside run R10.

    PERFORM 100-FIND-RUN.
    IF NOT run-found-yes
        DISPLAY "ERROR: run ", FUNCTION TRIM(target-run-id), " is not on the run registry RUNREGSTR - nothing reversed."
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF already-reversed-yes
        DISPLAY "ERROR: run ", FUNCTION TRIM(target-run-id), " has already been reversed - nothing reversed."
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.  *> A second reversal would put back figures the first one already restored, and later runs may have built on them since.
    IF target-is-reversal-yes
        DISPLAY "ERROR: run ", FUNCTION TRIM(target-run-id), " is itself a reversal - nothing reversed."
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.  *> A backout changes no figures of its own; reversing one would only leave a registry line that reads as if the original run were back.
    DISPLAY "Reversing run ", FUNCTION TRIM(target-run-id), " (business date ", business-date-part, ") as ",
        FUNCTION TRIM(backout-run-id).

    PERFORM 200-RESTORE-TRENDS.
    MOVE "AUDITLOG" TO audit-file-name.
    PERFORM 350-COLLECT-RUN-FILES.
    MOVE SPACES TO audit-file-name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           business-month DELIMITED BY SIZE
        INTO audit-file-name.
    PERFORM 350-COLLECT-RUN-FILES.  *> Read before 400 marks the lines, for registry entries made before run ids were stamped.
    PERFORM 300-REMOVE-REGISTRY-ENTRIES.
    IF registry-removed-count = 0
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: no extract registry entries removed for run ", FUNCTION TRIM(target-run-id),
            " - the duplicate check will still refuse a rerun of its extracts."
    END-IF.
    MOVE "AUDITLOG" TO audit-file-name.
    PERFORM 400-MARK-AUDIT-LINES.
    MOVE SPACES TO audit-file-name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           business-month DELIMITED BY SIZE
        INTO audit-file-name.
    PERFORM 400-MARK-AUDIT-LINES.  *> By the time a reversal is asked for, housekeep may have rolled the run's lines into its month's archive.
    PERFORM 500-DROP-CSV-ROWS.
    PERFORM 600-RECORD-REVERSAL.

    DISPLAY "REVERSAL COMPLETE - RUN=", FUNCTION TRIM(target-run-id),
        " TREND RESTORED=", trend-restored-count,
        " TREND REMOVED=", trend-removed-count,
        " TREND LEFT=", trend-left-count,
        " PERIOD REVERSED=", period-reversed-count,
        " PERIOD REMOVED=", period-removed-count,
        " PERIOD LEFT=", period-left-count,
        " REGISTRY REMOVED=", registry-removed-count,
        " AUDIT MARKED=", audit-marked-count,
        " CSV REMOVED=", csv-removed-count.
    DISPLAY "CONDITION CODE: ", run-severity.
    PERFORM 900-RELEASE-RUN-LOCK.
    MOVE run-severity TO RETURN-CODE.
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
    END-IF.  *> Reversing a run while statmeasure is rolling the same trend keys forward would leave neither result standing.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF lock-fs-status NOT = '00'
        DISPLAY "ERROR: unable to create run lock RUNLOCK - Status: ", lock-fs-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "runbackout" TO LOCK-PROGRAM.
    MOVE lock-today TO LOCK-DATE.
    ACCEPT LOCK-TIME FROM TIME.
    WRITE RUN-LOCK-RECORD.
    CLOSE RUN-LOCK-FILE.

900-RELEASE-RUN-LOCK.
    MOVE "RUNLOCK" TO delete-name.
    CALL "CBL_DELETE_FILE" USING delete-name.  *> Released on every exit path after the lock is taken; only an abend leaves it behind, which is what the stale check is for.

100-FIND-RUN.
    OPEN INPUT RUN-REGISTRY-FILE.
    IF run-registry-fs-status NOT = '00'
        DISPLAY "No run registry RUNREGSTR - Status: ", run-registry-fs-status
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL registry-eof
        READ RUN-REGISTRY-FILE INTO registry-line
            AT END
                SET registry-eof TO TRUE
            NOT AT END
                IF registry-line(1:run-key-length) = run-key(1:run-key-length)
                    SET run-found-yes TO TRUE
                    MOVE SPACES TO registry-prefix business-date-part
                    UNSTRING registry-line DELIMITED BY " DATE="
                        INTO registry-prefix business-date-part
                    END-UNSTRING
                    MOVE SPACES TO business-month
                    STRING business-date-part(1:4) business-date-part(6:2) DELIMITED BY SIZE
                        INTO business-month
                    MOVE SPACES TO business-date-key
                    STRING business-date-part(1:4) business-date-part(6:2) business-date-part(9:2) DELIMITED BY SIZE
                        INTO business-date-key
                    MOVE ZERO TO reverses-tally
                    INSPECT registry-line TALLYING reverses-tally FOR ALL " REVERSES="
                    IF reverses-tally > 0
                        SET target-is-reversal-yes TO TRUE
                    END-IF
                END-IF
                MOVE ZERO TO reverses-tally
                INSPECT registry-line TALLYING reverses-tally FOR ALL reverses-key(1:reverses-key-length)
                IF reverses-tally > 0
                    SET already-reversed-yes TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RUN-REGISTRY-FILE.

200-RESTORE-TRENDS.
    OPEN INPUT RUN-JOURNAL-FILE.
    IF journal-fs-status NOT = '00'
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        SET period-not-reversed-yes TO TRUE
        DISPLAY "WARNING: no run journal RUNJRNL - Status: ", journal-fs-status,
            " - TRENDFILE baselines and PERIODACC group totals not reversed; any period totals the run posted",
            " are still in month and year to date."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL journal-eof
        READ RUN-JOURNAL-FILE
            AT END
                SET journal-eof TO TRUE
            NOT AT END
                IF JOURNAL-RUN-ID = target-run-id AND JOURNAL-FILE-ID = "TRENDFILE"
                    PERFORM 210-COLLECT-JOURNAL-ENTRY
                END-IF
                IF JOURNAL-RUN-ID = target-run-id AND JOURNAL-FILE-ID = "PERIODACC"
                    PERFORM 215-COLLECT-PERIOD-ENTRY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RUN-JOURNAL-FILE.
    IF period-journal-count > 0
        PERFORM 270-REVERSE-PERIOD-TOTALS
    END-IF.  *> Runs made before the period file existed posted nothing to it, so there is nothing to say about them.
    IF journal-table-count = 0
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: run ", FUNCTION TRIM(target-run-id),
            " has no trend changes on the run journal - trend baselines left as they stand."
        EXIT PARAGRAPH
    END-IF.  *> Runs made before the journal existed cannot have their trend figures put back; the rest of the reversal still stands.

    OPEN I-O TREND-FILE.
    IF trend-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to open trend file TRENDFILE - Status: ", trend-fs-status,
            " - trend baselines not restored."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING journal-idx FROM 1 BY 1 UNTIL journal-idx > journal-table-count
        PERFORM 250-RESTORE-TREND-KEY
    END-PERFORM.
    CLOSE TREND-FILE.

210-COLLECT-JOURNAL-ENTRY.
    MOVE 0 TO journal-found.
    PERFORM VARYING journal-idx FROM 1 BY 1 UNTIL journal-idx > journal-table-count
        IF journal-key(journal-idx) = JOURNAL-AFTER-IMAGE(1:50)
            SET journal-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF journal-found-yes
        MOVE JOURNAL-AFTER-IMAGE TO journal-last-after(journal-idx)
        EXIT PARAGRAPH
    END-IF.  *> A key touched twice in one run goes back to how it stood before the first touch.
    IF journal-table-count >= 1000
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: journal table full - trend key ", FUNCTION TRIM(JOURNAL-AFTER-IMAGE(1:50)), " not restored."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO journal-table-count.
    MOVE JOURNAL-AFTER-IMAGE(1:50) TO journal-key(journal-table-count).
    MOVE JOURNAL-ACTION TO journal-first-action(journal-table-count).
    MOVE JOURNAL-BEFORE-IMAGE TO journal-first-before(journal-table-count).
    MOVE JOURNAL-AFTER-IMAGE TO journal-last-after(journal-table-count).

215-COLLECT-PERIOD-ENTRY.
    PERFORM VARYING period-journal-idx FROM 1 BY 1 UNTIL period-journal-idx > period-journal-count
        IF period-journal-key(period-journal-idx) = JOURNAL-AFTER-IMAGE(1:12)
            MOVE JOURNAL-AFTER-IMAGE TO period-last-after(period-journal-idx)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF period-journal-count >= 1000
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: journal table full - period key ", JOURNAL-AFTER-IMAGE(1:12), " not reversed."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO period-journal-count.
    MOVE JOURNAL-AFTER-IMAGE(1:12) TO period-journal-key(period-journal-count).
    MOVE JOURNAL-ACTION TO period-first-action(period-journal-count).
    MOVE JOURNAL-BEFORE-IMAGE TO period-first-before(period-journal-count).
    MOVE JOURNAL-AFTER-IMAGE TO period-last-after(period-journal-count).

250-RESTORE-TREND-KEY.
    MOVE journal-key(journal-idx) TO trend-key.
    READ TREND-FILE
        INVALID KEY
            DISPLAY "Trend key ", FUNCTION TRIM(journal-key(journal-idx)),
                " no longer on TRENDFILE - nothing to restore."
            EXIT PARAGRAPH
    END-READ.  *> housekeep may have purged a retired extract's key since; there is nothing left to undo.
    IF TREND-RECORD NOT = journal-last-after(journal-idx)
        ADD 1 TO trend-left-count
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: trend key ", FUNCTION TRIM(journal-key(journal-idx)),
            " has been updated by a later run - left as it stands."
        EXIT PARAGRAPH
    END-IF.  *> Restoring over a later run's figures would lose that run's contribution too; it is reported for a deliberate decision.
    IF journal-first-action(journal-idx) = "A"
        DELETE TREND-FILE RECORD
            INVALID KEY
                MOVE 8 TO run-severity
                DISPLAY "ERROR: unable to delete trend key ", FUNCTION TRIM(journal-key(journal-idx)),
                    " - Status: ", trend-fs-status
            NOT INVALID KEY
                ADD 1 TO trend-removed-count
        END-DELETE
    ELSE
        MOVE journal-first-before(journal-idx) TO TREND-RECORD
        REWRITE TREND-RECORD
            INVALID KEY
                MOVE 8 TO run-severity
                DISPLAY "ERROR: unable to restore trend key ", FUNCTION TRIM(journal-key(journal-idx)),
                    " - Status: ", trend-fs-status
            NOT INVALID KEY
                ADD 1 TO trend-restored-count
        END-REWRITE
    END-IF.

270-REVERSE-PERIOD-TOTALS.
    OPEN I-O PERIOD-FILE.
    IF period-fs-status NOT = '00'
        MOVE 8 TO run-severity
        SET period-not-reversed-yes TO TRUE
        DISPLAY "ERROR: unable to open period accumulation file PERIODACC - Status: ", period-fs-status,
            " - the run's group totals are still in month and year to date."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING period-journal-idx FROM 1 BY 1 UNTIL period-journal-idx > period-journal-count
        PERFORM 275-REVERSE-PERIOD-KEY
    END-PERFORM.
    CLOSE PERIOD-FILE.

275-REVERSE-PERIOD-KEY.
    MOVE period-last-after(period-journal-idx) TO period-posted-image.
    IF period-first-action(period-journal-idx) = "A"
        MOVE SPACES TO period-prior-image
        MOVE ZERO TO prior-total-numbers prior-sum prior-sum-squares prior-quantity-total prior-run-count
    ELSE
        MOVE period-first-before(period-journal-idx) TO period-prior-image
    END-IF.
    COMPUTE period-delta-numbers = posted-total-numbers - prior-total-numbers.
    COMPUTE period-delta-sum = posted-sum - prior-sum.
    COMPUTE period-delta-squares = posted-sum-squares - prior-sum-squares.
    COMPUTE period-delta-quantity = posted-quantity-total - prior-quantity-total.
    COMPUTE period-delta-runs = posted-run-count - prior-run-count.
    MOVE period-journal-key(period-journal-idx) TO period-key.
    READ PERIOD-FILE
        INVALID KEY
            ADD 1 TO period-left-count
            IF run-severity < 4
                MOVE 4 TO run-severity
            END-IF
            DISPLAY "WARNING: period key ", period-journal-key(period-journal-idx),
                " no longer on PERIODACC - nothing to reverse."
            EXIT PARAGRAPH
    END-READ.
    IF period-total-numbers < period-delta-numbers OR period-run-count < period-delta-runs
        ADD 1 TO period-left-count
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: period key ", period-journal-key(period-journal-idx),
            " holds less than the run posted to it - left as it stands."
        EXIT PARAGRAPH
    END-IF.  *> Later runs on the same business date only ever add, so the run's share is still in there to take out unless the record was rebuilt by hand.
    SUBTRACT period-delta-numbers FROM period-total-numbers.
    SUBTRACT period-delta-sum FROM period-sum.
    SUBTRACT period-delta-squares FROM period-sum-squares.
    SUBTRACT period-delta-quantity FROM period-quantity-total.
    SUBTRACT period-delta-runs FROM period-run-count.
    IF period-run-count = 0
        DELETE PERIOD-FILE RECORD
            INVALID KEY
                MOVE 8 TO run-severity
                DISPLAY "ERROR: unable to delete period key ", period-journal-key(period-journal-idx),
                    " - Status: ", period-fs-status
            NOT INVALID KEY
                ADD 1 TO period-removed-count
        END-DELETE
    ELSE
        REWRITE PERIOD-RECORD
            INVALID KEY
                MOVE 8 TO run-severity
                DISPLAY "ERROR: unable to reverse period key ", period-journal-key(period-journal-idx),
                    " - Status: ", period-fs-status
            NOT INVALID KEY
                ADD 1 TO period-reversed-count
        END-REWRITE
    END-IF.  *> Unlike a trend baseline, the day's figures are a running total, so a later run's postings stay put and only this run's share comes out.

300-REMOVE-REGISTRY-ENTRIES.
    OPEN INPUT EXTRACT-REGISTRY-FILE.
    IF extract-registry-fs-status NOT = '00'
        DISPLAY "No extract registry EXTREGSTR - Status: ", extract-registry-fs-status
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT EXTRACT-REGISTRY-TEMP-FILE.
    IF extract-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to open work file EXTREGSTR.TMP - Status: ", extract-temp-fs-status,
            " - registry entries not removed."
        CLOSE EXTRACT-REGISTRY-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO extract-eof-indicator.
    MOVE ZERO TO registry-id-match-count.
    PERFORM UNTIL extract-eof
        MOVE SPACES TO EXTRACT-REGISTRY-RECORD
        READ EXTRACT-REGISTRY-FILE
            AT END
                SET extract-eof TO TRUE
            NOT AT END
                IF REGISTRY-RUN-ID = target-run-id
                    ADD 1 TO registry-id-match-count
                END-IF
        END-READ
    END-PERFORM.  *> Entries written before run ids were stamped read back with a blank id; they are matched another way only when the run has none stamped.
    CLOSE EXTRACT-REGISTRY-FILE.
    OPEN INPUT EXTRACT-REGISTRY-FILE.
    IF extract-registry-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen extract registry EXTREGSTR - Status: ", extract-registry-fs-status,
            " - registry entries not removed."
        CLOSE EXTRACT-REGISTRY-TEMP-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO extract-eof-indicator.
    PERFORM UNTIL extract-eof
        MOVE SPACES TO EXTRACT-REGISTRY-RECORD
        READ EXTRACT-REGISTRY-FILE
            AT END
                SET extract-eof TO TRUE
            NOT AT END
                PERFORM 310-CHECK-REGISTRY-ENTRY
                IF registry-remove-entry-yes
                    ADD 1 TO registry-removed-count
                    IF registry-id-match-count > 0
                        DISPLAY "Removing registry entry ", REGISTRY-SOURCE-SYSTEM, " ", REGISTRY-EXTRACT-DATE,
                            " ", FUNCTION TRIM(REGISTRY-FILE-NAME)
                    ELSE
                        DISPLAY "Removing registry entry ", REGISTRY-SOURCE-SYSTEM, " ", REGISTRY-EXTRACT-DATE,
                            " ", FUNCTION TRIM(REGISTRY-FILE-NAME),
                            " (no run id - matched on run date ", REGISTRY-RUN-DATE, " and the run's audit lines)"
                    END-IF
                ELSE
                    WRITE EXTRACT-REGISTRY-TEMP-RECORD FROM EXTRACT-REGISTRY-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-REGISTRY-FILE.
    CLOSE EXTRACT-REGISTRY-TEMP-FILE.
    IF registry-removed-count = 0
        MOVE "EXTREGSTR.TMP" TO delete-name
        CALL "CBL_DELETE_FILE" USING delete-name
        EXIT PARAGRAPH
    END-IF.  *> Nothing came off, so the registry is left exactly as it was.

    OPEN OUTPUT EXTRACT-REGISTRY-FILE.
    IF extract-registry-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen extract registry EXTREGSTR - Status: ", extract-registry-fs-status,
            " - surviving entries remain in EXTREGSTR.TMP."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT EXTRACT-REGISTRY-TEMP-FILE.
    IF extract-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen work file EXTREGSTR.TMP - Status: ", extract-temp-fs-status,
            " - surviving entries remain in EXTREGSTR.TMP."
        CLOSE EXTRACT-REGISTRY-FILE
        EXIT PARAGRAPH
    END-IF.  *> If either reopen fails the copy-back never ran, so the work file must survive for recovery by hand.
    MOVE 0 TO extract-eof-indicator.
    PERFORM UNTIL extract-eof
        READ EXTRACT-REGISTRY-TEMP-FILE
            AT END
                SET extract-eof TO TRUE
            NOT AT END
                WRITE EXTRACT-REGISTRY-RECORD FROM EXTRACT-REGISTRY-TEMP-RECORD
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-REGISTRY-FILE.
    CLOSE EXTRACT-REGISTRY-TEMP-FILE.
    MOVE "EXTREGSTR.TMP" TO delete-name.
    CALL "CBL_DELETE_FILE" USING delete-name.

310-CHECK-REGISTRY-ENTRY.
    MOVE 0 TO registry-remove-entry.
    IF registry-id-match-count > 0
        IF REGISTRY-RUN-ID = target-run-id
            SET registry-remove-entry-yes TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF REGISTRY-RUN-ID NOT = SPACES OR REGISTRY-RUN-DATE NOT = business-date-key
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING run-file-idx FROM 1 BY 1 UNTIL run-file-idx > run-file-table-count
        IF run-file-name(run-file-idx) = REGISTRY-FILE-NAME
            SET registry-remove-entry-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.  *> An unstamped entry is the run's when it was registered on the run's business date under a file the run's audit lines name.

350-COLLECT-RUN-FILES.
    OPEN INPUT AUDIT-FILE.
    IF audit-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.  *> The month's archive only exists once housekeep has rolled it; its absence is normal.
    MOVE 0 TO audit-eof-indicator.
    PERFORM UNTIL audit-eof
        READ AUDIT-FILE INTO AUDIT-RECORD
            AT END
                SET audit-eof TO TRUE
            NOT AT END
                PERFORM 360-TAKE-RUN-FILE
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.

360-TAKE-RUN-FILE.
    COMPUTE line-length = FUNCTION LENGTH(FUNCTION TRIM(AUDIT-RECORD TRAILING)).
    IF line-length <= tail-key-length
        EXIT PARAGRAPH
    END-IF.
    IF AUDIT-RECORD(line-length - tail-key-length + 1:tail-key-length) NOT = tail-key(1:tail-key-length)
        EXIT PARAGRAPH
    END-IF.  *> Same test as 450: the line must end in this run's RUN= stamp.
    MOVE SPACES TO audit-date-part audit-file-part audit-rest-part.
    UNSTRING AUDIT-RECORD DELIMITED BY " FILE=" OR " COUNT="
        INTO audit-date-part audit-file-part audit-rest-part
    END-UNSTRING.
    IF audit-file-part = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING run-file-idx FROM 1 BY 1 UNTIL run-file-idx > run-file-table-count
        IF run-file-name(run-file-idx) = audit-file-part
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.
    IF run-file-table-count >= 500
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO run-file-table-count.
    MOVE audit-file-part TO run-file-name(run-file-table-count).

400-MARK-AUDIT-LINES.
    MOVE ZERO TO audit-marked-in-file.
    OPEN INPUT AUDIT-FILE.
    IF audit-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.  *> The month's archive only exists once housekeep has rolled it; its absence is normal.
    OPEN OUTPUT AUDIT-TEMP-FILE.
    IF audit-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to open work file AUDITLOG.TMP - Status: ", audit-temp-fs-status,
            " - ", FUNCTION TRIM(audit-file-name), " not marked."
        CLOSE AUDIT-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO audit-eof-indicator.
    PERFORM UNTIL audit-eof
        READ AUDIT-FILE INTO AUDIT-RECORD
            AT END
                SET audit-eof TO TRUE
            NOT AT END
                PERFORM 450-MARK-AUDIT-LINE
                WRITE AUDIT-TEMP-RECORD FROM AUDIT-RECORD
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
    CLOSE AUDIT-TEMP-FILE.
    IF audit-marked-in-file = 0
        MOVE "AUDITLOG.TMP" TO delete-name
        CALL "CBL_DELETE_FILE" USING delete-name
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT AUDIT-FILE.
    IF audit-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen ", FUNCTION TRIM(audit-file-name), " - Status: ", audit-fs-status,
            " - marked lines remain in AUDITLOG.TMP."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT AUDIT-TEMP-FILE.
    IF audit-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen work file AUDITLOG.TMP - Status: ", audit-temp-fs-status,
            " - marked lines remain in AUDITLOG.TMP."
        CLOSE AUDIT-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO audit-eof-indicator.
    PERFORM UNTIL audit-eof
        READ AUDIT-TEMP-FILE INTO AUDIT-TEMP-RECORD
            AT END
                SET audit-eof TO TRUE
            NOT AT END
                WRITE AUDIT-RECORD FROM AUDIT-TEMP-RECORD
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
    CLOSE AUDIT-TEMP-FILE.
    MOVE "AUDITLOG.TMP" TO delete-name.
    CALL "CBL_DELETE_FILE" USING delete-name.
    ADD audit-marked-in-file TO audit-marked-count.
    DISPLAY "Marked ", audit-marked-in-file, " line(s) reversed in ", FUNCTION TRIM(audit-file-name).

450-MARK-AUDIT-LINE.
    COMPUTE line-length = FUNCTION LENGTH(FUNCTION TRIM(AUDIT-RECORD TRAILING)).
    IF line-length <= tail-key-length OR line-length + 18 > 250
        EXIT PARAGRAPH
    END-IF.
    IF AUDIT-RECORD(line-length - tail-key-length + 1:tail-key-length) NOT = tail-key(1:tail-key-length)
        EXIT PARAGRAPH
    END-IF.  *> Only lines ending in this run's RUN= stamp; a line already marked no longer ends that way.
    MOVE SPACES TO AUDIT-RECORD(line-length + 1:).
    STRING " REVERSED=" DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
        INTO AUDIT-RECORD(line-length + 1:).
    ADD 1 TO audit-marked-in-file.  *> The line stays on the log as the record of what ran; auditsumm leaves marked lines out of its figures.

500-DROP-CSV-ROWS.
    OPEN INPUT CSV-FILE.
    IF csv-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CSV-TEMP-FILE.
    IF csv-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to open work file STATSCSV.TMP - Status: ", csv-temp-fs-status,
            " - export rows not removed."
        CLOSE CSV-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO csv-eof-indicator.
    PERFORM UNTIL csv-eof
        READ CSV-FILE
            AT END
                SET csv-eof TO TRUE
            NOT AT END
                MOVE SPACES TO csv-skip-part csv-run-id-part
                UNSTRING CSV-RECORD DELIMITED BY ","
                    INTO csv-skip-part csv-skip-part csv-skip-part csv-run-id-part
                END-UNSTRING
                IF csv-run-id-part = target-run-id
                    ADD 1 TO csv-removed-count
                ELSE
                    WRITE CSV-TEMP-RECORD FROM CSV-RECORD
                END-IF
        END-READ
    END-PERFORM.  *> RUN_ID is the fourth column; the heading row never matches, so it always survives.
    CLOSE CSV-FILE.
    CLOSE CSV-TEMP-FILE.
    IF csv-removed-count = 0
        MOVE "STATSCSV.TMP" TO delete-name
        CALL "CBL_DELETE_FILE" USING delete-name
        EXIT PARAGRAPH
    END-IF.  *> The export only ever holds the latest run, so an older run's reversal usually finds nothing here.

    OPEN OUTPUT CSV-FILE.
    IF csv-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen export STATSCSV - Status: ", csv-fs-status,
            " - surviving rows remain in STATSCSV.TMP."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CSV-TEMP-FILE.
    IF csv-temp-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to reopen work file STATSCSV.TMP - Status: ", csv-temp-fs-status,
            " - surviving rows remain in STATSCSV.TMP."
        CLOSE CSV-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO csv-eof-indicator.
    PERFORM UNTIL csv-eof
        READ CSV-TEMP-FILE
            AT END
                SET csv-eof TO TRUE
            NOT AT END
                WRITE CSV-RECORD FROM CSV-TEMP-RECORD
        END-READ
    END-PERFORM.
    CLOSE CSV-FILE.
    CLOSE CSV-TEMP-FILE.
    MOVE "STATSCSV.TMP" TO delete-name.
    CALL "CBL_DELETE_FILE" USING delete-name.

600-RECORD-REVERSAL.
    OPEN EXTEND RUN-REGISTRY-FILE.
    IF run-registry-fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "ERROR: unable to open run registry RUNREGSTR - Status: ", run-registry-fs-status,
            " - the reversal is not on the registry."
        EXIT PARAGRAPH
    END-IF.
    ACCEPT end-time FROM TIME.
    MOVE SPACES TO formatted-start-time formatted-end-time.
    STRING run-time(1:2) ":" run-time(3:2) ":" run-time(5:2) DELIMITED BY SIZE
        INTO formatted-start-time.
    STRING end-time(1:2) ":" end-time(3:2) ":" end-time(5:2) DELIMITED BY SIZE
        INTO formatted-end-time.
    MOVE run-severity TO formatted-severity.
    MOVE trend-restored-count TO formatted-trend-restored.
    MOVE trend-removed-count TO formatted-trend-removed.
    MOVE period-reversed-count TO formatted-period-reversed.
    MOVE period-removed-count TO formatted-period-removed.
    MOVE registry-removed-count TO formatted-registry-removed.
    MOVE audit-marked-count TO formatted-audit-marked.
    MOVE csv-removed-count TO formatted-csv-removed.
    MOVE SPACES TO registry-line.
    MOVE 1 TO key-pointer.
    STRING "RUNID=" DELIMITED BY SIZE
           FUNCTION TRIM(backout-run-id) DELIMITED BY SIZE
           " DATE=" DELIMITED BY SIZE
           business-date-part DELIMITED BY SIZE
           " START=" DELIMITED BY SIZE
           formatted-start-time DELIMITED BY SIZE
           " END=" DELIMITED BY SIZE
           formatted-end-time DELIMITED BY SIZE
           " SEVERITY=" DELIMITED BY SIZE
           formatted-severity DELIMITED BY SIZE
           " REVERSES=" DELIMITED BY SIZE
           FUNCTION TRIM(target-run-id) DELIMITED BY SIZE
           " TREND=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-trend-restored) DELIMITED BY SIZE
           " TRENDREMOVED=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-trend-removed) DELIMITED BY SIZE
        INTO registry-line WITH POINTER key-pointer.
    IF period-not-reversed-yes
        STRING " PERIOD=NOT-REVERSED" DELIMITED BY SIZE
            INTO registry-line WITH POINTER key-pointer
    ELSE
        STRING " PERIOD=" DELIMITED BY SIZE
               FUNCTION TRIM(formatted-period-reversed) DELIMITED BY SIZE
               " PERIODREMOVED=" DELIMITED BY SIZE
               FUNCTION TRIM(formatted-period-removed) DELIMITED BY SIZE
            INTO registry-line WITH POINTER key-pointer
    END-IF.  *> Anyone reading the registry can see the reversal left the run's month and year to date figures in place.
    STRING " REGISTRY=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-registry-removed) DELIMITED BY SIZE
           " AUDIT=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-audit-marked) DELIMITED BY SIZE
           " CSV=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-csv-removed) DELIMITED BY SIZE
        INTO registry-line WITH POINTER key-pointer.
    WRITE RUN-REGISTRY-RECORD FROM registry-line.
    CLOSE RUN-REGISTRY-FILE.  *> The reversal is itself a run: the registry says when it happened, what it took back, and how it ended.
