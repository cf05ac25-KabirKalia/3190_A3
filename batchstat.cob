*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. batchstat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Read only: this program never takes or releases the lock.
    SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGSTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-registry-fs-status.  *> One line per statmeasure run and per runbackout reversal.
    SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS edit-status-fs-status.  *> editextract's per-extract results from its latest run.
    SELECT CALENDAR-FILE ASSIGN TO "EXPCALEN" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS calendar-fs-status.  *> Extracts that should arrive, and how often.
    SELECT EXTRACT-REGISTRY-FILE ASSIGN TO "EXTREGSTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS extract-registry-fs-status.  *> Extracts statmeasure has folded in.
    SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC audit-log-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS audit-fs-status.  *> AUDITLOG, then the business month's AUDITLOG.yyyymm archive: one FILE= line per extract statmeasure ran.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC report-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS report-fs-status.  *> The business date's RPTOUT generation, if statmeasure has written one.
    SELECT EXTRACT-FILE ASSIGN TO DYNAMIC extract-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS extract-fs-status.  *> Opened only to see whether an expected extract has arrived.

DATA DIVISION.
FILE SECTION.
FD RUN-LOCK-FILE.
01 RUN-LOCK-RECORD.
    02 LOCK-PROGRAM PIC X(12).  *> Program holding the lock.
    02 LOCK-DATE PIC X(8).  *> Calendar date the lock was taken, YYYYMMDD.
    02 LOCK-TIME PIC X(8).  *> Time the lock was taken, HHMMSSss.

FD RUN-REGISTRY-FILE.
01 RUN-REGISTRY-RECORD PIC X(250).  *> One line per run, as written by statmeasure and runbackout.

FD EDIT-STATUS-FILE.
01 EDIT-STATUS-RECORD.
    02 STAT-CLEAN-FILE-NAME PIC X(56).  *> Clean file name as editextract wrote it.
    02 STAT-READ-COUNT PIC 9(9).
    02 STAT-CLEAN-COUNT PIC 9(9).
    02 STAT-REJECT-COUNT PIC 9(9).
    02 STAT-BALANCE-FLAG PIC X(1).  *> Y = raw extract balanced against its trailer, N = it did not, U = no trailer to check.
    02 STAT-RULE-COUNT PIC 9(7) OCCURS 4 TIMES.  *> Rejects per business rule: 07 sentinel, 08 sign, 09 amount range, 10 quantity range.

FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    02 CALENDAR-EXTRACT-NAME PIC X(50).  *> Input file name as it appears (or should appear) in the control file.
    02 CALENDAR-SOURCE-SYSTEM PIC X(8).  *> Source system expected to deliver it.
    02 CALENDAR-FREQUENCY PIC X(7).  *> DAILY, WEEKLY, or MONTHLY.
    02 CALENDAR-EFF-FROM PIC X(8).  *> First date the expectation applies, YYYYMMDD; also anchors the weekly/monthly cycle.
    02 CALENDAR-EFF-TO PIC X(8).  *> Last date it applies; blank = open-ended.

FD EXTRACT-REGISTRY-FILE.
01 EXTRACT-REGISTRY-RECORD.
    02 REGISTRY-SOURCE-SYSTEM PIC X(8).
    02 REGISTRY-EXTRACT-DATE PIC X(8).
    02 REGISTRY-FILE-NAME PIC X(50).
    02 REGISTRY-RUN-DATE PIC X(8).  *> Business date the extract was folded in under.
    02 REGISTRY-RUN-ID PIC X(20).

FD AUDIT-LOG-FILE.
01 AUDIT-LOG-RECORD PIC X(250).  *> One line per input file per run, as written by statmeasure.

FD REPORT-FILE.
01 REPORT-RECORD PIC X(132).

FD EXTRACT-FILE.
01 EXTRACT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 lock-fs-status PIC XX.
01 run-registry-fs-status PIC XX.
01 edit-status-fs-status PIC XX.
01 calendar-fs-status PIC XX.
01 extract-registry-fs-status PIC XX.
01 audit-fs-status PIC XX.
01 audit-log-name PIC X(16).  *> AUDITLOG or AUDITLOG.yyyymm.
01 audit-eof-indicator PIC 9 VALUE 0.
    88 audit-eof VALUE 1.
01 audit-line PIC X(250).  *> Work area holding the audit line being parsed.
01 audit-date-part PIC X(30).  *> Leading run date and time, up to FILE=.
01 audit-file-part PIC X(50).  *> Input file name parsed from FILE=.
01 audit-rest-part PIC X(200).
01 reversed-tally PIC 9(4) VALUE ZERO.  *> Occurrences of the REVERSED= stamp runbackout puts on a backed-out run's lines.
01 report-fs-status PIC XX.
01 extract-fs-status PIC XX.
01 run-parm PIC X(80).  *> Optional business date, YYYYMMDD; today when blank.
01 business-date PIC X(8).  *> Business date being inquired on.
01 formatted-business-date PIC X(10).  *> The same date as RUNREGSTR writes it, YYYY-MM-DD.
01 business-date-integer PIC 9(8) VALUE ZERO.
01 calendar-from-integer PIC 9(8) VALUE ZERO.
01 today-date PIC X(8).  *> The real calendar date, for the stale-lock test.
01 report-file-name PIC X(24).  *> RPTOUT.Dyyyymmdd for the business date.
01 extract-file-name PIC X(56).
01 status-line PIC X(132).  *> Work area used to build each line before the DISPLAY.
01 registry-line PIC X(250).
01 registry-eof-indicator PIC 9 VALUE 0.
    88 registry-eof VALUE 1.
01 edit-status-eof-indicator PIC 9 VALUE 0.
    88 edit-status-eof VALUE 1.
01 calendar-eof-indicator PIC 9 VALUE 0.
    88 calendar-eof VALUE 1.
01 extract-registry-eof-indicator PIC 9 VALUE 0.
    88 extract-registry-eof VALUE 1.
01 report-eof-indicator PIC 9 VALUE 0.
    88 report-eof VALUE 1.
01 registry-tokens.
    05 registry-token OCCURS 12 TIMES PIC X(40).  *> Space-separated KEY=value words of one RUNREGSTR line; PARM= text beyond them is not needed here.
01 token-idx PIC 9(2) VALUE ZERO.
01 next-token-idx PIC 9(2) VALUE ZERO.
01 line-run-id PIC X(20).  *> Fields picked out of one registry line.
01 line-date PIC X(10).
01 line-start PIC X(8).
01 line-end PIC X(8).
01 line-severity PIC X(2).
01 line-processed PIC X(6).
01 line-skipped PIC X(6).
01 line-reverses PIC X(20).
01 run-table-count PIC 9(3) VALUE ZERO.  *> Runs and reversals filed under the business date.
01 run-idx PIC 9(3) VALUE ZERO.
01 run-table.
    05 run-entry OCCURS 1 TO 200 TIMES DEPENDING ON run-table-count.
        10 run-id PIC X(20).
        10 run-start PIC X(8).
        10 run-end PIC X(8).
        10 run-severity PIC X(2).
        10 run-processed PIC X(6).
        10 run-skipped PIC X(6).
        10 run-reverses PIC X(20).  *> Run this line reversed; blank on a statmeasure run.
01 reversed-table-count PIC 9(3) VALUE ZERO.  *> Every run id any reversal line names, whatever date it was filed under.
01 reversed-idx PIC 9(3) VALUE ZERO.
01 reversed-table.
    05 reversed-run-id OCCURS 1 TO 500 TIMES DEPENDING ON reversed-table-count PIC X(20).
01 run-reversed PIC 9 VALUE 0.
    88 run-reversed-yes VALUE 1.
01 run-status-text PIC X(20).
01 edit-status-table-count PIC 9(3) VALUE ZERO.
01 edit-status-idx PIC 9(3) VALUE ZERO.
01 edit-status-found PIC 9 VALUE 0.
    88 edit-status-found-yes VALUE 1.
01 edit-status-table.
    05 edit-status-entry OCCURS 1 TO 500 TIMES DEPENDING ON edit-status-table-count.
        10 edit-clean-name PIC X(56).
        10 edit-clean-count PIC 9(9).
        10 edit-reject-count PIC 9(9).
        10 edit-balance-flag PIC X(1).
        10 edit-rule-count PIC 9(7) OCCURS 4 TIMES.
01 edit-rule-idx PIC 9 VALUE ZERO.
01 edit-rule-total PIC 9(9) VALUE ZERO.  *> Rule rejects for the extract; the breakdown is shown only when there are some.
01 processed-table-count PIC 9(4) VALUE ZERO.  *> Extracts folded in under the business date.
01 processed-idx PIC 9(4) VALUE ZERO.
01 processed-found PIC 9 VALUE 0.
    88 processed-found-yes VALUE 1.
01 processed-table.
    05 processed-file-name OCCURS 1 TO 2000 TIMES DEPENDING ON processed-table-count PIC X(50).
01 calendar-table-count PIC 9(3) VALUE ZERO.
01 calendar-idx PIC 9(3) VALUE ZERO.
01 calendar-table.
    05 calendar-entry OCCURS 1 TO 200 TIMES DEPENDING ON calendar-table-count.
        10 calendar-name PIC X(50).
        10 calendar-source PIC X(8).
        10 calendar-freq PIC X(7).
        10 calendar-due PIC 9.
01 calendar-clean-name PIC X(56).
01 check-name PIC X(56).  *> File name being looked up in the processed table.
01 extract-stage PIC X(28).  *> How far an expected extract has got.
01 extract-arrived PIC 9 VALUE 0.
    88 extract-arrived-yes VALUE 1.
01 report-condition-code PIC X(2).  *> Last CONDITION CODE the business date's report carries.
01 report-run-id PIC X(20).
01 report-heading-prefix PIC X(41) VALUE "STATMEASURE BATCH REPORT - CONTROL FILE: ".
01 report-run-id-part PIC X(132).
01 report-discard PIC X(132).
01 formatted-clean-count PIC Z(8)9.
01 formatted-reject-count PIC Z(8)9.
01 formatted-rule-counts.
    05 formatted-rule-count PIC Z(6)9 OCCURS 4 TIMES.
01 due-count PIC 9(3) VALUE ZERO.
01 missing-count PIC 9(3) VALUE ZERO.
01 waiting-count PIC 9(3) VALUE ZERO.
01 formatted-due PIC ZZ9.
01 formatted-missing PIC ZZ9.
01 status-pointer PIC 9(3) VALUE 1.  *> STRING pointer while a status line is assembled piece by piece.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> Optional business date; the desk usually just wants tonight.
    ACCEPT today-date FROM DATE YYYYMMDD.
    IF run-parm = SPACES
        MOVE today-date TO business-date
    ELSE
        MOVE run-parm(1:8) TO business-date
        IF business-date IS NOT NUMERIC
           OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(business-date)) = 0
            DISPLAY "ERROR: business date is not a real YYYYMMDD: ", FUNCTION TRIM(run-parm)
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE business-date(1:4) TO formatted-business-date(1:4).
    MOVE "-" TO formatted-business-date(5:1).
    MOVE business-date(5:2) TO formatted-business-date(6:2).
    MOVE "-" TO formatted-business-date(8:1).
    MOVE business-date(7:2) TO formatted-business-date(9:2).
    COMPUTE business-date-integer = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(business-date)).

    DISPLAY "===== BATCH STATUS FOR BUSINESS DATE " formatted-business-date " =====".
    PERFORM 100-SHOW-RUN-LOCK.
    PERFORM 200-SHOW-RUNS.
    PERFORM 300-SHOW-REPORT.
    PERFORM 400-LOAD-EDIT-STATUS.
    PERFORM 410-LOAD-EXTRACT-REGISTRY.
    MOVE "AUDITLOG" TO audit-log-name.
    PERFORM 415-LOAD-AUDIT-LOG.
    MOVE SPACES TO audit-log-name.
    STRING "AUDITLOG." DELIMITED BY SIZE
           business-date(1:6) DELIMITED BY SIZE
        INTO audit-log-name.
    PERFORM 415-LOAD-AUDIT-LOG.
    PERFORM 420-LOAD-EXPECTED-CALENDAR.
    PERFORM 500-SHOW-EXPECTED-EXTRACTS.
    PERFORM 600-SHOW-UNPROCESSED-EDITS.
    DISPLAY "===== END OF BATCH STATUS =====".
    MOVE 0 TO RETURN-CODE.
    STOP RUN.  *> An inquiry, not a step in the stream: it always ends 0 so nobody gates anything on it.

100-SHOW-RUN-LOCK.
    OPEN INPUT RUN-LOCK-FILE.
    IF lock-fs-status NOT = '00'
        DISPLAY "RUN LOCK: FREE - nothing is running."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO RUN-LOCK-RECORD.
    READ RUN-LOCK-FILE
        AT END
            CONTINUE
    END-READ.
    CLOSE RUN-LOCK-FILE.
    MOVE SPACES TO status-line.
    STRING "RUN LOCK: HELD BY " DELIMITED BY SIZE
           FUNCTION TRIM(LOCK-PROGRAM) DELIMITED BY SIZE
           " SINCE " DELIMITED BY SIZE
           LOCK-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LOCK-TIME(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           LOCK-TIME(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           LOCK-TIME(5:2) DELIMITED BY SIZE
        INTO status-line.
    DISPLAY FUNCTION TRIM(status-line TRAILING).
    IF LOCK-DATE IS NUMERIC AND LOCK-DATE < today-date
        DISPLAY "  *** STALE - taken on an earlier day; the holder likely abended. Check before removing RUNLOCK. ***"
    ELSE
        DISPLAY "  Taken today - the holder is presumably still running."
    END-IF.  *> Same staleness rule the lock-taking programs apply when they refuse to start.

200-SHOW-RUNS.
    DISPLAY " ".
    DISPLAY "----- RUNS FILED UNDER THIS BUSINESS DATE -----".
    OPEN INPUT RUN-REGISTRY-FILE.
    IF run-registry-fs-status NOT = '00'
        DISPLAY "No run registry RUNREGSTR - Status: ", run-registry-fs-status, " - no run has completed here yet."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL registry-eof
        READ RUN-REGISTRY-FILE INTO registry-line
            AT END
                SET registry-eof TO TRUE
            NOT AT END
                PERFORM 210-PARSE-REGISTRY-LINE
                IF line-reverses NOT = SPACES AND reversed-table-count < 500
                    ADD 1 TO reversed-table-count
                    MOVE line-reverses TO reversed-run-id(reversed-table-count)
                END-IF
                IF line-date = formatted-business-date AND run-table-count < 200
                    ADD 1 TO run-table-count
                    MOVE line-run-id TO run-id(run-table-count)
                    MOVE line-start TO run-start(run-table-count)
                    MOVE line-end TO run-end(run-table-count)
                    MOVE line-severity TO run-severity(run-table-count)
                    MOVE line-processed TO run-processed(run-table-count)
                    MOVE line-skipped TO run-skipped(run-table-count)
                    MOVE line-reverses TO run-reverses(run-table-count)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RUN-REGISTRY-FILE.
    IF run-table-count = 0
        DISPLAY "  None - no statmeasure run has completed for this date."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING run-idx FROM 1 BY 1 UNTIL run-idx > run-table-count
        MOVE 0 TO run-reversed
        PERFORM VARYING reversed-idx FROM 1 BY 1 UNTIL reversed-idx > reversed-table-count
            IF reversed-run-id(reversed-idx) = run-id(run-idx)
                SET run-reversed-yes TO TRUE
                EXIT PERFORM
            END-IF
        END-PERFORM
        MOVE SPACES TO run-status-text
        IF run-reversed-yes
            MOVE " - REVERSED" TO run-status-text
        END-IF
        MOVE SPACES TO status-line
        IF run-reverses(run-idx) NOT = SPACES
            STRING "  " DELIMITED BY SIZE
                   run-id(run-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   run-start(run-idx) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   run-end(run-idx) DELIMITED BY SIZE
                   " SEVERITY " DELIMITED BY SIZE
                   run-severity(run-idx) DELIMITED BY SIZE
                   "  BACKOUT OF " DELIMITED BY SIZE
                   FUNCTION TRIM(run-reverses(run-idx)) DELIMITED BY SIZE
                INTO status-line
        ELSE
            STRING "  " DELIMITED BY SIZE
                   run-id(run-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   run-start(run-idx) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   run-end(run-idx) DELIMITED BY SIZE
                   " SEVERITY " DELIMITED BY SIZE
                   run-severity(run-idx) DELIMITED BY SIZE
                   "  PROCESSED " DELIMITED BY SIZE
                   FUNCTION TRIM(run-processed(run-idx)) DELIMITED BY SIZE
                   " SKIPPED " DELIMITED BY SIZE
                   FUNCTION TRIM(run-skipped(run-idx)) DELIMITED BY SIZE
                   run-status-text DELIMITED BY SIZE
                INTO status-line
        END-IF
        DISPLAY FUNCTION TRIM(status-line TRAILING)
    END-PERFORM.

210-PARSE-REGISTRY-LINE.
    MOVE SPACES TO registry-tokens line-run-id line-date line-start line-end
        line-severity line-processed line-skipped line-reverses.
    UNSTRING registry-line DELIMITED BY ALL SPACE
        INTO registry-token(1) registry-token(2) registry-token(3) registry-token(4)
             registry-token(5) registry-token(6) registry-token(7) registry-token(8)
             registry-token(9) registry-token(10) registry-token(11) registry-token(12)
    END-UNSTRING.
    PERFORM VARYING token-idx FROM 1 BY 1 UNTIL token-idx > 12
        EVALUATE TRUE
            WHEN registry-token(token-idx)(1:6) = "RUNID="
                MOVE registry-token(token-idx)(7:) TO line-run-id
            WHEN registry-token(token-idx)(1:5) = "DATE="
                MOVE registry-token(token-idx)(6:) TO line-date
            WHEN registry-token(token-idx)(1:6) = "START="
                MOVE registry-token(token-idx)(7:) TO line-start
            WHEN registry-token(token-idx)(1:4) = "END="
                MOVE registry-token(token-idx)(5:) TO line-end
            WHEN registry-token(token-idx)(1:9) = "SEVERITY="
                MOVE registry-token(token-idx)(10:) TO line-severity
                IF line-severity = SPACES AND token-idx < 12
                    COMPUTE next-token-idx = token-idx + 1
                    MOVE registry-token(next-token-idx) TO line-severity
                END-IF  *> statmeasure edits the severity Z9, so a single-digit code arrives as its own word after "SEVERITY= ".
            WHEN registry-token(token-idx)(1:10) = "PROCESSED="
                MOVE registry-token(token-idx)(11:) TO line-processed
            WHEN registry-token(token-idx)(1:8) = "SKIPPED="
                MOVE registry-token(token-idx)(9:) TO line-skipped
            WHEN registry-token(token-idx)(1:9) = "REVERSES="
                MOVE registry-token(token-idx)(10:) TO line-reverses
            WHEN registry-token(token-idx)(1:5) = "PARM="
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM.  *> Keyed words rather than fixed columns, so statmeasure run lines and runbackout reversal lines parse alike.

300-SHOW-REPORT.
    DISPLAY " ".
    MOVE SPACES TO report-file-name.
    STRING "RPTOUT.D" DELIMITED BY SIZE
           business-date DELIMITED BY SIZE
        INTO report-file-name.
    OPEN INPUT REPORT-FILE.
    IF report-fs-status NOT = '00'
        DISPLAY "REPORT: ", FUNCTION TRIM(report-file-name), " not written yet."
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO report-condition-code report-run-id.
    PERFORM UNTIL report-eof
        READ REPORT-FILE
            AT END
                SET report-eof TO TRUE
            NOT AT END
                IF REPORT-RECORD(1:41) = report-heading-prefix
                    MOVE SPACES TO report-discard report-run-id-part
                    UNSTRING REPORT-RECORD DELIMITED BY "RUN ID: "
                        INTO report-discard report-run-id-part
                    END-UNSTRING
                    MOVE report-run-id-part(1:20) TO report-run-id
                END-IF
                IF REPORT-RECORD(1:17) = "CONDITION CODE = "
                    MOVE REPORT-RECORD(18:2) TO report-condition-code
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REPORT-FILE.
    IF report-condition-code = SPACES
        DISPLAY "REPORT: ", FUNCTION TRIM(report-file-name), " run ", FUNCTION TRIM(report-run-id),
            " - still being written (no condition code yet)."
    ELSE
        DISPLAY "REPORT: ", FUNCTION TRIM(report-file-name), " run ", FUNCTION TRIM(report-run-id),
            " - CONDITION CODE ", report-condition-code
    END-IF.  *> statmeasure writes the condition code last, so its absence means the report is still open or the run abended.

400-LOAD-EDIT-STATUS.
    OPEN INPUT EDIT-STATUS-FILE.
    IF edit-status-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.  *> No EDITSTAT just means editextract has not run here; every extract then shows as not edited.
    PERFORM UNTIL edit-status-eof
        READ EDIT-STATUS-FILE
            AT END
                SET edit-status-eof TO TRUE
            NOT AT END
                IF STAT-CLEAN-FILE-NAME NOT = SPACES AND edit-status-table-count < 500
                    ADD 1 TO edit-status-table-count
                    MOVE STAT-CLEAN-FILE-NAME TO edit-clean-name(edit-status-table-count)
                    MOVE ZERO TO edit-clean-count(edit-status-table-count) edit-reject-count(edit-status-table-count)
                    IF STAT-CLEAN-COUNT IS NUMERIC
                        MOVE STAT-CLEAN-COUNT TO edit-clean-count(edit-status-table-count)
                    END-IF
                    IF STAT-REJECT-COUNT IS NUMERIC
                        MOVE STAT-REJECT-COUNT TO edit-reject-count(edit-status-table-count)
                    END-IF
                    MOVE STAT-BALANCE-FLAG TO edit-balance-flag(edit-status-table-count)
                    PERFORM VARYING edit-rule-idx FROM 1 BY 1 UNTIL edit-rule-idx > 4
                        MOVE ZERO TO edit-rule-count(edit-status-table-count, edit-rule-idx)
                        IF STAT-RULE-COUNT(edit-rule-idx) IS NUMERIC
                            MOVE STAT-RULE-COUNT(edit-rule-idx)
                                TO edit-rule-count(edit-status-table-count, edit-rule-idx)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EDIT-STATUS-FILE.

410-LOAD-EXTRACT-REGISTRY.
    OPEN INPUT EXTRACT-REGISTRY-FILE.
    IF extract-registry-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL extract-registry-eof
        READ EXTRACT-REGISTRY-FILE
            AT END
                SET extract-registry-eof TO TRUE
            NOT AT END
                IF REGISTRY-RUN-DATE = business-date AND processed-table-count < 2000
                    ADD 1 TO processed-table-count
                    MOVE REGISTRY-FILE-NAME TO processed-file-name(processed-table-count)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-REGISTRY-FILE.  *> Only extracts folded in under this business date; a reversed run's entries are already gone from the registry.

415-LOAD-AUDIT-LOG.
    MOVE 0 TO audit-eof-indicator.
    OPEN INPUT AUDIT-LOG-FILE.
    IF audit-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.  *> The archive exists only once housekeep has rolled the month out; the live log may not exist yet either.
    PERFORM UNTIL audit-eof
        READ AUDIT-LOG-FILE INTO audit-line
            AT END
                SET audit-eof TO TRUE
            NOT AT END
                PERFORM 416-TAKE-AUDIT-LINE
        END-READ
    END-PERFORM.
    CLOSE AUDIT-LOG-FILE.

416-TAKE-AUDIT-LINE.
    IF audit-line(1:10) NOT = formatted-business-date
        EXIT PARAGRAPH
    END-IF.  *> statmeasure stamps each line with its run date, which is the AS-OF business date when one was given.
    MOVE ZERO TO reversed-tally.
    INSPECT audit-line TALLYING reversed-tally FOR ALL " REVERSED=".
    IF reversed-tally > 0
        EXIT PARAGRAPH
    END-IF.  *> A backed-out run no longer counts as having processed anything.
    MOVE SPACES TO audit-date-part audit-file-part audit-rest-part.
    UNSTRING audit-line
        DELIMITED BY " FILE=" OR " COUNT="
        INTO audit-date-part audit-file-part audit-rest-part.
    IF audit-file-part NOT = SPACES AND processed-table-count < 2000
        ADD 1 TO processed-table-count
        MOVE audit-file-part TO processed-file-name(processed-table-count)
    END-IF.  *> The registry only holds extracts with a header, in balance and not duplicates; the audit log has every file statmeasure actually ran.

420-LOAD-EXPECTED-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF calendar-fs-status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL calendar-eof
        READ CALENDAR-FILE
            AT END
                SET calendar-eof TO TRUE
            NOT AT END
                IF CALENDAR-EXTRACT-NAME NOT = SPACES AND calendar-table-count < 200
                    ADD 1 TO calendar-table-count
                    MOVE CALENDAR-EXTRACT-NAME TO calendar-name(calendar-table-count)
                    MOVE CALENDAR-SOURCE-SYSTEM TO calendar-source(calendar-table-count)
                    MOVE FUNCTION UPPER-CASE(CALENDAR-FREQUENCY) TO calendar-freq(calendar-table-count)
                    PERFORM 425-SET-CALENDAR-DUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CALENDAR-FILE.

425-SET-CALENDAR-DUE.
    MOVE 0 TO calendar-due(calendar-table-count).
    IF CALENDAR-EFF-FROM IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.
    IF business-date < CALENDAR-EFF-FROM
        EXIT PARAGRAPH
    END-IF.
    IF CALENDAR-EFF-TO IS NUMERIC AND business-date > CALENDAR-EFF-TO
        EXIT PARAGRAPH
    END-IF.
    EVALUATE calendar-freq(calendar-table-count)
        WHEN "DAILY"
            MOVE 1 TO calendar-due(calendar-table-count)
        WHEN "WEEKLY"
            COMPUTE calendar-from-integer = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CALENDAR-EFF-FROM))
            IF FUNCTION MOD(business-date-integer - calendar-from-integer, 7) = 0
                MOVE 1 TO calendar-due(calendar-table-count)
            END-IF
        WHEN "MONTHLY"
            IF business-date(7:2) = CALENDAR-EFF-FROM(7:2)
                MOVE 1 TO calendar-due(calendar-table-count)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.  *> The same due-date rule statmeasure's missing-extracts check applies.

500-SHOW-EXPECTED-EXTRACTS.
    DISPLAY " ".
    DISPLAY "----- EXPECTED EXTRACTS -----".
    IF calendar-fs-status NOT = '00'
        DISPLAY "  Calendar EXPCALEN not available - Status: ", calendar-fs-status, " - nothing says what should arrive."
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING calendar-idx FROM 1 BY 1 UNTIL calendar-idx > calendar-table-count
        IF calendar-due(calendar-idx) = 1
            ADD 1 TO due-count
            PERFORM 510-EXTRACT-STAGE
            MOVE SPACES TO status-line
            STRING "  " DELIMITED BY SIZE
                   calendar-name(calendar-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   calendar-source(calendar-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   extract-stage DELIMITED BY SIZE
                INTO status-line
            DISPLAY FUNCTION TRIM(status-line TRAILING)
        END-IF
    END-PERFORM.
    IF due-count = 0
        DISPLAY "  None due on this date."
    ELSE
        MOVE due-count TO formatted-due
        MOVE missing-count TO formatted-missing
        MOVE SPACES TO status-line
        STRING "  DUE " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-due) DELIMITED BY SIZE
               "  MISSING " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-missing) DELIMITED BY SIZE
            INTO status-line
        DISPLAY FUNCTION TRIM(status-line TRAILING)
    END-IF.

510-EXTRACT-STAGE.
    MOVE 0 TO extract-arrived.
    MOVE calendar-name(calendar-idx) TO extract-file-name.
    OPEN INPUT EXTRACT-FILE.
    IF extract-fs-status = '00'
        CLOSE EXTRACT-FILE
        SET extract-arrived-yes TO TRUE
    END-IF.
    MOVE SPACES TO calendar-clean-name.
    STRING FUNCTION TRIM(calendar-name(calendar-idx)) DELIMITED BY SIZE
           ".CLEAN" DELIMITED BY SIZE
        INTO calendar-clean-name.

    MOVE calendar-name(calendar-idx) TO check-name.
    PERFORM 520-CHECK-PROCESSED.
    IF NOT processed-found-yes
        MOVE calendar-clean-name TO check-name
        PERFORM 520-CHECK-PROCESSED
    END-IF.
    IF processed-found-yes
        MOVE "PROCESSED" TO extract-stage
        EXIT PARAGRAPH
    END-IF.  *> Folded in by statmeasure under this date, raw or edited copy alike.

    MOVE 0 TO edit-status-found.
    PERFORM VARYING edit-status-idx FROM 1 BY 1 UNTIL edit-status-idx > edit-status-table-count
        IF edit-clean-name(edit-status-idx) = calendar-clean-name
            SET edit-status-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF edit-status-found-yes
        IF edit-balance-flag(edit-status-idx) = "N"
            MOVE "EDITED - OUT OF BALANCE" TO extract-stage
        ELSE
            MOVE "EDITED CLEAN - NOT PROCESSED" TO extract-stage
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF extract-arrived-yes
        MOVE "ARRIVED - NOT EDITED" TO extract-stage
    ELSE
        MOVE "MISSING" TO extract-stage
        ADD 1 TO missing-count
    END-IF.

520-CHECK-PROCESSED.
    MOVE 0 TO processed-found.
    PERFORM VARYING processed-idx FROM 1 BY 1 UNTIL processed-idx > processed-table-count
        IF processed-file-name(processed-idx) = check-name(1:50)
            SET processed-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

600-SHOW-UNPROCESSED-EDITS.
    DISPLAY " ".
    DISPLAY "----- EDITED AND BALANCED BUT NOT PROCESSED BY STATMEASURE -----".
    PERFORM VARYING edit-status-idx FROM 1 BY 1 UNTIL edit-status-idx > edit-status-table-count
        IF edit-balance-flag(edit-status-idx) NOT = "N"
            MOVE edit-clean-name(edit-status-idx) TO check-name
            PERFORM 520-CHECK-PROCESSED
            IF NOT processed-found-yes
                ADD 1 TO waiting-count
                MOVE edit-clean-count(edit-status-idx) TO formatted-clean-count
                MOVE edit-reject-count(edit-status-idx) TO formatted-reject-count
                MOVE SPACES TO status-line
                MOVE 1 TO status-pointer
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(edit-clean-name(edit-status-idx)) DELIMITED BY SIZE
                       " CLEAN " DELIMITED BY SIZE
                       FUNCTION TRIM(formatted-clean-count) DELIMITED BY SIZE
                       " REJECTED " DELIMITED BY SIZE
                       FUNCTION TRIM(formatted-reject-count) DELIMITED BY SIZE
                    INTO status-line WITH POINTER status-pointer
                IF edit-balance-flag(edit-status-idx) = "U"
                    STRING " (NO TRAILER TO BALANCE)" DELIMITED BY SIZE
                        INTO status-line WITH POINTER status-pointer
                END-IF
                MOVE ZERO TO edit-rule-total
                PERFORM VARYING edit-rule-idx FROM 1 BY 1 UNTIL edit-rule-idx > 4
                    ADD edit-rule-count(edit-status-idx, edit-rule-idx) TO edit-rule-total
                    MOVE edit-rule-count(edit-status-idx, edit-rule-idx) TO formatted-rule-count(edit-rule-idx)
                END-PERFORM
                IF edit-rule-total > 0
                    STRING " RULES: SENTINEL " DELIMITED BY SIZE
                           FUNCTION TRIM(formatted-rule-count(1)) DELIMITED BY SIZE
                           " SIGN " DELIMITED BY SIZE
                           FUNCTION TRIM(formatted-rule-count(2)) DELIMITED BY SIZE
                           " AMOUNT " DELIMITED BY SIZE
                           FUNCTION TRIM(formatted-rule-count(3)) DELIMITED BY SIZE
                           " QUANTITY " DELIMITED BY SIZE
                           FUNCTION TRIM(formatted-rule-count(4)) DELIMITED BY SIZE
                        INTO status-line WITH POINTER status-pointer
                END-IF
                DISPLAY FUNCTION TRIM(status-line TRAILING)
            END-IF
        END-IF
    END-PERFORM.
    IF waiting-count = 0
        DISPLAY "  None."
    END-IF.  *> Clean copies sitting ready with nothing folded in under this date are the ones a stalled or skipped stats step leaves behind.
