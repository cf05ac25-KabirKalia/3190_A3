        FILE STATUS IS csv-fs-status.  *> Delimited copy of every stats block, one row per block, for downstream loads.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMASTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS group-master-fs-status.  *> Reference data: code, description, active flag; maintained by grpmaint.
    SELECT RATE-FILE ASSIGN TO "RATEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS exchange-rate-fs-status.  *> Dated exchange rates, maintained by ratemaint; foreign-currency amounts are converted to base with the rate for the business date.
    SELECT VALUES-FILE ASSIGN TO "VALUESWK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS values-fs-status.  *> Side file capturing every valid value and its position for the current input file; replaces the old bounded in-memory table.
    SELECT SORTED-VALUES-FILE ASSIGN TO "VALUESRT" ORGANIZATION IS LINE SEQUENTIAL
    SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGSTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS run-registry-fs-status.  *> Standing registry of every run: id, dates, PARM, counts, and severity, one line per run.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with housekeep, auditsumm, runbackout, ctlchart, and periodrpt; whoever holds it has AUDITLOG, TRENDFILE, and PERIODACC to itself.
    SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS edit-status-fs-status.  *> Batch-status records editextract wrote: per-extract edit counts and the in-balance flag.
    SELECT CALENDAR-FILE ASSIGN TO "EXPCALEN" ORGANIZATION IS LINE SEQUENTIAL
    SELECT TREND-FILE ASSIGN TO "TRENDFILE" ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC RECORD KEY IS trend-key
        FILE STATUS IS trend-fs-status.  *> Keyed by input file name, holds each file's most recent stats for the trend comparison.
    SELECT PERIOD-FILE ASSIGN TO "PERIODACC" ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC RECORD KEY IS period-key
        FILE STATUS IS period-fs-status.  *> Keyed by group and business date, holds the day's running group totals that periodrpt rolls up to month and year to date.
    SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS journal-fs-status.  *> Standing journal of every keyed-file update a run makes, before and after images, so runbackout can reverse the run.

DATA DIVISION.
FILE SECTION.
    02 NUMERIC-DATA PIC S9(6)V9(2).  *> Defines the structure to read numeric data with two decimal places.
    02 RECORD-GROUP-CODE PIC X(4).  *> Department/category code carried by the extract, used for the control-break report.
    02 RECORD-QUANTITY PIC 9(7).  *> Unit quantity the upstream system can stamp into the filler; read only in weighted mode.
    02 RECORD-CURRENCY-CODE PIC X(3).  *> Currency NUMERIC-DATA is in; blank = base currency.
    02 FILLER PIC X(58).  *> Filler to accommodate the rest of the line.
01 INPUT-HEADER-RECORD.  *> Alternate view of the same record area: optional header, tagged HDR in columns 1-3.
    02 HEADER-RECORD-TAG PIC X(3).
    02 HEADER-EXTRACT-DATE PIC X(8).  *> Extract date in YYYYMMDD form, as stamped by the upstream system.
01 AUDIT-LOG-RECORD PIC X(250).  *> One line per input file processed, appended across runs; sized so a 50-character file name still leaves room for every stamped field through RUN=.

FD EXCEPTIONS-FILE.
01 EXCEPTIONS-RECORD PIC X(200).  *> One line per outlier record found this run; sized so a 50-character file name and the group figures cannot squeeze out the RUN: stamp.

FD DISPOSITION-FILE.
01 DISPOSITION-RECORD.
    02 checkpoint-quantity-total PIC S9(14).  *> Weighted-mode accumulators; blank (non-numeric) on checkpoints written before weighted mode existed.
    02 checkpoint-weighted-aggregate PIC S9(16)V9(2).
    02 checkpoint-weighted-squares PIC 9(16)V9(2).
    02 checkpoint-quantity-squares PIC 9(18).  *> Blank (non-numeric) on checkpoints written before the amount/quantity fit existed.

FD CSV-FILE.
01 CSV-RECORD PIC X(250).  *> One delimited row per stats block.
    02 MASTER-COUNT-LOW PIC X(6).  *> Expected record-count range; blank = no count tolerance.
    02 MASTER-COUNT-HIGH PIC X(6).
    02 MASTER-SUM-SWING PIC X(14).  *> Maximum run-over-run sum swing; blank = no swing tolerance.
    02 MASTER-EFF-FROM PIC X(8).  *> First business date this version applies; blank = since the code was set up.
    02 MASTER-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD RATE-FILE.
01 RATE-RECORD.
    02 RATE-CURRENCY-CODE PIC X(3).
    02 RATE-CURRENCY-DESC PIC X(30).
    02 RATE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rate for those dates.
    02 RATE-TO-BASE PIC 9(5)V9(6).  *> Base-currency units for one unit of this currency.
    02 RATE-EFF-FROM PIC X(8).  *> First business date this rate applies, YYYYMMDD.
    02 RATE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD VALUES-FILE.
01 VALUES-RECORD.
    02 VALUES-VALUE PIC S9(6)V9(2).
    02 VALUES-POSITION PIC 9(9).  *> Physical record number this value came from, used by the outlier report.
    02 VALUES-GROUP-CODE PIC X(4).  *> RECORD-GROUP-CODE of that record, for the within-group outlier test.
    02 VALUES-QUANTITY PIC 9(7).  *> RECORD-QUANTITY of that record, for the unit-rate check; zero outside weighted mode.

SD SORT-WORK.
01 SORT-RECORD.
    02 SORT-VALUE PIC S9(6)V9(2).
    02 SORT-POSITION PIC 9(9).
    02 SORT-GROUP-CODE PIC X(4).
    02 SORT-QUANTITY PIC 9(7).

FD SORTED-VALUES-FILE.
01 SORTED-VALUES-RECORD.
    02 SORTED-VALUE PIC S9(6)V9(2).
    02 SORTED-POSITION PIC 9(9).
    02 SORTED-GROUP-CODE PIC X(4).
    02 SORTED-QUANTITY PIC 9(7).

FD EXTRACT-REGISTRY-FILE.
01 EXTRACT-REGISTRY-RECORD.
    02 REGISTRY-EXTRACT-DATE PIC X(8).  *> HEADER-EXTRACT-DATE of the extract when it was folded in.
    02 REGISTRY-FILE-NAME PIC X(50).  *> Input file name it arrived under, for the chase when a duplicate surfaces.
    02 REGISTRY-RUN-DATE PIC X(8).  *> Run date it was first processed.
    02 REGISTRY-RUN-ID PIC X(20).  *> Run that folded it in, so runbackout can take the entry off again; blank on entries registered before run ids were stamped.

FD RUN-REGISTRY-FILE.
01 RUN-REGISTRY-RECORD PIC X(250).  *> One line per run, appended across runs like the audit log.
    02 STAT-CLEAN-COUNT PIC 9(9).
    02 STAT-REJECT-COUNT PIC 9(9).
    02 STAT-BALANCE-FLAG PIC X(1).  *> Y = raw extract balanced against its trailer, N = it did not, U = no trailer to check.
    02 STAT-RULE-COUNT PIC 9(7) OCCURS 4 TIMES.  *> Rejects per business rule: 07 sentinel, 08 sign, 09 amount range, 10 quantity range; not numeric on records written before rules were edited.

FD CALENDAR-FILE.
01 CALENDAR-RECORD.
    02 trend-har-mean PIC S9(6)V9(2).
    02 trend-rms PIC S9(6)V9(2).

FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 period-key.
        03 period-group-code PIC X(4).
        03 period-business-date PIC X(8).  *> YYYYMMDD the figures were filed under.
    02 period-total-numbers PIC 9(9).
    02 period-sum PIC S9(16)V9(2).
    02 period-sum-squares PIC 9(18)V9(2).
    02 period-quantity-total PIC S9(14).  *> Posted by weighted runs only; zero otherwise.
    02 period-run-count PIC 9(4).  *> Runs that have posted to this group and date.

FD RUN-JOURNAL-FILE.
01 RUN-JOURNAL-RECORD.
    02 JOURNAL-RUN-ID PIC X(20).  *> Run that made the update.
    02 JOURNAL-FILE-ID PIC X(10).  *> Keyed file the update went to: TRENDFILE or PERIODACC.
    02 JOURNAL-ACTION PIC X(1).  *> A = record added by this run, U = existing record rewritten.
    02 JOURNAL-BEFORE-IMAGE PIC X(116).  *> Record as it stood before the update; spaces on an add.
    02 JOURNAL-AFTER-IMAGE PIC X(116).  *> Record as this run left it.

WORKING-STORAGE SECTION.
01 report-fs-status PIC XX.  *> File status for the printable report file.
01 report-file-name PIC X(20).  *> RPTOUT.Dyyyymmdd, built from the run date.
01 audit-fs-status PIC XX.  *> File status for the standing audit log file.
01 audit-log-line PIC X(250).  *> Work area used to build each audit log line before the WRITE.
01 exceptions-fs-status PIC XX.  *> File status for the outlier exceptions file.
01 exceptions-line PIC X(200).  *> Work area used to build each exceptions line before the WRITE.
01 outlier-threshold PIC 9(2)V9(2) VALUE 3.00.  *> Configurable N standard deviations; 3.00 unless overridden at the prompt.
01 outlier-threshold-input PIC X(5).  *> Raw prompt input; left blank keeps the default above.
01 outlier-limit PIC S9(8)V9(4) VALUE ZERO.  *> outlier-threshold * std-deviation for the current file.
01 resume-quantity-total PIC S9(14) VALUE ZERO.
01 resume-weighted-aggregate PIC S9(16)V9(2) VALUE ZERO.
01 resume-weighted-squares PIC 9(16)V9(2) VALUE ZERO.
01 resume-quantity-squares PIC 9(18) VALUE ZERO.
01 trend-fs-status PIC XX.  *> File status for the indexed trend side file.
01 trend-found PIC 9 VALUE 0.
    88 trend-found-yes VALUE 1.  *> True when this input file has a prior run's stats on file.
01 trend-before-image PIC X(116).  *> TREND-RECORD as read, held for the journal before it is overwritten.
01 period-fs-status PIC XX.  *> File status for the indexed period accumulation file.
01 period-available PIC 9 VALUE 0.
    88 period-available-yes VALUE 1.  *> True while PERIODACC is open for posting.
01 period-found PIC 9 VALUE 0.
    88 period-found-yes VALUE 1.  *> True when the group already has figures filed under the business date.
01 period-before-image PIC X(116).  *> PERIOD-RECORD as read, held for the journal before it is overwritten.
01 period-posted-count PIC 9(5) VALUE ZERO.  *> Group records posted to PERIODACC this run.
01 journal-fs-status PIC XX.  *> File status for the run journal.
01 journal-update-action PIC X(1).  *> A or U for the update about to be journaled, set by whoever just wrote the keyed record.
01 journal-available PIC 9 VALUE 0.
    88 journal-available-yes VALUE 1.  *> True while RUNJRNL is open; without it the run still completes but cannot be backed out cleanly.
01 trend-prior-sum PIC S9(16)V9(2) VALUE ZERO.
01 trend-prior-mean PIC S9(6)V9(2) VALUE ZERO.
01 trend-prior-std-dev PIC S9(6)V9(2) VALUE ZERO.
        10 group-quantity-total PIC S9(12) VALUE ZERO.  *> Weighted-mode accumulators, zero when the run is not weighted.
        10 group-weighted-aggregate PIC S9(14)V9(2) VALUE ZERO.
        10 group-weighted-squares PIC 9(14)V9(2) VALUE ZERO.
        10 group-quantity-squares PIC 9(16) VALUE ZERO.
        10 group-file-numbers PIC S9(6) VALUE ZERO.  *> The current file's share, held until the file proves in balance and not a duplicate.
        10 group-file-aggregate PIC S9(14)V9(2) VALUE ZERO.
        10 group-file-squares PIC 9(14)V9(2) VALUE ZERO.
        10 group-file-quantity PIC S9(12) VALUE ZERO.
        10 group-period-numbers PIC 9(9) VALUE ZERO.  *> Clean files only, as posted to PERIODACC at the end of the run.
        10 group-period-aggregate PIC S9(16)V9(2) VALUE ZERO.
        10 group-period-squares PIC 9(18)V9(2) VALUE ZERO.
        10 group-period-quantity PIC S9(14) VALUE ZERO.
01 outlier-group-table-count PIC 9(4) VALUE ZERO.  *> Distinct group codes among the current file's values, for the within-group outlier test.
01 outlier-group-idx PIC 9(4) VALUE ZERO.
01 outlier-group-found PIC 9 VALUE 0.
    88 outlier-group-found-yes VALUE 1.
01 outlier-group-full-warned PIC 9 VALUE 0.
    88 outlier-group-full-warned-yes VALUE 1.  *> Warned once per file that groups beyond the table bound go untested.
01 outlier-group-table.
    05 outlier-group-entry OCCURS 1 TO 500 TIMES DEPENDING ON outlier-group-table-count.  *> Same bound as group-table.
        10 outlier-group-code PIC X(4).
        10 outlier-group-numbers PIC 9(9).
        10 outlier-group-aggregate PIC S9(14)V9(2).
        10 outlier-group-squares PIC 9(14)V9(2).
        10 outlier-group-mean PIC S9(6)V9(2).
        10 outlier-group-std-dev PIC S9(6)V9(2).
        10 outlier-group-quantity-sum PIC S9(14).  *> Weighted mode: the group's own amount/quantity fit for the unit-rate check.
        10 outlier-group-quantity-squares PIC 9(18).
        10 outlier-group-cross-products PIC S9(16)V9(2).
        10 outlier-group-fit PIC 9.
        10 outlier-group-slope PIC S9(8)V9(6).
        10 outlier-group-intercept PIC S9(10)V9(4).
        10 outlier-group-residual-sd PIC 9(10)V9(4).
01 outlier-group-variance PIC 9(16)V9(8) VALUE ZERO.  *> Work field while each group's standard deviation is derived.
01 formatted-group-mean PIC -(6)9.99.  *> Group figures edited for the exceptions line.
01 formatted-group-std-dev PIC Z(5)9.99.
01 disposition-fs-status PIC XX.  *> File status for the analyst review file.
01 disposition-eof-indicator PIC 9 VALUE 0.
    88 disposition-eof VALUE 1.  *> Flag to indicate end-of-file reached on the review file.
01 parm-idx PIC 9(2) VALUE ZERO.  *> Work index over the optional PARM tokens.
01 signed-mode PIC 9 VALUE 0.
    88 signed-mode-yes VALUE 1.  *> Run-wide signed-data mode: negative amounts are analysed instead of skipped; GM and HM become N/A.
01 group-outlier-mode PIC 9 VALUE 0.
    88 group-outlier-mode-yes VALUE 1.  *> OUTLIERS=GROUP: each value is tested against its own group's mean and standard deviation within the file, not the whole file's.
01 weighted-mode PIC 9 VALUE 0.
    88 weighted-mode-yes VALUE 1.  *> Run-wide weighted mode: quantities weight the mean and standard deviation, and per-unit figures are reported.
01 quantity-total PIC S9(14) VALUE ZERO.  *> Sum of the quantities (current file, group, or grand - moved about like the other accumulators).
01 grand-quantity-total PIC S9(14) VALUE ZERO.  *> Grand totals of the three weighted accumulators across every in-balance file.
01 grand-weighted-aggregate PIC S9(16)V9(2) VALUE ZERO.
01 grand-weighted-squares PIC 9(16)V9(2) VALUE ZERO.
01 quantity-squares PIC 9(18) VALUE ZERO.  *> Sum of quantity squared, for the amount/quantity fit (file, group, or grand like the rest).
01 grand-quantity-squares PIC 9(18) VALUE ZERO.
01 rate-numbers PIC 9(9) VALUE ZERO.  *> Inputs to 705: the population whose amount is fitted against its quantity.
01 rate-quantity-sum PIC S9(14) VALUE ZERO.
01 rate-amount-sum PIC S9(16)V9(2) VALUE ZERO.
01 rate-quantity-squares PIC 9(18) VALUE ZERO.
01 rate-cross-products PIC S9(16)V9(2) VALUE ZERO.
01 rate-amount-squares PIC 9(16)V9(2) VALUE ZERO.
01 rate-fit PIC 9 VALUE 0.
    88 rate-fit-yes VALUE 1.  *> Set by 705 when there are three or more records and both amount and quantity vary.
01 rate-mean-quantity PIC S9(9)V9(6) VALUE ZERO.
01 rate-mean-amount PIC S9(10)V9(6) VALUE ZERO.
01 rate-sxx PIC S9(18)V9(6) VALUE ZERO.  *> Centred sums of squares and cross-products.
01 rate-sxy PIC S9(18)V9(6) VALUE ZERO.
01 rate-syy PIC S9(18)V9(6) VALUE ZERO.
01 rate-root-sxx PIC 9(10)V9(6) VALUE ZERO.
01 rate-root-syy PIC 9(10)V9(6) VALUE ZERO.
01 rate-denominator PIC 9(18)V9(6) VALUE ZERO.
01 rate-correlation PIC S9V9(6) VALUE ZERO.  *> Pearson r between amount and quantity.
01 rate-slope PIC S9(8)V9(6) VALUE ZERO.  *> Fitted unit rate: amount per extra unit of quantity.
01 rate-intercept PIC S9(10)V9(4) VALUE ZERO.  *> Fitted amount at zero quantity.
01 rate-residual-squares PIC S9(18)V9(6) VALUE ZERO.
01 rate-degrees PIC 9(9) VALUE ZERO.
01 rate-residual-variance PIC 9(18)V9(6) VALUE ZERO.
01 rate-residual-std-dev PIC 9(10)V9(4) VALUE ZERO.  *> Scatter of amounts about the fitted line.
01 unit-fit PIC 9 VALUE 0.
    88 unit-fit-yes VALUE 1.  *> The fit for the block 700 last computed, kept apart from the per-group work 782 does in between.
01 unit-correlation PIC S9V9(6) VALUE ZERO.
01 unit-slope PIC S9(8)V9(6) VALUE ZERO.
01 unit-intercept PIC S9(10)V9(4) VALUE ZERO.
01 unit-residual-std-dev PIC 9(10)V9(4) VALUE ZERO.
01 rate-expected PIC S9(12)V9(4) VALUE ZERO.  *> What a record's quantity predicts its amount should be.
01 rate-residual PIC S9(12)V9(4) VALUE ZERO.
01 rate-residual-limit PIC 9(12)V9(4) VALUE ZERO.  *> outlier-threshold * residual standard deviation.
01 rate-anomalies-written PIC 9(9) VALUE ZERO.  *> Unit-rate anomaly lines written this run.
01 rate-anomaly-started PIC 9 VALUE 0.
    88 rate-anomaly-started-yes VALUE 1.  *> True once the current file's UNIT-RATE ANOMALIES heading has been written.
01 formatted-correlation PIC -9.9999.
01 formatted-unit-rate PIC -(8)9.9999.
01 formatted-intercept PIC -(10)9.99.
01 formatted-rate-quantity PIC Z(6)9.
01 formatted-expected PIC -(10)9.99.
01 formatted-residual PIC -(10)9.99.
01 weighted-mean PIC S9(6)V9(2) VALUE ZERO.  *> Quantity-weighted mean: a 10,000-unit line counts 10,000 times a 1-unit line.
01 weighted-variance PIC 9(16)V9(8) VALUE ZERO.
01 weighted-std-dev PIC S9(6)V9(2) VALUE ZERO.
01 csv-wtd-mean PIC -(6)9.99.
01 csv-wtd-std-dev PIC -(6)9.99.
01 csv-per-unit PIC -(6)9.9999.
01 csv-correlation PIC -9.9999.
01 csv-unit-rate PIC -(8)9.9999.
01 csv-intercept PIC -(10)9.99.
01 group-master-fs-status PIC XX.  *> File status for the group master reference file.
01 master-loaded PIC 9 VALUE 0.
    88 master-loaded-yes VALUE 1.  *> True when GRPMASTR opened and loaded; without it the group report falls back to bare codes, as before.
        10 master-has-mean-tol PIC 9.
        10 master-has-count-tol PIC 9.
        10 master-has-swing-tol PIC 9.
        10 master-valid-from PIC X(8).  *> Effective-from of the version loaded, quoted on breach lines.
01 breach-started PIC 9 VALUE 0.
    88 breach-started-yes VALUE 1.  *> True once the TOLERANCE BREACH section heading has been written.
01 breach-mean PIC S9(6)V9(2) VALUE ZERO.  *> Group mean recomputed for the tolerance check.
01 formatted-breach-swing PIC -(15)9.99.
01 formatted-breach-limit PIC -(15)9.99.
01 breach-line PIC X(132).  *> Work area used to build each breach line before the WRITE.
01 breach-pointer PIC 9(3) VALUE 1.  *> STRING pointer used to add the band's effective date to the line.
01 unknown-bucket-code PIC X(4) VALUE "????".  *> Reserved bucket code all unmatched records accumulate under.
01 group-bucket-code PIC X(4).  *> Code the current record actually accumulates under: its own, or the unknown bucket.
01 unknown-table-count PIC 9(4) VALUE ZERO.  *> Number of distinct codes seen that are not on the master.
        10 unknown-code PIC X(4).
        10 unknown-record-count PIC 9(9).
01 formatted-unknown-count PIC Z(8)9.  *> For the unknown-code report lines.
01 exchange-rate-fs-status PIC XX.  *> File status for the exchange-rate file.
01 exchange-rate-eof-indicator PIC 9 VALUE 0.
    88 exchange-rate-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rate file.
01 currency-table-count PIC 9(3) VALUE ZERO.  *> Currencies held: base first, then every code on the rate file or seen on an extract.
01 currency-idx PIC 9(3) VALUE ZERO.  *> Work index used while searching/scanning currency-table.
01 currency-search-code PIC X(3).  *> Code being looked up in currency-table.
01 currency-label PIC X(6).  *> Code as printed on the currency report: the code itself, or (BASE).
01 currency-found PIC 9 VALUE 0.
    88 currency-found-yes VALUE 1.  *> True once the current code has been located in currency-table.
01 currency-usable PIC 9 VALUE 1.
    88 currency-usable-yes VALUE 1.  *> False when the current record's amount cannot be put into base currency, so it is skipped.
01 currency-foreign-seen PIC 9 VALUE 0.
    88 currency-foreign-seen-yes VALUE 1.  *> True once any record carried a currency code, so an all-base run keeps its old report shape.
01 currency-table-full-warned PIC 9 VALUE 0.
    88 currency-table-full-warned-yes VALUE 1.  *> Avoids repeating the currency-table overflow warning for every remaining record.
01 currency-table.
    05 currency-entry OCCURS 1 TO 200 TIMES DEPENDING ON currency-table-count.
        10 currency-code PIC X(3).  *> Spaces on the base-currency entry.
        10 currency-desc PIC X(30).
        10 currency-rate PIC 9(5)V9(6).  *> Rate in force on the business date.
        10 currency-rate-in-force PIC 9.  *> 1 when an active rate covers the business date.
        10 currency-file-count PIC 9(9).  *> Current file: records counted, and their totals before and after conversion.
        10 currency-file-original PIC S9(14)V9(2).
        10 currency-file-base PIC S9(14)V9(2).
        10 currency-file-skipped PIC 9(9).  *> Current file: records skipped for no rate, unknown code, or a converted amount too large to hold.
        10 currency-run-count PIC 9(9).  *> Run totals, from balanced non-duplicate files only, as the grand total is.
        10 currency-run-original PIC S9(14)V9(2).
        10 currency-run-base PIC S9(14)V9(2).
        10 currency-run-skipped PIC 9(9).  *> Skipped across every file, balanced or not.
01 original-amount PIC S9(6)V9(2) VALUE ZERO.  *> Current record's amount as delivered, before conversion.
01 converted-amount PIC S9(6)V9(2) VALUE ZERO.  *> The same amount in base currency.
01 file-unconverted-count PIC 9(9) VALUE ZERO.  *> Records in the current file skipped because they could not be converted.
01 run-unconverted-count PIC 9(9) VALUE ZERO.  *> The same across the run, for the summary.
01 formatted-currency-rate PIC Z(4)9.9(6).  *> For the currency report lines.
01 formatted-currency-count PIC Z(8)9.
01 formatted-currency-original PIC -(14)9.99.
01 formatted-currency-base PIC -(14)9.99.
01 header-seen PIC 9 VALUE 0.
    88 header-seen-yes VALUE 1.  *> True once an HDR record has been read from the current input file.
01 trailer-seen PIC 9 VALUE 0.
        10 edit-clean-count PIC 9(9).
        10 edit-reject-count PIC 9(9).
        10 edit-balance-flag PIC X(1).
        10 edit-rule-count PIC 9(7) OCCURS 4 TIMES.
01 edit-rule-idx PIC 9 VALUE ZERO.  *> Work index over the four business-rule counts.
01 edit-rule-total PIC 9(9) VALUE ZERO.  *> Rule rejects for the extract, to decide whether the rule line prints.
01 formatted-rule-counts.
    05 formatted-rule-count PIC Z(6)9 OCCURS 4 TIMES.  *> Edited rule counts for the RULE REJECTS report line.
01 formatted-edit-read PIC Z(8)9.  *> Edited fields for the EDIT RESULTS report line.
01 formatted-edit-clean PIC Z(8)9.
01 formatted-edit-reject PIC Z(8)9.
        IF parm-token(parm-idx) NOT = SPACES
            PERFORM 005-APPLY-PARM-TOKEN
        END-IF
    END-PERFORM.  *> Optional tokens, in any order: SIGNED, WEIGHTED, OUTLIERS=GROUP or OUTLIERS=FILE, or a number overriding the carry-forward age in days.
    IF signed-mode-yes
        DISPLAY "Signed-data mode: negative amounts are included; GM and HM will be reported N/A."
    END-IF.
    IF weighted-mode-yes
        DISPLAY "Weighted mode: quantities are read and weighted statistics reported."
    END-IF.
    IF group-outlier-mode-yes
        DISPLAY "Within-group outlier mode: values are flagged against their own group's mean and standard deviation."
    END-IF.

    OPEN INPUT CONTROL-FILE.

    STRING "BLOCK_TYPE,IDENTIFIER,RUN_DATE,RUN_ID,COUNT,SUM,MEAN,STD_DEV,GEO_MEAN,HAR_MEAN,RMS,MIN,MAX,MEDIAN,MODE" DELIMITED BY SIZE
        INTO csv-line WITH POINTER csv-pointer.
    IF weighted-mode-yes
        STRING ",TOTAL_QTY,WTD_MEAN,WTD_STD_DEV,PER_UNIT,QTY_CORREL,UNIT_RATE,INTERCEPT" DELIMITED BY SIZE
            INTO csv-line WITH POINTER csv-pointer
    END-IF.  *> The weighted columns appear only on weighted runs, so an unweighted export keeps its historical shape.
    WRITE CSV-RECORD FROM csv-line.  *> Column headings so the export loads without a side letter explaining it.
        OPEN I-O TREND-FILE
    END-IF.  *> First run in a directory has no trend file yet, so create an empty one and reopen it for I-O.

    OPEN I-O PERIOD-FILE.
    IF period-fs-status NOT = '00'
        OPEN OUTPUT PERIOD-FILE
        CLOSE PERIOD-FILE
        OPEN I-O PERIOD-FILE
    END-IF.  *> Same first-run fallback as the trend file.
    IF period-fs-status = '00'
        SET period-available-yes TO TRUE
    ELSE
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: unable to open period accumulation file PERIODACC - Status: ", period-fs-status,
            " - this run's group totals are not posted to month and year to date."
    END-IF.

    OPEN EXTEND RUN-JOURNAL-FILE.
    IF journal-fs-status NOT = '00'
        OPEN OUTPUT RUN-JOURNAL-FILE
    END-IF.  *> First run in a directory has no journal yet, so fall back to creating one.
    IF journal-fs-status = '00'
        SET journal-available-yes TO TRUE
    ELSE
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: unable to open run journal RUNJRNL - Status: ", journal-fs-status,
            " - this run's TRENDFILE and PERIODACC updates cannot be reversed by runbackout."
    END-IF.

    PERFORM 163-LOAD-EDIT-STATUS.
    PERFORM 165-LOAD-EXTRACT-REGISTRY.
    PERFORM 167-LOAD-EXPECTED-CALENDAR.
    PERFORM 170-LOAD-GROUP-MASTER.
    PERFORM 173-LOAD-EXCHANGE-RATES.
    PERFORM 180-LOAD-DISPOSITIONS.

    PERFORM UNTIL control-eof
        PERFORM 850-GROUP-BREAK-REPORT
        PERFORM 855-TOLERANCE-BREACH-REPORT
        PERFORM 860-UNKNOWN-CODE-REPORT
        PERFORM 865-POST-PERIOD-TOTALS
    END-IF.
    PERFORM 880-CARRY-FORWARD-REPORT.  *> The aged-PENDING backlog comes from DISPFILE, not this run's inputs, so it is reported even when every extract failed to open.
    IF file-count > 0
    CLOSE EXCEPTIONS-FILE.
    CLOSE EXTRACT-REGISTRY-FILE.
    CLOSE TREND-FILE.
    IF period-available-yes
        CLOSE PERIOD-FILE
    END-IF.
    IF journal-available-yes
        CLOSE RUN-JOURNAL-FILE
    END-IF.
    PERFORM 995-RELEASE-RUN-LOCK.
    MOVE run-severity TO RETURN-CODE.
    STOP RUN.
        ELSE
            DISPLAY "ERROR: run lock RUNLOCK held by ", FUNCTION TRIM(LOCK-PROGRAM),
                " since ", LOCK-DATE, " ", LOCK-TIME,
                " - statmeasure, housekeep, auditsumm, runbackout, ctlchart, and periodrpt must not run together."
        END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
            SET signed-mode-yes TO TRUE
        WHEN parm-token(parm-idx) = "WEIGHTED"
            SET weighted-mode-yes TO TRUE
        WHEN parm-token(parm-idx) = "OUTLIERS=GROUP"
            SET group-outlier-mode-yes TO TRUE
        WHEN parm-token(parm-idx) = "OUTLIERS=FILE"
            MOVE 0 TO group-outlier-mode
        WHEN parm-token(parm-idx)(1:6) = "RUNID="
            MOVE parm-token(parm-idx)(7:) TO run-id
        WHEN parm-token(parm-idx)(1:5) = "ASOF="
        total-squares log-total mean variance std-deviation geometric-mean
        harmonic-mean rms minimum-value maximum-value median-value mode-value
        value-count record-number quantity-total weighted-aggregate
        weighted-squares weighted-mean weighted-std-dev per-unit-value
        quantity-squares.
    MOVE 0 TO stats-computable.
    MOVE 0 TO eof-indicator.
    MOVE 0 TO min-max-seeded.
    MOVE 0 TO values-available.
    MOVE ZERO TO outlier-group-table-count.
    MOVE 0 TO outlier-group-full-warned.
    MOVE 0 TO header-seen trailer-seen out-of-balance-indicator duplicate-indicator.
    MOVE ZERO TO file-trailer-count file-trailer-total read-amount-total.
    MOVE SPACES TO file-extract-date file-source-system.
    SET show-extra-stats-yes TO TRUE.
    MOVE ZERO TO file-unconverted-count.
    PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
        MOVE ZERO TO currency-file-count(currency-idx) currency-file-original(currency-idx)
            currency-file-base(currency-idx) currency-file-skipped(currency-idx)
    END-PERFORM.
    PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > group-table-count
        MOVE ZERO TO group-file-numbers(group-idx) group-file-aggregate(group-idx)
            group-file-squares(group-idx) group-file-quantity(group-idx)
    END-PERFORM.

    PERFORM 190-LOAD-CHECKPOINT.
    MOVE resume-total-numbers TO total-numbers.
    MOVE resume-quantity-total TO quantity-total.
    MOVE resume-weighted-aggregate TO weighted-aggregate.
    MOVE resume-weighted-squares TO weighted-squares.
    MOVE resume-quantity-squares TO quantity-squares.

    OPEN INPUT INPUT-FILE.
    EVALUATE fs-status
                            ADD NUMERIC-DATA TO read-amount-total
                        END-IF  *> Reconciliation total covers every data record read, including ones the stats pass later skips.
                        IF record-number > resume-record-number
                            PERFORM 176-CONVERT-TO-BASE
                            IF ((signed-mode-yes AND NUMERIC-DATA IS NUMERIC)
                               OR (NOT signed-mode-yes AND NUMERIC-DATA > ZERO))
                               AND (NOT weighted-mode-yes
                                    OR (RECORD-QUANTITY IS NUMERIC AND RECORD-QUANTITY > ZERO))
                               AND currency-usable-yes
                                ADD 1 TO total-numbers
                                PERFORM 177-ACCUMULATE-CURRENCY
                                COMPUTE aggregate = aggregate + NUMERIC-DATA
                                IF NOT signed-mode-yes
                                    COMPUTE sum-of-reciprocals = sum-of-reciprocals + (1 / NUMERIC-DATA)
                                        + (RECORD-QUANTITY * NUMERIC-DATA)
                                    COMPUTE weighted-squares = weighted-squares
                                        + (RECORD-QUANTITY * (NUMERIC-DATA ** 2))
                                    COMPUTE quantity-squares = quantity-squares + (RECORD-QUANTITY ** 2)
                                END-IF  *> In weighted mode a record needs a usable quantity to count at all, mirroring the editextract edit.
                                IF NOT min-max-seeded-yes
                                    MOVE NUMERIC-DATA TO minimum-value
                                    ADD 1 TO value-count
                                    MOVE NUMERIC-DATA TO VALUES-VALUE
                                    MOVE record-number TO VALUES-POSITION
                                    MOVE RECORD-GROUP-CODE TO VALUES-GROUP-CODE
                                    MOVE ZERO TO VALUES-QUANTITY
                                    IF weighted-mode-yes
                                        MOVE RECORD-QUANTITY TO VALUES-QUANTITY
                                    END-IF
                                    WRITE VALUES-RECORD
                                    IF group-outlier-mode-yes
                                        PERFORM 781-ACCUMULATE-OUTLIER-GROUP
                                    END-IF
                                END-IF  *> Every valid value goes to the side file, however many there are; the sort pass below has no table bound.
                                PERFORM 175-ACCUMULATE-GROUP
                            ELSE
                                IF currency-usable-yes
                                    ADD 1 TO invalid-count
                                END-IF  *> A record with no usable rate is already counted as not converted by 176; counting it here too would report it twice, under the wrong reason.
                            END-IF
                            IF FUNCTION MOD(record-number, checkpoint-interval) = 0
                                PERFORM 195-SAVE-CHECKPOINT
            PERFORM 199-CLEAR-CHECKPOINT
            ADD record-number TO total-records-read
            ADD invalid-count TO run-invalid-count
            IF file-unconverted-count > 0
                ADD file-unconverted-count TO run-unconverted-count
                IF run-severity < 4
                    MOVE 4 TO run-severity
                END-IF
                DISPLAY "WARNING: ", file-unconverted-count, " record(s) in ", FUNCTION TRIM(user-input-file),
                    " could not be converted to base currency and were skipped - see CURRENCY TOTALS."
            END-IF  *> An amount that cannot be put into base currency would poison every total it touched, so it is left out and said so.
            IF record-number = 0
                ADD 1 TO files-empty
                IF run-severity < 8
                ADD quantity-total TO grand-quantity-total
                ADD weighted-aggregate TO grand-weighted-aggregate
                ADD weighted-squares TO grand-weighted-squares
                ADD quantity-squares TO grand-quantity-squares
                PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
                    ADD currency-file-count(currency-idx) TO currency-run-count(currency-idx)
                    ADD currency-file-original(currency-idx) TO currency-run-original(currency-idx)
                    ADD currency-file-base(currency-idx) TO currency-run-base(currency-idx)
                END-PERFORM
                PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > group-table-count
                    ADD group-file-numbers(group-idx) TO group-period-numbers(group-idx)
                    ADD group-file-aggregate(group-idx) TO group-period-aggregate(group-idx)
                    ADD group-file-squares(group-idx) TO group-period-squares(group-idx)
                    ADD group-file-quantity(group-idx) TO group-period-quantity(group-idx)
                END-PERFORM
                PERFORM 187-REGISTER-EXTRACT
            END-IF  *> An out-of-balance or duplicate file is reported on its own but never folded into the grand total.
            PERFORM 700-COMPUTE-STATS
            MOVE user-input-file TO csv-block-id
            PERFORM 900-EMIT-STATS-BLOCK
            PERFORM 870-DISTRIBUTION-REPORT
            PERFORM 788-FLAG-RATE-ANOMALIES
            PERFORM 950-APPEND-AUDIT-LOG
        WHEN OTHER
            ADD 1 TO files-skipped
190-LOAD-CHECKPOINT.
    MOVE ZERO TO resume-record-number resume-total-numbers resume-aggregate
        resume-sum-of-reciprocals resume-total-squares resume-log-total
        resume-quantity-total resume-weighted-aggregate resume-weighted-squares
        resume-quantity-squares.
    MOVE SPACES TO checkpoint-file-name.
    STRING FUNCTION TRIM(user-input-file) DELIMITED BY SIZE
           ".CKP" DELIMITED BY SIZE
                END-IF
                IF checkpoint-weighted-squares IS NUMERIC
                    MOVE checkpoint-weighted-squares TO resume-weighted-squares
                END-IF
                IF checkpoint-quantity-squares IS NUMERIC
                    MOVE checkpoint-quantity-squares TO resume-quantity-squares
                END-IF  *> Checkpoints written before weighted mode existed are shorter; their padded fields fail the class test and resume as zero.
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.
    DISPLAY "WARNING: ", FUNCTION TRIM(user-input-file),
        " is resuming from checkpoint at record ", resume-record-number,
        " - group, currency, MEDIAN/MODE, and outlier results for this file cover only the records read after that point.".
    MOVE SPACES TO report-line.
    STRING "WARNING: " DELIMITED BY SIZE
           FUNCTION TRIM(user-input-file) DELIMITED BY SIZE
           " resumed from checkpoint at record " DELIMITED BY SIZE
           resume-record-number DELIMITED BY SIZE
        INTO report-line.
    WRITE REPORT-RECORD FROM report-line.
    MOVE SPACES TO report-line.
    STRING "         group/currency/MEDIAN/MODE/outlier results cover only the post-checkpoint records" DELIMITED BY SIZE
        INTO report-line.
    WRITE REPORT-RECORD FROM report-line.  *> Split over two lines so a long file name cannot push the caveat off the 132 columns. The five checkpointed accumulators carry forward, but group-table, currency-table, and value-table do not, so the operator needs to know those results are partial for this file.

195-SAVE-CHECKPOINT.
    MOVE record-number TO checkpoint-record-number.
    MOVE quantity-total TO checkpoint-quantity-total.
    MOVE weighted-aggregate TO checkpoint-weighted-aggregate.
    MOVE weighted-squares TO checkpoint-weighted-squares.
    MOVE quantity-squares TO checkpoint-quantity-squares.
    OPEN OUTPUT CHECKPOINT-FILE.
    IF checkpoint-fs-status NOT = '00'
        DISPLAY "WARNING: unable to open checkpoint file ", FUNCTION TRIM(checkpoint-file-name),
                            MOVE ZERO TO edit-reject-count(edit-status-table-count)
                        END-IF
                        MOVE STAT-BALANCE-FLAG TO edit-balance-flag(edit-status-table-count)
                        PERFORM VARYING edit-rule-idx FROM 1 BY 1 UNTIL edit-rule-idx > 4
                            IF STAT-RULE-COUNT(edit-rule-idx) IS NUMERIC
                                MOVE STAT-RULE-COUNT(edit-rule-idx)
                                    TO edit-rule-count(edit-status-table-count, edit-rule-idx)
                            ELSE
                                MOVE ZERO TO edit-rule-count(edit-status-table-count, edit-rule-idx)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        INTO report-line.
    DISPLAY report-line.
    WRITE REPORT-RECORD FROM report-line.  *> What the edit pass did to this extract, filed right beside its stats block.
    MOVE ZERO TO edit-rule-total.
    PERFORM VARYING edit-rule-idx FROM 1 BY 1 UNTIL edit-rule-idx > 4
        ADD edit-rule-count(edit-status-idx, edit-rule-idx) TO edit-rule-total
        MOVE edit-rule-count(edit-status-idx, edit-rule-idx) TO formatted-rule-count(edit-rule-idx)
    END-PERFORM.
    IF edit-rule-total = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO report-line.
    STRING "RULE REJECTS: SENTINEL " DELIMITED BY SIZE
           formatted-rule-count(1) DELIMITED BY SIZE
           " SIGN " DELIMITED BY SIZE
           formatted-rule-count(2) DELIMITED BY SIZE
           " AMOUNT RANGE " DELIMITED BY SIZE
           formatted-rule-count(3) DELIMITED BY SIZE
           " QUANTITY RANGE " DELIMITED BY SIZE
           formatted-rule-count(4) DELIMITED BY SIZE
        INTO report-line.
    DISPLAY report-line.
    WRITE REPORT-RECORD FROM report-line.  *> Shows which of the group rules is doing the rejecting, so a rule set too tight is seen the day it bites.

165-LOAD-EXTRACT-REGISTRY.
    OPEN INPUT EXTRACT-REGISTRY-FILE.
    MOVE file-extract-date TO REGISTRY-EXTRACT-DATE.
    MOVE user-input-file TO REGISTRY-FILE-NAME.
    MOVE run-date TO REGISTRY-RUN-DATE.
    MOVE run-id TO REGISTRY-RUN-ID.
    WRITE EXTRACT-REGISTRY-RECORD.
    IF registry-table-count < 1000
        ADD 1 TO registry-table-count
                    SET master-eof TO TRUE
                NOT AT END
                    IF MASTER-GROUP-CODE NOT = SPACES AND master-table-count < 500
                       AND (MASTER-EFF-FROM = SPACES OR MASTER-EFF-FROM <= run-date)
                       AND (MASTER-EFF-TO = SPACES OR MASTER-EFF-TO >= run-date)
                        ADD 1 TO master-table-count
                        MOVE MASTER-GROUP-CODE TO master-code(master-table-count)
                        MOVE MASTER-GROUP-DESC TO master-desc(master-table-count)
                        MOVE MASTER-ACTIVE-FLAG TO master-flag(master-table-count)
                        MOVE MASTER-EFF-FROM TO master-valid-from(master-table-count)  *> Only the version in force on the business date is loaded, so an AS-OF rerun is judged against the bands that applied that day.
                        PERFORM 172-PARSE-MASTER-TOLERANCES
                    END-IF
            END-READ
        END-IF
    END-IF.  *> Distinct off-master codes and their record counts, for the chase-the-upstream section of the report.

173-LOAD-EXCHANGE-RATES.
    MOVE 1 TO currency-table-count.
    MOVE SPACES TO currency-code(1).
    MOVE "BASE CURRENCY" TO currency-desc(1).
    MOVE 1 TO currency-rate(1).
    MOVE 1 TO currency-rate-in-force(1).
    MOVE ZERO TO currency-file-count(1) currency-file-original(1) currency-file-base(1)
        currency-file-skipped(1) currency-run-count(1) currency-run-original(1)
        currency-run-base(1) currency-run-skipped(1).  *> Blank-currency records are already base; they convert at one and need no rate on file.
    OPEN INPUT RATE-FILE.
    IF exchange-rate-fs-status NOT = '00'
        DISPLAY "WARNING: exchange-rate file RATEFILE not available - Status: ", exchange-rate-fs-status,
            " - records carrying a currency code will be skipped."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL exchange-rate-eof
        READ RATE-FILE INTO RATE-RECORD
            AT END
                SET exchange-rate-eof TO TRUE
            NOT AT END
                IF RATE-CURRENCY-CODE NOT = SPACES
                    MOVE RATE-CURRENCY-CODE TO currency-search-code
                    PERFORM 174-FIND-CURRENCY
                    IF currency-found-yes
                        MOVE RATE-CURRENCY-DESC TO currency-desc(currency-idx)
                        IF RATE-ACTIVE-FLAG = "A" AND RATE-TO-BASE IS NUMERIC AND RATE-TO-BASE > 0
                           AND RATE-EFF-FROM <= run-date
                           AND (RATE-EFF-TO = SPACES OR RATE-EFF-TO >= run-date)
                            MOVE RATE-TO-BASE TO currency-rate(currency-idx)
                            MOVE 1 TO currency-rate-in-force(currency-idx)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.  *> Only the rate in force on the business date is kept, so an AS-OF rerun converts at the rate that applied that day.
    CLOSE RATE-FILE.

174-FIND-CURRENCY.
    MOVE 0 TO currency-found.
    PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
        IF currency-code(currency-idx) = currency-search-code
            SET currency-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT currency-found-yes
        IF currency-table-count < 200
            ADD 1 TO currency-table-count
            MOVE currency-table-count TO currency-idx
            MOVE currency-search-code TO currency-code(currency-idx)
            MOVE "NOT ON RATE FILE" TO currency-desc(currency-idx)
            MOVE ZERO TO currency-rate(currency-idx) currency-rate-in-force(currency-idx)
                currency-file-count(currency-idx) currency-file-original(currency-idx)
                currency-file-base(currency-idx) currency-file-skipped(currency-idx)
                currency-run-count(currency-idx) currency-run-original(currency-idx)
                currency-run-base(currency-idx) currency-run-skipped(currency-idx)
            SET currency-found-yes TO TRUE
        ELSE
            IF NOT currency-table-full-warned-yes
                SET currency-table-full-warned-yes TO TRUE
                DISPLAY "WARNING: currency table full (200 codes) - further new codes are skipped without a report line."
            END-IF
        END-IF
    END-IF.  *> A code the rate file has never heard of still gets a line, so its skipped records are accounted for.

176-CONVERT-TO-BASE.
    SET currency-usable-yes TO TRUE.
    MOVE 1 TO currency-idx.
    IF NUMERIC-DATA IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF.  *> Not numeric fails the validity test anyway; there is nothing to convert.
    MOVE NUMERIC-DATA TO original-amount.
    IF RECORD-CURRENCY-CODE = SPACES
        EXIT PARAGRAPH
    END-IF.
    SET currency-foreign-seen-yes TO TRUE.
    MOVE RECORD-CURRENCY-CODE TO currency-search-code.
    PERFORM 174-FIND-CURRENCY.
    IF NOT currency-found-yes
        MOVE 0 TO currency-usable
        ADD 1 TO file-unconverted-count
        EXIT PARAGRAPH
    END-IF.
    IF currency-rate-in-force(currency-idx) = 0
        MOVE 0 TO currency-usable
        ADD 1 TO file-unconverted-count
        ADD 1 TO currency-file-skipped(currency-idx) currency-run-skipped(currency-idx)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE converted-amount ROUNDED = NUMERIC-DATA * currency-rate(currency-idx)
        ON SIZE ERROR
            MOVE 0 TO currency-usable
            ADD 1 TO file-unconverted-count
            ADD 1 TO currency-file-skipped(currency-idx) currency-run-skipped(currency-idx)
            EXIT PARAGRAPH
    END-COMPUTE.  *> The stats fields are sized for the record's own amount columns; a converted amount beyond them is skipped rather than truncated.
    MOVE converted-amount TO NUMERIC-DATA.  *> From here on every accumulator, the values file, and the outlier passes see base currency only.

177-ACCUMULATE-CURRENCY.
    ADD 1 TO currency-file-count(currency-idx).
    ADD original-amount TO currency-file-original(currency-idx).
    ADD NUMERIC-DATA TO currency-file-base(currency-idx).

175-ACCUMULATE-GROUP.
    MOVE RECORD-GROUP-CODE TO group-bucket-code.
    IF master-loaded-yes
                + (RECORD-QUANTITY * NUMERIC-DATA)
            COMPUTE group-weighted-squares(group-idx) = group-weighted-squares(group-idx)
                + (RECORD-QUANTITY * (NUMERIC-DATA ** 2))
            COMPUTE group-quantity-squares(group-idx) = group-quantity-squares(group-idx)
                + (RECORD-QUANTITY ** 2)
            ADD RECORD-QUANTITY TO group-file-quantity(group-idx)
        END-IF
        ADD 1 TO group-file-numbers(group-idx)
        ADD NUMERIC-DATA TO group-file-aggregate(group-idx)
        COMPUTE group-file-squares(group-idx) = group-file-squares(group-idx) + (NUMERIC-DATA ** 2)
    END-IF.  *> Running per-group accumulators for the control-break report, keyed by RECORD-GROUP-CODE.

750-COMPUTE-MEDIAN-MODE.
    END-IF.  *> External sort then one sequential pass derives MEDIAN and MODE over the whole file, however large the extract runs.

780-FLAG-OUTLIERS.
    IF group-outlier-mode-yes
        PERFORM 782-COMPUTE-OUTLIER-GROUPS
    END-IF.
    IF stats-are-computable AND value-count > 0
       AND (std-deviation > 0 OR group-outlier-mode-yes)
        COMPUTE outlier-limit = outlier-threshold * std-deviation
        MOVE 0 TO sorted-eof-indicator
        OPEN INPUT SORTED-VALUES-FILE
                NOT AT END
                    MOVE SORTED-VALUE TO candidate-value
                    MOVE SORTED-POSITION TO candidate-position
                    IF group-outlier-mode-yes
                        PERFORM 783-SET-GROUP-LIMIT
                    ELSE
                        COMPUTE deviation-amount = FUNCTION ABS(candidate-value - mean)
                    END-IF
                    IF deviation-amount > outlier-limit
                        PERFORM 785-CHECK-DISPOSITION
                    END-IF
                    IF deviation-amount > outlier-limit AND NOT disposition-accepted-yes
                        MOVE candidate-value TO formatted-outlier-value
                        MOVE SPACES TO exceptions-line
                        IF group-outlier-mode-yes
                            MOVE outlier-group-mean(outlier-group-idx) TO formatted-group-mean
                            MOVE outlier-group-std-dev(outlier-group-idx) TO formatted-group-std-dev
                            STRING "FILE: " DELIMITED BY SIZE
                                   user-input-file DELIMITED BY SPACE
                                   " POSITION: " DELIMITED BY SIZE
                                   candidate-position DELIMITED BY SIZE
                                   " VALUE: " DELIMITED BY SIZE
                                   formatted-outlier-value DELIMITED BY SIZE
                                   " GROUP: " DELIMITED BY SIZE
                                   outlier-group-code(outlier-group-idx) DELIMITED BY SIZE
                                   " GROUP MEAN: " DELIMITED BY SIZE
                                   formatted-group-mean DELIMITED BY SIZE
                                   " GROUP STDDEV: " DELIMITED BY SIZE
                                   formatted-group-std-dev DELIMITED BY SIZE
                                   " RUN: " DELIMITED BY SIZE
                                   FUNCTION TRIM(run-id) DELIMITED BY SIZE
                                INTO exceptions-line
                        ELSE
                            STRING "FILE: " DELIMITED BY SIZE
                                   user-input-file DELIMITED BY SPACE
                                   " POSITION: " DELIMITED BY SIZE
                                   candidate-position DELIMITED BY SIZE
                                   " VALUE: " DELIMITED BY SIZE
                                   formatted-outlier-value DELIMITED BY SIZE
                                   " MEAN: " DELIMITED BY SIZE
                                   formatted-mean DELIMITED BY SIZE
                                   " RUN: " DELIMITED BY SIZE
                                   FUNCTION TRIM(run-id) DELIMITED BY SIZE
                                INTO exceptions-line
                        END-IF  *> FILE: and POSITION: lead either way, so a disposition keyed from either shape of line matches the same record.
                        WRITE EXCEPTIONS-RECORD FROM exceptions-line
                        ADD 1 TO outliers-written
                    END-IF
        CLOSE SORTED-VALUES-FILE
    END-IF.  *> Second pass down the sorted values file 750 left behind rather than re-reading INPUT-FILE; each record already carries its physical position.

781-ACCUMULATE-OUTLIER-GROUP.
    MOVE 0 TO outlier-group-found.
    PERFORM VARYING outlier-group-idx FROM 1 BY 1 UNTIL outlier-group-idx > outlier-group-table-count
        IF outlier-group-code(outlier-group-idx) = RECORD-GROUP-CODE
            SET outlier-group-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT outlier-group-found-yes
        IF outlier-group-table-count >= 500
            IF NOT outlier-group-full-warned-yes
                IF run-severity < 4
                    MOVE 4 TO run-severity
                END-IF
                DISPLAY "WARNING: more than 500 distinct group codes in ", FUNCTION TRIM(user-input-file),
                    " - values for codes beyond the first 500 are not tested for outliers."
                SET outlier-group-full-warned-yes TO TRUE
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO outlier-group-table-count
        MOVE outlier-group-table-count TO outlier-group-idx
        MOVE RECORD-GROUP-CODE TO outlier-group-code(outlier-group-idx)
        MOVE ZERO TO outlier-group-numbers(outlier-group-idx) outlier-group-aggregate(outlier-group-idx)
            outlier-group-squares(outlier-group-idx) outlier-group-mean(outlier-group-idx)
            outlier-group-std-dev(outlier-group-idx) outlier-group-quantity-sum(outlier-group-idx)
            outlier-group-quantity-squares(outlier-group-idx) outlier-group-cross-products(outlier-group-idx)
    END-IF.  *> Keyed on the raw RECORD-GROUP-CODE, not the UNKNOWN bucket: an off-master code is still a population of its own.
    ADD 1 TO outlier-group-numbers(outlier-group-idx).
    ADD NUMERIC-DATA TO outlier-group-aggregate(outlier-group-idx).
    COMPUTE outlier-group-squares(outlier-group-idx) = outlier-group-squares(outlier-group-idx) + (NUMERIC-DATA ** 2).
    IF weighted-mode-yes
        ADD RECORD-QUANTITY TO outlier-group-quantity-sum(outlier-group-idx)
        COMPUTE outlier-group-quantity-squares(outlier-group-idx) =
            outlier-group-quantity-squares(outlier-group-idx) + (RECORD-QUANTITY ** 2)
        COMPUTE outlier-group-cross-products(outlier-group-idx) =
            outlier-group-cross-products(outlier-group-idx) + (RECORD-QUANTITY * NUMERIC-DATA)
    END-IF.

782-COMPUTE-OUTLIER-GROUPS.
    PERFORM VARYING outlier-group-idx FROM 1 BY 1 UNTIL outlier-group-idx > outlier-group-table-count
        COMPUTE outlier-group-mean(outlier-group-idx) =
            outlier-group-aggregate(outlier-group-idx) / outlier-group-numbers(outlier-group-idx)
        COMPUTE outlier-group-variance = (outlier-group-squares(outlier-group-idx)
            - (outlier-group-aggregate(outlier-group-idx) ** 2 / outlier-group-numbers(outlier-group-idx)))
            / outlier-group-numbers(outlier-group-idx)
        COMPUTE outlier-group-std-dev(outlier-group-idx) = FUNCTION SQRT(outlier-group-variance)
        MOVE 0 TO outlier-group-fit(outlier-group-idx)
        IF weighted-mode-yes
            MOVE outlier-group-numbers(outlier-group-idx) TO rate-numbers
            MOVE outlier-group-quantity-sum(outlier-group-idx) TO rate-quantity-sum
            MOVE outlier-group-aggregate(outlier-group-idx) TO rate-amount-sum
            MOVE outlier-group-quantity-squares(outlier-group-idx) TO rate-quantity-squares
            MOVE outlier-group-cross-products(outlier-group-idx) TO rate-cross-products
            MOVE outlier-group-squares(outlier-group-idx) TO rate-amount-squares
            PERFORM 705-COMPUTE-RATE-FIT
            MOVE rate-fit TO outlier-group-fit(outlier-group-idx)
            MOVE rate-slope TO outlier-group-slope(outlier-group-idx)
            MOVE rate-intercept TO outlier-group-intercept(outlier-group-idx)
            MOVE rate-residual-std-dev TO outlier-group-residual-sd(outlier-group-idx)
        END-IF
    END-PERFORM.  *> Population figures, the same formulas 700 applies to the whole file; in weighted mode each group gets its own unit-rate line too.

783-SET-GROUP-LIMIT.
    MOVE ZERO TO deviation-amount outlier-limit.
    MOVE 0 TO outlier-group-found.
    PERFORM VARYING outlier-group-idx FROM 1 BY 1 UNTIL outlier-group-idx > outlier-group-table-count
        IF outlier-group-code(outlier-group-idx) = SORTED-GROUP-CODE
            SET outlier-group-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF outlier-group-found-yes AND outlier-group-std-dev(outlier-group-idx) > 0
        COMPUTE outlier-limit = outlier-threshold * outlier-group-std-dev(outlier-group-idx)
        COMPUTE deviation-amount = FUNCTION ABS(candidate-value - outlier-group-mean(outlier-group-idx))
    END-IF.  *> A group of one, or of identical values, has no spread to stand out from, so nothing in it is flagged.

788-FLAG-RATE-ANOMALIES.
    MOVE 0 TO rate-anomaly-started.
    IF NOT weighted-mode-yes OR value-count = 0
        EXIT PARAGRAPH
    END-IF.
    IF NOT group-outlier-mode-yes AND NOT unit-fit-yes
        EXIT PARAGRAPH
    END-IF.  *> Within-group mode fits each group's own line, since one department's unit rate says nothing about another's.
    MOVE 0 TO sorted-eof-indicator.
    OPEN INPUT SORTED-VALUES-FILE.
    IF sorted-values-fs-status NOT = '00'
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: unable to open sorted values file VALUESRT - Status: ", sorted-values-fs-status,
            " - the unit-rate check is unavailable for ", FUNCTION TRIM(user-input-file)
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL sorted-eof
        READ SORTED-VALUES-FILE INTO SORTED-VALUES-RECORD
            AT END
                SET sorted-eof TO TRUE
            NOT AT END
                MOVE 0 TO rate-fit
                IF group-outlier-mode-yes
                    PERFORM VARYING outlier-group-idx FROM 1 BY 1 UNTIL outlier-group-idx > outlier-group-table-count
                        IF outlier-group-code(outlier-group-idx) = SORTED-GROUP-CODE
                            MOVE outlier-group-fit(outlier-group-idx) TO rate-fit
                            MOVE outlier-group-slope(outlier-group-idx) TO rate-slope
                            MOVE outlier-group-intercept(outlier-group-idx) TO rate-intercept
                            MOVE outlier-group-residual-sd(outlier-group-idx) TO rate-residual-std-dev
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE unit-fit TO rate-fit
                    MOVE unit-slope TO rate-slope
                    MOVE unit-intercept TO rate-intercept
                    MOVE unit-residual-std-dev TO rate-residual-std-dev
                END-IF
                IF rate-fit-yes AND rate-residual-std-dev > 0
                    COMPUTE rate-expected = rate-intercept + rate-slope * SORTED-QUANTITY
                    COMPUTE rate-residual = SORTED-VALUE - rate-expected
                    COMPUTE rate-residual-limit = outlier-threshold * rate-residual-std-dev
                    IF FUNCTION ABS(rate-residual) > rate-residual-limit
                        PERFORM 789-WRITE-RATE-ANOMALY
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SORTED-VALUES-FILE.  *> Same threshold as the outlier pass, measured in residual standard deviations from the fitted line rather than from the mean.

789-WRITE-RATE-ANOMALY.
    IF NOT rate-anomaly-started-yes
        MOVE SPACES TO report-line
        STRING "----- UNIT-RATE ANOMALIES: " DELIMITED BY SIZE
               FUNCTION TRIM(user-input-file) DELIMITED BY SIZE
               " - AMOUNT FAR FROM WHAT ITS QUANTITY PREDICTS -----" DELIMITED BY SIZE
            INTO report-line
        DISPLAY FUNCTION TRIM(report-line)
        WRITE REPORT-RECORD FROM report-line
        SET rate-anomaly-started-yes TO TRUE
    END-IF.
    MOVE SORTED-VALUE TO formatted-outlier-value.
    MOVE SORTED-QUANTITY TO formatted-rate-quantity.
    MOVE rate-expected TO formatted-expected.
    MOVE rate-residual TO formatted-residual.
    MOVE SPACES TO report-line.
    STRING "POSITION: " DELIMITED BY SIZE
           SORTED-POSITION DELIMITED BY SIZE
           " GROUP: " DELIMITED BY SIZE
           SORTED-GROUP-CODE DELIMITED BY SIZE
           " QUANTITY: " DELIMITED BY SIZE
           formatted-rate-quantity DELIMITED BY SIZE
           " AMOUNT: " DELIMITED BY SIZE
           formatted-outlier-value DELIMITED BY SIZE
           " EXPECTED: " DELIMITED BY SIZE
           formatted-expected DELIMITED BY SIZE
           " RESIDUAL: " DELIMITED BY SIZE
           formatted-residual DELIMITED BY SIZE
        INTO report-line.
    DISPLAY FUNCTION TRIM(report-line).
    WRITE REPORT-RECORD FROM report-line.
    ADD 1 TO rate-anomalies-written.

785-CHECK-DISPOSITION.
    MOVE 0 TO disposition-accepted.
    PERFORM VARYING disposition-idx FROM 1 BY 1 UNTIL disposition-idx > disposition-table-count
                CONTINUE
            NOT INVALID KEY
                SET trend-found-yes TO TRUE
                MOVE TREND-RECORD TO trend-before-image
                MOVE trend-sum TO trend-prior-sum
                MOVE trend-mean TO trend-prior-mean
                MOVE trend-std-dev TO trend-prior-std-dev
        MOVE rms TO trend-rms
        IF trend-found-yes
            REWRITE TREND-RECORD
            MOVE "U" TO journal-update-action
        ELSE
            WRITE TREND-RECORD
            MOVE "A" TO journal-update-action
        END-IF
        PERFORM 795-JOURNAL-TREND-UPDATE
    END-IF.  *> Keyed lookup/update of this run's stats against the prior run for the same input file name.

795-JOURNAL-TREND-UPDATE.
    IF NOT journal-available-yes
        EXIT PARAGRAPH
    END-IF.
    MOVE run-id TO JOURNAL-RUN-ID.
    MOVE "TRENDFILE" TO JOURNAL-FILE-ID.
    MOVE journal-update-action TO JOURNAL-ACTION.
    IF journal-update-action = "U"
        MOVE trend-before-image TO JOURNAL-BEFORE-IMAGE
    ELSE
        MOVE SPACES TO JOURNAL-BEFORE-IMAGE
    END-IF.
    MOVE TREND-RECORD TO JOURNAL-AFTER-IMAGE.
    WRITE RUN-JOURNAL-RECORD.  *> The before image is the only copy of the prior figures once the REWRITE lands; runbackout puts it back from here.

705-COMPUTE-RATE-FIT.
    MOVE 0 TO rate-fit.
    MOVE ZERO TO rate-correlation rate-slope rate-intercept rate-residual-std-dev.
    IF rate-numbers < 3
        EXIT PARAGRAPH
    END-IF.  *> Two points always sit on a line; a fit needs at least three to say anything.
    COMPUTE rate-mean-quantity = rate-quantity-sum / rate-numbers.
    COMPUTE rate-mean-amount = rate-amount-sum / rate-numbers.
    COMPUTE rate-sxx = rate-quantity-squares - rate-quantity-sum * rate-mean-quantity.
    COMPUTE rate-sxy = rate-cross-products - rate-amount-sum * rate-mean-quantity.
    COMPUTE rate-syy = rate-amount-squares - rate-amount-sum * rate-mean-amount.
    IF rate-sxx NOT > 0 OR rate-syy NOT > 0
        EXIT PARAGRAPH
    END-IF.  *> Every quantity (or every amount) the same: no line to fit, so N/A rather than a divide by zero.
    COMPUTE rate-slope = rate-sxy / rate-sxx.
    COMPUTE rate-intercept = rate-mean-amount - rate-slope * rate-mean-quantity.
    COMPUTE rate-root-sxx = FUNCTION SQRT(rate-sxx).
    COMPUTE rate-root-syy = FUNCTION SQRT(rate-syy).
    COMPUTE rate-denominator = rate-root-sxx * rate-root-syy.
    IF rate-denominator > 0
        COMPUTE rate-correlation = rate-sxy / rate-denominator
    END-IF.
    IF rate-correlation > 1
        MOVE 1 TO rate-correlation
    END-IF.
    IF rate-correlation < -1
        MOVE -1 TO rate-correlation
    END-IF.  *> Rounding in the sums can nudge a perfect fit a hair past 1.
    COMPUTE rate-residual-squares = rate-syy - rate-slope * rate-sxy.
    IF rate-residual-squares < 0
        MOVE ZERO TO rate-residual-squares
    END-IF.
    COMPUTE rate-degrees = rate-numbers - 2.
    COMPUTE rate-residual-variance = rate-residual-squares / rate-degrees.
    COMPUTE rate-residual-std-dev = FUNCTION SQRT(rate-residual-variance).
    SET rate-fit-yes TO TRUE.  *> Least-squares line of amount on quantity, from the running sums alone - no second pass over the records.

700-COMPUTE-STATS.
    IF total-numbers > 0
        SET stats-are-computable TO TRUE
            MOVE weighted-std-dev TO formatted-weighted-std-dev
            MOVE per-unit-value TO formatted-per-unit
            MOVE quantity-total TO formatted-quantity-total
            MOVE total-numbers TO rate-numbers
            MOVE quantity-total TO rate-quantity-sum
            MOVE aggregate TO rate-amount-sum
            MOVE quantity-squares TO rate-quantity-squares
            MOVE weighted-aggregate TO rate-cross-products
            MOVE total-squares TO rate-amount-squares
            PERFORM 705-COMPUTE-RATE-FIT
            MOVE rate-fit TO unit-fit
            MOVE rate-correlation TO unit-correlation
            MOVE rate-slope TO unit-slope
            MOVE rate-intercept TO unit-intercept
            MOVE rate-residual-std-dev TO unit-residual-std-dev
            MOVE rate-correlation TO formatted-correlation
            MOVE rate-slope TO formatted-unit-rate
            MOVE rate-intercept TO formatted-intercept
        ELSE
            MOVE 0 TO unit-fit
        END-IF  *> Weighted figures follow whatever accumulators were just moved in - file, group, or grand alike.

        MOVE mean TO formatted-mean
        MOVE group-quantity-total(group-idx) TO quantity-total
        MOVE group-weighted-aggregate(group-idx) TO weighted-aggregate
        MOVE group-weighted-squares(group-idx) TO weighted-squares
        MOVE group-quantity-squares(group-idx) TO quantity-squares
        PERFORM 700-COMPUTE-STATS
        MOVE "GROUP" TO csv-block-type
        MOVE group-code(group-idx) TO csv-block-id
            CONTINUE
        NOT INVALID KEY
            SET group-trend-found-yes TO TRUE
            MOVE TREND-RECORD TO trend-before-image
            MOVE trend-sum TO group-prior-sum
    END-READ.
    IF group-trend-found-yes AND master-has-swing-tol(master-idx) = 1
    MOVE ZERO TO trend-std-dev trend-geo-mean trend-har-mean trend-rms.
    IF group-trend-found-yes
        REWRITE TREND-RECORD
        MOVE "U" TO journal-update-action
    ELSE
        WRITE TREND-RECORD
        MOVE "A" TO journal-update-action
    END-IF.  *> This run's group figures become next run's swing baseline, keyed GROUP= so they never collide with a file name.
    PERFORM 795-JOURNAL-TREND-UPDATE.

857-WRITE-BREACH-LINE.
    IF NOT breach-started-yes
            INTO report-line
        WRITE REPORT-RECORD FROM report-line
    END-IF.
    IF master-valid-from(master-idx) NOT = SPACES
        COMPUTE breach-pointer = FUNCTION LENGTH(FUNCTION TRIM(breach-line TRAILING)) + 1
        STRING " (LIMITS EFFECTIVE " DELIMITED BY SIZE
               master-valid-from(master-idx) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
            INTO breach-line WITH POINTER breach-pointer
    END-IF.  *> Says which version of the band the run was held to, so a breach can be traced back through the master's change history.
    DISPLAY breach-line.
    WRITE REPORT-RECORD FROM breach-line.

        WRITE REPORT-RECORD FROM report-line
    END-IF.  *> Codes the upstream system invented, with how many records each sent, so someone can go ask why.

865-POST-PERIOD-TOTALS.
    IF NOT period-available-yes
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > group-table-count
        IF group-period-numbers(group-idx) > 0
            PERFORM 866-POST-GROUP-PERIOD
        END-IF
    END-PERFORM.  *> Only what came from in-balance, first-time extracts reaches the month and year to date figures, the same rule as the grand total.

866-POST-GROUP-PERIOD.
    MOVE 0 TO period-found.
    MOVE group-code(group-idx) TO period-group-code.
    MOVE run-date TO period-business-date.
    READ PERIOD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET period-found-yes TO TRUE
            MOVE PERIOD-RECORD TO period-before-image
    END-READ.
    IF NOT period-found-yes
        MOVE group-code(group-idx) TO period-group-code
        MOVE run-date TO period-business-date
        MOVE ZERO TO period-total-numbers period-sum period-sum-squares
            period-quantity-total period-run-count
    END-IF.  *> A second run filed under the same business date adds to the day's figures rather than replacing them.
    ADD group-period-numbers(group-idx) TO period-total-numbers.
    ADD group-period-aggregate(group-idx) TO period-sum.
    ADD group-period-squares(group-idx) TO period-sum-squares.
    ADD group-period-quantity(group-idx) TO period-quantity-total.
    ADD 1 TO period-run-count.
    IF period-found-yes
        REWRITE PERIOD-RECORD
        MOVE "U" TO journal-update-action
    ELSE
        WRITE PERIOD-RECORD
        MOVE "A" TO journal-update-action
    END-IF.
    IF period-fs-status NOT = '00'
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: unable to post group ", group-code(group-idx), " to PERIODACC - Status: ",
            period-fs-status
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO period-posted-count.
    PERFORM 867-JOURNAL-PERIOD-UPDATE.

867-JOURNAL-PERIOD-UPDATE.
    IF NOT journal-available-yes
        EXIT PARAGRAPH
    END-IF.
    MOVE run-id TO JOURNAL-RUN-ID.
    MOVE "PERIODACC" TO JOURNAL-FILE-ID.
    MOVE journal-update-action TO JOURNAL-ACTION.
    IF journal-update-action = "U"
        MOVE period-before-image TO JOURNAL-BEFORE-IMAGE
    ELSE
        MOVE SPACES TO JOURNAL-BEFORE-IMAGE
    END-IF.
    MOVE PERIOD-RECORD TO JOURNAL-AFTER-IMAGE.
    WRITE RUN-JOURNAL-RECORD.  *> runbackout takes the run's own additions back out of the day's figures from these two images.

800-GRAND-TOTAL.
    MOVE 0 TO show-extra-stats.  *> MIN/MAX/MEDIAN/MODE are per-file only; a mixed-file median/mode has no clean definition.
    MOVE grand-total-numbers TO total-numbers.
    MOVE grand-quantity-total TO quantity-total.
    MOVE grand-weighted-aggregate TO weighted-aggregate.
    MOVE grand-weighted-squares TO weighted-squares.
    MOVE grand-quantity-squares TO quantity-squares.
    PERFORM 700-COMPUTE-STATS.
    MOVE "GRAND" TO csv-block-type.
    MOVE "ALL" TO csv-block-id.
           " FILE(S)" DELIMITED BY SIZE
        INTO stats-block-title.
    PERFORM 900-EMIT-STATS-BLOCK.
    IF currency-foreign-seen-yes
        PERFORM 805-CURRENCY-TOTALS-REPORT
    END-IF.

805-CURRENCY-TOTALS-REPORT.
    DISPLAY "===== CURRENCY TOTALS - CONVERTED AT RATES FOR ", formatted-run-date, " =====".
    MOVE SPACES TO report-line.
    STRING "----- CURRENCY TOTALS - CONVERTED AT RATES FOR " DELIMITED BY SIZE
           formatted-run-date DELIMITED BY SIZE
           " -----" DELIMITED BY SIZE
        INTO report-line.
    WRITE REPORT-RECORD FROM report-line.
    PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
        IF currency-run-count(currency-idx) > 0 OR currency-run-skipped(currency-idx) > 0
            MOVE currency-run-count(currency-idx) TO formatted-currency-count
            MOVE currency-run-original(currency-idx) TO formatted-currency-original
            MOVE currency-run-base(currency-idx) TO formatted-currency-base
            MOVE currency-code(currency-idx) TO currency-label
            IF currency-idx = 1
                MOVE "(BASE)" TO currency-label
            END-IF
            MOVE SPACES TO report-line
            IF currency-rate-in-force(currency-idx) = 1
                MOVE currency-rate(currency-idx) TO formatted-currency-rate
                STRING "CURRENCY " DELIMITED BY SIZE
                       currency-label DELIMITED BY SIZE
                       " RATE " DELIMITED BY SIZE
                       formatted-currency-rate DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       formatted-currency-count DELIMITED BY SIZE
                       " ORIGINAL " DELIMITED BY SIZE
                       formatted-currency-original DELIMITED BY SIZE
                       " BASE " DELIMITED BY SIZE
                       formatted-currency-base DELIMITED BY SIZE
                    INTO report-line
            ELSE
                STRING "CURRENCY " DELIMITED BY SIZE
                       currency-label DELIMITED BY SIZE
                       " RATE " DELIMITED BY SIZE
                       "        NONE" DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(currency-desc(currency-idx)) DELIMITED BY SIZE
                    INTO report-line
            END-IF
            DISPLAY FUNCTION TRIM(report-line TRAILING)
            WRITE REPORT-RECORD FROM report-line
            IF currency-run-skipped(currency-idx) > 0
                MOVE currency-run-skipped(currency-idx) TO formatted-currency-count
                MOVE SPACES TO report-line
                STRING "    ** SKIPPED - NOT CONVERTED: " DELIMITED BY SIZE
                       formatted-currency-count DELIMITED BY SIZE
                       " RECORD(S)" DELIMITED BY SIZE
                    INTO report-line
                DISPLAY FUNCTION TRIM(report-line TRAILING)
                WRITE REPORT-RECORD FROM report-line
            END-IF
        END-IF
    END-PERFORM.
    MOVE SPACES TO report-line.
    WRITE REPORT-RECORD FROM report-line.  *> ORIGINAL is in the currency's own units and only adds up within a line; BASE is what the totals above contain.

900-EMIT-STATS-BLOCK.
    DISPLAY "===== " FUNCTION TRIM(stats-block-title) " =====".
                DISPLAY "WEIGHTED MEAN = ", formatted-weighted-mean
                DISPLAY "WEIGHTED STD DEV = ", formatted-weighted-std-dev
                DISPLAY "PER-UNIT MEAN = ", formatted-per-unit
                IF unit-fit-yes
                    DISPLAY "AMOUNT/QTY CORRELATION = ", formatted-correlation
                    DISPLAY "FITTED UNIT RATE = ", formatted-unit-rate
                    DISPLAY "FITTED INTERCEPT = ", formatted-intercept
                ELSE
                    DISPLAY "AMOUNT/QTY FIT = N/A (FEWER THAN 3 RECORDS, OR NO SPREAD IN AMOUNT OR QUANTITY)"
                END-IF
            ELSE
                DISPLAY "TOTAL QTY = 0 - WEIGHTED FIGURES N/A"
            END-IF
                STRING "PER-UNIT MEAN = " DELIMITED BY SIZE formatted-per-unit DELIMITED BY SIZE
                    INTO report-line
                WRITE REPORT-RECORD FROM report-line
                IF unit-fit-yes
                    MOVE SPACES TO report-line
                    STRING "AMOUNT/QTY CORRELATION = " DELIMITED BY SIZE formatted-correlation DELIMITED BY SIZE
                        INTO report-line
                    WRITE REPORT-RECORD FROM report-line
                    MOVE SPACES TO report-line
                    STRING "FITTED UNIT RATE = " DELIMITED BY SIZE formatted-unit-rate DELIMITED BY SIZE
                        INTO report-line
                    WRITE REPORT-RECORD FROM report-line
                    MOVE SPACES TO report-line
                    STRING "FITTED INTERCEPT = " DELIMITED BY SIZE formatted-intercept DELIMITED BY SIZE
                        INTO report-line
                    WRITE REPORT-RECORD FROM report-line
                ELSE
                    MOVE SPACES TO report-line
                    STRING "AMOUNT/QTY FIT = N/A (FEWER THAN 3 RECORDS, OR NO SPREAD IN AMOUNT OR QUANTITY)" DELIMITED BY SIZE
                        INTO report-line
                    WRITE REPORT-RECORD FROM report-line
                END-IF  *> Amount should track quantity; a weak correlation says the line totals are not priced the way the feed claims.
            ELSE
                MOVE SPACES TO report-line
                STRING "TOTAL QTY = 0 - WEIGHTED FIGURES N/A" DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(csv-per-unit) DELIMITED BY SIZE
                INTO csv-line WITH POINTER csv-pointer
            IF unit-fit-yes
                MOVE unit-correlation TO csv-correlation
                MOVE unit-slope TO csv-unit-rate
                MOVE unit-intercept TO csv-intercept
                STRING "," DELIMITED BY SIZE
                       FUNCTION TRIM(csv-correlation) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(csv-unit-rate) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(csv-intercept) DELIMITED BY SIZE
                    INTO csv-line WITH POINTER csv-pointer
            ELSE
                STRING ",,," DELIMITED BY SIZE
                    INTO csv-line WITH POINTER csv-pointer
            END-IF
        ELSE
            STRING ",,,,,,," DELIMITED BY SIZE
                INTO csv-line WITH POINTER csv-pointer
        END-IF
    END-IF.  *> The seven weighted columns match the weighted header columns written on weighted runs only.
    WRITE CSV-RECORD FROM csv-line.  *> One machine-readable row per stats block, mirroring what 900 just printed.


    STRING "OUTLIERS WRITTEN = " DELIMITED BY SIZE formatted-summary-count DELIMITED BY SIZE
        INTO report-line.
    WRITE REPORT-RECORD FROM report-line.
    MOVE period-posted-count TO formatted-summary-count.
    DISPLAY "GROUP PERIOD POSTINGS = ", formatted-summary-count.
    MOVE SPACES TO report-line.
    STRING "GROUP PERIOD POSTINGS = " DELIMITED BY SIZE formatted-summary-count DELIMITED BY SIZE
        INTO report-line.
    WRITE REPORT-RECORD FROM report-line.
    IF run-unconverted-count > 0
        MOVE run-unconverted-count TO formatted-summary-count
        DISPLAY "RECORDS NOT CONVERTED = ", formatted-summary-count
        MOVE SPACES TO report-line
        STRING "RECORDS NOT CONVERTED = " DELIMITED BY SIZE formatted-summary-count DELIMITED BY SIZE
            INTO report-line
        WRITE REPORT-RECORD FROM report-line
    END-IF.
    IF weighted-mode-yes
        MOVE rate-anomalies-written TO formatted-summary-count
        DISPLAY "UNIT-RATE ANOMALIES = ", formatted-summary-count
        MOVE SPACES TO report-line
        STRING "UNIT-RATE ANOMALIES = " DELIMITED BY SIZE formatted-summary-count DELIMITED BY SIZE
            INTO report-line
        WRITE REPORT-RECORD FROM report-line
    END-IF.
    DISPLAY "CONDITION CODE = ", formatted-severity.
    MOVE SPACES TO report-line.
    STRING "CONDITION CODE = " DELIMITED BY SIZE formatted-severity DELIMITED BY SIZE
