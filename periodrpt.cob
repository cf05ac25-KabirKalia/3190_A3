*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. periodrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-FILE ASSIGN TO "PERIODACC" ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL RECORD KEY IS period-key
        FILE STATUS IS period-fs-status.  *> Daily group totals statmeasure posts from its clean extracts, keyed by group and business date.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMASTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS group-master-fs-status.  *> Group descriptions, maintained by grpmaint.
    SELECT PERIOD-REPORT-FILE ASSIGN TO "PERIODRPT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS report-fs-status.  *> Printable month and year to date report.
    SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS lock-fs-status.  *> Run lock shared with statmeasure, housekeep, auditsumm, runbackout, and ctlchart; whoever holds it has PERIODACC to itself.

DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
01 PERIOD-RECORD.
    02 period-key.
        03 period-group-code PIC X(4).
        03 period-business-date PIC X(8).  *> YYYYMMDD the figures were filed under.
    02 period-total-numbers PIC 9(9).
    02 period-sum PIC S9(16)V9(2).
    02 period-sum-squares PIC 9(18)V9(2).
    02 period-quantity-total PIC S9(14).
    02 period-run-count PIC 9(4).

FD GROUP-MASTER-FILE.
01 GROUP-MASTER-RECORD.
    02 MASTER-GROUP-CODE PIC X(4).
    02 MASTER-GROUP-DESC PIC X(30).
    02 MASTER-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive.
    02 MASTER-MEAN-LOW PIC X(10).
    02 MASTER-MEAN-HIGH PIC X(10).
    02 MASTER-COUNT-LOW PIC X(6).
    02 MASTER-COUNT-HIGH PIC X(6).
    02 MASTER-SUM-SWING PIC X(14).
    02 MASTER-EFF-FROM PIC X(8).  *> First business date this version applies; blank = since the code was set up.
    02 MASTER-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD PERIOD-REPORT-FILE.
01 PERIOD-REPORT-RECORD PIC X(132).  *> One printable line per WRITE.

FD RUN-LOCK-FILE.
01 RUN-LOCK-RECORD.
    02 LOCK-PROGRAM PIC X(12).  *> Program holding the lock.
    02 LOCK-DATE PIC X(8).  *> Calendar date the lock was taken, YYYYMMDD.
    02 LOCK-TIME PIC X(8).  *> Time the lock was taken, HHMMSSss.

WORKING-STORAGE SECTION.
01 period-fs-status PIC XX.  *> File status for the period accumulation file.
01 group-master-fs-status PIC XX.  *> File status for the group master.
01 report-fs-status PIC XX.  *> File status for the report.
01 lock-fs-status PIC XX.  *> File status for the run lock file.
01 lock-today PIC X(8).  *> Actual calendar date at lock time, for the stale-lock check.
01 lock-delete-name PIC X(30).  *> Lock file name handed to the delete routine.
01 run-parm PIC X(80).  *> Optional business date, from the run's PARM.
01 today-date PIC X(8).  *> Today in YYYYMMDD form.
01 business-date PIC X(8).  *> Date the periods run up to: the PARM, or today.
01 month-from-date PIC X(8).  *> First of the business date's month.
01 year-from-date PIC X(8).  *> First of the business date's year.
01 prior-year PIC 9(4) VALUE ZERO.
01 prior-business-date PIC X(8).  *> Same day last year; 28 February stands in for a 29th that year lacked.
01 prior-month-from-date PIC X(8).
01 prior-year-from-date PIC X(8).
01 formatted-business-date PIC X(10).
01 formatted-month-from PIC X(10).
01 formatted-year-from PIC X(10).
01 formatted-prior-date PIC X(10).
01 formatted-prior-month-from PIC X(10).
01 formatted-prior-year-from PIC X(10).
01 period-eof-indicator PIC 9 VALUE 0.
    88 period-eof VALUE 1.  *> Flag to indicate end-of-file reached on the period file.
01 master-eof-indicator PIC 9 VALUE 0.
    88 master-eof VALUE 1.  *> Flag to indicate end-of-file reached on the group master.
01 master-loaded PIC 9 VALUE 0.
    88 master-loaded-yes VALUE 1.  *> True once GRPMASTR has been read.
01 master-table-count PIC 9(4) VALUE ZERO.
01 master-idx PIC 9(4) VALUE ZERO.
01 master-table.
    05 master-entry OCCURS 1 TO 500 TIMES DEPENDING ON master-table-count.  *> Same bound as statmeasure's group master table.
        10 master-code PIC X(4).
        10 master-desc PIC X(30).
        10 master-flag PIC X(1).
01 unknown-bucket-code PIC X(4) VALUE "????".  *> statmeasure's bucket for codes the master did not know.
01 group-table-count PIC 9(4) VALUE ZERO.  *> Distinct groups with figures in any of the four periods.
01 group-idx PIC 9(4) VALUE ZERO.
01 group-found PIC 9 VALUE 0.
    88 group-found-yes VALUE 1.
01 group-table-full-warned PIC 9 VALUE 0.
    88 group-table-full-warned-yes VALUE 1.
01 group-table.
    05 group-entry OCCURS 1 TO 500 TIMES DEPENDING ON group-table-count.  *> Same bound as statmeasure's group table.
        10 group-code PIC X(4).
        10 group-bucket OCCURS 4 TIMES.  *> 1 month to date, 2 year to date, 3 and 4 the same spans last year.
            15 group-bucket-count PIC 9(9).
            15 group-bucket-sum PIC S9(16)V9(2).
            15 group-bucket-squares PIC 9(22)V9(2).
01 total-table.
    05 total-bucket OCCURS 4 TIMES.  *> All groups together, same four periods.
        10 total-bucket-count PIC 9(9) VALUE ZERO.
        10 total-bucket-sum PIC S9(16)V9(2) VALUE ZERO.
        10 total-bucket-squares PIC 9(22)V9(2) VALUE ZERO.
01 bucket-idx PIC 9 VALUE ZERO.
01 prior-bucket-idx PIC 9 VALUE ZERO.  *> Last year's bucket matching bucket-idx.
01 records-read PIC 9(9) VALUE ZERO.
01 records-used PIC 9(9) VALUE ZERO.  *> Records falling in one of the four periods.
01 run-severity PIC 9(2) VALUE ZERO.  *> 0 clean, 4 report incomplete or empty, 12 no period file.
01 formatted-severity PIC Z9.
01 report-line PIC X(132).  *> Work area used to build each report line before the WRITE.
01 period-label PIC X(4).
01 work-count PIC 9(9) VALUE ZERO.  *> Bucket being put into print form.
01 work-sum PIC S9(16)V9(2) VALUE ZERO.
01 work-squares PIC 9(22)V9(2) VALUE ZERO.
01 work-mean PIC S9(8)V9(2) VALUE ZERO.
01 work-variance PIC 9(16)V9(4) VALUE ZERO.
01 work-std-dev PIC 9(8)V9(2) VALUE ZERO.
01 current-sum PIC S9(16)V9(2) VALUE ZERO.
01 prior-sum PIC S9(16)V9(2) VALUE ZERO.
01 prior-sum-magnitude PIC 9(16)V9(2) VALUE ZERO.
01 sum-change PIC S9(16)V9(2) VALUE ZERO.
01 change-percent PIC S9(5)V9 VALUE ZERO.
01 formatted-count PIC Z(8)9.
01 formatted-sum PIC -(15)9.99.
01 formatted-mean PIC -(7)9.99.
01 formatted-std-dev PIC Z(7)9.99.
01 formatted-change PIC -(5)9.9.
01 cell-count PIC X(9).  *> Print form of one bucket: blank figures where there is nothing to average.
01 cell-sum PIC X(19).
01 cell-mean PIC X(11).
01 cell-std-dev PIC X(11).
01 current-cells.
    05 current-count-cell PIC X(9).
    05 current-sum-cell PIC X(19).
    05 current-mean-cell PIC X(11).
    05 current-std-dev-cell PIC X(11).
01 prior-cells.
    05 prior-count-cell PIC X(9).
    05 prior-sum-cell PIC X(19).
    05 prior-mean-cell PIC X(11).
    05 prior-std-dev-cell PIC X(11).
01 change-cell PIC X(9).
01 group-desc PIC X(30).
01 group-note PIC X(26).

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> Optional business date the periods run up to; usually tonight's.
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

    MOVE business-date TO month-from-date year-from-date.
    MOVE "01" TO month-from-date(7:2).
    MOVE "0101" TO year-from-date(5:4).
    COMPUTE prior-year = FUNCTION NUMVAL(business-date(1:4)) - 1.
    MOVE business-date TO prior-business-date.
    MOVE prior-year TO prior-business-date(1:4).
    IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(prior-business-date)) = 0
        MOVE "28" TO prior-business-date(7:2)
    END-IF.  *> Only 29 February can fail to exist a year back.
    MOVE prior-business-date TO prior-month-from-date prior-year-from-date.
    MOVE "01" TO prior-month-from-date(7:2).
    MOVE "0101" TO prior-year-from-date(5:4).
    MOVE SPACES TO formatted-business-date formatted-month-from formatted-year-from
        formatted-prior-date formatted-prior-month-from formatted-prior-year-from.
    STRING business-date(1:4) "-" business-date(5:2) "-" business-date(7:2) DELIMITED BY SIZE
        INTO formatted-business-date.
    STRING month-from-date(1:4) "-" month-from-date(5:2) "-" month-from-date(7:2) DELIMITED BY SIZE
        INTO formatted-month-from.
    STRING year-from-date(1:4) "-" year-from-date(5:2) "-" year-from-date(7:2) DELIMITED BY SIZE
        INTO formatted-year-from.
    STRING prior-business-date(1:4) "-" prior-business-date(5:2) "-" prior-business-date(7:2) DELIMITED BY SIZE
        INTO formatted-prior-date.
    STRING prior-month-from-date(1:4) "-" prior-month-from-date(5:2) "-" prior-month-from-date(7:2) DELIMITED BY SIZE
        INTO formatted-prior-month-from.
    STRING prior-year-from-date(1:4) "-" prior-year-from-date(5:2) "-" prior-year-from-date(7:2) DELIMITED BY SIZE
        INTO formatted-prior-year-from.

    PERFORM 010-TAKE-RUN-LOCK.

    OPEN INPUT PERIOD-FILE.
    IF period-fs-status NOT = '00'
        DISPLAY "Error opening period accumulation file PERIODACC - Status: ", period-fs-status
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PERIOD-REPORT-FILE.
    IF report-fs-status NOT = '00'
        DISPLAY "Error opening report PERIODRPT - Status: ", report-fs-status
        CLOSE PERIOD-FILE
        PERFORM 900-RELEASE-RUN-LOCK
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 100-LOAD-GROUP-MASTER.

    PERFORM UNTIL period-eof
        READ PERIOD-FILE
            AT END
                SET period-eof TO TRUE
            NOT AT END
                ADD 1 TO records-read
                PERFORM 200-ADD-PERIOD-RECORD
        END-READ
    END-PERFORM.  *> Key order is group then date, so the groups arrive already sorted for the report.
    CLOSE PERIOD-FILE.

    PERFORM 800-WRITE-REPORT.
    CLOSE PERIOD-REPORT-FILE.
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
    END-IF.  *> Reading the file while statmeasure posts or runbackout reverses would report half a night's figures.
    OPEN OUTPUT RUN-LOCK-FILE.
    IF lock-fs-status NOT = '00'
        DISPLAY "ERROR: unable to create run lock RUNLOCK - Status: ", lock-fs-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "periodrpt" TO LOCK-PROGRAM.
    MOVE lock-today TO LOCK-DATE.
    ACCEPT LOCK-TIME FROM TIME.
    WRITE RUN-LOCK-RECORD.
    CLOSE RUN-LOCK-FILE.

900-RELEASE-RUN-LOCK.
    MOVE "RUNLOCK" TO lock-delete-name.
    CALL "CBL_DELETE_FILE" USING lock-delete-name.  *> Released on every exit path after the lock is taken; only an abend leaves it behind, which is what the stale check is for.

100-LOAD-GROUP-MASTER.
    OPEN INPUT GROUP-MASTER-FILE.
    IF group-master-fs-status NOT = '00'
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: group master GRPMASTR not available - Status: ", group-master-fs-status,
            " - groups are reported without descriptions."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL master-eof
        READ GROUP-MASTER-FILE
            AT END
                SET master-eof TO TRUE
            NOT AT END
                IF MASTER-GROUP-CODE NOT = SPACES AND master-table-count < 500
                   AND (MASTER-EFF-FROM = SPACES OR MASTER-EFF-FROM <= business-date)
                   AND (MASTER-EFF-TO = SPACES OR MASTER-EFF-TO >= business-date)
                    ADD 1 TO master-table-count
                    MOVE MASTER-GROUP-CODE TO master-code(master-table-count)
                    MOVE MASTER-GROUP-DESC TO master-desc(master-table-count)
                    MOVE MASTER-ACTIVE-FLAG TO master-flag(master-table-count)
                END-IF  *> The description in force on the business date, as statmeasure would have used that night.
        END-READ
    END-PERFORM.
    CLOSE GROUP-MASTER-FILE.
    SET master-loaded-yes TO TRUE.

200-ADD-PERIOD-RECORD.
    IF period-business-date > business-date
        EXIT PARAGRAPH
    END-IF.  *> Figures filed after the business date belong to no period being reported.
    IF period-business-date < prior-year-from-date
        EXIT PARAGRAPH
    END-IF.
    IF period-business-date > prior-business-date AND period-business-date < year-from-date
        EXIT PARAGRAPH
    END-IF.  *> The rest of last year after the matching day is outside every comparison span.
    MOVE 0 TO group-found.
    PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > group-table-count
        IF group-code(group-idx) = period-group-code
            SET group-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT group-found-yes AND group-table-count < 500
        ADD 1 TO group-table-count
        MOVE group-table-count TO group-idx
        MOVE period-group-code TO group-code(group-idx)
        PERFORM VARYING bucket-idx FROM 1 BY 1 UNTIL bucket-idx > 4
            MOVE ZERO TO group-bucket-count(group-idx, bucket-idx) group-bucket-sum(group-idx, bucket-idx)
                group-bucket-squares(group-idx, bucket-idx)
        END-PERFORM
        SET group-found-yes TO TRUE
    END-IF.
    IF NOT group-found-yes
        IF NOT group-table-full-warned-yes
            IF run-severity < 4
                MOVE 4 TO run-severity
            END-IF
            DISPLAY "WARNING: more than 500 groups on PERIODACC - groups beyond the first 500 are left out of the report."
            SET group-table-full-warned-yes TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO records-used.
    IF period-business-date >= year-from-date
        MOVE 2 TO bucket-idx
        PERFORM 210-ADD-TO-BUCKET
        IF period-business-date >= month-from-date
            MOVE 1 TO bucket-idx
            PERFORM 210-ADD-TO-BUCKET
        END-IF
    ELSE
        MOVE 4 TO bucket-idx
        PERFORM 210-ADD-TO-BUCKET
        IF period-business-date >= prior-month-from-date
            MOVE 3 TO bucket-idx
            PERFORM 210-ADD-TO-BUCKET
        END-IF
    END-IF.  *> Month to date is inside year to date, so a day in this month counts in both.

210-ADD-TO-BUCKET.
    ADD period-total-numbers TO group-bucket-count(group-idx, bucket-idx) total-bucket-count(bucket-idx).
    ADD period-sum TO group-bucket-sum(group-idx, bucket-idx) total-bucket-sum(bucket-idx).
    ADD period-sum-squares TO group-bucket-squares(group-idx, bucket-idx) total-bucket-squares(bucket-idx).

800-WRITE-REPORT.
    MOVE SPACES TO report-line.
    STRING "GROUP PERIOD-TO-DATE REPORT - BUSINESS DATE " DELIMITED BY SIZE
           formatted-business-date DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO report-line.
    STRING "MONTH TO DATE " DELIMITED BY SIZE
           formatted-month-from DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           formatted-business-date DELIMITED BY SIZE
           "   LAST YEAR " DELIMITED BY SIZE
           formatted-prior-month-from DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           formatted-prior-date DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO report-line.
    STRING "YEAR TO DATE  " DELIMITED BY SIZE
           formatted-year-from DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           formatted-business-date DELIMITED BY SIZE
           "   LAST YEAR " DELIMITED BY SIZE
           formatted-prior-year-from DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           formatted-prior-date DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO report-line.
    STRING "          COUNT                 SUM        MEAN     STD DEV " DELIMITED BY SIZE
           " LY COUNT              LY SUM     LY MEAN  LY STD DEV   SUM CHG" DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.

    IF group-table-count = 0
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        MOVE SPACES TO report-line
        STRING "NO GROUP FIGURES ON PERIODACC FOR THESE PERIODS" DELIMITED BY SIZE
            INTO report-line
        PERFORM 950-WRITE-LINE
    END-IF.  *> An empty report is worth a look: either nothing has been posted yet or the date is wrong.

    PERFORM VARYING group-idx FROM 1 BY 1 UNTIL group-idx > group-table-count
        PERFORM 810-GROUP-LINES
    END-PERFORM.

    IF group-table-count > 0
        MOVE SPACES TO report-line
        PERFORM 950-WRITE-LINE
        MOVE SPACES TO report-line
        STRING "ALL GROUPS" DELIMITED BY SIZE
            INTO report-line
        PERFORM 950-WRITE-LINE
        MOVE 1 TO bucket-idx
        MOVE 3 TO prior-bucket-idx
        MOVE "MTD" TO period-label
        PERFORM 830-TOTAL-PERIOD-LINE
        MOVE 2 TO bucket-idx
        MOVE 4 TO prior-bucket-idx
        MOVE "YTD" TO period-label
        PERFORM 830-TOTAL-PERIOD-LINE
    END-IF.

    MOVE SPACES TO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE run-severity TO formatted-severity.
    MOVE SPACES TO report-line.
    STRING "PERIODACC RECORDS READ = " DELIMITED BY SIZE
           records-read DELIMITED BY SIZE
           "   USED = " DELIMITED BY SIZE
           records-used DELIMITED BY SIZE
           "   CONDITION CODE = " DELIMITED BY SIZE
           formatted-severity DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.

810-GROUP-LINES.
    MOVE SPACES TO group-desc group-note.
    IF group-code(group-idx) = unknown-bucket-code
        MOVE "CODES NOT ON GROUP MASTER" TO group-desc
    ELSE
        IF master-loaded-yes
            MOVE "NOT ON GROUP MASTER" TO group-desc
            PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > master-table-count
                IF master-code(master-idx) = group-code(group-idx)
                    MOVE master-desc(master-idx) TO group-desc
                    IF master-flag(master-idx) = "I"
                        MOVE "(INACTIVE)" TO group-note
                    END-IF
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF.
    MOVE SPACES TO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO report-line.
    STRING "GROUP " DELIMITED BY SIZE
           group-code(group-idx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           group-desc DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           group-note DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.
    MOVE 1 TO bucket-idx.
    MOVE 3 TO prior-bucket-idx.
    MOVE "MTD" TO period-label.
    PERFORM 820-GROUP-PERIOD-LINE.
    MOVE 2 TO bucket-idx.
    MOVE 4 TO prior-bucket-idx.
    MOVE "YTD" TO period-label.
    PERFORM 820-GROUP-PERIOD-LINE.

820-GROUP-PERIOD-LINE.
    MOVE group-bucket-count(group-idx, bucket-idx) TO work-count.
    MOVE group-bucket-sum(group-idx, bucket-idx) TO work-sum.
    MOVE group-bucket-squares(group-idx, bucket-idx) TO work-squares.
    PERFORM 850-FORMAT-BUCKET.
    MOVE cell-count TO current-count-cell.
    MOVE cell-sum TO current-sum-cell.
    MOVE cell-mean TO current-mean-cell.
    MOVE cell-std-dev TO current-std-dev-cell.
    MOVE work-sum TO current-sum.
    MOVE group-bucket-count(group-idx, prior-bucket-idx) TO work-count.
    MOVE group-bucket-sum(group-idx, prior-bucket-idx) TO work-sum.
    MOVE group-bucket-squares(group-idx, prior-bucket-idx) TO work-squares.
    PERFORM 850-FORMAT-BUCKET.
    MOVE cell-count TO prior-count-cell.
    MOVE cell-sum TO prior-sum-cell.
    MOVE cell-mean TO prior-mean-cell.
    MOVE cell-std-dev TO prior-std-dev-cell.
    MOVE work-sum TO prior-sum.
    PERFORM 860-FORMAT-CHANGE.
    PERFORM 870-PERIOD-LINE.

830-TOTAL-PERIOD-LINE.
    MOVE total-bucket-count(bucket-idx) TO work-count.
    MOVE total-bucket-sum(bucket-idx) TO work-sum.
    MOVE total-bucket-squares(bucket-idx) TO work-squares.
    PERFORM 850-FORMAT-BUCKET.
    MOVE cell-count TO current-count-cell.
    MOVE cell-sum TO current-sum-cell.
    MOVE cell-mean TO current-mean-cell.
    MOVE cell-std-dev TO current-std-dev-cell.
    MOVE work-sum TO current-sum.
    MOVE total-bucket-count(prior-bucket-idx) TO work-count.
    MOVE total-bucket-sum(prior-bucket-idx) TO work-sum.
    MOVE total-bucket-squares(prior-bucket-idx) TO work-squares.
    PERFORM 850-FORMAT-BUCKET.
    MOVE cell-count TO prior-count-cell.
    MOVE cell-sum TO prior-sum-cell.
    MOVE cell-mean TO prior-mean-cell.
    MOVE cell-std-dev TO prior-std-dev-cell.
    MOVE work-sum TO prior-sum.
    PERFORM 860-FORMAT-CHANGE.
    PERFORM 870-PERIOD-LINE.

850-FORMAT-BUCKET.
    MOVE work-count TO formatted-count.
    MOVE formatted-count TO cell-count.
    MOVE work-sum TO formatted-sum.
    MOVE formatted-sum TO cell-sum.
    MOVE SPACES TO cell-mean cell-std-dev.
    IF work-count > 0
        COMPUTE work-mean ROUNDED = work-sum / work-count
        COMPUTE work-variance = (work-squares - (work-sum ** 2 / work-count)) / work-count
            ON SIZE ERROR
                MOVE ZERO TO work-variance
        END-COMPUTE  *> Rounding can leave a one-value population a hair below zero.
        COMPUTE work-std-dev ROUNDED = FUNCTION SQRT(work-variance)
        MOVE work-mean TO formatted-mean
        MOVE formatted-mean TO cell-mean
        MOVE work-std-dev TO formatted-std-dev
        MOVE formatted-std-dev TO cell-std-dev
    END-IF.  *> Population mean and standard deviation from the running sums, the same formula statmeasure uses.

860-FORMAT-CHANGE.
    IF prior-sum = 0
        MOVE "      N/A" TO change-cell
        EXIT PARAGRAPH
    END-IF.  *> Nothing last year to compare with, so no percentage means anything.
    COMPUTE sum-change = current-sum - prior-sum.
    MOVE prior-sum TO prior-sum-magnitude.  *> Unsigned receiver drops the sign, so a fall from a negative base still reads as a fall.
    COMPUTE change-percent ROUNDED = sum-change * 100 / prior-sum-magnitude
        ON SIZE ERROR
            MOVE "   *****%" TO change-cell
            EXIT PARAGRAPH
    END-COMPUTE.
    MOVE change-percent TO formatted-change.
    MOVE SPACES TO change-cell.
    STRING formatted-change DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO change-cell.

870-PERIOD-LINE.
    MOVE SPACES TO report-line.
    STRING "  " DELIMITED BY SIZE
           period-label DELIMITED BY SIZE
           current-count-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           current-sum-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           current-mean-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           current-std-dev-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           prior-count-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           prior-sum-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           prior-mean-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           prior-std-dev-cell DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           change-cell DELIMITED BY SIZE
        INTO report-line.
    PERFORM 950-WRITE-LINE.

950-WRITE-LINE.
    DISPLAY FUNCTION TRIM(report-line TRAILING).
    WRITE PERIOD-REPORT-RECORD FROM report-line.
