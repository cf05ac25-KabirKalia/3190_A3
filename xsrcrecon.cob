*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. xsrcrecon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO DYNAMIC control-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS control-fs-status.  *> Batch control file naming the extracts to reconcile, as statmeasure reads it.
    SELECT PAIRING-FILE ASSIGN TO DYNAMIC pairing-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS pairing-fs-status.  *> Which source systems should agree, and how closely.
    SELECT INPUT-FILE ASSIGN TO DYNAMIC user-input-file ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fs-status.  *> Extract being read.
    SELECT RECON-FILE ASSIGN TO "RECONRPT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS recon-fs-status.  *> Printable break report.
    SELECT RATE-FILE ASSIGN TO "RATEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-fs-status.  *> Dated exchange rates, maintained by ratemaint; both sides are compared in base currency.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-RECORD PIC X(50).  *> One input file name per record.

FD PAIRING-FILE.
01 PAIRING-RECORD.
    02 PAIR-SOURCE-A PIC X(8).  *> HEADER-SOURCE-SYSTEM of one copy of the feed, usually the operational system.
    02 PAIR-SOURCE-B PIC X(8).  *> HEADER-SOURCE-SYSTEM of the copy it should agree with, usually the ledger.
    02 PAIR-AMOUNT-TOLERANCE PIC X(14).  *> Largest amount difference per group still treated as agreeing; blank = must match exactly.
    02 PAIR-COUNT-TOLERANCE PIC X(9).  *> Largest record-count difference per group still treated as agreeing; blank = must match exactly.

FD INPUT-FILE.
01 INPUT-RECORD.
    02 NUMERIC-DATA PIC S9(6)V9(2).
    02 RECORD-GROUP-CODE PIC X(4).
    02 RECORD-QUANTITY PIC 9(7).
    02 RECORD-CURRENCY-CODE PIC X(3).  *> Currency the amount is in; blank = base currency.
    02 FILLER PIC X(58).
01 INPUT-HEADER-RECORD.  *> Alternate view of the same record area: optional header, tagged HDR in columns 1-3.
    02 HEADER-RECORD-TAG PIC X(3).
    02 HEADER-EXTRACT-DATE PIC X(8).  *> Extract date in YYYYMMDD form, as stamped by the upstream system.
    02 HEADER-SOURCE-SYSTEM PIC X(8).  *> Upstream source system identifier.
    02 FILLER PIC X(61).
01 INPUT-TRAILER-RECORD.  *> Alternate view of the same record area: optional trailer, tagged TRL in columns 1-3.
    02 TRAILER-RECORD-TAG PIC X(3).
    02 FILLER PIC X(77).

FD RECON-FILE.
01 RECON-RECORD PIC X(132).  *> One printable line per WRITE.

FD RATE-FILE.
01 RATE-RECORD.
    02 RATE-CURRENCY-CODE PIC X(3).
    02 RATE-CURRENCY-DESC PIC X(30).
    02 RATE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rate for those dates.
    02 RATE-TO-BASE PIC 9(5)V9(6).  *> Base-currency units for one unit of this currency.
    02 RATE-EFF-FROM PIC X(8).  *> First business date this rate applies, YYYYMMDD.
    02 RATE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

WORKING-STORAGE SECTION.
01 control-file-name PIC X(50).  *> Variable to store the batch control file name.
01 pairing-file-name PIC X(50) VALUE "SRCPAIRS".  *> Pairing file; SRCPAIRS unless named on the PARM.
01 user-input-file PIC X(50).  *> Extract currently being read.
01 control-fs-status PIC XX.
01 pairing-fs-status PIC XX.
01 fs-status PIC XX.
01 recon-fs-status PIC XX.
01 rate-fs-status PIC XX.
01 rate-eof-indicator PIC 9 VALUE 0.
    88 rate-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rate file.
01 control-eof-indicator PIC 9 VALUE 0.
    88 control-eof VALUE 1.  *> Flag to indicate end-of-file reached on the control file.
01 pairing-eof-indicator PIC 9 VALUE 0.
    88 pairing-eof VALUE 1.  *> Flag to indicate end-of-file reached on the pairing file.
01 eof-indicator PIC 9 VALUE 0.
    88 eof VALUE 1.  *> Flag to indicate end-of-file reached on the extract.
01 run-parm PIC X(80).  *> Control file, optional pairing file and optional ASOF=, parsed from the run's PARM.
01 parm-token-1 PIC X(50).
01 parm-token-2 PIC X(50).
01 parm-token-3 PIC X(50).
01 parm-idx PIC 9 VALUE ZERO.  *> Work index over the optional PARM tokens.
01 parm-option PIC X(50).  *> Optional PARM token being examined.
01 run-date PIC X(8).  *> Today in YYYYMMDD form.
01 rate-date PIC X(8).  *> Business date the rates are taken for: today, or ASOF= off the PARM.
01 currency-table-count PIC 9(3) VALUE ZERO.  *> Currencies with a rate in force on the rate date.
01 currency-idx PIC 9(3) VALUE ZERO.
01 currency-table.
    05 currency-entry OCCURS 1 TO 200 TIMES DEPENDING ON currency-table-count.
        10 currency-code PIC X(3).
        10 currency-rate PIC 9(5)V9(6).
01 base-amount PIC S9(14)V9(2) VALUE ZERO.  *> Record amount converted to base currency.
01 file-unconverted-count PIC 9(9) VALUE ZERO.  *> Records in the extract whose currency has no rate on the rate date.
01 unconverted-count PIC 9(9) VALUE ZERO.  *> The same, across the batch, for the report.
01 run-severity PIC 9(2) VALUE ZERO.  *> Highest severity raised: 0 all agree, 4 breaks found, 8 an extract could not be used, 12 nothing to reconcile.
01 recon-line PIC X(132).  *> Work area used to build each report line before the WRITE.
01 file-source PIC X(8).  *> HEADER-SOURCE-SYSTEM of the extract being read.
01 file-date PIC X(8).  *> HEADER-EXTRACT-DATE of the extract being read.
01 file-header-seen PIC 9 VALUE 0.
    88 file-header-seen-yes VALUE 1.  *> True once the extract's header has been read.
01 file-record-count PIC 9(9) VALUE ZERO.  *> Data records read from the extract.
01 file-unusable-count PIC 9(9) VALUE ZERO.  *> Data records whose amount was not numeric.
01 pair-table-count PIC 9(3) VALUE ZERO.  *> Pairings loaded.
01 pair-idx PIC 9(3) VALUE ZERO.
01 pair-table.
    05 pair-entry OCCURS 1 TO 100 TIMES DEPENDING ON pair-table-count.
        10 pair-a PIC X(8).
        10 pair-b PIC X(8).
        10 pair-amount-tol PIC 9(14)V9(2).
        10 pair-count-tol PIC 9(9).
01 extract-table-count PIC 9(3) VALUE ZERO.  *> Extracts read with a usable header.
01 extract-idx PIC 9(3) VALUE ZERO.
01 extract-table.
    05 extract-entry OCCURS 1 TO 500 TIMES DEPENDING ON extract-table-count.
        10 extract-source PIC X(8).
        10 extract-date PIC X(8).
        10 extract-file-name PIC X(50).
        10 extract-paired PIC 9.  *> 1 once a pairing names its source.
01 recon-table-count PIC 9(4) VALUE ZERO.  *> Source/date/group totals held.
01 recon-idx PIC 9(4) VALUE ZERO.
01 match-idx PIC 9(4) VALUE ZERO.
01 recon-found PIC 9 VALUE 0.
    88 recon-found-yes VALUE 1.
01 recon-table.
    05 recon-entry OCCURS 1 TO 5000 TIMES DEPENDING ON recon-table-count.  *> Bounded to a reasonable number of groups across a batch's extracts.
        10 recon-source PIC X(8).
        10 recon-date PIC X(8).
        10 recon-group PIC X(4).
        10 recon-count PIC 9(9).
        10 recon-total PIC S9(14)V9(2).
        10 recon-matched PIC 9.  *> 1 once the other side's entry for the same group has been compared to it.
01 recon-table-full-warned PIC 9 VALUE 0.
    88 recon-table-full-warned-yes VALUE 1.
01 date-table-count PIC 9(3) VALUE ZERO.  *> Extract dates seen for the pair being reconciled.
01 date-idx PIC 9(3) VALUE ZERO.
01 date-table.
    05 date-entry OCCURS 1 TO 500 TIMES DEPENDING ON date-table-count.
        10 pair-date PIC X(8).
        10 pair-date-has-a PIC 9.
        10 pair-date-has-b PIC 9.
01 date-found PIC 9 VALUE 0.
    88 date-found-yes VALUE 1.
01 count-a PIC 9(9) VALUE ZERO.  *> Figures for the group being compared.
01 count-b PIC 9(9) VALUE ZERO.
01 total-a PIC S9(14)V9(2) VALUE ZERO.
01 total-b PIC S9(14)V9(2) VALUE ZERO.
01 count-difference PIC 9(9) VALUE ZERO.  *> Absolute differences, tested against the pair's tolerances.
01 amount-difference PIC S9(14)V9(2) VALUE ZERO.
01 absolute-difference PIC 9(14)V9(2) VALUE ZERO.
01 group-status PIC X(24).  *> OK, or the break found for the group.
01 groups-compared PIC 9(7) VALUE ZERO.
01 break-count PIC 9(7) VALUE ZERO.  *> Groups or extracts that did not reconcile.
01 formatted-count-a PIC Z(8)9.
01 formatted-count-b PIC Z(8)9.
01 formatted-total-a PIC -(13)9.99.
01 formatted-total-b PIC -(13)9.99.
01 formatted-difference PIC -(13)9.99.
01 formatted-tolerance PIC Z(13)9.99.
01 formatted-count-tolerance PIC Z(8)9.
01 formatted-summary PIC Z(6)9.
01 formatted-breaks PIC Z(6)9.
01 formatted-unconverted PIC Z(8)9.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> The scheduler supplies "control-file [pairing-file] [ASOF=yyyymmdd]" as the run's PARM.

    IF run-parm = SPACES
        DISPLAY "Enter the batch control file name: "
        ACCEPT parm-token-1
        DISPLAY "Enter the pairing file name (blank = SRCPAIRS): "
        ACCEPT parm-token-2
        DISPLAY "Business date for exchange rates YYYYMMDD (blank = today): "
        MOVE SPACES TO parm-token-3
        ACCEPT parm-token-3
        IF parm-token-3 NOT = SPACES
            MOVE parm-token-3(1:8) TO rate-date
            MOVE SPACES TO parm-token-3
            STRING "ASOF=" DELIMITED BY SIZE
                   rate-date DELIMITED BY SIZE
                INTO parm-token-3
        END-IF  *> Put back in the PARM's own form so both paths share one check.
    ELSE
        MOVE SPACES TO parm-token-1 parm-token-2 parm-token-3  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
        UNSTRING run-parm DELIMITED BY ALL SPACE
            INTO parm-token-1 parm-token-2 parm-token-3
    END-IF.
    MOVE parm-token-1 TO control-file-name.
    ACCEPT run-date FROM DATE YYYYMMDD.
    MOVE run-date TO rate-date.
    PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 2
        IF parm-idx = 1
            MOVE parm-token-2 TO parm-option
        ELSE
            MOVE parm-token-3 TO parm-option
        END-IF
        EVALUATE TRUE
            WHEN parm-option = SPACES
                CONTINUE
            WHEN FUNCTION UPPER-CASE(parm-option(1:5)) = "ASOF="
                MOVE parm-option(6:8) TO rate-date
                IF rate-date IS NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rate-date)) = 0
                    DISPLAY "ERROR: AS-OF date is not a real YYYYMMDD: ", rate-date
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN OTHER
                MOVE parm-option TO pairing-file-name
        END-EVALUATE
    END-PERFORM.  *> The pairing file and ASOF= may come in either order; anything that is not ASOF= names the pairing file.
    PERFORM 150-LOAD-RATES.

    PERFORM 100-LOAD-PAIRINGS.
    IF pair-table-count = 0
        DISPLAY "ERROR: no pairings on ", FUNCTION TRIM(pairing-file-name), " - nothing to reconcile."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT CONTROL-FILE.
    IF control-fs-status NOT = '00'
        DISPLAY "Error opening control file: ", FUNCTION TRIM(control-file-name), " - Status: ", control-fs-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL control-eof
        READ CONTROL-FILE INTO CONTROL-RECORD
            AT END
                SET control-eof TO TRUE
            NOT AT END
                IF CONTROL-RECORD NOT = SPACES
                    MOVE CONTROL-RECORD TO user-input-file
                    PERFORM 200-READ-EXTRACT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONTROL-FILE.

    OPEN OUTPUT RECON-FILE.
    IF recon-fs-status NOT = '00'
        DISPLAY "Error opening report file RECONRPT - Status: ", recon-fs-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO recon-line.
    STRING "CROSS-SOURCE RECONCILIATION - CONTROL FILE: " DELIMITED BY SIZE
           FUNCTION TRIM(control-file-name) DELIMITED BY SIZE
           "  PAIRINGS: " DELIMITED BY SIZE
           FUNCTION TRIM(pairing-file-name) DELIMITED BY SIZE
           "  RUN DATE: " DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
           "  RATES AS OF: " DELIMITED BY SIZE
           rate-date DELIMITED BY SIZE
        INTO recon-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO recon-line.
    PERFORM 950-WRITE-LINE.

    PERFORM VARYING pair-idx FROM 1 BY 1 UNTIL pair-idx > pair-table-count
        PERFORM 300-RECONCILE-PAIR
    END-PERFORM.
    PERFORM 700-UNPAIRED-EXTRACTS.

    MOVE groups-compared TO formatted-summary.
    MOVE break-count TO formatted-breaks.
    MOVE SPACES TO recon-line.
    STRING "GROUPS COMPARED: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-summary) DELIMITED BY SIZE
           "  BREAKS: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-breaks) DELIMITED BY SIZE
        INTO recon-line.
    PERFORM 950-WRITE-LINE.
    IF unconverted-count > 0
        MOVE unconverted-count TO formatted-unconverted
        MOVE SPACES TO recon-line
        STRING "RECORDS NOT CONVERTED (NO RATE AS OF " DELIMITED BY SIZE
               rate-date DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-unconverted) DELIMITED BY SIZE
               " - LEFT OUT OF THE GROUP TOTALS" DELIMITED BY SIZE
            INTO recon-line
        PERFORM 950-WRITE-LINE
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
    END-IF.  *> Left out rather than added unconverted, which would break the group against its partner for the wrong reason.
    IF break-count > 0 AND run-severity < 4
        MOVE 4 TO run-severity
    END-IF.  *> Breaks are what this report exists to find; condition code 4 puts them in front of someone the same night.
    MOVE SPACES TO recon-line.
    STRING "CONDITION CODE: " DELIMITED BY SIZE
           run-severity DELIMITED BY SIZE
        INTO recon-line.
    PERFORM 950-WRITE-LINE.
    CLOSE RECON-FILE.
    MOVE run-severity TO RETURN-CODE.
    STOP RUN.

100-LOAD-PAIRINGS.
    OPEN INPUT PAIRING-FILE.
    IF pairing-fs-status NOT = '00'
        DISPLAY "Error opening pairing file: ", FUNCTION TRIM(pairing-file-name), " - Status: ", pairing-fs-status
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL pairing-eof
        READ PAIRING-FILE
            AT END
                SET pairing-eof TO TRUE
            NOT AT END
                IF PAIR-SOURCE-A NOT = SPACES AND PAIR-SOURCE-B NOT = SPACES AND pair-table-count < 100
                    ADD 1 TO pair-table-count
                    MOVE PAIR-SOURCE-A TO pair-a(pair-table-count)
                    MOVE PAIR-SOURCE-B TO pair-b(pair-table-count)
                    MOVE ZERO TO pair-amount-tol(pair-table-count) pair-count-tol(pair-table-count)
                    IF PAIR-AMOUNT-TOLERANCE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(PAIR-AMOUNT-TOLERANCE) = 0
                        COMPUTE pair-amount-tol(pair-table-count) = FUNCTION ABS(FUNCTION NUMVAL(PAIR-AMOUNT-TOLERANCE))
                    END-IF
                    IF PAIR-COUNT-TOLERANCE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(PAIR-COUNT-TOLERANCE) = 0
                        COMPUTE pair-count-tol(pair-table-count) = FUNCTION ABS(FUNCTION NUMVAL(PAIR-COUNT-TOLERANCE))
                    END-IF  *> A blank or unparseable tolerance means the two sides must agree exactly.
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAIRING-FILE.

150-LOAD-RATES.
    OPEN INPUT RATE-FILE.
    IF rate-fs-status NOT = '00'
        DISPLAY "WARNING: exchange-rate file RATEFILE not available - Status: ", rate-fs-status,
            " - records carrying a currency code are left out of the totals."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL rate-eof
        READ RATE-FILE INTO RATE-RECORD
            AT END
                SET rate-eof TO TRUE
            NOT AT END
                IF RATE-CURRENCY-CODE NOT = SPACES AND RATE-ACTIVE-FLAG = "A"
                   AND RATE-TO-BASE IS NUMERIC AND RATE-TO-BASE > 0
                   AND RATE-EFF-FROM <= rate-date
                   AND (RATE-EFF-TO = SPACES OR RATE-EFF-TO >= rate-date)
                   AND currency-table-count < 200
                    ADD 1 TO currency-table-count
                    MOVE RATE-CURRENCY-CODE TO currency-code(currency-table-count)
                    MOVE RATE-TO-BASE TO currency-rate(currency-table-count)
                END-IF
        END-READ
    END-PERFORM.  *> Only the version in force on the rate date is held, as statmeasure holds it.
    CLOSE RATE-FILE.

200-READ-EXTRACT.
    MOVE SPACES TO file-source file-date.
    MOVE 0 TO file-header-seen eof-indicator.
    MOVE ZERO TO file-record-count file-unusable-count file-unconverted-count.
    OPEN INPUT INPUT-FILE.
    IF fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "Error opening file: ", FUNCTION TRIM(user-input-file), " - Status: ", fs-status, " - skipping"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL eof
        READ INPUT-FILE INTO INPUT-RECORD
            AT END
                SET eof TO TRUE
            NOT AT END
                IF HEADER-RECORD-TAG = "HDR"
                    SET file-header-seen-yes TO TRUE
                    MOVE HEADER-SOURCE-SYSTEM TO file-source
                    MOVE HEADER-EXTRACT-DATE TO file-date
                ELSE
                IF TRAILER-RECORD-TAG = "TRL"
                    CONTINUE
                ELSE
                    IF NOT file-header-seen-yes
                        SET eof TO TRUE
                    ELSE
                        ADD 1 TO file-record-count
                        IF NUMERIC-DATA IS NUMERIC
                            PERFORM 250-ACCUMULATE-RECORD
                        ELSE
                            ADD 1 TO file-unusable-count
                        END-IF
                    END-IF
                END-IF
                END-IF  *> Header and trailer records are control records, not data.
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.
    IF NOT file-header-seen-yes
        MOVE 8 TO run-severity
        DISPLAY "WARNING: ", FUNCTION TRIM(user-input-file),
            " has no HDR record - its source and date are unknown, so it cannot be reconciled."
        EXIT PARAGRAPH
    END-IF.  *> Without the header there is nothing to say which feed or which day it is.
    IF file-unusable-count > 0
        MOVE 8 TO run-severity
        DISPLAY "WARNING: ", FUNCTION TRIM(user-input-file), " has ", file-unusable-count,
            " record(s) with a non-numeric amount - left out of its totals; run it through editextract first."
    END-IF.
    IF file-unconverted-count > 0
        ADD file-unconverted-count TO unconverted-count
        DISPLAY "WARNING: ", FUNCTION TRIM(user-input-file), " has ", file-unconverted-count,
            " record(s) in a currency with no rate as of ", rate-date, " - left out of its totals."
    END-IF.
    IF extract-table-count < 500
        ADD 1 TO extract-table-count
        MOVE file-source TO extract-source(extract-table-count)
        MOVE file-date TO extract-date(extract-table-count)
        MOVE user-input-file TO extract-file-name(extract-table-count)
        MOVE 0 TO extract-paired(extract-table-count)
    END-IF.
    DISPLAY "Read ", FUNCTION TRIM(user-input-file), " - SOURCE ", file-source, " DATE ", file-date,
        " RECORDS ", file-record-count.

250-ACCUMULATE-RECORD.
    IF RECORD-CURRENCY-CODE = SPACES
        MOVE NUMERIC-DATA TO base-amount
    ELSE
        PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
            IF currency-code(currency-idx) = RECORD-CURRENCY-CODE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF currency-idx > currency-table-count
            ADD 1 TO file-unconverted-count
            EXIT PARAGRAPH
        END-IF
        COMPUTE base-amount ROUNDED = NUMERIC-DATA * currency-rate(currency-idx)
    END-IF.  *> A source sending local currency and its partner sending base currency only agree once both are valued the same way.
    MOVE 0 TO recon-found.
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > recon-table-count
        IF recon-source(recon-idx) = file-source AND recon-date(recon-idx) = file-date
           AND recon-group(recon-idx) = RECORD-GROUP-CODE
            SET recon-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT recon-found-yes
        IF recon-table-count >= 5000
            IF NOT recon-table-full-warned-yes
                MOVE 8 TO run-severity
                DISPLAY "WARNING: more than 5000 source/date/group totals - later groups are not reconciled."
                SET recon-table-full-warned-yes TO TRUE
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO recon-table-count
        MOVE recon-table-count TO recon-idx
        MOVE file-source TO recon-source(recon-idx)
        MOVE file-date TO recon-date(recon-idx)
        MOVE RECORD-GROUP-CODE TO recon-group(recon-idx)
        MOVE ZERO TO recon-count(recon-idx) recon-total(recon-idx)
        MOVE 0 TO recon-matched(recon-idx)
    END-IF.  *> Two extracts from the same source for the same day fold into one set of totals.
    ADD 1 TO recon-count(recon-idx).
    ADD base-amount TO recon-total(recon-idx).

300-RECONCILE-PAIR.
    MOVE ZERO TO date-table-count.
    PERFORM VARYING extract-idx FROM 1 BY 1 UNTIL extract-idx > extract-table-count
        IF extract-source(extract-idx) = pair-a(pair-idx) OR extract-source(extract-idx) = pair-b(pair-idx)
            MOVE 1 TO extract-paired(extract-idx)
            PERFORM 310-NOTE-PAIR-DATE
        END-IF
    END-PERFORM.
    MOVE pair-amount-tol(pair-idx) TO formatted-tolerance.
    MOVE pair-count-tol(pair-idx) TO formatted-count-tolerance.
    MOVE SPACES TO recon-line.
    STRING "PAIR: " DELIMITED BY SIZE
           pair-a(pair-idx) DELIMITED BY SIZE
           " VS " DELIMITED BY SIZE
           pair-b(pair-idx) DELIMITED BY SIZE
           "  AMOUNT TOLERANCE: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-tolerance) DELIMITED BY SIZE
           "  COUNT TOLERANCE: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-count-tolerance) DELIMITED BY SIZE
        INTO recon-line.
    PERFORM 950-WRITE-LINE.
    IF date-table-count = 0
        MOVE "  NEITHER SOURCE IS IN THIS BATCH" TO recon-line
        PERFORM 950-WRITE-LINE
        MOVE SPACES TO recon-line
        PERFORM 950-WRITE-LINE
        EXIT PARAGRAPH
    END-IF.  *> Not a break: a pair simply not delivered tonight is the calendar check's business, not this one's.
    PERFORM VARYING date-idx FROM 1 BY 1 UNTIL date-idx > date-table-count
        PERFORM 400-RECONCILE-DATE
    END-PERFORM.
    MOVE SPACES TO recon-line.
    PERFORM 950-WRITE-LINE.

310-NOTE-PAIR-DATE.
    MOVE 0 TO date-found.
    PERFORM VARYING date-idx FROM 1 BY 1 UNTIL date-idx > date-table-count
        IF pair-date(date-idx) = extract-date(extract-idx)
            SET date-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT date-found-yes
        IF date-table-count >= 500
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO date-table-count
        MOVE date-table-count TO date-idx
        MOVE extract-date(extract-idx) TO pair-date(date-idx)
        MOVE 0 TO pair-date-has-a(date-idx) pair-date-has-b(date-idx)
    END-IF.
    IF extract-source(extract-idx) = pair-a(pair-idx)
        MOVE 1 TO pair-date-has-a(date-idx)
    END-IF.
    IF extract-source(extract-idx) = pair-b(pair-idx)
        MOVE 1 TO pair-date-has-b(date-idx)
    END-IF.

400-RECONCILE-DATE.
    MOVE SPACES TO recon-line.
    STRING "  EXTRACT DATE: " DELIMITED BY SIZE
           pair-date(date-idx) DELIMITED BY SIZE
        INTO recon-line.
    PERFORM 950-WRITE-LINE.
    IF pair-date-has-a(date-idx) = 0 OR pair-date-has-b(date-idx) = 0
        ADD 1 TO break-count
        MOVE SPACES TO recon-line
        IF pair-date-has-a(date-idx) = 0
            STRING "  ** BREAK: NO " DELIMITED BY SIZE
                   pair-a(pair-idx) DELIMITED BY SPACE
                   " EXTRACT FOR THIS DATE - " DELIMITED BY SIZE
                   pair-b(pair-idx) DELIMITED BY SPACE
                   " HAS NOTHING TO AGREE WITH" DELIMITED BY SIZE
                INTO recon-line
        ELSE
            STRING "  ** BREAK: NO " DELIMITED BY SIZE
                   pair-b(pair-idx) DELIMITED BY SPACE
                   " EXTRACT FOR THIS DATE - " DELIMITED BY SIZE
                   pair-a(pair-idx) DELIMITED BY SPACE
                   " HAS NOTHING TO AGREE WITH" DELIMITED BY SIZE
                INTO recon-line
        END-IF
        PERFORM 950-WRITE-LINE
        EXIT PARAGRAPH
    END-IF.  *> A whole extract missing on one side is one break, not one per group.
    MOVE "  GROUP      COUNT A    COUNT B           TOTAL A           TOTAL B        DIFFERENCE  STATUS" TO recon-line.
    PERFORM 950-WRITE-LINE.

    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > recon-table-count
        IF recon-source(recon-idx) = pair-b(pair-idx) AND recon-date(recon-idx) = pair-date(date-idx)
            MOVE 0 TO recon-matched(recon-idx)
        END-IF
    END-PERFORM.  *> A source can sit in more than one pairing; each pairing starts its B side unmatched.
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > recon-table-count
        IF recon-source(recon-idx) = pair-a(pair-idx) AND recon-date(recon-idx) = pair-date(date-idx)
            PERFORM 450-COMPARE-A-GROUP
        END-IF
    END-PERFORM.
    PERFORM VARYING recon-idx FROM 1 BY 1 UNTIL recon-idx > recon-table-count
        IF recon-source(recon-idx) = pair-b(pair-idx) AND recon-date(recon-idx) = pair-date(date-idx)
           AND recon-matched(recon-idx) = 0
            MOVE ZERO TO count-a total-a
            MOVE recon-count(recon-idx) TO count-b
            MOVE recon-total(recon-idx) TO total-b
            MOVE "** BREAK: ONLY IN B" TO group-status
            ADD 1 TO break-count
            ADD 1 TO groups-compared
            PERFORM 500-WRITE-GROUP-LINE
        END-IF
    END-PERFORM.  *> Groups the B side carries that the A side never sent.

450-COMPARE-A-GROUP.
    ADD 1 TO groups-compared.
    MOVE recon-count(recon-idx) TO count-a.
    MOVE recon-total(recon-idx) TO total-a.
    MOVE 0 TO recon-found.
    PERFORM VARYING match-idx FROM 1 BY 1 UNTIL match-idx > recon-table-count
        IF recon-source(match-idx) = pair-b(pair-idx) AND recon-date(match-idx) = pair-date(date-idx)
           AND recon-group(match-idx) = recon-group(recon-idx)
            SET recon-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT recon-found-yes
        MOVE ZERO TO count-b total-b
        MOVE "** BREAK: ONLY IN A" TO group-status
        ADD 1 TO break-count
        PERFORM 500-WRITE-GROUP-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO recon-matched(match-idx).
    MOVE recon-count(match-idx) TO count-b.
    MOVE recon-total(match-idx) TO total-b.
    IF count-a > count-b
        COMPUTE count-difference = count-a - count-b
    ELSE
        COMPUTE count-difference = count-b - count-a
    END-IF.
    COMPUTE amount-difference = total-a - total-b.
    COMPUTE absolute-difference = FUNCTION ABS(amount-difference).
    EVALUATE TRUE
        WHEN count-difference > pair-count-tol(pair-idx) AND absolute-difference > pair-amount-tol(pair-idx)
            MOVE "** BREAK: COUNT + AMOUNT" TO group-status
            ADD 1 TO break-count
        WHEN count-difference > pair-count-tol(pair-idx)
            MOVE "** BREAK: COUNT" TO group-status
            ADD 1 TO break-count
        WHEN absolute-difference > pair-amount-tol(pair-idx)
            MOVE "** BREAK: AMOUNT" TO group-status
            ADD 1 TO break-count
        WHEN OTHER
            MOVE "OK" TO group-status
    END-EVALUATE.
    PERFORM 500-WRITE-GROUP-LINE.

500-WRITE-GROUP-LINE.
    MOVE count-a TO formatted-count-a.
    MOVE count-b TO formatted-count-b.
    MOVE total-a TO formatted-total-a.
    MOVE total-b TO formatted-total-b.
    COMPUTE amount-difference = total-a - total-b.
    MOVE amount-difference TO formatted-difference.
    MOVE SPACES TO recon-line.
    IF recon-group(recon-idx) = SPACES
        STRING "  (BLANK)" DELIMITED BY SIZE
            INTO recon-line
    ELSE
        STRING "  " DELIMITED BY SIZE
               recon-group(recon-idx) DELIMITED BY SIZE
            INTO recon-line
    END-IF.
    STRING formatted-count-a DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           formatted-count-b DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-total-a DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-total-b DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           formatted-difference DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           group-status DELIMITED BY SIZE
        INTO recon-line(12:).
    PERFORM 950-WRITE-LINE.

700-UNPAIRED-EXTRACTS.
    PERFORM VARYING extract-idx FROM 1 BY 1 UNTIL extract-idx > extract-table-count
        IF extract-paired(extract-idx) = 0
            MOVE SPACES TO recon-line
            STRING "NOT PAIRED: " DELIMITED BY SIZE
                   FUNCTION TRIM(extract-file-name(extract-idx)) DELIMITED BY SIZE
                   " - SOURCE " DELIMITED BY SIZE
                   extract-source(extract-idx) DELIMITED BY SIZE
                   " IS NOT ON THE PAIRING FILE" DELIMITED BY SIZE
                INTO recon-line
            PERFORM 950-WRITE-LINE
        END-IF
    END-PERFORM.  *> Informational: a single-source feed has nothing to agree with, which is not a break.

950-WRITE-LINE.
    DISPLAY recon-line.
    WRITE RECON-RECORD FROM recon-line.
