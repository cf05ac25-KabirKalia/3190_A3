*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. auditsample.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO DYNAMIC control-file-name ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS control-fs-status.  *> Control file naming the clean extracts the sample is drawn from, one per line, as EDITCTL lists them.
    SELECT INPUT-FILE ASSIGN TO DYNAMIC user-input-file ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fs-status.  *> Clean extract being read.
    SELECT RATE-FILE ASSIGN TO "RATEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-fs-status.  *> Dated exchange rates, maintained by ratemaint; the population is valued in base currency.
    SELECT SAMPLE-FILE ASSIGN TO "SAMPLOUT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS sample-fs-status.  *> One line per selected record, for the auditors.
    SELECT COVER-FILE ASSIGN TO "SAMPRPT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cover-fs-status.  *> Cover report: parameters, seed, and the population the sample was drawn from.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-RECORD PIC X(50).  *> One input file name per record.

FD INPUT-FILE.
01 INPUT-RECORD.
    02 NUMERIC-DATA PIC S9(6)V9(2).
    02 RECORD-GROUP-CODE PIC X(4).
    02 RECORD-QUANTITY PIC 9(7).
    02 RECORD-CURRENCY-CODE PIC X(3).  *> Blank = base currency.
    02 FILLER PIC X(58).
01 INPUT-HEADER-RECORD.  *> Alternate view of the same record area: optional header, tagged HDR in columns 1-3.
    02 HEADER-RECORD-TAG PIC X(3).
    02 FILLER PIC X(77).
01 INPUT-TRAILER-RECORD.  *> Alternate view of the same record area: optional trailer, tagged TRL in columns 1-3.
    02 TRAILER-RECORD-TAG PIC X(3).
    02 FILLER PIC X(77).

FD RATE-FILE.
01 RATE-RECORD.
    02 RATE-CURRENCY-CODE PIC X(3).
    02 RATE-CURRENCY-DESC PIC X(30).
    02 RATE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rate for those dates.
    02 RATE-TO-BASE PIC 9(5)V9(6).  *> Base-currency units for one unit of this currency.
    02 RATE-EFF-FROM PIC X(8).  *> First business date this rate applies, YYYYMMDD.
    02 RATE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD SAMPLE-FILE.
01 SAMPLE-RECORD PIC X(122).  *> Built in sample-line.

FD COVER-FILE.
01 COVER-RECORD PIC X(132).  *> One printable line per WRITE.

WORKING-STORAGE SECTION.
01 control-file-name PIC X(50).  *> Variable to store the batch control file name.
01 user-input-file PIC X(50).  *> Extract currently being read.
01 control-fs-status PIC XX.
01 fs-status PIC XX.
01 rate-fs-status PIC XX.
01 sample-fs-status PIC XX.
01 cover-fs-status PIC XX.
01 control-eof-indicator PIC 9 VALUE 0.
    88 control-eof VALUE 1.  *> Flag to indicate end-of-file reached on the control file.
01 eof-indicator PIC 9 VALUE 0.
    88 eof VALUE 1.  *> Flag to indicate end-of-file reached on the extract.
01 rate-eof-indicator PIC 9 VALUE 0.
    88 rate-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rate file.
01 run-parm PIC X(80).  *> Control file, then METHOD=, SIZE= or CONF= and MAT=, SEED=, ASOF=, parsed from the run's PARM.
01 parm-idx PIC 9 VALUE ZERO.
01 parm-tokens.
    05 parm-token PIC X(24) OCCURS 6 TIMES.  *> Optional PARM tokens after the control file, in any order.
01 run-date PIC X(8).  *> Today in YYYYMMDD form.
01 run-time PIC X(8).  *> Time the run started, HHMMSSss; the seed is taken from it when none is given.
01 rate-date PIC X(8).  *> Business date the rates are taken for: today, or ASOF= off the PARM.
01 run-severity PIC 9(2) VALUE ZERO.  *> Highest severity raised: 0 clean, 4 sample limited or records left out, 8 an extract could not be read, 12 no sample drawn.
01 sample-method PIC X(5) VALUE "MUS".  *> MUS = monetary-unit (probability proportional to amount); STRAT = random within each group.
    88 method-mus VALUE "MUS".
    88 method-strat VALUE "STRAT".
01 size-given PIC 9 VALUE 0.
    88 size-given-yes VALUE 1.  *> True when SIZE= named the sample size outright.
01 confidence-given PIC 9 VALUE 0.
    88 confidence-given-yes VALUE 1.  *> True when CONF= and MAT= are to size the sample instead.
01 confidence-level PIC 9(2) VALUE ZERO.  *> Confidence level in percent: 80, 90, 95, or 99.
01 reliability-factor PIC 9V9(2) VALUE ZERO.  *> Zero-expected-error reliability factor for that confidence level.
01 materiality PIC 9(14)V9(2) VALUE ZERO.  *> Tolerable misstatement in base currency, off MAT=.
01 requested-size PIC 9(7) VALUE ZERO.  *> Sample size asked for, or worked out from CONF= and MAT=.
01 sample-size PIC 9(7) VALUE ZERO.  *> Sample size actually drawn: the request, capped at the population.
01 size-work PIC 9(16)V9(4) VALUE ZERO.  *> Work fields for the confidence/materiality sizing.
01 size-quotient PIC 9(14)V9(4) VALUE ZERO.
01 seed-given PIC 9 VALUE 0.
    88 seed-given-yes VALUE 1.  *> True when SEED= supplied the seed; otherwise it comes off the clock and is printed for reuse.
01 run-seed PIC 9(10) VALUE ZERO.  *> Seed the run started from, as recorded on the cover report.
01 random-seed PIC 9(10) VALUE ZERO.  *> Generator state: multiplicative congruential, multiplier 16807, modulus 2147483647.
01 random-product PIC 9(18) VALUE ZERO.
01 random-quotient PIC 9(18) VALUE ZERO.
01 random-fraction PIC V9(9) VALUE ZERO.  *> Latest draw, uniform on (0,1).
01 currency-table-count PIC 9(3) VALUE ZERO.  *> Currencies with a rate in force on the rate date.
01 currency-idx PIC 9(3) VALUE ZERO.
01 currency-table.
    05 currency-entry OCCURS 1 TO 200 TIMES DEPENDING ON currency-table-count.
        10 currency-code PIC X(3).
        10 currency-rate PIC 9(5)V9(6).
01 measuring-pass PIC 9 VALUE 1.
    88 measuring-pass-yes VALUE 1.  *> True on the population pass; the selection pass re-values the same records without counting them twice.
01 record-usable PIC 9 VALUE 0.
    88 record-usable-yes VALUE 1.  *> True when the current record belongs to the population being sampled.
01 base-amount PIC S9(12)V9(2) VALUE ZERO.  *> Current record's amount in base currency.
01 record-number PIC 9(9) VALUE ZERO.  *> Data-record position in the current extract, counted as statmeasure counts POSITION: HDR and TRL are not counted.
01 line-number PIC 9(9) VALUE ZERO.  *> Physical line in the current extract, HDR and TRL included: where the auditors find the record in the file itself.
01 file-table-count PIC 9(3) VALUE ZERO.  *> Extracts named on the control file.
01 file-idx PIC 9(3) VALUE ZERO.
01 file-table.
    05 file-entry OCCURS 1 TO 200 TIMES DEPENDING ON file-table-count.
        10 file-name PIC X(50).
        10 file-opened PIC 9.  *> 1 once the extract has been read on the population pass.
        10 file-record-count PIC 9(9).  *> Data records read.
        10 file-population-count PIC 9(9).  *> Records in the sampled population.
        10 file-population-amount PIC S9(16)V9(2).
        10 file-sample-count PIC 9(7).
01 stratum-table-count PIC 9(3) VALUE ZERO.  *> Group codes in the population.
01 stratum-idx PIC 9(3) VALUE ZERO.
01 stratum-found PIC 9 VALUE 0.
    88 stratum-found-yes VALUE 1.
01 stratum-table-full-warned PIC 9 VALUE 0.
    88 stratum-table-full-warned-yes VALUE 1.
01 stratum-table.
    05 stratum-entry OCCURS 1 TO 500 TIMES DEPENDING ON stratum-table-count.
        10 stratum-code PIC X(4).
        10 stratum-population-count PIC 9(9).
        10 stratum-population-amount PIC S9(16)V9(2).
        10 stratum-quota PIC 9(7)V9(9).  *> The group's exact proportional share of the sample, before rounding.
        10 stratum-allocation PIC 9(7).  *> Records to draw from the group (STRAT).
        10 stratum-seen PIC 9(9).  *> Records of the group passed on the selection pass so far.
        10 stratum-sample-count PIC 9(7).
        10 stratum-sample-amount PIC S9(16)V9(2).
01 allocation-work PIC 9(16) VALUE ZERO.  *> Work field for the proportional allocation.
01 allocation-total PIC 9(9) VALUE ZERO.  *> Sum of the group allocations.
01 allocation-floor PIC 9 VALUE ZERO.  *> Fewest any group may be given: 1 when the sample goes round every group, else 0.
01 allocation-gap PIC S9(7)V9(9) VALUE ZERO.  *> Group's exact share less its allocation: what rounding took from it.
01 best-gap PIC S9(7)V9(9) VALUE ZERO.
01 best-idx PIC 9(3) VALUE ZERO.  *> Group to move by one record next; 0 = none can move.
01 allocation-short PIC 9 VALUE 0.
    88 allocation-short-yes VALUE 1.  *> True when the group allocations could not be made to add up to the sample size.
01 records-needed PIC 9(9) VALUE ZERO.  *> Still to draw from the group.
01 records-left PIC 9(9) VALUE ZERO.  *> Still to pass in the group, this one included.
01 selection-test PIC 9(9)V9(9) VALUE ZERO.
01 population-count PIC 9(9) VALUE ZERO.  *> Records in the sampled population.
01 population-amount PIC S9(16)V9(2) VALUE ZERO.  *> Their total in base currency.
01 records-read PIC 9(9) VALUE ZERO.  *> Data records read across every extract.
01 unusable-count PIC 9(9) VALUE ZERO.  *> Amount columns not numeric.
01 unconverted-count PIC 9(9) VALUE ZERO.  *> Currency with no rate on the rate date.
01 nonpositive-count PIC 9(9) VALUE ZERO.  *> Zero or negative amounts, outside a monetary-unit population.
01 nonpositive-amount PIC S9(16)V9(2) VALUE ZERO.
01 mus-interval PIC 9(14)V9(4) VALUE ZERO.  *> Sampling interval: population amount over the sample size.
01 mus-start PIC 9(14)V9(4) VALUE ZERO.  *> Random start within the first interval.
01 next-point PIC 9(16)V9(4) VALUE ZERO.  *> Next monetary unit to be selected.
01 cumulative-amount PIC 9(16)V9(2) VALUE ZERO.  *> Base amount passed so far on the selection pass.
01 record-hits PIC 9(4) VALUE ZERO.  *> Selection points falling in the current record; above one only for a record larger than the interval.
01 sample-count PIC 9(7) VALUE ZERO.  *> Records selected.
01 sample-amount PIC S9(16)V9(2) VALUE ZERO.  *> Their total in base currency.
01 sample-line.
    05 sample-file-name PIC X(50).
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-line-number PIC 9(9).  *> Physical line within the extract, HDR and TRL counted.
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-position PIC 9(9).  *> Data-record position within the extract, as statmeasure's POSITION.
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-group-code PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-amount-field PIC -(7)9.99.  *> Amount as it stands on the record.
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-currency-code PIC X(3).
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-base-amount PIC -(12)9.99.  *> The same amount in base currency.
    05 FILLER PIC X(1) VALUE SPACE.
    05 sample-hits PIC Z(3)9.  *> Selection points that fell in the record (MUS); 1 on a stratified sample.
    05 FILLER PIC X(9) VALUE SPACES.
01 cover-line PIC X(132).  *> Work area used to build each report line before the WRITE.
01 cover-pointer PIC 9(3) VALUE 1.
01 formatted-count PIC Z(8)9.
01 formatted-sample PIC Z(6)9.
01 formatted-amount PIC -(15)9.99.
01 formatted-sample-amount PIC -(15)9.99.
01 formatted-interval PIC Z(13)9.9(4).
01 formatted-start PIC Z(13)9.9(4).
01 formatted-factor PIC 9.99.
01 formatted-seed PIC Z(9)9.
01 formatted-allocated PIC Z(8)9.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.  *> "control-file METHOD=MUS|STRAT SIZE=n | CONF=nn MAT=amount [SEED=n] [ASOF=yyyymmdd]".
    ACCEPT run-date FROM DATE YYYYMMDD.
    ACCEPT run-time FROM TIME.
    MOVE run-date TO rate-date.
    MOVE SPACES TO parm-tokens.

    IF run-parm = SPACES
        DISPLAY "Enter the name of the control file of clean extracts: "
        ACCEPT control-file-name
        DISPLAY "Enter sampling method (MUS or STRAT): "
        ACCEPT parm-token(1)
        DISPLAY "Enter sample size (blank to size by confidence and materiality): "
        ACCEPT parm-token(2)
        IF parm-token(2) = SPACES
            DISPLAY "Enter confidence level in percent (80, 90, 95, 99): "
            ACCEPT parm-token(2)
            DISPLAY "Enter materiality in base currency: "
            ACCEPT parm-token(3)
            PERFORM 010-PREFIX-TOKEN-CONF
        ELSE
            PERFORM 011-PREFIX-TOKEN-SIZE
        END-IF
        DISPLAY "Enter seed to reproduce an earlier sample (blank = new seed): "
        ACCEPT parm-token(4)
        PERFORM 012-PREFIX-TOKEN-SEED
        PERFORM 013-PREFIX-TOKEN-METHOD
    ELSE
        MOVE SPACES TO control-file-name  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
        UNSTRING run-parm DELIMITED BY ALL SPACE
            INTO control-file-name
                 parm-token(1) parm-token(2) parm-token(3)
                 parm-token(4) parm-token(5) parm-token(6)
    END-IF.  *> The prompted answers are put back in the PARM's own form so both paths share one check.
    PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 6
        IF parm-token(parm-idx) NOT = SPACES
            PERFORM 020-APPLY-PARM-TOKEN
        END-IF
    END-PERFORM.
    PERFORM 030-CHECK-PARAMETERS.

    IF NOT seed-given-yes
        MOVE run-time TO run-seed
        ADD 1 TO run-seed
    END-IF.  *> A fresh seed comes off the clock; either way it is printed, so the same sample can be drawn again.
    MOVE run-seed TO random-seed.

    PERFORM 100-LOAD-RATES.
    PERFORM 150-LOAD-CONTROL-FILE.

    PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > file-table-count
        PERFORM 200-MEASURE-FILE
    END-PERFORM.  *> First pass: the population, so the interval or the allocation is known before anything is drawn.

    PERFORM 300-SIZE-SAMPLE.
    MOVE 0 TO measuring-pass.

    OPEN OUTPUT SAMPLE-FILE.
    IF sample-fs-status NOT = '00'
        DISPLAY "Error opening sample file SAMPLOUT - Status: ", sample-fs-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > file-table-count
        IF file-opened(file-idx) = 1
            PERFORM 400-SELECT-FROM-FILE
        END-IF
    END-PERFORM.  *> Second pass: the same records in the same order, so the same seed always lands on the same records.
    CLOSE SAMPLE-FILE.

    PERFORM 800-COVER-REPORT.
    MOVE run-severity TO RETURN-CODE.
    STOP RUN.

010-PREFIX-TOKEN-CONF.
    MOVE parm-token(2) TO parm-token(5).
    MOVE SPACES TO parm-token(2).
    STRING "CONF=" DELIMITED BY SIZE
           FUNCTION TRIM(parm-token(5)) DELIMITED BY SIZE
        INTO parm-token(2).
    MOVE parm-token(3) TO parm-token(5).
    MOVE SPACES TO parm-token(3).
    STRING "MAT=" DELIMITED BY SIZE
           FUNCTION TRIM(parm-token(5)) DELIMITED BY SIZE
        INTO parm-token(3).
    MOVE SPACES TO parm-token(5).

011-PREFIX-TOKEN-SIZE.
    MOVE parm-token(2) TO parm-token(5).
    MOVE SPACES TO parm-token(2).
    STRING "SIZE=" DELIMITED BY SIZE
           FUNCTION TRIM(parm-token(5)) DELIMITED BY SIZE
        INTO parm-token(2).
    MOVE SPACES TO parm-token(5).

012-PREFIX-TOKEN-SEED.
    IF parm-token(4) NOT = SPACES
        MOVE parm-token(4) TO parm-token(5)
        MOVE SPACES TO parm-token(4)
        STRING "SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(parm-token(5)) DELIMITED BY SIZE
            INTO parm-token(4)
        MOVE SPACES TO parm-token(5)
    END-IF.

013-PREFIX-TOKEN-METHOD.
    MOVE parm-token(1) TO parm-token(5).
    MOVE SPACES TO parm-token(1).
    STRING "METHOD=" DELIMITED BY SIZE
           FUNCTION TRIM(parm-token(5)) DELIMITED BY SIZE
        INTO parm-token(1).
    MOVE SPACES TO parm-token(5).

020-APPLY-PARM-TOKEN.
    MOVE FUNCTION UPPER-CASE(parm-token(parm-idx)) TO parm-token(parm-idx).
    EVALUATE TRUE
        WHEN parm-token(parm-idx)(1:7) = "METHOD="
            MOVE parm-token(parm-idx)(8:) TO sample-method
            IF NOT method-mus AND NOT method-strat
                DISPLAY "ERROR: METHOD must be MUS or STRAT: ", FUNCTION TRIM(parm-token(parm-idx))
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN parm-token(parm-idx)(1:5) = "SIZE="
            IF FUNCTION TEST-NUMVAL(parm-token(parm-idx)(6:)) NOT = 0
                DISPLAY "ERROR: SIZE is not numeric: ", FUNCTION TRIM(parm-token(parm-idx))
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE requested-size = FUNCTION NUMVAL(parm-token(parm-idx)(6:))
            SET size-given-yes TO TRUE
        WHEN parm-token(parm-idx)(1:5) = "CONF="
            IF FUNCTION TEST-NUMVAL(parm-token(parm-idx)(6:)) NOT = 0
                DISPLAY "ERROR: CONF is not numeric: ", FUNCTION TRIM(parm-token(parm-idx))
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE confidence-level = FUNCTION NUMVAL(parm-token(parm-idx)(6:))
            SET confidence-given-yes TO TRUE
        WHEN parm-token(parm-idx)(1:4) = "MAT="
            IF FUNCTION TEST-NUMVAL(parm-token(parm-idx)(5:)) NOT = 0
                DISPLAY "ERROR: MAT is not numeric: ", FUNCTION TRIM(parm-token(parm-idx))
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE materiality = FUNCTION NUMVAL(parm-token(parm-idx)(5:))
        WHEN parm-token(parm-idx)(1:5) = "SEED="
            IF FUNCTION TEST-NUMVAL(parm-token(parm-idx)(6:)) NOT = 0
                DISPLAY "ERROR: SEED is not numeric: ", FUNCTION TRIM(parm-token(parm-idx))
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE run-seed = FUNCTION NUMVAL(parm-token(parm-idx)(6:))
            SET seed-given-yes TO TRUE
        WHEN parm-token(parm-idx)(1:5) = "ASOF="
            MOVE parm-token(parm-idx)(6:8) TO rate-date
            IF rate-date IS NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rate-date)) = 0
                DISPLAY "ERROR: AS-OF date is not a real YYYYMMDD: ", rate-date
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        WHEN OTHER
            DISPLAY "WARNING: unknown PARM token ignored: ", FUNCTION TRIM(parm-token(parm-idx))
    END-EVALUATE.  *> A mis-keyed token is said out loud rather than silently changing what the sample means.

030-CHECK-PARAMETERS.
    IF seed-given-yes AND (run-seed = 0 OR run-seed >= 2147483647)
        DISPLAY "ERROR: SEED must be from 1 to 2147483646."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF size-given-yes AND confidence-given-yes
        DISPLAY "WARNING: both SIZE and CONF given - SIZE is used, CONF and MAT are ignored."
        MOVE 0 TO confidence-given
    END-IF.
    IF size-given-yes
        IF requested-size = 0
            DISPLAY "ERROR: SIZE must be at least 1."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF NOT confidence-given-yes
        DISPLAY "ERROR: give SIZE=n, or CONF=nn and MAT=amount, to say how large a sample to draw."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    EVALUATE confidence-level
        WHEN 80
            MOVE 1.61 TO reliability-factor
        WHEN 90
            MOVE 2.31 TO reliability-factor
        WHEN 95
            MOVE 3.00 TO reliability-factor
        WHEN 99
            MOVE 4.61 TO reliability-factor
        WHEN OTHER
            DISPLAY "ERROR: CONF must be 80, 90, 95, or 99."
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.  *> Poisson reliability factors for no expected misstatement, the figures internal audit's own worksheets use.
    IF materiality = 0
        DISPLAY "ERROR: CONF needs MAT=amount, the tolerable misstatement, above zero."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

100-LOAD-RATES.
    OPEN INPUT RATE-FILE.
    IF rate-fs-status NOT = '00'
        DISPLAY "WARNING: exchange-rate file RATEFILE not available - Status: ", rate-fs-status,
            " - records carrying a currency code are left out of the population."
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

150-LOAD-CONTROL-FILE.
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
                    IF file-table-count < 200
                        ADD 1 TO file-table-count
                        MOVE CONTROL-RECORD TO file-name(file-table-count)
                        MOVE 0 TO file-opened(file-table-count)
                        MOVE ZERO TO file-record-count(file-table-count)
                            file-population-count(file-table-count)
                            file-population-amount(file-table-count)
                            file-sample-count(file-table-count)
                    ELSE
                        MOVE 8 TO run-severity
                        DISPLAY "WARNING: more than 200 extracts on the control file - ",
                            FUNCTION TRIM(CONTROL-RECORD), " is not sampled."
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONTROL-FILE.

200-MEASURE-FILE.
    MOVE file-name(file-idx) TO user-input-file.
    MOVE 0 TO eof-indicator.
    MOVE ZERO TO record-number.
    OPEN INPUT INPUT-FILE.
    IF fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "Error opening file: ", FUNCTION TRIM(user-input-file), " - Status: ", fs-status, " - not sampled"
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO file-opened(file-idx).
    PERFORM UNTIL eof
        READ INPUT-FILE INTO INPUT-RECORD
            AT END
                SET eof TO TRUE
            NOT AT END
                IF HEADER-RECORD-TAG NOT = "HDR" AND TRAILER-RECORD-TAG NOT = "TRL"
                    ADD 1 TO record-number
                    PERFORM 250-VALUE-RECORD
                    IF record-usable-yes
                        ADD 1 TO population-count file-population-count(file-idx)
                        ADD base-amount TO population-amount file-population-amount(file-idx)
                        PERFORM 260-FIND-STRATUM
                        IF stratum-found-yes
                            ADD 1 TO stratum-population-count(stratum-idx)
                            ADD base-amount TO stratum-population-amount(stratum-idx)
                        END-IF
                    END-IF
                END-IF  *> Header and trailer records are control records, not data.
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.
    MOVE record-number TO file-record-count(file-idx).
    ADD record-number TO records-read.

250-VALUE-RECORD.
    MOVE 0 TO record-usable.
    MOVE ZERO TO base-amount.
    IF NUMERIC-DATA IS NOT NUMERIC
        IF measuring-pass-yes
            ADD 1 TO unusable-count
        END-IF
        EXIT PARAGRAPH
    END-IF.  *> Should not happen on a clean file; counted rather than guessed at if it does.
    IF RECORD-CURRENCY-CODE = SPACES
        MOVE NUMERIC-DATA TO base-amount
    ELSE
        PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
            IF currency-code(currency-idx) = RECORD-CURRENCY-CODE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF currency-idx > currency-table-count
            IF measuring-pass-yes
                ADD 1 TO unconverted-count
            END-IF
            EXIT PARAGRAPH
        END-IF
        COMPUTE base-amount ROUNDED = NUMERIC-DATA * currency-rate(currency-idx)
    END-IF.  *> Every amount is valued in base currency, so a foreign feed neither swamps nor vanishes from a monetary-unit sample.
    IF method-mus AND base-amount NOT > ZERO
        IF measuring-pass-yes
            ADD 1 TO nonpositive-count
            ADD base-amount TO nonpositive-amount
        END-IF
        EXIT PARAGRAPH
    END-IF.  *> A monetary-unit sample can only land on positive money; credits and zeros are reported for separate testing.
    SET record-usable-yes TO TRUE.

260-FIND-STRATUM.
    MOVE 0 TO stratum-found.
    PERFORM VARYING stratum-idx FROM 1 BY 1 UNTIL stratum-idx > stratum-table-count
        IF stratum-code(stratum-idx) = RECORD-GROUP-CODE
            SET stratum-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT stratum-found-yes
        IF stratum-table-count >= 500
            IF NOT stratum-table-full-warned-yes
                SET stratum-table-full-warned-yes TO TRUE
                IF run-severity < 4
                    MOVE 4 TO run-severity
                END-IF
                DISPLAY "WARNING: more than 500 group codes - later groups are not broken out on the cover report."
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO stratum-table-count
        MOVE stratum-table-count TO stratum-idx
        MOVE RECORD-GROUP-CODE TO stratum-code(stratum-idx)
        MOVE ZERO TO stratum-population-count(stratum-idx) stratum-population-amount(stratum-idx)
            stratum-allocation(stratum-idx) stratum-seen(stratum-idx)
            stratum-sample-count(stratum-idx) stratum-sample-amount(stratum-idx)
        SET stratum-found-yes TO TRUE
    END-IF.

300-SIZE-SAMPLE.
    IF population-count = 0
        DISPLAY "ERROR: no records to sample from the extracts on ", FUNCTION TRIM(control-file-name), "."
        MOVE 12 TO run-severity
        PERFORM 800-COVER-REPORT
        MOVE run-severity TO RETURN-CODE
        STOP RUN
    END-IF.
    IF (method-mus OR confidence-given-yes) AND population-amount NOT > ZERO
        DISPLAY "ERROR: the population on ", FUNCTION TRIM(control-file-name),
            " nets to zero or less - there is no money to sample by or size against."
        MOVE 12 TO run-severity
        PERFORM 800-COVER-REPORT
        MOVE run-severity TO RETURN-CODE
        STOP RUN
    END-IF.  *> A stratified sample of a credit-note extract needs only records; the interval and the CONF/MAT size need positive money.
    IF confidence-given-yes
        COMPUTE size-work = population-amount * reliability-factor
        DIVIDE size-work BY materiality GIVING size-quotient
        COMPUTE requested-size = size-quotient
        IF requested-size < size-quotient
            ADD 1 TO requested-size
        END-IF
        IF requested-size = 0
            MOVE 1 TO requested-size
        END-IF
    END-IF.  *> Sample size = population value x reliability factor / tolerable misstatement, rounded up.
    MOVE requested-size TO sample-size.
    IF sample-size > population-count
        MOVE population-count TO sample-size
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: sample size ", requested-size, " is more than the population of ",
            population-count, " records - every record is selected."
    END-IF.

    IF method-mus
        DIVIDE population-amount BY sample-size GIVING mus-interval
        PERFORM 700-NEXT-RANDOM
        COMPUTE mus-start = mus-interval * random-fraction
        MOVE mus-start TO next-point
        EXIT PARAGRAPH
    END-IF.  *> Systematic selection from a random start: every monetary unit has the same chance, so every record's chance is in proportion to its amount.

    MOVE 0 TO allocation-floor.
    IF sample-size >= stratum-table-count
        MOVE 1 TO allocation-floor
    END-IF.
    MOVE ZERO TO allocation-total.
    PERFORM VARYING stratum-idx FROM 1 BY 1 UNTIL stratum-idx > stratum-table-count
        COMPUTE allocation-work = sample-size * stratum-population-count(stratum-idx)
        DIVIDE allocation-work BY population-count GIVING stratum-quota(stratum-idx)
        DIVIDE allocation-work BY population-count GIVING stratum-allocation(stratum-idx) ROUNDED
        IF stratum-allocation(stratum-idx) < allocation-floor
            MOVE allocation-floor TO stratum-allocation(stratum-idx)
        END-IF
        IF stratum-allocation(stratum-idx) > stratum-population-count(stratum-idx)
            MOVE stratum-population-count(stratum-idx) TO stratum-allocation(stratum-idx)
        END-IF
        ADD stratum-allocation(stratum-idx) TO allocation-total
    END-PERFORM.  *> Proportional allocation by record count, with at least one from every group when the sample is big enough to go round.
    PERFORM 310-BALANCE-ALLOCATION.

310-BALANCE-ALLOCATION.
    MOVE 1 TO best-idx.
    PERFORM UNTIL allocation-total = sample-size OR best-idx = 0
        MOVE 0 TO best-idx
        PERFORM VARYING stratum-idx FROM 1 BY 1 UNTIL stratum-idx > stratum-table-count
            COMPUTE allocation-gap = stratum-quota(stratum-idx) - stratum-allocation(stratum-idx)
            IF allocation-total < sample-size
                IF stratum-allocation(stratum-idx) < stratum-population-count(stratum-idx)
                   AND (best-idx = 0 OR allocation-gap > best-gap)
                    MOVE stratum-idx TO best-idx
                    MOVE allocation-gap TO best-gap
                END-IF
            ELSE
                IF stratum-allocation(stratum-idx) > allocation-floor
                   AND (best-idx = 0 OR allocation-gap < best-gap)
                    MOVE stratum-idx TO best-idx
                    MOVE allocation-gap TO best-gap
                END-IF
            END-IF
        END-PERFORM
        IF best-idx > 0
            IF allocation-total < sample-size
                ADD 1 TO stratum-allocation(best-idx) allocation-total
            ELSE
                SUBTRACT 1 FROM stratum-allocation(best-idx) allocation-total
            END-IF
        END-IF
    END-PERFORM.  *> Largest remainder: a short sample goes one record at a time to the groups rounding cut most, an over-full one comes back from those it favoured most; ties go to the earlier group.
    IF allocation-total NOT = sample-size
        SET allocation-short-yes TO TRUE
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        DISPLAY "WARNING: group allocations come to ", allocation-total, " of the sample size of ",
            sample-size, " - the groups held cannot make up the rest."
    END-IF.  *> Only when records sit in groups past the 500th, which have no allocation of their own.

400-SELECT-FROM-FILE.
    MOVE file-name(file-idx) TO user-input-file.
    MOVE 0 TO eof-indicator.
    MOVE ZERO TO record-number.
    OPEN INPUT INPUT-FILE.
    IF fs-status NOT = '00'
        MOVE 8 TO run-severity
        DISPLAY "Error reopening file: ", FUNCTION TRIM(user-input-file), " - Status: ", fs-status,
            " - its records were counted but cannot be selected"
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO line-number.
    PERFORM UNTIL eof
        READ INPUT-FILE INTO INPUT-RECORD
            AT END
                SET eof TO TRUE
            NOT AT END
                ADD 1 TO line-number
                IF HEADER-RECORD-TAG NOT = "HDR" AND TRAILER-RECORD-TAG NOT = "TRL"
                    ADD 1 TO record-number
                    PERFORM 250-VALUE-RECORD
                    IF record-usable-yes
                        PERFORM 260-FIND-STRATUM
                        IF method-mus
                            PERFORM 410-SELECT-MUS
                        ELSE
                            PERFORM 420-SELECT-STRAT
                        END-IF
                        IF record-hits > 0
                            PERFORM 450-WRITE-SAMPLE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.

410-SELECT-MUS.
    MOVE ZERO TO record-hits.
    ADD base-amount TO cumulative-amount.
    PERFORM UNTIL next-point >= cumulative-amount OR record-hits > 9998
        ADD 1 TO record-hits
        ADD mus-interval TO next-point
    END-PERFORM.  *> Every selection point below the running total that has not yet been claimed falls in this record.

420-SELECT-STRAT.
    MOVE ZERO TO record-hits.
    IF NOT stratum-found-yes
        EXIT PARAGRAPH
    END-IF.
    COMPUTE records-needed = stratum-allocation(stratum-idx) - stratum-sample-count(stratum-idx).
    COMPUTE records-left = stratum-population-count(stratum-idx) - stratum-seen(stratum-idx).
    ADD 1 TO stratum-seen(stratum-idx).
    IF records-needed = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM 700-NEXT-RANDOM.
    COMPUTE selection-test = records-left * random-fraction.
    IF selection-test < records-needed
        MOVE 1 TO record-hits
    END-IF.  *> Selection sampling: each record is taken with chance needed/left, which gives every group exactly its allocation, all equally likely.

450-WRITE-SAMPLE.
    MOVE user-input-file TO sample-file-name.
    MOVE line-number TO sample-line-number.
    MOVE record-number TO sample-position.
    MOVE RECORD-GROUP-CODE TO sample-group-code.
    MOVE NUMERIC-DATA TO sample-amount-field.
    MOVE RECORD-CURRENCY-CODE TO sample-currency-code.
    MOVE base-amount TO sample-base-amount.
    MOVE record-hits TO sample-hits.
    WRITE SAMPLE-RECORD FROM sample-line.
    ADD 1 TO sample-count file-sample-count(file-idx).
    ADD base-amount TO sample-amount.
    IF stratum-found-yes
        ADD 1 TO stratum-sample-count(stratum-idx)
        ADD base-amount TO stratum-sample-amount(stratum-idx)
    END-IF.

700-NEXT-RANDOM.
    COMPUTE random-product = random-seed * 16807.
    DIVIDE random-product BY 2147483647 GIVING random-quotient REMAINDER random-seed.
    COMPUTE random-fraction = random-seed / 2147483647.  *> The minimal standard generator: the same seed gives the same draws on any machine, which is the point.

800-COVER-REPORT.
    OPEN OUTPUT COVER-FILE.
    IF cover-fs-status NOT = '00'
        DISPLAY "Error opening cover report SAMPRPT - Status: ", cover-fs-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO cover-line.
    STRING "AUDIT SAMPLE - CONTROL FILE: " DELIMITED BY SIZE
           FUNCTION TRIM(control-file-name) DELIMITED BY SIZE
           "  RUN DATE: " DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
           "  RATES AS OF: " DELIMITED BY SIZE
           rate-date DELIMITED BY SIZE
        INTO cover-line.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO cover-line.
    PERFORM 950-WRITE-LINE.

    MOVE SPACES TO cover-line.
    IF method-mus
        STRING "METHOD: MONETARY-UNIT SAMPLING (PROBABILITY PROPORTIONAL TO AMOUNT)" DELIMITED BY SIZE
            INTO cover-line
    ELSE
        STRING "METHOD: RANDOM SAMPLE STRATIFIED BY GROUP CODE" DELIMITED BY SIZE
            INTO cover-line
    END-IF.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO cover-line.
    MOVE requested-size TO formatted-sample.
    IF confidence-given-yes
        MOVE reliability-factor TO formatted-factor
        MOVE materiality TO formatted-amount
        STRING "SIZED BY: CONFIDENCE " DELIMITED BY SIZE
               confidence-level DELIMITED BY SIZE
               "% (RELIABILITY FACTOR " DELIMITED BY SIZE
               formatted-factor DELIMITED BY SIZE
               ") MATERIALITY " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-amount) DELIMITED BY SIZE
               " -> SIZE " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-sample) DELIMITED BY SIZE
            INTO cover-line
    ELSE
        STRING "SIZED BY: REQUESTED SIZE " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-sample) DELIMITED BY SIZE
            INTO cover-line
    END-IF.
    PERFORM 950-WRITE-LINE.
    IF allocation-short-yes
        MOVE allocation-total TO formatted-allocated
        MOVE sample-size TO formatted-sample
        MOVE SPACES TO cover-line
        STRING "ALLOCATED " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-allocated) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-sample) DELIMITED BY SIZE
               " - RECORDS IN GROUPS PAST THE 500TH CANNOT BE DRAWN" DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-IF.
    MOVE run-seed TO formatted-seed.
    MOVE SPACES TO cover-line.
    MOVE 1 TO cover-pointer.
    STRING "SEED: " DELIMITED BY SIZE
           FUNCTION TRIM(formatted-seed) DELIMITED BY SIZE
        INTO cover-line WITH POINTER cover-pointer.
    IF seed-given-yes
        STRING " (AS GIVEN)" DELIMITED BY SIZE
            INTO cover-line WITH POINTER cover-pointer
    ELSE
        STRING " (NEW - KEEP WITH THE WORKING PAPERS)" DELIMITED BY SIZE
            INTO cover-line WITH POINTER cover-pointer
    END-IF.
    PERFORM 950-WRITE-LINE.
    MOVE SPACES TO cover-line.
    MOVE 1 TO cover-pointer.
    STRING "TO REPRODUCE: PARM='" DELIMITED BY SIZE
           FUNCTION TRIM(control-file-name) DELIMITED BY SIZE
           " METHOD=" DELIMITED BY SIZE
           FUNCTION TRIM(sample-method) DELIMITED BY SIZE
        INTO cover-line WITH POINTER cover-pointer.
    IF confidence-given-yes
        MOVE materiality TO formatted-amount
        STRING " CONF=" DELIMITED BY SIZE
               confidence-level DELIMITED BY SIZE
               " MAT=" DELIMITED BY SIZE
               FUNCTION TRIM(formatted-amount) DELIMITED BY SIZE
            INTO cover-line WITH POINTER cover-pointer
    ELSE
        STRING " SIZE=" DELIMITED BY SIZE
               FUNCTION TRIM(formatted-sample) DELIMITED BY SIZE
            INTO cover-line WITH POINTER cover-pointer
    END-IF.
    STRING " SEED=" DELIMITED BY SIZE
           FUNCTION TRIM(formatted-seed) DELIMITED BY SIZE
           " ASOF=" DELIMITED BY SIZE
           rate-date DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
        INTO cover-line WITH POINTER cover-pointer.
    PERFORM 950-WRITE-LINE.  *> Same extracts, same order, same PARM: same sample.
    MOVE SPACES TO cover-line.
    PERFORM 950-WRITE-LINE.

    MOVE SPACES TO cover-line.
    STRING "----- POPULATION (AMOUNTS IN BASE CURRENCY) -----" DELIMITED BY SIZE INTO cover-line.
    PERFORM 950-WRITE-LINE.
    PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > file-table-count
        MOVE SPACES TO cover-line
        IF file-opened(file-idx) = 1
            MOVE file-population-count(file-idx) TO formatted-count
            MOVE file-population-amount(file-idx) TO formatted-amount
            MOVE file-sample-count(file-idx) TO formatted-sample
            STRING "FILE " DELIMITED BY SIZE
                   file-name(file-idx) DELIMITED BY SIZE
                   " RECORDS " DELIMITED BY SIZE
                   formatted-count DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   formatted-amount DELIMITED BY SIZE
                   " SAMPLED " DELIMITED BY SIZE
                   formatted-sample DELIMITED BY SIZE
                INTO cover-line
        ELSE
            STRING "FILE " DELIMITED BY SIZE
                   file-name(file-idx) DELIMITED BY SIZE
                   " ** NOT READ - NOT IN THE POPULATION" DELIMITED BY SIZE
                INTO cover-line
        END-IF
        PERFORM 950-WRITE-LINE
    END-PERFORM.
    MOVE SPACES TO cover-line.
    PERFORM 950-WRITE-LINE.
    PERFORM VARYING stratum-idx FROM 1 BY 1 UNTIL stratum-idx > stratum-table-count
        MOVE stratum-population-count(stratum-idx) TO formatted-count
        MOVE stratum-population-amount(stratum-idx) TO formatted-amount
        MOVE stratum-sample-count(stratum-idx) TO formatted-sample
        MOVE stratum-sample-amount(stratum-idx) TO formatted-sample-amount
        MOVE SPACES TO cover-line
        STRING "GROUP " DELIMITED BY SIZE
               stratum-code(stratum-idx) DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               formatted-count DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               formatted-amount DELIMITED BY SIZE
               " SAMPLED " DELIMITED BY SIZE
               formatted-sample DELIMITED BY SIZE
               " SAMPLED AMOUNT " DELIMITED BY SIZE
               formatted-sample-amount DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-PERFORM.
    MOVE SPACES TO cover-line.
    PERFORM 950-WRITE-LINE.

    MOVE records-read TO formatted-count.
    MOVE SPACES TO cover-line.
    STRING "DATA RECORDS READ:          " DELIMITED BY SIZE formatted-count DELIMITED BY SIZE
        INTO cover-line.
    PERFORM 950-WRITE-LINE.
    MOVE population-count TO formatted-count.
    MOVE population-amount TO formatted-amount.
    MOVE SPACES TO cover-line.
    STRING "POPULATION RECORDS:         " DELIMITED BY SIZE formatted-count DELIMITED BY SIZE
           "  AMOUNT " DELIMITED BY SIZE formatted-amount DELIMITED BY SIZE
        INTO cover-line.
    PERFORM 950-WRITE-LINE.
    IF nonpositive-count > 0
        MOVE nonpositive-count TO formatted-count
        MOVE nonpositive-amount TO formatted-amount
        MOVE SPACES TO cover-line
        STRING "ZERO/NEGATIVE - NOT IN MUS: " DELIMITED BY SIZE formatted-count DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE formatted-amount DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-IF.  *> Credits cannot be reached by a monetary-unit sample; the auditors need to know how much sits outside it.
    IF unconverted-count > 0
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        MOVE unconverted-count TO formatted-count
        MOVE SPACES TO cover-line
        STRING "NO RATE - NOT IN POPULATION:" DELIMITED BY SIZE formatted-count DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-IF.
    IF unusable-count > 0
        IF run-severity < 4
            MOVE 4 TO run-severity
        END-IF
        MOVE unusable-count TO formatted-count
        MOVE SPACES TO cover-line
        STRING "AMOUNT NOT NUMERIC:         " DELIMITED BY SIZE formatted-count DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-IF.
    IF method-mus AND sample-size > 0
        MOVE mus-interval TO formatted-interval
        MOVE mus-start TO formatted-start
        MOVE SPACES TO cover-line
        STRING "SAMPLING INTERVAL: " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-interval) DELIMITED BY SIZE
               "  RANDOM START: " DELIMITED BY SIZE
               FUNCTION TRIM(formatted-start) DELIMITED BY SIZE
            INTO cover-line
        PERFORM 950-WRITE-LINE
    END-IF.
    MOVE sample-count TO formatted-sample.
    MOVE sample-amount TO formatted-sample-amount.
    MOVE SPACES TO cover-line.
    STRING "RECORDS SELECTED:           " DELIMITED BY SIZE formatted-sample DELIMITED BY SIZE
           "    AMOUNT " DELIMITED BY SIZE formatted-sample-amount DELIMITED BY SIZE
           "  (SAMPLOUT)" DELIMITED BY SIZE
        INTO cover-line.
    PERFORM 950-WRITE-LINE.  *> Under MUS a record bigger than the interval takes more than one point, so fewer records than the sample size can come back.
    MOVE SPACES TO cover-line.
    STRING "CONDITION CODE: " DELIMITED BY SIZE
           run-severity DELIMITED BY SIZE
        INTO cover-line.
    PERFORM 950-WRITE-LINE.
    CLOSE COVER-FILE.

950-WRITE-LINE.
    DISPLAY FUNCTION TRIM(cover-line TRAILING).
    WRITE COVER-RECORD FROM cover-line.
