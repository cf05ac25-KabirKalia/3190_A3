        FILE STATUS IS next-control-fs-status.  *> Generated control file naming only the clean copies of extracts that actually edited, and whose names fit statmeasure's 50-byte control records; hand this to statmeasure as its PARM.
    SELECT EDIT-STATUS-FILE ASSIGN TO "EDITSTAT" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS edit-status-fs-status.  *> One batch-status record per edited extract: counts and the in-balance flag, for statmeasure's report.
    SELECT RATE-FILE ASSIGN TO "RATEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-fs-status.  *> Dated exchange rates kept by ratemaint; a foreign-currency record needs a rate in force to pass.
    SELECT RULE-FILE ASSIGN TO "RULEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rule-fs-status.  *> Dated per-group business rules kept by rulemaint; a record that passes the format edits must also pass its group's rule.

DATA DIVISION.
FILE SECTION.
    02 EXTRACT-AMOUNT PIC S9(6)V9(2).  *> Same layout as statmeasure's NUMERIC-DATA; the class test below is the edit statmeasure never had.
    02 EXTRACT-GROUP-CODE PIC X(4).  *> Department/category code; must be non-blank for the control-break report.
    02 EXTRACT-QUANTITY PIC 9(7).  *> Unit quantity the upstream system can stamp into the filler; edited only in weighted mode.
    02 EXTRACT-CURRENCY-CODE PIC X(3).  *> Currency the amount is in; blank = base currency, anything else must be on the rate file.
    02 FILLER PIC X(58).  *> Filler to accommodate the rest of the line.
01 EXTRACT-TAGGED-RECORD.  *> Alternate view: HDR / TRL control records carried by the extract, same tags statmeasure honours.
    02 EXTRACT-RECORD-TAG PIC X(3).
    02 FILLER PIC X(77).
    02 STAT-CLEAN-COUNT PIC 9(9).  *> Records that passed every edit.
    02 STAT-REJECT-COUNT PIC 9(9).  *> Records written to the reject file.
    02 STAT-BALANCE-FLAG PIC X(1).  *> Y = raw extract balanced against its trailer, N = it did not, U = no trailer to check.
    02 STAT-RULE-COUNTS.
        03 STAT-RULE-COUNT PIC 9(7) OCCURS 4 TIMES.  *> Records each business rule rejected, in reason-code order: 07 sentinel, 08 sign, 09 amount range, 10 quantity range.

FD RATE-FILE.
01 RATE-RECORD.
    02 RATE-CURRENCY-CODE PIC X(3).
    02 RATE-CURRENCY-DESC PIC X(30).
    02 RATE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rate for those dates.
    02 RATE-TO-BASE PIC 9(5)V9(6).  *> Base-currency units for one unit of this currency.
    02 RATE-EFF-FROM PIC X(8).  *> First business date this rate applies, YYYYMMDD.
    02 RATE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD RULE-FILE.
01 RULE-RECORD.
    02 RULE-GROUP-CODE PIC X(4).  *> Group code the rule applies to; **** = every group with no rule of its own.
    02 RULE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rule of the group's own for those dates.
    02 RULE-AMOUNT-LOW PIC X(10).  *> Lowest amount allowed, in base currency; blank = no lower limit.
    02 RULE-AMOUNT-HIGH PIC X(10).  *> Highest amount allowed, in base currency; blank = no upper limit.
    02 RULE-SIGN-ALLOWED PIC X(1).  *> P = zero or positive only, N = zero or negative only, blank = either.
    02 RULE-QUANTITY-LOW PIC X(7).  *> Lowest quantity allowed, weighted mode only; blank = no lower limit.
    02 RULE-QUANTITY-HIGH PIC X(7).  *> Highest quantity allowed; blank = no upper limit.
    02 RULE-SENTINEL PIC X(10) OCCURS 3 TIMES.  *> Placeholder amounts the upstream system stamps when it has no real figure; blank = unused.
    02 RULE-EFF-FROM PIC X(8).  *> First business date this version applies, YYYYMMDD.
    02 RULE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD REJECT-FILE.
01 REJECT-RECORD.
    02 REJECT-REASON-CODE PIC X(2).  *> 01 = amount columns not numeric, 02 = group code blank, 03 = trailer out of balance, 04 = quantity columns not numeric (weighted mode only), 05 = currency not on the rate file, 06 = no rate in force for the business date, 07 = amount is a forbidden sentinel value, 08 = amount sign not allowed for the group, 09 = amount outside the group's range, 10 = quantity outside the group's range (weighted mode only).
    02 FILLER PIC X(1).
    02 REJECT-RECORD-IMAGE PIC X(80).  *> Original record image, untouched, so the upstream system can be shown exactly what it sent.
    02 FILLER PIC X(1).
01 run-date PIC X(8).  *> Run date in YYYYMMDD form, stamped on every reject record for aging.
01 weighted-mode PIC 9 VALUE 0.
    88 weighted-mode-yes VALUE 1.  *> Run-wide weighted mode: the quantity columns are edited for numerics, same as the amount.
01 rate-fs-status PIC XX.  *> File status for the exchange-rate file.
01 rate-eof-indicator PIC 9 VALUE 0.
    88 rate-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rate file.
01 rate-date PIC X(8).  *> Business date the currency and rule edits look rates and rules up for: today, or ASOF= off the PARM.
01 currency-table-count PIC 9(3) VALUE ZERO.  *> Number of currencies held from the rate file.
01 currency-idx PIC 9(3) VALUE ZERO.  *> Work index used while searching/scanning currency-table.
01 currency-found PIC 9 VALUE 0.
    88 currency-found-yes VALUE 1.  *> True once the currency has been located in currency-table.
01 currency-check PIC 9 VALUE 0.  *> Outcome of the current record's currency edit.
    88 currency-base VALUE 0.  *> Blank currency: already base, nothing to look up.
    88 currency-unknown VALUE 1.  *> Not on the rate file at all - reason 05.
    88 currency-no-rate VALUE 2.  *> On file, but no active rate covers the business date - reason 06.
    88 currency-rated VALUE 3.
01 currency-table.
    05 currency-entry OCCURS 1 TO 200 TIMES DEPENDING ON currency-table-count.  *> One entry per currency on the rate file, whatever its versions.
        10 currency-code PIC X(3).
        10 currency-rate-in-force PIC 9.  *> 1 when an active version covers the rate date.
        10 currency-rate PIC 9(5)V9(6).  *> That version's RATE-TO-BASE, for judging amount ranges in base currency.
01 rule-fs-status PIC XX.  *> File status for the business-rule file.
01 rule-eof-indicator PIC 9 VALUE 0.
    88 rule-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rule file.
01 rule-table-count PIC 9(3) VALUE ZERO.  *> Number of rules in force held from the rule file.
01 rule-idx PIC 9(3) VALUE ZERO.  *> Work index used while searching/scanning rule-table.
01 default-rule-idx PIC 9(3) VALUE ZERO.  *> Entry of the **** rule, if one is in force; zero = none.
01 rule-found PIC 9 VALUE 0.
    88 rule-found-yes VALUE 1.  *> True once the record's group has been located in rule-table.
01 rule-value-bad PIC 9 VALUE 0.
    88 rule-value-bad-yes VALUE 1.  *> True when a limit on the rule being loaded is not a number and has been left unset.
01 sentinel-idx PIC 9 VALUE ZERO.  *> Work index over the three sentinel slots.
01 rule-table.
    05 rule-entry OCCURS 1 TO 500 TIMES DEPENDING ON rule-table-count.  *> One entry per group with a rule in force on the rate date.
        10 rule-code PIC X(4).
        10 rule-min-amount-set PIC 9.  *> 1 when the rule has a lower amount limit.
        10 rule-min-amount PIC S9(6)V9(2).
        10 rule-max-amount-set PIC 9.  *> 1 when the rule has an upper amount limit.
        10 rule-max-amount PIC S9(6)V9(2).
        10 rule-sign PIC X(1).  *> P, N, or blank for either.
        10 rule-min-quantity-set PIC 9.  *> 1 when the rule has a lower quantity limit.
        10 rule-min-quantity PIC 9(7).
        10 rule-max-quantity-set PIC 9.  *> 1 when the rule has an upper quantity limit.
        10 rule-max-quantity PIC 9(7).
        10 rule-sentinel-count PIC 9.  *> Sentinel amounts held, packed to the front of the slots.
        10 rule-sentinel-amount PIC S9(6)V9(2) OCCURS 3 TIMES.
01 rule-base-amount PIC S9(12)V9(2) VALUE ZERO.  *> Record amount in base currency, for the amount-range rule.
01 rule-reject-reason PIC X(2).  *> Reason code of the rule the current record broke; spaces = it passed.
01 rule-count-idx PIC 9 VALUE ZERO.  *> Slot in rule-reject-counts for that reason code.
01 rule-reject-counts.
    05 rule-reject-count PIC 9(7) OCCURS 4 TIMES VALUE ZERO.  *> Current extract's rejects per rule: 07 sentinel, 08 sign, 09 amount range, 10 quantity range.
01 total-rule-reject-counts.
    05 total-rule-reject-count PIC 9(9) OCCURS 4 TIMES VALUE ZERO.  *> Batch-wide rejects per rule for the end-of-run line.
01 parm-idx PIC 9 VALUE ZERO.  *> Work index over the optional PARM tokens.
01 parm-tokens.
    05 parm-token PIC X(14) OCCURS 2 TIMES.  *> Optional PARM tokens after the control file: WEIGHTED, ASOF=yyyymmdd.
01 run-parm PIC X(80).  *> Control file name and optional WEIGHTED and ASOF= tokens, parsed from the run's PARM.

PROCEDURE DIVISION.
000-INITIALIZE.
    IF run-parm = SPACES
        DISPLAY "Enter the name of the batch control file: "
        ACCEPT control-file-name
        MOVE SPACES TO parm-tokens
        DISPLAY "Edit the quantity column too? (WEIGHTED or blank): "
        ACCEPT parm-token(1)
        DISPLAY "Business date for exchange rates YYYYMMDD (blank = today): "
        ACCEPT parm-token(2)
        IF parm-token(2) NOT = SPACES
            MOVE parm-token(2)(1:8) TO rate-date
            MOVE SPACES TO parm-token(2)
            STRING "ASOF=" DELIMITED BY SIZE
                   rate-date DELIMITED BY SIZE
                INTO parm-token(2)
        END-IF  *> Put back in the PARM's own form so both paths share one check.
    ELSE
        MOVE SPACES TO control-file-name parm-tokens  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
        UNSTRING run-parm DELIMITED BY ALL SPACE
            INTO control-file-name parm-token(1) parm-token(2)
    END-IF.
    MOVE run-date TO rate-date.
    PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 2
        MOVE FUNCTION UPPER-CASE(parm-token(parm-idx)) TO parm-token(parm-idx)
        EVALUATE TRUE
            WHEN parm-token(parm-idx) = SPACES
                CONTINUE
            WHEN parm-token(parm-idx) = "WEIGHTED"
                SET weighted-mode-yes TO TRUE
                DISPLAY "Weighted mode: the quantity columns are edited for numerics."
            WHEN parm-token(parm-idx)(1:5) = "ASOF="
                MOVE parm-token(parm-idx)(6:8) TO rate-date
                IF rate-date IS NOT NUMERIC
                   OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rate-date)) = 0
                    DISPLAY "Error: AS-OF date is not a real YYYYMMDD: ", rate-date
                    STOP RUN
                END-IF
                DISPLAY "As-of edit: currencies are checked against the rates for business date ", rate-date, "."
            WHEN OTHER
                DISPLAY "WARNING: unknown PARM token ignored: ", FUNCTION TRIM(parm-token(parm-idx))
        END-EVALUATE
    END-PERFORM.  *> Optional tokens, in either order. The as-of date only picks the rates; rejects are still stamped with today for aging.
    PERFORM 050-LOAD-RATES.
    PERFORM 060-LOAD-RULES.

    OPEN INPUT CONTROL-FILE.

    ELSE
        DISPLAY "EDIT COMPLETE - ", file-count, " FILE(S) READ=", total-read-count,
            " CLEAN=", total-clean-count, " REJECTED=", total-reject-count
        IF rule-table-count > 0
            DISPLAY "RULE REJECTS - SENTINEL=", total-rule-reject-count(1), " SIGN=", total-rule-reject-count(2),
                " AMOUNT RANGE=", total-rule-reject-count(3), " QUANTITY RANGE=", total-rule-reject-count(4)
        END-IF
    END-IF.

    CLOSE CONTROL-FILE.
    CLOSE EDIT-STATUS-FILE.
    STOP RUN.

050-LOAD-RATES.
    OPEN INPUT RATE-FILE.
    IF rate-fs-status NOT = '00'
        DISPLAY "WARNING: no exchange-rate file RATEFILE - Status: ", rate-fs-status,
            " - every record carrying a currency code will be rejected."
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL rate-eof
        READ RATE-FILE INTO RATE-RECORD
            AT END
                SET rate-eof TO TRUE
            NOT AT END
                IF RATE-CURRENCY-CODE NOT = SPACES
                    MOVE 0 TO currency-found
                    PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
                        IF currency-code(currency-idx) = RATE-CURRENCY-CODE
                            SET currency-found-yes TO TRUE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF NOT currency-found-yes AND currency-table-count < 200
                        ADD 1 TO currency-table-count
                        MOVE currency-table-count TO currency-idx
                        MOVE RATE-CURRENCY-CODE TO currency-code(currency-idx)
                        MOVE 0 TO currency-rate-in-force(currency-idx)
                        MOVE ZERO TO currency-rate(currency-idx)
                        SET currency-found-yes TO TRUE
                    END-IF
                    IF currency-found-yes AND RATE-ACTIVE-FLAG = "A" AND RATE-TO-BASE IS NUMERIC
                       AND RATE-TO-BASE > 0
                       AND RATE-EFF-FROM <= rate-date
                       AND (RATE-EFF-TO = SPACES OR RATE-EFF-TO >= rate-date)
                        MOVE 1 TO currency-rate-in-force(currency-idx)
                        MOVE RATE-TO-BASE TO currency-rate(currency-idx)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RATE-FILE.  *> Known-but-no-rate and never-heard-of are kept apart, since one is fixed on the rate file and the other upstream.

060-LOAD-RULES.
    OPEN INPUT RULE-FILE.
    IF rule-fs-status NOT = '00'
        DISPLAY "No business-rule file RULEFILE - Status: ", rule-fs-status,
            " - records get the format edits only."
        EXIT PARAGRAPH
    END-IF.  *> Rules are an extra layer; a shop that has set none up edits exactly as it always did.
    PERFORM UNTIL rule-eof
        READ RULE-FILE INTO RULE-RECORD
            AT END
                SET rule-eof TO TRUE
            NOT AT END
                IF RULE-GROUP-CODE NOT = SPACES AND RULE-ACTIVE-FLAG = "A"
                   AND (RULE-EFF-FROM = SPACES OR RULE-EFF-FROM <= rate-date)
                   AND (RULE-EFF-TO = SPACES OR RULE-EFF-TO >= rate-date)
                    IF rule-table-count < 500
                        PERFORM 065-HOLD-RULE
                    ELSE
                        DISPLAY "WARNING: more than 500 rules in force - rule for ", RULE-GROUP-CODE,
                            " not applied."
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RULE-FILE.  *> Only the version in force on the business date is held; an inactive one leaves the group to the **** rule, if any.

065-HOLD-RULE.
    ADD 1 TO rule-table-count.
    MOVE rule-table-count TO rule-idx.
    MOVE 0 TO rule-value-bad.
    MOVE RULE-GROUP-CODE TO rule-code(rule-idx).
    MOVE ZERO TO rule-min-amount-set(rule-idx) rule-min-amount(rule-idx)
        rule-max-amount-set(rule-idx) rule-max-amount(rule-idx)
        rule-min-quantity-set(rule-idx) rule-min-quantity(rule-idx)
        rule-max-quantity-set(rule-idx) rule-max-quantity(rule-idx)
        rule-sentinel-count(rule-idx).
    MOVE RULE-SIGN-ALLOWED TO rule-sign(rule-idx).
    IF RULE-AMOUNT-LOW NOT = SPACES
        IF FUNCTION TEST-NUMVAL(RULE-AMOUNT-LOW) = 0
            MOVE 1 TO rule-min-amount-set(rule-idx)
            COMPUTE rule-min-amount(rule-idx) = FUNCTION NUMVAL(RULE-AMOUNT-LOW)
        ELSE
            SET rule-value-bad-yes TO TRUE
        END-IF
    END-IF.
    IF RULE-AMOUNT-HIGH NOT = SPACES
        IF FUNCTION TEST-NUMVAL(RULE-AMOUNT-HIGH) = 0
            MOVE 1 TO rule-max-amount-set(rule-idx)
            COMPUTE rule-max-amount(rule-idx) = FUNCTION NUMVAL(RULE-AMOUNT-HIGH)
        ELSE
            SET rule-value-bad-yes TO TRUE
        END-IF
    END-IF.
    IF RULE-QUANTITY-LOW NOT = SPACES
        IF FUNCTION TEST-NUMVAL(RULE-QUANTITY-LOW) = 0
            MOVE 1 TO rule-min-quantity-set(rule-idx)
            COMPUTE rule-min-quantity(rule-idx) = FUNCTION NUMVAL(RULE-QUANTITY-LOW)
        ELSE
            SET rule-value-bad-yes TO TRUE
        END-IF
    END-IF.
    IF RULE-QUANTITY-HIGH NOT = SPACES
        IF FUNCTION TEST-NUMVAL(RULE-QUANTITY-HIGH) = 0
            MOVE 1 TO rule-max-quantity-set(rule-idx)
            COMPUTE rule-max-quantity(rule-idx) = FUNCTION NUMVAL(RULE-QUANTITY-HIGH)
        ELSE
            SET rule-value-bad-yes TO TRUE
        END-IF
    END-IF.
    PERFORM VARYING sentinel-idx FROM 1 BY 1 UNTIL sentinel-idx > 3
        IF RULE-SENTINEL(sentinel-idx) NOT = SPACES
            IF FUNCTION TEST-NUMVAL(RULE-SENTINEL(sentinel-idx)) = 0
                ADD 1 TO rule-sentinel-count(rule-idx)
                COMPUTE rule-sentinel-amount(rule-idx, rule-sentinel-count(rule-idx))
                    = FUNCTION NUMVAL(RULE-SENTINEL(sentinel-idx))
            ELSE
                SET rule-value-bad-yes TO TRUE
            END-IF
        END-IF
    END-PERFORM.
    IF rule-value-bad-yes
        DISPLAY "WARNING: rule for ", RULE-GROUP-CODE, " has a limit that is not a number",
            " - that limit is not applied; correct it through rulemaint."
    END-IF.  *> rulemaint never writes one, so a bad value means the file was edited by hand; the rest of the rule still stands.
    IF RULE-GROUP-CODE = "****"
        MOVE rule-idx TO default-rule-idx
    END-IF.

100-EDIT-FILE.
    MOVE ZERO TO read-count clean-count reject-count.
    MOVE ZERO TO rule-reject-counts.
    MOVE ZERO TO clean-trailer-count clean-trailer-total.
    MOVE ZERO TO data-read-count amount-read-total claimed-trailer-count claimed-trailer-total.
    MOVE SPACES TO original-trailer-image.
            ADD read-count TO total-read-count
            ADD clean-count TO total-clean-count
            ADD reject-count TO total-reject-count
            PERFORM VARYING rule-count-idx FROM 1 BY 1 UNTIL rule-count-idx > 4
                ADD rule-reject-count(rule-count-idx) TO total-rule-reject-count(rule-count-idx)
            END-PERFORM
            DISPLAY "EDITED ", FUNCTION TRIM(extract-file-name), " READ=", read-count,
                " CLEAN=", clean-count, " REJECTED=", reject-count
            COMPUTE clean-name-length = FUNCTION LENGTH(FUNCTION TRIM(clean-file-name))
                MOVE clean-count TO STAT-CLEAN-COUNT
                MOVE reject-count TO STAT-REJECT-COUNT
                MOVE balance-flag TO STAT-BALANCE-FLAG
                MOVE rule-reject-counts TO STAT-RULE-COUNTS
                WRITE EDIT-STATUS-RECORD
            END-IF  *> A control record its consumer would truncate is worse than none: the chained run would skip a file nobody knows about.
        WHEN OTHER
            MOVE run-date TO REJECT-DATE
            WRITE REJECT-RECORD
            ADD 1 TO reject-count
        ELSE
        PERFORM 250-CHECK-CURRENCY
        IF currency-unknown
            MOVE "05" TO REJECT-REASON-CODE
            MOVE SPACE TO REJECT-RECORD(3:1)
            MOVE EXTRACT-RECORD TO REJECT-RECORD-IMAGE
            MOVE SPACE TO REJECT-RECORD(84:1)
            MOVE run-date TO REJECT-DATE
            WRITE REJECT-RECORD
            ADD 1 TO reject-count
        ELSE
        IF currency-no-rate
            MOVE "06" TO REJECT-REASON-CODE
            MOVE SPACE TO REJECT-RECORD(3:1)
            MOVE EXTRACT-RECORD TO REJECT-RECORD-IMAGE
            MOVE SPACE TO REJECT-RECORD(84:1)
            MOVE run-date TO REJECT-DATE
            WRITE REJECT-RECORD
            ADD 1 TO reject-count
        ELSE
        PERFORM 260-CHECK-RULES
        IF rule-reject-reason NOT = SPACES
            MOVE rule-reject-reason TO REJECT-REASON-CODE
            MOVE SPACE TO REJECT-RECORD(3:1)
            MOVE EXTRACT-RECORD TO REJECT-RECORD-IMAGE
            MOVE SPACE TO REJECT-RECORD(84:1)
            MOVE run-date TO REJECT-DATE
            WRITE REJECT-RECORD
            ADD 1 TO reject-count
            ADD 1 TO rule-reject-count(rule-count-idx)
        ELSE
            WRITE CLEAN-RECORD FROM EXTRACT-RECORD
            ADD 1 TO clean-count
            ADD EXTRACT-AMOUNT TO clean-trailer-total
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.  *> One alphabetic byte in the amount columns, a blank group code, (in weighted mode) a bad quantity, a currency with no rate for the business date, or a breach of the group's business rule diverts the record to the reject file with its reason code.

250-CHECK-CURRENCY.
    SET currency-base TO TRUE.
    IF EXTRACT-CURRENCY-CODE = SPACES
        EXIT PARAGRAPH
    END-IF.
    SET currency-unknown TO TRUE.
    PERFORM VARYING currency-idx FROM 1 BY 1 UNTIL currency-idx > currency-table-count
        IF currency-code(currency-idx) = EXTRACT-CURRENCY-CODE
            IF currency-rate-in-force(currency-idx) = 1
                SET currency-rated TO TRUE
            ELSE
                SET currency-no-rate TO TRUE
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM.

260-CHECK-RULES.
    MOVE SPACES TO rule-reject-reason.
    MOVE 0 TO rule-found.
    PERFORM VARYING rule-idx FROM 1 BY 1 UNTIL rule-idx > rule-table-count
        IF rule-code(rule-idx) = EXTRACT-GROUP-CODE
            SET rule-found-yes TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.
    IF NOT rule-found-yes
        IF default-rule-idx = 0
            EXIT PARAGRAPH
        END-IF
        MOVE default-rule-idx TO rule-idx
    END-IF.  *> A group's own rule replaces the **** rule outright rather than adding to it.
    PERFORM VARYING sentinel-idx FROM 1 BY 1 UNTIL sentinel-idx > rule-sentinel-count(rule-idx)
        IF EXTRACT-AMOUNT = rule-sentinel-amount(rule-idx, sentinel-idx)
            MOVE "07" TO rule-reject-reason
            MOVE 1 TO rule-count-idx
            EXIT PARAGRAPH
        END-IF
    END-PERFORM.  *> A placeholder is tested first: 999999.99 would otherwise be reported as merely out of range.
    IF (rule-sign(rule-idx) = "P" AND EXTRACT-AMOUNT < 0)
       OR (rule-sign(rule-idx) = "N" AND EXTRACT-AMOUNT > 0)
        MOVE "08" TO rule-reject-reason
        MOVE 2 TO rule-count-idx
        EXIT PARAGRAPH
    END-IF.
    IF EXTRACT-CURRENCY-CODE = SPACES
        MOVE EXTRACT-AMOUNT TO rule-base-amount
    ELSE
        COMPUTE rule-base-amount ROUNDED = EXTRACT-AMOUNT * currency-rate(currency-idx)
    END-IF.  *> Only base or rated records get this far, and 250 leaves currency-idx on the record's currency.
    IF (rule-min-amount-set(rule-idx) = 1 AND rule-base-amount < rule-min-amount(rule-idx))
       OR (rule-max-amount-set(rule-idx) = 1 AND rule-base-amount > rule-max-amount(rule-idx))
        MOVE "09" TO rule-reject-reason
        MOVE 3 TO rule-count-idx
        EXIT PARAGRAPH
    END-IF.  *> The range is in base currency, the same money statmeasure reports, so one range serves a group fed in several currencies. Sentinels and sign are judged as delivered.
    IF weighted-mode-yes
        IF (rule-min-quantity-set(rule-idx) = 1 AND EXTRACT-QUANTITY < rule-min-quantity(rule-idx))
           OR (rule-max-quantity-set(rule-idx) = 1 AND EXTRACT-QUANTITY > rule-max-quantity(rule-idx))
            MOVE "10" TO rule-reject-reason
            MOVE 4 TO rule-count-idx
        END-IF
    END-IF.  *> Outside weighted mode the quantity columns are not edited at all, so they may hold anything.

300-RECONCILE-TRAILER.
    IF claimed-trailer-count = data-read-count AND claimed-trailer-total = amount-read-total
