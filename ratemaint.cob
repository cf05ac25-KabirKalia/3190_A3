*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. ratemaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO "RATEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-fs-status.  *> Dated exchange rates editextract and statmeasure convert foreign-currency amounts with.
    SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-history-fs-status.  *> Every maintenance action, appended, with the version as it stood before and after.

DATA DIVISION.
FILE SECTION.
FD RATE-FILE.
01 RATE-RECORD.
    02 RATE-CURRENCY-CODE PIC X(3).  *> Currency code as carried on the extract records.
    02 RATE-CURRENCY-DESC PIC X(30).
    02 RATE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rate for those dates.
    02 RATE-TO-BASE PIC 9(5)V9(6).  *> Base-currency units for one unit of this currency.
    02 RATE-EFF-FROM PIC X(8).  *> First business date this rate applies, YYYYMMDD.
    02 RATE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD RATE-HISTORY-FILE.
01 RATE-HISTORY-RECORD.
    02 RHIST-DATE PIC X(8).  *> Calendar date the action was keyed, YYYYMMDD.
    02 RHIST-TIME PIC X(8).  *> Time it was keyed, HHMMSSss.
    02 RHIST-USER PIC X(12).  *> Who keyed it.
    02 RHIST-ACTION PIC X(3).  *> ADD, CHG, or DEA.
    02 RHIST-CURRENCY-CODE PIC X(3).
    02 RHIST-EFF-DATE PIC X(8).  *> Business date the change takes effect.
    02 RHIST-BEFORE-IMAGE PIC X(61).  *> Version in force before the action, as a RATEFILE record; spaces on ADD.
    02 RHIST-AFTER-IMAGE PIC X(61).  *> Version the action put in force.

WORKING-STORAGE SECTION.
01 rate-fs-status PIC XX.  *> File status for the exchange-rate file.
01 rate-history-fs-status PIC XX.  *> File status for the rate change history.
01 rate-eof-indicator PIC 9 VALUE 0.
    88 rate-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rate file.
01 rate-table-count PIC 9(4) VALUE ZERO.  *> Number of rate versions held in storage.
01 rate-idx PIC 9(4) VALUE ZERO.  *> Work index used while searching/scanning rate-table.
01 rate-found PIC 9 VALUE 0.
    88 rate-found-yes VALUE 1.  *> True once the version of the requested currency still in force has been located.
01 currency-known PIC 9 VALUE 0.
    88 currency-known-yes VALUE 1.  *> True when the currency has any version on file, current or closed.
01 new-idx PIC 9(4) VALUE ZERO.  *> Version the action leaves in force.
01 rate-table.
    05 rate-entry OCCURS 1 TO 2000 TIMES DEPENDING ON rate-table-count.  *> Every version of every currency; the readers hold only the one in force on their date.
        10 rate-code PIC X(3).
        10 rate-desc PIC X(30).
        10 rate-flag PIC X(1).
        10 rate-value PIC 9(5)V9(6).
        10 rate-valid-from PIC X(8).
        10 rate-valid-to PIC X(8).
01 maint-action PIC X(3).  *> ADD, CHG, or DEA.
01 maint-code PIC X(3).  *> Currency code the action applies to.
01 maint-rate-text PIC X(14).  *> Rate as keyed, before it is checked.
01 maint-rate PIC 9(5)V9(6) VALUE ZERO.  *> Rate once checked.
01 maint-desc PIC X(30).  *> Description for ADD, optional on CHG.
01 maint-rest PIC X(80).  *> Everything past the action and code: the rate and description before they are split; as wide as the PARM, so an EFF= token in front still leaves room for a full reply.
01 maint-eff-date PIC X(8).  *> Business date the action takes effect: EFF= off the PARM, or today.
01 maint-eff-input PIC X(8).  *> Effective date as keyed at the prompt.
01 maint-today PIC X(8).  *> Today in YYYYMMDD form.
01 maint-time PIC X(8).  *> Time the action was keyed.
01 maint-user PIC X(12).  *> Who keyed it, off the environment.
01 close-date-integer PIC 9(8) VALUE ZERO.  *> Day before the new version takes effect, as an integer day number.
01 close-date PIC 9(8) VALUE ZERO.  *> That day back in YYYYMMDD form; the closing version's last day.
01 history-before-image PIC X(61) VALUE SPACES.  *> Version in force before the action.
01 history-after-image PIC X(61) VALUE SPACES.  *> Version in force after it.
01 formatted-rate PIC Z(4)9.9(6).  *> Rate, edited for the confirmation message.
01 parse-pointer PIC 9(4) VALUE 1.  *> Position in the PARM, or in the rest, as each token is taken off.
01 run-parm PIC X(80).  *> Action, code, effective date, rate and description, parsed from the run's PARM.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.

    IF run-parm = SPACES
        DISPLAY "Enter action (ADD/CHG/DEA): "
        ACCEPT maint-action
        DISPLAY "Enter currency code: "
        ACCEPT maint-code
        DISPLAY "Enter effective date YYYYMMDD (blank = today): "
        ACCEPT maint-eff-input
        DISPLAY "Enter rate to base currency, then description (ADD/CHG): "
        ACCEPT maint-rest
        IF maint-eff-input NOT = SPACES
            MOVE maint-rest TO run-parm
            MOVE SPACES TO maint-rest
            STRING "EFF=" DELIMITED BY SIZE
                   maint-eff-input DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   run-parm DELIMITED BY SIZE
                INTO maint-rest
        END-IF  *> Put back in the PARM's own form so both paths share one parse.
    ELSE
        MOVE SPACES TO maint-action maint-code maint-rest  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
        MOVE 1 TO parse-pointer
        UNSTRING run-parm DELIMITED BY ALL SPACE
            INTO maint-action maint-code
            WITH POINTER parse-pointer
        IF parse-pointer <= 80
            MOVE run-parm(parse-pointer:) TO maint-rest
        END-IF
    END-IF.  *> Everything after the action and code is the rate, then the description.
    PERFORM 040-TAKE-EFFECTIVE-DATE.
    PERFORM 045-SPLIT-RATE-AND-DESC.

    MOVE FUNCTION UPPER-CASE(maint-action) TO maint-action.
    MOVE FUNCTION UPPER-CASE(maint-code) TO maint-code.

    IF maint-code = SPACES
        DISPLAY "No currency code given - nothing done."
        STOP RUN
    END-IF.
    IF maint-action NOT = "ADD" AND maint-action NOT = "CHG" AND maint-action NOT = "DEA"
        DISPLAY "Unknown action: ", maint-action, " - use ADD, CHG, or DEA."
        STOP RUN
    END-IF.
    IF maint-action = "ADD" AND maint-desc = SPACES
        DISPLAY "A description is required for ADD."
        STOP RUN
    END-IF.
    IF maint-action = "ADD" OR maint-action = "CHG"
        PERFORM 050-VALIDATE-RATE
    END-IF.

    PERFORM 100-LOAD-RATES.
    PERFORM 200-APPLY-ACTION.
    PERFORM 300-REWRITE-RATES.
    PERFORM 400-WRITE-HISTORY.
    STOP RUN.

040-TAKE-EFFECTIVE-DATE.
    ACCEPT maint-today FROM DATE YYYYMMDD.
    ACCEPT maint-time FROM TIME.
    MOVE maint-today TO maint-eff-date.
    MOVE FUNCTION TRIM(maint-rest LEADING) TO maint-rest.
    IF FUNCTION UPPER-CASE(maint-rest(1:4)) NOT = "EFF="
        EXIT PARAGRAPH
    END-IF.  *> No EFF= token: the rate takes effect today.
    MOVE maint-rest(5:8) TO maint-eff-date.
    IF maint-eff-date IS NOT NUMERIC
       OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) = 0
        DISPLAY "Effective date is not a real YYYYMMDD: ", maint-rest(5:8), " - nothing changed."
        STOP RUN
    END-IF.
    MOVE FUNCTION TRIM(maint-rest(13:) LEADING) TO maint-rest.

045-SPLIT-RATE-AND-DESC.
    MOVE SPACES TO maint-rate-text maint-desc.
    IF maint-rest = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO parse-pointer.
    UNSTRING maint-rest DELIMITED BY ALL SPACE
        INTO maint-rate-text
        WITH POINTER parse-pointer.
    IF parse-pointer <= 80
        MOVE FUNCTION TRIM(maint-rest(parse-pointer:) LEADING) TO maint-desc
    END-IF.  *> The rate is one token; the description is whatever follows it, spaces and all.

050-VALIDATE-RATE.
    IF maint-rate-text = SPACES
        DISPLAY "A rate to base currency is required for ", maint-action, "."
        STOP RUN
    END-IF.
    IF FUNCTION TEST-NUMVAL(maint-rate-text) NOT = 0
        DISPLAY "Rate is not numeric: ", FUNCTION TRIM(maint-rate-text), " - nothing changed."
        STOP RUN
    END-IF.
    IF FUNCTION NUMVAL(maint-rate-text) <= 0 OR FUNCTION NUMVAL(maint-rate-text) > 99999.999999
        DISPLAY "Rate must be above zero and below 100000: ", FUNCTION TRIM(maint-rate-text),
            " - nothing changed."
        STOP RUN
    END-IF.  *> A zero rate would silently turn every amount in that currency into nothing; DEA is how a currency is stopped.
    COMPUTE maint-rate = FUNCTION NUMVAL(maint-rate-text).

100-LOAD-RATES.
    OPEN INPUT RATE-FILE.
    IF rate-fs-status = '00'
        PERFORM UNTIL rate-eof
            READ RATE-FILE INTO RATE-RECORD
                AT END
                    SET rate-eof TO TRUE
                NOT AT END
                    IF RATE-CURRENCY-CODE NOT = SPACES AND rate-table-count < 2000
                        ADD 1 TO rate-table-count
                        MOVE RATE-CURRENCY-CODE TO rate-code(rate-table-count)
                        MOVE RATE-CURRENCY-DESC TO rate-desc(rate-table-count)
                        MOVE RATE-ACTIVE-FLAG TO rate-flag(rate-table-count)
                        MOVE RATE-TO-BASE TO rate-value(rate-table-count)
                        MOVE RATE-EFF-FROM TO rate-valid-from(rate-table-count)
                        MOVE RATE-EFF-TO TO rate-valid-to(rate-table-count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-FILE
    END-IF.  *> A missing rate file is not an error here: the first ADD is what creates it.

200-APPLY-ACTION.
    MOVE 0 TO rate-found currency-known.
    PERFORM VARYING rate-idx FROM 1 BY 1 UNTIL rate-idx > rate-table-count
        IF rate-code(rate-idx) = maint-code
            SET currency-known-yes TO TRUE
            IF rate-valid-to(rate-idx) = SPACES
                SET rate-found-yes TO TRUE
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.  *> Of a currency's versions, only the open-ended one can be changed; closed ones are history.
    IF maint-action = "ADD"
        IF currency-known-yes
            DISPLAY "Currency ", maint-code, " is already on the rate file - use CHG to change its rate."
            STOP RUN
        END-IF
        IF rate-table-count >= 2000
            DISPLAY "Rate file is full (2000 versions) - nothing added."
            STOP RUN
        END-IF
        ADD 1 TO rate-table-count
        MOVE rate-table-count TO new-idx
        MOVE maint-code TO rate-code(new-idx)
        MOVE maint-desc TO rate-desc(new-idx)
        MOVE "A" TO rate-flag(new-idx)
        MOVE maint-rate TO rate-value(new-idx)
        MOVE maint-eff-date TO rate-valid-from(new-idx)
        MOVE SPACES TO rate-valid-to(new-idx)
        MOVE SPACES TO history-before-image
        MOVE new-idx TO rate-idx
        PERFORM 310-BUILD-RATE-RECORD
        MOVE RATE-RECORD TO history-after-image
        MOVE maint-rate TO formatted-rate
        DISPLAY "Added ", maint-code, " - ", FUNCTION TRIM(maint-desc), " at ",
            FUNCTION TRIM(formatted-rate), " effective ", maint-eff-date
        EXIT PARAGRAPH
    END-IF.

    IF NOT rate-found-yes
        EVALUATE maint-action
            WHEN "CHG"
                DISPLAY "Currency ", maint-code, " is not on the rate file - use ADD to create it."
            WHEN OTHER
                DISPLAY "Currency ", maint-code, " is not on the rate file - nothing deactivated."
        END-EVALUATE
        STOP RUN
    END-IF.
    IF maint-eff-date < rate-valid-from(rate-idx)
        DISPLAY "Effective date ", maint-eff-date, " is before the rate for ", maint-code,
            " in force from ", rate-valid-from(rate-idx), " - nothing changed."
        STOP RUN
    END-IF.  *> Rates only ever close forward; rewriting a closed period would change what past runs were converted at.
    PERFORM 310-BUILD-RATE-RECORD.
    MOVE RATE-RECORD TO history-before-image.
    IF maint-eff-date = rate-valid-from(rate-idx)
        MOVE rate-idx TO new-idx
    ELSE
        IF rate-table-count >= 2000
            DISPLAY "Rate file is full (2000 versions) - nothing changed."
            STOP RUN
        END-IF
        COMPUTE close-date-integer = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) - 1
        COMPUTE close-date = FUNCTION DATE-OF-INTEGER(close-date-integer)
        MOVE close-date TO rate-valid-to(rate-idx)
        ADD 1 TO rate-table-count
        MOVE rate-table-count TO new-idx
        MOVE rate-entry(rate-idx) TO rate-entry(new-idx)
        MOVE maint-eff-date TO rate-valid-from(new-idx)
        MOVE SPACES TO rate-valid-to(new-idx)
    END-IF.  *> A second change on the same effective date corrects that rate instead of stacking a one-day-old one behind it.

    EVALUATE maint-action
        WHEN "CHG"
            MOVE "A" TO rate-flag(new-idx)
            MOVE maint-rate TO rate-value(new-idx)
            IF maint-desc NOT = SPACES
                MOVE maint-desc TO rate-desc(new-idx)
            END-IF
            MOVE maint-rate TO formatted-rate
            DISPLAY "Changed ", maint-code, " to ", FUNCTION TRIM(formatted-rate),
                " effective ", maint-eff-date
        WHEN "DEA"
            MOVE "I" TO rate-flag(new-idx)
            DISPLAY "Deactivated ", maint-code, " effective ", maint-eff-date,
                " - records in it will be rejected from that date."
    END-EVALUATE.  *> CHG on a deactivated currency brings it back at the new rate.
    MOVE new-idx TO rate-idx.
    PERFORM 310-BUILD-RATE-RECORD.
    MOVE RATE-RECORD TO history-after-image.

300-REWRITE-RATES.
    OPEN OUTPUT RATE-FILE.
    IF rate-fs-status NOT = '00'
        DISPLAY "Error opening rate file RATEFILE for output - Status: ", rate-fs-status
        STOP RUN
    END-IF.
    PERFORM VARYING rate-idx FROM 1 BY 1 UNTIL rate-idx > rate-table-count
        PERFORM 310-BUILD-RATE-RECORD
        WRITE RATE-RECORD
    END-PERFORM.
    CLOSE RATE-FILE.
    DISPLAY "Rate file rewritten: ", rate-table-count, " entries.".

310-BUILD-RATE-RECORD.
    MOVE rate-code(rate-idx) TO RATE-CURRENCY-CODE.
    MOVE rate-desc(rate-idx) TO RATE-CURRENCY-DESC.
    MOVE rate-flag(rate-idx) TO RATE-ACTIVE-FLAG.
    MOVE rate-value(rate-idx) TO RATE-TO-BASE.
    MOVE rate-valid-from(rate-idx) TO RATE-EFF-FROM.
    MOVE rate-valid-to(rate-idx) TO RATE-EFF-TO.

400-WRITE-HISTORY.
    ACCEPT maint-user FROM ENVIRONMENT "USER".
    IF maint-user = SPACES
        ACCEPT maint-user FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF maint-user = SPACES
        MOVE "UNKNOWN" TO maint-user
    END-IF.  *> Batch submissions run under the submitter's id; an interactive session under the analyst's.
    OPEN EXTEND RATE-HISTORY-FILE.
    IF rate-history-fs-status NOT = '00'
        OPEN OUTPUT RATE-HISTORY-FILE
    END-IF.  *> First change in a directory has no history yet, so fall back to creating one.
    IF rate-history-fs-status NOT = '00'
        DISPLAY "WARNING: unable to open change history RATEHIST - Status: ", rate-history-fs-status,
            " - the rate file was changed but the change is not on the history."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE maint-today TO RHIST-DATE.
    MOVE maint-time TO RHIST-TIME.
    MOVE maint-user TO RHIST-USER.
    MOVE maint-action TO RHIST-ACTION.
    MOVE maint-code TO RHIST-CURRENCY-CODE.
    MOVE maint-eff-date TO RHIST-EFF-DATE.
    MOVE history-before-image TO RHIST-BEFORE-IMAGE.
    MOVE history-after-image TO RHIST-AFTER-IMAGE.
    WRITE RATE-HISTORY-RECORD.
    CLOSE RATE-HISTORY-FILE.  *> Written only once the rate file itself has been rewritten, so the history never claims a change that did not land.
