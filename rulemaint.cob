*> Kabir Kalia, 1170812, October 15th, 2026, CIS 3190.

IDENTIFICATION DIVISION.
PROGRAM-ID. rulemaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULE-FILE ASSIGN TO "RULEFILE" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rule-fs-status.  *> Dated per-group business rules editextract applies to every data record.
    SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rule-history-fs-status.  *> Every maintenance action, appended, with the version as it stood before and after.

DATA DIVISION.
FILE SECTION.
FD RULE-FILE.
01 RULE-RECORD.
    02 RULE-GROUP-CODE PIC X(4).  *> Group code the rule applies to; **** = every group with no rule of its own.
    02 RULE-ACTIVE-FLAG PIC X(1).  *> A = active, I = inactive; an inactive version means no rule of the group's own for those dates.
    02 RULE-AMOUNT-LOW PIC X(10).  *> Lowest amount allowed, in base currency; blank = no lower limit.
    02 RULE-AMOUNT-HIGH PIC X(10).  *> Highest amount allowed, in base currency; blank = no upper limit.
    02 RULE-SIGN-ALLOWED PIC X(1).  *> P = zero or positive only, N = zero or negative only, blank = either.
    02 RULE-QUANTITY-LOW PIC X(7).  *> Lowest quantity allowed, weighted mode only; blank = no lower limit.
    02 RULE-QUANTITY-HIGH PIC X(7).  *> Highest quantity allowed; blank = no upper limit.
    02 RULE-SENTINEL PIC X(10) OCCURS 3 TIMES.  *> Placeholder amounts the upstream system stamps when it has no real figure, as delivered; blank = unused.
    02 RULE-EFF-FROM PIC X(8).  *> First business date this version applies, YYYYMMDD.
    02 RULE-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD RULE-HISTORY-FILE.
01 RULE-HISTORY-RECORD.
    02 UHIST-DATE PIC X(8).  *> Calendar date the action was keyed, YYYYMMDD.
    02 UHIST-TIME PIC X(8).  *> Time it was keyed, HHMMSSss.
    02 UHIST-USER PIC X(12).  *> Who keyed it.
    02 UHIST-ACTION PIC X(3).  *> ADD, CHG, or DEA.
    02 UHIST-GROUP-CODE PIC X(4).
    02 UHIST-EFF-DATE PIC X(8).  *> Business date the change takes effect.
    02 UHIST-BEFORE-IMAGE PIC X(86).  *> Version in force before the action, as a RULEFILE record; spaces on ADD.
    02 UHIST-AFTER-IMAGE PIC X(86).  *> Version the action put in force.

WORKING-STORAGE SECTION.
01 rule-fs-status PIC XX.  *> File status for the business-rule file.
01 rule-history-fs-status PIC XX.  *> File status for the rule change history.
01 rule-eof-indicator PIC 9 VALUE 0.
    88 rule-eof VALUE 1.  *> Flag to indicate end-of-file reached on the rule file.
01 rule-table-count PIC 9(4) VALUE ZERO.  *> Number of rule versions held in storage.
01 rule-idx PIC 9(4) VALUE ZERO.  *> Work index used while searching/scanning rule-table.
01 rule-found PIC 9 VALUE 0.
    88 rule-found-yes VALUE 1.  *> True once the version of the requested code still in force has been located.
01 code-known PIC 9 VALUE 0.
    88 code-known-yes VALUE 1.  *> True when the code has any version on file, current or closed.
01 new-idx PIC 9(4) VALUE ZERO.  *> Version the action leaves in force.
01 sentinel-idx PIC 9 VALUE ZERO.  *> Work index over the three sentinel slots.
01 rule-table.
    05 rule-entry OCCURS 1 TO 2000 TIMES DEPENDING ON rule-table-count.  *> Every version of every rule; editextract holds only the ones in force on its business date.
        10 rule-code PIC X(4).
        10 rule-flag PIC X(1).
        10 rule-min-amount PIC X(10).
        10 rule-max-amount PIC X(10).
        10 rule-sign PIC X(1).
        10 rule-min-quantity PIC X(7).
        10 rule-max-quantity PIC X(7).
        10 rule-placeholder PIC X(10) OCCURS 3 TIMES.
        10 rule-valid-from PIC X(8).
        10 rule-valid-to PIC X(8).
01 maint-action PIC X(3).  *> ADD, CHG, or DEA.
01 maint-code PIC X(4).  *> Group code the action applies to.
01 maint-rest PIC X(100).  *> Everything past the action and code: the rule tokens before they are split.
01 new-amount-low PIC X(10).  *> Rule tokens as keyed: a value, or * for no limit. Amount limits are in base currency.
01 new-amount-high PIC X(10).
01 new-sign PIC X(10).  *> P, N, or * for either sign; wide enough to catch a mis-keyed word.
01 new-quantity-low PIC X(7).
01 new-quantity-high PIC X(7).
01 new-sentinels.
    05 new-sentinel PIC X(10) OCCURS 3 TIMES.  *> Up to three placeholder amounts; fewer tokens leave the rest unused.
01 rule-check-low PIC S9(9)V9(2) VALUE ZERO.  *> Work fields for the range and low-not-above-high checks.
01 rule-check-high PIC S9(9)V9(2) VALUE ZERO.
01 maint-eff-date PIC X(8).  *> Business date the action takes effect: EFF= off the PARM, or today.
01 maint-eff-input PIC X(8).  *> Effective date as keyed at the prompt.
01 maint-today PIC X(8).  *> Today in YYYYMMDD form.
01 maint-time PIC X(8).  *> Time the action was keyed.
01 maint-user PIC X(12).  *> Who keyed it, off the environment.
01 close-date-integer PIC 9(8) VALUE ZERO.  *> Day before the new version takes effect, as an integer day number.
01 close-date PIC 9(8) VALUE ZERO.  *> That day back in YYYYMMDD form; the closing version's last day.
01 history-before-image PIC X(86) VALUE SPACES.  *> Version in force before the action.
01 history-after-image PIC X(86) VALUE SPACES.  *> Version in force after it.
01 parse-pointer PIC 9(4) VALUE 1.  *> Position in the PARM after the action and code have been taken off.
01 run-parm PIC X(120).  *> Action, code, effective date and rule tokens, parsed from the run's PARM.

PROCEDURE DIVISION.
000-INITIALIZE.
    ACCEPT run-parm FROM COMMAND-LINE.

    IF run-parm = SPACES
        DISPLAY "Enter action (ADD/CHG/DEA): "
        ACCEPT maint-action
        DISPLAY "Enter group code (**** = default for groups with no rule): "
        ACCEPT maint-code
        DISPLAY "Enter effective date YYYYMMDD (blank = today): "
        ACCEPT maint-eff-input
        DISPLAY "Enter amount-low amount-high (base currency) sign(P/N) quantity-low quantity-high [sentinels], * for no limit: "
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
        IF parse-pointer <= 120
            MOVE run-parm(parse-pointer:) TO maint-rest
        END-IF
    END-IF.  *> Everything after the action and code is the optional EFF=, then the rule tokens.
    PERFORM 040-TAKE-EFFECTIVE-DATE.

    MOVE FUNCTION UPPER-CASE(maint-action) TO maint-action.
    MOVE FUNCTION UPPER-CASE(maint-code) TO maint-code.

    IF maint-code = SPACES
        DISPLAY "No group code given - nothing done."
        STOP RUN
    END-IF.
    IF maint-action NOT = "ADD" AND maint-action NOT = "CHG" AND maint-action NOT = "DEA"
        DISPLAY "Unknown action: ", maint-action, " - use ADD, CHG, or DEA."
        STOP RUN
    END-IF.
    IF maint-action = "ADD" OR maint-action = "CHG"
        PERFORM 050-VALIDATE-RULE
    END-IF.

    PERFORM 100-LOAD-RULES.
    PERFORM 200-APPLY-ACTION.
    PERFORM 300-REWRITE-RULES.
    PERFORM 400-WRITE-HISTORY.
    STOP RUN.

040-TAKE-EFFECTIVE-DATE.
    ACCEPT maint-today FROM DATE YYYYMMDD.
    ACCEPT maint-time FROM TIME.
    MOVE maint-today TO maint-eff-date.
    MOVE FUNCTION TRIM(maint-rest LEADING) TO maint-rest.
    IF FUNCTION UPPER-CASE(maint-rest(1:4)) NOT = "EFF="
        EXIT PARAGRAPH
    END-IF.  *> No EFF= token: the rule takes effect today.
    MOVE maint-rest(5:8) TO maint-eff-date.
    IF maint-eff-date IS NOT NUMERIC
       OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) = 0
        DISPLAY "Effective date is not a real YYYYMMDD: ", maint-rest(5:8), " - nothing changed."
        STOP RUN
    END-IF.
    MOVE FUNCTION TRIM(maint-rest(13:) LEADING) TO maint-rest.

050-VALIDATE-RULE.
    MOVE SPACES TO new-amount-low new-amount-high new-sign new-quantity-low new-quantity-high
        new-sentinels.  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
    UNSTRING maint-rest DELIMITED BY ALL SPACE
        INTO new-amount-low new-amount-high new-sign new-quantity-low new-quantity-high
             new-sentinel(1) new-sentinel(2) new-sentinel(3).
    IF new-amount-low = SPACES OR new-amount-high = SPACES OR new-sign = SPACES
       OR new-quantity-low = SPACES OR new-quantity-high = SPACES
        DISPLAY "ADD/CHG need five tokens: amount-low amount-high (base currency) sign quantity-low quantity-high,",
            " * for no limit, then up to three sentinel amounts."
        STOP RUN
    END-IF.  *> ADD and CHG both state the whole rule, so what is on file is always exactly what was last keyed.
    IF new-amount-low NOT = "*" AND FUNCTION TEST-NUMVAL(new-amount-low) NOT = 0
        DISPLAY "Amount-low is not numeric: ", FUNCTION TRIM(new-amount-low)
        STOP RUN
    END-IF.
    IF new-amount-high NOT = "*" AND FUNCTION TEST-NUMVAL(new-amount-high) NOT = 0
        DISPLAY "Amount-high is not numeric: ", FUNCTION TRIM(new-amount-high)
        STOP RUN
    END-IF.
    MOVE FUNCTION UPPER-CASE(new-sign) TO new-sign.
    IF new-sign NOT = "*" AND new-sign NOT = "P" AND new-sign NOT = "N"
        DISPLAY "Sign must be P (zero or positive), N (zero or negative), or * (either): ",
            FUNCTION TRIM(new-sign)
        STOP RUN
    END-IF.
    IF new-quantity-low NOT = "*" AND FUNCTION TEST-NUMVAL(new-quantity-low) NOT = 0
        DISPLAY "Quantity-low is not numeric: ", FUNCTION TRIM(new-quantity-low)
        STOP RUN
    END-IF.
    IF new-quantity-high NOT = "*" AND FUNCTION TEST-NUMVAL(new-quantity-high) NOT = 0
        DISPLAY "Quantity-high is not numeric: ", FUNCTION TRIM(new-quantity-high)
        STOP RUN
    END-IF.
    PERFORM VARYING sentinel-idx FROM 1 BY 1 UNTIL sentinel-idx > 3
        IF new-sentinel(sentinel-idx) NOT = SPACES
           AND FUNCTION TEST-NUMVAL(new-sentinel(sentinel-idx)) NOT = 0
            DISPLAY "Sentinel amount is not numeric: ", FUNCTION TRIM(new-sentinel(sentinel-idx))
            STOP RUN
        END-IF
    END-PERFORM.

    IF new-amount-low NOT = "*"
        COMPUTE rule-check-low = FUNCTION NUMVAL(new-amount-low)
        IF rule-check-low < -999999.99 OR rule-check-low > 999999.99
            DISPLAY "Amount-low is outside what the amount columns can hold: ", FUNCTION TRIM(new-amount-low)
            STOP RUN
        END-IF
    END-IF.
    IF new-amount-high NOT = "*"
        COMPUTE rule-check-high = FUNCTION NUMVAL(new-amount-high)
        IF rule-check-high < -999999.99 OR rule-check-high > 999999.99
            DISPLAY "Amount-high is outside what the amount columns can hold: ", FUNCTION TRIM(new-amount-high)
            STOP RUN
        END-IF
    END-IF.
    IF new-amount-low NOT = "*" AND new-amount-high NOT = "*" AND rule-check-low > rule-check-high
        DISPLAY "Amount-low is above amount-high - nothing changed."
        STOP RUN
    END-IF.  *> An inverted range would reject every record the group sends.
    IF new-quantity-low NOT = "*"
        COMPUTE rule-check-low = FUNCTION NUMVAL(new-quantity-low)
        IF rule-check-low < 0 OR rule-check-low NOT = FUNCTION INTEGER-PART(rule-check-low)
            DISPLAY "Quantity-low must be a whole number, zero or more: ", FUNCTION TRIM(new-quantity-low)
            STOP RUN
        END-IF
    END-IF.
    IF new-quantity-high NOT = "*"
        COMPUTE rule-check-high = FUNCTION NUMVAL(new-quantity-high)
        IF rule-check-high < 0 OR rule-check-high NOT = FUNCTION INTEGER-PART(rule-check-high)
            DISPLAY "Quantity-high must be a whole number, zero or more: ", FUNCTION TRIM(new-quantity-high)
            STOP RUN
        END-IF
    END-IF.
    IF new-quantity-low NOT = "*" AND new-quantity-high NOT = "*" AND rule-check-low > rule-check-high
        DISPLAY "Quantity-low is above quantity-high - nothing changed."
        STOP RUN
    END-IF.
    PERFORM VARYING sentinel-idx FROM 1 BY 1 UNTIL sentinel-idx > 3
        IF new-sentinel(sentinel-idx) NOT = SPACES
            COMPUTE rule-check-low = FUNCTION NUMVAL(new-sentinel(sentinel-idx))
            IF rule-check-low < -999999.99 OR rule-check-low > 999999.99
                DISPLAY "Sentinel amount is outside what the amount columns can hold: ",
                    FUNCTION TRIM(new-sentinel(sentinel-idx))
                STOP RUN
            END-IF
        END-IF
    END-PERFORM.  *> A sentinel the amount columns cannot carry could never match, and would only look like protection.

100-LOAD-RULES.
    OPEN INPUT RULE-FILE.
    IF rule-fs-status = '00'
        PERFORM UNTIL rule-eof
            READ RULE-FILE INTO RULE-RECORD
                AT END
                    SET rule-eof TO TRUE
                NOT AT END
                    IF RULE-GROUP-CODE NOT = SPACES AND rule-table-count < 2000
                        ADD 1 TO rule-table-count
                        MOVE RULE-GROUP-CODE TO rule-code(rule-table-count)
                        MOVE RULE-ACTIVE-FLAG TO rule-flag(rule-table-count)
                        MOVE RULE-AMOUNT-LOW TO rule-min-amount(rule-table-count)
                        MOVE RULE-AMOUNT-HIGH TO rule-max-amount(rule-table-count)
                        MOVE RULE-SIGN-ALLOWED TO rule-sign(rule-table-count)
                        MOVE RULE-QUANTITY-LOW TO rule-min-quantity(rule-table-count)
                        MOVE RULE-QUANTITY-HIGH TO rule-max-quantity(rule-table-count)
                        MOVE RULE-SENTINEL(1) TO rule-placeholder(rule-table-count, 1)
                        MOVE RULE-SENTINEL(2) TO rule-placeholder(rule-table-count, 2)
                        MOVE RULE-SENTINEL(3) TO rule-placeholder(rule-table-count, 3)
                        MOVE RULE-EFF-FROM TO rule-valid-from(rule-table-count)
                        MOVE RULE-EFF-TO TO rule-valid-to(rule-table-count)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RULE-FILE
    END-IF.  *> A missing rule file is not an error here: the first ADD is what creates it.

200-APPLY-ACTION.
    MOVE 0 TO rule-found code-known.
    PERFORM VARYING rule-idx FROM 1 BY 1 UNTIL rule-idx > rule-table-count
        IF rule-code(rule-idx) = maint-code
            SET code-known-yes TO TRUE
            IF rule-valid-to(rule-idx) = SPACES
                SET rule-found-yes TO TRUE
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.  *> Of a code's versions, only the open-ended one can be changed; closed ones are history.
    IF maint-action = "ADD"
        IF code-known-yes
            DISPLAY "Code ", maint-code, " already has a rule on file - use CHG to change it."
            STOP RUN
        END-IF
        IF rule-table-count >= 2000
            DISPLAY "Rule file is full (2000 versions) - nothing added."
            STOP RUN
        END-IF
        ADD 1 TO rule-table-count
        MOVE rule-table-count TO new-idx
        MOVE maint-code TO rule-code(new-idx)
        MOVE maint-eff-date TO rule-valid-from(new-idx)
        MOVE SPACES TO rule-valid-to(new-idx)
        PERFORM 210-SET-RULE-VALUES
        MOVE SPACES TO history-before-image
        MOVE new-idx TO rule-idx
        PERFORM 310-BUILD-RULE-RECORD
        MOVE RULE-RECORD TO history-after-image
        DISPLAY "Added rule for ", maint-code, " effective ", maint-eff-date
        PERFORM 220-SHOW-RULE
        EXIT PARAGRAPH
    END-IF.

    IF NOT rule-found-yes
        EVALUATE maint-action
            WHEN "CHG"
                DISPLAY "Code ", maint-code, " has no rule on file - use ADD to create one."
            WHEN OTHER
                DISPLAY "Code ", maint-code, " has no rule on file - nothing deactivated."
        END-EVALUATE
        STOP RUN
    END-IF.
    IF maint-eff-date < rule-valid-from(rule-idx)
        DISPLAY "Effective date ", maint-eff-date, " is before the rule for ", maint-code,
            " in force from ", rule-valid-from(rule-idx), " - nothing changed."
        STOP RUN
    END-IF.  *> Rules only ever close forward; rewriting a closed period would change what past edits were judged against.
    PERFORM 310-BUILD-RULE-RECORD.
    MOVE RULE-RECORD TO history-before-image.
    IF maint-eff-date = rule-valid-from(rule-idx)
        MOVE rule-idx TO new-idx
    ELSE
        IF rule-table-count >= 2000
            DISPLAY "Rule file is full (2000 versions) - nothing changed."
            STOP RUN
        END-IF
        COMPUTE close-date-integer = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) - 1
        COMPUTE close-date = FUNCTION DATE-OF-INTEGER(close-date-integer)
        MOVE close-date TO rule-valid-to(rule-idx)
        ADD 1 TO rule-table-count
        MOVE rule-table-count TO new-idx
        MOVE rule-entry(rule-idx) TO rule-entry(new-idx)
        MOVE maint-eff-date TO rule-valid-from(new-idx)
        MOVE SPACES TO rule-valid-to(new-idx)
    END-IF.  *> A second change on the same effective date corrects that version instead of stacking a one-day-old one behind it.

    EVALUATE maint-action
        WHEN "CHG"
            PERFORM 210-SET-RULE-VALUES
            DISPLAY "Changed rule for ", maint-code, " effective ", maint-eff-date
            MOVE new-idx TO rule-idx
            PERFORM 220-SHOW-RULE
        WHEN "DEA"
            MOVE "I" TO rule-flag(new-idx)
            IF maint-code = "****"
                DISPLAY "Deactivated the default rule effective ", maint-eff-date,
                    " - groups with no rule of their own get the format edits only."
            ELSE
                DISPLAY "Deactivated rule for ", maint-code, " effective ", maint-eff-date,
                    " - the default rule, if any, covers it from that date."
            END-IF
    END-EVALUATE.  *> CHG on a deactivated rule brings it back with the values keyed.
    MOVE new-idx TO rule-idx.
    PERFORM 310-BUILD-RULE-RECORD.
    MOVE RULE-RECORD TO history-after-image.

210-SET-RULE-VALUES.
    MOVE "A" TO rule-flag(new-idx).
    MOVE SPACES TO rule-min-amount(new-idx) rule-max-amount(new-idx) rule-sign(new-idx)
        rule-min-quantity(new-idx) rule-max-quantity(new-idx).
    IF new-amount-low NOT = "*"
        MOVE new-amount-low TO rule-min-amount(new-idx)
    END-IF.
    IF new-amount-high NOT = "*"
        MOVE new-amount-high TO rule-max-amount(new-idx)
    END-IF.
    IF new-sign NOT = "*"
        MOVE new-sign TO rule-sign(new-idx)
    END-IF.
    IF new-quantity-low NOT = "*"
        MOVE new-quantity-low TO rule-min-quantity(new-idx)
    END-IF.
    IF new-quantity-high NOT = "*"
        MOVE new-quantity-high TO rule-max-quantity(new-idx)
    END-IF.
    PERFORM VARYING sentinel-idx FROM 1 BY 1 UNTIL sentinel-idx > 3
        MOVE new-sentinel(sentinel-idx) TO rule-placeholder(new-idx, sentinel-idx)
    END-PERFORM.

220-SHOW-RULE.
    DISPLAY "  AMOUNT (BASE) ", FUNCTION TRIM(new-amount-low), " TO ", FUNCTION TRIM(new-amount-high),
        " SIGN ", FUNCTION TRIM(new-sign),
        " QUANTITY ", FUNCTION TRIM(new-quantity-low), " TO ", FUNCTION TRIM(new-quantity-high),
        " SENTINELS ", FUNCTION TRIM(new-sentinel(1)), " ", FUNCTION TRIM(new-sentinel(2)),
        " ", FUNCTION TRIM(new-sentinel(3)).

300-REWRITE-RULES.
    OPEN OUTPUT RULE-FILE.
    IF rule-fs-status NOT = '00'
        DISPLAY "Error opening rule file RULEFILE for output - Status: ", rule-fs-status
        STOP RUN
    END-IF.
    PERFORM VARYING rule-idx FROM 1 BY 1 UNTIL rule-idx > rule-table-count
        PERFORM 310-BUILD-RULE-RECORD
        WRITE RULE-RECORD
    END-PERFORM.
    CLOSE RULE-FILE.
    DISPLAY "Rule file rewritten: ", rule-table-count, " entries.".

310-BUILD-RULE-RECORD.
    MOVE rule-code(rule-idx) TO RULE-GROUP-CODE.
    MOVE rule-flag(rule-idx) TO RULE-ACTIVE-FLAG.
    MOVE rule-min-amount(rule-idx) TO RULE-AMOUNT-LOW.
    MOVE rule-max-amount(rule-idx) TO RULE-AMOUNT-HIGH.
    MOVE rule-sign(rule-idx) TO RULE-SIGN-ALLOWED.
    MOVE rule-min-quantity(rule-idx) TO RULE-QUANTITY-LOW.
    MOVE rule-max-quantity(rule-idx) TO RULE-QUANTITY-HIGH.
    MOVE rule-placeholder(rule-idx, 1) TO RULE-SENTINEL(1).
    MOVE rule-placeholder(rule-idx, 2) TO RULE-SENTINEL(2).
    MOVE rule-placeholder(rule-idx, 3) TO RULE-SENTINEL(3).
    MOVE rule-valid-from(rule-idx) TO RULE-EFF-FROM.
    MOVE rule-valid-to(rule-idx) TO RULE-EFF-TO.

400-WRITE-HISTORY.
    ACCEPT maint-user FROM ENVIRONMENT "USER".
    IF maint-user = SPACES
        ACCEPT maint-user FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF maint-user = SPACES
        MOVE "UNKNOWN" TO maint-user
    END-IF.  *> Batch submissions run under the submitter's id; an interactive session under the analyst's.
    OPEN EXTEND RULE-HISTORY-FILE.
    IF rule-history-fs-status NOT = '00'
        OPEN OUTPUT RULE-HISTORY-FILE
    END-IF.  *> First change in a directory has no history yet, so fall back to creating one.
    IF rule-history-fs-status NOT = '00'
        DISPLAY "WARNING: unable to open change history RULEHIST - Status: ", rule-history-fs-status,
            " - the rule file was changed but the change is not on the history."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE maint-today TO UHIST-DATE.
    MOVE maint-time TO UHIST-TIME.
    MOVE maint-user TO UHIST-USER.
    MOVE maint-action TO UHIST-ACTION.
    MOVE maint-code TO UHIST-GROUP-CODE.
    MOVE maint-eff-date TO UHIST-EFF-DATE.
    MOVE history-before-image TO UHIST-BEFORE-IMAGE.
    MOVE history-after-image TO UHIST-AFTER-IMAGE.
    WRITE RULE-HISTORY-RECORD.
    CLOSE RULE-HISTORY-FILE.  *> Written only once the rule file itself has been rewritten, so the history never claims a change that did not land.
