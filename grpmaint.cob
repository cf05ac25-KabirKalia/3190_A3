FILE-CONTROL.
    SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMASTR" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS group-master-fs-status.  *> Same reference file statmeasure loads at the top of each run.
    SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST" ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS group-history-fs-status.  *> Every maintenance action, appended, with the version as it stood before and after.

DATA DIVISION.
FILE SECTION.
    02 MASTER-COUNT-LOW PIC X(6).  *> Expected record-count range; blank = no count tolerance set.
    02 MASTER-COUNT-HIGH PIC X(6).
    02 MASTER-SUM-SWING PIC X(14).  *> Maximum run-over-run sum swing; blank = no swing tolerance set.
    02 MASTER-EFF-FROM PIC X(8).  *> First business date this version applies, YYYYMMDD; blank = since the code was set up.
    02 MASTER-EFF-TO PIC X(8).  *> Last business date it applies; blank = still in force.

FD GROUP-HISTORY-FILE.
01 GROUP-HISTORY-RECORD.
    02 HIST-DATE PIC X(8).  *> Calendar date the action was keyed, YYYYMMDD.
    02 HIST-TIME PIC X(8).  *> Time it was keyed, HHMMSSss.
    02 HIST-USER PIC X(12).  *> Who keyed it.
    02 HIST-ACTION PIC X(3).  *> ADD, CHG, DEA, or TOL.
    02 HIST-GROUP-CODE PIC X(4).
    02 HIST-EFF-DATE PIC X(8).  *> Business date the change takes effect.
    02 HIST-BEFORE-IMAGE PIC X(97).  *> Version in force before the action, as a GRPMASTR record; spaces on ADD.
    02 HIST-AFTER-IMAGE PIC X(97).  *> Version the action put in force.

WORKING-STORAGE SECTION.
01 group-master-fs-status PIC XX.  *> File status for the group master reference file.
01 group-history-fs-status PIC XX.  *> File status for the master change history.
01 master-eof-indicator PIC 9 VALUE 0.
    88 master-eof VALUE 1.  *> Flag to indicate end-of-file reached on the group master.
01 master-table-count PIC 9(4) VALUE ZERO.  *> Number of master entries held in storage.
01 master-idx PIC 9(4) VALUE ZERO.  *> Work index used while searching/scanning master-table.
01 master-found PIC 9 VALUE 0.
    88 master-found-yes VALUE 1.  *> True once the version of the requested code still in force has been located.
01 code-known PIC 9 VALUE 0.
    88 code-known-yes VALUE 1.  *> True when the code has any version on the master, current or closed.
01 new-idx PIC 9(4) VALUE ZERO.  *> Version the action leaves in force.
01 master-table.
    05 master-entry OCCURS 1 TO 2000 TIMES DEPENDING ON master-table-count.  *> Every version of every code; statmeasure holds only the 500 in force on its business date.
        10 master-code PIC X(4).
        10 master-desc PIC X(30).
        10 master-flag PIC X(1).
        10 master-tol-count-low PIC X(6).
        10 master-tol-count-high PIC X(6).
        10 master-tol-sum-swing PIC X(14).
        10 master-valid-from PIC X(8).
        10 master-valid-to PIC X(8).
01 maint-action PIC X(3).  *> ADD, CHG, DEA, or TOL.
01 maint-code PIC X(4).  *> Group code the action applies to.
01 maint-desc PIC X(30).  *> Description for ADD/CHG.
01 maint-rest PIC X(80).  *> Everything past the action and code: the description, or the TOL tokens before they are split; as wide as the PARM, so an EFF= token in front still leaves room for a full reply.
01 tol-mean-low PIC X(10).  *> TOL tokens as keyed: a number, or * to clear that tolerance.
01 tol-mean-high PIC X(10).
01 tol-count-low PIC X(6).
01 tol-sum-swing PIC X(14).
01 tol-check-low PIC S9(14)V9(2) VALUE ZERO.  *> Work fields for the low-not-above-high sanity checks.
01 tol-check-high PIC S9(14)V9(2) VALUE ZERO.
01 maint-eff-date PIC X(8).  *> Business date the action takes effect: EFF= off the PARM, or today.
01 maint-eff-input PIC X(8).  *> Effective date as keyed at the prompt.
01 maint-today PIC X(8).  *> Today in YYYYMMDD form.
01 maint-time PIC X(8).  *> Time the action was keyed.
01 maint-user PIC X(12).  *> Who keyed it, off the environment.
01 close-date-integer PIC 9(8) VALUE ZERO.  *> Day before the new version takes effect, as an integer day number.
01 close-date PIC 9(8) VALUE ZERO.  *> That day back in YYYYMMDD form; the closing version's last day.
01 history-before-image PIC X(97) VALUE SPACES.  *> Version in force before the action.
01 history-after-image PIC X(97) VALUE SPACES.  *> Version in force after it.
01 parse-pointer PIC 9(4) VALUE 1.  *> Position in the PARM after the action and code have been taken off.
01 run-parm PIC X(80).  *> Action, code, and description or tolerances, parsed from the run's PARM.

        ACCEPT maint-action
        DISPLAY "Enter group code: "
        ACCEPT maint-code
        DISPLAY "Enter effective date YYYYMMDD (blank = today): "
        ACCEPT maint-eff-input
        DISPLAY "Enter description (ADD/CHG) or tolerances (TOL): "
        ACCEPT maint-rest
        MOVE maint-rest TO maint-desc
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
        MOVE SPACES TO maint-action maint-code maint-desc maint-rest  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
        MOVE 1 TO parse-pointer
            MOVE maint-rest TO maint-desc
        END-IF
    END-IF.  *> Everything after the action and code is the description (ADD/CHG), or the five tolerance tokens (TOL).
    PERFORM 040-TAKE-EFFECTIVE-DATE.

    MOVE FUNCTION UPPER-CASE(maint-action) TO maint-action.
    MOVE FUNCTION UPPER-CASE(maint-code) TO maint-code.
    PERFORM 100-LOAD-MASTER.
    PERFORM 200-APPLY-ACTION.
    PERFORM 300-REWRITE-MASTER.
    PERFORM 400-WRITE-HISTORY.
    STOP RUN.

040-TAKE-EFFECTIVE-DATE.
    ACCEPT maint-today FROM DATE YYYYMMDD.
    ACCEPT maint-time FROM TIME.
    MOVE maint-today TO maint-eff-date.
    MOVE FUNCTION TRIM(maint-rest LEADING) TO maint-rest.
    IF FUNCTION UPPER-CASE(maint-rest(1:4)) NOT = "EFF="
        EXIT PARAGRAPH
    END-IF.  *> No EFF= token: the change takes effect today, as every change did before versions were kept.
    MOVE maint-rest(5:8) TO maint-eff-date.
    IF maint-eff-date IS NOT NUMERIC
       OR FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) = 0
        DISPLAY "Effective date is not a real YYYYMMDD: ", maint-rest(5:8), " - nothing changed."
        STOP RUN
    END-IF.
    MOVE FUNCTION TRIM(maint-rest(13:) LEADING) TO maint-rest.
    MOVE maint-rest TO maint-desc.

050-VALIDATE-TOLERANCES.
    MOVE SPACES TO tol-mean-low tol-mean-high tol-count-low tol-count-high tol-sum-swing.  *> UNSTRING leaves receivers it never reaches untouched, so they must start out as spaces.
    UNSTRING maint-rest DELIMITED BY ALL SPACE
                AT END
                    SET master-eof TO TRUE
                NOT AT END
                    IF MASTER-GROUP-CODE NOT = SPACES AND master-table-count < 2000
                        ADD 1 TO master-table-count
                        MOVE MASTER-GROUP-CODE TO master-code(master-table-count)
                        MOVE MASTER-GROUP-DESC TO master-desc(master-table-count)
                        MOVE MASTER-COUNT-LOW TO master-tol-count-low(master-table-count)
                        MOVE MASTER-COUNT-HIGH TO master-tol-count-high(master-table-count)
                        MOVE MASTER-SUM-SWING TO master-tol-sum-swing(master-table-count)
                        MOVE MASTER-EFF-FROM TO master-valid-from(master-table-count)
                        MOVE MASTER-EFF-TO TO master-valid-to(master-table-count)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.  *> A missing master is not an error here: the first ADD is what creates it.

200-APPLY-ACTION.
    MOVE 0 TO master-found code-known.
    PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > master-table-count
        IF master-code(master-idx) = maint-code
            SET code-known-yes TO TRUE
            IF master-valid-to(master-idx) = SPACES
                SET master-found-yes TO TRUE
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM.  *> Of a code's versions, only the open-ended one can be changed; closed ones are history.
    IF maint-action = "ADD"
        IF code-known-yes
            DISPLAY "Code ", maint-code, " is already on the master - use CHG to change it."
            STOP RUN
        END-IF
        IF master-table-count >= 2000
            DISPLAY "Group master is full (2000 versions) - nothing added."
            STOP RUN
        END-IF
        ADD 1 TO master-table-count
        MOVE master-table-count TO new-idx
        MOVE maint-code TO master-code(new-idx)
        MOVE maint-desc TO master-desc(new-idx)
        MOVE "A" TO master-flag(new-idx)
        MOVE SPACES TO master-tol-mean-low(new-idx) master-tol-mean-high(new-idx)
            master-tol-count-low(new-idx) master-tol-count-high(new-idx)
            master-tol-sum-swing(new-idx)  *> A new group starts with no tolerances; TOL sets them once its normal band is known.
        MOVE maint-eff-date TO master-valid-from(new-idx)
        MOVE SPACES TO master-valid-to(new-idx)
        MOVE SPACES TO history-before-image
        MOVE new-idx TO master-idx
        PERFORM 310-BUILD-MASTER-RECORD
        MOVE GROUP-MASTER-RECORD TO history-after-image
        DISPLAY "Added ", maint-code, " - ", FUNCTION TRIM(maint-desc), " effective ", maint-eff-date
        EXIT PARAGRAPH
    END-IF.

    IF NOT master-found-yes
        EVALUATE maint-action
            WHEN "CHG"
                DISPLAY "Code ", maint-code, " is not on the master - use ADD to create it."
            WHEN "DEA"
                DISPLAY "Code ", maint-code, " is not on the master - nothing deactivated."
            WHEN OTHER
                DISPLAY "Code ", maint-code, " is not on the master - use ADD to create it first."
        END-EVALUATE
        STOP RUN
    END-IF.
    IF master-valid-from(master-idx) NOT = SPACES AND maint-eff-date < master-valid-from(master-idx)
        DISPLAY "Effective date ", maint-eff-date, " is before the version of ", maint-code,
            " in force from ", master-valid-from(master-idx), " - nothing changed."
        STOP RUN
    END-IF.  *> Versions only ever close forward; rewriting a closed period would change what past runs were judged against.
    PERFORM 310-BUILD-MASTER-RECORD.
    MOVE GROUP-MASTER-RECORD TO history-before-image.
    IF maint-eff-date = master-valid-from(master-idx)
        MOVE master-idx TO new-idx
    ELSE
        IF master-table-count >= 2000
            DISPLAY "Group master is full (2000 versions) - nothing changed."
            STOP RUN
        END-IF
        COMPUTE close-date-integer = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(maint-eff-date)) - 1
        COMPUTE close-date = FUNCTION DATE-OF-INTEGER(close-date-integer)
        MOVE close-date TO master-valid-to(master-idx)
        ADD 1 TO master-table-count
        MOVE master-table-count TO new-idx
        MOVE master-entry(master-idx) TO master-entry(new-idx)
        MOVE maint-eff-date TO master-valid-from(new-idx)
        MOVE SPACES TO master-valid-to(new-idx)
    END-IF.  *> A second change on the same effective date corrects that version instead of stacking a one-day-old one behind it.

    EVALUATE maint-action
        WHEN "CHG"
            MOVE maint-desc TO master-desc(new-idx)
            DISPLAY "Changed ", maint-code, " - ", FUNCTION TRIM(maint-desc), " effective ", maint-eff-date
        WHEN "DEA"
            MOVE "I" TO master-flag(new-idx)
            DISPLAY "Deactivated ", maint-code, " effective ", maint-eff-date
        WHEN "TOL"
            IF tol-mean-low = "*"
                MOVE SPACES TO master-tol-mean-low(new-idx)
            ELSE
                MOVE tol-mean-low TO master-tol-mean-low(new-idx)
            END-IF
            IF tol-mean-high = "*"
                MOVE SPACES TO master-tol-mean-high(new-idx)
            ELSE
                MOVE tol-mean-high TO master-tol-mean-high(new-idx)
            END-IF
            IF tol-count-low = "*"
                MOVE SPACES TO master-tol-count-low(new-idx)
            ELSE
                MOVE tol-count-low TO master-tol-count-low(new-idx)
            END-IF
            IF tol-count-high = "*"
                MOVE SPACES TO master-tol-count-high(new-idx)
            ELSE
                MOVE tol-count-high TO master-tol-count-high(new-idx)
            END-IF
            IF tol-sum-swing = "*"
                MOVE SPACES TO master-tol-sum-swing(new-idx)
            ELSE
                MOVE tol-sum-swing TO master-tol-sum-swing(new-idx)
            END-IF
            DISPLAY "Tolerances set for ", maint-code, ": MEAN ",
                FUNCTION TRIM(tol-mean-low), " TO ", FUNCTION TRIM(tol-mean-high),
                " COUNT ", FUNCTION TRIM(tol-count-low), " TO ", FUNCTION TRIM(tol-count-high),
                " SUM SWING ", FUNCTION TRIM(tol-sum-swing), " effective ", maint-eff-date
    END-EVALUATE.  *> Deactivated codes stay on file so their history keeps its description; statmeasure marks them (INACTIVE).
    MOVE new-idx TO master-idx.
    PERFORM 310-BUILD-MASTER-RECORD.
    MOVE GROUP-MASTER-RECORD TO history-after-image.

300-REWRITE-MASTER.
    OPEN OUTPUT GROUP-MASTER-FILE.
        STOP RUN
    END-IF.
    PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > master-table-count
        PERFORM 310-BUILD-MASTER-RECORD
        WRITE GROUP-MASTER-RECORD
    END-PERFORM.
    CLOSE GROUP-MASTER-FILE.
    DISPLAY "Group master rewritten: ", master-table-count, " entries.".

310-BUILD-MASTER-RECORD.
    MOVE master-code(master-idx) TO MASTER-GROUP-CODE.
    MOVE master-desc(master-idx) TO MASTER-GROUP-DESC.
    MOVE master-flag(master-idx) TO MASTER-ACTIVE-FLAG.
    MOVE master-tol-mean-low(master-idx) TO MASTER-MEAN-LOW.
    MOVE master-tol-mean-high(master-idx) TO MASTER-MEAN-HIGH.
    MOVE master-tol-count-low(master-idx) TO MASTER-COUNT-LOW.
    MOVE master-tol-count-high(master-idx) TO MASTER-COUNT-HIGH.
    MOVE master-tol-sum-swing(master-idx) TO MASTER-SUM-SWING.
    MOVE master-valid-from(master-idx) TO MASTER-EFF-FROM.
    MOVE master-valid-to(master-idx) TO MASTER-EFF-TO.

400-WRITE-HISTORY.
    ACCEPT maint-user FROM ENVIRONMENT "USER".
    IF maint-user = SPACES
        ACCEPT maint-user FROM ENVIRONMENT "LOGNAME"
    END-IF.
    IF maint-user = SPACES
        MOVE "UNKNOWN" TO maint-user
    END-IF.  *> Batch submissions run under the submitter's id; an interactive session under the analyst's.
    OPEN EXTEND GROUP-HISTORY-FILE.
    IF group-history-fs-status NOT = '00'
        OPEN OUTPUT GROUP-HISTORY-FILE
    END-IF.  *> First change in a directory has no history yet, so fall back to creating one.
    IF group-history-fs-status NOT = '00'
        DISPLAY "WARNING: unable to open change history GRPHIST - Status: ", group-history-fs-status,
            " - the master was changed but the change is not on the history."
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE maint-today TO HIST-DATE.
    MOVE maint-time TO HIST-TIME.
    MOVE maint-user TO HIST-USER.
    MOVE maint-action TO HIST-ACTION.
    MOVE maint-code TO HIST-GROUP-CODE.
    MOVE maint-eff-date TO HIST-EFF-DATE.
    MOVE history-before-image TO HIST-BEFORE-IMAGE.
    MOVE history-after-image TO HIST-AFTER-IMAGE.
    WRITE GROUP-HISTORY-RECORD.
    CLOSE GROUP-HISTORY-FILE.  *> Written only once the master itself has been rewritten, so the history never claims a change that did not land.
