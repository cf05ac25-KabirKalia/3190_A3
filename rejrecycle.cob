    02 CORR-REASON-CODE PIC X(2).  *> Reason code of the reject being repaired; rejects renumber as repairs and drops squeeze out, so position alone is not a safe key.
    02 CORR-AMOUNT PIC X(8).  *> Corrected amount columns; blank keeps the original amount.
    02 CORR-GROUP-CODE PIC X(4).  *> Corrected group code; blank keeps the original code.
    02 CORR-QUANTITY PIC X(7).  *> Corrected quantity columns for reason-04/10 rejects; blank keeps the original.
    02 CORR-COMMENT PIC X(40).  *> Analyst's note, echoed on the recycle line.
    02 CORR-CURRENCY-CODE PIC X(3).  *> Corrected currency code; blank keeps the original. Kept last so existing correction files still line up.

FD REJECT-FILE.
01 REJECT-RECORD.
    02 REJECT-REASON-CODE PIC X(2).  *> 01 = amount columns not numeric, 02 = group code blank, 03 = trailer out of balance, 04 = quantity columns not numeric, 05 = currency not on the rate file, 06 = no rate in force for the business date, 07 = forbidden sentinel amount, 08 = sign not allowed for the group, 09 = amount outside the group's range, 10 = quantity outside the group's range.
    02 FILLER PIC X(1).
    02 REJECT-RECORD-IMAGE PIC X(80).  *> Original record image as editextract captured it.
    02 FILLER PIC X(1).
        10 correction-group-code PIC X(4).
        10 correction-quantity PIC X(7).
        10 correction-comment PIC X(40).
        10 correction-currency-code PIC X(3).
        10 correction-applied PIC 9.  *> 1 once the correction has matched a reject, so unused ones can be reported.
01 repaired-image PIC X(80).  *> Reject image with the correction overlaid, re-edited before it is recycled.
01 repaired-amount PIC X(8).  *> Amount columns of the repaired image.
01 repaired-amount-num REDEFINES repaired-amount PIC S9(6)V9(2).  *> Signed view for the re-edit: the class test must accept a trailing overpunch sign, exactly as editextract's EXTRACT-AMOUNT test does.
01 repaired-group-code PIC X(4).  *> Group code columns of the repaired image, re-checked for blanks.
01 repaired-quantity PIC X(7).  *> Quantity columns of the repaired image.
01 repaired-quantity-num REDEFINES repaired-quantity PIC 9(7).  *> Numeric view for the re-edit on a reason-04/10 reject; a MOVE into a numeric field would convert the data and defeat the class test.
01 run-date PIC X(8).  *> Run date in YYYYMMDD form.
01 run-date-integer PIC 9(8) VALUE ZERO.  *> Today as an integer day number, for the age arithmetic.
01 reject-age PIC S9(5) VALUE ZERO.  *> Days the reject has been sitting unrepaired.
                        MOVE CORR-GROUP-CODE TO correction-group-code(corrections-table-count)
                        MOVE CORR-QUANTITY TO correction-quantity(corrections-table-count)
                        MOVE CORR-COMMENT TO correction-comment(corrections-table-count)
                        MOVE CORR-CURRENCY-CODE TO correction-currency-code(corrections-table-count)
                        MOVE 0 TO correction-applied(corrections-table-count)
                    END-IF
            END-READ
        IF correction-quantity(corrections-idx) NOT = SPACES
            MOVE correction-quantity(corrections-idx) TO repaired-image(13:7)
        END-IF
        IF correction-currency-code(corrections-idx) NOT = SPACES
            MOVE correction-currency-code(corrections-idx) TO repaired-image(20:3)
        END-IF  *> A reason-05/06 reject is repaired either by a corrected code here or by a rate added through ratemaint; either way editextract checks the rate again when the record comes back through. Reasons 07-10 work the same way against rulemaint's rules.
        MOVE repaired-image(1:8) TO repaired-amount
        MOVE repaired-image(9:4) TO repaired-group-code
        MOVE repaired-image(13:7) TO repaired-quantity
        IF repaired-amount-num IS NUMERIC AND repaired-group-code NOT = SPACES
           AND ((REJECT-REASON-CODE NOT = "04" AND REJECT-REASON-CODE NOT = "10")
                OR repaired-quantity-num IS NUMERIC)
            WRITE RECYCLE-RECORD FROM repaired-image
            ADD 1 TO repaired-count
            EXIT PARAGRAPH
