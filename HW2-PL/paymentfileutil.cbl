*> 2026-09-02  RLT  The verify report FD was 8 bytes shorter than
*>                  the work record and truncated the issue text;
*>                  widened to the full 79 bytes.
*> 2026-10-15  RLT  BadDebtProgram's TransactionCodes W (write-off),
*>                  V (write-off reinstated) and A (agency
*>                  recovery) are now valid codes with their own
*>                  control totals, to tie to the bad-debt
*>                  register, instead of reporting as bad codes.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
*>----------------------------------------------------------------*>
*> STUDENT PAYMENTS - THE SHARED INDEXED FILE UNDER VERIFICATION.
*> TransactionCode P = PAYMENT, R = REFUND, N = RETURNED-ITEM
*> REVERSAL OR FEE, W = BAD-DEBT WRITE-OFF, V = WRITE-OFF
*> REINSTATED, A = AGENCY RECOVERY, SPACE = RECORDS PREDATING THE
*> FIELD.
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
01  StudentPaymentRecord.

*>----------------------------------------------------------------*>
*> CONTROL TOTALS BY TRANSACTIONCODE: P, R, N, SPACE (RECORDS
*> PREDATING THE FIELD), W, V, A AND X FOR ANYTHING ELSE - AN X
*> TOTAL ABOVE ZERO IS ITSELF AN EXCEPTION.
*>----------------------------------------------------------------*>
01 CodeTotalsTable.
    05 CodeTotalEntry OCCURS 8 TIMES.
        10 CT-Code PIC X(1).
        10 CT-Count PIC 9(7) COMP.
        10 CT-Amount PIC 9(11)V99 COMP.
    MOVE 'R' TO CT-Code (2)
    MOVE 'N' TO CT-Code (3)
    MOVE SPACE TO CT-Code (4)
    MOVE 'W' TO CT-Code (5)
    MOVE 'V' TO CT-Code (6)
    MOVE 'A' TO CT-Code (7)
    MOVE 'X' TO CT-Code (8)
    PERFORM 2210-ZERO-ONE-CODE-TOTAL THRU 2210-EXIT
        VARYING CodeSub FROM 1 BY 1 UNTIL CodeSub > 8.
2200-EXIT.
    EXIT.

            MOVE 3 TO CodeSub
        WHEN SPACE
            MOVE 4 TO CodeSub
        WHEN 'W'
            MOVE 5 TO CodeSub
        WHEN 'V'
            MOVE 6 TO CodeSub
        WHEN 'A'
            MOVE 7 TO CodeSub
        WHEN OTHER
            MOVE 8 TO CodeSub
            MOVE 'BAD TRANSACTION CODE' TO VR-IssueText
            PERFORM 3500-WRITE-EXCEPTION-LINE THRU 3500-EXIT
    END-EVALUATE

*>----------------------------------------------------------------*>
*> 4000 - ONE T LINE PER TRANSACTIONCODE: COUNT AND MONEY TOTAL,
*> TO TIE AGAINST THE POSTING REPORT, THE REFUND REGISTER, THE
*> RETURNED-ITEMS REGISTER AND THE BAD-DEBT REGISTER.
*>----------------------------------------------------------------*>
4000-WRITE-CODE-TOTALS.
    PERFORM 4100-WRITE-ONE-CODE-TOTAL THRU 4100-EXIT
        VARYING CodeSub FROM 1 BY 1 UNTIL CodeSub > 8.
4000-EXIT.
    EXIT.

