*>                  places (V99); the refund split ceiling
*>                  arithmetic now rounds up by a cent, not a
*>                  dollar.
*> 2026-10-15  RLT  Bad-debt write-offs (TransactionCode W) and
*>                  their reinstatements (V) are not money and are
*>                  left out of the net-paid sum; an agency
*>                  recovery payment (A) counts as paid, so cash
*>                  the agency brings in beyond the balance is
*>                  refundable like any other overpayment.
*> 2026-10-15  RLT  Refund offsets are dated by the run date, so a
*>                  run whose date falls in a fiscal period
*>                  PeriodCloseProgram has closed either redates
*>                  them to the first day of the next open period
*>                  or issues no refunds (disposition C), as the
*>                  period says. Either way each one is logged on
*>                  the prior-period adjustment log.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.

*>  THE FISCAL PERIOD MASTER IS KEPT BY FINANCE AND CLOSED BY
*>  PeriodCloseProgram; NOTHING MAY POST INTO A CLOSED MONTH. EVERY
*>  ENTRY THAT MEETS ONE IS LOGGED ON THE APPEND-ONLY ADJUSTMENT
*>  LOG. BOTH ARE OPTIONAL - BEFORE THE FIRST CLOSE NOTHING IS
*>  LOCKED.
    SELECT OPTIONAL FiscalPeriodFile
        ASSIGN TO 'HW2-Fiscal-Periods.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.

    SELECT OPTIONAL PeriodAdjustmentFile
        ASSIGN TO 'HW2-Prior-Period-Adjustments.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentFileStatus.

DATA DIVISION.
FILE SECTION.

*> STUDENT PAYMENTS - ONE RECORD PER INSTALLMENT, KEYED BY
*> STUDENT ID PLUS INSTALLMENT NUMBER. TransactionCode R MARKS A
*> REFUND AND N A RETURNED-ITEM REVERSAL OR RETURNED-CHECK FEE;
*> THE NET-PAID SUM SUBTRACTS BOTH INSTEAD OF ADDING. W AND V
*> (BAD-DEBT WRITE-OFF AND REINSTATEMENT) ARE NOT MONEY AND ARE
*> SKIPPED; A (AGENCY RECOVERY) IS A PAYMENT.
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
01  StudentPaymentRecord.
    05 FILLER PIC X.
    05 RC-RunID PIC X(8).

*>----------------------------------------------------------------*>
*> FISCAL PERIOD MASTER - ONE RECORD PER MONTH. STATUS C = CLOSED.
*> LATE ACTION R = REJECT AN ENTRY DATED IN THE CLOSED PERIOD,
*> ANYTHING ELSE = REDATE IT TO THE FIRST DAY OF THE NEXT OPEN
*> PERIOD. SEE PeriodCloseProgram.
*>----------------------------------------------------------------*>
FD  FiscalPeriodFile.
01  FiscalPeriodRecord.
    05 FP-PeriodID PIC X(6).
    05 FILLER PIC X.
    05 FP-StartDate PIC 9(8).
    05 FILLER PIC X.
    05 FP-EndDate PIC 9(8).
    05 FILLER PIC X.
    05 FP-Status PIC X(1).
    05 FILLER PIC X.
    05 FP-LateAction PIC X(1).
    05 FILLER PIC X.
    05 FP-CloseCount PIC 9(2).
    05 FILLER PIC X.
    05 FP-LastActionDate PIC 9(8).
    05 FILLER PIC X.
    05 FP-LastActionRunID PIC X(8).

*>----------------------------------------------------------------*>
*> OUTPUT - PRIOR-PERIOD ADJUSTMENT LOG, ONE LINE PER ENTRY DATED
*> IN A CLOSED PERIOD: A = POSTED, REDATED TO THE POSTED DATE;
*> R = REJECTED. THE TRANSACTION CODE IS THAT OF THE INSTALLMENT
*> WRITTEN, R HERE. BUILT IN WORKING STORAGE (PeriodAdjustmentWork).
*>----------------------------------------------------------------*>
FD  PeriodAdjustmentFile.
01  PeriodAdjustmentRecord PIC X(103).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
77 PaymentFileStatus PIC X(2).
77 DisbursementFileStatus PIC X(2).
77 RegisterFileStatus PIC X(2).
77 PeriodFileStatus PIC X(2).
77 AdjustmentFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> FISCAL PERIOD TABLE, LOADED FROM THE PERIOD MASTER. 1700 SETS
*> PERIOD-CLOSED WHEN PeriodCheckDate FALLS IN A CLOSED PERIOD,
*> WITH THE DATE TO REDATE TO IN PeriodRedateDate - ZERO WHEN THE
*> ENTRY MUST BE REJECTED INSTEAD. RefundPostDate IS THE DATE THE
*> OFFSETS POST UNDER: THE RUN DATE, OR ITS REDATE DATE.
*>----------------------------------------------------------------*>
77 PeriodCount PIC 9(3) COMP VALUE ZERO.
77 MaxPeriods PIC 9(3) COMP VALUE 240.
77 PeriodSub PIC 9(3) COMP VALUE ZERO.
01 PeriodTable.
    05 PeriodEntry OCCURS 1 TO 240 TIMES
            DEPENDING ON PeriodCount.
        10 PD-PeriodID PIC X(6).
        10 PD-StartDate PIC 9(8).
        10 PD-EndDate PIC 9(8).
        10 PD-Status PIC X(1).
        10 PD-LateAction PIC X(1).
77 PeriodCheckDate PIC 9(8) VALUE ZERO.
77 PeriodClosedID PIC X(6) VALUE SPACES.
77 PeriodClosedEnd PIC 9(8) VALUE ZERO.
77 PeriodLateAction PIC X(1) VALUE SPACE.
77 PeriodRedateDate PIC 9(8) VALUE ZERO.
77 RefundPostDate PIC 9(8) VALUE ZERO.
77 PeriodAdjustedCount PIC 9(7) COMP VALUE ZERO.
77 PeriodRejectedCount PIC 9(7) COMP VALUE ZERO.
77 PERIOD-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PERIOD-FILE VALUE 'Y'.
77 PERIOD-CLOSED-SW PIC X(1) VALUE 'N'.
    88 PERIOD-CLOSED VALUE 'Y'.

01 PeriodAdjustmentWork.
    05 PW-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 PW-BusinessDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 PW-ProgramName PIC X(24).
    05 FILLER PIC X VALUE ','.
    05 PW-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 PW-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 PW-InstallmentNumber PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 PW-TransactionCode PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 PW-Amount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 PW-OriginalDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 PW-ClosedPeriodID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 PW-PostedDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 PW-Action PIC X(1).

PROCEDURE DIVISION.

        STOP RUN
    END-IF
    OPEN OUTPUT RefundDisbursementFile
    OPEN OUTPUT RefundRegisterFile
    PERFORM 1600-LOAD-FISCAL-PERIODS THRU 1600-EXIT
    MOVE RunDate TO PeriodCheckDate
    PERFORM 1700-CHECK-PERIOD-CLOSED THRU 1700-EXIT
    MOVE RunDate TO RefundPostDate
    IF PERIOD-CLOSED
        IF PeriodRedateDate = ZERO
            DISPLAY "WARNING: RUN DATE " RunDate " IS IN CLOSED "
                "PERIOD " PeriodClosedID " - NO REFUNDS WILL BE "
                "ISSUED THIS RUN"
        ELSE
            MOVE PeriodRedateDate TO RefundPostDate
            DISPLAY "NOTE: RUN DATE " RunDate " IS IN CLOSED "
                "PERIOD " PeriodClosedID " - REFUNDS POST AS OF "
                RefundPostDate
        END-IF
    END-IF.
1000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1600 - LOAD THE FISCAL PERIOD MASTER AND OPEN THE ADJUSTMENT
*> LOG. AN ABSENT OPTIONAL FILE OPENS WITH STATUS 05 AND MUST
*> STILL BE CLOSED. A MASTER THAT IS THERE BUT CANNOT BE READ IS
*> FATAL - POSTING WITHOUT IT WOULD OPEN EVERY CLOSED MONTH.
*>----------------------------------------------------------------*>
1600-LOAD-FISCAL-PERIODS.
    OPEN INPUT FiscalPeriodFile
    IF PeriodFileStatus NOT = '00' AND PeriodFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO OPEN FiscalPeriodFile, STATUS = "
            PeriodFileStatus
        STOP RUN
    END-IF
    PERFORM 1610-READ-FISCAL-PERIOD THRU 1610-EXIT
        UNTIL END-OF-PERIOD-FILE
    CLOSE FiscalPeriodFile
    OPEN EXTEND PeriodAdjustmentFile
    IF AdjustmentFileStatus NOT = '00'
       AND AdjustmentFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO EXTEND PeriodAdjustmentFile, "
            "STATUS = " AdjustmentFileStatus
        STOP RUN
    END-IF.
1600-EXIT.
    EXIT.

1610-READ-FISCAL-PERIOD.
    READ FiscalPeriodFile
        AT END
            MOVE 'Y' TO PERIOD-EOF-SW
        NOT AT END
            IF FP-PeriodID = SPACES
               OR FP-StartDate NOT NUMERIC
               OR FP-EndDate NOT NUMERIC
                GO TO 1610-EXIT
            END-IF
            IF PeriodCount >= MaxPeriods
                DISPLAY "FATAL: FiscalPeriodFile EXCEEDS " MaxPeriods
                    " PERIODS - RAISE MaxPeriods AND RERUN"
                STOP RUN
            END-IF
            ADD 1 TO PeriodCount
            MOVE FP-PeriodID TO PD-PeriodID (PeriodCount)
            MOVE FP-StartDate TO PD-StartDate (PeriodCount)
            MOVE FP-EndDate TO PD-EndDate (PeriodCount)
            MOVE FP-Status TO PD-Status (PeriodCount)
            MOVE FP-LateAction TO PD-LateAction (PeriodCount)
    END-READ.
1610-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1700 - IS PeriodCheckDate IN A CLOSED PERIOD? IF SO, AND THE
*> PERIOD DOES NOT SAY REJECT, THE ENTRY IS REDATED TO THE START OF
*> THE EARLIEST PERIOD AFTER IT THAT IS STILL OPEN. WITH NO OPEN
*> PERIOD ON THE MASTER THERE IS NOWHERE TO PUT IT AND IT IS
*> REJECTED. A DATE NO PERIOD COVERS IS OPEN.
*>----------------------------------------------------------------*>
1700-CHECK-PERIOD-CLOSED.
    MOVE 'N' TO PERIOD-CLOSED-SW
    MOVE SPACES TO PeriodClosedID
    MOVE ZERO TO PeriodClosedEnd
    MOVE ZERO TO PeriodRedateDate
    IF PeriodCount = ZERO
        GO TO 1700-EXIT
    END-IF
    PERFORM 1710-CHECK-ONE-PERIOD THRU 1710-EXIT
        VARYING PeriodSub FROM 1 BY 1
        UNTIL PeriodSub > PeriodCount OR PERIOD-CLOSED
    IF NOT PERIOD-CLOSED OR PeriodLateAction = 'R'
        GO TO 1700-EXIT
    END-IF
    PERFORM 1720-CHECK-REDATE-PERIOD THRU 1720-EXIT
        VARYING PeriodSub FROM 1 BY 1 UNTIL PeriodSub > PeriodCount.
1700-EXIT.
    EXIT.

1710-CHECK-ONE-PERIOD.
    IF PD-Status (PeriodSub) = 'C'
       AND PeriodCheckDate >= PD-StartDate (PeriodSub)
       AND PeriodCheckDate <= PD-EndDate (PeriodSub)
        MOVE 'Y' TO PERIOD-CLOSED-SW
        MOVE PD-PeriodID (PeriodSub) TO PeriodClosedID
        MOVE PD-EndDate (PeriodSub) TO PeriodClosedEnd
        MOVE PD-LateAction (PeriodSub) TO PeriodLateAction
    END-IF.
1710-EXIT.
    EXIT.

1720-CHECK-REDATE-PERIOD.
    IF PD-Status (PeriodSub) NOT = 'C'
       AND PD-StartDate (PeriodSub) > PeriodClosedEnd
       AND (PeriodRedateDate = ZERO
            OR PD-StartDate (PeriodSub) < PeriodRedateDate)
        MOVE PD-StartDate (PeriodSub) TO PeriodRedateDate
    END-IF.
1720-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1800 - VERIFY THE JOB CHAIN: THE PAYMENT RUN MUST HAVE RECORDED
*> COMPLETION FOR TODAY'S BUSINESS DATE, OR THE OPERATOR MUST HAVE
*>----------------------------------------------------------------*>
*> 3000 - RECOMPUTE THE STUDENT'S REMAINING CREDIT FROM THE
*> PAYMENT FILE AND APPLY THE POLICY: NOTHING LEFT = S, UNDER THE
*> THRESHOLD = H, OTHERWISE REFUND THE WHOLE REMAINING CREDIT -
*> UNLESS THE RUN DATE IS IN A CLOSED PERIOD THAT TAKES NO LATE
*> ENTRIES, WHEN THE CREDIT STAYS ON ACCOUNT AS C.
*>----------------------------------------------------------------*>
3000-APPLY-REFUND-POLICY.
    PERFORM 4000-SUM-NET-PAID THRU 4000-EXIT
        GO TO 3000-EXIT
    END-IF
    MOVE RemainingCredit TO RefundAmountDue
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        ADD 1 TO CreditsHeldCount
        MOVE 'C' TO RG-Disposition
        MOVE ZERO TO RG-RefundAmount
        PERFORM 7000-WRITE-REGISTER-RECORD THRU 7000-EXIT
        MOVE CB-TermID TO PW-TermID
        MOVE ZERO TO PW-InstallmentNumber
        MOVE RefundAmountDue TO PW-Amount
        MOVE ZERO TO PW-PostedDate
        MOVE 'R' TO PW-Action
        PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
        GO TO 3000-EXIT
    END-IF
    PERFORM 5000-POST-REFUND-OFFSET THRU 5000-EXIT.
3000-EXIT.
    EXIT.
                    MOVE InstallmentNumber OF StudentPaymentRecord
                        TO HighestInstallmentFound
                END-IF
                EVALUATE TransactionCode OF StudentPaymentRecord
                    WHEN 'R'
                    WHEN 'N'
                        SUBTRACT Amount-Payment OF StudentPaymentRecord
                            FROM NetPaidOnFile
                    WHEN 'W'
                    WHEN 'V'
                        CONTINUE
                    WHEN OTHER
                        ADD Amount-Payment OF StudentPaymentRecord
                            TO NetPaidOnFile
                END-EVALUATE
            END-IF
            END-IF
    END-READ.
    MOVE CB-TermID TO TermID-Payment OF StudentPaymentRecord
    COMPUTE InstallmentNumber OF StudentPaymentRecord =
        HighestInstallmentFound + 1
    MOVE RefundPostDate TO PaymentDate OF StudentPaymentRecord
    MOVE RefundPieceAmount TO Amount-Payment OF StudentPaymentRecord
    MOVE 'R' TO TransactionCode OF StudentPaymentRecord
    WRITE StudentPaymentRecord
            ADD 1 TO HighestInstallmentFound
            ADD RefundPieceAmount TO RefundPostedAmount
            SUBTRACT RefundPieceAmount FROM RefundRemainingToPost
            IF PERIOD-CLOSED
                MOVE CB-TermID TO PW-TermID
                MOVE InstallmentNumber OF StudentPaymentRecord
                    TO PW-InstallmentNumber
                MOVE RefundPieceAmount TO PW-Amount
                MOVE RefundPostDate TO PW-PostedDate
                MOVE 'A' TO PW-Action
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
5100-EXIT.
    EXIT.
7000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7500 - LOG A REFUND MET BY A CLOSED PERIOD. THE CALLER SETS THE
*> TERM, INSTALLMENT, AMOUNT, POSTED DATE AND ACTION.
*>----------------------------------------------------------------*>
7500-WRITE-PERIOD-ADJUSTMENT.
    MOVE RunID TO PW-RunID
    MOVE RunDate TO PW-BusinessDate
    MOVE ThisProgramName TO PW-ProgramName
    MOVE CB-StudentID TO PW-StudentID
    MOVE 'R' TO PW-TransactionCode
    MOVE PeriodCheckDate TO PW-OriginalDate
    MOVE PeriodClosedID TO PW-ClosedPeriodID
    WRITE PeriodAdjustmentRecord FROM PeriodAdjustmentWork
    IF PW-Action = 'A'
        ADD 1 TO PeriodAdjustedCount
    ELSE
        ADD 1 TO PeriodRejectedCount
    END-IF.
7500-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE REGISTER TOTALS AND CLOSE FILES
*>----------------------------------------------------------------*>
    CLOSE StudentPaymentFile
    CLOSE RefundDisbursementFile
    CLOSE RefundRegisterFile
    CLOSE PeriodAdjustmentFile
    IF PeriodAdjustedCount > ZERO OR PeriodRejectedCount > ZERO
        DISPLAY "NOTE: " PeriodAdjustedCount " REFUND OFFSETS "
            "REDATED AND " PeriodRejectedCount " REFUNDS WITHHELD "
            "FOR A CLOSED PERIOD - SEE "
            "HW2-Prior-Period-Adjustments.csv"
    END-IF
    MOVE 'C' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT.
8000-EXIT.
