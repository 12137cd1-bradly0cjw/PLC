*> 2026-09-01  RLT  Money fields now carry two implied decimal
*>                  places (V99) and the statement prints amounts
*>                  to the cent.
*> 2026-10-15  RLT  A student on the registrar's withdrawal feed
*>                  is billed the prorated fee: the credit earned
*>                  under the proration schedule prints as its own
*>                  WITHDRAWAL CREDIT line under the term fees.
*> 2026-10-15  RLT  Bad-debt write-offs (TransactionCode W) print
*>                  as WRITOFF and come off the balance, their
*>                  reinstatements (V) print as REINSTD and add
*>                  back, and agency recoveries (A) print as AGENCY
*>                  and come off like a payment. None of the three
*>                  moves the earliest-payment date the fee tier
*>                  is keyed on, matching the payment run.
*> 2026-10-15  RLT  The statement is itemized: every charge line on
*>                  the clean charge detail for the enrollment
*>                  (lab fees, housing, materials, fines) prints
*>                  under the term fees with its description from
*>                  HW2-Charge-Codes.csv, quantity and amount,
*>                  priced the way the payment run prices it, and
*>                  the amount now due is the sum of every line.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DeptMasterFileStatus.

*>  THE CHARGE DETAIL AND CHARGE CODE MASTER ARE OPTIONAL - THE
*>  SAME FILES StudentPaymentProgram ASSESSES THE CHARGE LINES
*>  FROM. WITHOUT THEM THE STATEMENT BILLS THE TERM FEES ALONE.
    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

    SELECT OPTIONAL ChargeCodeFile
        ASSIGN TO 'HW2-Charge-Codes.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeCodeFileStatus.

*>  THE WITHDRAWAL FEED AND PRORATION SCHEDULE ARE OPTIONAL - THE
*>  SAME FILES StudentPaymentProgram PRORATES THE ASSESSMENT FROM.
    SELECT OPTIONAL WithdrawalFile
        ASSIGN TO 'HW2-Withdrawals.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WithdrawalFileStatus.

    SELECT OPTIONAL ProrationScheduleFile
        ASSIGN TO 'HW2-Proration-Schedule.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProrationFileStatus.

    SELECT StatementFile ASSIGN TO 'HW2-Student-Statements.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StatementFileStatus.
*>----------------------------------------------------------------*>
*> STUDENT PAYMENTS - ONE RECORD PER INSTALLMENT; TransactionCode
*> R IS A REFUND POSTED BY RefundProgram, N A RETURNED-ITEM
*> REVERSAL OR RETURNED-CHECK FEE POSTED BY PaymentPostingProgram,
*> W / V / A A BAD-DEBT WRITE-OFF, ITS REINSTATEMENT AND AN AGENCY
*> RECOVERY POSTED BY BadDebtProgram
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
01  StudentPaymentRecord.
    05 FILLER PIC X.
    05 DeptName-Master PIC X(20).

*>----------------------------------------------------------------*>
*> REGISTRAR'S WITHDRAWAL FEED - ONE RECORD PER STUDENT AND TERM
*>----------------------------------------------------------------*>
FD  WithdrawalFile.
01  WithdrawalRecord.
    05 WD-StudentID PIC X(9).
    05 FILLER PIC X.
    05 WD-TermID PIC X(6).
    05 FILLER PIC X.
    05 WD-WithdrawalDate PIC 9(8).
    05 FILLER PIC X.
    05 WD-Reason PIC X(20).

*>----------------------------------------------------------------*>
*> PRORATION SCHEDULE - CREDIT PERCENT BY PAYMENTTYPE, TERM AND
*> THROUGH-DATE
*>----------------------------------------------------------------*>
FD  ProrationScheduleFile.
01  ProrationScheduleRecord.
    05 PS-PaymentType PIC X(1).
    05 FILLER PIC X.
    05 PS-TermID PIC X(6).
    05 FILLER PIC X.
    05 PS-ThroughDate PIC 9(8).
    05 FILLER PIC X.
    05 PS-CreditPercent PIC 9(3).

*>----------------------------------------------------------------*>
*> CLEAN STUDENT CHARGE DETAIL - ONE RECORD PER CHARGE LINE, IN
*> THE CLEAN STUDENT MASTER'S StudentID/TermID ORDER
*>----------------------------------------------------------------*>
FD  StudentChargeFile.
01  StudentChargeRecord.
    05 CL-StudentID PIC X(9).
    05 FILLER PIC X.
    05 CL-TermID PIC X(6).
    05 FILLER PIC X.
    05 CL-ChargeCode PIC X(1).
    05 FILLER PIC X.
    05 CL-Quantity PIC 9(3).
    05 FILLER PIC X.
    05 CL-Amount PIC 9(5)V99.
    05 FILLER PIC X.
    05 CL-AssessedDate PIC 9(8).

*>----------------------------------------------------------------*>
*> CHARGE CODE MASTER - THE DESCRIPTION PRINTED FOR EACH CODE
*>----------------------------------------------------------------*>
FD  ChargeCodeFile.
01  ChargeCodeRecord.
    05 CC-ChargeCode PIC X(1).
    05 FILLER PIC X.
    05 CC-Description PIC X(20).
    05 FILLER PIC X.
    05 CC-RevenueAccount PIC X(4).

*>----------------------------------------------------------------*>
*> OUTPUT - THE PRINT FILE, ONE PAGE PER STUDENT
*>----------------------------------------------------------------*>
    05 BW-TierLookupDate PIC 9(8).
    05 BW-FeesAmount PIC 9(9)V99.
    05 BW-SurchargeAmount PIC 9(9)V99.
    05 BW-WithdrawCredit PIC 9(9)V99.
    05 BW-CreditPercent PIC 9(3).
    05 BW-RunningBalance PIC S9(9)V99 COMP.

*>----------------------------------------------------------------*>
77 PaymentFileStatus PIC X(2).
77 DeptMasterFileStatus PIC X(2).
77 StatementFileStatus PIC X(2).
77 WithdrawalFileStatus PIC X(2).
77 ProrationFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 ChargeCodeFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> DEPARTMENT MASTER TABLE FOR THE NAME ON THE STATEMENT HEADING
        10 DM-DeptCode PIC X(4).
        10 DM-DeptName PIC X(20).

*>----------------------------------------------------------------*>
*> WITHDRAWAL AND PRORATION SCHEDULE TABLES, LOADED ONCE AT
*> INITIALIZATION. A REPEATED STUDENT AND TERM KEEPS THE FIRST
*> WITHDRAWAL RECORD.
*>----------------------------------------------------------------*>
77 WithdrawalCount PIC 9(5) COMP VALUE ZERO.
77 MaxWithdrawalEntries PIC 9(5) COMP VALUE 2000.
01 WithdrawalTable.
    05 WithdrawalEntry OCCURS 1 TO 2000 TIMES
            DEPENDING ON WithdrawalCount
            INDEXED BY WdIdx.
        10 WT-StudentID PIC X(9).
        10 WT-TermID PIC X(6).
        10 WT-WithdrawalDate PIC 9(8).
77 WITHDRAWAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-WITHDRAWAL-FILE VALUE 'Y'.
77 WithdrawFoundIdx PIC 9(5) COMP VALUE ZERO.

77 ProrationCount PIC 9(3) COMP VALUE ZERO.
77 MaxProrationEntries PIC 9(3) COMP VALUE 200.
01 ProrationTable.
    05 ProrationEntry OCCURS 1 TO 200 TIMES
            DEPENDING ON ProrationCount
            INDEXED BY ProIdx.
        10 PT-PaymentType PIC X(1).
        10 PT-TermID PIC X(6).
        10 PT-ThroughDate PIC 9(8).
        10 PT-CreditPercent PIC 9(3) COMP.
77 PRORATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PRORATION-FILE VALUE 'Y'.
77 BestThroughDate PIC 9(8) VALUE ZERO.

*>----------------------------------------------------------------*>
*> CHARGE CODE MASTER TABLE, AND THE CHARGE LINES FOR THE CURRENT
*> STUDENT. THE CHARGE FILE IS READ ONE RECORD AHEAD AND MATCHED
*> TO THE STUDENT AND TERM; A LINE THAT FINDS NO TIER PRINTS AS
*> NOT PRICED AND, AS IN THE PAYMENT RUN, IS NOT BILLED.
*>----------------------------------------------------------------*>
77 ChargeCodeCount PIC 9(3) COMP VALUE ZERO.
77 MaxChargeCodeEntries PIC 9(3) COMP VALUE 100.
01 ChargeCodeTable.
    05 ChargeCodeEntry OCCURS 1 TO 100 TIMES
            DEPENDING ON ChargeCodeCount
            INDEXED BY CcIdx.
        10 CT-ChargeCode PIC X(1).
        10 CT-Description PIC X(20).
77 CHARGE-CODE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-CODES VALUE 'Y'.
77 CHARGE-FILE-OPEN-SW PIC X(1) VALUE 'N'.
    88 CHARGE-FILE-OPEN VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-FILE VALUE 'Y'.
77 BillChargeCount PIC 9(3) COMP VALUE ZERO.
01 BillChargeTable.
    05 BillChargeEntry OCCURS 50 TIMES INDEXED BY BcIdx.
        10 BC-ChargeCode PIC X(1).
        10 BC-Quantity PIC 9(3).
        10 BC-Amount PIC 9(9)V99.
        10 BC-PricedFlag PIC X(1).
            88 BC-PRICED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> PRINT LINE LAYOUTS
*>----------------------------------------------------------------*>
    05 SU-Balance PIC -(8)9.99.
    05 FILLER PIC X(07) VALUE SPACES.

01 WithdrawalCreditLine.
    05 FILLER PIC X(18) VALUE 'WITHDRAWAL CREDIT '.
    05 WL-Percent PIC ZZ9.
    05 FILLER PIC X(09) VALUE '% OF FEES'.
    05 FILLER PIC X(05) VALUE SPACES.
    05 WL-Amount PIC Z(8)9.99.
    05 FILLER PIC X(14) VALUE SPACES.
    05 WL-Balance PIC -(8)9.99.
    05 FILLER PIC X(07) VALUE SPACES.

01 ItemChargeLine.
    05 FILLER PIC X(02) VALUE SPACES.
    05 IC-Description PIC X(20).
    05 FILLER PIC X(01) VALUE SPACES.
    05 IC-QuantityLabel PIC X(04).
    05 IC-Quantity PIC ZZ9 BLANK WHEN ZERO.
    05 FILLER PIC X(05) VALUE SPACES.
    05 IC-Amount PIC Z(8)9.99.
    05 FILLER PIC X(14) VALUE SPACES.
    05 IC-Balance PIC -(8)9.99.
    05 FILLER PIC X(07) VALUE SPACES.

01 UnpricedChargeLine.
    05 FILLER PIC X(02) VALUE SPACES.
    05 UP-Description PIC X(20).
    05 FILLER PIC X(58)
        VALUE ' NOT PRICED - CONTACT THE BURSAR'.

01 UnknownChargeDescription.
    05 FILLER PIC X(12) VALUE 'CHARGE CODE '.
    05 UD-ChargeCode PIC X(1).
    05 FILLER PIC X(07) VALUE SPACES.

01 NoTierLine.
    05 FILLER PIC X(42)
        VALUE 'NO FEE TIER ON FILE FOR THIS PAYMENT TYPE'.
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-DEPT-MASTER THRU 1100-EXIT
    PERFORM 1200-LOAD-WITHDRAWALS THRU 1200-EXIT
    PERFORM 1300-LOAD-PRORATION-SCHEDULE THRU 1300-EXIT
    PERFORM 1400-LOAD-CHARGE-CODES THRU 1400-EXIT
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus = '00'
        MOVE 'Y' TO CHARGE-FILE-OPEN-SW
        PERFORM 2590-READ-NEXT-CHARGE-LINE THRU 2590-EXIT
    ELSE
        MOVE 'Y' TO CHARGE-EOF-SW
    END-IF
    OPEN OUTPUT StatementFile.
1000-EXIT.
    EXIT.
1110-EXIT.
    EXIT.

1200-LOAD-WITHDRAWALS.
    OPEN INPUT WithdrawalFile
    IF WithdrawalFileStatus = '00'
        PERFORM 1210-READ-WITHDRAWAL THRU 1210-EXIT
            UNTIL END-OF-WITHDRAWAL-FILE
        CLOSE WithdrawalFile
    END-IF.
1200-EXIT.
    EXIT.

1210-READ-WITHDRAWAL.
    READ WithdrawalFile
        AT END
            MOVE 'Y' TO WITHDRAWAL-EOF-SW
        NOT AT END
            IF WithdrawalCount < MaxWithdrawalEntries
                ADD 1 TO WithdrawalCount
                SET WdIdx TO WithdrawalCount
                MOVE WD-StudentID TO WT-StudentID (WdIdx)
                MOVE WD-TermID TO WT-TermID (WdIdx)
                MOVE WD-WithdrawalDate TO WT-WithdrawalDate (WdIdx)
            ELSE
                MOVE 'Y' TO WITHDRAWAL-EOF-SW
            END-IF
    END-READ.
1210-EXIT.
    EXIT.

1300-LOAD-PRORATION-SCHEDULE.
    OPEN INPUT ProrationScheduleFile
    IF ProrationFileStatus = '00'
        PERFORM 1310-READ-PRORATION-TIER THRU 1310-EXIT
            UNTIL END-OF-PRORATION-FILE
        CLOSE ProrationScheduleFile
    END-IF.
1300-EXIT.
    EXIT.

1310-READ-PRORATION-TIER.
    READ ProrationScheduleFile
        AT END
            MOVE 'Y' TO PRORATION-EOF-SW
        NOT AT END
            IF ProrationCount < MaxProrationEntries
                ADD 1 TO ProrationCount
                SET ProIdx TO ProrationCount
                MOVE PS-PaymentType TO PT-PaymentType (ProIdx)
                MOVE PS-TermID TO PT-TermID (ProIdx)
                MOVE PS-ThroughDate TO PT-ThroughDate (ProIdx)
                IF PS-CreditPercent > 100
                    MOVE 100 TO PT-CreditPercent (ProIdx)
                ELSE
                    MOVE PS-CreditPercent TO PT-CreditPercent (ProIdx)
                END-IF
            ELSE
                MOVE 'Y' TO PRORATION-EOF-SW
            END-IF
    END-READ.
1310-EXIT.
    EXIT.

1400-LOAD-CHARGE-CODES.
    OPEN INPUT ChargeCodeFile
    IF ChargeCodeFileStatus = '00'
        PERFORM 1410-READ-CHARGE-CODE THRU 1410-EXIT
            UNTIL END-OF-CHARGE-CODES
        CLOSE ChargeCodeFile
    END-IF.
1400-EXIT.
    EXIT.

1410-READ-CHARGE-CODE.
    READ ChargeCodeFile
        AT END
            MOVE 'Y' TO CHARGE-CODE-EOF-SW
        NOT AT END
            IF ChargeCodeCount < MaxChargeCodeEntries
                ADD 1 TO ChargeCodeCount
                SET CcIdx TO ChargeCodeCount
                MOVE CC-ChargeCode TO CT-ChargeCode (CcIdx)
                MOVE CC-Description TO CT-Description (CcIdx)
            ELSE
                MOVE 'Y' TO CHARGE-CODE-EOF-SW
            END-IF
    END-READ.
1410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2000 - READ ONE STUDENT AND PRODUCE THEIR STATEMENT PAGE
*>----------------------------------------------------------------*>
            PERFORM 2100-RESOLVE-DEPT-NAME THRU 2100-EXIT
            PERFORM 2200-GATHER-INSTALLMENTS THRU 2200-EXIT
            PERFORM 2300-LOOKUP-FEE-TIER THRU 2300-EXIT
            PERFORM 2400-APPLY-WITHDRAWAL-CREDIT THRU 2400-EXIT
            PERFORM 2500-GATHER-CHARGE-LINES THRU 2500-EXIT
            PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
    END-READ.
2000-EXIT.
                IF TransactionCode OF StudentPaymentRecord NOT = 'R'
                   AND TransactionCode OF StudentPaymentRecord
                        NOT = 'N'
                   AND TransactionCode OF StudentPaymentRecord
                        NOT = 'W'
                   AND TransactionCode OF StudentPaymentRecord
                        NOT = 'V'
                   AND TransactionCode OF StudentPaymentRecord
                        NOT = 'A'
                   AND PaymentDate OF StudentPaymentRecord <
                        BW-EarliestPayDate
                    MOVE PaymentDate OF StudentPaymentRecord
2310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2400 - A WITHDRAWN STUDENT EARNS BACK THE CREDIT PERCENT OF THE
*> EARLIEST PRORATION TIER THE WITHDRAWAL DATE FALLS WITHIN, ON
*> THE BASE FEE ONLY - THE SAME RULE THE PAYMENT RUN ASSESSES BY.
*>----------------------------------------------------------------*>
2400-APPLY-WITHDRAWAL-CREDIT.
    MOVE ZERO TO BW-WithdrawCredit
    MOVE ZERO TO BW-CreditPercent
    IF WithdrawalCount = ZERO OR NOT FEES-FOUND
        GO TO 2400-EXIT
    END-IF
    MOVE ZERO TO WithdrawFoundIdx
    PERFORM 2410-MATCH-ONE-WITHDRAWAL THRU 2410-EXIT
        VARYING WdIdx FROM 1 BY 1
        UNTIL WdIdx > WithdrawalCount OR WithdrawFoundIdx > ZERO
    IF WithdrawFoundIdx = ZERO OR ProrationCount = ZERO
        GO TO 2400-EXIT
    END-IF
    SET WdIdx TO WithdrawFoundIdx
    MOVE 99999999 TO BestThroughDate
    PERFORM 2420-CHECK-ONE-PRORATION-TIER THRU 2420-EXIT
        VARYING ProIdx FROM 1 BY 1 UNTIL ProIdx > ProrationCount
    COMPUTE BW-WithdrawCredit ROUNDED =
        BW-FeesAmount * BW-CreditPercent / 100.
2400-EXIT.
    EXIT.

2410-MATCH-ONE-WITHDRAWAL.
    IF WT-StudentID (WdIdx) = BW-StudentID
       AND WT-TermID (WdIdx) = BW-TermID
        SET WithdrawFoundIdx TO WdIdx
    END-IF.
2410-EXIT.
    EXIT.

2420-CHECK-ONE-PRORATION-TIER.
    IF PT-PaymentType (ProIdx) NOT = BW-PaymentType
       OR PT-TermID (ProIdx) NOT = BW-TermID
        GO TO 2420-EXIT
    END-IF
    IF WT-WithdrawalDate (WdIdx) <= PT-ThroughDate (ProIdx)
       AND PT-ThroughDate (ProIdx) < BestThroughDate
        MOVE PT-ThroughDate (ProIdx) TO BestThroughDate
        MOVE PT-CreditPercent (ProIdx) TO BW-CreditPercent
    END-IF.
2420-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2500 - GATHER THE ENROLLMENT'S CHARGE LINES AND PRICE EACH THE
*> WAY THE PAYMENT RUN DOES: A BILLED AMOUNT AS IS, OTHERWISE THE
*> QUANTITY AT THE CHARGE CODE'S TIER ON THE ASSESSED DATE.
*>----------------------------------------------------------------*>
2500-GATHER-CHARGE-LINES.
    MOVE ZERO TO BillChargeCount
    PERFORM 2510-MATCH-ONE-CHARGE-LINE THRU 2510-EXIT
        UNTIL END-OF-CHARGE-FILE
           OR CL-StudentID > BW-StudentID
           OR (CL-StudentID = BW-StudentID
               AND CL-TermID > BW-TermID).
2500-EXIT.
    EXIT.

2510-MATCH-ONE-CHARGE-LINE.
    IF CL-StudentID = BW-StudentID
       AND CL-TermID = BW-TermID
        IF BillChargeCount < 50
            ADD 1 TO BillChargeCount
            SET BcIdx TO BillChargeCount
            PERFORM 2520-PRICE-ONE-CHARGE-LINE THRU 2520-EXIT
        ELSE
            DISPLAY "WARNING: MORE THAN 50 CHARGE LINES FOR "
                BW-StudentID " - STATEMENT SHOWS THE FIRST 50"
        END-IF
    END-IF
    PERFORM 2590-READ-NEXT-CHARGE-LINE THRU 2590-EXIT.
2510-EXIT.
    EXIT.

2520-PRICE-ONE-CHARGE-LINE.
    MOVE CL-ChargeCode TO BC-ChargeCode (BcIdx)
    MOVE CL-Quantity TO BC-Quantity (BcIdx)
    MOVE ZERO TO BC-Amount (BcIdx)
    MOVE 'N' TO BC-PricedFlag (BcIdx)
    IF CL-Amount > ZERO
        MOVE CL-Amount TO BC-Amount (BcIdx)
        MOVE ZERO TO BC-Quantity (BcIdx)
        MOVE 'Y' TO BC-PricedFlag (BcIdx)
        GO TO 2520-EXIT
    END-IF
    MOVE CL-ChargeCode TO PaymentType OF FeesKey
    MOVE CL-TermID TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart OF FeesKey
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO SCAN-FEES-DONE-SW
            PERFORM 2530-READ-NEXT-CHARGE-TIER THRU 2530-EXIT
                UNTIL SCAN-FEES-DONE
    END-START.
2520-EXIT.
    EXIT.

2530-READ-NEXT-CHARGE-TIER.
    READ FeesFile NEXT RECORD
        AT END
            MOVE 'Y' TO SCAN-FEES-DONE-SW
        NOT AT END
            IF PaymentType OF FeesKey NOT = CL-ChargeCode
               OR (CL-TermID NOT = SPACES
                   AND TermID OF FeesKey NOT = CL-TermID)
                MOVE 'Y' TO SCAN-FEES-DONE-SW
            ELSE
                IF CL-AssessedDate >= EffectiveDateStart OF FeesKey
                   AND (EffectiveDateEnd OF FeesRecord = ZERO
                        OR CL-AssessedDate <=
                           EffectiveDateEnd OF FeesRecord)
                    COMPUTE BC-Amount (BcIdx) =
                        CL-Quantity * Amount OF FeesRecord
                    MOVE 'Y' TO BC-PricedFlag (BcIdx)
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
2530-EXIT.
    EXIT.

2590-READ-NEXT-CHARGE-LINE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
    END-READ.
2590-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - PRINT THE STATEMENT PAGE: HEADING, CHARGES, EVERY
*> INSTALLMENT WITH A RUNNING BALANCE, AND THE AMOUNT NOW DUE.
        MOVE BW-FeesAmount TO CH-Amount
        MOVE BW-RunningBalance TO CH-Balance
        WRITE StatementLine FROM ChargeLine
        IF BW-WithdrawCredit > ZERO
            SUBTRACT BW-WithdrawCredit FROM BW-RunningBalance
            MOVE BW-CreditPercent TO WL-Percent
            MOVE BW-WithdrawCredit TO WL-Amount
            MOVE BW-RunningBalance TO WL-Balance
            WRITE StatementLine FROM WithdrawalCreditLine
        END-IF
        IF BW-SurchargeAmount > ZERO
            ADD BW-SurchargeAmount TO BW-RunningBalance
            MOVE BW-SurchargeAmount TO SU-Amount
    ELSE
        WRITE StatementLine FROM NoTierLine
    END-IF
    PERFORM 3200-PRINT-ONE-CHARGE-LINE THRU 3200-EXIT
        VARYING BcIdx FROM 1 BY 1 UNTIL BcIdx > BillChargeCount
    WRITE StatementLine FROM BlankLine
    IF PayDetailCount > ZERO
        WRITE StatementLine FROM DetailHeadingLine
        WHEN 'N'
            MOVE 'RETURND' TO DL-Description
            ADD PD-Amount (PayIdx) TO BW-RunningBalance
        WHEN 'W'
            MOVE 'WRITOFF' TO DL-Description
            SUBTRACT PD-Amount (PayIdx) FROM BW-RunningBalance
        WHEN 'V'
            MOVE 'REINSTD' TO DL-Description
            ADD PD-Amount (PayIdx) TO BW-RunningBalance
        WHEN 'A'
            MOVE 'AGENCY ' TO DL-Description
            SUBTRACT PD-Amount (PayIdx) FROM BW-RunningBalance
        WHEN OTHER
            MOVE 'PAYMENT' TO DL-Description
            SUBTRACT PD-Amount (PayIdx) FROM BW-RunningBalance
3100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3200 - ONE ITEMIZED CHARGE LINE: THE CODE'S DESCRIPTION, THE
*> QUANTITY WHEN PRICED BY QUANTITY, AND THE AMOUNT ADDED TO THE
*> RUNNING BALANCE
*>----------------------------------------------------------------*>
3200-PRINT-ONE-CHARGE-LINE.
    MOVE BC-ChargeCode (BcIdx) TO UD-ChargeCode
    MOVE UnknownChargeDescription TO IC-Description
    IF ChargeCodeCount > ZERO
        SET CcIdx TO 1
        SEARCH ChargeCodeEntry
            AT END
                CONTINUE
            WHEN CT-ChargeCode (CcIdx) = BC-ChargeCode (BcIdx)
                MOVE CT-Description (CcIdx) TO IC-Description
        END-SEARCH
    END-IF
    IF NOT BC-PRICED (BcIdx)
        MOVE IC-Description TO UP-Description
        WRITE StatementLine FROM UnpricedChargeLine
        GO TO 3200-EXIT
    END-IF
    IF BC-Quantity (BcIdx) = ZERO
        MOVE SPACES TO IC-QuantityLabel
    ELSE
        MOVE 'QTY ' TO IC-QuantityLabel
    END-IF
    MOVE BC-Quantity (BcIdx) TO IC-Quantity
    ADD BC-Amount (BcIdx) TO BW-RunningBalance
    MOVE BC-Amount (BcIdx) TO IC-Amount
    MOVE BW-RunningBalance TO IC-Balance
    WRITE StatementLine FROM ItemChargeLine.
3200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE PAGE COUNT AND CLOSE FILES
*>----------------------------------------------------------------*>
    CLOSE StudentMainFile
    CLOSE FeesFile
    CLOSE StudentPaymentFile
    IF CHARGE-FILE-OPEN
        CLOSE StudentChargeFile
    END-IF
    CLOSE StatementFile.
8000-EXIT.
    EXIT.
