IDENTIFICATION DIVISION.
PROGRAM-ID. BadDebtProgram.
AUTHOR. BURSAR-SYSTEMS-GROUP.
INSTALLATION. STUDENT-ACCOUNTS-DATA-CENTER.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------*>
*> MODIFICATION HISTORY
*>----------------------------------------------------------------*>
*> 2026-10-15  RLT  Original version - takes uncollectable
*>                  balances off the books. Function W (term end)
*>                  selects every student who reached the final
*>                  demand level on the escalation master, sits in
*>                  the 90+ aging bucket and was archived short on
*>                  the history master, writes the balance off as
*>                  TransactionCode W installments on
*>                  HW2-Student-Payment.dat and places the account
*>                  with the outside collection agency. Function R
*>                  posts the agency's recovery file back: the
*>                  amount collected net of the agency's commission
*>                  reinstates that much of the write-off
*>                  (TransactionCode V) and posts as an agency
*>                  payment (TransactionCode A). Both functions
*>                  write a register, append to the bad-debt
*>                  master, and write their own bad-debt expense /
*>                  allowance GL journal by department.
*> 2026-10-15  RLT  A write-off or recovery whose posting date
*>                  falls in a fiscal period PeriodCloseProgram has
*>                  closed is redated to the first day of the next
*>                  open period, or rejected (disposition C), as
*>                  the period says, and logged on the prior-period
*>                  adjustment log.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  THE CONTROL CARD IS REQUIRED: TERM, FUNCTION W (TERM-END
*>  WRITE-OFF AND AGENCY PLACEMENT) OR R (POST AGENCY RECOVERIES),
*>  AND FOR W THE ESCALATION LEVEL THAT QUALIFIES A STUDENT (ZERO
*>  OR BLANK = THE FINAL DEMAND LEVEL, 3).
    SELECT BadDebtControlFile
        ASSIGN TO 'HW2-BadDebt-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlFileStatus.

*>  FUNCTION W ONLY - THE ESCALATION MASTER, THE AGING REPORT FROM
*>  THE LAST PAYMENT RUN OF THE TERM, AND THE ARCHIVED TERM ON THE
*>  HISTORY MASTER. ALL THREE MUST AGREE A STUDENT IS STILL OWING.
    SELECT EscalationMasterFile
        ASSIGN TO 'HW2-Escalation-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EscalationFileStatus.

    SELECT AgingReportFile ASSIGN TO 'HW2-Aging-Report.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AgingFileStatus.

    SELECT HistoryMasterFile ASSIGN TO 'HW2-History-Master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HistoryKey
        FILE STATUS IS HistoryFileStatus.

*>  FUNCTION R ONLY - THE AGENCY'S PERIODIC RECOVERY FILE
    SELECT AgencyRecoveryFile ASSIGN TO 'HW2-Agency-Recovery.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RecoveryFileStatus.

    SELECT StudentPaymentFile ASSIGN TO 'HW2-Student-Payment.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentPaymentKey
        ALTERNATE RECORD KEY IS StudentID-Payment WITH DUPLICATES
        FILE STATUS IS PaymentFileStatus.

*>  THE BAD-DEBT MASTER IS READ AT INITIALIZATION (WHO HAS BEEN
*>  WRITTEN OFF, AND THEIR NAME AND DEPARTMENT FOR RECOVERIES) AND
*>  EXTENDED AS WRITE-OFFS AND RECOVERIES POST. IT IS NEVER
*>  REWRITTEN. THE FIRST EVER RUN HAS NO MASTER, SO IT IS OPTIONAL.
    SELECT OPTIONAL BadDebtMasterFile
        ASSIGN TO 'HW2-BadDebt-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MasterFileStatus.

    SELECT AgencyPlacementFile ASSIGN TO 'HW2-Agency-Placement.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PlacementFileStatus.

    SELECT BadDebtRegisterFile ASSIGN TO 'HW2-BadDebt-Register.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegisterFileStatus.

*>  KEPT APART FROM HW2-GL-Journal.csv, WHICH THE PAYMENT RUN
*>  REWRITES EVERY NIGHT
    SELECT BadDebtGLFile ASSIGN TO 'HW2-BadDebt-GL-Journal.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLJournalFileStatus.

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

FD  BadDebtControlFile.
01  BadDebtControlRecord.
    05 BC-TermID PIC X(6).
    05 FILLER PIC X.
    05 BC-Function PIC X(1).
    05 FILLER PIC X.
    05 BC-MinimumLevel PIC 9(3).

*>----------------------------------------------------------------*>
*> ESCALATION MASTER - ONE RECORD PER STUDENT AND TERM CURRENTLY
*> SHORT, AS REWRITTEN BY ShortfallDeltaProgram EACH COMPARISON RUN
*>----------------------------------------------------------------*>
FD  EscalationMasterFile.
01  EscalationMasterRecord.
    05 EM-StudentID PIC X(9).
    05 FILLER PIC X.
    05 EM-TermID PIC X(6).
    05 FILLER PIC X.
    05 EM-EscalationLevel PIC 9(3).
    05 FILLER PIC X.
    05 EM-LastRunID PIC X(8).

*>----------------------------------------------------------------*>
*> INPUT - THE AGING REPORT AS WRITTEN BY StudentPaymentProgram,
*> ONE LINE PER INSTALLMENT NOT FULLY COVERED BY PAYMENTS
*>----------------------------------------------------------------*>
FD  AgingReportFile.
01  AgingRecord.
    05 AG-RunID PIC X(8).
    05 FILLER PIC X.
    05 AG-StudentID PIC X(9).
    05 FILLER PIC X.
    05 AG-TermID PIC X(6).
    05 FILLER PIC X.
    05 AG-StudentName PIC X(10).
    05 FILLER PIC X.
    05 AG-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 AG-PaymentType PIC X(1).
    05 FILLER PIC X.
    05 AG-InstallmentNumber PIC 9(2).
    05 FILLER PIC X.
    05 AG-DueDate PIC 9(8).
    05 FILLER PIC X.
    05 AG-ScheduledAmount PIC 9(5)V99.
    05 FILLER PIC X.
    05 AG-PaidAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 AG-UnpaidAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 AG-AgingBucket PIC X(4).

*>----------------------------------------------------------------*>
*> HISTORY MASTER, AS WRITTEN BY TermArchiveProgram. FOR A
*> SHORTFALL (S) RECORD THE AMOUNTS ARE FEES / PAYMENT / SHORTFALL.
*>----------------------------------------------------------------*>
FD  HistoryMasterFile.
01  HistoryRecord.
    05 HistoryKey.
        10 HI-TermID PIC X(6).
        10 HI-RunID PIC X(8).
        10 HI-RecordType PIC X(1).
        10 HI-EntityID PIC X(9).
        10 HI-Sequence PIC 9(7).
    05 HI-EntityName PIC X(20).
    05 HI-StatusFlag PIC X(1).
    05 HI-RecDate PIC 9(8).
    05 HI-AmountA PIC 9(9)V99.
    05 HI-AmountB PIC 9(9)V99.
    05 HI-AmountC PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> INPUT - ONE RECORD PER COLLECTION THE AGENCY REMITS: WHAT THE
*> STUDENT PAID THE AGENCY AND THE COMMISSION THE AGENCY KEPT
*>----------------------------------------------------------------*>
FD  AgencyRecoveryFile.
01  AgencyRecoveryRecord.
    05 AR-StudentID PIC X(9).
    05 FILLER PIC X.
    05 AR-TermID PIC X(6).
    05 FILLER PIC X.
    05 AR-RecoveryDate PIC 9(8).
    05 FILLER PIC X.
    05 AR-GrossCollected PIC 9(9)V99.
    05 FILLER PIC X.
    05 AR-CommissionAmount PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> STUDENT PAYMENTS - ONE RECORD PER INSTALLMENT. TransactionCode
*> W IS A WRITE-OFF, V A WRITE-OFF REINSTATEMENT AND A AN AGENCY
*> RECOVERY PAYMENT; ALL THREE ARE POSTED BY THIS PROGRAM.
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
01  StudentPaymentRecord.
    05 StudentPaymentKey.
        10 StudentID-Payment PIC X(9).
        10 TermID-Payment PIC X(6).
        10 InstallmentNumber PIC 9(2).
    05 PaymentDate PIC 9(8).
    05 Amount-Payment PIC 9(5)V99.
    05 TransactionCode PIC X(1).

*>----------------------------------------------------------------*>
*> BAD-DEBT MASTER - ONE RECORD PER WRITE-OFF (W) OR RECOVERY (R)
*> EVER POSTED. WRITTEN FROM WORKING STORAGE (BadDebtMasterWork).
*>----------------------------------------------------------------*>
FD  BadDebtMasterFile.
01  BadDebtMasterRecord.
    05 BM-RunID PIC X(8).
    05 FILLER PIC X.
    05 BM-ActionDate PIC 9(8).
    05 FILLER PIC X.
    05 BM-Action PIC X(1).
    05 FILLER PIC X.
    05 BM-StudentID PIC X(9).
    05 FILLER PIC X.
    05 BM-TermID PIC X(6).
    05 FILLER PIC X.
    05 BM-StudentName PIC X(10).
    05 FILLER PIC X.
    05 BM-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 BM-Amount PIC 9(9)V99.

FD  AgencyPlacementFile.
01  AgencyPlacementRecord PIC X(78).

*>----------------------------------------------------------------*>
*> OUTPUT - ONE LINE PER STUDENT CONSIDERED OR RECOVERY WORKED.
*> DISPOSITION: W WRITTEN OFF AND PLACED, P PAID DOWN SINCE THE
*> TERM WAS ARCHIVED, D ALREADY WRITTEN OFF, H NOT ARCHIVED SHORT
*> ON THE HISTORY MASTER, R RECOVERY POSTED, X NO WRITE-OFF
*> OUTSTANDING TO RECOVER, E REJECTED OR COULD NOT POST, C NOT
*> POSTED - THE POSTING DATE IS IN A CLOSED FISCAL PERIOD.
*>----------------------------------------------------------------*>
FD  BadDebtRegisterFile.
01  BadDebtRegisterRecord PIC X(85).

FD  BadDebtGLFile.
01  BadDebtGLRecord PIC X(61).

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
*> WRITTEN (W, V OR A). BUILT IN WORKING STORAGE
*> (PeriodAdjustmentWork).
*>----------------------------------------------------------------*>
FD  PeriodAdjustmentFile.
01  PeriodAdjustmentRecord PIC X(103).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
*> CONTROL CARD VALUES HELD FOR THE RUN
*>----------------------------------------------------------------*>
77 TermID PIC X(6) VALUE SPACES.
77 BadDebtFunction PIC X(1) VALUE SPACE.
    88 FUNCTION-WRITE-OFF VALUE 'W'.
    88 FUNCTION-RECOVERY VALUE 'R'.
77 MinimumLevel PIC 9(3) COMP VALUE ZERO.
77 DefaultMinimumLevel PIC 9(3) COMP VALUE 3.

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION
*>----------------------------------------------------------------*>
77 RunDate PIC 9(8) VALUE ZERO.
77 RunTime PIC 9(8) VALUE ZERO.
77 RunID PIC X(8) VALUE SPACES.
77 ThisProgramName PIC X(24) VALUE 'BadDebtProgram'.

*>----------------------------------------------------------------*>
*> THE PLACEMENT, REGISTER AND MASTER LINES AS WRITTEN
*>----------------------------------------------------------------*>
01 AgencyPlacementWork.
    05 AP-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 AP-PlacementDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 AP-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 AP-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 AP-StudentName PIC X(10).
    05 FILLER PIC X VALUE ','.
    05 AP-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 AP-EscalationLevel PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 AP-Aged90Amount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 AP-PlacedAmount PIC 9(9)V99.

01 BadDebtRegisterWork.
    05 RG-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 RG-Function PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 RG-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 RG-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 RG-StudentName PIC X(10).
    05 FILLER PIC X VALUE ','.
    05 RG-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 RG-EscalationLevel PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 RG-BalanceAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 RG-CommissionAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 RG-PostedAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 RG-Disposition PIC X(1).

01 BadDebtMasterWork.
    05 BW-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 BW-ActionDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 BW-Action PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 BW-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 BW-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 BW-StudentName PIC X(10).
    05 FILLER PIC X VALUE ','.
    05 BW-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 BW-Amount PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> GL JOURNAL LINE, THE SAME LAYOUT StudentPaymentProgram WRITES.
*> A WRITE-OFF DEBITS BAD-DEBT EXPENSE AND CREDITS THE ALLOWANCE;
*> A RECOVERY REVERSES THAT FOR THE AMOUNT REINSTATED. THE CASH
*> ITSELF REACHES THE LEDGER THROUGH THE PAYMENT RUN'S CASH
*> CLEARING LINE, WHICH COUNTS THE A INSTALLMENTS AS RECEIVED.
*>----------------------------------------------------------------*>
01 GLJournalWork.
    05 GL-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 GL-LineNumber PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 GL-AccountCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 GL-DebitCreditFlag PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 GL-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 GL-Amount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 GL-Description PIC X(24).
77 BadDebtExpenseAccount PIC X(4) VALUE '6500'.
77 BadDebtAllowanceAccount PIC X(4) VALUE '1290'.
77 GLLineNumber PIC 9(3) COMP VALUE ZERO.
77 GLAmount PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE STUDENT CURRENTLY BEING WORKED, FROM ONE KEYED PASS OVER
*> THEIR INSTALLMENTS FOR THE TERM. CASH NETS P/A AGAINST R/N AS
*> THE PAYMENT RUN DOES; THE WRITE-OFF STILL OUTSTANDING IS W LESS
*> V. BOTH ARE SIGNED SO A REVERSAL CAN NEVER WRAP THEM.
*>----------------------------------------------------------------*>
77 WorkStudentID PIC X(9) VALUE SPACES.
77 WorkTermID PIC X(6) VALUE SPACES.
77 WorkStudentName PIC X(10) VALUE SPACES.
77 WorkDeptCode PIC X(4) VALUE SPACES.
77 NetCashOnFile PIC S9(9)V99 COMP VALUE ZERO.
77 WriteOffOnFile PIC S9(9)V99 COMP VALUE ZERO.
77 HighestInstallmentFound PIC 9(2) COMP VALUE ZERO.
77 PaidSinceArchive PIC S9(9)V99 COMP VALUE ZERO.
77 WriteOffDue PIC S9(9)V99 COMP VALUE ZERO.
77 NetRecovered PIC 9(9)V99 COMP VALUE ZERO.
77 ReinstateAmount PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> INSTALLMENT SPLITTING. Amount-Payment HOLDS FIVE DIGITS, SO A
*> LARGER AMOUNT POSTS AS SEVERAL RECORDS OF UP TO
*> MaxInstallmentAmount EACH, THE SAME WAY RefundProgram SPLITS A
*> REFUND. PostedAmount IS WHAT ACTUALLY TOOK.
*>----------------------------------------------------------------*>
77 MaxInstallmentAmount PIC 9(5)V99 COMP VALUE 99999.99.
77 PiecesNeeded PIC 9(3) COMP VALUE ZERO.
77 PostTransactionCode PIC X(1) VALUE SPACE.
77 PostDate PIC 9(8) VALUE ZERO.
77 PieceAmount PIC 9(9)V99 COMP VALUE ZERO.
77 RemainingToPost PIC 9(9)V99 COMP VALUE ZERO.
77 PostedAmount PIC 9(9)V99 COMP VALUE ZERO.
77 POST-FAILED-SW PIC X(1) VALUE 'N'.
    88 POST-FAILED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> RUNNING TOTALS AND COUNTERS
*>----------------------------------------------------------------*>
77 CandidatesSelectedCount PIC 9(7) COMP VALUE ZERO.
77 WriteOffsPostedCount PIC 9(7) COMP VALUE ZERO.
77 WriteOffsPostedTotal PIC 9(11)V99 COMP VALUE ZERO.
77 RecoveriesReadCount PIC 9(7) COMP VALUE ZERO.
77 RecoveriesPostedCount PIC 9(7) COMP VALUE ZERO.
77 RecoveriesNetTotal PIC 9(11)V99 COMP VALUE ZERO.
77 ReinstatedTotal PIC 9(11)V99 COMP VALUE ZERO.
77 CommissionTotal PIC 9(11)V99 COMP VALUE ZERO.
77 RejectedCount PIC 9(7) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE AND LOOKUP SWITCHES
*>----------------------------------------------------------------*>
77 ESCALATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ESCALATION-FILE VALUE 'Y'.
77 AGING-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-AGING-FILE VALUE 'Y'.
77 RECOVERY-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-RECOVERY-FILE VALUE 'Y'.
77 MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-BAD-DEBT-MASTER VALUE 'Y'.
77 HISTORY-SCAN-DONE-SW PIC X(1) VALUE 'N'.
    88 HISTORY-SCAN-DONE VALUE 'Y'.
77 MORE-INSTALLMENTS-SW PIC X(1) VALUE 'N'.
    88 NO-MORE-INSTALLMENTS VALUE 'Y'.
77 CANDIDATE-FOUND-SW PIC X(1) VALUE 'N'.
    88 CANDIDATE-FOUND VALUE 'Y'.
77 WRITTEN-OFF-FOUND-SW PIC X(1) VALUE 'N'.
    88 WRITTEN-OFF-FOUND VALUE 'Y'.
77 DEPT-TABLE-OVERFLOW-SW PIC X(1) VALUE 'N'.
    88 DEPT-TABLE-OVERFLOW VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
*>----------------------------------------------------------------*>
77 ControlFileStatus PIC X(2).
77 EscalationFileStatus PIC X(2).
77 AgingFileStatus PIC X(2).
77 HistoryFileStatus PIC X(2).
77 RecoveryFileStatus PIC X(2).
77 PaymentFileStatus PIC X(2).
77 MasterFileStatus PIC X(2).
77 PlacementFileStatus PIC X(2).
77 RegisterFileStatus PIC X(2).
77 GLJournalFileStatus PIC X(2).
77 PeriodFileStatus PIC X(2).
77 AdjustmentFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> ESCALATION TABLE - THE CONTROL CARD'S TERM ONLY. THE MASTER IS
*> WRITTEN IN StudentID/TermID ORDER, SO THE ONE-TERM SLICE IS IN
*> StudentID ORDER AND SEARCH ALL APPLIES.
*>----------------------------------------------------------------*>
77 EscalationTableCount PIC 9(5) COMP VALUE ZERO.
77 MaxEscalationEntries PIC 9(5) COMP VALUE 50000.
01 EscalationTable.
    05 EscalationEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON EscalationTableCount
            ASCENDING KEY IS ET-StudentID
            INDEXED BY EscIdx.
        10 ET-StudentID PIC X(9).
        10 ET-EscalationLevel PIC 9(3) COMP.

*>----------------------------------------------------------------*>
*> WRITE-OFF CANDIDATES - ONE ENTRY PER STUDENT AT OR PAST THE
*> MINIMUM LEVEL WITH A 90+ AGING LINE, WITH WHAT THE HISTORY
*> MASTER SAYS THEY OWED AT TERM END. SEARCHED SERIALLY.
*>----------------------------------------------------------------*>
77 CandidateCount PIC 9(5) COMP VALUE ZERO.
77 MaxCandidates PIC 9(5) COMP VALUE 20000.
01 CandidateTable.
    05 CandidateEntry OCCURS 1 TO 20000 TIMES
            DEPENDING ON CandidateCount
            INDEXED BY CandIdx.
        10 CT-StudentID PIC X(9).
        10 CT-StudentName PIC X(10).
        10 CT-DeptCode PIC X(4).
        10 CT-EscalationLevel PIC 9(3) COMP.
        10 CT-Aged90Amount PIC 9(9)V99 COMP.
        10 CT-ShortAmount PIC 9(9)V99 COMP.
        10 CT-PaidAtArchive PIC 9(9)V99 COMP.
        10 CT-HistorySequence PIC 9(7) COMP.

*>----------------------------------------------------------------*>
*> WRITTEN-OFF ACCOUNTS FROM THE BAD-DEBT MASTER - NAME AND
*> DEPARTMENT FOR EACH STUDENT AND TERM EVER WRITTEN OFF
*>----------------------------------------------------------------*>
77 WrittenOffCount PIC 9(5) COMP VALUE ZERO.
77 MaxWrittenOff PIC 9(5) COMP VALUE 50000.
01 WrittenOffTable.
    05 WrittenOffEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON WrittenOffCount
            INDEXED BY WoIdx.
        10 WO-StudentID PIC X(9).
        10 WO-TermID PIC X(6).
        10 WO-StudentName PIC X(10).
        10 WO-DeptCode PIC X(4).

*>----------------------------------------------------------------*>
*> DEPARTMENT TOTALS FOR THE GL JOURNAL. A DEPARTMENT PAST THE
*> TABLE'S CAPACITY ROLLS INTO THE OTHR OVERFLOW LINE.
*>----------------------------------------------------------------*>
77 DeptTableCount PIC 9(3) COMP VALUE ZERO.
77 MaxDeptEntries PIC 9(3) COMP VALUE 100.
77 OverflowDeptCode PIC X(4) VALUE 'OTHR'.
77 OverflowWriteOffTotal PIC 9(11)V99 COMP VALUE ZERO.
77 OverflowRecoveryTotal PIC 9(11)V99 COMP VALUE ZERO.
01 DeptTable.
    05 DeptEntry OCCURS 1 TO 100 TIMES
            DEPENDING ON DeptTableCount
            INDEXED BY DeptIdx.
        10 DT-DeptCode PIC X(4).
        10 DT-WriteOffTotal PIC 9(11)V99 COMP.
        10 DT-RecoveryTotal PIC 9(11)V99 COMP.

*>----------------------------------------------------------------*>
*> FISCAL PERIOD TABLE, LOADED FROM THE PERIOD MASTER. 1700 SETS
*> PERIOD-CLOSED WHEN PeriodCheckDate FALLS IN A CLOSED PERIOD,
*> WITH THE DATE TO REDATE TO IN PeriodRedateDate - ZERO WHEN THE
*> ENTRY MUST BE REJECTED INSTEAD.
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

*>----------------------------------------------------------------*>
*> 0000 - MAINLINE
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    IF FUNCTION-WRITE-OFF
        PERFORM 2000-SELECT-CANDIDATES THRU 2000-EXIT
        IF CandidateCount > ZERO
            PERFORM 3000-WORK-ONE-CANDIDATE THRU 3000-EXIT
                VARYING CandIdx FROM 1 BY 1
                UNTIL CandIdx > CandidateCount
        END-IF
    ELSE
        PERFORM 4000-POST-ONE-RECOVERY THRU 4000-EXIT
            UNTIL END-OF-RECOVERY-FILE
    END-IF
    PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
    STOP RUN.

*>----------------------------------------------------------------*>
*> 1000 - READ THE CONTROL CARD, LOAD THE BAD-DEBT MASTER AND OPEN
*> THE FILES THE FUNCTION NEEDS. THE MASTER IS READ FIRST AND
*> THEN REOPENED EXTEND.
*>----------------------------------------------------------------*>
1000-INITIALIZE-RUN.
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    MOVE RunTime TO RunID
    OPEN INPUT BadDebtControlFile
    IF ControlFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN BadDebtControlFile, "
            "STATUS = " ControlFileStatus
        STOP RUN
    END-IF
    READ BadDebtControlFile
        AT END
            DISPLAY "FATAL: BadDebtControlFile IS EMPTY"
            STOP RUN
    END-READ
    MOVE BC-TermID TO TermID
    MOVE BC-Function TO BadDebtFunction
    IF BC-MinimumLevel NOT NUMERIC OR BC-MinimumLevel = ZERO
        MOVE DefaultMinimumLevel TO MinimumLevel
    ELSE
        MOVE BC-MinimumLevel TO MinimumLevel
    END-IF
    CLOSE BadDebtControlFile
    IF TermID = SPACES
        DISPLAY "FATAL: BadDebtControlFile TERM IS BLANK"
        STOP RUN
    END-IF
    IF NOT FUNCTION-WRITE-OFF AND NOT FUNCTION-RECOVERY
        DISPLAY "FATAL: BadDebtControlFile FUNCTION MUST BE W OR R"
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-BAD-DEBT-MASTER THRU 1100-EXIT
    OPEN I-O StudentPaymentFile
    IF PaymentFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentPaymentFile, STATUS = "
            PaymentFileStatus
        STOP RUN
    END-IF
    IF FUNCTION-RECOVERY
        OPEN INPUT AgencyRecoveryFile
        IF RecoveryFileStatus NOT = '00'
            DISPLAY "FATAL: UNABLE TO OPEN AgencyRecoveryFile, "
                "STATUS = " RecoveryFileStatus
            STOP RUN
        END-IF
    ELSE
        OPEN OUTPUT AgencyPlacementFile
        IF PlacementFileStatus NOT = '00'
            DISPLAY "FATAL: UNABLE TO OPEN AgencyPlacementFile, "
                "STATUS = " PlacementFileStatus
            STOP RUN
        END-IF
    END-IF
*>  EXTENDING THE OPTIONAL MASTER CREATES IT ON THE FIRST EVER RUN
*>  (STATUS 05). ANYTHING ELSE IS FATAL - WITHOUT THE MASTER A
*>  RECOVERY COULD NOT FIND THE ACCOUNT IT BELONGS TO.
    OPEN EXTEND BadDebtMasterFile
    IF MasterFileStatus NOT = '00' AND MasterFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO EXTEND BadDebtMasterFile, STATUS = "
            MasterFileStatus
        STOP RUN
    END-IF
    OPEN OUTPUT BadDebtRegisterFile
    IF RegisterFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN BadDebtRegisterFile, "
            "STATUS = " RegisterFileStatus
        STOP RUN
    END-IF
    PERFORM 1600-LOAD-FISCAL-PERIODS THRU 1600-EXIT.
1000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1100 - LOAD THE WRITE-OFF ENTRIES OF THE BAD-DEBT MASTER. AN
*> ABSENT OPTIONAL FILE OPENS WITH STATUS 05 AND THE READ LOOP
*> ENDS AT ONCE, BUT IT IS STILL OPEN AND MUST BE CLOSED HERE OR
*> THE EXTEND IN 1000 FAILS.
*>----------------------------------------------------------------*>
1100-LOAD-BAD-DEBT-MASTER.
    OPEN INPUT BadDebtMasterFile
    IF MasterFileStatus = '00' OR MasterFileStatus = '05'
        PERFORM 1110-READ-MASTER-RECORD THRU 1110-EXIT
            UNTIL END-OF-BAD-DEBT-MASTER
        CLOSE BadDebtMasterFile
    END-IF.
1100-EXIT.
    EXIT.

1110-READ-MASTER-RECORD.
    READ BadDebtMasterFile
        AT END
            MOVE 'Y' TO MASTER-EOF-SW
        NOT AT END
            IF BM-Action = 'W'
                MOVE BM-StudentID TO WorkStudentID
                MOVE BM-TermID TO WorkTermID
                MOVE BM-StudentName TO WorkStudentName
                MOVE BM-DeptCode TO WorkDeptCode
                PERFORM 1120-NOTE-WRITTEN-OFF THRU 1120-EXIT
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1120 - NOTE THE WORK STUDENT AND TERM AS WRITTEN OFF. A STUDENT
*> WRITTEN OFF AGAIN KEEPS ONE ENTRY, CARRYING THE LATEST NAME AND
*> DEPARTMENT.
*>----------------------------------------------------------------*>
1120-NOTE-WRITTEN-OFF.
    PERFORM 6100-FIND-WRITTEN-OFF THRU 6100-EXIT
    IF NOT WRITTEN-OFF-FOUND
        IF WrittenOffCount >= MaxWrittenOff
            DISPLAY "FATAL: BadDebtMasterFile EXCEEDS "
                MaxWrittenOff " WRITTEN-OFF ACCOUNTS - RAISE "
                "MaxWrittenOff AND RERUN"
            STOP RUN
        END-IF
        ADD 1 TO WrittenOffCount
        SET WoIdx TO WrittenOffCount
        MOVE WorkStudentID TO WO-StudentID (WoIdx)
        MOVE WorkTermID TO WO-TermID (WoIdx)
    END-IF
    MOVE WorkStudentName TO WO-StudentName (WoIdx)
    MOVE WorkDeptCode TO WO-DeptCode (WoIdx).
1120-EXIT.
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
*> 2000 - FUNCTION W: BUILD THE CANDIDATE LIST. A STUDENT MUST BE
*> ON THE ESCALATION MASTER FOR THE TERM AT OR PAST THE MINIMUM
*> LEVEL AND HAVE A 90+ AGING LINE STILL UNPAID; THE HISTORY
*> MASTER THEN SUPPLIES WHAT THEY OWED WHEN THE TERM WAS ARCHIVED.
*>----------------------------------------------------------------*>
2000-SELECT-CANDIDATES.
    OPEN INPUT EscalationMasterFile
    IF EscalationFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN EscalationMasterFile, "
            "STATUS = " EscalationFileStatus
        STOP RUN
    END-IF
    PERFORM 2100-READ-ESCALATION-RECORD THRU 2100-EXIT
        UNTIL END-OF-ESCALATION-FILE
    CLOSE EscalationMasterFile
    OPEN INPUT AgingReportFile
    IF AgingFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN AgingReportFile, STATUS = "
            AgingFileStatus
        STOP RUN
    END-IF
    PERFORM 2200-READ-AGING-RECORD THRU 2200-EXIT
        UNTIL END-OF-AGING-FILE
    CLOSE AgingReportFile
    OPEN INPUT HistoryMasterFile
    IF HistoryFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN HistoryMasterFile, "
            "STATUS = " HistoryFileStatus
        STOP RUN
    END-IF
    PERFORM 2300-SCAN-HISTORY-TERM THRU 2300-EXIT
    CLOSE HistoryMasterFile.
2000-EXIT.
    EXIT.

2100-READ-ESCALATION-RECORD.
    READ EscalationMasterFile
        AT END
            MOVE 'Y' TO ESCALATION-EOF-SW
        NOT AT END
            IF EM-TermID NOT = TermID
                GO TO 2100-EXIT
            END-IF
            IF EscalationTableCount >= MaxEscalationEntries
                DISPLAY "FATAL: EscalationMasterFile EXCEEDS "
                    MaxEscalationEntries " STUDENTS FOR THE TERM - "
                    "RAISE MaxEscalationEntries AND RERUN"
                STOP RUN
            END-IF
            ADD 1 TO EscalationTableCount
            SET EscIdx TO EscalationTableCount
            MOVE EM-StudentID TO ET-StudentID (EscIdx)
            MOVE EM-EscalationLevel TO ET-EscalationLevel (EscIdx)
    END-READ.
2100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2200 - ONE AGING LINE. ONLY THE TERM'S 90+ LINES WITH MONEY
*> STILL UNPAID COUNT; THE UNPAID AMOUNTS ARE SUMMED PER STUDENT
*> FOR THE PLACEMENT FILE. NAME AND DEPARTMENT COME FROM HERE.
*>----------------------------------------------------------------*>
2200-READ-AGING-RECORD.
    READ AgingReportFile
        AT END
            MOVE 'Y' TO AGING-EOF-SW
        NOT AT END
            IF AG-TermID NOT = TermID
               OR AG-AgingBucket NOT = '90+'
               OR AG-UnpaidAmount = ZERO
                GO TO 2200-EXIT
            END-IF
            IF EscalationTableCount = ZERO
                GO TO 2200-EXIT
            END-IF
            SEARCH ALL EscalationEntry
                AT END
                    GO TO 2200-EXIT
                WHEN ET-StudentID (EscIdx) = AG-StudentID
                    CONTINUE
            END-SEARCH
            IF ET-EscalationLevel (EscIdx) < MinimumLevel
                GO TO 2200-EXIT
            END-IF
            MOVE AG-StudentID TO WorkStudentID
            PERFORM 6000-FIND-CANDIDATE THRU 6000-EXIT
            IF NOT CANDIDATE-FOUND
                IF CandidateCount >= MaxCandidates
                    DISPLAY "FATAL: MORE THAN " MaxCandidates
                        " WRITE-OFF CANDIDATES - RAISE "
                        "MaxCandidates AND RERUN"
                    STOP RUN
                END-IF
                ADD 1 TO CandidateCount
                SET CandIdx TO CandidateCount
                MOVE AG-StudentID TO CT-StudentID (CandIdx)
                MOVE AG-StudentName TO CT-StudentName (CandIdx)
                MOVE AG-DeptCode TO CT-DeptCode (CandIdx)
                MOVE ET-EscalationLevel (EscIdx)
                    TO CT-EscalationLevel (CandIdx)
                MOVE ZERO TO CT-Aged90Amount (CandIdx)
                MOVE ZERO TO CT-ShortAmount (CandIdx)
                MOVE ZERO TO CT-PaidAtArchive (CandIdx)
                MOVE ZERO TO CT-HistorySequence (CandIdx)
                ADD 1 TO CandidatesSelectedCount
            END-IF
            ADD AG-UnpaidAmount TO CT-Aged90Amount (CandIdx)
    END-READ.
2200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2300 - RANGE SCAN OF THE TERM ON THE HISTORY MASTER. EACH
*> SHORTFALL (S) RECORD FOR A CANDIDATE RECORDS WHAT THEY OWED
*> AND HAD PAID; A RESTARTED RUN LEAVES A STUDENT ON THE ARCHIVED
*> FILE TWICE, AND THE HIGHER SOURCE ORDINAL (THE LATER LINE)
*> WINS.
*>----------------------------------------------------------------*>
2300-SCAN-HISTORY-TERM.
    MOVE 'N' TO HISTORY-SCAN-DONE-SW
    MOVE TermID TO HI-TermID
    MOVE LOW-VALUES TO HI-RunID
    MOVE LOW-VALUES TO HI-RecordType
    MOVE LOW-VALUES TO HI-EntityID
    MOVE ZERO TO HI-Sequence
    START HistoryMasterFile KEY IS NOT LESS THAN HistoryKey
        INVALID KEY
            DISPLAY "WARNING: TERM " TermID " IS NOT ON THE "
                "HISTORY MASTER - ARCHIVE THE TERM BEFORE ITS "
                "WRITE-OFF"
        NOT INVALID KEY
            PERFORM 2310-READ-HISTORY-RECORD THRU 2310-EXIT
                UNTIL HISTORY-SCAN-DONE
    END-START.
2300-EXIT.
    EXIT.

2310-READ-HISTORY-RECORD.
    READ HistoryMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO HISTORY-SCAN-DONE-SW
        NOT AT END
            IF HI-TermID NOT = TermID
                MOVE 'Y' TO HISTORY-SCAN-DONE-SW
                GO TO 2310-EXIT
            END-IF
            IF HI-RecordType NOT = 'S'
                GO TO 2310-EXIT
            END-IF
            MOVE HI-EntityID TO WorkStudentID
            PERFORM 6000-FIND-CANDIDATE THRU 6000-EXIT
            IF CANDIDATE-FOUND
               AND HI-Sequence > CT-HistorySequence (CandIdx)
                MOVE HI-Sequence TO CT-HistorySequence (CandIdx)
                MOVE HI-AmountC TO CT-ShortAmount (CandIdx)
                MOVE HI-AmountB TO CT-PaidAtArchive (CandIdx)
            END-IF
    END-READ.
2310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - FUNCTION W: WORK ONE CANDIDATE. THE BALANCE WRITTEN OFF
*> IS THE ARCHIVED SHORTFALL LESS ANY CASH THAT HAS COME IN SINCE
*> THE ARCHIVE; A STUDENT ALREADY CARRYING A WRITE-OFF FOR THE
*> TERM IS LEFT ALONE SO A RERUN NEVER WRITES OFF TWICE.
*>----------------------------------------------------------------*>
3000-WORK-ONE-CANDIDATE.
    MOVE CT-StudentID (CandIdx) TO WorkStudentID
    MOVE TermID TO WorkTermID
    MOVE CT-StudentName (CandIdx) TO WorkStudentName
    MOVE CT-DeptCode (CandIdx) TO WorkDeptCode
    MOVE 'W' TO RG-Function
    MOVE CT-EscalationLevel (CandIdx) TO RG-EscalationLevel
    MOVE CT-ShortAmount (CandIdx) TO RG-BalanceAmount
    MOVE ZERO TO RG-CommissionAmount
    MOVE ZERO TO RG-PostedAmount
    IF CT-ShortAmount (CandIdx) = ZERO
        MOVE 'H' TO RG-Disposition
        PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
        GO TO 3000-EXIT
    END-IF
    PERFORM 5000-SUM-STUDENT-TERM THRU 5000-EXIT
    PERFORM 6100-FIND-WRITTEN-OFF THRU 6100-EXIT
    IF WRITTEN-OFF-FOUND OR WriteOffOnFile > ZERO
        MOVE 'D' TO RG-Disposition
        PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
        GO TO 3000-EXIT
    END-IF
    COMPUTE PaidSinceArchive =
        NetCashOnFile - CT-PaidAtArchive (CandIdx)
    IF PaidSinceArchive < ZERO
        MOVE ZERO TO PaidSinceArchive
    END-IF
    COMPUTE WriteOffDue = CT-ShortAmount (CandIdx) - PaidSinceArchive
    IF WriteOffDue <= ZERO
        MOVE 'P' TO RG-Disposition
        PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
        GO TO 3000-EXIT
    END-IF
    COMPUTE PiecesNeeded =
        (WriteOffDue + MaxInstallmentAmount - 0.01)
        / MaxInstallmentAmount
    IF HighestInstallmentFound + PiecesNeeded > 99
        PERFORM 7200-REJECT-RECORD THRU 7200-EXIT
        GO TO 3000-EXIT
    END-IF
    MOVE 'W' TO PostTransactionCode
    MOVE RunDate TO PostDate
    PERFORM 5400-CHECK-POST-DATE THRU 5400-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        MOVE WriteOffDue TO PW-Amount
        PERFORM 7250-REJECT-PERIOD-CLOSED THRU 7250-EXIT
        GO TO 3000-EXIT
    END-IF
    MOVE WriteOffDue TO RemainingToPost
    PERFORM 5500-POST-PIECES THRU 5500-EXIT
    IF PostedAmount = ZERO
        PERFORM 7200-REJECT-RECORD THRU 7200-EXIT
        GO TO 3000-EXIT
    END-IF
    IF POST-FAILED
        DISPLAY "WARNING: WRITE-OFF FOR " WorkStudentID " POSTED "
            PostedAmount " OF " WriteOffDue " BEFORE A WRITE "
            "FAILED - THE REMAINDER STAYS ON THE BOOKS"
    END-IF
    ADD 1 TO WriteOffsPostedCount
    ADD PostedAmount TO WriteOffsPostedTotal
    MOVE PostedAmount TO RG-PostedAmount
    MOVE 'W' TO RG-Disposition
    PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
    PERFORM 7000-WRITE-PLACEMENT-RECORD THRU 7000-EXIT
    MOVE 'W' TO BW-Action
    MOVE PostedAmount TO BW-Amount
    PERFORM 7300-WRITE-MASTER-RECORD THRU 7300-EXIT
    PERFORM 1120-NOTE-WRITTEN-OFF THRU 1120-EXIT
    PERFORM 6200-FIND-DEPT-ENTRY THRU 6200-EXIT
    IF DEPT-TABLE-OVERFLOW
        ADD PostedAmount TO OverflowWriteOffTotal
    ELSE
        ADD PostedAmount TO DT-WriteOffTotal (DeptIdx)
    END-IF.
3000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - FUNCTION R: POST ONE AGENCY RECOVERY. THE NET OF
*> COMMISSION REINSTATES THAT MUCH OF THE OUTSTANDING WRITE-OFF
*> (V) AND POSTS AS AN AGENCY PAYMENT (A), SO THE STUDENT'S
*> BALANCE NETS TO ZERO AND THE CASH COUNTS AS RECEIVED. THE
*> COMMISSION STAYS WRITTEN OFF. A RECOVERY FOR AN ACCOUNT WITH
*> NO WRITE-OFF OUTSTANDING IS REJECTED FOR RESEARCH.
*>----------------------------------------------------------------*>
4000-POST-ONE-RECOVERY.
    READ AgencyRecoveryFile
        AT END
            MOVE 'Y' TO RECOVERY-EOF-SW
            GO TO 4000-EXIT
    END-READ
    ADD 1 TO RecoveriesReadCount
    MOVE AR-StudentID TO WorkStudentID
    MOVE AR-TermID TO WorkTermID
    IF AR-TermID = SPACES
        MOVE TermID TO WorkTermID
    END-IF
    MOVE SPACES TO WorkStudentName
    MOVE OverflowDeptCode TO WorkDeptCode
    MOVE 'R' TO RG-Function
    MOVE ZERO TO RG-EscalationLevel
    MOVE ZERO TO RG-PostedAmount
    IF AR-GrossCollected NOT NUMERIC
       OR AR-CommissionAmount NOT NUMERIC
        MOVE ZERO TO RG-BalanceAmount
        MOVE ZERO TO RG-CommissionAmount
        PERFORM 7200-REJECT-RECORD THRU 7200-EXIT
        GO TO 4000-EXIT
    END-IF
    MOVE AR-GrossCollected TO RG-BalanceAmount
    MOVE AR-CommissionAmount TO RG-CommissionAmount
    IF AR-CommissionAmount >= AR-GrossCollected
        PERFORM 7200-REJECT-RECORD THRU 7200-EXIT
        GO TO 4000-EXIT
    END-IF
    PERFORM 6100-FIND-WRITTEN-OFF THRU 6100-EXIT
    IF WRITTEN-OFF-FOUND
        MOVE WO-StudentName (WoIdx) TO WorkStudentName
        MOVE WO-DeptCode (WoIdx) TO WorkDeptCode
    END-IF
    PERFORM 5000-SUM-STUDENT-TERM THRU 5000-EXIT
    IF NOT WRITTEN-OFF-FOUND OR WriteOffOnFile <= ZERO
        MOVE 'X' TO RG-Disposition
        ADD 1 TO RejectedCount
        PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
        GO TO 4000-EXIT
    END-IF
    COMPUTE NetRecovered = AR-GrossCollected - AR-CommissionAmount
    IF NetRecovered > WriteOffOnFile
        MOVE WriteOffOnFile TO ReinstateAmount
    ELSE
        MOVE NetRecovered TO ReinstateAmount
    END-IF
    COMPUTE PiecesNeeded =
        (ReinstateAmount + MaxInstallmentAmount - 0.01)
        / MaxInstallmentAmount
      + (NetRecovered + MaxInstallmentAmount - 0.01)
        / MaxInstallmentAmount
    IF HighestInstallmentFound + PiecesNeeded > 99
        PERFORM 7200-REJECT-RECORD THRU 7200-EXIT
        GO TO 4000-EXIT
    END-IF
    IF AR-RecoveryDate NUMERIC AND AR-RecoveryDate > ZERO
        MOVE AR-RecoveryDate TO PostDate
    ELSE
        MOVE RunDate TO PostDate
    END-IF
    MOVE 'A' TO PostTransactionCode
    PERFORM 5400-CHECK-POST-DATE THRU 5400-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        MOVE NetRecovered TO PW-Amount
        PERFORM 7250-REJECT-PERIOD-CLOSED THRU 7250-EXIT
        GO TO 4000-EXIT
    END-IF
    MOVE 'V' TO PostTransactionCode
    MOVE ReinstateAmount TO RemainingToPost
    PERFORM 5500-POST-PIECES THRU 5500-EXIT
    IF POST-FAILED
        DISPLAY "FATAL: REINSTATEMENT FOR " WorkStudentID " POSTED "
            PostedAmount " OF " ReinstateAmount " BEFORE A WRITE "
            "FAILED - CORRECT THE PAYMENT FILE BEFORE RERUNNING"
        STOP RUN
    END-IF
    MOVE 'A' TO PostTransactionCode
    MOVE NetRecovered TO RemainingToPost
    PERFORM 5500-POST-PIECES THRU 5500-EXIT
    IF POST-FAILED
        DISPLAY "FATAL: AGENCY PAYMENT FOR " WorkStudentID " POSTED "
            PostedAmount " OF " NetRecovered " BEFORE A WRITE "
            "FAILED - CORRECT THE PAYMENT FILE BEFORE RERUNNING"
        STOP RUN
    END-IF
    ADD 1 TO RecoveriesPostedCount
    ADD NetRecovered TO RecoveriesNetTotal
    ADD ReinstateAmount TO ReinstatedTotal
    ADD AR-CommissionAmount TO CommissionTotal
    MOVE NetRecovered TO RG-PostedAmount
    MOVE 'R' TO RG-Disposition
    PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
    MOVE 'R' TO BW-Action
    MOVE NetRecovered TO BW-Amount
    PERFORM 7300-WRITE-MASTER-RECORD THRU 7300-EXIT
    PERFORM 6200-FIND-DEPT-ENTRY THRU 6200-EXIT
    IF DEPT-TABLE-OVERFLOW
        ADD ReinstateAmount TO OverflowRecoveryTotal
    ELSE
        ADD ReinstateAmount TO DT-RecoveryTotal (DeptIdx)
    END-IF.
4000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5000 - ONE KEYED PASS OVER THE WORK STUDENT'S INSTALLMENTS FOR
*> THE WORK TERM: NET CASH, THE WRITE-OFF STILL OUTSTANDING, AND
*> THE HIGHEST InstallmentNumber FOR THE NEXT POSTING'S KEY
*>----------------------------------------------------------------*>
5000-SUM-STUDENT-TERM.
    MOVE ZERO TO NetCashOnFile
    MOVE ZERO TO WriteOffOnFile
    MOVE ZERO TO HighestInstallmentFound
    MOVE WorkStudentID TO StudentID-Payment OF StudentPaymentRecord
    START StudentPaymentFile KEY IS = StudentID-Payment
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO MORE-INSTALLMENTS-SW
            PERFORM 5100-READ-NEXT-INSTALLMENT THRU 5100-EXIT
                UNTIL NO-MORE-INSTALLMENTS
    END-START.
5000-EXIT.
    EXIT.

5100-READ-NEXT-INSTALLMENT.
    READ StudentPaymentFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-INSTALLMENTS-SW
        NOT AT END
            IF StudentID-Payment OF StudentPaymentRecord NOT =
                    WorkStudentID
                MOVE 'Y' TO MORE-INSTALLMENTS-SW
                GO TO 5100-EXIT
            END-IF
            IF TermID-Payment OF StudentPaymentRecord NOT =
                    WorkTermID
                GO TO 5100-EXIT
            END-IF
            IF InstallmentNumber OF StudentPaymentRecord >
                    HighestInstallmentFound
                MOVE InstallmentNumber OF StudentPaymentRecord
                    TO HighestInstallmentFound
            END-IF
            EVALUATE TransactionCode OF StudentPaymentRecord
                WHEN 'R'
                WHEN 'N'
                    SUBTRACT Amount-Payment OF StudentPaymentRecord
                        FROM NetCashOnFile
                WHEN 'W'
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO WriteOffOnFile
                WHEN 'V'
                    SUBTRACT Amount-Payment OF StudentPaymentRecord
                        FROM WriteOffOnFile
                WHEN OTHER
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO NetCashOnFile
            END-EVALUATE
    END-READ.
5100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5400 - THE CLOSED-PERIOD LOCK: A PostDate IN A CLOSED PERIOD IS
*> MOVED TO THE PERIOD'S REDATE DATE, AND THE ORIGINAL STAYS IN
*> PeriodCheckDate FOR THE ADJUSTMENT LOG. PERIOD-CLOSED WITH NO
*> REDATE DATE TELLS THE CALLER TO REJECT.
*>----------------------------------------------------------------*>
5400-CHECK-POST-DATE.
    MOVE PostDate TO PeriodCheckDate
    PERFORM 1700-CHECK-PERIOD-CLOSED THRU 1700-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate NOT = ZERO
        MOVE PeriodRedateDate TO PostDate
    END-IF.
5400-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5500 - POST RemainingToPost AS PostTransactionCode RECORDS OF
*> UP TO MaxInstallmentAmount EACH, AFTER THE HIGHEST INSTALLMENT
*> ON FILE. THE CALLER HAS ALREADY CHECKED THE PIECES FIT UNDER 99.
*>----------------------------------------------------------------*>
5500-POST-PIECES.
    MOVE ZERO TO PostedAmount
    MOVE 'N' TO POST-FAILED-SW
    PERFORM 5510-POST-ONE-PIECE THRU 5510-EXIT
        UNTIL RemainingToPost = ZERO OR POST-FAILED.
5500-EXIT.
    EXIT.

5510-POST-ONE-PIECE.
    IF RemainingToPost > MaxInstallmentAmount
        MOVE MaxInstallmentAmount TO PieceAmount
    ELSE
        MOVE RemainingToPost TO PieceAmount
    END-IF
    MOVE WorkStudentID TO StudentID-Payment OF StudentPaymentRecord
    MOVE WorkTermID TO TermID-Payment OF StudentPaymentRecord
    COMPUTE InstallmentNumber OF StudentPaymentRecord =
        HighestInstallmentFound + 1
    MOVE PostDate TO PaymentDate OF StudentPaymentRecord
    MOVE PieceAmount TO Amount-Payment OF StudentPaymentRecord
    MOVE PostTransactionCode TO TransactionCode OF StudentPaymentRecord
    WRITE StudentPaymentRecord
        INVALID KEY
            MOVE 'Y' TO POST-FAILED-SW
        NOT INVALID KEY
            ADD 1 TO HighestInstallmentFound
            ADD PieceAmount TO PostedAmount
            SUBTRACT PieceAmount FROM RemainingToPost
            IF PERIOD-CLOSED
                MOVE InstallmentNumber OF StudentPaymentRecord
                    TO PW-InstallmentNumber
                MOVE PostTransactionCode TO PW-TransactionCode
                MOVE PieceAmount TO PW-Amount
                MOVE PostDate TO PW-PostedDate
                MOVE 'A' TO PW-Action
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
5510-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6000 - FIND THE CANDIDATE ENTRY FOR WorkStudentID. CandIdx IS
*> LEFT ON THE ENTRY WHEN FOUND.
*>----------------------------------------------------------------*>
6000-FIND-CANDIDATE.
    MOVE 'N' TO CANDIDATE-FOUND-SW
    IF CandidateCount > ZERO
        SET CandIdx TO 1
        SEARCH CandidateEntry
            AT END
                CONTINUE
            WHEN CT-StudentID (CandIdx) = WorkStudentID
                MOVE 'Y' TO CANDIDATE-FOUND-SW
        END-SEARCH
    END-IF.
6000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6100 - FIND THE WRITTEN-OFF ENTRY FOR WorkStudentID AND
*> WorkTermID. WoIdx IS LEFT ON THE ENTRY WHEN FOUND.
*>----------------------------------------------------------------*>
6100-FIND-WRITTEN-OFF.
    MOVE 'N' TO WRITTEN-OFF-FOUND-SW
    IF WrittenOffCount > ZERO
        SET WoIdx TO 1
        SEARCH WrittenOffEntry
            AT END
                CONTINUE
            WHEN WO-StudentID (WoIdx) = WorkStudentID
             AND WO-TermID (WoIdx) = WorkTermID
                MOVE 'Y' TO WRITTEN-OFF-FOUND-SW
        END-SEARCH
    END-IF.
6100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6200 - FIND OR ADD THE DEPARTMENT ENTRY FOR WorkDeptCode. WHEN
*> THE TABLE IS FULL THE OVERFLOW SWITCH IS SET INSTEAD.
*>----------------------------------------------------------------*>
6200-FIND-DEPT-ENTRY.
    MOVE 'N' TO DEPT-TABLE-OVERFLOW-SW
    IF DeptTableCount > ZERO
        SET DeptIdx TO 1
        SEARCH DeptEntry
            AT END
                CONTINUE
            WHEN DT-DeptCode (DeptIdx) = WorkDeptCode
                GO TO 6200-EXIT
        END-SEARCH
    END-IF
    IF DeptTableCount >= MaxDeptEntries
        MOVE 'Y' TO DEPT-TABLE-OVERFLOW-SW
        GO TO 6200-EXIT
    END-IF
    ADD 1 TO DeptTableCount
    SET DeptIdx TO DeptTableCount
    MOVE WorkDeptCode TO DT-DeptCode (DeptIdx)
    MOVE ZERO TO DT-WriteOffTotal (DeptIdx)
    MOVE ZERO TO DT-RecoveryTotal (DeptIdx).
6200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7000 - THE OUTPUT LINES FOR THE WORK STUDENT AND TERM
*>----------------------------------------------------------------*>
7000-WRITE-PLACEMENT-RECORD.
    MOVE RunID TO AP-RunID
    MOVE RunDate TO AP-PlacementDate
    MOVE WorkStudentID TO AP-StudentID
    MOVE WorkTermID TO AP-TermID
    MOVE WorkStudentName TO AP-StudentName
    MOVE WorkDeptCode TO AP-DeptCode
    MOVE CT-EscalationLevel (CandIdx) TO AP-EscalationLevel
    MOVE CT-Aged90Amount (CandIdx) TO AP-Aged90Amount
    MOVE PostedAmount TO AP-PlacedAmount
    WRITE AgencyPlacementRecord FROM AgencyPlacementWork.
7000-EXIT.
    EXIT.

7100-WRITE-REGISTER-RECORD.
    MOVE RunID TO RG-RunID
    MOVE WorkStudentID TO RG-StudentID
    MOVE WorkTermID TO RG-TermID
    MOVE WorkStudentName TO RG-StudentName
    MOVE WorkDeptCode TO RG-DeptCode
    WRITE BadDebtRegisterRecord FROM BadDebtRegisterWork.
7100-EXIT.
    EXIT.

7200-REJECT-RECORD.
    ADD 1 TO RejectedCount
    MOVE ZERO TO RG-PostedAmount
    MOVE 'E' TO RG-Disposition
    PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT.
7200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7250 - THE POSTING DATE IS IN A CLOSED PERIOD THAT TAKES NO LATE
*> ENTRIES: NOTHING POSTS. THE CALLER HAS SET PW-Amount; THE CODE
*> IS THE FIRST ONE THE ENTRY WOULD HAVE POSTED.
*>----------------------------------------------------------------*>
7250-REJECT-PERIOD-CLOSED.
    ADD 1 TO RejectedCount
    MOVE ZERO TO RG-PostedAmount
    MOVE 'C' TO RG-Disposition
    PERFORM 7100-WRITE-REGISTER-RECORD THRU 7100-EXIT
    MOVE ZERO TO PW-InstallmentNumber
    MOVE PostTransactionCode TO PW-TransactionCode
    MOVE ZERO TO PW-PostedDate
    MOVE 'R' TO PW-Action
    PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT.
7250-EXIT.
    EXIT.

7300-WRITE-MASTER-RECORD.
    MOVE RunID TO BW-RunID
    MOVE RunDate TO BW-ActionDate
    MOVE WorkStudentID TO BW-StudentID
    MOVE WorkTermID TO BW-TermID
    MOVE WorkStudentName TO BW-StudentName
    MOVE WorkDeptCode TO BW-DeptCode
    WRITE BadDebtMasterRecord FROM BadDebtMasterWork.
7300-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7500 - LOG AN ENTRY MET BY A CLOSED PERIOD. THE CALLER SETS THE
*> INSTALLMENT, CODE, AMOUNT, POSTED DATE AND ACTION.
*>----------------------------------------------------------------*>
7500-WRITE-PERIOD-ADJUSTMENT.
    MOVE RunID TO PW-RunID
    MOVE RunDate TO PW-BusinessDate
    MOVE ThisProgramName TO PW-ProgramName
    MOVE WorkStudentID TO PW-StudentID
    MOVE WorkTermID TO PW-TermID
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
*> 8000 - END OF RUN: WRITE THE GL JOURNAL, DISPLAY THE TOTALS AND
*> CLOSE FILES
*>----------------------------------------------------------------*>
8000-FINALIZE-RUN.
    PERFORM 8300-WRITE-GL-JOURNAL THRU 8300-EXIT
    IF FUNCTION-WRITE-OFF
        DISPLAY "Write-off candidates selected: "
            CandidatesSelectedCount
        DISPLAY "Accounts written off and placed: "
            WriteOffsPostedCount
        DISPLAY "Total written off: " WriteOffsPostedTotal
        CLOSE AgencyPlacementFile
    ELSE
        DISPLAY "Agency recovery records read: " RecoveriesReadCount
        DISPLAY "Recoveries posted: " RecoveriesPostedCount
        DISPLAY "Total recovered net of commission: "
            RecoveriesNetTotal
        DISPLAY "Total write-off reinstated: " ReinstatedTotal
        DISPLAY "Total agency commission: " CommissionTotal
        CLOSE AgencyRecoveryFile
    END-IF
    DISPLAY "Records rejected: " RejectedCount
    CLOSE StudentPaymentFile
    CLOSE BadDebtMasterFile
    CLOSE BadDebtRegisterFile
    CLOSE PeriodAdjustmentFile
    IF PeriodAdjustedCount > ZERO OR PeriodRejectedCount > ZERO
        DISPLAY "NOTE: " PeriodAdjustedCount " ENTRIES REDATED AND "
            PeriodRejectedCount " REJECTED FOR A CLOSED PERIOD - "
            "SEE HW2-Prior-Period-Adjustments.csv"
    END-IF.
8000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8300 - THE BAD-DEBT GL JOURNAL, ONE BALANCED PAIR PER
*> DEPARTMENT: DR BAD-DEBT EXPENSE / CR ALLOWANCE FOR WHAT WAS
*> WRITTEN OFF, DR ALLOWANCE / CR BAD-DEBT EXPENSE FOR WHAT A
*> RECOVERY REINSTATED
*>----------------------------------------------------------------*>
8300-WRITE-GL-JOURNAL.
    OPEN OUTPUT BadDebtGLFile
    IF GLJournalFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO OPEN BadDebtGLFile, STATUS = "
            GLJournalFileStatus
        GO TO 8300-EXIT
    END-IF
    MOVE ZERO TO GLLineNumber
    IF DeptTableCount > ZERO
        PERFORM 8310-WRITE-ONE-DEPT-PAIRS THRU 8310-EXIT
            VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    END-IF
    MOVE OverflowDeptCode TO GL-DeptCode
    MOVE OverflowWriteOffTotal TO GLAmount
    PERFORM 8320-WRITE-WRITE-OFF-PAIR THRU 8320-EXIT
    MOVE OverflowRecoveryTotal TO GLAmount
    PERFORM 8330-WRITE-RECOVERY-PAIR THRU 8330-EXIT
    CLOSE BadDebtGLFile.
8300-EXIT.
    EXIT.

8310-WRITE-ONE-DEPT-PAIRS.
    MOVE DT-DeptCode (DeptIdx) TO GL-DeptCode
    MOVE DT-WriteOffTotal (DeptIdx) TO GLAmount
    PERFORM 8320-WRITE-WRITE-OFF-PAIR THRU 8320-EXIT
    MOVE DT-RecoveryTotal (DeptIdx) TO GLAmount
    PERFORM 8330-WRITE-RECOVERY-PAIR THRU 8330-EXIT.
8310-EXIT.
    EXIT.

8320-WRITE-WRITE-OFF-PAIR.
    IF GLAmount = ZERO
        GO TO 8320-EXIT
    END-IF
    MOVE GLAmount TO GL-Amount
    MOVE BadDebtExpenseAccount TO GL-AccountCode
    MOVE 'D' TO GL-DebitCreditFlag
    MOVE 'BAD DEBT EXPENSE' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT
    MOVE GLAmount TO GL-Amount
    MOVE BadDebtAllowanceAccount TO GL-AccountCode
    MOVE 'C' TO GL-DebitCreditFlag
    MOVE 'ALLOWANCE FOR BAD DEBT' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT.
8320-EXIT.
    EXIT.

8330-WRITE-RECOVERY-PAIR.
    IF GLAmount = ZERO
        GO TO 8330-EXIT
    END-IF
    MOVE GLAmount TO GL-Amount
    MOVE BadDebtAllowanceAccount TO GL-AccountCode
    MOVE 'D' TO GL-DebitCreditFlag
    MOVE 'ALLOWANCE REINSTATED' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT
    MOVE GLAmount TO GL-Amount
    MOVE BadDebtExpenseAccount TO GL-AccountCode
    MOVE 'C' TO GL-DebitCreditFlag
    MOVE 'BAD DEBT RECOVERY' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT.
8330-EXIT.
    EXIT.

8340-WRITE-ONE-GL-LINE.
    ADD 1 TO GLLineNumber
    MOVE RunID TO GL-RunID
    MOVE GLLineNumber TO GL-LineNumber
    WRITE BadDebtGLRecord FROM GLJournalWork.
8340-EXIT.
    EXIT.
