IDENTIFICATION DIVISION.
PROGRAM-ID. PeriodCloseProgram.
AUTHOR. BURSAR-SYSTEMS-GROUP.
INSTALLATION. STUDENT-ACCOUNTS-DATA-CENTER.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------*>
*> MODIFICATION HISTORY
*>----------------------------------------------------------------*>
*> 2026-10-15  RLT  Original version - month-end close of the
*>                  fiscal period master HW2-Fiscal-Periods.csv.
*>                  Function C closes a month: snapshots its cash,
*>                  refund, returned-item and surcharge totals by
*>                  department on HW2-Period-Snapshot.csv, writes
*>                  the period-end GL summary and marks the period
*>                  closed, after which PaymentPostingProgram,
*>                  RefundProgram, BadDebtProgram and
*>                  StudentPaymentProgram refuse entries dated in
*>                  it. Function O reopens a closed month against
*>                  an authorization record and logs the reopen on
*>                  HW2-Run-Control.csv. Every run writes the
*>                  prior-period adjustment report from the
*>                  adjustment log the posting programs keep.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  THE CONTROL CARD IS REQUIRED: FUNCTION C (CLOSE), O (REOPEN)
*>  OR R (ADJUSTMENT REPORT ONLY), THE PERIOD (YYYYMM, BLANK ON AN
*>  R CARD = EVERY PERIOD), AND ON A C CARD OPTIONALLY WHAT THE
*>  POSTING PROGRAMS DO WITH A LATE ENTRY: A = REDATE IT INTO THE
*>  OPEN PERIOD AS AN ADJUSTMENT, R = REJECT IT. BLANK KEEPS THE
*>  PERIOD'S CURRENT SETTING (A IF NEVER SET).
    SELECT PeriodControlFile
        ASSIGN TO 'HW2-Period-Close-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlFileStatus.

*>  THE FISCAL PERIOD MASTER IS KEPT BY FINANCE - ONE LINE PER
*>  MONTH, IN DATE ORDER. THIS PROGRAM LOADS IT AND REWRITES IT
*>  WITH THE NEW STATUS; IT IS NEVER EXTENDED.
    SELECT FiscalPeriodFile ASSIGN TO 'HW2-Fiscal-Periods.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.

*>  FUNCTION O ONLY - THE CONTROLLER'S SIGN-OFF TO REOPEN A PERIOD,
*>  DATED FOR THE BUSINESS DATE OF THE REOPEN RUN
    SELECT OPTIONAL PeriodAuthFile
        ASSIGN TO 'HW2-Period-Reopen-Auth.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AuthFileStatus.

*>  DEPARTMENT AND PAYMENT TYPE OF EACH ENROLLMENT
    SELECT StudentMainFile ASSIGN TO 'HW2-Student-Main-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StudentMainFileStatus.

    SELECT FeesFile ASSIGN TO 'HW2-Fees.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FeesKey
        FILE STATUS IS FeesFileStatus.

    SELECT StudentPaymentFile ASSIGN TO 'HW2-Student-Payment.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentPaymentKey
        ALTERNATE RECORD KEY IS StudentID-Payment WITH DUPLICATES
        FILE STATUS IS PaymentFileStatus.

*>  MAINTAINED BY PaymentPostingProgram AND ONLY READ HERE
    SELECT OPTIONAL UnappliedSuspenseFile
        ASSIGN TO 'HW2-Unapplied-Suspense.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SuspenseKey
        ALTERNATE RECORD KEY IS SU-StudentID WITH DUPLICATES
        FILE STATUS IS SuspenseFileStatus.

*>  APPEND-ONLY: EVERY CLOSE ADDS ITS DEPARTMENT LINES, SO A
*>  RE-CLOSE CAN BE COMPARED WITH WHAT WAS REPORTED THE LAST TIME.
*>  THE FIRST EVER CLOSE HAS NO SNAPSHOT FILE, SO IT IS OPTIONAL.
    SELECT OPTIONAL PeriodSnapshotFile
        ASSIGN TO 'HW2-Period-Snapshot.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SnapshotFileStatus.

    SELECT PeriodGLSummaryFile ASSIGN TO 'HW2-Period-GL-Summary.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLSummaryFileStatus.

*>  THE ADJUSTMENT LOG IS EXTENDED BY THE POSTING PROGRAMS EACH
*>  TIME THEY MEET AN ENTRY DATED IN A CLOSED PERIOD
    SELECT OPTIONAL PeriodAdjustmentFile
        ASSIGN TO 'HW2-Prior-Period-Adjustments.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AdjustmentFileStatus.

    SELECT AdjustmentReportFile
        ASSIGN TO 'HW2-Prior-Period-Adjustment-Report.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

    SELECT OPTIONAL RunControlFile ASSIGN TO 'HW2-Run-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.

DATA DIVISION.
FILE SECTION.

FD  PeriodControlFile.
01  PeriodControlRecord.
    05 PC-Function PIC X(1).
    05 FILLER PIC X.
    05 PC-PeriodID PIC X(6).
    05 FILLER PIC X.
    05 PC-LateAction PIC X(1).

*>----------------------------------------------------------------*>
*> FISCAL PERIOD MASTER - ONE RECORD PER MONTH. STATUS C = CLOSED,
*> O OR BLANK = OPEN. LATE ACTION A = REDATE A LATE ENTRY INTO THE
*> OPEN PERIOD AND FLAG IT AS AN ADJUSTMENT, R = REJECT IT. CLOSE
*> COUNT IS HOW MANY TIMES THE PERIOD HAS BEEN CLOSED; THE LAST
*> ACTION FIELDS NAME THE CLOSE OR REOPEN RUN THAT SET THE STATUS.
*> WRITTEN FROM WORKING STORAGE (FiscalPeriodWork).
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

FD  PeriodAuthFile.
01  PeriodAuthRecord.
    05 AU-PeriodID PIC X(6).
    05 FILLER PIC X.
    05 AU-AuthorizedBy PIC X(8).
    05 FILLER PIC X.
    05 AU-AuthorizationDate PIC 9(8).
    05 FILLER PIC X.
    05 AU-Reason PIC X(30).

FD  StudentMainFile.
01  StudentMainRecord.
    05 StudentID PIC X(9).
    05 FILLER PIC X.
    05 PaymentType PIC X(1).
    05 FILLER PIC X.
    05 Studentname PIC X(10).
    05 FILLER PIC X.
    05 DeptCode PIC X(4).
    05 FILLER PIC X.
    05 TermID PIC X(6).

*>----------------------------------------------------------------*>
*> FEES MASTER - ONE RECORD PER PAYMENTTYPE/TERM/EFFECTIVE-DATE
*> TIER
*>----------------------------------------------------------------*>
FD  FeesFile.
01  FeesRecord.
    05 FeesKey.
        10 PaymentType PIC X(1).
        10 TermID PIC X(6).
        10 EffectiveDateStart PIC 9(8).
    05 EffectiveDateEnd PIC 9(8).
    05 Amount PIC 9(5)V99.
    05 DueDate PIC 9(8).
    05 LateFeeSurcharge PIC 9(5)V99.

*>----------------------------------------------------------------*>
*> STUDENT PAYMENTS - ONE RECORD PER INSTALLMENT. P OR SPACE IS A
*> PAYMENT, A AN AGENCY RECOVERY PAYMENT, R A REFUND, N A RETURNED
*> ITEM OR RETURNED-CHECK FEE, W/V A WRITE-OFF AND ITS
*> REINSTATEMENT (NOT CASH, NOT IN THE SNAPSHOT).
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
*> UNAPPLIED-CASH SUSPENSE MASTER - SEE PaymentPostingProgram.
*> STATUS H = STILL HELD, C = CREDIT ON ACCOUNT; ONLY THESE ARE
*> UNAPPLIED CASH.
*>----------------------------------------------------------------*>
FD  UnappliedSuspenseFile.
01  SuspenseRecord.
    05 SuspenseKey.
        10 SU-HeldDate PIC 9(8).
        10 SU-HeldRunID PIC X(8).
        10 SU-HeldSequence PIC 9(5).
    05 SU-SourceName PIC X(8).
    05 SU-StudentID PIC X(9).
    05 SU-TermID PIC X(6).
    05 SU-PaymentDate PIC 9(8).
    05 SU-Amount PIC 9(5)V99.
    05 SU-CashierID PIC X(4).
    05 SU-SessionNumber PIC 9(4).
    05 SU-Status PIC X(1).
    05 SU-DaysHeld PIC 9(5).
    05 SU-ResolvedDate PIC 9(8).
    05 SU-ResolvedStudentID PIC X(9).
    05 SU-ResolvedTermID PIC X(6).
    05 SU-ResolvedBy PIC X(8).

*>----------------------------------------------------------------*>
*> PERIOD SNAPSHOT - ONE LINE PER DEPARTMENT PER CLOSE, WITH THE
*> PERIOD'S CLOSE COUNT AT THAT CLOSE. WRITTEN FROM WORKING
*> STORAGE (PeriodSnapshotWork).
*>----------------------------------------------------------------*>
FD  PeriodSnapshotFile.
01  PeriodSnapshotRecord.
    05 SN-PeriodID PIC X(6).
    05 FILLER PIC X.
    05 SN-CloseCount PIC 9(2).
    05 FILLER PIC X.
    05 SN-RunID PIC X(8).
    05 FILLER PIC X.
    05 SN-CloseDate PIC 9(8).
    05 FILLER PIC X.
    05 SN-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 SN-CashAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SN-RefundAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SN-ReturnedAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SN-SurchargeAmount PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> OUTPUT - THE PERIOD-END GL SUMMARY: THE GL JOURNAL LINE LAYOUT
*> StudentPaymentProgram WRITES, PRECEDED BY THE PERIOD
*>----------------------------------------------------------------*>
FD  PeriodGLSummaryFile.
01  PeriodGLSummaryRecord PIC X(68).

*>----------------------------------------------------------------*>
*> ADJUSTMENT LOG - ONE LINE PER ENTRY A POSTING PROGRAM MET DATED
*> IN A CLOSED PERIOD. ACTION A = POSTED, REDATED TO PA-PostedDate
*> IN THE OPEN PERIOD; R = REJECTED, NOTHING POSTED.
*>----------------------------------------------------------------*>
FD  PeriodAdjustmentFile.
01  PeriodAdjustmentRecord.
    05 PA-RunID PIC X(8).
    05 FILLER PIC X.
    05 PA-BusinessDate PIC 9(8).
    05 FILLER PIC X.
    05 PA-ProgramName PIC X(24).
    05 FILLER PIC X.
    05 PA-StudentID PIC X(9).
    05 FILLER PIC X.
    05 PA-TermID PIC X(6).
    05 FILLER PIC X.
    05 PA-InstallmentNumber PIC 9(2).
    05 FILLER PIC X.
    05 PA-TransactionCode PIC X(1).
    05 FILLER PIC X.
    05 PA-Amount PIC 9(9)V99.
    05 FILLER PIC X.
    05 PA-OriginalDate PIC 9(8).
    05 FILLER PIC X.
    05 PA-ClosedPeriodID PIC X(6).
    05 FILLER PIC X.
    05 PA-PostedDate PIC 9(8).
    05 FILLER PIC X.
    05 PA-Action PIC X(1).

*>----------------------------------------------------------------*>
*> OUTPUT - PRIOR-PERIOD ADJUSTMENT REPORT. LINE TYPE L = AN ENTRY
*> FROM THE ADJUSTMENT LOG; D = ON A RE-CLOSE, A DEPARTMENT FIGURE
*> (C CASH, R REFUNDS, N RETURNED, S SURCHARGE) THAT DIFFERS FROM
*> THE PREVIOUS CLOSE, NEW AMOUNT AGAINST PRIOR AMOUNT.
*>----------------------------------------------------------------*>
FD  AdjustmentReportFile.
01  AdjustmentReportRecord PIC X(113).

*>----------------------------------------------------------------*>
*> RUN-CONTROL MASTER - ONE RECORD PER CHAIN EVENT: S = START,
*> C = COMPLETION, O = OPERATOR OVERRIDE, X = OVERRIDE HONORED,
*> R = CLOSED FISCAL PERIOD REOPENED UNDER AUTHORIZATION (THE
*> PERIOD MASTER CARRIES THE SAME RunID).
*>----------------------------------------------------------------*>
FD  RunControlFile.
01  RunControlRecord.
    05 RC-ProgramName PIC X(24).
    05 FILLER PIC X.
    05 RC-EventType PIC X(1).
    05 FILLER PIC X.
    05 RC-BusinessDate PIC 9(8).
    05 FILLER PIC X.
    05 RC-RunID PIC X(8).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
*> CONTROL CARD VALUES HELD FOR THE RUN
*>----------------------------------------------------------------*>
77 PeriodFunction PIC X(1) VALUE SPACE.
    88 FUNCTION-CLOSE VALUE 'C'.
    88 FUNCTION-REOPEN VALUE 'O'.
    88 FUNCTION-REPORT VALUE 'R'.
77 PeriodID PIC X(6) VALUE SPACES.
77 LateAction PIC X(1) VALUE SPACE.
77 DefaultLateAction PIC X(1) VALUE 'A'.

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION
*>----------------------------------------------------------------*>
77 RunDate PIC 9(8) VALUE ZERO.
77 RunTime PIC 9(8) VALUE ZERO.
77 RunID PIC X(8) VALUE SPACES.
77 ThisProgramName PIC X(24) VALUE 'PeriodCloseProgram'.

*>----------------------------------------------------------------*>
*> THE PERIOD BEING CLOSED OR REOPENED
*>----------------------------------------------------------------*>
77 PeriodStartDate PIC 9(8) VALUE ZERO.
77 PeriodEndDate PIC 9(8) VALUE ZERO.
77 PriorCloseCount PIC 9(2) VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE OUTPUT LINES AS WRITTEN
*>----------------------------------------------------------------*>
01 FiscalPeriodWork.
    05 FW-PeriodID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 FW-StartDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 FW-EndDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 FW-Status PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 FW-LateAction PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 FW-CloseCount PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 FW-LastActionDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 FW-LastActionRunID PIC X(8).

01 PeriodSnapshotWork.
    05 SW-PeriodID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 SW-CloseCount PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 SW-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 SW-CloseDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 SW-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 SW-CashAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 SW-RefundAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 SW-ReturnedAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 SW-SurchargeAmount PIC 9(9)V99.

01 PeriodGLSummaryWork.
    05 GS-PeriodID PIC X(6).
    05 FILLER PIC X VALUE ','.
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

01 AdjustmentReportWork.
    05 AR-LineType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 AR-PeriodID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 AR-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 AR-ProgramName PIC X(24).
    05 FILLER PIC X VALUE ','.
    05 AR-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 AR-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 AR-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 AR-InstallmentNumber PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 AR-Code PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 AR-OriginalDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 AR-PostedDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 AR-Amount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 AR-PriorAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 AR-Action PIC X(1).

01 RunControlWork.
    05 WC-ProgramName PIC X(24).
    05 FILLER PIC X VALUE ','.
    05 WC-EventType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 WC-BusinessDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 WC-RunID PIC X(8).

*>----------------------------------------------------------------*>
*> GL ACCOUNTS, AS StudentPaymentProgram BOOKS THEM
*>----------------------------------------------------------------*>
77 CashClearingAccount PIC X(4) VALUE '1010'.
77 TuitionRevenueAccount PIC X(4) VALUE '4010'.
77 LateFeeRevenueAccount PIC X(4) VALUE '4050'.
77 SuspenseClearingAccount PIC X(4) VALUE '2150'.
77 GLLineNumber PIC 9(3) COMP VALUE ZERO.
77 GLAmount PIC 9(9)V99 COMP VALUE ZERO.
77 GLSurchargeAmount PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE ENROLLMENT CURRENTLY BEING SUMMED ON THE PAYMENT FILE
*>----------------------------------------------------------------*>
77 WorkStudentID PIC X(9) VALUE SPACES.
77 WorkTermID PIC X(6) VALUE SPACES.
77 WorkDeptCode PIC X(4) VALUE SPACES.
77 WorkPaymentType PIC X(1) VALUE SPACE.
77 EarliestPayDate PIC 9(8) VALUE ZERO.
77 TierLookupDate PIC 9(8) VALUE ZERO.
77 TierSurcharge PIC 9(5)V99 COMP VALUE ZERO.
77 FigureCode PIC X(1) VALUE SPACE.
77 FigureAmount PIC 9(11)V99 COMP VALUE ZERO.
77 FigurePrior PIC 9(11)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> RUNNING TOTALS AND COUNTERS
*>----------------------------------------------------------------*>
77 PaymentRecordsRead PIC 9(7) COMP VALUE ZERO.
77 PaymentsInPeriod PIC 9(7) COMP VALUE ZERO.
77 PeriodCashTotal PIC 9(11)V99 COMP VALUE ZERO.
77 PeriodRefundTotal PIC 9(11)V99 COMP VALUE ZERO.
77 PeriodReturnedTotal PIC 9(11)V99 COMP VALUE ZERO.
77 PeriodSurchargeTotal PIC 9(11)V99 COMP VALUE ZERO.
77 HeldSuspenseTotal PIC 9(11)V99 COMP VALUE ZERO.
77 AdjustmentLinesReported PIC 9(7) COMP VALUE ZERO.
77 AdjustedEntryCount PIC 9(7) COMP VALUE ZERO.
77 RejectedEntryCount PIC 9(7) COMP VALUE ZERO.
77 ChangedFigureCount PIC 9(5) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE AND LOOKUP SWITCHES
*>----------------------------------------------------------------*>
77 PERIOD-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PERIOD-FILE VALUE 'Y'.
77 AUTH-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-AUTH-FILE VALUE 'Y'.
77 STUDENT-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-STUDENT-FILE VALUE 'Y'.
77 PAYMENT-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PAYMENT-FILE VALUE 'Y'.
77 SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
77 SNAPSHOT-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SNAPSHOT-FILE VALUE 'Y'.
77 ADJUSTMENT-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ADJUSTMENT-FILE VALUE 'Y'.
77 SCAN-FEES-DONE-SW PIC X(1) VALUE 'N'.
    88 SCAN-FEES-DONE VALUE 'Y'.
77 FEES-OPEN-SW PIC X(1) VALUE 'N'.
    88 FEES-OPEN VALUE 'Y'.
77 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
    88 PERIOD-FOUND VALUE 'Y'.
77 AUTH-FOUND-SW PIC X(1) VALUE 'N'.
    88 AUTH-FOUND VALUE 'Y'.
77 STUDENT-FOUND-SW PIC X(1) VALUE 'N'.
    88 STUDENT-FOUND VALUE 'Y'.
77 STUDENT-SCAN-DONE-SW PIC X(1) VALUE 'N'.
    88 STUDENT-SCAN-DONE VALUE 'Y'.
77 DEPT-TABLE-OVERFLOW-SW PIC X(1) VALUE 'N'.
    88 DEPT-TABLE-OVERFLOW VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
*>----------------------------------------------------------------*>
77 ControlFileStatus PIC X(2).
77 PeriodFileStatus PIC X(2).
77 AuthFileStatus PIC X(2).
77 StudentMainFileStatus PIC X(2).
77 FeesFileStatus PIC X(2).
77 PaymentFileStatus PIC X(2).
77 SuspenseFileStatus PIC X(2).
77 SnapshotFileStatus PIC X(2).
77 GLSummaryFileStatus PIC X(2).
77 AdjustmentFileStatus PIC X(2).
77 ReportFileStatus PIC X(2).
77 RunControlFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> FISCAL PERIOD TABLE - THE WHOLE MASTER, IN FILE ORDER, SO IT
*> CAN BE REWRITTEN WITH THE NEW STATUS. PeriodSub IS LEFT ON THE
*> CONTROL CARD'S PERIOD.
*>----------------------------------------------------------------*>
77 PeriodCount PIC 9(3) COMP VALUE ZERO.
77 MaxPeriods PIC 9(3) COMP VALUE 240.
77 PeriodSub PIC 9(3) COMP VALUE ZERO.
77 ScanSub PIC 9(3) COMP VALUE ZERO.
01 PeriodTable.
    05 PeriodEntry OCCURS 1 TO 240 TIMES
            DEPENDING ON PeriodCount.
        10 PD-PeriodID PIC X(6).
        10 PD-StartDate PIC 9(8).
        10 PD-EndDate PIC 9(8).
        10 PD-Status PIC X(1).
        10 PD-LateAction PIC X(1).
        10 PD-CloseCount PIC 9(2).
        10 PD-LastActionDate PIC 9(8).
        10 PD-LastActionRunID PIC X(8).

*>----------------------------------------------------------------*>
*> STUDENT TABLE - DEPARTMENT AND PAYMENT TYPE PER ENROLLMENT. THE
*> CLEAN MASTER IS IN StudentID ORDER, SO SEARCH ALL FINDS THE
*> STUDENT AND THE TERM IS FOUND BY STEPPING THROUGH THEIR
*> ENTRIES. AN ENROLLMENT NOT ON THE MASTER (A WITHDRAWN OR
*> ARCHIVED STUDENT) COUNTS UNDER THE OTHR DEPARTMENT.
*>----------------------------------------------------------------*>
77 StudentTableCount PIC 9(5) COMP VALUE ZERO.
77 MaxStudentEntries PIC 9(5) COMP VALUE 50000.
77 StudentSub PIC 9(5) COMP VALUE ZERO.
01 StudentTable.
    05 StudentEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON StudentTableCount
            ASCENDING KEY IS ST-StudentID
            INDEXED BY StIdx.
        10 ST-StudentID PIC X(9).
        10 ST-TermID PIC X(6).
        10 ST-DeptCode PIC X(4).
        10 ST-PaymentType PIC X(1).

*>----------------------------------------------------------------*>
*> DEPARTMENT TOTALS FOR THE PERIOD, WITH WHAT THE PREVIOUS CLOSE
*> REPORTED. ENTRY 1 IS ALWAYS THE OTHR LINE; A DEPARTMENT PAST
*> THE TABLE'S CAPACITY ROLLS INTO IT.
*>----------------------------------------------------------------*>
77 DeptTableCount PIC 9(3) COMP VALUE ZERO.
77 MaxDeptEntries PIC 9(3) COMP VALUE 100.
77 OverflowDeptCode PIC X(4) VALUE 'OTHR'.
01 DeptTable.
    05 DeptEntry OCCURS 1 TO 100 TIMES
            DEPENDING ON DeptTableCount
            INDEXED BY DeptIdx.
        10 DT-DeptCode PIC X(4).
        10 DT-CashAmount PIC 9(11)V99 COMP.
        10 DT-RefundAmount PIC 9(11)V99 COMP.
        10 DT-ReturnedAmount PIC 9(11)V99 COMP.
        10 DT-SurchargeAmount PIC 9(11)V99 COMP.
        10 DT-PriorCash PIC 9(11)V99 COMP.
        10 DT-PriorRefund PIC 9(11)V99 COMP.
        10 DT-PriorReturned PIC 9(11)V99 COMP.
        10 DT-PriorSurcharge PIC 9(11)V99 COMP.

PROCEDURE DIVISION.

*>----------------------------------------------------------------*>
*> 0000 - MAINLINE
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    EVALUATE TRUE
        WHEN FUNCTION-CLOSE
            PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
        WHEN FUNCTION-REOPEN
            PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 4000-WRITE-ADJUSTMENT-LOG THRU 4000-EXIT
    PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
    STOP RUN.

*>----------------------------------------------------------------*>
*> 1000 - READ THE CONTROL CARD, LOAD THE PERIOD MASTER AND THE
*> STUDENT TABLE, AND CHECK THE CARD'S PERIOD AGAINST THE MASTER
*>----------------------------------------------------------------*>
1000-INITIALIZE-RUN.
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    MOVE RunTime TO RunID
    OPEN INPUT PeriodControlFile
    IF ControlFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN PeriodControlFile, "
            "STATUS = " ControlFileStatus
        STOP RUN
    END-IF
    READ PeriodControlFile
        AT END
            DISPLAY "FATAL: PeriodControlFile IS EMPTY"
            STOP RUN
    END-READ
    MOVE PC-Function TO PeriodFunction
    MOVE PC-PeriodID TO PeriodID
    MOVE PC-LateAction TO LateAction
    CLOSE PeriodControlFile
    IF NOT FUNCTION-CLOSE AND NOT FUNCTION-REOPEN
       AND NOT FUNCTION-REPORT
        DISPLAY "FATAL: PeriodControlFile FUNCTION MUST BE C, O "
            "OR R"
        STOP RUN
    END-IF
    IF PeriodID = SPACES AND NOT FUNCTION-REPORT
        DISPLAY "FATAL: PeriodControlFile PERIOD IS BLANK"
        STOP RUN
    END-IF
    IF LateAction NOT = SPACE AND LateAction NOT = 'A'
       AND LateAction NOT = 'R'
        DISPLAY "FATAL: PeriodControlFile LATE ACTION MUST BE A, "
            "R OR BLANK"
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-PERIOD-MASTER THRU 1100-EXIT
    PERFORM 1200-LOAD-STUDENT-TABLE THRU 1200-EXIT
    PERFORM 1300-FIND-CARD-PERIOD THRU 1300-EXIT
    MOVE 1 TO DeptTableCount
    MOVE OverflowDeptCode TO DT-DeptCode (1)
    PERFORM 6050-CLEAR-DEPT-ENTRY THRU 6050-EXIT.
1000-EXIT.
    EXIT.

1100-LOAD-PERIOD-MASTER.
    OPEN INPUT FiscalPeriodFile
    IF PeriodFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN FiscalPeriodFile, STATUS = "
            PeriodFileStatus
        STOP RUN
    END-IF
    PERFORM 1110-READ-PERIOD-RECORD THRU 1110-EXIT
        UNTIL END-OF-PERIOD-FILE
    CLOSE FiscalPeriodFile.
1100-EXIT.
    EXIT.

1110-READ-PERIOD-RECORD.
    READ FiscalPeriodFile
        AT END
            MOVE 'Y' TO PERIOD-EOF-SW
        NOT AT END
            IF FP-PeriodID = SPACES
                GO TO 1110-EXIT
            END-IF
            IF PeriodCount >= MaxPeriods
                DISPLAY "FATAL: FiscalPeriodFile EXCEEDS " MaxPeriods
                    " PERIODS - RAISE MaxPeriods AND RERUN"
                STOP RUN
            END-IF
            IF FP-StartDate NOT NUMERIC OR FP-EndDate NOT NUMERIC
               OR FP-StartDate > FP-EndDate
                DISPLAY "FATAL: FiscalPeriodFile PERIOD " FP-PeriodID
                    " HAS AN INVALID DATE RANGE"
                STOP RUN
            END-IF
            ADD 1 TO PeriodCount
            MOVE FP-PeriodID TO PD-PeriodID (PeriodCount)
            MOVE FP-StartDate TO PD-StartDate (PeriodCount)
            MOVE FP-EndDate TO PD-EndDate (PeriodCount)
            MOVE FP-Status TO PD-Status (PeriodCount)
            MOVE FP-LateAction TO PD-LateAction (PeriodCount)
            MOVE ZERO TO PD-CloseCount (PeriodCount)
            IF FP-CloseCount NUMERIC
                MOVE FP-CloseCount TO PD-CloseCount (PeriodCount)
            END-IF
            MOVE ZERO TO PD-LastActionDate (PeriodCount)
            IF FP-LastActionDate NUMERIC
                MOVE FP-LastActionDate
                    TO PD-LastActionDate (PeriodCount)
            END-IF
            MOVE FP-LastActionRunID TO PD-LastActionRunID (PeriodCount)
    END-READ.
1110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1200 - LOAD THE CLEAN STUDENT MASTER. A STUDENT OUT OF
*> StudentID ORDER WOULD DEFEAT SEARCH ALL AND IS FATAL.
*>----------------------------------------------------------------*>
1200-LOAD-STUDENT-TABLE.
    OPEN INPUT StudentMainFile
    IF StudentMainFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentMainFile, STATUS = "
            StudentMainFileStatus
        STOP RUN
    END-IF
    PERFORM 1210-READ-STUDENT-RECORD THRU 1210-EXIT
        UNTIL END-OF-STUDENT-FILE
    CLOSE StudentMainFile.
1200-EXIT.
    EXIT.

1210-READ-STUDENT-RECORD.
    READ StudentMainFile
        AT END
            MOVE 'Y' TO STUDENT-EOF-SW
        NOT AT END
            IF StudentTableCount >= MaxStudentEntries
                DISPLAY "FATAL: StudentMainFile EXCEEDS "
                    MaxStudentEntries " ENROLLMENTS - RAISE "
                    "MaxStudentEntries AND RERUN"
                STOP RUN
            END-IF
            IF StudentTableCount > ZERO
                IF StudentID OF StudentMainRecord <
                        ST-StudentID (StudentTableCount)
                    DISPLAY "FATAL: StudentMainFile OUT OF StudentID "
                        "ORDER AT " StudentID OF StudentMainRecord
                    STOP RUN
                END-IF
            END-IF
            ADD 1 TO StudentTableCount
            MOVE StudentID OF StudentMainRecord
                TO ST-StudentID (StudentTableCount)
            MOVE TermID OF StudentMainRecord
                TO ST-TermID (StudentTableCount)
            MOVE DeptCode OF StudentMainRecord
                TO ST-DeptCode (StudentTableCount)
            MOVE PaymentType OF StudentMainRecord
                TO ST-PaymentType (StudentTableCount)
    END-READ.
1210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1300 - FIND THE CONTROL CARD'S PERIOD ON THE MASTER. AN R CARD
*> WITH NO PERIOD REPORTS EVERY PERIOD AND NEEDS NONE.
*>----------------------------------------------------------------*>
1300-FIND-CARD-PERIOD.
    MOVE 'N' TO PERIOD-FOUND-SW
    IF PeriodID = SPACES
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-CHECK-ONE-PERIOD THRU 1310-EXIT
        VARYING ScanSub FROM 1 BY 1
        UNTIL ScanSub > PeriodCount OR PERIOD-FOUND
    IF NOT PERIOD-FOUND
        DISPLAY "FATAL: PERIOD " PeriodID " IS NOT ON "
            "FiscalPeriodFile"
        STOP RUN
    END-IF
    MOVE PD-StartDate (PeriodSub) TO PeriodStartDate
    MOVE PD-EndDate (PeriodSub) TO PeriodEndDate
    MOVE PD-CloseCount (PeriodSub) TO PriorCloseCount.
1300-EXIT.
    EXIT.

1310-CHECK-ONE-PERIOD.
    IF PD-PeriodID (ScanSub) = PeriodID
        MOVE 'Y' TO PERIOD-FOUND-SW
        MOVE ScanSub TO PeriodSub
    END-IF.
1310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1950 - APPEND ONE EVENT FOR THIS PROGRAM TO THE RUN-CONTROL
*> MASTER
*>----------------------------------------------------------------*>
1950-WRITE-RUN-CONTROL.
    MOVE ThisProgramName TO WC-ProgramName
    MOVE RunDate TO WC-BusinessDate
    MOVE RunID TO WC-RunID
    OPEN EXTEND RunControlFile
    IF RunControlFileStatus = '00' OR RunControlFileStatus = '05'
        WRITE RunControlRecord FROM RunControlWork
        CLOSE RunControlFile
    ELSE
        DISPLAY "WARNING: UNABLE TO EXTEND HW2-Run-Control.csv, "
            "STATUS = " RunControlFileStatus
    END-IF.
1950-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2000 - FUNCTION C: CLOSE THE PERIOD. IT MUST BE OPEN AND OVER.
*> THE SNAPSHOT COUNTS EVERY TRANSACTION DATED IN THE PERIOD, AS
*> THE PAYMENT FILE STANDS NOW, SO A RE-CLOSE AFTER A REOPEN
*> PICKS UP WHATEVER WAS POSTED WHILE IT WAS OPEN.
*>----------------------------------------------------------------*>
2000-CLOSE-PERIOD.
    IF PD-Status (PeriodSub) = 'C'
        DISPLAY "FATAL: PERIOD " PeriodID " IS ALREADY CLOSED - "
            "REOPEN IT (FUNCTION O) BEFORE CLOSING IT AGAIN"
        STOP RUN
    END-IF
    IF PeriodEndDate >= RunDate
        DISPLAY "FATAL: PERIOD " PeriodID " DOES NOT END UNTIL "
            PeriodEndDate " - IT CANNOT BE CLOSED ON " RunDate
        STOP RUN
    END-IF
    PERFORM 2010-CHECK-EARLIER-OPEN THRU 2010-EXIT
        VARYING ScanSub FROM 1 BY 1 UNTIL ScanSub > PeriodCount
    OPEN INPUT StudentPaymentFile
    IF PaymentFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentPaymentFile, STATUS = "
            PaymentFileStatus
        STOP RUN
    END-IF
    OPEN INPUT FeesFile
    IF FeesFileStatus = '00'
        MOVE 'Y' TO FEES-OPEN-SW
    ELSE
        DISPLAY "WARNING: UNABLE TO OPEN FeesFile, STATUS = "
            FeesFileStatus " - NO SURCHARGE IN THE SNAPSHOT"
    END-IF
    PERFORM 2100-SUM-PAYMENT-FILE THRU 2100-EXIT
    PERFORM 2200-SUM-HELD-SUSPENSE THRU 2200-EXIT
    CLOSE StudentPaymentFile
    IF FEES-OPEN
        CLOSE FeesFile
    END-IF
    IF PriorCloseCount > ZERO
        PERFORM 2300-LOAD-PRIOR-SNAPSHOT THRU 2300-EXIT
    END-IF
    PERFORM 2400-WRITE-SNAPSHOT THRU 2400-EXIT
    PERFORM 2500-WRITE-GL-SUMMARY THRU 2500-EXIT
    MOVE 'C' TO PD-Status (PeriodSub)
    ADD 1 TO PD-CloseCount (PeriodSub)
    IF LateAction NOT = SPACE
        MOVE LateAction TO PD-LateAction (PeriodSub)
    END-IF
    IF PD-LateAction (PeriodSub) = SPACE
        MOVE DefaultLateAction TO PD-LateAction (PeriodSub)
    END-IF
    MOVE RunDate TO PD-LastActionDate (PeriodSub)
    MOVE RunID TO PD-LastActionRunID (PeriodSub)
    PERFORM 7000-REWRITE-PERIOD-MASTER THRU 7000-EXIT
    DISPLAY "NOTE: PERIOD " PeriodID " CLOSED, CLOSE NUMBER "
        PD-CloseCount (PeriodSub) ", LATE ENTRIES "
        PD-LateAction (PeriodSub).
2000-EXIT.
    EXIT.

2010-CHECK-EARLIER-OPEN.
    IF PD-StartDate (ScanSub) < PeriodStartDate
       AND PD-Status (ScanSub) NOT = 'C'
        DISPLAY "WARNING: EARLIER PERIOD " PD-PeriodID (ScanSub)
            " IS STILL OPEN"
    END-IF.
2010-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2100 - ONE PASS OF THE PAYMENT FILE IN KEY ORDER, SO EACH
*> STUDENT AND TERM'S INSTALLMENTS ARRIVE TOGETHER. THE SURCHARGE
*> IS DECIDED AT THE BREAK, WHEN THE ENROLLMENT'S EARLIEST PAYMENT
*> IS KNOWN.
*>----------------------------------------------------------------*>
2100-SUM-PAYMENT-FILE.
    MOVE SPACES TO WorkStudentID
    MOVE SPACES TO WorkTermID
    MOVE LOW-VALUES TO StudentPaymentKey
    START StudentPaymentFile KEY IS NOT LESS THAN StudentPaymentKey
        INVALID KEY
            GO TO 2100-EXIT
    END-START
    PERFORM 2110-READ-PAYMENT-RECORD THRU 2110-EXIT
        UNTIL END-OF-PAYMENT-FILE
    IF WorkStudentID NOT = SPACES
        PERFORM 2130-END-ENROLLMENT THRU 2130-EXIT
    END-IF.
2100-EXIT.
    EXIT.

2110-READ-PAYMENT-RECORD.
    READ StudentPaymentFile NEXT RECORD
        AT END
            MOVE 'Y' TO PAYMENT-EOF-SW
            GO TO 2110-EXIT
    END-READ
    ADD 1 TO PaymentRecordsRead
    IF StudentID-Payment NOT = WorkStudentID
       OR TermID-Payment NOT = WorkTermID
        IF WorkStudentID NOT = SPACES
            PERFORM 2130-END-ENROLLMENT THRU 2130-EXIT
        END-IF
        PERFORM 2120-START-ENROLLMENT THRU 2120-EXIT
    END-IF
    IF TransactionCode = 'P' OR TransactionCode = SPACE
        IF PaymentDate < EarliestPayDate
            MOVE PaymentDate TO EarliestPayDate
        END-IF
    END-IF
    IF PaymentDate < PeriodStartDate OR PaymentDate > PeriodEndDate
        GO TO 2110-EXIT
    END-IF
    EVALUATE TransactionCode
        WHEN 'R'
            ADD 1 TO PaymentsInPeriod
            ADD Amount-Payment TO DT-RefundAmount (DeptIdx)
            ADD Amount-Payment TO PeriodRefundTotal
        WHEN 'N'
            ADD 1 TO PaymentsInPeriod
            ADD Amount-Payment TO DT-ReturnedAmount (DeptIdx)
            ADD Amount-Payment TO PeriodReturnedTotal
        WHEN 'W'
        WHEN 'V'
            CONTINUE
        WHEN OTHER
            ADD 1 TO PaymentsInPeriod
            ADD Amount-Payment TO DT-CashAmount (DeptIdx)
            ADD Amount-Payment TO PeriodCashTotal
    END-EVALUATE.
2110-EXIT.
    EXIT.

2120-START-ENROLLMENT.
    MOVE StudentID-Payment TO WorkStudentID
    MOVE TermID-Payment TO WorkTermID
    MOVE 99999999 TO EarliestPayDate
    PERFORM 6100-FIND-STUDENT-TERM THRU 6100-EXIT
    IF STUDENT-FOUND
        MOVE ST-DeptCode (StudentSub) TO WorkDeptCode
        MOVE ST-PaymentType (StudentSub) TO WorkPaymentType
    ELSE
        MOVE OverflowDeptCode TO WorkDeptCode
        MOVE SPACE TO WorkPaymentType
    END-IF
    PERFORM 6000-FIND-DEPT-ENTRY THRU 6000-EXIT.
2120-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2130 - END OF AN ENROLLMENT. THE SURCHARGE FALLS IN THE PERIOD
*> OF THE PAYMENT THAT INCURRED IT: THE EARLIEST P INSTALLMENT,
*> WHEN IT IS LATER THAN THE FEE TIER'S DUE DATE (THE PAYMENT
*> RUN'S RULE). AN ENROLLMENT OFF THE STUDENT MASTER HAS NO
*> PAYMENT TYPE AND NO SURCHARGE.
*>----------------------------------------------------------------*>
2130-END-ENROLLMENT.
    IF WorkPaymentType = SPACE OR NOT FEES-OPEN
        GO TO 2130-EXIT
    END-IF
    IF EarliestPayDate < PeriodStartDate
       OR EarliestPayDate > PeriodEndDate
        GO TO 2130-EXIT
    END-IF
    MOVE EarliestPayDate TO TierLookupDate
    PERFORM 2140-LOOKUP-SURCHARGE THRU 2140-EXIT
    IF TierSurcharge > ZERO
        ADD TierSurcharge TO DT-SurchargeAmount (DeptIdx)
        ADD TierSurcharge TO PeriodSurchargeTotal
    END-IF.
2130-EXIT.
    EXIT.

2140-LOOKUP-SURCHARGE.
    MOVE ZERO TO TierSurcharge
    MOVE WorkPaymentType TO PaymentType OF FeesKey
    MOVE WorkTermID TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO SCAN-FEES-DONE-SW
            PERFORM 2145-READ-NEXT-FEES-TIER THRU 2145-EXIT
                UNTIL SCAN-FEES-DONE
    END-START.
2140-EXIT.
    EXIT.

2145-READ-NEXT-FEES-TIER.
    READ FeesFile NEXT RECORD
        AT END
            MOVE 'Y' TO SCAN-FEES-DONE-SW
        NOT AT END
            IF PaymentType OF FeesKey NOT = WorkPaymentType
               OR TermID OF FeesKey NOT = WorkTermID
                MOVE 'Y' TO SCAN-FEES-DONE-SW
            ELSE
                IF TierLookupDate >= EffectiveDateStart
                   AND (EffectiveDateEnd = ZERO
                        OR TierLookupDate <= EffectiveDateEnd)
                    IF DueDate NOT = ZERO
                       AND TierLookupDate > DueDate
                        MOVE LateFeeSurcharge TO TierSurcharge
                    END-IF
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
2145-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2200 - CASH RECEIVED IN THE PERIOD BUT STILL UNAPPLIED (HELD OR
*> CREDIT ON ACCOUNT). IT IS ON NO STUDENT'S ACCOUNT, SO IT GOES
*> TO THE GL SUMMARY AS SUSPENSE RATHER THAN TO A DEPARTMENT.
*>----------------------------------------------------------------*>
2200-SUM-HELD-SUSPENSE.
    OPEN INPUT UnappliedSuspenseFile
    IF SuspenseFileStatus NOT = '00'
        IF SuspenseFileStatus = '05'
            CLOSE UnappliedSuspenseFile
        END-IF
        GO TO 2200-EXIT
    END-IF
    PERFORM 2210-READ-SUSPENSE-RECORD THRU 2210-EXIT
        UNTIL END-OF-SUSPENSE-FILE
    CLOSE UnappliedSuspenseFile.
2200-EXIT.
    EXIT.

2210-READ-SUSPENSE-RECORD.
    READ UnappliedSuspenseFile NEXT RECORD
        AT END
            MOVE 'Y' TO SUSPENSE-EOF-SW
        NOT AT END
            IF (SU-Status = 'H' OR SU-Status = 'C')
               AND SU-PaymentDate >= PeriodStartDate
               AND SU-PaymentDate <= PeriodEndDate
                ADD SU-Amount TO HeldSuspenseTotal
            END-IF
    END-READ.
2210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2300 - WHAT THE PREVIOUS CLOSE OF THIS PERIOD REPORTED, FOR THE
*> RE-CLOSE LINES OF THE ADJUSTMENT REPORT. AN ABSENT OPTIONAL
*> FILE OPENS WITH STATUS 05 AND MUST STILL BE CLOSED.
*>----------------------------------------------------------------*>
2300-LOAD-PRIOR-SNAPSHOT.
    OPEN INPUT PeriodSnapshotFile
    IF SnapshotFileStatus = '00' OR SnapshotFileStatus = '05'
        PERFORM 2310-READ-SNAPSHOT-RECORD THRU 2310-EXIT
            UNTIL END-OF-SNAPSHOT-FILE
        CLOSE PeriodSnapshotFile
    END-IF.
2300-EXIT.
    EXIT.

2310-READ-SNAPSHOT-RECORD.
    READ PeriodSnapshotFile
        AT END
            MOVE 'Y' TO SNAPSHOT-EOF-SW
        NOT AT END
            IF SN-PeriodID = PeriodID
               AND SN-CloseCount = PriorCloseCount
                MOVE SN-DeptCode TO WorkDeptCode
                PERFORM 6000-FIND-DEPT-ENTRY THRU 6000-EXIT
                ADD SN-CashAmount TO DT-PriorCash (DeptIdx)
                ADD SN-RefundAmount TO DT-PriorRefund (DeptIdx)
                ADD SN-ReturnedAmount TO DT-PriorReturned (DeptIdx)
                ADD SN-SurchargeAmount TO DT-PriorSurcharge (DeptIdx)
            END-IF
    END-READ.
2310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2400 - APPEND THIS CLOSE'S DEPARTMENT LINES TO THE SNAPSHOT. A
*> DEPARTMENT WITH NOTHING NOW AND NOTHING LAST TIME IS LEFT OFF.
*>----------------------------------------------------------------*>
2400-WRITE-SNAPSHOT.
    OPEN EXTEND PeriodSnapshotFile
    IF SnapshotFileStatus NOT = '00' AND SnapshotFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO EXTEND PeriodSnapshotFile, "
            "STATUS = " SnapshotFileStatus
        STOP RUN
    END-IF
    PERFORM 2410-WRITE-ONE-SNAPSHOT-LINE THRU 2410-EXIT
        VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    CLOSE PeriodSnapshotFile.
2400-EXIT.
    EXIT.

2410-WRITE-ONE-SNAPSHOT-LINE.
    IF DT-CashAmount (DeptIdx) = ZERO
       AND DT-RefundAmount (DeptIdx) = ZERO
       AND DT-ReturnedAmount (DeptIdx) = ZERO
       AND DT-SurchargeAmount (DeptIdx) = ZERO
       AND DT-PriorCash (DeptIdx) = ZERO
       AND DT-PriorRefund (DeptIdx) = ZERO
       AND DT-PriorReturned (DeptIdx) = ZERO
       AND DT-PriorSurcharge (DeptIdx) = ZERO
        GO TO 2410-EXIT
    END-IF
    MOVE PeriodID TO SW-PeriodID
    COMPUTE SW-CloseCount = PriorCloseCount + 1
    MOVE RunID TO SW-RunID
    MOVE RunDate TO SW-CloseDate
    MOVE DT-DeptCode (DeptIdx) TO SW-DeptCode
    MOVE DT-CashAmount (DeptIdx) TO SW-CashAmount
    MOVE DT-RefundAmount (DeptIdx) TO SW-RefundAmount
    MOVE DT-ReturnedAmount (DeptIdx) TO SW-ReturnedAmount
    MOVE DT-SurchargeAmount (DeptIdx) TO SW-SurchargeAmount
    WRITE PeriodSnapshotRecord FROM PeriodSnapshotWork.
2410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2500 - THE PERIOD-END GL SUMMARY, BALANCED PER DEPARTMENT:
*> DR CASH CLEARING FOR CASH RECEIVED, CR LATE FEE REVENUE FOR THE
*> SURCHARGE (NEVER MORE THAN THE CASH) AND CR TUITION REVENUE FOR
*> THE REST; DR TUITION REVENUE / CR CASH CLEARING FOR REFUNDS AND
*> RETURNED ITEMS. UNAPPLIED CASH IS DR CASH / CR SUSPENSE.
*>----------------------------------------------------------------*>
2500-WRITE-GL-SUMMARY.
    OPEN OUTPUT PeriodGLSummaryFile
    IF GLSummaryFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN PeriodGLSummaryFile, "
            "STATUS = " GLSummaryFileStatus
        STOP RUN
    END-IF
    MOVE ZERO TO GLLineNumber
    PERFORM 2510-WRITE-ONE-DEPT-LINES THRU 2510-EXIT
        VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    IF HeldSuspenseTotal > ZERO
        MOVE OverflowDeptCode TO GL-DeptCode
        MOVE HeldSuspenseTotal TO GL-Amount
        MOVE CashClearingAccount TO GL-AccountCode
        MOVE 'D' TO GL-DebitCreditFlag
        MOVE 'UNAPPLIED CASH RECEIVED' TO GL-Description
        PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
        MOVE HeldSuspenseTotal TO GL-Amount
        MOVE SuspenseClearingAccount TO GL-AccountCode
        MOVE 'C' TO GL-DebitCreditFlag
        MOVE 'UNAPPLIED CASH SUSPENSE' TO GL-Description
        PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
    END-IF
    CLOSE PeriodGLSummaryFile.
2500-EXIT.
    EXIT.

2510-WRITE-ONE-DEPT-LINES.
    MOVE DT-DeptCode (DeptIdx) TO GL-DeptCode
    IF DT-CashAmount (DeptIdx) > ZERO
        MOVE DT-CashAmount (DeptIdx) TO GL-Amount
        MOVE CashClearingAccount TO GL-AccountCode
        MOVE 'D' TO GL-DebitCreditFlag
        MOVE 'CASH RECEIVED' TO GL-Description
        PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
        IF DT-SurchargeAmount (DeptIdx) > DT-CashAmount (DeptIdx)
            MOVE DT-CashAmount (DeptIdx) TO GLSurchargeAmount
        ELSE
            MOVE DT-SurchargeAmount (DeptIdx) TO GLSurchargeAmount
        END-IF
        COMPUTE GLAmount =
            DT-CashAmount (DeptIdx) - GLSurchargeAmount
        IF GLAmount > ZERO
            MOVE GLAmount TO GL-Amount
            MOVE TuitionRevenueAccount TO GL-AccountCode
            MOVE 'C' TO GL-DebitCreditFlag
            MOVE 'TUITION REVENUE' TO GL-Description
            PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
        END-IF
        IF GLSurchargeAmount > ZERO
            MOVE GLSurchargeAmount TO GL-Amount
            MOVE LateFeeRevenueAccount TO GL-AccountCode
            MOVE 'C' TO GL-DebitCreditFlag
            MOVE 'LATE FEE REVENUE' TO GL-Description
            PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
        END-IF
    END-IF
    COMPUTE GLAmount =
        DT-RefundAmount (DeptIdx) + DT-ReturnedAmount (DeptIdx)
    IF GLAmount > ZERO
        MOVE GLAmount TO GL-Amount
        MOVE TuitionRevenueAccount TO GL-AccountCode
        MOVE 'D' TO GL-DebitCreditFlag
        MOVE 'REFUNDS AND RETURNS' TO GL-Description
        PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
        MOVE GLAmount TO GL-Amount
        MOVE CashClearingAccount TO GL-AccountCode
        MOVE 'C' TO GL-DebitCreditFlag
        MOVE 'CASH REFUNDED OR RETURNED' TO GL-Description
        PERFORM 2520-WRITE-ONE-GL-LINE THRU 2520-EXIT
    END-IF.
2510-EXIT.
    EXIT.

2520-WRITE-ONE-GL-LINE.
    ADD 1 TO GLLineNumber
    MOVE PeriodID TO GS-PeriodID
    MOVE RunID TO GL-RunID
    MOVE GLLineNumber TO GL-LineNumber
    WRITE PeriodGLSummaryRecord FROM PeriodGLSummaryWork.
2520-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - FUNCTION O: REOPEN A CLOSED PERIOD. THE CONTROLLER'S
*> AUTHORIZATION FOR THE PERIOD, DATED TODAY, MUST BE ON THE
*> AUTHORIZATION FILE; THE REOPEN IS THEN LOGGED ON THE RUN-CONTROL
*> MASTER THE WAY AN OPERATOR OVERRIDE IS.
*>----------------------------------------------------------------*>
3000-REOPEN-PERIOD.
    IF PD-Status (PeriodSub) NOT = 'C'
        DISPLAY "FATAL: PERIOD " PeriodID " IS NOT CLOSED - "
            "NOTHING TO REOPEN"
        STOP RUN
    END-IF
    PERFORM 3100-FIND-AUTHORIZATION THRU 3100-EXIT
    IF NOT AUTH-FOUND
        DISPLAY "OPERATOR: NO AUTHORIZATION TO REOPEN PERIOD "
            PeriodID " FOR BUSINESS DATE " RunDate " - RUN REFUSED. "
            "PLACE THE SIGNED AUTHORIZATION ON "
            "HW2-Period-Reopen-Auth.csv AND RESUBMIT."
        STOP RUN
    END-IF
    MOVE 'O' TO PD-Status (PeriodSub)
    MOVE RunDate TO PD-LastActionDate (PeriodSub)
    MOVE RunID TO PD-LastActionRunID (PeriodSub)
    PERFORM 7000-REWRITE-PERIOD-MASTER THRU 7000-EXIT
    MOVE 'R' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT
    DISPLAY "NOTE: PERIOD " PeriodID " REOPENED, AUTHORIZED BY "
        AU-AuthorizedBy " - " AU-Reason.
3000-EXIT.
    EXIT.

3100-FIND-AUTHORIZATION.
    MOVE 'N' TO AUTH-FOUND-SW
    OPEN INPUT PeriodAuthFile
    IF AuthFileStatus = '00' OR AuthFileStatus = '05'
        PERFORM 3110-READ-AUTH-RECORD THRU 3110-EXIT
            UNTIL END-OF-AUTH-FILE OR AUTH-FOUND
        CLOSE PeriodAuthFile
    END-IF.
3100-EXIT.
    EXIT.

3110-READ-AUTH-RECORD.
    READ PeriodAuthFile
        AT END
            MOVE 'Y' TO AUTH-EOF-SW
        NOT AT END
            IF AU-PeriodID = PeriodID
               AND AU-AuthorizationDate = RunDate
               AND AU-AuthorizedBy NOT = SPACES
                MOVE 'Y' TO AUTH-FOUND-SW
            END-IF
    END-READ.
3110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - THE PRIOR-PERIOD ADJUSTMENT REPORT: EVERY LOGGED LATE
*> ENTRY FOR THE CARD'S PERIOD (EVERY PERIOD ON AN R CARD WITH NO
*> PERIOD), THEN ON A RE-CLOSE EACH DEPARTMENT FIGURE THAT MOVED
*> SINCE THE PREVIOUS CLOSE
*>----------------------------------------------------------------*>
4000-WRITE-ADJUSTMENT-LOG.
    OPEN OUTPUT AdjustmentReportFile
    IF ReportFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN AdjustmentReportFile, "
            "STATUS = " ReportFileStatus
        STOP RUN
    END-IF
    OPEN INPUT PeriodAdjustmentFile
    IF AdjustmentFileStatus = '00' OR AdjustmentFileStatus = '05'
        PERFORM 4100-READ-ADJUSTMENT-RECORD THRU 4100-EXIT
            UNTIL END-OF-ADJUSTMENT-FILE
        CLOSE PeriodAdjustmentFile
    END-IF
    IF FUNCTION-CLOSE AND PriorCloseCount > ZERO
        PERFORM 4200-WRITE-ONE-DEPT-CHANGES THRU 4200-EXIT
            VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    END-IF
    CLOSE AdjustmentReportFile.
4000-EXIT.
    EXIT.

4100-READ-ADJUSTMENT-RECORD.
    READ PeriodAdjustmentFile
        AT END
            MOVE 'Y' TO ADJUSTMENT-EOF-SW
            GO TO 4100-EXIT
    END-READ
    IF PeriodID NOT = SPACES AND PA-ClosedPeriodID NOT = PeriodID
        GO TO 4100-EXIT
    END-IF
    MOVE PA-StudentID TO WorkStudentID
    MOVE PA-TermID TO WorkTermID
    PERFORM 6100-FIND-STUDENT-TERM THRU 6100-EXIT
    IF STUDENT-FOUND
        MOVE ST-DeptCode (StudentSub) TO AR-DeptCode
    ELSE
        MOVE OverflowDeptCode TO AR-DeptCode
    END-IF
    MOVE 'L' TO AR-LineType
    MOVE PA-ClosedPeriodID TO AR-PeriodID
    MOVE PA-RunID TO AR-RunID
    MOVE PA-ProgramName TO AR-ProgramName
    MOVE PA-StudentID TO AR-StudentID
    MOVE PA-TermID TO AR-TermID
    MOVE PA-InstallmentNumber TO AR-InstallmentNumber
    MOVE PA-TransactionCode TO AR-Code
    MOVE PA-OriginalDate TO AR-OriginalDate
    MOVE PA-PostedDate TO AR-PostedDate
    MOVE PA-Amount TO AR-Amount
    MOVE ZERO TO AR-PriorAmount
    MOVE PA-Action TO AR-Action
    WRITE AdjustmentReportRecord FROM AdjustmentReportWork
    ADD 1 TO AdjustmentLinesReported
    IF PA-Action = 'A'
        ADD 1 TO AdjustedEntryCount
    ELSE
        ADD 1 TO RejectedEntryCount
    END-IF.
4100-EXIT.
    EXIT.

4200-WRITE-ONE-DEPT-CHANGES.
    MOVE 'C' TO FigureCode
    MOVE DT-CashAmount (DeptIdx) TO FigureAmount
    MOVE DT-PriorCash (DeptIdx) TO FigurePrior
    PERFORM 4210-WRITE-ONE-CHANGE THRU 4210-EXIT
    MOVE 'R' TO FigureCode
    MOVE DT-RefundAmount (DeptIdx) TO FigureAmount
    MOVE DT-PriorRefund (DeptIdx) TO FigurePrior
    PERFORM 4210-WRITE-ONE-CHANGE THRU 4210-EXIT
    MOVE 'N' TO FigureCode
    MOVE DT-ReturnedAmount (DeptIdx) TO FigureAmount
    MOVE DT-PriorReturned (DeptIdx) TO FigurePrior
    PERFORM 4210-WRITE-ONE-CHANGE THRU 4210-EXIT
    MOVE 'S' TO FigureCode
    MOVE DT-SurchargeAmount (DeptIdx) TO FigureAmount
    MOVE DT-PriorSurcharge (DeptIdx) TO FigurePrior
    PERFORM 4210-WRITE-ONE-CHANGE THRU 4210-EXIT.
4200-EXIT.
    EXIT.

4210-WRITE-ONE-CHANGE.
    IF FigureAmount = FigurePrior
        GO TO 4210-EXIT
    END-IF
    MOVE 'D' TO AR-LineType
    MOVE PeriodID TO AR-PeriodID
    MOVE RunID TO AR-RunID
    MOVE ThisProgramName TO AR-ProgramName
    MOVE DT-DeptCode (DeptIdx) TO AR-DeptCode
    MOVE SPACES TO AR-StudentID
    MOVE SPACES TO AR-TermID
    MOVE ZERO TO AR-InstallmentNumber
    MOVE FigureCode TO AR-Code
    MOVE PeriodStartDate TO AR-OriginalDate
    MOVE PeriodEndDate TO AR-PostedDate
    MOVE FigureAmount TO AR-Amount
    MOVE FigurePrior TO AR-PriorAmount
    MOVE SPACE TO AR-Action
    WRITE AdjustmentReportRecord FROM AdjustmentReportWork
    ADD 1 TO ChangedFigureCount.
4210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6000 - FIND OR ADD THE DEPARTMENT ENTRY FOR WorkDeptCode. WHEN
*> THE TABLE IS FULL DeptIdx IS LEFT ON THE OTHR ENTRY.
*>----------------------------------------------------------------*>
6000-FIND-DEPT-ENTRY.
    MOVE 'N' TO DEPT-TABLE-OVERFLOW-SW
    SET DeptIdx TO 1
    SEARCH DeptEntry
        AT END
            CONTINUE
        WHEN DT-DeptCode (DeptIdx) = WorkDeptCode
            GO TO 6000-EXIT
    END-SEARCH
    IF DeptTableCount >= MaxDeptEntries
        MOVE 'Y' TO DEPT-TABLE-OVERFLOW-SW
        SET DeptIdx TO 1
        GO TO 6000-EXIT
    END-IF
    ADD 1 TO DeptTableCount
    SET DeptIdx TO DeptTableCount
    MOVE WorkDeptCode TO DT-DeptCode (DeptIdx)
    PERFORM 6050-CLEAR-DEPT-ENTRY THRU 6050-EXIT.
6000-EXIT.
    EXIT.

6050-CLEAR-DEPT-ENTRY.
    MOVE ZERO TO DT-CashAmount (DeptTableCount)
    MOVE ZERO TO DT-RefundAmount (DeptTableCount)
    MOVE ZERO TO DT-ReturnedAmount (DeptTableCount)
    MOVE ZERO TO DT-SurchargeAmount (DeptTableCount)
    MOVE ZERO TO DT-PriorCash (DeptTableCount)
    MOVE ZERO TO DT-PriorRefund (DeptTableCount)
    MOVE ZERO TO DT-PriorReturned (DeptTableCount)
    MOVE ZERO TO DT-PriorSurcharge (DeptTableCount).
6050-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6100 - FIND WorkStudentID / WorkTermID ON THE STUDENT TABLE.
*> SEARCH ALL LANDS ON ANY OF THE STUDENT'S ENTRIES; BACK UP TO
*> THE FIRST AND STEP FORWARD TO THE TERM. StudentSub IS LEFT ON
*> THE ENTRY WHEN FOUND.
*>----------------------------------------------------------------*>
6100-FIND-STUDENT-TERM.
    MOVE 'N' TO STUDENT-FOUND-SW
    IF StudentTableCount = ZERO
        GO TO 6100-EXIT
    END-IF
    SEARCH ALL StudentEntry
        AT END
            GO TO 6100-EXIT
        WHEN ST-StudentID (StIdx) = WorkStudentID
            CONTINUE
    END-SEARCH
    SET StudentSub TO StIdx
    MOVE 'N' TO STUDENT-SCAN-DONE-SW
    PERFORM 6110-BACK-UP-ONE THRU 6110-EXIT
        UNTIL STUDENT-SCAN-DONE
    MOVE 'N' TO STUDENT-SCAN-DONE-SW
    PERFORM 6120-CHECK-ONE-ENTRY THRU 6120-EXIT
        UNTIL STUDENT-SCAN-DONE OR STUDENT-FOUND.
6100-EXIT.
    EXIT.

6110-BACK-UP-ONE.
    IF StudentSub = 1
        MOVE 'Y' TO STUDENT-SCAN-DONE-SW
        GO TO 6110-EXIT
    END-IF
    IF ST-StudentID (StudentSub - 1) NOT = WorkStudentID
        MOVE 'Y' TO STUDENT-SCAN-DONE-SW
        GO TO 6110-EXIT
    END-IF
    SUBTRACT 1 FROM StudentSub.
6110-EXIT.
    EXIT.

6120-CHECK-ONE-ENTRY.
    IF StudentSub > StudentTableCount
        MOVE 'Y' TO STUDENT-SCAN-DONE-SW
        GO TO 6120-EXIT
    END-IF
    IF ST-StudentID (StudentSub) NOT = WorkStudentID
        MOVE 'Y' TO STUDENT-SCAN-DONE-SW
        GO TO 6120-EXIT
    END-IF
    IF ST-TermID (StudentSub) = WorkTermID
        MOVE 'Y' TO STUDENT-FOUND-SW
        GO TO 6120-EXIT
    END-IF
    ADD 1 TO StudentSub.
6120-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7000 - REWRITE THE PERIOD MASTER FROM THE TABLE
*>----------------------------------------------------------------*>
7000-REWRITE-PERIOD-MASTER.
    OPEN OUTPUT FiscalPeriodFile
    IF PeriodFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO REWRITE FiscalPeriodFile, "
            "STATUS = " PeriodFileStatus
        STOP RUN
    END-IF
    PERFORM 7010-WRITE-ONE-PERIOD THRU 7010-EXIT
        VARYING ScanSub FROM 1 BY 1 UNTIL ScanSub > PeriodCount
    CLOSE FiscalPeriodFile.
7000-EXIT.
    EXIT.

7010-WRITE-ONE-PERIOD.
    MOVE PD-PeriodID (ScanSub) TO FW-PeriodID
    MOVE PD-StartDate (ScanSub) TO FW-StartDate
    MOVE PD-EndDate (ScanSub) TO FW-EndDate
    MOVE PD-Status (ScanSub) TO FW-Status
    MOVE PD-LateAction (ScanSub) TO FW-LateAction
    MOVE PD-CloseCount (ScanSub) TO FW-CloseCount
    MOVE PD-LastActionDate (ScanSub) TO FW-LastActionDate
    MOVE PD-LastActionRunID (ScanSub) TO FW-LastActionRunID
    WRITE FiscalPeriodRecord FROM FiscalPeriodWork.
7010-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE TOTALS
*>----------------------------------------------------------------*>
8000-FINALIZE-RUN.
    IF FUNCTION-CLOSE
        DISPLAY "Payment records read: " PaymentRecordsRead
        DISPLAY "Transactions dated in period: " PaymentsInPeriod
        DISPLAY "Period cash received: " PeriodCashTotal
        DISPLAY "Period refunds: " PeriodRefundTotal
        DISPLAY "Period returned items: " PeriodReturnedTotal
        DISPLAY "Period surcharge: " PeriodSurchargeTotal
        DISPLAY "Unapplied cash held from period: " HeldSuspenseTotal
        IF PriorCloseCount > ZERO
            DISPLAY "Department figures changed since last close: "
                ChangedFigureCount
        END-IF
    END-IF
    DISPLAY "Late entries reported: " AdjustmentLinesReported
    DISPLAY "Late entries redated as adjustments: "
        AdjustedEntryCount
    DISPLAY "Late entries rejected: " RejectedEntryCount.
8000-EXIT.
    EXIT.
