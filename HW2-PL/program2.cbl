*>                  field existed. The shortfall, credit, aging
*>                  and audit records and the checkpoint now carry
*>                  the term.
*> 2026-10-15  RLT  The bank reconciliation now counts the
*>                  unapplied cash held on PaymentPostingProgram's
*>                  suspense master - money the bank has but no
*>                  student account shows - beside TotalReceived,
*>                  with its own column on the report, and the GL
*>                  extract debits cash clearing for both and
*>                  credits the held amount to the unapplied-cash
*>                  suspense clearing account.
*> 2026-10-15  RLT  Added withdrawal proration: the registrar's
*>                  withdrawal feed and the proration schedule
*>                  master (credit percent by PaymentType, term and
*>                  withdrawal-by date) reduce a withdrawn
*>                  student's assessed fee before the sponsor
*>                  split, so the shortfall, credit and aging
*>                  outputs chase only what is still owed. Each
*>                  withdrawal lands on a new adjustment register,
*>                  and the GL extract reverses the forgiven fee
*>                  revenue by department against receivables.
*> 2026-10-15  RLT  The installment sum now recognizes the
*>                  BadDebtProgram transaction codes: W (write-off)
*>                  and V (write-off reinstated) net into a
*>                  separate written-off amount that covers the
*>                  shortfall without counting as cash, and A
*>                  (agency recovery) counts as a payment but does
*>                  not move the earliest-payment date the fee
*>                  tier keys on. A balance fully covered by a
*>                  write-off is no longer reported short or aged.
*> 2026-10-15  RLT  Added the receivables roll-forward: opening
*>                  balance per department and term from the prior
*>                  run's carry-forward file, plus fees and late-fee
*>                  surcharge assessed, less payments, plus refunds
*>                  and returned items, less write-offs net of
*>                  reinstatements, proved against this run's
*>                  closing receivable and tied to the GL journal.
*>                  The closing balance is carried to the next run.
*> 2026-10-15  RLT  An enrollment is now assessed on every charge
*>                  line it carries, not just its PaymentType: the
*>                  clean charge detail from StudentPreEditProgram
*>                  (lab fees, housing, materials, fines) is matched
*>                  to the student and term and each line priced
*>                  through its charge code's FeesFile tier on the
*>                  assessed date, or taken at its billed amount,
*>                  and added to the assessment in 2400, so the
*>                  shortfall, credit, audit, roll-forward and
*>                  department summary figures all carry the sum.
*>                  The withdrawal credit stays on the base fee.
*>                  The GL extract credits each charge code's
*>                  share of the revenue collected to the revenue
*>                  account on the new HW2-Charge-Codes.csv master
*>                  by department, leaving the base fee in 4010,
*>                  and the roll-forward's GL tie counts those
*>                  credits. The checkpoint carries the charge
*>                  revenue table.
*> 2026-10-15  RLT  Credits on account held on the suspense master
*>                  (the remainder of a payment with no term once
*>                  the student's open terms are satisfied) are
*>                  totaled with the held items, so they stay in
*>                  the bank reconciliation and the 2150 suspense
*>                  credit until the staff apply or return them.
*> 2026-10-15  RLT  A run whose as-of date falls in a fiscal period
*>                  PeriodCloseProgram has closed is refused - the
*>                  GL journal and roll-forward for that month have
*>                  gone out. A trial run is still allowed but
*>                  writes no GL journal.
*> 2026-10-15  RLT  The checkpoint's withdrawal credit fields moved
*>                  after the original layout, so a checkpoint
*>                  written before them still reloads correctly on
*>                  restart; their totals reload as zero.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.

*>  THE FISCAL PERIOD MASTER IS KEPT BY FINANCE AND CLOSED BY
*>  PeriodCloseProgram. OPTIONAL - BEFORE THE FIRST CLOSE NOTHING
*>  IS LOCKED.
    SELECT OPTIONAL FiscalPeriodFile
        ASSIGN TO 'HW2-Fiscal-Periods.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PeriodFileStatus.

*>  THE PAYMENT PLAN AGREEMENT MASTER IS OPTIONAL - ONE RECORD PER
*>  STUDENT AND AGREED INSTALLMENT, FROM COLLECTIONS. AN ACTIVE
*>  AGREEMENT REPLACES THE GENERIC SCHEDULE FOR THAT STUDENT IN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLJournalFileStatus.

*>  THE UNAPPLIED-CASH SUSPENSE MASTER IS MAINTAINED BY
*>  PaymentPostingProgram AND ONLY READ HERE. OPTIONAL - BEFORE ANY
*>  PAYMENT HAS BEEN HELD THERE IS NOTHING IN SUSPENSE.
    SELECT OPTIONAL UnappliedSuspenseFile
        ASSIGN TO 'HW2-Unapplied-Suspense.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SuspenseKey
        ALTERNATE RECORD KEY IS SU-StudentID WITH DUPLICATES
        FILE STATUS IS SuspenseFileStatus.

*>  THE REGISTRAR'S WITHDRAWAL FEED AND THE PRORATION SCHEDULE ARE
*>  OPTIONAL - WITH NEITHER ON FILE EVERY STUDENT IS ASSESSED THE
*>  FULL FEE, AS BEFORE. A WITHDRAWN STUDENT WHOSE PAYMENTTYPE AND
*>  TERM HAVE NO SCHEDULE ENTRY EARNS NO CREDIT.
    SELECT OPTIONAL WithdrawalFile
        ASSIGN TO 'HW2-Withdrawals.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WithdrawalFileStatus.

    SELECT OPTIONAL ProrationScheduleFile
        ASSIGN TO 'HW2-Proration-Schedule.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProrationFileStatus.

    SELECT WithdrawalRegisterFile
        ASSIGN TO 'HW2-Withdrawal-Register.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WithdrawalRegFileStatus.

*>  THE DEPARTMENT MASTER IS OPTIONAL HERE - IF IT IS ABSENT THE
*>  SUMMARY STILL RUNS, WITH THE NAME COLUMN BLANK, RATHER THAN
*>  HOLDING UP THE WHOLE PAYMENT RUN FOR A REFERENCE FILE.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DeptMasterFileStatus.

*>  THE AR CARRY-FORWARD HOLDS EACH DEPARTMENT AND TERM'S CLOSING
*>  RECEIVABLE AS OF THE LAST FULL RUN, READ AT INITIALIZATION AS
*>  THE ROLL-FORWARD'S OPENING BALANCE AND REWRITTEN AT END OF RUN.
*>  OPTIONAL - THE FIRST RUN OPENS EVERY DEPARTMENT AT ZERO.
    SELECT OPTIONAL CarryForwardFile
        ASSIGN TO 'HW2-AR-Carry-Forward.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CarryForwardFileStatus.

    SELECT RollForwardReportFile
        ASSIGN TO 'HW2-AR-Roll-Forward.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RollForwardFileStatus.

*>  THE CLEAN CHARGE DETAIL WRITTEN BY StudentPreEditProgram, IN
*>  THE SAME StudentID/TermID ORDER AS THE CLEAN STUDENT MASTER SO
*>  ONE FORWARD PASS MATCHES THEM. OPTIONAL - WITHOUT IT EVERY
*>  ENROLLMENT IS ASSESSED ON ITS PAYMENTTYPE ALONE, AS BEFORE.
    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

*>  THE CHARGE CODE MASTER NAMES EACH CHARGE CODE AND THE REVENUE
*>  ACCOUNT THE GL EXTRACT CREDITS FOR IT. OPTIONAL - A CODE NOT ON
*>  IT IS CREDITED TO TUITION AND FEE REVENUE.
    SELECT OPTIONAL ChargeCodeFile
        ASSIGN TO 'HW2-Charge-Codes.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeCodeFileStatus.

DATA DIVISION.
FILE SECTION.

*> THAN ONE RECORD ON FILE. TransactionCode R MARKS A REFUND
*> POSTED BY RefundProgram AND N A RETURNED-ITEM REVERSAL OR
*> RETURNED-CHECK FEE POSTED BY PaymentPostingProgram - THE
*> INSTALLMENT SUM SUBTRACTS BOTH. W AND V ARE A BAD-DEBT
*> WRITE-OFF AND ITS REINSTATEMENT AND A AN AGENCY RECOVERY, ALL
*> POSTED BY BadDebtProgram; ANYTHING ELSE (P, OR SPACE ON
*> RECORDS THAT PREDATE THE FIELD) IS A PAYMENT.
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
    05 RC-Difference PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 RC-BalanceFlag PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 RC-SuspenseHeld PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> INPUT - OPTIONAL RUN PARAMETER CONTROL CARD. AsOfDate ZERO =
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
*> SPONSOR MASTER - ONE RECORD PER THIRD-PARTY SPONSOR
*>----------------------------------------------------------------*>
FD  GLJournalFile.
01  GLJournalRecord PIC X(61).

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
*> INPUT - THE REGISTRAR'S WITHDRAWAL FEED, ONE RECORD PER
*> STUDENT AND TERM WITHDRAWN OR DROPPED
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
*> PRORATION SCHEDULE MASTER - ONE RECORD PER PAYMENTTYPE, TERM
*> AND TIER: A WITHDRAWAL ON OR BEFORE ThroughDate EARNS
*> CreditPercent OF THE BASE FEE BACK. THE EARLIEST TIER THE
*> WITHDRAWAL DATE FALLS WITHIN APPLIES; PAST THE LAST TIER THE
*> CREDIT IS ZERO (E.G. 100 THROUGH WEEK 1, 50 THROUGH WEEK 4).
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
*> OUTPUT - WITHDRAWAL ADJUSTMENT REGISTER, ONE LINE PER WITHDRAWN
*> STUDENT ASSESSED. BUILT IN WORKING STORAGE
*> (WithdrawalRegisterWork).
*>----------------------------------------------------------------*>
FD  WithdrawalRegisterFile.
01  WithdrawalRegisterRecord PIC X(113).

*>----------------------------------------------------------------*>
*> DEPARTMENT MASTER - ONE RECORD PER DEPARTMENT, CARRYING THE
*> DEPARTMENT NAME FOR DepartmentSummaryFile
    05 FILLER PIC X.
    05 DeptName-Master PIC X(20).

*>----------------------------------------------------------------*>
*> AR CARRY-FORWARD - ONE RECORD PER DEPARTMENT AND TERM: THE AS-OF
*> DATE IT WAS STRUCK, THE CUMULATIVE FEES AND SURCHARGE ASSESSED
*> TO THAT DATE, AND THE CLOSING RECEIVABLE (UNSIGNED MAGNITUDE
*> WITH A SEPARATE SIGN COLUMN - A DEPARTMENT CAN CLOSE IN CREDIT).
*> REWRITTEN FROM CarryForwardWork.
*>----------------------------------------------------------------*>
FD  CarryForwardFile.
01  CarryForwardRecord.
    05 CF-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 CF-TermID PIC X(6).
    05 FILLER PIC X.
    05 CF-AsOfDate PIC 9(8).
    05 FILLER PIC X.
    05 CF-FeesAssessed PIC 9(11)V99.
    05 FILLER PIC X.
    05 CF-Surcharge PIC 9(11)V99.
    05 FILLER PIC X.
    05 CF-ClosingSign PIC X(1).
    05 CF-ClosingBalance PIC 9(11)V99.

*>----------------------------------------------------------------*>
*> OUTPUT - THE RECEIVABLES ROLL-FORWARD, BUILT IN WORKING STORAGE
*> (RollForwardWork) FOR THE SAME REASON AS THE AGING REPORT
*>----------------------------------------------------------------*>
FD  RollForwardReportFile.
01  RollForwardRecord PIC X(208).

*>----------------------------------------------------------------*>
*> STUDENT CHARGE DETAIL - ONE RECORD PER CHARGE LINE. A NONZERO
*> AMOUNT IS BILLED AS IS; OTHERWISE THE QUANTITY IS PRICED AT THE
*> CHARGE CODE'S FeesFile TIER IN EFFECT ON THE ASSESSED DATE.
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
*> CHARGE CODE MASTER - ONE RECORD PER CHARGE CODE
*>----------------------------------------------------------------*>
FD  ChargeCodeFile.
01  ChargeCodeRecord.
    05 CC-ChargeCode PIC X(1).
    05 FILLER PIC X.
    05 CC-Description PIC X(20).
    05 FILLER PIC X.
    05 CC-RevenueAccount PIC X(4).

FD  CheckpointFile.
01  CheckpointRecord.
    05 CkRunID PIC X(8).
        10 CkDeptTotalShort PIC 9(9)V99.
        10 FILLER PIC X VALUE ','.
        10 CkDeptSurchargeColl PIC 9(9)V99.
*>  FIELDS ADDED SINCE THE LAYOUT ABOVE ARE KEPT AFTER IT, SO A
*>  CHECKPOINT WRITTEN BEFORE THEY EXISTED STILL READS BACK WITH
*>  EVERY OLD FIELD IN PLACE. A SHORT RECORD LEAVES THESE FIELDS
*>  BLANK, NOT NUMERIC, AND 1350 RELOADS THEM AS ZERO.
    05 FILLER PIC X VALUE ','.
    05 CkOverflowWithdrawCredit PIC 9(9)V99.
    05 CkDeptWithdrawEntry OCCURS 50 TIMES.
        10 FILLER PIC X VALUE ','.
        10 CkDeptWithdrawCredit PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 CkChargeRevCount PIC 9(3).
    05 CkChargeRevEntry OCCURS 200 TIMES.
        10 FILLER PIC X VALUE ','.
        10 CkChargeRevDept PIC X(4).
        10 FILLER PIC X VALUE ','.
        10 CkChargeRevCode PIC X(1).
        10 FILLER PIC X VALUE ','.
        10 CkChargeRevAmount PIC 9(9)V99.

WORKING-STORAGE SECTION.

    88 TRIAL-MODE VALUE 'T'.
77 RunParamFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> CLOSED-PERIOD CHECK ON THE AS-OF DATE (1060)
*>----------------------------------------------------------------*>
77 PeriodFileStatus PIC X(2).
77 PeriodClosedID PIC X(6) VALUE SPACES.
77 PERIOD-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PERIOD-FILE VALUE 'Y'.
77 PERIOD-CLOSED-SW PIC X(1) VALUE 'N'.
    88 PERIOD-CLOSED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> COMBINED WORKING RECORD FOR THE STUDENT CURRENTLY IN PROCESS
*>----------------------------------------------------------------*>
    05 CR-StudentFees-Output PIC 9(9)V99.
    05 CR-SponsorShare-Output PIC 9(9)V99.
    05 CR-Surcharge-Output PIC 9(9)V99.
    05 CR-WithdrawCredit PIC 9(9)V99.
    05 CR-PaymentAmount-Output PIC 9(9)V99.
    05 CR-Short PIC 9(9)V99.
    05 CR-Credit PIC 9(9)V99.
    05 CR-WriteOffAmount PIC 9(9)V99.
    05 CR-WriteOffApplied PIC 9(9)V99.
    05 CR-ChargeAmount PIC 9(9)V99.
    05 CR-StatusFlag-Output PIC X(1).

*>----------------------------------------------------------------*>
77 StudentsProcessedCount PIC 9(7) COMP VALUE ZERO.
77 ControlTotalAccum PIC 9(9)V99 COMP VALUE ZERO.
77 ReconDifferenceRaw PIC S9(9)V99 COMP VALUE ZERO.
77 SuspenseHeldTotal PIC 9(9)V99 COMP VALUE ZERO.
77 CheckpointInterval PIC 9(5) COMP VALUE 50.
77 DivideQuotient PIC 9(7) COMP VALUE ZERO.
77 DivideRemainder PIC 9(7) COMP VALUE ZERO.
    88 STILL-SKIPPING VALUE 'Y'.
77 BANK-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-BANK-CONTROL VALUE 'Y'.
77 SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
77 CHECKPOINT-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHECKPOINT-FILE VALUE 'Y'.
77 CHECKPOINT-FOUND-SW PIC X(1) VALUE 'N'.
77 AuditFileStatus PIC X(2).
77 SummaryFileStatus PIC X(2).
77 ReconFileStatus PIC X(2).
77 WithdrawalFileStatus PIC X(2).
77 ProrationFileStatus PIC X(2).
77 WithdrawalRegFileStatus PIC X(2).
77 SuspenseFileStatus PIC X(2).
77 CarryForwardFileStatus PIC X(2).
77 RollForwardFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 ChargeCodeFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> DEPARTMENT ROLL-UP TABLE. DeptEntry IS BOUNDED AT 50 DISTINCT
        10 DT-TotalReceived PIC 9(9)V99 COMP.
        10 DT-TotalShort PIC 9(9)V99 COMP.
        10 DT-SurchargeColl PIC 9(9)V99 COMP.
        10 DT-WithdrawCredit PIC 9(9)V99 COMP.
        10 DT-RollFwdCash PIC S9(11)V99 COMP.
        10 DT-GLRevenue PIC 9(11)V99 COMP.
77 MaxDeptEntries PIC 9(3) COMP VALUE 50.
77 OverflowDeptCode PIC X(4) VALUE 'OTHR'.
77 OverflowDeptStudentCount PIC 9(5) COMP VALUE ZERO.
77 OverflowDeptTotalReceived PIC 9(9)V99 COMP VALUE ZERO.
77 OverflowDeptTotalShort PIC 9(9)V99 COMP VALUE ZERO.
77 OverflowDeptSurchargeColl PIC 9(9)V99 COMP VALUE ZERO.
77 OverflowDeptWithdrawCredit PIC 9(9)V99 COMP VALUE ZERO.
77 OverflowDeptRollFwdCash PIC S9(11)V99 COMP VALUE ZERO.
77 OverflowDeptGLRevenue PIC 9(11)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> DEPARTMENT MASTER TABLE, LOADED ONCE AT INITIALIZATION SO THE
77 PLAN-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PLAN-FILE VALUE 'Y'.

*>----------------------------------------------------------------*>
*> WITHDRAWAL TABLE, LOADED ONCE AT INITIALIZATION FROM THE
*> REGISTRAR'S FEED. ONE ENTRY PER STUDENT AND TERM; A REPEATED
*> STUDENT AND TERM KEEPS THE FIRST RECORD.
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
        10 WT-Reason PIC X(20).
77 WITHDRAWAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-WITHDRAWAL-FILE VALUE 'Y'.

*>----------------------------------------------------------------*>
*> PRORATION SCHEDULE TABLE, LOADED ONCE AT INITIALIZATION
*>----------------------------------------------------------------*>
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

*>----------------------------------------------------------------*>
*> WITHDRAWAL STANDING FOR THE STUDENT IN PROCESS. ChargePct IS
*> THE SHARE OF THE BASE FEE STILL OWED (100 - THE CREDIT PERCENT)
*> AND SCALES THE SCHEDULED INSTALLMENTS IN THE AGING PASS.
*>----------------------------------------------------------------*>
77 STUDENT-WITHDRAWN-SW PIC X(1) VALUE 'N'.
    88 STUDENT-WITHDRAWN VALUE 'Y'.
77 WithdrawFoundIdx PIC 9(5) COMP VALUE ZERO.
77 CreditPct PIC 9(3) COMP VALUE ZERO.
77 ChargePct PIC 9(3) COMP VALUE 100.
77 BestThroughDate PIC 9(8) VALUE ZERO.
77 WithdrawFullCharge PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE WITHDRAWAL REGISTER LINE AS WRITTEN
*>----------------------------------------------------------------*>
01 WithdrawalRegisterWork.
    05 WR-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 WR-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 WR-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 WR-StudentName PIC X(10).
    05 FILLER PIC X VALUE ','.
    05 WR-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 WR-PaymentType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 WR-WithdrawalDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 WR-Reason PIC X(20).
    05 FILLER PIC X VALUE ','.
    05 WR-FullCharge PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 WR-CreditPercent PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 WR-CreditAmount PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 WR-ProratedCharge PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> PLAN STANDING FOR THE STUDENT IN PROCESS. A PLAN IS BROKEN WHEN
*> ANY OF ITS AGREED INSTALLMENTS IS PAST DUE AS OF THE ASSESSMENT
77 PLAN-BROKEN-SW PIC X(1) VALUE 'N'.
    88 PLAN-BROKEN VALUE 'Y'.

*>----------------------------------------------------------------*>
*> CHARGE CODE MASTER TABLE, LOADED ONCE AT INITIALIZATION
*>----------------------------------------------------------------*>
77 ChargeCodeCount PIC 9(3) COMP VALUE ZERO.
77 MaxChargeCodeEntries PIC 9(3) COMP VALUE 100.
01 ChargeCodeTable.
    05 ChargeCodeEntry OCCURS 1 TO 100 TIMES
            DEPENDING ON ChargeCodeCount
            INDEXED BY CcIdx.
        10 CT-ChargeCode PIC X(1).
        10 CT-Description PIC X(20).
        10 CT-RevenueAccount PIC X(4).
77 CHARGE-CODE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-CODES VALUE 'Y'.
77 CHARGE-CODE-FOUND-SW PIC X(1) VALUE 'N'.
    88 CHARGE-CODE-FOUND VALUE 'Y'.

*>----------------------------------------------------------------*>
*> CHARGE LINES FOR THE STUDENT IN PROCESS. THE CHARGE FILE IS
*> READ ONE RECORD AHEAD; LINES FOR AN ENROLLMENT THE RUN SKIPS
*> (RESTART, SELECTION) ARE PASSED OVER BY KEY. LINES WITH THE
*> SAME CHARGE CODE SHARE ONE ENTRY, PRICED AMOUNTS SUMMED.
*>----------------------------------------------------------------*>
77 CHARGE-FILE-OPEN-SW PIC X(1) VALUE 'N'.
    88 CHARGE-FILE-OPEN VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-FILE VALUE 'Y'.
77 CHARGE-PRICED-SW PIC X(1) VALUE 'N'.
    88 CHARGE-PRICED VALUE 'Y'.
77 ChargeLineCount PIC 9(3) COMP VALUE ZERO.
77 MaxChargeLineEntries PIC 9(3) COMP VALUE 50.
01 ChargeLineTable.
    05 ChargeLineEntry OCCURS 1 TO 50 TIMES
            DEPENDING ON ChargeLineCount
            INDEXED BY ClIdx.
        10 LN-ChargeCode PIC X(1).
        10 LN-Amount PIC 9(9)V99 COMP.
77 ChargeLinePrice PIC 9(9)V99 COMP VALUE ZERO.
77 ChargeTierAmount PIC 9(5)V99 VALUE ZERO.

*>----------------------------------------------------------------*>
*> CHARGE REVENUE COLLECTED, BY DEPARTMENT AND CHARGE CODE, FOR
*> THE GL EXTRACT. EACH STUDENT'S CASH TOWARD THE ASSESSMENT (NET
*> OF A COLLECTED SURCHARGE, AND NO MORE THAN THEIR SHARE) IS
*> SPREAD OVER THE BASE FEE AND CHARGE LINES IN PROPORTION TO
*> THEIR AMOUNTS; WHAT IS NOT SPREAD TO A CHARGE LINE STAYS IN
*> TUITION AND FEE REVENUE, AS DOES ANY CHARGE REVENUE THAT FINDS
*> THE TABLE FULL.
*>----------------------------------------------------------------*>
77 ChargeRevCount PIC 9(3) COMP VALUE ZERO.
77 MaxChargeRevEntries PIC 9(3) COMP VALUE 200.
01 ChargeRevTable.
    05 ChargeRevEntry OCCURS 1 TO 200 TIMES
            DEPENDING ON ChargeRevCount
            INDEXED BY CvIdx.
        10 CV-DeptCode PIC X(4).
        10 CV-ChargeCode PIC X(1).
        10 CV-Amount PIC 9(9)V99 COMP.
77 ChargeRevDeptCode PIC X(4) VALUE SPACES.
77 ChargeRevFoundIdx PIC 9(3) COMP VALUE ZERO.
77 SurchargeCollThis PIC 9(9)V99 COMP VALUE ZERO.
77 ChargeRevenueCash PIC 9(9)V99 COMP VALUE ZERO.
77 ChargeRevenueCap PIC 9(9)V99 COMP VALUE ZERO.
77 ChargeRevenueBase PIC 9(9)V99 COMP VALUE ZERO.
77 ChargeRevenuePortion PIC 9(9)V99 COMP VALUE ZERO.
77 DeptChargeRevenue PIC 9(11)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> SPONSOR MASTER TABLE, LOADED ONCE AT INITIALIZATION. BilledTotal
*> ACCUMULATES THROUGH THE STUDENT LOOP AND ReceivedTotal LOADS
77 CashClearingAccount PIC X(4) VALUE '1010'.
77 TuitionRevenueAccount PIC X(4) VALUE '4010'.
77 LateFeeRevenueAccount PIC X(4) VALUE '4050'.
77 SuspenseClearingAccount PIC X(4) VALUE '2150'.
77 StudentReceivableAccount PIC X(4) VALUE '1200'.
77 GLLineNumber PIC 9(3) COMP VALUE ZERO.
77 GLCreditAmount PIC 9(9)V99 COMP VALUE ZERO.
77 GLJournalFileStatus PIC X(2).
77 RECON-IN-BALANCE-SW PIC X(1) VALUE 'N'.
    88 RECON-IN-BALANCE VALUE 'Y'.
77 GL-JOURNAL-WRITTEN-SW PIC X(1) VALUE 'N'.
    88 GL-JOURNAL-WRITTEN VALUE 'Y'.
77 GL-JOURNAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-GL-JOURNAL VALUE 'Y'.

*>----------------------------------------------------------------*>
*> RECEIVABLES ROLL-FORWARD TABLE - ONE ENTRY PER DEPARTMENT AND
*> TERM, SEEDED FROM THE CARRY-FORWARD FILE (THE Prior... FIELDS
*> AND THE OPENING BALANCE) AND FILLED THROUGH THE STUDENT LOOP.
*> THE RECEIVABLE IS THE STUDENT'S OWN SHARE OF THE FEES - THE
*> SPONSOR SHARE IS BILLED TO AND CARRIED FOR THE SPONSOR - LESS
*> NET CASH AND NET WRITE-OFFS ON FILE AS OF THE ASSESSMENT DATE.
*> THE Payments THRU Reinstated FIELDS COUNT ONLY TRANSACTIONS
*> DATED AFTER THE PRIOR AS-OF DATE, SO OPENING PLUS THE PERIOD'S
*> MOVEMENTS MUST ROLL TO THE CLOSING BALANCE TO THE PENNY.
*> CashReceived IS CUMULATIVE, FOR THE TIE TO THE GL JOURNAL.
*>----------------------------------------------------------------*>
77 RollFwdCount PIC 9(3) COMP VALUE ZERO.
77 MaxRollFwdEntries PIC 9(3) COMP VALUE 500.
01 RollFwdTable.
    05 RollFwdEntry OCCURS 1 TO 500 TIMES
            DEPENDING ON RollFwdCount
            INDEXED BY RfIdx.
        10 RF-DeptCode PIC X(4).
        10 RF-TermID PIC X(6).
        10 RF-PriorAsOfDate PIC 9(8).
        10 RF-PriorFees PIC 9(11)V99 COMP.
        10 RF-PriorSurcharge PIC 9(11)V99 COMP.
        10 RF-OpeningBalance PIC S9(11)V99 COMP.
        10 RF-StudentCount PIC 9(5) COMP.
        10 RF-Fees PIC 9(11)V99 COMP.
        10 RF-Surcharge PIC 9(11)V99 COMP.
        10 RF-Payments PIC 9(11)V99 COMP.
        10 RF-Refunds PIC 9(11)V99 COMP.
        10 RF-Returned PIC 9(11)V99 COMP.
        10 RF-WriteOffs PIC 9(11)V99 COMP.
        10 RF-Reinstated PIC 9(11)V99 COMP.
        10 RF-CashReceived PIC S9(11)V99 COMP.
        10 RF-ClosingBalance PIC S9(11)V99 COMP.
77 ROLL-FORWARD-SW PIC X(1) VALUE 'N'.
    88 ROLL-FORWARD-ACTIVE VALUE 'Y'.
77 CARRY-FORWARD-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CARRY-FORWARD VALUE 'Y'.
77 RollFwdPriorAsOfDate PIC 9(8) VALUE ZERO.
77 RollFwdOutOfBalance PIC 9(3) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE STUDENT IN PROCESS'S SHARE OF THE ROLL-FORWARD. CumCash IS
*> PAYMENTS LESS REFUNDS AND RETURNED ITEMS, AND CumWriteOff IS
*> WRITE-OFFS LESS REINSTATEMENTS, BOTH UNFLOORED AND AS OF THE
*> ASSESSMENT DATE; THE REST ARE THE PERIOD'S MOVEMENTS.
*>----------------------------------------------------------------*>
01 RollFwdStudentWork.
    05 RS-CumCash PIC S9(9)V99 COMP.
    05 RS-CumWriteOff PIC S9(9)V99 COMP.
    05 RS-Payments PIC 9(9)V99 COMP.
    05 RS-Refunds PIC 9(9)V99 COMP.
    05 RS-Returned PIC 9(9)V99 COMP.
    05 RS-WriteOffs PIC 9(9)V99 COMP.
    05 RS-Reinstated PIC 9(9)V99 COMP.
    05 RS-Fees PIC 9(9)V99 COMP.
    05 RS-Surcharge PIC 9(9)V99 COMP.

*>----------------------------------------------------------------*>
*> THE ROLL-FORWARD LINE AS WRITTEN. LINE TYPE D IS A DEPARTMENT
*> AND TERM ROLL: OPENING PLUS THE PERIOD'S MOVEMENTS GIVES THE
*> ROLLED BALANCE, PROVED AGAINST THE CLOSING BALANCE COMPUTED
*> THIS RUN. LINE TYPE G TIES A DEPARTMENT'S CUMULATIVE NET CASH
*> (ROLLED COLUMN) TO ITS GL JOURNAL REVENUE CREDIT PLUS ITS
*> COLLECTED SURCHARGE (CLOSING COLUMN); LINE TYPE T TIES TOTAL
*> NET CASH TO THE JOURNAL'S CASH CLEARING DEBIT LESS THE CASH
*> HELD IN SUSPENSE. FLAG B = IN BALANCE, O = OUT OF BALANCE,
*> N = NO GL JOURNAL THIS RUN TO TIE TO. SIGNED AMOUNTS CARRY AN
*> UNSIGNED MAGNITUDE AND A SEPARATE SIGN COLUMN, THE SAME SPLIT
*> THE RECONCILIATION REPORT USES.
*>----------------------------------------------------------------*>
01 RollForwardWork.
    05 RR-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 RR-LineType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 RR-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 RR-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 RR-StudentCount PIC 9(5).
    05 FILLER PIC X VALUE ','.
    05 RR-PriorAsOfDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 RR-AsOfDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 RR-OpeningSign PIC X(1).
    05 RR-OpeningBalance PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-FeesSign PIC X(1).
    05 RR-FeesAssessed PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-SurchargeSign PIC X(1).
    05 RR-Surcharge PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-Payments PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-Refunds PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-Returned PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-WriteOffs PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-Reinstated PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-RolledSign PIC X(1).
    05 RR-RolledBalance PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-ClosingSign PIC X(1).
    05 RR-ClosingBalance PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-DifferenceSign PIC X(1).
    05 RR-Difference PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 RR-BalanceFlag PIC X(1).

01 CarryForwardWork.
    05 CW-DeptCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 CW-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 CW-AsOfDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 CW-FeesAssessed PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 CW-Surcharge PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 CW-ClosingSign PIC X(1).
    05 CW-ClosingBalance PIC 9(11)V99.

*>----------------------------------------------------------------*>
*> ROLL-FORWARD WORK FIELDS. A SIGNED FIGURE IS SPLIT INTO SIGN
*> AND MAGNITUDE FOR THE REPORT THROUGH SplitSigned... (8690).
*>----------------------------------------------------------------*>
77 RollFwdRolled PIC S9(11)V99 COMP VALUE ZERO.
77 RollFwdDifference PIC S9(11)V99 COMP VALUE ZERO.
77 RollFwdCashTotal PIC S9(11)V99 COMP VALUE ZERO.
77 GLTieAmount PIC S9(11)V99 COMP VALUE ZERO.
77 GLCashDebitTotal PIC 9(11)V99 COMP VALUE ZERO.
77 GLSuspenseCreditTotal PIC 9(11)V99 COMP VALUE ZERO.
77 SplitSignedAmount PIC S9(11)V99 COMP VALUE ZERO.
77 SplitSign PIC X(1) VALUE '+'.
77 SplitMagnitude PIC 9(11)V99 VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE SPONSOR RECEIVABLE LINE AS WRITTEN, AND THE INVOICE PRINT
    ACCEPT RunTime FROM TIME
    MOVE RunTime TO RunID
    PERFORM 1050-READ-RUN-PARAMETERS THRU 1050-EXIT
    PERFORM 1060-CHECK-CLOSED-PERIOD THRU 1060-EXIT
    PERFORM 1800-VERIFY-JOB-CHAIN THRU 1800-EXIT
    IF NOT TRIAL-MODE
        PERFORM 1900-RECORD-RUN-START THRU 1900-EXIT
    PERFORM 1600-LOAD-SPONSOR-MASTER THRU 1600-EXIT
    PERFORM 1650-LOAD-SPONSOR-ALLOCATIONS THRU 1650-EXIT
    PERFORM 1700-LOAD-SPONSOR-RECEIPTS THRU 1700-EXIT
    PERFORM 1720-LOAD-CHARGE-CODES THRU 1720-EXIT
    PERFORM 1750-LOAD-WITHDRAWALS THRU 1750-EXIT
    PERFORM 1770-LOAD-PRORATION-SCHEDULE THRU 1770-EXIT
    PERFORM 1790-LOAD-CARRY-FORWARD THRU 1790-EXIT
    PERFORM 1200-OPEN-OUTPUT-FILES THRU 1200-EXIT.
1000-EXIT.
    EXIT.
1050-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1060 - REFUSE A RUN AS OF A DATE IN A CLOSED FISCAL PERIOD. ITS
*> GL JOURNAL AND ROLL-FORWARD WOULD RESTATE A MONTH FINANCE HAS
*> ALREADY REPORTED; FINANCE MUST REOPEN THE PERIOD FIRST. A TRIAL
*> RUN WRITES NO JOURNAL AND IS LET THROUGH.
*>----------------------------------------------------------------*>
1060-CHECK-CLOSED-PERIOD.
    OPEN INPUT FiscalPeriodFile
    IF PeriodFileStatus NOT = '00' AND PeriodFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO OPEN FiscalPeriodFile, STATUS = "
            PeriodFileStatus
        STOP RUN
    END-IF
    PERFORM 1065-READ-FISCAL-PERIOD THRU 1065-EXIT
        UNTIL END-OF-PERIOD-FILE OR PERIOD-CLOSED
    CLOSE FiscalPeriodFile
    IF NOT PERIOD-CLOSED
        GO TO 1060-EXIT
    END-IF
    IF TRIAL-MODE
        DISPLAY "NOTE: AS-OF DATE " AsOfDate " IS IN CLOSED PERIOD "
            PeriodClosedID " - TRIAL ONLY, NO GL JOURNAL"
        GO TO 1060-EXIT
    END-IF
    DISPLAY "OPERATOR: AS-OF DATE " AsOfDate " IS IN CLOSED "
        "PERIOD " PeriodClosedID " - RUN REFUSED. REOPEN THE PERIOD "
        "WITH PeriodCloseProgram OR CORRECT THE RUN PARAMETER CARD "
        "AND RESUBMIT."
    STOP RUN.
1060-EXIT.
    EXIT.

1065-READ-FISCAL-PERIOD.
    READ FiscalPeriodFile
        AT END
            MOVE 'Y' TO PERIOD-EOF-SW
        NOT AT END
            IF FP-Status = 'C'
               AND FP-StartDate NUMERIC AND FP-EndDate NUMERIC
               AND AsOfDate >= FP-StartDate
               AND AsOfDate <= FP-EndDate
                MOVE 'Y' TO PERIOD-CLOSED-SW
                MOVE FP-PeriodID TO PeriodClosedID
            END-IF
    END-READ.
1065-EXIT.
    EXIT.

1100-OPEN-INPUT-FILES.
    OPEN INPUT StudentMainFile
    IF StudentMainFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentPaymentFile, STATUS = "
            PaymentFileStatus
        STOP RUN
    END-IF
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus = '00'
        MOVE 'Y' TO CHARGE-FILE-OPEN-SW
        PERFORM 2479-READ-NEXT-CHARGE-LINE THRU 2479-EXIT
    ELSE
        MOVE 'Y' TO CHARGE-EOF-SW
    END-IF.
1100-EXIT.
    EXIT.
        IF AgingFileStatus NOT = '00'
            OPEN OUTPUT AgingReportFile
        END-IF
        OPEN EXTEND WithdrawalRegisterFile
        IF WithdrawalRegFileStatus NOT = '00'
            OPEN OUTPUT WithdrawalRegisterFile
        END-IF
        IF NOT TRIAL-MODE
            OPEN EXTEND AuditTrailFile
            IF AuditFileStatus NOT = '00'
        OPEN OUTPUT ExceptionReportFile
        OPEN OUTPUT DepartmentSummaryFile
        OPEN OUTPUT AgingReportFile
        OPEN OUTPUT WithdrawalRegisterFile
        IF NOT TRIAL-MODE
            OPEN OUTPUT AuditTrailFile
            OPEN OUTPUT ReconciliationReportFile
            MOVE CkOverflowTotalShort TO OverflowDeptTotalShort
            MOVE CkOverflowSurchargeColl
                TO OverflowDeptSurchargeColl
            IF CkOverflowWithdrawCredit IS NUMERIC
                MOVE CkOverflowWithdrawCredit
                    TO OverflowDeptWithdrawCredit
            ELSE
                MOVE ZERO TO OverflowDeptWithdrawCredit
            END-IF
            MOVE CkDeptTableCount TO DeptTableCount
            PERFORM 1370-RELOAD-ONE-DEPT THRU 1370-EXIT
                VARYING DeptIdx FROM 1 BY 1
                UNTIL DeptIdx > DeptTableCount
            IF CkChargeRevCount IS NUMERIC
               AND CkChargeRevCount NOT > MaxChargeRevEntries
                MOVE CkChargeRevCount TO ChargeRevCount
                PERFORM 1375-RELOAD-ONE-CHARGE-REVENUE THRU 1375-EXIT
                    VARYING CvIdx FROM 1 BY 1
                    UNTIL CvIdx > ChargeRevCount
            END-IF
        ELSE
            DISPLAY "WARNING: RESTART REQUESTED BUT NO CHECKPOINT "
                "RECORD WAS FOUND - RESUMING FROM "
    MOVE CkDeptTotalReceived (DeptIdx) TO DT-TotalReceived (DeptIdx)
    MOVE CkDeptTotalShort (DeptIdx) TO DT-TotalShort (DeptIdx)
    MOVE CkDeptSurchargeColl (DeptIdx)
        TO DT-SurchargeColl (DeptIdx)
    IF CkDeptWithdrawCredit (DeptIdx) IS NUMERIC
        MOVE CkDeptWithdrawCredit (DeptIdx)
            TO DT-WithdrawCredit (DeptIdx)
    ELSE
        MOVE ZERO TO DT-WithdrawCredit (DeptIdx)
    END-IF.
1370-EXIT.
    EXIT.

1375-RELOAD-ONE-CHARGE-REVENUE.
    MOVE CkChargeRevDept (CvIdx) TO CV-DeptCode (CvIdx)
    MOVE CkChargeRevCode (CvIdx) TO CV-ChargeCode (CvIdx)
    MOVE CkChargeRevAmount (CvIdx) TO CV-Amount (CvIdx).
1375-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1400 - LOAD THE DEPARTMENT MASTER TABLE FOR THE NAME COLUMN ON
*> DepartmentSummaryFile. THE FILE IS OPTIONAL; IF IT IS ABSENT
1710-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1720 - LOAD THE CHARGE CODE MASTER. OPTIONAL; A CODE BEYOND THE
*> BOUND OR MISSING FROM THE MASTER IS CREDITED TO 4010.
*>----------------------------------------------------------------*>
1720-LOAD-CHARGE-CODES.
    OPEN INPUT ChargeCodeFile
    IF ChargeCodeFileStatus = '00'
        PERFORM 1730-READ-CHARGE-CODE THRU 1730-EXIT
            UNTIL END-OF-CHARGE-CODES
        CLOSE ChargeCodeFile
    END-IF.
1720-EXIT.
    EXIT.

1730-READ-CHARGE-CODE.
    READ ChargeCodeFile
        AT END
            MOVE 'Y' TO CHARGE-CODE-EOF-SW
        NOT AT END
            IF ChargeCodeCount < MaxChargeCodeEntries
                ADD 1 TO ChargeCodeCount
                SET CcIdx TO ChargeCodeCount
                MOVE CC-ChargeCode TO CT-ChargeCode (CcIdx)
                MOVE CC-Description TO CT-Description (CcIdx)
                MOVE CC-RevenueAccount TO CT-RevenueAccount (CcIdx)
            ELSE
                DISPLAY "WARNING: ChargeCodeFile EXCEEDS "
                    MaxChargeCodeEntries " CODES - REVENUE FOR "
                    "CODES BEYOND THE BOUND GOES TO 4010"
                MOVE 'Y' TO CHARGE-CODE-EOF-SW
            END-IF
    END-READ.
1730-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1750 - LOAD THE REGISTRAR'S WITHDRAWAL FEED. OPTIONAL; WITH NO
*> FEED THE TABLE STAYS EMPTY AND NOBODY IS PRORATED.
*>----------------------------------------------------------------*>
1750-LOAD-WITHDRAWALS.
    OPEN INPUT WithdrawalFile
    IF WithdrawalFileStatus = '00'
        PERFORM 1760-READ-WITHDRAWAL THRU 1760-EXIT
            UNTIL END-OF-WITHDRAWAL-FILE
        CLOSE WithdrawalFile
    END-IF.
1750-EXIT.
    EXIT.

1760-READ-WITHDRAWAL.
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
                MOVE WD-Reason TO WT-Reason (WdIdx)
            ELSE
                DISPLAY "WARNING: WithdrawalFile EXCEEDS "
                    MaxWithdrawalEntries " RECORDS - THE REST ARE "
                    "ASSESSED IN FULL"
                MOVE 'Y' TO WITHDRAWAL-EOF-SW
            END-IF
    END-READ.
1760-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1770 - LOAD THE PRORATION SCHEDULE MASTER. OPTIONAL; WITH NO
*> SCHEDULE A WITHDRAWN STUDENT EARNS NO CREDIT BUT STILL LANDS
*> ON THE WITHDRAWAL REGISTER.
*>----------------------------------------------------------------*>
1770-LOAD-PRORATION-SCHEDULE.
    OPEN INPUT ProrationScheduleFile
    IF ProrationFileStatus = '00'
        PERFORM 1780-READ-PRORATION-TIER THRU 1780-EXIT
            UNTIL END-OF-PRORATION-FILE
        CLOSE ProrationScheduleFile
    END-IF.
1770-EXIT.
    EXIT.

1780-READ-PRORATION-TIER.
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
                DISPLAY "WARNING: ProrationScheduleFile EXCEEDS "
                    MaxProrationEntries " TIERS - THE REST ARE "
                    "IGNORED"
                MOVE 'Y' TO PRORATION-EOF-SW
            END-IF
    END-READ.
1780-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1790 - LOAD THE AR CARRY-FORWARD INTO THE ROLL-FORWARD TABLE AS
*> THE OPENING BALANCES. THE ROLL-FORWARD PROVES A WHOLE RUN'S
*> RECEIVABLE, SO IT IS NOT PRODUCED - AND THE CARRY-FORWARD IS
*> LEFT AS IT STANDS - ON A TRIAL RUN, A RESTARTED RUN (THE
*> ABORTED HEAD'S STUDENTS ARE NOT REVISITED) OR A DEPARTMENT OR
*> STUDENTID SELECTION RUN. AN ASSESSMENT-TERM RUN ROLLS ONLY THAT
*> TERM AND CARRIES THE OTHER TERMS' BALANCES FORWARD UNTOUCHED.
*>----------------------------------------------------------------*>
1790-LOAD-CARRY-FORWARD.
    IF TRIAL-MODE
       OR RESTART-ACTIVE
       OR DeptCodeFilter NOT = SPACES
       OR StudentIDRangeLow NOT = SPACES
       OR StudentIDRangeHigh NOT = SPACES
        DISPLAY "NOTE: AR ROLL-FORWARD NOT PRODUCED - TRIAL, "
            "RESTARTED OR SELECTION RUN; CARRY-FORWARD UNCHANGED"
        GO TO 1790-EXIT
    END-IF
    MOVE 'Y' TO ROLL-FORWARD-SW
    OPEN INPUT CarryForwardFile
    IF CarryForwardFileStatus = '00'
        MOVE 'N' TO CARRY-FORWARD-EOF-SW
        PERFORM 1795-READ-CARRY-FORWARD THRU 1795-EXIT
            UNTIL END-OF-CARRY-FORWARD
        CLOSE CarryForwardFile
    END-IF.
1790-EXIT.
    EXIT.

1795-READ-CARRY-FORWARD.
    READ CarryForwardFile
        AT END
            MOVE 'Y' TO CARRY-FORWARD-EOF-SW
        NOT AT END
            IF RollFwdCount >= MaxRollFwdEntries
                DISPLAY "WARNING: AR CARRY-FORWARD EXCEEDS "
                    MaxRollFwdEntries " DEPARTMENT/TERM ENTRIES - "
                    "ROLL-FORWARD NOT PRODUCED THIS RUN"
                MOVE 'N' TO ROLL-FORWARD-SW
                MOVE 'Y' TO CARRY-FORWARD-EOF-SW
            ELSE
                ADD 1 TO RollFwdCount
                SET RfIdx TO RollFwdCount
                PERFORM 2307-CLEAR-ROLL-FORWARD-ENTRY THRU 2307-EXIT
                MOVE CF-DeptCode TO RF-DeptCode (RfIdx)
                MOVE CF-TermID TO RF-TermID (RfIdx)
                MOVE CF-AsOfDate TO RF-PriorAsOfDate (RfIdx)
                MOVE CF-FeesAssessed TO RF-PriorFees (RfIdx)
                MOVE CF-Surcharge TO RF-PriorSurcharge (RfIdx)
                IF CF-ClosingSign = '-'
                    COMPUTE RF-OpeningBalance (RfIdx) =
                        ZERO - CF-ClosingBalance
                ELSE
                    MOVE CF-ClosingBalance
                        TO RF-OpeningBalance (RfIdx)
                END-IF
            END-IF
    END-READ.
1795-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1800 - VERIFY THE JOB CHAIN: THE PRE-EDIT AND THE POSTING RUN
*> MUST BOTH HAVE RECORDED COMPLETION FOR TODAY'S BUSINESS DATE,
        IF NOT SKIP-THIS-RECORD
            PERFORM 2300-LOOKUP-PAYMENT-AMOUNT THRU 2300-EXIT
            PERFORM 2400-LOOKUP-FEES-AMOUNT THRU 2400-EXIT
            PERFORM 2430-APPLY-WITHDRAWAL-PRORATION THRU 2430-EXIT
            PERFORM 2440-APPLY-SPONSOR-SPLIT THRU 2440-EXIT
            PERFORM 2450-CHECK-PAYMENT-PLAN THRU 2450-EXIT
            PERFORM 2500-FIND-DEPT-ENTRY THRU 2500-EXIT
            PERFORM 2600-EVALUATE-RESULT THRU 2600-EXIT
            PERFORM 2640-UPDATE-ROLL-FORWARD THRU 2640-EXIT
            PERFORM 2650-AGE-SCHEDULED-INSTALLMENTS THRU 2650-EXIT
            PERFORM 2700-CHECK-EXCEPTIONS THRU 2700-EXIT
            PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT
*>----------------------------------------------------------------*>
2300-LOOKUP-PAYMENT-AMOUNT.
    MOVE ZERO TO CR-PaymentAmount-Output
    MOVE ZERO TO CR-WriteOffAmount
    MOVE ZERO TO RS-CumCash
    MOVE ZERO TO RS-CumWriteOff
    MOVE ZERO TO RS-Payments
    MOVE ZERO TO RS-Refunds
    MOVE ZERO TO RS-Returned
    MOVE ZERO TO RS-WriteOffs
    MOVE ZERO TO RS-Reinstated
    IF ROLL-FORWARD-ACTIVE
        PERFORM 2305-FIND-ROLL-FORWARD-ENTRY THRU 2305-EXIT
    END-IF
    PERFORM 2330-CLEAR-ONE-INST-PAID THRU 2330-EXIT
        VARYING InstSub FROM 1 BY 1 UNTIL InstSub > 99
    MOVE 99999999 TO CR-PaymentDate-Output
2300-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2305 - LOCATE (OR ADD) THE STUDENT'S DEPARTMENT AND TERM IN THE
*> ROLL-FORWARD TABLE, LEAVING RfIdx ON IT AND ITS PRIOR AS-OF
*> DATE IN RollFwdPriorAsOfDate FOR THE INSTALLMENT SUM. A TABLE
*> THAT FILLS UP ABANDONS THE ROLL-FORWARD FOR THE RUN.
*>----------------------------------------------------------------*>
2305-FIND-ROLL-FORWARD-ENTRY.
    MOVE ZERO TO RollFwdPriorAsOfDate
    SET RfIdx TO 1
    SEARCH RollFwdEntry
        AT END
            PERFORM 2306-ADD-ROLL-FORWARD-ENTRY THRU 2306-EXIT
        WHEN RF-DeptCode (RfIdx) = CR-DeptCode-Output
         AND RF-TermID (RfIdx) = CR-TermID-Output
            MOVE RF-PriorAsOfDate (RfIdx) TO RollFwdPriorAsOfDate
    END-SEARCH.
2305-EXIT.
    EXIT.

2306-ADD-ROLL-FORWARD-ENTRY.
    IF RollFwdCount >= MaxRollFwdEntries
        DISPLAY "WARNING: MORE THAN " MaxRollFwdEntries
            " DEPARTMENT/TERM ENTRIES - AR ROLL-FORWARD NOT "
            "PRODUCED THIS RUN"
        MOVE 'N' TO ROLL-FORWARD-SW
    ELSE
        ADD 1 TO RollFwdCount
        SET RfIdx TO RollFwdCount
        PERFORM 2307-CLEAR-ROLL-FORWARD-ENTRY THRU 2307-EXIT
        MOVE CR-DeptCode-Output TO RF-DeptCode (RfIdx)
        MOVE CR-TermID-Output TO RF-TermID (RfIdx)
    END-IF.
2306-EXIT.
    EXIT.

2307-CLEAR-ROLL-FORWARD-ENTRY.
    MOVE ZERO TO RF-PriorAsOfDate (RfIdx)
    MOVE ZERO TO RF-PriorFees (RfIdx)
    MOVE ZERO TO RF-PriorSurcharge (RfIdx)
    MOVE ZERO TO RF-OpeningBalance (RfIdx)
    MOVE ZERO TO RF-StudentCount (RfIdx)
    MOVE ZERO TO RF-Fees (RfIdx)
    MOVE ZERO TO RF-Surcharge (RfIdx)
    MOVE ZERO TO RF-Payments (RfIdx)
    MOVE ZERO TO RF-Refunds (RfIdx)
    MOVE ZERO TO RF-Returned (RfIdx)
    MOVE ZERO TO RF-WriteOffs (RfIdx)
    MOVE ZERO TO RF-Reinstated (RfIdx)
    MOVE ZERO TO RF-CashReceived (RfIdx)
    MOVE ZERO TO RF-ClosingBalance (RfIdx).
2307-EXIT.
    EXIT.

2310-SUM-INSTALLMENTS.
    MOVE 'N' TO MORE-INSTALLMENTS-SW
    PERFORM 2320-READ-NEXT-INSTALLMENT THRU 2320-EXIT
            IF PaymentDate OF StudentPaymentRecord > AsOfDate
                CONTINUE
            ELSE
                EVALUATE TransactionCode OF StudentPaymentRecord
                WHEN 'R'
                WHEN 'N'
*>                  A REFUND OR RETURNED-ITEM REVERSAL LARGER THAN
*>                  THE PAYMENTS SUMMED SO FAR WOULD DRIVE THE
*>                  UNSIGNED SUM PAST ZERO, SO IT FLOORS THERE
                    ELSE
                        MOVE ZERO TO CR-PaymentAmount-Output
                    END-IF
*>                  A WRITE-OFF IS NOT CASH - IT NETS AGAINST ITS
*>                  REINSTATEMENTS INTO ITS OWN AMOUNT, FLOORED THE
*>                  SAME WAY
                WHEN 'W'
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO CR-WriteOffAmount
                WHEN 'V'
                    IF Amount-Payment OF StudentPaymentRecord <=
                            CR-WriteOffAmount
                        SUBTRACT Amount-Payment
                            OF StudentPaymentRecord
                            FROM CR-WriteOffAmount
                    ELSE
                        MOVE ZERO TO CR-WriteOffAmount
                    END-IF
*>                  AN AGENCY RECOVERY IS CASH RECEIVED, BUT IT
*>                  ARRIVES LONG AFTER THE TERM AND MUST NOT MOVE
*>                  THE EARLIEST-PAYMENT DATE AND WITH IT THE TIER
                WHEN 'A'
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO CR-PaymentAmount-Output
                WHEN OTHER
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO CR-PaymentAmount-Output
                    MOVE 'Y' TO PAYMENT-FOUND-SW
                            (InstallmentNumber
                                OF StudentPaymentRecord)
                    END-IF
                END-EVALUATE
                IF ROLL-FORWARD-ACTIVE
                    PERFORM 2325-TALLY-ROLL-FORWARD THRU 2325-EXIT
                END-IF
            END-IF
            END-IF
2320-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2325 - TALLY THE INSTALLMENT INTO THE STUDENT'S ROLL-FORWARD
*> FIGURES. THE CUMULATIVE NET CASH AND NET WRITE-OFF ARE NOT
*> FLOORED AT ZERO THE WAY THE PAYMENT SUM IS - THE ROLL-FORWARD
*> MUST SEE EVERY CENT MOVE. ONLY TRANSACTIONS DATED AFTER THE
*> PRIOR AS-OF DATE ARE THE PERIOD'S MOVEMENTS.
*>----------------------------------------------------------------*>
2325-TALLY-ROLL-FORWARD.
    EVALUATE TransactionCode OF StudentPaymentRecord
        WHEN 'R'
        WHEN 'N'
            SUBTRACT Amount-Payment OF StudentPaymentRecord
                FROM RS-CumCash
        WHEN 'W'
            ADD Amount-Payment OF StudentPaymentRecord
                TO RS-CumWriteOff
        WHEN 'V'
            SUBTRACT Amount-Payment OF StudentPaymentRecord
                FROM RS-CumWriteOff
        WHEN OTHER
            ADD Amount-Payment OF StudentPaymentRecord
                TO RS-CumCash
    END-EVALUATE
    IF PaymentDate OF StudentPaymentRecord <= RollFwdPriorAsOfDate
        GO TO 2325-EXIT
    END-IF
    EVALUATE TransactionCode OF StudentPaymentRecord
        WHEN 'R'
            ADD Amount-Payment OF StudentPaymentRecord TO RS-Refunds
        WHEN 'N'
            ADD Amount-Payment OF StudentPaymentRecord TO RS-Returned
        WHEN 'W'
            ADD Amount-Payment OF StudentPaymentRecord
                TO RS-WriteOffs
        WHEN 'V'
            ADD Amount-Payment OF StudentPaymentRecord
                TO RS-Reinstated
        WHEN OTHER
            ADD Amount-Payment OF StudentPaymentRecord
                TO RS-Payments
    END-EVALUATE.
2325-EXIT.
    EXIT.

2330-CLEAR-ONE-INST-PAID.
    MOVE ZERO TO InstPaidAmount (InstSub).
2330-EXIT.

*>----------------------------------------------------------------*>
*> 2400 - FIND THE FEE TIER IN EFFECT ON THE PAYMENT DATE AND ADD
*> THE LATE-FEE SURCHARGE IF THE PAYMENT POSTED AFTER THE DUE DATE,
*> THEN ADD EVERY CHARGE LINE THE ENROLLMENT CARRIES (2470)
*>----------------------------------------------------------------*>
2400-LOOKUP-FEES-AMOUNT.
    MOVE CR-PaymentType-Output TO PaymentType OF FeesKey
            CONTINUE
        NOT INVALID KEY
            PERFORM 2410-SCAN-FEES-TIERS THRU 2410-EXIT
    END-START
    PERFORM 2470-GATHER-CHARGE-LINES THRU 2470-EXIT
    ADD CR-ChargeAmount TO CR-FeesAmount-Output.
2400-EXIT.
    EXIT.

2420-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2430 - PRORATE A WITHDRAWN STUDENT'S ASSESSMENT. THE CREDIT
*> PERCENT COMES FROM THE EARLIEST PRORATION TIER FOR THE
*> STUDENT'S PAYMENTTYPE AND TERM WHOSE THROUGH-DATE THE
*> WITHDRAWAL DATE DOES NOT PASS; PAST EVERY TIER IT IS ZERO. THE
*> CREDIT APPLIES TO THE BASE FEE ONLY - A LATE-FEE SURCHARGE
*> ALREADY INCURRED STANDS, AND SO DO THE CHARGE LINES. RUNS
*> BEFORE THE SPONSOR SPLIT, SO SPONSOR AND STUDENT SHARES ARE
*> BOTH TAKEN OF THE PRORATED FEE.
*>----------------------------------------------------------------*>
2430-APPLY-WITHDRAWAL-PRORATION.
    MOVE 'N' TO STUDENT-WITHDRAWN-SW
    MOVE ZERO TO CR-WithdrawCredit
    MOVE ZERO TO CreditPct
    MOVE 100 TO ChargePct
    IF WithdrawalCount = ZERO OR NOT FEES-FOUND
        GO TO 2430-EXIT
    END-IF
    MOVE ZERO TO WithdrawFoundIdx
    PERFORM 2432-MATCH-ONE-WITHDRAWAL THRU 2432-EXIT
        VARYING WdIdx FROM 1 BY 1
        UNTIL WdIdx > WithdrawalCount OR WithdrawFoundIdx > ZERO
    IF WithdrawFoundIdx = ZERO
        GO TO 2430-EXIT
    END-IF
    MOVE 'Y' TO STUDENT-WITHDRAWN-SW
    SET WdIdx TO WithdrawFoundIdx
    MOVE 99999999 TO BestThroughDate
    IF ProrationCount > ZERO
        PERFORM 2434-CHECK-ONE-PRORATION-TIER THRU 2434-EXIT
            VARYING ProIdx FROM 1 BY 1 UNTIL ProIdx > ProrationCount
    END-IF
    MOVE CR-FeesAmount-Output TO WithdrawFullCharge
    COMPUTE CR-WithdrawCredit ROUNDED =
        (CR-FeesAmount-Output - CR-Surcharge-Output - CR-ChargeAmount)
            * CreditPct / 100
    SUBTRACT CR-WithdrawCredit FROM CR-FeesAmount-Output
    COMPUTE ChargePct = 100 - CreditPct
    PERFORM 2436-WRITE-WITHDRAWAL-REGISTER THRU 2436-EXIT.
2430-EXIT.
    EXIT.

2432-MATCH-ONE-WITHDRAWAL.
    IF WT-StudentID (WdIdx) = CR-StudentID-Output
       AND WT-TermID (WdIdx) = CR-TermID-Output
        SET WithdrawFoundIdx TO WdIdx
    END-IF.
2432-EXIT.
    EXIT.

2434-CHECK-ONE-PRORATION-TIER.
    IF PT-PaymentType (ProIdx) NOT = CR-PaymentType-Output
       OR PT-TermID (ProIdx) NOT = CR-TermID-Output
        GO TO 2434-EXIT
    END-IF
    IF WT-WithdrawalDate (WdIdx) <= PT-ThroughDate (ProIdx)
       AND PT-ThroughDate (ProIdx) < BestThroughDate
        MOVE PT-ThroughDate (ProIdx) TO BestThroughDate
        MOVE PT-CreditPercent (ProIdx) TO CreditPct
    END-IF.
2434-EXIT.
    EXIT.

2436-WRITE-WITHDRAWAL-REGISTER.
    MOVE RunID TO WR-RunID
    MOVE CR-StudentID-Output TO WR-StudentID
    MOVE CR-TermID-Output TO WR-TermID
    MOVE CR-StudentName-Output TO WR-StudentName
    MOVE CR-DeptCode-Output TO WR-DeptCode
    MOVE CR-PaymentType-Output TO WR-PaymentType
    MOVE WT-WithdrawalDate (WdIdx) TO WR-WithdrawalDate
    MOVE WT-Reason (WdIdx) TO WR-Reason
    MOVE WithdrawFullCharge TO WR-FullCharge
    MOVE CreditPct TO WR-CreditPercent
    MOVE CR-WithdrawCredit TO WR-CreditAmount
    MOVE CR-FeesAmount-Output TO WR-ProratedCharge
    WRITE WithdrawalRegisterRecord FROM WithdrawalRegisterWork.
2436-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2440 - SPLIT THE ASSESSED FEE INTO THE STUDENT'S OWN SHARE AND
*> THE SPONSOR SHARES. EACH ALLOCATION TAKES ITS PERCENT OF THE
2460-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2470 - GATHER AND PRICE THE ENROLLMENT'S CHARGE LINES. LINES
*> KEYED BELOW THE CURRENT STUDENT AND TERM BELONG TO ENROLLMENTS
*> THIS RUN SKIPPED AND ARE PASSED OVER. A LINE THAT CANNOT BE
*> PRICED IS LEFT OUT OF THE ASSESSMENT AND REPORTED.
*>----------------------------------------------------------------*>
2470-GATHER-CHARGE-LINES.
    MOVE ZERO TO CR-ChargeAmount
    MOVE ZERO TO ChargeLineCount
    PERFORM 2472-MATCH-ONE-CHARGE-LINE THRU 2472-EXIT
        UNTIL END-OF-CHARGE-FILE
           OR CL-StudentID > CR-StudentID-Output
           OR (CL-StudentID = CR-StudentID-Output
               AND CL-TermID > CR-TermID-Output).
2470-EXIT.
    EXIT.

2472-MATCH-ONE-CHARGE-LINE.
    IF CL-StudentID = CR-StudentID-Output
       AND CL-TermID = CR-TermID-Output
        PERFORM 2474-PRICE-ONE-CHARGE-LINE THRU 2474-EXIT
    END-IF
    PERFORM 2479-READ-NEXT-CHARGE-LINE THRU 2479-EXIT.
2472-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2474 - A BILLED AMOUNT STANDS AS IS; OTHERWISE THE QUANTITY IS
*> PRICED AT THE CHARGE CODE'S TIER IN EFFECT ON THE ASSESSED DATE.
*> A CHARGE LINE CARRIES NO LATE-FEE SURCHARGE.
*>----------------------------------------------------------------*>
2474-PRICE-ONE-CHARGE-LINE.
    MOVE 'N' TO CHARGE-PRICED-SW
    MOVE ZERO TO ChargeLinePrice
    IF CL-Amount > ZERO
        MOVE CL-Amount TO ChargeLinePrice
        MOVE 'Y' TO CHARGE-PRICED-SW
    ELSE
        MOVE CL-ChargeCode TO PaymentType OF FeesKey
        MOVE CL-TermID TO TermID OF FeesKey
        MOVE ZERO TO EffectiveDateStart OF FeesKey
        START FeesFile KEY IS NOT LESS THAN FeesKey
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'N' TO SCAN-FEES-DONE-SW
                PERFORM 2476-READ-NEXT-CHARGE-TIER THRU 2476-EXIT
                    UNTIL SCAN-FEES-DONE
        END-START
    END-IF
    IF NOT CHARGE-PRICED
        MOVE 'CHARGE CODE NOT PRICED' TO EX-ExceptionType
        PERFORM 2710-WRITE-EXCEPTION-RECORD THRU 2710-EXIT
        GO TO 2474-EXIT
    END-IF
    ADD ChargeLinePrice TO CR-ChargeAmount
    PERFORM 2478-ADD-TO-CHARGE-LINE-TABLE THRU 2478-EXIT.
2474-EXIT.
    EXIT.

2476-READ-NEXT-CHARGE-TIER.
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
                    MOVE Amount OF FeesRecord TO ChargeTierAmount
                    COMPUTE ChargeLinePrice =
                        CL-Quantity * ChargeTierAmount
                    MOVE 'Y' TO CHARGE-PRICED-SW
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
2476-EXIT.
    EXIT.

2478-ADD-TO-CHARGE-LINE-TABLE.
    IF ChargeLineCount > ZERO
        SET ClIdx TO 1
        SEARCH ChargeLineEntry
            AT END
                CONTINUE
            WHEN LN-ChargeCode (ClIdx) = CL-ChargeCode
                ADD ChargeLinePrice TO LN-Amount (ClIdx)
                GO TO 2478-EXIT
        END-SEARCH
    END-IF
    IF ChargeLineCount < MaxChargeLineEntries
        ADD 1 TO ChargeLineCount
        SET ClIdx TO ChargeLineCount
        MOVE CL-ChargeCode TO LN-ChargeCode (ClIdx)
        MOVE ChargeLinePrice TO LN-Amount (ClIdx)
    ELSE
        DISPLAY "WARNING: CHARGE LINE TABLE FULL FOR "
            CR-StudentID-Output " - CODE " CL-ChargeCode
            " REVENUE CREDITED TO 4010"
    END-IF.
2478-EXIT.
    EXIT.

2479-READ-NEXT-CHARGE-LINE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
    END-READ.
2479-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2500 - LOCATE (OR ADD) THIS STUDENT'S DEPARTMENT IN THE ROLL-UP
*> TABLE. DeptIdx IS LEFT POINTING AT THE STUDENT'S DEPARTMENT SLOT.
        MOVE ZERO TO DT-TotalReceived (DeptIdx)
        MOVE ZERO TO DT-TotalShort (DeptIdx)
        MOVE ZERO TO DT-SurchargeColl (DeptIdx)
        MOVE ZERO TO DT-WithdrawCredit (DeptIdx)
        MOVE ZERO TO DT-RollFwdCash (DeptIdx)
        MOVE ZERO TO DT-GLRevenue (DeptIdx)
    END-IF.
2510-EXIT.
    EXIT.
*> RECEIVED AND ROUTE THE STUDENT TO THE SHORTFALL FILE, THE
*> CREDIT BALANCE FILE, OR NEITHER IF THEY ARE PAID IN FULL. THE
*> SPONSOR SHARE IS BILLED TO THE SPONSOR, NOT THE STUDENT, SO IT
*> NEVER REPORTS THE STUDENT SHORT. A BALANCE WRITTEN OFF TO BAD
*> DEBT IS NO LONGER OWED TO US EITHER.
*>----------------------------------------------------------------*>
2600-EVALUATE-RESULT.
    MOVE ZERO TO CR-Short
    MOVE ZERO TO CR-Credit
    MOVE ZERO TO CR-WriteOffApplied
    ADD CR-PaymentAmount-Output TO TotalReceived
*>  A WRITTEN-OFF BALANCE COVERS WHAT THE CASH LEAVES UNPAID, AND
*>  NEVER MORE - CASH PAID AFTER THE WRITE-OFF SHRINKS WHAT IT
*>  NEEDS TO COVER INSTEAD OF TURNING THE WRITE-OFF INTO A CREDIT
    IF CR-StudentFees-Output > CR-PaymentAmount-Output
        COMPUTE CR-WriteOffApplied =
            CR-StudentFees-Output - CR-PaymentAmount-Output
        IF CR-WriteOffApplied > CR-WriteOffAmount
            MOVE CR-WriteOffAmount TO CR-WriteOffApplied
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN CR-StudentFees-Output >
                CR-PaymentAmount-Output + CR-WriteOffApplied
            COMPUTE CR-Short = CR-StudentFees-Output
                - CR-PaymentAmount-Output - CR-WriteOffApplied
            MOVE 'S' TO CR-StatusFlag-Output
            PERFORM 2610-WRITE-SHORTFALL-RECORD THRU 2610-EXIT
        WHEN CR-PaymentAmount-Output > CR-StudentFees-Output
*> SURCHARGE COUNTS AS COLLECTED ONLY WHEN THE STUDENT PAID THE
*> FULL ASSESSMENT INCLUDING IT - A SHORT-PAYING STUDENT'S
*> SURCHARGE IS STILL OUTSTANDING AND MUST NOT REACH THE LEDGER AS
*> REVENUE. A WITHDRAWAL CREDIT ROLLS UP FOR THE GL FEE REVERSAL.
*>----------------------------------------------------------------*>
2630-UPDATE-DEPT-TOTALS.
    IF DEPT-TABLE-OVERFLOW
        ADD 1 TO OverflowDeptStudentCount
        ADD CR-WithdrawCredit TO OverflowDeptWithdrawCredit
        ADD CR-PaymentAmount-Output TO OverflowDeptTotalReceived
        ADD CR-Short TO OverflowDeptTotalShort
        IF CR-Surcharge-Output > ZERO
        END-IF
    ELSE
        ADD 1 TO DT-StudentCount (DeptIdx)
        ADD CR-WithdrawCredit TO DT-WithdrawCredit (DeptIdx)
        ADD CR-PaymentAmount-Output TO DT-TotalReceived (DeptIdx)
        ADD CR-Short TO DT-TotalShort (DeptIdx)
        IF CR-Surcharge-Output > ZERO
            ADD CR-Surcharge-Output TO DT-SurchargeColl (DeptIdx)
            ADD CR-Surcharge-Output TO TotalSurchargeCollected
        END-IF
    END-IF
    IF ChargeLineCount > ZERO
        PERFORM 2635-SPLIT-CHARGE-REVENUE THRU 2635-EXIT
    END-IF.
2630-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2635 - SPREAD THE STUDENT'S REVENUE CASH OVER THE ASSESSMENT.
*> THE CASH IS WHAT 2630 LEFT FOR FEE REVENUE (PAYMENTS LESS ANY
*> SURCHARGE COLLECTED), CAPPED AT THE STUDENT'S SHARE OF THE
*> NON-SURCHARGE ASSESSMENT; EACH CHARGE LINE TAKES ITS PROPORTION
*> OF THAT, TRUNCATED, AND THE BASE FEE KEEPS THE REST.
*>----------------------------------------------------------------*>
2635-SPLIT-CHARGE-REVENUE.
    MOVE ZERO TO SurchargeCollThis
    IF CR-Surcharge-Output > ZERO
       AND CR-PaymentAmount-Output >= CR-StudentFees-Output
        MOVE CR-Surcharge-Output TO SurchargeCollThis
    END-IF
    IF CR-PaymentAmount-Output > SurchargeCollThis
        COMPUTE ChargeRevenueCash =
            CR-PaymentAmount-Output - SurchargeCollThis
    ELSE
        MOVE ZERO TO ChargeRevenueCash
    END-IF
    IF CR-Surcharge-Output > CR-StudentFees-Output
        MOVE ZERO TO ChargeRevenueCap
    ELSE
        COMPUTE ChargeRevenueCap =
            CR-StudentFees-Output - CR-Surcharge-Output
    END-IF
    IF ChargeRevenueCash > ChargeRevenueCap
        MOVE ChargeRevenueCap TO ChargeRevenueCash
    END-IF
    COMPUTE ChargeRevenueBase =
        CR-FeesAmount-Output - CR-Surcharge-Output
    IF ChargeRevenueCash = ZERO OR ChargeRevenueBase = ZERO
        GO TO 2635-EXIT
    END-IF
    IF DEPT-TABLE-OVERFLOW
        MOVE OverflowDeptCode TO ChargeRevDeptCode
    ELSE
        MOVE CR-DeptCode-Output TO ChargeRevDeptCode
    END-IF
    PERFORM 2637-SPLIT-ONE-CHARGE-LINE THRU 2637-EXIT
        VARYING ClIdx FROM 1 BY 1 UNTIL ClIdx > ChargeLineCount.
2635-EXIT.
    EXIT.

2637-SPLIT-ONE-CHARGE-LINE.
    COMPUTE ChargeRevenuePortion =
        ChargeRevenueCash * LN-Amount (ClIdx) / ChargeRevenueBase
    IF ChargeRevenuePortion = ZERO
        GO TO 2637-EXIT
    END-IF
    MOVE ZERO TO ChargeRevFoundIdx
    IF ChargeRevCount > ZERO
        SET CvIdx TO 1
        SEARCH ChargeRevEntry
            AT END
                CONTINUE
            WHEN CV-DeptCode (CvIdx) = ChargeRevDeptCode
             AND CV-ChargeCode (CvIdx) = LN-ChargeCode (ClIdx)
                SET ChargeRevFoundIdx TO CvIdx
        END-SEARCH
    END-IF
    IF ChargeRevFoundIdx = ZERO
        IF ChargeRevCount >= MaxChargeRevEntries
            DISPLAY "WARNING: CHARGE REVENUE TABLE FULL - DEPT "
                ChargeRevDeptCode " CODE " LN-ChargeCode (ClIdx)
                " REVENUE CREDITED TO 4010"
            GO TO 2637-EXIT
        END-IF
        ADD 1 TO ChargeRevCount
        SET CvIdx TO ChargeRevCount
        MOVE ChargeRevDeptCode TO CV-DeptCode (CvIdx)
        MOVE LN-ChargeCode (ClIdx) TO CV-ChargeCode (CvIdx)
        MOVE ZERO TO CV-Amount (CvIdx)
    ELSE
        SET CvIdx TO ChargeRevFoundIdx
    END-IF
    ADD ChargeRevenuePortion TO CV-Amount (CvIdx).
2637-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2640 - ROLL THE STUDENT INTO THE DEPARTMENT AND TERM'S ROLL-
*> FORWARD ENTRY. THE STUDENT'S SHARE OF THE ASSESSMENT SPLITS INTO
*> FEES AND LATE-FEE SURCHARGE (THE SURCHARGE NEVER MORE THAN THE
*> SHARE ITSELF), AND THE STUDENT'S CLOSING RECEIVABLE IS THAT
*> SHARE LESS NET CASH AND NET WRITE-OFFS - A CREDIT BALANCE
*> CLOSES NEGATIVE.
*>----------------------------------------------------------------*>
2640-UPDATE-ROLL-FORWARD.
    IF NOT ROLL-FORWARD-ACTIVE
        GO TO 2640-EXIT
    END-IF
    IF CR-Surcharge-Output > CR-StudentFees-Output
        MOVE CR-StudentFees-Output TO RS-Surcharge
    ELSE
        MOVE CR-Surcharge-Output TO RS-Surcharge
    END-IF
    COMPUTE RS-Fees = CR-StudentFees-Output - RS-Surcharge
    ADD 1 TO RF-StudentCount (RfIdx)
    ADD RS-Fees TO RF-Fees (RfIdx)
    ADD RS-Surcharge TO RF-Surcharge (RfIdx)
    ADD RS-Payments TO RF-Payments (RfIdx)
    ADD RS-Refunds TO RF-Refunds (RfIdx)
    ADD RS-Returned TO RF-Returned (RfIdx)
    ADD RS-WriteOffs TO RF-WriteOffs (RfIdx)
    ADD RS-Reinstated TO RF-Reinstated (RfIdx)
    ADD RS-CumCash TO RF-CashReceived (RfIdx)
    COMPUTE RF-ClosingBalance (RfIdx) = RF-ClosingBalance (RfIdx)
        + CR-StudentFees-Output - RS-CumCash - RS-CumWriteOff.
2640-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2650 - AGE THE STUDENT'S SCHEDULED INSTALLMENTS. EVERY ENTRY
*> NOT FULLY COVERED BY PAYMENTS ON FILE GETS AN AGING RECORD,
*> AGAINST THE PLAN'S OWN INSTALLMENTS INSTEAD OF THE GENERIC
*> SCHEDULE, SO A KEPT PROMISE NEVER LANDS IN THE 60/90 BUCKETS.
*> A BROKEN PLAN FALLS STRAIGHT THROUGH TO THE STANDARD SCHEDULE.
*> A BALANCE WHOLLY WRITTEN OFF IS WITH THE AGENCY AND IS NOT AGED.
*>----------------------------------------------------------------*>
2650-AGE-SCHEDULED-INSTALLMENTS.
    MOVE AsOfDate TO ConvertDateWork
    PERFORM 9100-CONVERT-DATE-TO-DAYS THRU 9100-EXIT
    MOVE ConvertDayNumber TO AsOfDayNumber
    IF CR-WriteOffApplied > ZERO AND CR-Short = ZERO
        GO TO 2650-EXIT
    END-IF
    IF STUDENT-ON-PLAN AND NOT PLAN-BROKEN
        PERFORM 2670-AGE-ONE-PLAN-ENTRY THRU 2670-EXIT
            VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
    MOVE ST-InstallmentNumber (SchedIdx) TO AgeInstallmentNumber
*>  A SPONSORED STUDENT IS AGED ON THEIR OWN SHARE OF EACH
*>  SCHEDULED INSTALLMENT - THE SPONSOR'S SHARE IS THE SPONSOR'S
*>  INVOICE, NOT THE STUDENT'S DELINQUENCY. A WITHDRAWN STUDENT'S
*>  INSTALLMENTS SHRINK BY THE SAME PRORATION AS THE FEE.
    COMPUTE AgeScheduledAmount =
        ST-Amount (SchedIdx) * StudentSharePct * ChargePct / 10000
    MOVE ST-DueDate (SchedIdx) TO AgeDueDate
    PERFORM 2680-BUCKET-AND-WRITE-AGING THRU 2680-EXIT.
2660-EXIT.
    MOVE OverflowDeptTotalReceived TO CkOverflowTotalReceived
    MOVE OverflowDeptTotalShort TO CkOverflowTotalShort
    MOVE OverflowDeptSurchargeColl TO CkOverflowSurchargeColl
    MOVE OverflowDeptWithdrawCredit TO CkOverflowWithdrawCredit
    MOVE DeptTableCount TO CkDeptTableCount
    PERFORM 2920-SAVE-ONE-DEPT-TO-CHECKPOINT THRU 2920-EXIT
        VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    MOVE ChargeRevCount TO CkChargeRevCount
    PERFORM 2925-SAVE-ONE-CHARGE-REVENUE THRU 2925-EXIT
        VARYING CvIdx FROM 1 BY 1 UNTIL CvIdx > ChargeRevCount
    WRITE CheckpointRecord.
2910-EXIT.
    EXIT.
    MOVE DT-TotalReceived (DeptIdx) TO CkDeptTotalReceived (DeptIdx)
    MOVE DT-TotalShort (DeptIdx) TO CkDeptTotalShort (DeptIdx)
    MOVE DT-SurchargeColl (DeptIdx)
        TO CkDeptSurchargeColl (DeptIdx)
    MOVE DT-WithdrawCredit (DeptIdx)
        TO CkDeptWithdrawCredit (DeptIdx).
2920-EXIT.
    EXIT.

2925-SAVE-ONE-CHARGE-REVENUE.
    MOVE CV-DeptCode (CvIdx) TO CkChargeRevDept (CvIdx)
    MOVE CV-ChargeCode (CvIdx) TO CkChargeRevCode (CvIdx)
    MOVE CV-Amount (CvIdx) TO CkChargeRevAmount (CvIdx).
2925-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DEPARTMENT SUMMARY, BANK RECONCILIATION,
*> FINAL TOTALS, CLOSE FILES.
8000-FINALIZE-RUN.
    PERFORM 8100-WRITE-DEPARTMENT-SUMMARY THRU 8100-EXIT
    PERFORM 8200-RECONCILE-CONTROL-TOTAL THRU 8200-EXIT
    EVALUATE TRUE
        WHEN PERIOD-CLOSED
            DISPLAY "NOTE: GL JOURNAL EXTRACT NOT PRODUCED - AS-OF "
                "DATE IS IN CLOSED PERIOD " PeriodClosedID
        WHEN RECON-IN-BALANCE
            PERFORM 8300-WRITE-GL-EXTRACT THRU 8300-EXIT
        WHEN OTHER
            DISPLAY "NOTE: GL JOURNAL EXTRACT NOT PRODUCED - RUN IS "
                "NOT RECONCILED IN BALANCE"
    END-EVALUATE
    IF ROLL-FORWARD-ACTIVE
        PERFORM 8600-WRITE-ROLL-FORWARD THRU 8600-EXIT
    END-IF
    IF NOT TRIAL-MODE
        PERFORM 8400-WRITE-SPONSOR-INVOICES THRU 8400-EXIT
*>----------------------------------------------------------------*>
*> 8200 - RECONCILE AGAINST THE BANK DEPOSIT CONTROL TOTAL. THE
*> CONTROL FILE IS OPTIONAL: IF IT IS NOT PRESENT THIS RUN CANNOT
*> BE RECONCILED, SO THE REPORT SAYS SO INSTEAD OF ABENDING. THE
*> BANK'S FIGURE INCLUDES PAYMENTS HELD IN UNAPPLIED-CASH SUSPENSE,
*> SO THE HELD TOTAL (8250) IS ADDED TO TotalReceived BEFORE THE
*> COMPARE AND REPORTED IN ITS OWN COLUMN.
*>----------------------------------------------------------------*>
*>----------------------------------------------------------------*>
*> 8200 - RC-Difference IS CARRIED AS AN UNSIGNED MAGNITUDE WITH A
    OPEN INPUT BankDepositControlFile
    MOVE RunID TO RC-RunID OF ReconRecord
    MOVE TotalReceived TO RC-TotalReceived
    PERFORM 8250-TOTAL-HELD-SUSPENSE THRU 8250-EXIT
    MOVE SuspenseHeldTotal TO RC-SuspenseHeld
    IF BankFileStatus = '00'
        MOVE 'N' TO BANK-EOF-SW
        PERFORM 8210-READ-NEXT-BANK-DEPOSIT THRU 8210-EXIT
            UNTIL END-OF-BANK-CONTROL
        CLOSE BankDepositControlFile
        MOVE ControlTotalAccum TO RC-ControlTotal
        COMPUTE ReconDifferenceRaw = TotalReceived +
            SuspenseHeldTotal - ControlTotalAccum
        IF ReconDifferenceRaw < ZERO
            MOVE '-' TO RC-DifferenceSign
            COMPUTE RC-Difference = ZERO - ReconDifferenceRaw
8210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8250 - TOTAL THE PAYMENTS STILL HELD IN UNAPPLIED-CASH SUSPENSE
*> (STATUS H) AND THE CREDITS ON ACCOUNT (STATUS C) THAT WERE
*> RECEIVED BY THE AS-OF DATE. A SUSPENSE ITEM HAS NO
*> DEPARTMENT OR KNOWN STUDENT, SO A DEPARTMENT OR STUDENTID
*> SELECTION RUN CARRIES NONE; AN ASSESSMENT-TERM RUN CARRIES ONLY
*> ITEMS KEYED TO THAT TERM.
*>----------------------------------------------------------------*>
8250-TOTAL-HELD-SUSPENSE.
    MOVE ZERO TO SuspenseHeldTotal
    IF DeptCodeFilter NOT = SPACES
       OR StudentIDRangeLow NOT = SPACES
       OR StudentIDRangeHigh NOT = SPACES
        GO TO 8250-EXIT
    END-IF
    OPEN INPUT UnappliedSuspenseFile
    IF SuspenseFileStatus NOT = '00'
        GO TO 8250-EXIT
    END-IF
    MOVE 'N' TO SUSPENSE-EOF-SW
    PERFORM 8260-READ-NEXT-SUSPENSE THRU 8260-EXIT
        UNTIL END-OF-SUSPENSE-FILE
    CLOSE UnappliedSuspenseFile.
8250-EXIT.
    EXIT.

8260-READ-NEXT-SUSPENSE.
    READ UnappliedSuspenseFile NEXT RECORD
        AT END
            MOVE 'Y' TO SUSPENSE-EOF-SW
        NOT AT END
            IF (SU-Status = 'H' OR SU-Status = 'C')
               AND SU-PaymentDate <= AsOfDate
               AND (AssessTermID = SPACES
                    OR SU-TermID = AssessTermID)
                ADD SU-Amount TO SuspenseHeldTotal
            END-IF
    END-READ.
8260-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8300 - THE GL JOURNAL EXTRACT. ONE DEBIT TO THE CASH CLEARING
*> ACCOUNT FOR TotalReceived, ONE REVENUE CREDIT PER DEPARTMENT
*> (NET OF ITS COLLECTED SURCHARGE), AND ONE CREDIT FOR THE
*> COLLECTED LATE-FEE SURCHARGE, WHICH THE AUDITORS BOOK
*> SEPARATELY. CASH HELD IN UNAPPLIED-CASH SUSPENSE IS DEBITED TO
*> CASH CLEARING WITH THE REST AND CREDITED TO THE SUSPENSE
*> CLEARING ACCOUNT, SO THE LEDGER'S CASH TIES TO THE BANK. THE
*> CREDITS SUM BACK TO THE DEBIT BY CONSTRUCTION, SO THE ENTRY
*> ALWAYS BALANCES. FEE REVENUE FORGIVEN BY WITHDRAWAL PRORATION
*> IS REVERSED BY DEPARTMENT AS ITS OWN BALANCED PAIR (8330).
*> CHARGE-LINE REVENUE COMES OUT OF EACH DEPARTMENT'S FEE REVENUE
*> AND IS CREDITED BY DEPARTMENT TO ITS CHARGE CODE'S OWN REVENUE
*> ACCOUNT (8350).
*> REACHED ONLY WHEN
*> 8200-RECONCILE-CONTROL-TOTAL REPORTED IN BALANCE.
*>----------------------------------------------------------------*>
8300-WRITE-GL-EXTRACT.
            GLJournalFileStatus
        GO TO 8300-EXIT
    END-IF
    MOVE 'Y' TO GL-JOURNAL-WRITTEN-SW
    MOVE ZERO TO GLLineNumber
    COMPUTE GL-Amount = TotalReceived + SuspenseHeldTotal
    MOVE CashClearingAccount TO GL-AccountCode
    MOVE 'D' TO GL-DebitCreditFlag
    MOVE SPACES TO GL-DeptCode
    IF OverflowDeptStudentCount > ZERO
        PERFORM 8320-WRITE-OVERFLOW-CREDIT THRU 8320-EXIT
    END-IF
    PERFORM 8350-WRITE-ONE-CHARGE-CREDIT THRU 8350-EXIT
        VARYING CvIdx FROM 1 BY 1 UNTIL CvIdx > ChargeRevCount
    IF TotalSurchargeCollected > ZERO
        MOVE TotalSurchargeCollected TO GL-Amount
        MOVE LateFeeRevenueAccount TO GL-AccountCode
        MOVE 'LATE FEE SURCHARGE REV' TO GL-Description
        PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT
    END-IF
    IF SuspenseHeldTotal > ZERO
        MOVE SuspenseHeldTotal TO GL-Amount
        MOVE SuspenseClearingAccount TO GL-AccountCode
        MOVE 'C' TO GL-DebitCreditFlag
        MOVE SPACES TO GL-DeptCode
        MOVE 'UNAPPLIED CASH SUSPENSE' TO GL-Description
        PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT
    END-IF
    PERFORM 8330-WRITE-WITHDRAWAL-REVERSAL THRU 8330-EXIT
        VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    IF OverflowDeptWithdrawCredit > ZERO
        MOVE OverflowDeptWithdrawCredit TO GLCreditAmount
        MOVE OverflowDeptCode TO GL-DeptCode
        PERFORM 8335-WRITE-REVERSAL-PAIR THRU 8335-EXIT
    END-IF
    CLOSE GLJournalFile.
8300-EXIT.
    EXIT.
8310-WRITE-ONE-DEPT-CREDIT.
    COMPUTE GLCreditAmount = DT-TotalReceived (DeptIdx) -
        DT-SurchargeColl (DeptIdx)
    MOVE DT-DeptCode (DeptIdx) TO ChargeRevDeptCode
    PERFORM 8315-SUM-DEPT-CHARGE-REVENUE THRU 8315-EXIT
    IF GLCreditAmount > ZERO
        MOVE GLCreditAmount TO GL-Amount
        MOVE TuitionRevenueAccount TO GL-AccountCode
8320-WRITE-OVERFLOW-CREDIT.
    COMPUTE GLCreditAmount = OverflowDeptTotalReceived -
        OverflowDeptSurchargeColl
    MOVE OverflowDeptCode TO ChargeRevDeptCode
    PERFORM 8315-SUM-DEPT-CHARGE-REVENUE THRU 8315-EXIT
    IF GLCreditAmount > ZERO
        MOVE GLCreditAmount TO GL-Amount
        MOVE TuitionRevenueAccount TO GL-AccountCode
8320-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8315 - TAKE THE DEPARTMENT'S CHARGE-LINE REVENUE OUT OF ITS FEE
*> REVENUE CREDIT - 8350 BOOKS IT TO THE CHARGE CODES' ACCOUNTS
*>----------------------------------------------------------------*>
8315-SUM-DEPT-CHARGE-REVENUE.
    MOVE ZERO TO DeptChargeRevenue
    PERFORM 8317-ADD-ONE-CHARGE-REVENUE THRU 8317-EXIT
        VARYING CvIdx FROM 1 BY 1 UNTIL CvIdx > ChargeRevCount
    IF DeptChargeRevenue < GLCreditAmount
        SUBTRACT DeptChargeRevenue FROM GLCreditAmount
    ELSE
        MOVE ZERO TO GLCreditAmount
    END-IF.
8315-EXIT.
    EXIT.

8317-ADD-ONE-CHARGE-REVENUE.
    IF CV-DeptCode (CvIdx) = ChargeRevDeptCode
        ADD CV-Amount (CvIdx) TO DeptChargeRevenue
    END-IF.
8317-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8330 - REVERSE THE FEE REVENUE FORGIVEN BY WITHDRAWAL PRORATION:
*> DEBIT FEE REVENUE AND CREDIT STUDENT RECEIVABLES, BY DEPARTMENT
*>----------------------------------------------------------------*>
8330-WRITE-WITHDRAWAL-REVERSAL.
    IF DT-WithdrawCredit (DeptIdx) > ZERO
        MOVE DT-WithdrawCredit (DeptIdx) TO GLCreditAmount
        MOVE DT-DeptCode (DeptIdx) TO GL-DeptCode
        PERFORM 8335-WRITE-REVERSAL-PAIR THRU 8335-EXIT
    END-IF.
8330-EXIT.
    EXIT.

8335-WRITE-REVERSAL-PAIR.
    MOVE GLCreditAmount TO GL-Amount
    MOVE TuitionRevenueAccount TO GL-AccountCode
    MOVE 'D' TO GL-DebitCreditFlag
    MOVE 'WITHDRAWAL FEE REVERSAL' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT
    MOVE GLCreditAmount TO GL-Amount
    MOVE StudentReceivableAccount TO GL-AccountCode
    MOVE 'C' TO GL-DebitCreditFlag
    MOVE 'WITHDRAWAL AR CREDIT' TO GL-Description
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT.
8335-EXIT.
    EXIT.

8340-WRITE-ONE-GL-LINE.
    ADD 1 TO GLLineNumber
    MOVE RunID TO GL-RunID
8340-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8350 - ONE REVENUE CREDIT PER DEPARTMENT AND CHARGE CODE, TO THE
*> ACCOUNT ON THE CHARGE CODE MASTER. A CODE MISSING FROM THE
*> MASTER IS CREDITED TO TUITION AND FEE REVENUE SO THE ENTRY
*> STILL BALANCES.
*>----------------------------------------------------------------*>
8350-WRITE-ONE-CHARGE-CREDIT.
    IF CV-Amount (CvIdx) = ZERO
        GO TO 8350-EXIT
    END-IF
    MOVE CV-Amount (CvIdx) TO GL-Amount
    MOVE 'C' TO GL-DebitCreditFlag
    MOVE CV-DeptCode (CvIdx) TO GL-DeptCode
    MOVE TuitionRevenueAccount TO GL-AccountCode
    MOVE 'TUITION AND FEE REVENUE' TO GL-Description
    MOVE 'N' TO CHARGE-CODE-FOUND-SW
    IF ChargeCodeCount > ZERO
        SET CcIdx TO 1
        SEARCH ChargeCodeEntry
            AT END
                CONTINUE
            WHEN CT-ChargeCode (CcIdx) = CV-ChargeCode (CvIdx)
                MOVE 'Y' TO CHARGE-CODE-FOUND-SW
                MOVE CT-RevenueAccount (CcIdx) TO GL-AccountCode
                MOVE CT-Description (CcIdx) TO GL-Description
        END-SEARCH
    END-IF
    IF NOT CHARGE-CODE-FOUND
        DISPLAY "WARNING: CHARGE CODE " CV-ChargeCode (CvIdx)
            " NOT ON ChargeCodeFile - DEPT " CV-DeptCode (CvIdx)
            " REVENUE CREDITED TO 4010"
    END-IF
    PERFORM 8340-WRITE-ONE-GL-LINE THRU 8340-EXIT.
8350-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8400 - THE SPONSOR INVOICES: ONE PAGE PER SPONSOR WITH A BILLED
*> TOTAL THIS RUN, A LINE PER COVERED STUDENT, AND THE BILLING
8510-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8600 - THE RECEIVABLES ROLL-FORWARD. ONE D LINE PER DEPARTMENT
*> AND TERM IN THE RUN'S SCOPE PROVING OPENING + FEES + SURCHARGE
*> - PAYMENTS + REFUNDS + RETURNED ITEMS - WRITE-OFFS +
*> REINSTATEMENTS = CLOSING, THEN THE G AND T LINES TYING THE
*> CASH TO THE GL JOURNAL JUST WRITTEN, SO THE AUDITORS HAVE THE
*> RECEIVABLE AND ITS LEDGER TIE ON ONE DOCUMENT. THE CLOSING
*> BALANCES ARE THEN CARRIED FORWARD (8700) - AN OUT-OF-BALANCE
*> LINE IS FLAGGED, NOT HELD BACK, SINCE THE CLOSING BALANCE IS
*> WHAT THE FILES SAY IS OWED.
*>----------------------------------------------------------------*>
8600-WRITE-ROLL-FORWARD.
    OPEN OUTPUT RollForwardReportFile
    IF RollForwardFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO OPEN RollForwardReportFile, "
            "STATUS = " RollForwardFileStatus
            " - CARRY-FORWARD NOT UPDATED"
        GO TO 8600-EXIT
    END-IF
    MOVE ZERO TO RollFwdOutOfBalance
    MOVE ZERO TO RollFwdCashTotal
    PERFORM 8650-TOTAL-GL-JOURNAL THRU 8650-EXIT
    PERFORM 8610-WRITE-ONE-ROLL-FORWARD THRU 8610-EXIT
        VARYING RfIdx FROM 1 BY 1 UNTIL RfIdx > RollFwdCount
    PERFORM 8620-WRITE-DEPT-GL-TIE THRU 8620-EXIT
        VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptTableCount
    IF OverflowDeptStudentCount > ZERO
        PERFORM 8625-WRITE-OVERFLOW-GL-TIE THRU 8625-EXIT
    END-IF
    PERFORM 8630-WRITE-TOTAL-GL-TIE THRU 8630-EXIT
    CLOSE RollForwardReportFile
    IF RollFwdOutOfBalance > ZERO
        DISPLAY "WARNING: AR ROLL-FORWARD HAS " RollFwdOutOfBalance
            " LINE(S) OUT OF BALANCE"
    END-IF
    PERFORM 8700-WRITE-CARRY-FORWARD THRU 8700-EXIT.
8600-EXIT.
    EXIT.

8610-WRITE-ONE-ROLL-FORWARD.
    IF AssessTermID NOT = SPACES
       AND RF-TermID (RfIdx) NOT = AssessTermID
        GO TO 8610-EXIT
    END-IF
    COMPUTE RollFwdRolled = RF-OpeningBalance (RfIdx)
        + RF-Fees (RfIdx) - RF-PriorFees (RfIdx)
        + RF-Surcharge (RfIdx) - RF-PriorSurcharge (RfIdx)
        - RF-Payments (RfIdx) + RF-Refunds (RfIdx)
        + RF-Returned (RfIdx)
        - RF-WriteOffs (RfIdx) + RF-Reinstated (RfIdx)
    COMPUTE RollFwdDifference =
        RollFwdRolled - RF-ClosingBalance (RfIdx)
*>  THE ENTRY'S CASH JOINS ITS DEPARTMENT'S GL TIE; A DEPARTMENT
*>  WITH NO ROLL-UP SLOT WAS BOOKED TO THE LEDGER UNDER OTHR
    ADD RF-CashReceived (RfIdx) TO RollFwdCashTotal
    SET DeptIdx TO 1
    SEARCH DeptEntry
        AT END
            ADD RF-CashReceived (RfIdx) TO OverflowDeptRollFwdCash
        WHEN DT-DeptCode (DeptIdx) = RF-DeptCode (RfIdx)
            ADD RF-CashReceived (RfIdx) TO DT-RollFwdCash (DeptIdx)
    END-SEARCH
    MOVE RunID TO RR-RunID
    MOVE 'D' TO RR-LineType
    MOVE RF-DeptCode (RfIdx) TO RR-DeptCode
    MOVE RF-TermID (RfIdx) TO RR-TermID
    MOVE RF-StudentCount (RfIdx) TO RR-StudentCount
    MOVE RF-PriorAsOfDate (RfIdx) TO RR-PriorAsOfDate
    MOVE AsOfDate TO RR-AsOfDate
    MOVE RF-OpeningBalance (RfIdx) TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-OpeningSign
    MOVE SplitMagnitude TO RR-OpeningBalance
    COMPUTE SplitSignedAmount = RF-Fees (RfIdx) - RF-PriorFees (RfIdx)
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-FeesSign
    MOVE SplitMagnitude TO RR-FeesAssessed
    COMPUTE SplitSignedAmount =
        RF-Surcharge (RfIdx) - RF-PriorSurcharge (RfIdx)
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-SurchargeSign
    MOVE SplitMagnitude TO RR-Surcharge
    MOVE RF-Payments (RfIdx) TO RR-Payments
    MOVE RF-Refunds (RfIdx) TO RR-Refunds
    MOVE RF-Returned (RfIdx) TO RR-Returned
    MOVE RF-WriteOffs (RfIdx) TO RR-WriteOffs
    MOVE RF-Reinstated (RfIdx) TO RR-Reinstated
    MOVE RollFwdRolled TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-RolledSign
    MOVE SplitMagnitude TO RR-RolledBalance
    MOVE RF-ClosingBalance (RfIdx) TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-ClosingSign
    MOVE SplitMagnitude TO RR-ClosingBalance
    MOVE RollFwdDifference TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-DifferenceSign
    MOVE SplitMagnitude TO RR-Difference
    IF RollFwdDifference = ZERO
        MOVE 'B' TO RR-BalanceFlag
    ELSE
        MOVE 'O' TO RR-BalanceFlag
        ADD 1 TO RollFwdOutOfBalance
    END-IF
    WRITE RollForwardRecord FROM RollForwardWork.
8610-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8620 - A DEPARTMENT'S CUMULATIVE NET CASH AGAINST WHAT THE GL
*> JOURNAL CREDITED FOR IT: ITS TUITION AND CHARGE-CODE REVENUE
*> LINES PLUS THE SURCHARGE IT COLLECTED (BOOKED TO 4050 WITHOUT
*> A DEPARTMENT)
*>----------------------------------------------------------------*>
8620-WRITE-DEPT-GL-TIE.
    MOVE 'G' TO RR-LineType
    MOVE DT-DeptCode (DeptIdx) TO RR-DeptCode
    MOVE DT-StudentCount (DeptIdx) TO RR-StudentCount
    MOVE DT-RollFwdCash (DeptIdx) TO RollFwdRolled
    COMPUTE GLTieAmount = DT-GLRevenue (DeptIdx)
        + DT-SurchargeColl (DeptIdx)
    PERFORM 8640-WRITE-GL-TIE-LINE THRU 8640-EXIT.
8620-EXIT.
    EXIT.

8625-WRITE-OVERFLOW-GL-TIE.
    MOVE 'G' TO RR-LineType
    MOVE OverflowDeptCode TO RR-DeptCode
    MOVE OverflowDeptStudentCount TO RR-StudentCount
    MOVE OverflowDeptRollFwdCash TO RollFwdRolled
    COMPUTE GLTieAmount = OverflowDeptGLRevenue
        + OverflowDeptSurchargeColl
    PERFORM 8640-WRITE-GL-TIE-LINE THRU 8640-EXIT.
8625-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8630 - TOTAL NET CASH AGAINST THE JOURNAL'S CASH CLEARING DEBIT
*> LESS THE UNAPPLIED CASH IT CREDITED TO SUSPENSE
*>----------------------------------------------------------------*>
8630-WRITE-TOTAL-GL-TIE.
    MOVE 'T' TO RR-LineType
    MOVE SPACES TO RR-DeptCode
    MOVE StudentsProcessedCount TO RR-StudentCount
    MOVE RollFwdCashTotal TO RollFwdRolled
    COMPUTE GLTieAmount = GLCashDebitTotal - GLSuspenseCreditTotal
    PERFORM 8640-WRITE-GL-TIE-LINE THRU 8640-EXIT.
8630-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8640 - FINISH AND WRITE A G OR T LINE FROM RollFwdRolled (THE
*> ROLL-FORWARD'S CASH) AND GLTieAmount (THE JOURNAL'S). WITH NO
*> JOURNAL THIS RUN THERE IS NOTHING TO TIE TO, SO THE LINE SAYS
*> SO INSTEAD OF REPORTING THE WHOLE CASH FIGURE OUT OF BALANCE.
*>----------------------------------------------------------------*>
8640-WRITE-GL-TIE-LINE.
    MOVE RunID TO RR-RunID
    MOVE SPACES TO RR-TermID
    MOVE ZERO TO RR-PriorAsOfDate
    MOVE AsOfDate TO RR-AsOfDate
    MOVE '+' TO RR-OpeningSign
    MOVE ZERO TO RR-OpeningBalance
    MOVE '+' TO RR-FeesSign
    MOVE ZERO TO RR-FeesAssessed
    MOVE '+' TO RR-SurchargeSign
    MOVE ZERO TO RR-Surcharge
    MOVE ZERO TO RR-Payments
    MOVE ZERO TO RR-Refunds
    MOVE ZERO TO RR-Returned
    MOVE ZERO TO RR-WriteOffs
    MOVE ZERO TO RR-Reinstated
    MOVE RollFwdRolled TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-RolledSign
    MOVE SplitMagnitude TO RR-RolledBalance
    IF NOT GL-JOURNAL-WRITTEN
        MOVE '+' TO RR-ClosingSign
        MOVE ZERO TO RR-ClosingBalance
        MOVE '+' TO RR-DifferenceSign
        MOVE ZERO TO RR-Difference
        MOVE 'N' TO RR-BalanceFlag
        WRITE RollForwardRecord FROM RollForwardWork
        GO TO 8640-EXIT
    END-IF
    MOVE GLTieAmount TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-ClosingSign
    MOVE SplitMagnitude TO RR-ClosingBalance
    COMPUTE RollFwdDifference = RollFwdRolled - GLTieAmount
    MOVE RollFwdDifference TO SplitSignedAmount
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO RR-DifferenceSign
    MOVE SplitMagnitude TO RR-Difference
    IF RollFwdDifference = ZERO
        MOVE 'B' TO RR-BalanceFlag
    ELSE
        MOVE 'O' TO RR-BalanceFlag
        ADD 1 TO RollFwdOutOfBalance
    END-IF
    WRITE RollForwardRecord FROM RollForwardWork.
8640-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8650 - READ BACK THE GL JOURNAL 8300 JUST WROTE AND TOTAL IT BY
*> ACCOUNT - THE TIE IS TO THE FILE FINANCE RECEIVES, NOT TO THE
*> FIGURES IT WAS BUILT FROM
*>----------------------------------------------------------------*>
8650-TOTAL-GL-JOURNAL.
    MOVE ZERO TO GLCashDebitTotal
    MOVE ZERO TO GLSuspenseCreditTotal
    MOVE ZERO TO OverflowDeptGLRevenue
    IF NOT GL-JOURNAL-WRITTEN
        GO TO 8650-EXIT
    END-IF
    OPEN INPUT GLJournalFile
    IF GLJournalFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO REOPEN GLJournalFile, STATUS = "
            GLJournalFileStatus " - ROLL-FORWARD NOT TIED TO GL"
        MOVE 'N' TO GL-JOURNAL-WRITTEN-SW
        GO TO 8650-EXIT
    END-IF
    MOVE 'N' TO GL-JOURNAL-EOF-SW
    PERFORM 8660-READ-GL-JOURNAL-LINE THRU 8660-EXIT
        UNTIL END-OF-GL-JOURNAL
    CLOSE GLJournalFile.
8650-EXIT.
    EXIT.

8660-READ-GL-JOURNAL-LINE.
    READ GLJournalFile INTO GLJournalWork
        AT END
            MOVE 'Y' TO GL-JOURNAL-EOF-SW
        NOT AT END
            EVALUATE TRUE
                WHEN GL-AccountCode = CashClearingAccount
                 AND GL-DebitCreditFlag = 'D'
                    ADD GL-Amount TO GLCashDebitTotal
                WHEN GL-AccountCode = SuspenseClearingAccount
                 AND GL-DebitCreditFlag = 'C'
                    ADD GL-Amount TO GLSuspenseCreditTotal
                WHEN GL-AccountCode = TuitionRevenueAccount
                 AND GL-DebitCreditFlag = 'C'
                    PERFORM 8667-ADD-DEPT-GL-REVENUE THRU 8667-EXIT
                WHEN GL-DebitCreditFlag = 'C'
                 AND GL-DeptCode NOT = SPACES
                    PERFORM 8665-CHECK-CHARGE-REVENUE-LINE
                        THRU 8665-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
8660-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8665 - A DEPARTMENT CREDIT TO A CHARGE CODE'S REVENUE ACCOUNT IS
*> FEE REVENUE FOR THE TIE, THE SAME AS ITS 4010 CREDIT
*>----------------------------------------------------------------*>
8665-CHECK-CHARGE-REVENUE-LINE.
    IF ChargeCodeCount = ZERO
        GO TO 8665-EXIT
    END-IF
    SET CcIdx TO 1
    SEARCH ChargeCodeEntry
        AT END
            CONTINUE
        WHEN CT-RevenueAccount (CcIdx) = GL-AccountCode
            PERFORM 8667-ADD-DEPT-GL-REVENUE THRU 8667-EXIT
    END-SEARCH.
8665-EXIT.
    EXIT.

8667-ADD-DEPT-GL-REVENUE.
    SET DeptIdx TO 1
    SEARCH DeptEntry
        AT END
            ADD GL-Amount TO OverflowDeptGLRevenue
        WHEN DT-DeptCode (DeptIdx) = GL-DeptCode
            ADD GL-Amount TO DT-GLRevenue (DeptIdx)
    END-SEARCH.
8667-EXIT.
    EXIT.

8690-SPLIT-SIGNED-AMOUNT.
    IF SplitSignedAmount < ZERO
        MOVE '-' TO SplitSign
        COMPUTE SplitMagnitude = ZERO - SplitSignedAmount
    ELSE
        MOVE '+' TO SplitSign
        MOVE SplitSignedAmount TO SplitMagnitude
    END-IF.
8690-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8700 - REWRITE THE AR CARRY-FORWARD. ENTRIES ROLLED THIS RUN
*> CARRY THIS RUN'S AS-OF DATE, CUMULATIVE ASSESSMENT AND CLOSING
*> BALANCE; A TERM OUTSIDE AN ASSESSMENT-TERM RUN'S SCOPE IS
*> WRITTEN BACK EXACTLY AS IT WAS LOADED.
*>----------------------------------------------------------------*>
8700-WRITE-CARRY-FORWARD.
    OPEN OUTPUT CarryForwardFile
    IF CarryForwardFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO OPEN CarryForwardFile, STATUS = "
            CarryForwardFileStatus " - CARRY-FORWARD NOT UPDATED"
        GO TO 8700-EXIT
    END-IF
    PERFORM 8710-WRITE-ONE-CARRY-FORWARD THRU 8710-EXIT
        VARYING RfIdx FROM 1 BY 1 UNTIL RfIdx > RollFwdCount
    CLOSE CarryForwardFile.
8700-EXIT.
    EXIT.

8710-WRITE-ONE-CARRY-FORWARD.
    MOVE RF-DeptCode (RfIdx) TO CW-DeptCode
    MOVE RF-TermID (RfIdx) TO CW-TermID
    IF AssessTermID NOT = SPACES
       AND RF-TermID (RfIdx) NOT = AssessTermID
        MOVE RF-PriorAsOfDate (RfIdx) TO CW-AsOfDate
        MOVE RF-PriorFees (RfIdx) TO CW-FeesAssessed
        MOVE RF-PriorSurcharge (RfIdx) TO CW-Surcharge
        MOVE RF-OpeningBalance (RfIdx) TO SplitSignedAmount
    ELSE
        MOVE AsOfDate TO CW-AsOfDate
        MOVE RF-Fees (RfIdx) TO CW-FeesAssessed
        MOVE RF-Surcharge (RfIdx) TO CW-Surcharge
        MOVE RF-ClosingBalance (RfIdx) TO SplitSignedAmount
    END-IF
    PERFORM 8690-SPLIT-SIGNED-AMOUNT THRU 8690-EXIT
    MOVE SplitSign TO CW-ClosingSign
    MOVE SplitMagnitude TO CW-ClosingBalance
    WRITE CarryForwardRecord FROM CarryForwardWork.
8710-EXIT.
    EXIT.

8900-CLOSE-ALL-FILES.
    CLOSE StudentMainFile
    CLOSE FeesFile
    CLOSE StudentPaymentFile
    IF CHARGE-FILE-OPEN
        CLOSE StudentChargeFile
    END-IF
    CLOSE StudentShortfallFile
    CLOSE CreditBalanceFile
    CLOSE ExceptionReportFile
    CLOSE DepartmentSummaryFile
    CLOSE AgingReportFile
    CLOSE WithdrawalRegisterFile
    IF NOT TRIAL-MODE
        CLOSE AuditTrailFile
        CLOSE ReconciliationReportFile
