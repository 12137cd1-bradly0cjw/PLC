*>                  installments, the returned-check fee and the
*>                  posting report totals - so cashiers stop
*>                  truncating cents at keying time.
*> 2026-10-15  RLT  A cashier or lockbox payment for a student not
*>                  on the master no longer goes to the reject
*>                  file - the bank already has the money. It is
*>                  held on the new keyed unapplied-cash suspense
*>                  master with its source, date, amount and
*>                  cashier session, and counts toward its
*>                  session's drawer balance. Every run first
*>                  applies the bursar staff's suspense actions
*>                  (apply to a named student, return to payer),
*>                  then re-matches every held item against the
*>                  master and posts the ones that now match. A
*>                  suspense aging report lists what is still
*>                  held and for how many days, and the posting
*>                  report carries held counts and amounts.
*> 2026-10-15  RLT  The duplicate-payment check compares only
*>                  against payments (P, or space on old records) -
*>                  a bad-debt write-off, reinstatement or agency
*>                  recovery that happens to match a new payment's
*>                  date and amount no longer rejects it.
*> 2026-10-15  RLT  A payment with no term is no longer posted to
*>                  whichever enrollment the key finds first. It
*>                  is split across the student's open terms by
*>                  the priority card HW2-Application-Priority.csv
*>                  (default oldest term first, then returned-
*>                  check fees, late surcharges, base fees), one
*>                  installment per term that takes any of it; a
*>                  remainder is held as a credit on account on
*>                  the suspense master for the staff to apply or
*>                  return. The application detail report shows
*>                  how every such payment was distributed.
*> 2026-10-15  RLT  Closed fiscal periods are locked. A payment,
*>                  suspense application or returned-item reversal
*>                  dated in a month PeriodCloseProgram has closed
*>                  on HW2-Fiscal-Periods.csv is either rejected
*>                  (PERIOD CLOSED) or redated to the first day of
*>                  the next open period, as the period says, and
*>                  either way logged on the prior-period
*>                  adjustment log. The duplicate check also
*>                  catches a redated payment posted again under
*>                  its original date.
*> 2026-10-15  RLT  Suspense aging record length now matches the
*>                  line built for it in working storage.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegisterFileStatus.

*>  THE UNAPPLIED-CASH SUSPENSE MASTER HOLDS MONEY RECEIVED FOR A
*>  STUDENT NOT ON THE MASTER UNTIL IT CAN BE APPLIED OR RETURNED.
*>  KEYED BY THE DATE, RUN AND ORDINAL IT WAS HELD UNDER; THE
*>  ALTERNATE KEY FINDS A STUDENT'S ITEMS FOR THE DUPLICATE CHECK.
*>  CREATED EMPTY ON THE FIRST RUN THAT NEEDS IT.
    SELECT UnappliedSuspenseFile
        ASSIGN TO 'HW2-Unapplied-Suspense.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SuspenseKey
        ALTERNATE RECORD KEY IS SU-StudentID WITH DUPLICATES
        FILE STATUS IS SuspenseFileStatus.

*>  THE BURSAR STAFF'S SUSPENSE ACTIONS ARE OPTIONAL - MOST NIGHTS
*>  THE AUTOMATIC RE-MATCH IS ALL THAT HAPPENS.
    SELECT OPTIONAL SuspenseActionFile
        ASSIGN TO 'HW2-Suspense-Actions.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ActionFileStatus.

    SELECT SuspenseAgingFile
        ASSIGN TO 'HW2-Suspense-Aging-Report.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SuspenseAgingFileStatus.

*>  THE RUN-CONTROL MASTER IS SHARED BY THE WHOLE NIGHTLY CHAIN -
*>  EACH PROGRAM RECORDS ITS START AND COMPLETION HERE AND CHECKS
*>  ITS PREDECESSORS. OPTIONAL SO THE CHAIN'S FIRST EVER NIGHT CAN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SessionFileStatus.

*>  A PAYMENT WITH NO TERM IS SPREAD OVER THE STUDENT'S OPEN TERMS,
*>  SO THE POSTING RUN WORKS OUT WHAT EACH TERM STILL OWES THE WAY
*>  THE PAYMENT RUN DOES: FEE TIERS, CHARGE LINES, WITHDRAWAL
*>  CREDITS AND SPONSOR SHARES. ALL BUT THE FEES MASTER ARE
*>  OPTIONAL, AS THEY ARE TO THE PROGRAMS THAT OWN THEM.
    SELECT FeesFile ASSIGN TO 'HW2-Fees.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FeesKey
        FILE STATUS IS FeesFileStatus.

    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

    SELECT OPTIONAL SponsorMasterFile
        ASSIGN TO 'HW2-Sponsor-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SponsorMasterFileStatus.

    SELECT OPTIONAL SponsorAllocationFile
        ASSIGN TO 'HW2-Sponsorship-Allocations.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AllocationFileStatus.

    SELECT OPTIONAL WithdrawalFile
        ASSIGN TO 'HW2-Withdrawals.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WithdrawalFileStatus.

    SELECT OPTIONAL ProrationScheduleFile
        ASSIGN TO 'HW2-Proration-Schedule.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProrationFileStatus.

*>  THE APPLICATION PRIORITY CARD IS OPTIONAL - WITHOUT ONE THE
*>  STANDING ORDER (OLDEST TERM, RETURNED-CHECK FEES, SURCHARGES,
*>  BASE FEES) APPLIES.
    SELECT OPTIONAL ApplicationPriorityFile
        ASSIGN TO 'HW2-Application-Priority.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PriorityFileStatus.

    SELECT ApplicationDetailFile
        ASSIGN TO 'HW2-Payment-Application-Report.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ApplicationFileStatus.

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

*> STUDENT ID PLUS INSTALLMENT NUMBER SO A STUDENT CAN HAVE MORE
*> THAN ONE RECORD ON FILE. TransactionCode P = POSTED PAYMENT,
*> R = REFUND (RefundProgram), N = RETURNED-ITEM REVERSAL OR ITS
*> RETURNED-CHECK FEE, POSTED HERE. W, V AND A ARE THE BAD-DEBT
*> WRITE-OFF, REINSTATEMENT AND AGENCY RECOVERY (BadDebtProgram).
*>----------------------------------------------------------------*>
FD  StudentPaymentFile.
01  StudentPaymentRecord.
*> COMMA SEPARATORS MUST LIVE WHERE THEIR VALUE CLAUSES HOLD.
*>----------------------------------------------------------------*>
FD  PostingReportFile.
01  PostingReportRecord PIC X(98).

*>----------------------------------------------------------------*>
*> OUTPUT - ONE RECORD PER REJECTED TRANSACTION SO THE CASHIER'S
FD  SessionBalanceFile.
01  SessionBalanceRecord PIC X(65).

*>----------------------------------------------------------------*>
*> UNAPPLIED-CASH SUSPENSE MASTER - ONE RECORD PER PAYMENT HELD.
*> STATUS H = HELD, A = APPLIED TO A STUDENT (BY THE RE-MATCH OR
*> A STAFF ACTION), R = RETURNED TO THE PAYER, C = A CREDIT ON
*> ACCOUNT - WHAT WAS LEFT OF A PAYMENT WITH NO TERM AFTER EVERY
*> OPEN TERM WAS SATISFIED, HELD FOR THE STAFF TO APPLY OR RETURN
*> LIKE A HELD ITEM - AND D = A PAYMENT WITH NO TERM THAT WAS
*> DISTRIBUTED OVER THE STUDENT'S TERMS, KEPT SO THE SAME PAYMENT
*> ARRIVING AGAIN IS CAUGHT AS A DUPLICATE. DaysHeld IS REFRESHED
*> EVERY RUN WHILE THE ITEM IS HELD AND FROZEN WHEN IT IS
*> RESOLVED. ResolvedBy IS THE STAFF USER, REMATCH OR APPLY.
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
*> INPUT - SUSPENSE ACTIONS KEYED BY THE BURSAR STAFF FROM THE
*> AGING REPORT. ACTION A APPLIES THE ITEM TO THE NAMED STUDENT
*> (AND TERM - BLANK KEEPS THE ITEM'S OWN TERM); ACTION R RETURNS
*> IT TO THE PAYER. THE ITEM IS NAMED BY ITS SUSPENSE KEY.
*>----------------------------------------------------------------*>
FD  SuspenseActionFile.
01  SuspenseActionRecord.
    05 SX-Action PIC X(1).
    05 FILLER PIC X.
    05 SX-HeldDate PIC 9(8).
    05 FILLER PIC X.
    05 SX-HeldRunID PIC X(8).
    05 FILLER PIC X.
    05 SX-HeldSequence PIC 9(5).
    05 FILLER PIC X.
    05 SX-StudentID PIC X(9).
    05 FILLER PIC X.
    05 SX-TermID PIC X(6).
    05 FILLER PIC X.
    05 SX-UserID PIC X(8).

*>----------------------------------------------------------------*>
*> OUTPUT - SUSPENSE AGING: EVERY ITEM STILL HELD, BUCKETED BY
*> DAYS HELD, PLUS EVERY ITEM RESOLVED THIS RUN. BUILT IN WORKING
*> STORAGE (SuspenseAgingWork).
*>----------------------------------------------------------------*>
FD  SuspenseAgingFile.
01  SuspenseAgingRecord PIC X(117).

*>----------------------------------------------------------------*>
*> RUN-CONTROL MASTER - ONE RECORD PER CHAIN EVENT: S = START,
*> C = COMPLETION, O = OPERATOR OVERRIDE AUTHORIZING A RUN WHOSE
    05 FILLER PIC X.
    05 RC-RunID PIC X(8).

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
*> CHARGE LINES - THE CLEAN FILE FROM StudentPreEditProgram, IN
*> StudentID/TermID ORDER
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
*> SPONSOR MASTER AND SPONSORSHIP ALLOCATIONS - SEE
*> StudentPaymentProgram
*>----------------------------------------------------------------*>
FD  SponsorMasterFile.
01  SponsorMasterRecord.
    05 SM-SponsorID PIC X(6).
    05 FILLER PIC X.
    05 SM-SponsorName PIC X(20).
    05 FILLER PIC X.
    05 SM-BillingAddress PIC X(40).

FD  SponsorAllocationFile.
01  SponsorAllocationRecord.
    05 SA-StudentID PIC X(9).
    05 FILLER PIC X.
    05 SA-SponsorID PIC X(6).
    05 FILLER PIC X.
    05 SA-CoveredPercent PIC 9(3).

*>----------------------------------------------------------------*>
*> REGISTRAR'S WITHDRAWAL FEED AND THE PRORATION SCHEDULE
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
*> INPUT - THE APPLICATION PRIORITY CARD, ONE COMPONENT PER
*> RECORD, HIGHEST PRIORITY FIRST: T = THE TERM (OLDEST TERM
*> FIRST), N = RETURNED-CHECK FEES, S = LATE-FEE SURCHARGES,
*> B = BASE FEES. COMPONENTS LISTED AHEAD OF T ARE TAKEN ACROSS
*> EVERY TERM, OLDEST FIRST, BEFORE ANY TERM'S LATER COMPONENTS;
*> THOSE AFTER T ARE TAKEN ONE TERM AT A TIME.
*>----------------------------------------------------------------*>
FD  ApplicationPriorityFile.
01  ApplicationPriorityRecord.
    05 AP-Component PIC X(1).

*>----------------------------------------------------------------*>
*> OUTPUT - PAYMENT APPLICATION DETAIL, ONE LINE PER PIECE OF
*> EVERY PAYMENT WITH NO TERM. BUILT IN WORKING STORAGE
*> (ApplicationDetailWork).
*>----------------------------------------------------------------*>
FD  ApplicationDetailFile.
01  ApplicationDetailRecord PIC X(69).

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
*> WRITTEN, OR H / C FOR MONEY HELD ON THE SUSPENSE MASTER. BUILT
*> IN WORKING STORAGE (PeriodAdjustmentWork).
*>----------------------------------------------------------------*>
FD  PeriodAdjustmentFile.
01  PeriodAdjustmentRecord PIC X(103).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
    05 PR-RejectedUnknownID PIC 9(7).
    05 FILLER PIC X VALUE ','.
    05 PR-AmountRejected PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 PR-RecordsHeld PIC 9(7).
    05 FILLER PIC X VALUE ','.
    05 PR-AmountHeld PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> THE RETURNED-ITEMS REGISTER LINE AS WRITTEN. DISPOSITION IS
    05 FILLER PIC X VALUE ','.
    05 RJ-TermID PIC X(6).

*>----------------------------------------------------------------*>
*> THE PAYMENT APPLICATION LINE AS WRITTEN. COMPONENT N = RETURNED-
*> CHECK FEES, S = LATE-FEE SURCHARGE, B = BASE FEES, C = THE
*> REMAINDER LEFT AS A CREDIT ON ACCOUNT. DISPOSITION P = POSTED
*> UNDER THE INSTALLMENT SHOWN, E = THE TERM'S INSTALLMENT WOULD
*> NOT WRITE (THE PIECE JOINS THE CREDIT), H = HELD AS A FLAGGED
*> CREDIT ON THE SUSPENSE MASTER, R = THE CREDIT COULD NOT BE HELD
*> AND WENT TO THE REJECT FILE.
*>----------------------------------------------------------------*>
01 ApplicationDetailWork.
    05 AD-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 AD-SourceName PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 AD-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 AD-PaymentDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 AD-PaymentAmount PIC 9(5)V99.
    05 FILLER PIC X VALUE ','.
    05 AD-PieceNumber PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 AD-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 AD-Component PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 AD-AppliedAmount PIC 9(5)V99.
    05 FILLER PIC X VALUE ','.
    05 AD-InstallmentNumber PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 AD-Disposition PIC X(1).

*>----------------------------------------------------------------*>
*> THE SUSPENSE AGING LINE AS WRITTEN. BUCKET 30/60/90/90+ BY DAYS
*> HELD; STATUS AS ON THE MASTER.
*>----------------------------------------------------------------*>
01 SuspenseAgingWork.
    05 UA-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 UA-HeldDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 UA-HeldRunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 UA-HeldSequence PIC 9(5).
    05 FILLER PIC X VALUE ','.
    05 UA-SourceName PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 UA-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 UA-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 UA-PaymentDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 UA-Amount PIC 9(5)V99.
    05 FILLER PIC X VALUE ','.
    05 UA-CashierID PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 UA-SessionNumber PIC 9(4).
    05 FILLER PIC X VALUE ','.
    05 UA-DaysHeld PIC 9(5).
    05 FILLER PIC X VALUE ','.
    05 UA-AgingBucket PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 UA-Status PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 UA-ResolvedStudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 UA-ResolvedBy PIC X(8).

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION
*>----------------------------------------------------------------*>
        10 CA-RejectedDuplicate PIC 9(7) COMP.
        10 CA-RejectedUnknownID PIC 9(7) COMP.
        10 CA-AmountRejected PIC 9(9)V99 COMP.
        10 CA-RecordsHeld PIC 9(7) COMP.
        10 CA-AmountHeld PIC 9(9)V99 COMP.
77 CashierSub PIC 9(3) COMP VALUE ZERO.
77 CASHIER-FOUND-SW PIC X(1) VALUE 'N'.
    88 CASHIER-FOUND VALUE 'Y'.
77 SourceRejectedDuplicate PIC 9(7) COMP VALUE ZERO.
77 SourceRejectedUnknownID PIC 9(7) COMP VALUE ZERO.
77 SourceAmountRejected PIC 9(9)V99 COMP VALUE ZERO.
77 SourceRecordsHeld PIC 9(7) COMP VALUE ZERO.
77 SourceAmountHeld PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> UNAPPLIED-CASH SUSPENSE WORK FIELDS. SuspenseSequence NUMBERS
*> THE ITEMS HELD THIS RUN UNDER TODAY'S DATE AND RunID.
*>----------------------------------------------------------------*>
77 SuspenseSequence PIC 9(5) COMP VALUE ZERO.
77 SuspenseHeldCount PIC 9(7) COMP VALUE ZERO.
77 SuspenseHeldAmount PIC 9(9)V99 COMP VALUE ZERO.
77 SuspenseReturnedCount PIC 9(7) COMP VALUE ZERO.
77 SuspenseResolvedBy PIC X(8) VALUE SPACES.
77 RunDayNumber PIC S9(9) COMP VALUE ZERO.
77 HeldDaysRaw PIC S9(9) COMP VALUE ZERO.
77 SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
77 ACTION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ACTION-FILE VALUE 'Y'.
77 SUSPENSE-FOUND-SW PIC X(1) VALUE 'N'.
    88 SUSPENSE-FOUND VALUE 'Y'.
77 SUSPENSE-DUPLICATE-SW PIC X(1) VALUE 'N'.
    88 SUSPENSE-DUPLICATE VALUE 'Y'.
77 MORE-SUSPENSE-SW PIC X(1) VALUE 'N'.
    88 NO-MORE-SUSPENSE VALUE 'Y'.
77 PAYMENT-POSTED-SW PIC X(1) VALUE 'N'.
    88 PAYMENT-POSTED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> DATE-TO-DAY-NUMBER CONVERSION FOR DAYS HELD - THE STANDARD
*> JULIAN DAY CALCULATION IN INTEGER ARITHMETIC, AS IN THE AGING
*> PASS OF StudentPaymentProgram
*>----------------------------------------------------------------*>
77 ConvertDayNumber PIC S9(9) COMP VALUE ZERO.
01 ConvertDateWork PIC 9(8) VALUE ZERO.
01 ConvertDateSplit REDEFINES ConvertDateWork.
    05 CD-Year PIC 9(4).
    05 CD-Month PIC 9(2).
    05 CD-Day PIC 9(2).
77 CalcA PIC S9(9) COMP VALUE ZERO.
77 CalcY PIC S9(9) COMP VALUE ZERO.
77 CalcM PIC S9(9) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> NEXT-INSTALLMENT SCAN WORK FIELDS
77 ReportFileStatus PIC X(2).
77 RejectFileStatus PIC X(2).
77 RegisterFileStatus PIC X(2).
77 SuspenseFileStatus PIC X(2).
77 ActionFileStatus PIC X(2).
77 SuspenseAgingFileStatus PIC X(2).
77 FeesFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 SponsorMasterFileStatus PIC X(2).
77 AllocationFileStatus PIC X(2).
77 WithdrawalFileStatus PIC X(2).
77 ProrationFileStatus PIC X(2).
77 PriorityFileStatus PIC X(2).
77 ApplicationFileStatus PIC X(2).
77 PeriodFileStatus PIC X(2).
77 AdjustmentFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> RUN-CONTROL WORK AREA. ThisProgramName GOES ON EVERY RECORD
            INDEXED BY SidIdx.
        10 SID-StudentID PIC X(9).
        10 SID-TermID PIC X(6).
        10 SID-PaymentType PIC X(1).
77 StudentSub PIC 9(5) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> STUDENTID SEQUENCE CHECK FOR StudentMainFile
*>----------------------------------------------------------------*>
77 PriorStudentID PIC X(9) VALUE LOW-VALUES.

*>----------------------------------------------------------------*>
*> PAYMENT APPLICATION PRIORITY - THE FOUR COMPONENTS IN THE ORDER
*> THEY ARE PAID, FROM THE PRIORITY CARD OR THE STANDING DEFAULT.
*> TermPrioritySub IS WHERE T FALLS IN THE ORDER.
*>----------------------------------------------------------------*>
77 PriorityCount PIC 9(2) COMP VALUE ZERO.
01 ApplyPriorityTable.
    05 AO-Component OCCURS 4 TIMES PIC X(1).
77 PrioritySub PIC 9(2) COMP VALUE ZERO.
77 ComponentSub PIC 9(2) COMP VALUE ZERO.
77 TermPrioritySub PIC 9(2) COMP VALUE ZERO.
77 ApplyComponent PIC X(1) VALUE SPACE.

*>----------------------------------------------------------------*>
*> PRICED CHARGE LINES, ONE ENTRY PER ENROLLMENT CARRYING ANY,
*> LOADED ONCE FROM THE CLEAN CHARGE FILE AND SEARCHED WITH SEARCH
*> ALL. PRICED AS THE PAYMENT RUN PRICES THEM; A LINE THAT CANNOT
*> BE PRICED IS LEFT OUT HERE AS IT IS THERE.
*>----------------------------------------------------------------*>
77 ChargeTotalCount PIC 9(5) COMP VALUE ZERO.
77 MaxChargeTotalEntries PIC 9(5) COMP VALUE 50000.
01 ChargeTotalTable.
    05 ChargeTotalEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON ChargeTotalCount
            ASCENDING KEY IS CG-StudentID CG-TermID
            INDEXED BY CgIdx.
        10 CG-StudentID PIC X(9).
        10 CG-TermID PIC X(6).
        10 CG-Amount PIC 9(7)V99 COMP.
77 ChargeLinePrice PIC 9(7)V99 COMP VALUE ZERO.
77 ChargeTierAmount PIC 9(5)V99 COMP VALUE ZERO.
77 ChargeUnpricedCount PIC 9(7) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> SPONSOR MASTER AND ALLOCATION TABLES. AN ALLOCATION NAMING A
*> SPONSOR NOT ON THE MASTER IS NOT APPLIED, THE SAME AS IN THE
*> PAYMENT RUN, SO IT IS NOT LOADED.
*>----------------------------------------------------------------*>
77 SponsorCount PIC 9(3) COMP VALUE ZERO.
77 MaxSponsorEntries PIC 9(3) COMP VALUE 200.
01 SponsorTable.
    05 SponsorEntry OCCURS 1 TO 200 TIMES
            DEPENDING ON SponsorCount
            INDEXED BY SpIdx.
        10 SP-SponsorID PIC X(6).
77 AllocationCount PIC 9(5) COMP VALUE ZERO.
77 MaxAllocationEntries PIC 9(5) COMP VALUE 5000.
01 AllocationTable.
    05 AllocationEntry OCCURS 1 TO 5000 TIMES
            DEPENDING ON AllocationCount.
        10 AL-StudentID PIC X(9).
        10 AL-CoveredPercent PIC 9(3) COMP.
77 AllocationSub PIC 9(5) COMP VALUE ZERO.
77 OneSponsorShare PIC 9(7)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> WITHDRAWALS AND THE PRORATION SCHEDULE. A REPEATED STUDENT AND
*> TERM ON THE FEED KEEPS THE FIRST RECORD.
*>----------------------------------------------------------------*>
77 WithdrawalCount PIC 9(5) COMP VALUE ZERO.
77 MaxWithdrawalEntries PIC 9(5) COMP VALUE 5000.
01 WithdrawalTable.
    05 WithdrawalEntry OCCURS 1 TO 5000 TIMES
            DEPENDING ON WithdrawalCount
            INDEXED BY WdIdx.
        10 WT-StudentID PIC X(9).
        10 WT-TermID PIC X(6).
        10 WT-WithdrawalDate PIC 9(8).
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
77 BestThroughDate PIC 9(8) VALUE ZERO.
77 WithdrawalDateFound PIC 9(8) VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE STUDENT'S TERMS FOR THE PAYMENT BEING APPLIED, WITH WHAT
*> EACH STILL OWES BY COMPONENT AND WHAT THIS PAYMENT PUTS AGAINST
*> IT. TermOrderTable HOLDS THE TERMS OLDEST FIRST - BY THE FEE
*> TIER'S DUE DATE, THEN ITS START DATE, THEN TermID.
*>----------------------------------------------------------------*>
77 OpenTermCount PIC 9(2) COMP VALUE ZERO.
77 MaxOpenTerms PIC 9(2) COMP VALUE 20.
01 OpenTermTable.
    05 OpenTermEntry OCCURS 20 TIMES.
        10 OT-TermID PIC X(6).
        10 OT-PaymentType PIC X(1).
        10 OT-AgeKey PIC 9(8).
        10 OT-HighestInstallment PIC 9(2) COMP.
        10 OT-OpenFees PIC 9(7)V99 COMP.
        10 OT-OpenSurcharge PIC 9(7)V99 COMP.
        10 OT-OpenBase PIC 9(7)V99 COMP.
        10 OT-Applied PIC 9(7)V99 COMP.
        10 OT-InstallmentNumber PIC 9(2).
        10 OT-Disposition PIC X(1).
01 TermOrderTable.
    05 TO-TermSub OCCURS 20 TIMES PIC 9(2) COMP.
77 OpenTermSub PIC 9(2) COMP VALUE ZERO.
77 OrderSub PIC 9(2) COMP VALUE ZERO.
77 SortOuter PIC 9(2) COMP VALUE ZERO.
77 SortInner PIC 9(2) COMP VALUE ZERO.
77 SortHold PIC 9(2) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE PIECES OF THE PAYMENT IN THE ORDER THEY WERE APPLIED, FOR
*> THE APPLICATION DETAIL REPORT
*>----------------------------------------------------------------*>
77 PieceCount PIC 9(2) COMP VALUE ZERO.
01 PieceTable.
    05 PieceEntry OCCURS 60 TIMES.
        10 PC-TermSub PIC 9(2) COMP.
        10 PC-Component PIC X(1).
        10 PC-Amount PIC 9(7)V99 COMP.
77 PieceSub PIC 9(2) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> ONE TERM'S ASSESSMENT, WORKED OUT WITH THE PAYMENT RUN'S RULES:
*> THE TIER FEE LESS ANY WITHDRAWAL CREDIT, PLUS THE SURCHARGE AND
*> THE CHARGE LINES, LESS THE SPONSOR SHARES. THE STUDENT OWES THE
*> SURCHARGE IN THE SAME PROPORTION AS THE WHOLE ASSESSMENT, SINCE
*> EACH SPONSOR COVERS A PERCENT OF THE WHOLE. RETURNED-CHECK FEES
*> ARE THE SECOND OF EACH REVERSAL/FEE PAIR THE RETURNED-ITEMS
*> PASS POSTS.
*>----------------------------------------------------------------*>
01 TermAssessmentWork.
    05 AT-EarliestPayDate PIC 9(8).
    05 AT-TierLookupDate PIC 9(8).
    05 AT-TierStartDate PIC 9(8).
    05 AT-TierDueDate PIC 9(8).
    05 AT-FeesAmount PIC 9(7)V99 COMP.
    05 AT-SurchargeAmount PIC 9(7)V99 COMP.
    05 AT-ChargeAmount PIC 9(7)V99 COMP.
    05 AT-WithdrawCredit PIC 9(7)V99 COMP.
    05 AT-CreditPercent PIC 9(3) COMP.
    05 AT-Assessment PIC 9(7)V99 COMP.
    05 AT-SponsorShareTotal PIC 9(7)V99 COMP.
    05 AT-StudentShare PIC 9(7)V99 COMP.
    05 AT-StudentSurcharge PIC 9(7)V99 COMP.
    05 AT-ReturnedFees PIC 9(7)V99 COMP.
    05 AT-NetCash PIC S9(7)V99 COMP.
    05 AT-NetWriteOff PIC S9(7)V99 COMP.
    05 AT-PriorCredit PIC S9(7)V99 COMP.
    05 AT-HighestInstallment PIC 9(2) COMP.
    05 AT-ReversalDate PIC 9(8).
    05 AT-ReversalInstallment PIC 9(2).

*>----------------------------------------------------------------*>
*> PAYMENT APPLICATION WORK FIELDS. THE SUSPENSE RECORD AREA IS
*> SAVED AROUND A CREDIT WRITE SO A STAFF ACTION OR RE-MATCH CAN
*> STILL REWRITE THE ITEM IT IS WORKING.
*>----------------------------------------------------------------*>
77 ApplyIncomingAmount PIC 9(5)V99 COMP VALUE ZERO.
77 ApplyRemaining PIC 9(7)V99 COMP VALUE ZERO.
77 ApplyPostedAmount PIC 9(7)V99 COMP VALUE ZERO.
77 ApplyPiece PIC 9(7)V99 COMP VALUE ZERO.
77 ApplyOpen PIC 9(7)V99 COMP VALUE ZERO.
77 AppliedPaymentCount PIC 9(7) COMP VALUE ZERO.
77 CreditHeldCount PIC 9(7) COMP VALUE ZERO.
77 CreditHeldAmount PIC 9(9)V99 COMP VALUE ZERO.
01 SuspenseRecordSave PIC X(104).
77 FEES-OPEN-SW PIC X(1) VALUE 'N'.
    88 FEES-OPEN VALUE 'Y'.
77 SCAN-FEES-DONE-SW PIC X(1) VALUE 'N'.
    88 SCAN-FEES-DONE VALUE 'Y'.
77 FEES-FOUND-SW PIC X(1) VALUE 'N'.
    88 FEES-FOUND VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-FILE VALUE 'Y'.
77 CHARGE-PRICED-SW PIC X(1) VALUE 'N'.
    88 CHARGE-PRICED VALUE 'Y'.
77 SPONSOR-MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SPONSOR-MASTER VALUE 'Y'.
77 ALLOCATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ALLOCATION-FILE VALUE 'Y'.
77 WITHDRAWAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-WITHDRAWAL-FILE VALUE 'Y'.
77 PRORATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PRORATION-FILE VALUE 'Y'.
77 PRIORITY-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PRIORITY-FILE VALUE 'Y'.
77 PRIORITY-VALID-SW PIC X(1) VALUE 'Y'.
    88 PRIORITY-VALID VALUE 'Y'.
77 SPONSOR-FOUND-SW PIC X(1) VALUE 'N'.
    88 SPONSOR-FOUND VALUE 'Y'.
77 TERM-LISTED-SW PIC X(1) VALUE 'N'.
    88 TERM-LISTED VALUE 'Y'.
77 PRIOR-REVERSAL-SW PIC X(1) VALUE 'N'.
    88 PRIOR-REVERSAL VALUE 'Y'.
77 RECORD-DISTRIBUTION-SW PIC X(1) VALUE 'N'.
    88 RECORD-DISTRIBUTION VALUE 'Y'.
77 CREDIT-HELD-SW PIC X(1) VALUE 'N'.
    88 CREDIT-HELD VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FISCAL PERIOD TABLE, LOADED FROM THE PERIOD MASTER. 1700 SETS
*> PERIOD-CLOSED WHEN PeriodCheckDate FALLS IN A CLOSED PERIOD,
*> WITH THE DATE TO REDATE TO IN PeriodRedateDate - ZERO WHEN THE
*> ENTRY MUST BE REJECTED INSTEAD. DuplicateAltDate IS A SECOND
*> DATE THE DUPLICATE CHECKS ACCEPT AS THE SAME PAYMENT, SO AN
*> ENTRY POSTED ONCE UNDER ITS ORIGINAL DATE AND ONCE REDATED IS
*> STILL CAUGHT.
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
77 DuplicateAltDate PIC 9(8) VALUE ZERO.
77 ReversalPostDate PIC 9(8) VALUE ZERO.
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
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    PERFORM 2500-PROCESS-SUSPENSE-ACTIONS THRU 2500-EXIT
    PERFORM 2700-REMATCH-SUSPENSE THRU 2700-EXIT
    PERFORM 3000-PROCESS-CASHIER-FILE THRU 3000-EXIT
    PERFORM 4000-PROCESS-LOCKBOX-FILE THRU 4000-EXIT
    PERFORM 4500-PROCESS-RETURNED-FILE THRU 4500-EXIT
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    MOVE RunTime TO RunID
    MOVE RunDate TO ConvertDateWork
    PERFORM 9100-CONVERT-DATE-TO-DAYS THRU 9100-EXIT
    MOVE ConvertDayNumber TO RunDayNumber
    PERFORM 1800-VERIFY-JOB-CHAIN THRU 1800-EXIT
    PERFORM 1900-RECORD-RUN-START THRU 1900-EXIT
    PERFORM 1100-OPEN-FILES THRU 1100-EXIT
    PERFORM 2000-LOAD-STUDENT-TABLE THRU 2000-EXIT
    PERFORM 1200-LOAD-APPLICATION-PRIORITY THRU 1200-EXIT
    PERFORM 1300-LOAD-SPONSOR-TABLES THRU 1300-EXIT
    PERFORM 1350-LOAD-WITHDRAWAL-TABLES THRU 1350-EXIT
    PERFORM 1400-LOAD-CHARGE-TOTALS THRU 1400-EXIT
    PERFORM 1500-LOAD-DRAWER-COUNTS THRU 1500-EXIT
    PERFORM 1600-LOAD-FISCAL-PERIODS THRU 1600-EXIT.
1000-EXIT.
    EXIT.

*> POSTING RUN EXTENDS WHATEVER INSTALLMENTS ARE ALREADY ON FILE;
*> ON THE FIRST RUN OF A TERM THE FILE MAY NOT EXIST YET, SO A
*> STATUS 35 FALLS BACK TO CREATING IT EMPTY AND REOPENING I-O.
*> THE UNAPPLIED-CASH SUSPENSE MASTER IS OPENED THE SAME WAY.
*>----------------------------------------------------------------*>
1100-OPEN-FILES.
    OPEN INPUT StudentMainFile
            PaymentFileStatus
        STOP RUN
    END-IF
    OPEN I-O UnappliedSuspenseFile
    IF SuspenseFileStatus = '35'
        OPEN OUTPUT UnappliedSuspenseFile
        CLOSE UnappliedSuspenseFile
        OPEN I-O UnappliedSuspenseFile
    END-IF
    IF SuspenseFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN UnappliedSuspenseFile, "
            "STATUS = " SuspenseFileStatus
        STOP RUN
    END-IF
    OPEN INPUT FeesFile
    IF FeesFileStatus = '00'
        MOVE 'Y' TO FEES-OPEN-SW
    ELSE
        DISPLAY "WARNING: UNABLE TO OPEN FeesFile, STATUS = "
            FeesFileStatus " - PAYMENTS WITH NO TERM WILL BE HELD "
            "AS CREDITS"
    END-IF
    OPEN OUTPUT PostingReportFile
    OPEN OUTPUT PostingRejectFile
    OPEN OUTPUT ReturnedRegisterFile
    OPEN OUTPUT ApplicationDetailFile.
1100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1200 - LOAD THE APPLICATION PRIORITY CARD. EACH OF T, N, S AND
*> B MUST APPEAR EXACTLY ONCE; AN ABSENT CARD, OR ONE THAT DOES
*> NOT NAME ALL FOUR, LEAVES THE STANDING ORDER - OLDEST TERM
*> FIRST, THEN RETURNED-CHECK FEES, LATE-FEE SURCHARGES AND BASE
*> FEES WITHIN EACH TERM.
*>----------------------------------------------------------------*>
1200-LOAD-APPLICATION-PRIORITY.
    MOVE ZERO TO PriorityCount
    MOVE 'Y' TO PRIORITY-VALID-SW
    OPEN INPUT ApplicationPriorityFile
    IF PriorityFileStatus = '00'
        PERFORM 1210-READ-APPLICATION-PRIORITY THRU 1210-EXIT
            UNTIL END-OF-PRIORITY-FILE
        CLOSE ApplicationPriorityFile
        IF PriorityCount NOT = 4 OR NOT PRIORITY-VALID
            DISPLAY "WARNING: HW2-Application-Priority.csv DOES NOT "
                "NAME EACH OF T, N, S AND B ONCE - THE STANDING "
                "ORDER APPLIES"
            MOVE ZERO TO PriorityCount
        END-IF
    END-IF
    IF PriorityCount = ZERO
        MOVE 4 TO PriorityCount
        MOVE 'T' TO AO-Component (1)
        MOVE 'N' TO AO-Component (2)
        MOVE 'S' TO AO-Component (3)
        MOVE 'B' TO AO-Component (4)
    END-IF
    PERFORM 1220-FIND-TERM-PRIORITY THRU 1220-EXIT
        VARYING PrioritySub FROM 1 BY 1 UNTIL PrioritySub > 4.
1200-EXIT.
    EXIT.

1210-READ-APPLICATION-PRIORITY.
    READ ApplicationPriorityFile
        AT END
            MOVE 'Y' TO PRIORITY-EOF-SW
        NOT AT END
            IF AP-Component = SPACE
                GO TO 1210-EXIT
            END-IF
            IF AP-Component NOT = 'T' AND NOT = 'N'
               AND NOT = 'S' AND NOT = 'B'
                MOVE 'N' TO PRIORITY-VALID-SW
                GO TO 1210-EXIT
            END-IF
            IF PriorityCount >= 4
                MOVE 'N' TO PRIORITY-VALID-SW
                GO TO 1210-EXIT
            END-IF
            PERFORM 1215-CHECK-REPEATED-COMPONENT THRU 1215-EXIT
                VARYING PrioritySub FROM 1 BY 1
                UNTIL PrioritySub > PriorityCount
            ADD 1 TO PriorityCount
            MOVE AP-Component TO AO-Component (PriorityCount)
    END-READ.
1210-EXIT.
    EXIT.

1215-CHECK-REPEATED-COMPONENT.
    IF AO-Component (PrioritySub) = AP-Component
        MOVE 'N' TO PRIORITY-VALID-SW
    END-IF.
1215-EXIT.
    EXIT.

1220-FIND-TERM-PRIORITY.
    IF AO-Component (PrioritySub) = 'T'
        MOVE PrioritySub TO TermPrioritySub
    END-IF.
1220-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1300 - LOAD THE SPONSOR MASTER, THEN THE ALLOCATIONS NAMING A
*> SPONSOR ON IT
*>----------------------------------------------------------------*>
1300-LOAD-SPONSOR-TABLES.
    OPEN INPUT SponsorMasterFile
    IF SponsorMasterFileStatus = '00'
        PERFORM 1310-READ-SPONSOR-MASTER THRU 1310-EXIT
            UNTIL END-OF-SPONSOR-MASTER
        CLOSE SponsorMasterFile
    END-IF
    IF SponsorCount = ZERO
        GO TO 1300-EXIT
    END-IF
    OPEN INPUT SponsorAllocationFile
    IF AllocationFileStatus = '00'
        PERFORM 1320-READ-SPONSOR-ALLOCATION THRU 1320-EXIT
            UNTIL END-OF-ALLOCATION-FILE
        CLOSE SponsorAllocationFile
    END-IF.
1300-EXIT.
    EXIT.

1310-READ-SPONSOR-MASTER.
    READ SponsorMasterFile
        AT END
            MOVE 'Y' TO SPONSOR-MASTER-EOF-SW
        NOT AT END
            IF SponsorCount < MaxSponsorEntries
                ADD 1 TO SponsorCount
                SET SpIdx TO SponsorCount
                MOVE SM-SponsorID TO SP-SponsorID (SpIdx)
            ELSE
                DISPLAY "WARNING: SponsorMasterFile EXCEEDS "
                    MaxSponsorEntries " SPONSORS - THE REST ARE NOT "
                    "APPLIED TO TERM BALANCES"
                MOVE 'Y' TO SPONSOR-MASTER-EOF-SW
            END-IF
    END-READ.
1310-EXIT.
    EXIT.

1320-READ-SPONSOR-ALLOCATION.
    READ SponsorAllocationFile
        AT END
            MOVE 'Y' TO ALLOCATION-EOF-SW
        NOT AT END
            MOVE 'N' TO SPONSOR-FOUND-SW
            SET SpIdx TO 1
            SEARCH SponsorEntry
                AT END
                    CONTINUE
                WHEN SP-SponsorID (SpIdx) = SA-SponsorID
                    MOVE 'Y' TO SPONSOR-FOUND-SW
            END-SEARCH
            IF NOT SPONSOR-FOUND
                GO TO 1320-EXIT
            END-IF
            IF AllocationCount >= MaxAllocationEntries
                DISPLAY "WARNING: SponsorAllocationFile EXCEEDS "
                    MaxAllocationEntries " ALLOCATIONS - THE REST "
                    "ARE NOT APPLIED TO TERM BALANCES"
                MOVE 'Y' TO ALLOCATION-EOF-SW
                GO TO 1320-EXIT
            END-IF
            ADD 1 TO AllocationCount
            MOVE SA-StudentID TO AL-StudentID (AllocationCount)
            MOVE SA-CoveredPercent
                TO AL-CoveredPercent (AllocationCount)
    END-READ.
1320-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1350 - LOAD THE REGISTRAR'S WITHDRAWALS AND THE PRORATION
*> SCHEDULE
*>----------------------------------------------------------------*>
1350-LOAD-WITHDRAWAL-TABLES.
    OPEN INPUT WithdrawalFile
    IF WithdrawalFileStatus = '00'
        PERFORM 1360-READ-WITHDRAWAL THRU 1360-EXIT
            UNTIL END-OF-WITHDRAWAL-FILE
        CLOSE WithdrawalFile
    END-IF
    OPEN INPUT ProrationScheduleFile
    IF ProrationFileStatus = '00'
        PERFORM 1370-READ-PRORATION-TIER THRU 1370-EXIT
            UNTIL END-OF-PRORATION-FILE
        CLOSE ProrationScheduleFile
    END-IF.
1350-EXIT.
    EXIT.

1360-READ-WITHDRAWAL.
    READ WithdrawalFile
        AT END
            MOVE 'Y' TO WITHDRAWAL-EOF-SW
        NOT AT END
            IF WithdrawalCount >= MaxWithdrawalEntries
                DISPLAY "WARNING: WithdrawalFile EXCEEDS "
                    MaxWithdrawalEntries " WITHDRAWALS - THE REST "
                    "ARE NOT APPLIED TO TERM BALANCES"
                MOVE 'Y' TO WITHDRAWAL-EOF-SW
                GO TO 1360-EXIT
            END-IF
            ADD 1 TO WithdrawalCount
            SET WdIdx TO WithdrawalCount
            MOVE WD-StudentID TO WT-StudentID (WdIdx)
            MOVE WD-TermID TO WT-TermID (WdIdx)
            MOVE WD-WithdrawalDate TO WT-WithdrawalDate (WdIdx)
    END-READ.
1360-EXIT.
    EXIT.

1370-READ-PRORATION-TIER.
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
                    MaxProrationEntries " TIERS - THE REST ARE NOT "
                    "APPLIED TO TERM BALANCES"
                MOVE 'Y' TO PRORATION-EOF-SW
            END-IF
    END-READ.
1370-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1400 - PRICE THE CLEAN CHARGE LINES AND TOTAL THEM BY
*> ENROLLMENT. THE PRE-EDIT WRITES THE FILE IN StudentID/TermID
*> ORDER, SO EACH ENROLLMENT'S LINES ARRIVE TOGETHER AND THE TABLE
*> BUILDS IN THE ASCENDING ORDER SEARCH ALL NEEDS. A BILLED AMOUNT
*> STANDS AS IS; OTHERWISE THE QUANTITY IS PRICED AT THE CHARGE
*> CODE'S TIER IN EFFECT ON THE ASSESSED DATE.
*>----------------------------------------------------------------*>
1400-LOAD-CHARGE-TOTALS.
    MOVE ZERO TO ChargeUnpricedCount
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus NOT = '00'
        GO TO 1400-EXIT
    END-IF
    PERFORM 1410-READ-CHARGE-LINE THRU 1410-EXIT
        UNTIL END-OF-CHARGE-FILE
    CLOSE StudentChargeFile
    IF ChargeUnpricedCount > ZERO
        DISPLAY "NOTE: " ChargeUnpricedCount " CHARGE LINE(S) "
            "COULD NOT BE PRICED AND ARE LEFT OUT OF TERM BALANCES"
    END-IF.
1400-EXIT.
    EXIT.

1410-READ-CHARGE-LINE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
        NOT AT END
            PERFORM 1420-PRICE-CHARGE-LINE THRU 1420-EXIT
    END-READ.
1410-EXIT.
    EXIT.

1420-PRICE-CHARGE-LINE.
    MOVE 'N' TO CHARGE-PRICED-SW
    MOVE ZERO TO ChargeLinePrice
    EVALUATE TRUE
        WHEN CL-Amount > ZERO
            MOVE CL-Amount TO ChargeLinePrice
            MOVE 'Y' TO CHARGE-PRICED-SW
        WHEN FEES-OPEN
            MOVE CL-ChargeCode TO PaymentType OF FeesKey
            MOVE CL-TermID TO TermID OF FeesKey
            MOVE ZERO TO EffectiveDateStart OF FeesKey
            START FeesFile KEY IS NOT LESS THAN FeesKey
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'N' TO SCAN-FEES-DONE-SW
                    PERFORM 1430-READ-NEXT-CHARGE-TIER THRU 1430-EXIT
                        UNTIL SCAN-FEES-DONE
            END-START
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF NOT CHARGE-PRICED
        ADD 1 TO ChargeUnpricedCount
        GO TO 1420-EXIT
    END-IF
    IF ChargeTotalCount > ZERO
        IF CL-StudentID = CG-StudentID (ChargeTotalCount)
           AND CL-TermID = CG-TermID (ChargeTotalCount)
            ADD ChargeLinePrice TO CG-Amount (ChargeTotalCount)
            GO TO 1420-EXIT
        END-IF
        IF CL-StudentID < CG-StudentID (ChargeTotalCount)
           OR (CL-StudentID = CG-StudentID (ChargeTotalCount)
               AND CL-TermID < CG-TermID (ChargeTotalCount))
            DISPLAY "WARNING: CHARGE FILE OUT OF StudentID/TermID "
                "ORDER AT " CL-StudentID " " CL-TermID
                " - LINE LEFT OUT OF TERM BALANCES"
            GO TO 1420-EXIT
        END-IF
    END-IF
    IF ChargeTotalCount >= MaxChargeTotalEntries
        DISPLAY "FATAL: CHARGE FILE EXCEEDS " MaxChargeTotalEntries
            " ENROLLMENTS - RAISE MaxChargeTotalEntries AND RERUN"
        STOP RUN
    END-IF
    ADD 1 TO ChargeTotalCount
    MOVE CL-StudentID TO CG-StudentID (ChargeTotalCount)
    MOVE CL-TermID TO CG-TermID (ChargeTotalCount)
    MOVE ChargeLinePrice TO CG-Amount (ChargeTotalCount).
1420-EXIT.
    EXIT.

1430-READ-NEXT-CHARGE-TIER.
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
1430-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1500 - LOAD THE HEAD CASHIER'S DRAWER COUNTS INTO THE SESSION
*> TABLE. THE FILE IS OPTIONAL; A SESSION WITH NO COUNT BALANCES
1510-EXIT.
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
*> 1800 - VERIFY THE JOB CHAIN: THE PRE-EDIT MUST HAVE RECORDED
*> COMPLETION FOR TODAY'S BUSINESS DATE, OR THE OPERATOR MUST HAVE
                TO SID-StudentID (SidIdx)
            MOVE TermID OF StudentMainRecord
                TO SID-TermID (SidIdx)
            MOVE PaymentType OF StudentMainRecord
                TO SID-PaymentType (SidIdx)
    END-READ.
2100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2500 - APPLY THE BURSAR STAFF'S SUSPENSE ACTIONS BEFORE ANYTHING
*> ELSE POSTS, SO AN ITEM THE STAFF HAVE PLACED IS NOT ALSO PICKED
*> UP BY THE RE-MATCH. AN ACTION THAT CANNOT BE CARRIED OUT LANDS
*> ON THE REJECT FILE UNDER SOURCE SUSPACT AND THE ITEM STAYS
*> HELD. THE POSTING REPORT GETS A SUSPACT SOURCE LINE.
*>----------------------------------------------------------------*>
2500-PROCESS-SUSPENSE-ACTIONS.
    PERFORM 7000-RESET-SOURCE-TOTALS THRU 7000-EXIT
    MOVE ZERO TO SuspenseReturnedCount
    OPEN INPUT SuspenseActionFile
    IF ActionFileStatus = '00'
        PERFORM 2510-READ-SUSPENSE-ACTION THRU 2510-EXIT
            UNTIL END-OF-ACTION-FILE
        CLOSE SuspenseActionFile
    ELSE
        DISPLAY "NOTE: NO SUSPENSE ACTION FILE THIS RUN, STATUS = "
            ActionFileStatus
    END-IF
    IF SuspenseReturnedCount > ZERO
        DISPLAY "NOTE: " SuspenseReturnedCount " SUSPENSE ITEM(S) "
            "MARKED RETURNED TO PAYER"
    END-IF
    MOVE 'SUSPACT' TO TW-SourceName
    PERFORM 7100-WRITE-SOURCE-SUMMARY THRU 7100-EXIT.
2500-EXIT.
    EXIT.

2510-READ-SUSPENSE-ACTION.
    READ SuspenseActionFile
        AT END
            MOVE 'Y' TO ACTION-EOF-SW
        NOT AT END
            PERFORM 2520-APPLY-ONE-ACTION THRU 2520-EXIT
    END-READ.
2510-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2520 - ONE STAFF ACTION. THE ITEM MUST BE ON THE SUSPENSE
*> MASTER AND STILL HELD, OR A CREDIT ON ACCOUNT. A (APPLY) POSTS
*> THE PAYMENT UNDER ITS ORIGINAL DATE TO THE NAMED STUDENT, WHO
*> MUST BE ON THE MASTER FOR THE TERM; WITH NO TERM IT IS SPREAD
*> OVER THE STUDENT'S OPEN TERMS AS IN 5310. AN ITEM DATED IN A
*> CLOSED PERIOD IS REDATED OR REJECTED AS 5010 DECIDES, AND A
*> REJECTED ONE STAYS ON SUSPENSE. THE DUPLICATE EDIT IS
*> NOT APPLIED - THE STAFF HAVE LOOKED AT THE ITEM. R (RETURN)
*> CLOSES THE ITEM OUT FOR THE REFUND CHECK TO THE PAYER, CUT
*> OUTSIDE THIS SYSTEM.
*>----------------------------------------------------------------*>
2520-APPLY-ONE-ACTION.
    ADD 1 TO SourceRecordsRead
    MOVE 'SUSPACT' TO TW-SourceName
    MOVE SX-StudentID TO TW-StudentID
    MOVE SX-TermID TO TW-TermID
    MOVE ZERO TO TW-PaymentDate
    MOVE ZERO TO TW-Amount
    MOVE SPACES TO TW-CashierID
    MOVE ZERO TO TW-SessionNumber
    MOVE SX-HeldDate TO SU-HeldDate
    MOVE SX-HeldRunID TO SU-HeldRunID
    MOVE SX-HeldSequence TO SU-HeldSequence
    MOVE 'Y' TO SUSPENSE-FOUND-SW
    READ UnappliedSuspenseFile KEY IS SuspenseKey
        INVALID KEY
            MOVE 'N' TO SUSPENSE-FOUND-SW
    END-READ
    IF NOT SUSPENSE-FOUND
        ADD 1 TO SourceRejectedUnknownID
        MOVE 'SUSPENSE ITEM NOT FOUND' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2520-EXIT
    END-IF
    MOVE SU-PaymentDate TO TW-PaymentDate
    MOVE SU-Amount TO TW-Amount
    IF SU-Status NOT = 'H' AND SU-Status NOT = 'C'
        ADD 1 TO SourceRejectedDuplicate
        ADD TW-Amount TO SourceAmountRejected
        MOVE 'SUSPENSE ITEM NOT HELD' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2520-EXIT
    END-IF
    IF SX-Action = 'R'
        MOVE 'R' TO SU-Status
        MOVE SPACES TO SU-ResolvedStudentID
        MOVE SPACES TO SU-ResolvedTermID
        MOVE SX-UserID TO SuspenseResolvedBy
        PERFORM 2580-MARK-SUSPENSE-RESOLVED THRU 2580-EXIT
        ADD 1 TO SuspenseReturnedCount
        GO TO 2520-EXIT
    END-IF
    IF SX-Action NOT = 'A' OR SX-StudentID = SPACES
        ADD 1 TO SourceRejectedUnknownID
        ADD TW-Amount TO SourceAmountRejected
        MOVE 'BAD SUSPENSE ACTION' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2520-EXIT
    END-IF
    IF SX-TermID = SPACES
        MOVE SU-TermID TO TW-TermID
    END-IF
    PERFORM 5100-CHECK-STUDENT-KNOWN THRU 5100-EXIT
    IF NOT STUDENT-KNOWN
        ADD 1 TO SourceRejectedUnknownID
        ADD TW-Amount TO SourceAmountRejected
        MOVE 'STUDENT NOT ON MASTER' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2520-EXIT
    END-IF
    PERFORM 5010-CHECK-POSTING-PERIOD THRU 5010-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        ADD 1 TO SourceRejectedUnknownID
        ADD TW-Amount TO SourceAmountRejected
        MOVE 'PERIOD CLOSED' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        PERFORM 5020-LOG-PERIOD-REJECT THRU 5020-EXIT
        GO TO 2520-EXIT
    END-IF
    PERFORM 5200-SCAN-EXISTING-INSTALLMENTS THRU 5200-EXIT
    IF HighestInstallmentFound >= 99
        ADD 1 TO SourceRejectedDuplicate
        ADD TW-Amount TO SourceAmountRejected
        MOVE 'INSTALLMENT LIMIT 99' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2520-EXIT
    END-IF
    IF TW-TermID = SPACES
        MOVE 'N' TO RECORD-DISTRIBUTION-SW
        PERFORM 5310-DISTRIBUTE-PAYMENT THRU 5310-EXIT
    ELSE
        PERFORM 6000-WRITE-PAYMENT-RECORD THRU 6000-EXIT
    END-IF
    IF PAYMENT-POSTED
        MOVE 'A' TO SU-Status
        MOVE TW-StudentID TO SU-ResolvedStudentID
        MOVE TW-TermID TO SU-ResolvedTermID
        MOVE SX-UserID TO SuspenseResolvedBy
        PERFORM 2580-MARK-SUSPENSE-RESOLVED THRU 2580-EXIT
    END-IF.
2520-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2580 - CLOSE OUT THE CURRENT SUSPENSE RECORD UNDER THE STATUS
*> AND RESOLUTION ALREADY MOVED IN. DAYS HELD FREEZES HERE.
*>----------------------------------------------------------------*>
2580-MARK-SUSPENSE-RESOLVED.
    MOVE RunDate TO SU-ResolvedDate
    MOVE SuspenseResolvedBy TO SU-ResolvedBy
    PERFORM 8220-COMPUTE-DAYS-HELD THRU 8220-EXIT
    REWRITE SuspenseRecord
        INVALID KEY
            DISPLAY "WARNING: UNABLE TO REWRITE SUSPENSE ITEM "
                SU-HeldDate "/" SU-HeldRunID "/" SU-HeldSequence
                ", STATUS = " SuspenseFileStatus
    END-REWRITE.
2580-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2700 - RE-MATCH EVERY HELD SUSPENSE ITEM AGAINST TONIGHT'S
*> STUDENT MASTER. THE PRE-EDIT HAS RUN, SO A STUDENT ADDED SINCE
*> THE MONEY CAME IN IS NOW ON THE TABLE AND THE ITEM POSTS UNDER
*> ITS ORIGINAL PAYMENT DATE. AN ITEM THAT NOW MATCHES BUT WOULD
*> DUPLICATE AN INSTALLMENT, OR HAS NO SLOT LEFT, OR IS DATED IN A
*> CLOSED PERIOD THAT REJECTS LATE ENTRIES, STAYS HELD AND
*> IS FLAGGED ON THE REJECT FILE FOR THE STAFF TO RESOLVE BY HAND.
*> THE POSTING REPORT GETS A SUSPENSE SOURCE LINE.
*>----------------------------------------------------------------*>
2700-REMATCH-SUSPENSE.
    PERFORM 7000-RESET-SOURCE-TOTALS THRU 7000-EXIT
    MOVE 'N' TO MORE-SUSPENSE-SW
    MOVE LOW-VALUES TO SuspenseKey
    START UnappliedSuspenseFile KEY IS >= SuspenseKey
        INVALID KEY
            MOVE 'Y' TO MORE-SUSPENSE-SW
    END-START
    PERFORM 2710-READ-NEXT-SUSPENSE THRU 2710-EXIT
        UNTIL NO-MORE-SUSPENSE
    MOVE 'SUSPENSE' TO TW-SourceName
    PERFORM 7100-WRITE-SOURCE-SUMMARY THRU 7100-EXIT.
2700-EXIT.
    EXIT.

2710-READ-NEXT-SUSPENSE.
    READ UnappliedSuspenseFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-SUSPENSE-SW
        NOT AT END
            IF SU-Status = 'H'
                PERFORM 2720-REMATCH-ONE-ITEM THRU 2720-EXIT
            END-IF
    END-READ.
2710-EXIT.
    EXIT.

2720-REMATCH-ONE-ITEM.
    ADD 1 TO SourceRecordsRead
    MOVE 'SUSPENSE' TO TW-SourceName
    MOVE SU-StudentID TO TW-StudentID
    MOVE SU-TermID TO TW-TermID
    MOVE SU-PaymentDate TO TW-PaymentDate
    MOVE SU-Amount TO TW-Amount
    MOVE SU-CashierID TO TW-CashierID
    MOVE SU-SessionNumber TO TW-SessionNumber
    PERFORM 5100-CHECK-STUDENT-KNOWN THRU 5100-EXIT
    IF NOT STUDENT-KNOWN
        ADD 1 TO SourceRecordsHeld
        ADD TW-Amount TO SourceAmountHeld
        GO TO 2720-EXIT
    END-IF
    PERFORM 5010-CHECK-POSTING-PERIOD THRU 5010-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        ADD 1 TO SourceRecordsHeld
        ADD TW-Amount TO SourceAmountHeld
        MOVE 'HELD - PERIOD CLOSED' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2720-EXIT
    END-IF
    PERFORM 5200-SCAN-EXISTING-INSTALLMENTS THRU 5200-EXIT
    IF HighestInstallmentFound >= 99 OR DUPLICATE-PAYMENT
        ADD 1 TO SourceRecordsHeld
        ADD TW-Amount TO SourceAmountHeld
        IF DUPLICATE-PAYMENT
            MOVE 'HELD - DUPLICATE PAYMENT' TO RJ-RejectReason
        ELSE
            MOVE 'HELD - INSTALLMENT LIMIT' TO RJ-RejectReason
        END-IF
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 2720-EXIT
    END-IF
    IF TW-TermID = SPACES
        MOVE 'N' TO RECORD-DISTRIBUTION-SW
        PERFORM 5310-DISTRIBUTE-PAYMENT THRU 5310-EXIT
    ELSE
        PERFORM 6000-WRITE-PAYMENT-RECORD THRU 6000-EXIT
    END-IF
    IF PAYMENT-POSTED
        MOVE 'A' TO SU-Status
        MOVE TW-StudentID TO SU-ResolvedStudentID
        MOVE TW-TermID TO SU-ResolvedTermID
        MOVE 'REMATCH' TO SuspenseResolvedBy
        PERFORM 2580-MARK-SUSPENSE-RESOLVED THRU 2580-EXIT
    END-IF.
2720-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - DRAIN THE CASHIER WINDOW FILE THROUGH THE POSTING EDIT
*>----------------------------------------------------------------*>
*> ITEM REGISTERS UNPOSTED FOR THE CASHIER'S OFFICE TO WORK BY
*> HAND. THE REVERSAL AND THE FEE NEED TWO FREE INSTALLMENT SLOTS.
*> THE REVERSAL POSTS UNDER THE RUN DATE, NOT THE ORIGINAL PAYMENT
*> DATE, SO IT LANDS IN THE CURRENT REPORTING PERIOD - OR, SHOULD
*> THE RUN DATE ITSELF BE IN A CLOSED PERIOD, UNDER THE REDATE
*> DATE, OR NOT AT ALL (DISPOSITION C). AN ORIGINAL PAYMENT THAT
*> WAS ITSELF REDATED OUT OF A CLOSED PERIOD STILL MATCHES.
*>----------------------------------------------------------------*>
4700-POST-ONE-RETURN.
    ADD 1 TO SourceRecordsRead
        PERFORM 4900-WRITE-REGISTER-RECORD THRU 4900-EXIT
        GO TO 4700-EXIT
    END-IF
    MOVE TW-PaymentDate TO PeriodCheckDate
    PERFORM 1700-CHECK-PERIOD-CLOSED THRU 1700-EXIT
    MOVE PeriodRedateDate TO DuplicateAltDate
    PERFORM 5200-SCAN-EXISTING-INSTALLMENTS THRU 5200-EXIT
    IF NOT DUPLICATE-PAYMENT
        ADD 1 TO SourceRejectedDuplicate
        PERFORM 4900-WRITE-REGISTER-RECORD THRU 4900-EXIT
        GO TO 4700-EXIT
    END-IF
    MOVE RunDate TO PeriodCheckDate
    PERFORM 1700-CHECK-PERIOD-CLOSED THRU 1700-EXIT
    MOVE RunDate TO ReversalPostDate
    IF PERIOD-CLOSED
        IF PeriodRedateDate = ZERO
            ADD 1 TO SourceRejectedUnknownID
            ADD TW-Amount TO SourceAmountRejected
            MOVE 'C' TO RI-Disposition
            PERFORM 4900-WRITE-REGISTER-RECORD THRU 4900-EXIT
            MOVE 'N' TO PW-TransactionCode
            PERFORM 5020-LOG-PERIOD-REJECT THRU 5020-EXIT
            GO TO 4700-EXIT
        END-IF
        MOVE PeriodRedateDate TO ReversalPostDate
    END-IF
    MOVE 'N' TO REVERSAL-FAILED-SW
    MOVE TW-Amount TO ReversalWriteAmount
    PERFORM 4800-WRITE-REVERSAL-RECORD THRU 4800-EXIT
    MOVE TW-TermID TO TermID-Payment OF StudentPaymentRecord
    COMPUTE InstallmentNumber OF StudentPaymentRecord =
        HighestInstallmentFound + 1
    MOVE ReversalPostDate TO PaymentDate OF StudentPaymentRecord
    MOVE ReversalWriteAmount
        TO Amount-Payment OF StudentPaymentRecord
    MOVE 'N' TO TransactionCode OF StudentPaymentRecord
            MOVE 'Y' TO REVERSAL-FAILED-SW
        NOT INVALID KEY
            ADD 1 TO HighestInstallmentFound
            IF PERIOD-CLOSED
                MOVE ReversalWriteAmount TO PW-Amount
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
4800-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5000 - EDIT AND POST ONE TRANSACTION. A TRANSACTION FOR A
*> STUDENTID NOT ON StudentMainFile IS HELD IN UNAPPLIED-CASH
*> SUSPENSE (5050) - THE MONEY IS IN THE BANK - AND A TRANSACTION
*> WHOSE STUDENTID, PAYMENT DATE AND AMOUNT ALL MATCH AN
*> INSTALLMENT ALREADY ON FILE IS REJECTED AS A DUPLICATE - THAT
*> CATCHES A SOURCE FILE POSTED TWICE, WHICH IS HOW THE LOCKBOX
*> DOUBLE-POSTINGS GOT INTO THE FILE. A STUDENT WHO GENUINELY PAYS
*> THE SAME AMOUNT TWICE ON THE SAME DAY LANDS ON THE REJECT FILE
*> FOR THE CASHIER'S OFFICE TO CONFIRM AND RE-ENTER. A PAYMENT
*> WITH NO TERM IS SPREAD OVER THE STUDENT'S OPEN TERMS (5300).
*> ONE DATED IN A CLOSED PERIOD IS FIRST REDATED OR REJECTED (5010)
*> - BEFORE IT IS HELD OR POSTED, SO NEITHER LANDS IN THE CLOSED
*> MONTH.
*>----------------------------------------------------------------*>
5000-POST-ONE-TRANSACTION.
    ADD 1 TO SourceRecordsRead
        PERFORM 7200-FIND-CASHIER-ENTRY THRU 7200-EXIT
        ADD 1 TO CA-RecordsRead (CashierSub)
    END-IF
    PERFORM 5010-CHECK-POSTING-PERIOD THRU 5010-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate = ZERO
        ADD 1 TO SourceRejectedUnknownID
        ADD TW-Amount TO SourceAmountRejected
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RejectedUnknownID (CashierSub)
            ADD TW-Amount TO CA-AmountRejected (CashierSub)
        END-IF
        MOVE 'PERIOD CLOSED' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        PERFORM 5020-LOG-PERIOD-REJECT THRU 5020-EXIT
        GO TO 5000-EXIT
    END-IF
    PERFORM 5100-CHECK-STUDENT-KNOWN THRU 5100-EXIT
    IF NOT STUDENT-KNOWN
        PERFORM 5050-HOLD-IN-SUSPENSE THRU 5050-EXIT
        GO TO 5000-EXIT
    END-IF
    PERFORM 5200-SCAN-EXISTING-INSTALLMENTS THRU 5200-EXIT
    IF TW-TermID = SPACES
        PERFORM 5300-APPLY-UNSPECIFIED-TERM THRU 5300-EXIT
        GO TO 5000-EXIT
    END-IF
    IF HighestInstallmentFound >= 99
        ADD 1 TO SourceRejectedDuplicate
        ADD TW-Amount TO SourceAmountRejected
5000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5010 - THE CLOSED-PERIOD LOCK FOR THE TRANSACTION IN TW-. WHEN
*> ITS DATE IS IN A CLOSED PERIOD THAT TAKES LATE ENTRIES IT IS
*> REDATED HERE, AND THE ORIGINAL DATE STAYS IN PeriodCheckDate
*> FOR THE ADJUSTMENT LOG AND THE DUPLICATE CHECKS. PERIOD-CLOSED
*> WITH NO REDATE DATE TELLS THE CALLER TO REJECT IT.
*>----------------------------------------------------------------*>
5010-CHECK-POSTING-PERIOD.
    MOVE TW-PaymentDate TO PeriodCheckDate
    MOVE ZERO TO DuplicateAltDate
    PERFORM 1700-CHECK-PERIOD-CLOSED THRU 1700-EXIT
    IF PERIOD-CLOSED AND PeriodRedateDate NOT = ZERO
        MOVE PeriodCheckDate TO DuplicateAltDate
        MOVE PeriodRedateDate TO TW-PaymentDate
    END-IF.
5010-EXIT.
    EXIT.

5020-LOG-PERIOD-REJECT.
    MOVE TW-StudentID TO PW-StudentID
    MOVE TW-TermID TO PW-TermID
    MOVE ZERO TO PW-InstallmentNumber
    IF TW-SourceName NOT = 'RETURNED'
        MOVE 'P' TO PW-TransactionCode
    END-IF
    MOVE TW-Amount TO PW-Amount
    MOVE ZERO TO PW-PostedDate
    MOVE 'R' TO PW-Action
    PERFORM 7510-WRITE-ADJUSTMENT-LINE THRU 7510-EXIT.
5020-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5050 - HOLD A PAYMENT FOR AN UNKNOWN STUDENT ON THE SUSPENSE
*> MASTER UNDER TODAY'S DATE, THIS RUN AND THE NEXT ORDINAL. THE
*> SAME SOURCE, STUDENT, TERM, DATE AND AMOUNT ALREADY ON SUSPENSE
*> IS A SOURCE FILE POSTED TWICE AND IS REJECTED AS A DUPLICATE. A
*> HELD CASHIER PAYMENT STILL COUNTS TOWARD ITS SESSION'S POSTED
*> TOTAL - THE CASH IS IN THE DRAWER. SHOULD THE SUSPENSE WRITE
*> FAIL, THE PAYMENT FALLS BACK TO THE REJECT FILE AS BEFORE.
*>----------------------------------------------------------------*>
5050-HOLD-IN-SUSPENSE.
    PERFORM 5060-CHECK-SUSPENSE-DUPLICATE THRU 5060-EXIT
    IF SUSPENSE-DUPLICATE
        ADD 1 TO SourceRejectedDuplicate
        ADD TW-Amount TO SourceAmountRejected
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RejectedDuplicate (CashierSub)
            ADD TW-Amount TO CA-AmountRejected (CashierSub)
        END-IF
        MOVE 'DUPLICATE PAYMENT' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 5050-EXIT
    END-IF
    ADD 1 TO SuspenseSequence
    MOVE RunDate TO SU-HeldDate
    MOVE RunID TO SU-HeldRunID
    MOVE SuspenseSequence TO SU-HeldSequence
    MOVE TW-SourceName TO SU-SourceName
    MOVE TW-StudentID TO SU-StudentID
    MOVE TW-TermID TO SU-TermID
    MOVE TW-PaymentDate TO SU-PaymentDate
    MOVE TW-Amount TO SU-Amount
    MOVE TW-CashierID TO SU-CashierID
    MOVE TW-SessionNumber TO SU-SessionNumber
    MOVE 'H' TO SU-Status
    MOVE ZERO TO SU-DaysHeld
    MOVE ZERO TO SU-ResolvedDate
    MOVE SPACES TO SU-ResolvedStudentID
    MOVE SPACES TO SU-ResolvedTermID
    MOVE SPACES TO SU-ResolvedBy
    WRITE SuspenseRecord
        INVALID KEY
            ADD 1 TO SourceRejectedUnknownID
            ADD TW-Amount TO SourceAmountRejected
            IF TW-SourceName = 'CASHIER'
                ADD 1 TO CA-RejectedUnknownID (CashierSub)
                ADD TW-Amount TO CA-AmountRejected (CashierSub)
            END-IF
            MOVE 'STUDENT NOT ON MASTER' TO RJ-RejectReason
            PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        NOT INVALID KEY
            ADD 1 TO SourceRecordsHeld
            ADD TW-Amount TO SourceAmountHeld
            IF TW-SourceName = 'CASHIER'
                ADD 1 TO CA-RecordsHeld (CashierSub)
                ADD TW-Amount TO CA-AmountHeld (CashierSub)
                PERFORM 6050-ADD-TO-SESSION THRU 6050-EXIT
            END-IF
            IF PERIOD-CLOSED
                MOVE TW-TermID TO PW-TermID
                MOVE ZERO TO PW-InstallmentNumber
                MOVE 'H' TO PW-TransactionCode
                MOVE TW-Amount TO PW-Amount
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
5050-EXIT.
    EXIT.

5060-CHECK-SUSPENSE-DUPLICATE.
    MOVE 'N' TO SUSPENSE-DUPLICATE-SW
    MOVE TW-StudentID TO SU-StudentID
    START UnappliedSuspenseFile KEY IS = SU-StudentID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO MORE-SUSPENSE-SW
            PERFORM 5070-READ-NEXT-STUDENT-ITEM THRU 5070-EXIT
                UNTIL NO-MORE-SUSPENSE OR SUSPENSE-DUPLICATE
    END-START.
5060-EXIT.
    EXIT.

5070-READ-NEXT-STUDENT-ITEM.
    READ UnappliedSuspenseFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-SUSPENSE-SW
        NOT AT END
            IF SU-StudentID NOT = TW-StudentID
                MOVE 'Y' TO MORE-SUSPENSE-SW
            ELSE
                IF SU-SourceName = TW-SourceName
                   AND SU-TermID = TW-TermID
                   AND (SU-PaymentDate = TW-PaymentDate
                        OR (DuplicateAltDate NOT = ZERO
                            AND SU-PaymentDate = DuplicateAltDate))
                   AND SU-Amount = TW-Amount
                    MOVE 'Y' TO SUSPENSE-DUPLICATE-SW
                END-IF
            END-IF
    END-READ.
5070-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5100 - IS THE STUDENT ENROLLED IN THE TRANSACTION'S TERM? A
*> TRANSACTION WITH A BLANK TERM IS SATISFIED BY ANY ENROLLMENT
*> OF THE STUDENT; 5300 THEN SPREADS IT OVER THEM.
*>----------------------------------------------------------------*>
5100-CHECK-STUDENT-KNOWN.
    MOVE 'N' TO STUDENT-KNOWN-SW
*> 5200 - ONE KEYED PASS OVER THE STUDENT'S INSTALLMENTS ALREADY
*> ON FILE, NOTING THE HIGHEST InstallmentNumber (THE NEW RECORD
*> POSTS AS THAT PLUS ONE) AND WHETHER ANY EXISTING INSTALLMENT
*> DUPLICATES THIS TRANSACTION'S DATE (OR DuplicateAltDate) AND
*> AMOUNT.
*>----------------------------------------------------------------*>
5200-SCAN-EXISTING-INSTALLMENTS.
    MOVE 'N' TO DUPLICATE-PAYMENT-SW
                    MOVE InstallmentNumber OF StudentPaymentRecord
                        TO HighestInstallmentFound
                END-IF
                IF (TransactionCode OF StudentPaymentRecord = 'P'
                    OR TransactionCode OF StudentPaymentRecord
                        = SPACE)
                   AND (PaymentDate OF StudentPaymentRecord =
                        TW-PaymentDate
                        OR (DuplicateAltDate NOT = ZERO
                            AND PaymentDate OF StudentPaymentRecord =
                                DuplicateAltDate))
                   AND Amount-Payment OF StudentPaymentRecord =
                        TW-Amount
                    MOVE 'Y' TO DUPLICATE-PAYMENT-SW
5210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5300 - A CASHIER OR LOCKBOX PAYMENT WITH NO TERM. SPREAD OVER
*> SEVERAL TERMS IT NO LONGER MATCHES ANY ONE INSTALLMENT, SO THE
*> DUPLICATE EDIT LOOKS AT THE DISTRIBUTION RECORDS ON THE
*> SUSPENSE MASTER AS WELL AS AT THE INSTALLMENTS 5200 SCANNED. A
*> NEW PAYMENT IS DISTRIBUTED (5310) AND RECORDED AS DISTRIBUTED.
*>----------------------------------------------------------------*>
5300-APPLY-UNSPECIFIED-TERM.
    MOVE 'N' TO SUSPENSE-DUPLICATE-SW
    IF NOT DUPLICATE-PAYMENT
        PERFORM 5060-CHECK-SUSPENSE-DUPLICATE THRU 5060-EXIT
    END-IF
    IF DUPLICATE-PAYMENT OR SUSPENSE-DUPLICATE
        ADD 1 TO SourceRejectedDuplicate
        ADD TW-Amount TO SourceAmountRejected
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RejectedDuplicate (CashierSub)
            ADD TW-Amount TO CA-AmountRejected (CashierSub)
        END-IF
        MOVE 'DUPLICATE PAYMENT' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        GO TO 5300-EXIT
    END-IF
    MOVE 'Y' TO RECORD-DISTRIBUTION-SW
    PERFORM 5310-DISTRIBUTE-PAYMENT THRU 5310-EXIT.
5300-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5310 - SPREAD A PAYMENT WITH NO TERM OVER THE STUDENT'S OPEN
*> TERMS IN PRIORITY ORDER, POST ONE INSTALLMENT UNDER EACH TERM
*> THAT TAKES ANY OF IT, AND HOLD WHATEVER IS LEFT AS A FLAGGED
*> CREDIT RATHER THAN PUSH IT INTO ANY TERM. EVERY PIECE GOES ON
*> THE APPLICATION DETAIL REPORT. PAYMENT-POSTED IS SET ONCE THE
*> MONEY IS PLACED - POSTED, HELD, OR BOTH - SO A SUSPENSE ITEM
*> BEING APPLIED CAN BE CLOSED OUT. THE POSTING REPORT COUNTS THE
*> PAYMENT POSTED FOR WHAT POSTED AND HELD FOR THE CREDIT.
*>----------------------------------------------------------------*>
5310-DISTRIBUTE-PAYMENT.
    MOVE 'N' TO PAYMENT-POSTED-SW
    MOVE 'N' TO CREDIT-HELD-SW
    MOVE TW-Amount TO ApplyIncomingAmount
    MOVE TW-Amount TO ApplyRemaining
    MOVE ZERO TO ApplyPostedAmount
    MOVE ZERO TO PieceCount
    ADD 1 TO AppliedPaymentCount
    PERFORM 5400-BUILD-OPEN-TERMS THRU 5400-EXIT
    PERFORM 5500-APPLY-BY-PRIORITY THRU 5500-EXIT
    PERFORM 5600-POST-ONE-TERM-PIECE THRU 5600-EXIT
        VARYING OrderSub FROM 1 BY 1 UNTIL OrderSub > OpenTermCount
    PERFORM 5700-WRITE-ONE-PIECE-LINE THRU 5700-EXIT
        VARYING PieceSub FROM 1 BY 1 UNTIL PieceSub > PieceCount
    IF ApplyRemaining > ZERO
        PERFORM 5800-HOLD-CREDIT-ON-ACCOUNT THRU 5800-EXIT
    END-IF
    IF RECORD-DISTRIBUTION
        PERFORM 5850-RECORD-DISTRIBUTION THRU 5850-EXIT
    END-IF
    IF ApplyPostedAmount > ZERO
        MOVE 'Y' TO PAYMENT-POSTED-SW
        ADD 1 TO SourceRecordsPosted
        ADD ApplyPostedAmount TO SourceAmountPosted
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RecordsPosted (CashierSub)
            ADD ApplyPostedAmount TO CA-AmountPosted (CashierSub)
        END-IF
    END-IF
    IF CREDIT-HELD
        MOVE 'Y' TO PAYMENT-POSTED-SW
        ADD 1 TO SourceRecordsHeld
        ADD ApplyRemaining TO SourceAmountHeld
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RecordsHeld (CashierSub)
            ADD ApplyRemaining TO CA-AmountHeld (CashierSub)
        END-IF
    END-IF
    IF TW-SourceName NOT = 'CASHIER' OR NOT PAYMENT-POSTED
        GO TO 5310-EXIT
    END-IF
*>  THE DRAWER HOLDS WHAT POSTED AND WHAT WAS HELD; A CREDIT THAT
*>  WENT TO THE REJECT FILE IS OUT OF THE SESSION, AS IN 5050
    IF ApplyRemaining > ZERO AND NOT CREDIT-HELD
        MOVE ApplyPostedAmount TO TW-Amount
    END-IF
    PERFORM 6050-ADD-TO-SESSION THRU 6050-EXIT
    MOVE ApplyIncomingAmount TO TW-Amount.
5310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5400 - LIST THE STUDENT'S ENROLLMENTS FROM THE STUDENT TABLE,
*> WORK OUT WHAT EACH STILL OWES AND PUT THEM OLDEST FIRST. A TERM
*> WITH NO INSTALLMENT SLOT LEFT CANNOT TAKE MONEY AND IS LEFT
*> OFF, SO ITS SHARE GOES TO THE NEXT TERM OR TO THE CREDIT.
*>----------------------------------------------------------------*>
5400-BUILD-OPEN-TERMS.
    MOVE ZERO TO OpenTermCount
    MOVE ZERO TO StudentSub
    IF StudentIDCount = ZERO
        GO TO 5400-EXIT
    END-IF
    SEARCH ALL StudentIDEntry
        AT END
            CONTINUE
        WHEN SID-StudentID (SidIdx) = TW-StudentID
            SET StudentSub TO SidIdx
    END-SEARCH
    IF StudentSub = ZERO
        GO TO 5400-EXIT
    END-IF
    PERFORM 5405-BACK-UP-ONE-ENTRY THRU 5405-EXIT
        UNTIL StudentSub = 1
           OR SID-StudentID (StudentSub - 1) NOT = TW-StudentID
    PERFORM 5410-LIST-ONE-TERM THRU 5410-EXIT
        VARYING StudentSub FROM StudentSub BY 1
        UNTIL StudentSub > StudentIDCount
           OR SID-StudentID (StudentSub) NOT = TW-StudentID
    PERFORM 5480-ORDER-OPEN-TERMS THRU 5480-EXIT.
5400-EXIT.
    EXIT.

5405-BACK-UP-ONE-ENTRY.
    SUBTRACT 1 FROM StudentSub.
5405-EXIT.
    EXIT.

5410-LIST-ONE-TERM.
    MOVE 'N' TO TERM-LISTED-SW
    PERFORM 5412-CHECK-TERM-LISTED THRU 5412-EXIT
        VARYING OpenTermSub FROM 1 BY 1
        UNTIL OpenTermSub > OpenTermCount OR TERM-LISTED
    IF TERM-LISTED
        GO TO 5410-EXIT
    END-IF
    IF OpenTermCount >= MaxOpenTerms
        DISPLAY "WARNING: " TW-StudentID " HAS MORE THAN "
            MaxOpenTerms " TERMS - TERM " SID-TermID (StudentSub)
            " TAKES NO SHARE OF A PAYMENT WITH NO TERM"
        GO TO 5410-EXIT
    END-IF
    ADD 1 TO OpenTermCount
    MOVE OpenTermCount TO OpenTermSub
    MOVE SID-TermID (StudentSub) TO OT-TermID (OpenTermSub)
    MOVE SID-PaymentType (StudentSub) TO OT-PaymentType (OpenTermSub)
    MOVE ZERO TO OT-Applied (OpenTermSub)
    MOVE ZERO TO OT-InstallmentNumber (OpenTermSub)
    MOVE SPACE TO OT-Disposition (OpenTermSub)
    PERFORM 5420-WORK-OUT-TERM-BALANCE THRU 5420-EXIT
    IF OT-HighestInstallment (OpenTermSub) >= 99
        DISPLAY "WARNING: " TW-StudentID " TERM "
            OT-TermID (OpenTermSub) " HAS NO INSTALLMENT SLOT "
            "LEFT - IT TAKES NO SHARE OF A PAYMENT WITH NO TERM"
        SUBTRACT 1 FROM OpenTermCount
    END-IF.
5410-EXIT.
    EXIT.

5412-CHECK-TERM-LISTED.
    IF OT-TermID (OpenTermSub) = SID-TermID (StudentSub)
        MOVE 'Y' TO TERM-LISTED-SW
    END-IF.
5412-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5420 - WHAT THE TERM AT OpenTermSub STILL OWES, BY COMPONENT.
*> CASH AND WRITE-OFFS ALREADY ON FILE FOR THE TERM ARE TAKEN
*> AGAINST THE COMPONENTS IN THE SAME PRIORITY ORDER NEW MONEY
*> FOLLOWS; A TERM WHOSE REVERSALS EXCEED ITS PAYMENTS OWES THE
*> DIFFERENCE ON ITS BASE FEES.
*>----------------------------------------------------------------*>
5420-WORK-OUT-TERM-BALANCE.
    PERFORM 5430-GATHER-TERM-INSTALLMENTS THRU 5430-EXIT
    PERFORM 5440-LOOKUP-FEE-TIER THRU 5440-EXIT
    MOVE ZERO TO AT-ChargeAmount
    IF ChargeTotalCount > ZERO
        SEARCH ALL ChargeTotalEntry
            AT END
                CONTINUE
            WHEN CG-StudentID (CgIdx) = TW-StudentID
             AND CG-TermID (CgIdx) = OT-TermID (OpenTermSub)
                MOVE CG-Amount (CgIdx) TO AT-ChargeAmount
        END-SEARCH
    END-IF
    PERFORM 5450-APPLY-WITHDRAWAL-CREDIT THRU 5450-EXIT
    PERFORM 5460-APPLY-SPONSOR-SPLIT THRU 5460-EXIT
    MOVE ZERO TO AT-StudentSurcharge
    IF AT-Assessment > ZERO
        COMPUTE AT-StudentSurcharge ROUNDED =
            AT-SurchargeAmount * AT-StudentShare / AT-Assessment
    END-IF
    MOVE AT-HighestInstallment TO OT-HighestInstallment (OpenTermSub)
    MOVE AT-ReturnedFees TO OT-OpenFees (OpenTermSub)
    MOVE AT-StudentSurcharge TO OT-OpenSurcharge (OpenTermSub)
    COMPUTE OT-OpenBase (OpenTermSub) =
        AT-StudentShare - AT-StudentSurcharge
    EVALUATE TRUE
        WHEN AT-TierDueDate NOT = ZERO
            MOVE AT-TierDueDate TO OT-AgeKey (OpenTermSub)
        WHEN AT-TierStartDate NOT = ZERO
            MOVE AT-TierStartDate TO OT-AgeKey (OpenTermSub)
        WHEN OTHER
            MOVE 99999999 TO OT-AgeKey (OpenTermSub)
    END-EVALUATE
    COMPUTE AT-PriorCredit = AT-NetCash + AT-NetWriteOff
    IF AT-PriorCredit < ZERO
        COMPUTE OT-OpenBase (OpenTermSub) =
            OT-OpenBase (OpenTermSub) - AT-PriorCredit
        GO TO 5420-EXIT
    END-IF
    PERFORM 5470-ABSORB-PRIOR-CREDIT THRU 5470-EXIT
        VARYING PrioritySub FROM 1 BY 1
        UNTIL PrioritySub > 4 OR AT-PriorCredit = ZERO.
5420-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5430 - ONE KEYED PASS OVER THE TERM'S INSTALLMENTS IN
*> INSTALLMENT ORDER, WITH THE CODES THE PAYMENT RUN RECOGNIZES.
*> THE RETURNED-ITEMS PASS POSTS A REVERSAL AND ITS RETURNED-CHECK
*> FEE AS CONSECUTIVE N INSTALLMENTS UNDER ONE DATE, SO THE SECOND
*> OF SUCH A PAIR IS A FEE OWED RATHER THAN CASH TAKEN BACK.
*>----------------------------------------------------------------*>
5430-GATHER-TERM-INSTALLMENTS.
    MOVE ZERO TO AT-NetCash
    MOVE ZERO TO AT-NetWriteOff
    MOVE ZERO TO AT-ReturnedFees
    MOVE ZERO TO AT-HighestInstallment
    MOVE 'N' TO PRIOR-REVERSAL-SW
    MOVE 99999999 TO AT-EarliestPayDate
    MOVE TW-StudentID TO StudentID-Payment OF StudentPaymentRecord
    MOVE OT-TermID (OpenTermSub)
        TO TermID-Payment OF StudentPaymentRecord
    MOVE ZERO TO InstallmentNumber OF StudentPaymentRecord
    START StudentPaymentFile KEY IS NOT LESS THAN StudentPaymentKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO MORE-INSTALLMENTS-SW
            PERFORM 5435-READ-NEXT-TERM-INSTALLMENT THRU 5435-EXIT
                UNTIL NO-MORE-INSTALLMENTS
    END-START
    IF AT-EarliestPayDate = 99999999
        MOVE ZERO TO AT-EarliestPayDate
    END-IF.
5430-EXIT.
    EXIT.

5435-READ-NEXT-TERM-INSTALLMENT.
    READ StudentPaymentFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-INSTALLMENTS-SW
        NOT AT END
            IF StudentID-Payment OF StudentPaymentRecord NOT =
                    TW-StudentID
               OR TermID-Payment OF StudentPaymentRecord NOT =
                    OT-TermID (OpenTermSub)
                MOVE 'Y' TO MORE-INSTALLMENTS-SW
            ELSE
                PERFORM 5437-TALLY-TERM-INSTALLMENT THRU 5437-EXIT
            END-IF
    END-READ.
5435-EXIT.
    EXIT.

5437-TALLY-TERM-INSTALLMENT.
    IF InstallmentNumber OF StudentPaymentRecord >
            AT-HighestInstallment
        MOVE InstallmentNumber OF StudentPaymentRecord
            TO AT-HighestInstallment
    END-IF
    IF TransactionCode OF StudentPaymentRecord NOT = 'N'
        MOVE 'N' TO PRIOR-REVERSAL-SW
    END-IF
    EVALUATE TransactionCode OF StudentPaymentRecord
        WHEN 'R'
            SUBTRACT Amount-Payment OF StudentPaymentRecord
                FROM AT-NetCash
        WHEN 'N'
            IF PRIOR-REVERSAL
               AND PaymentDate OF StudentPaymentRecord =
                    AT-ReversalDate
               AND InstallmentNumber OF StudentPaymentRecord =
                    AT-ReversalInstallment + 1
                ADD Amount-Payment OF StudentPaymentRecord
                    TO AT-ReturnedFees
                MOVE 'N' TO PRIOR-REVERSAL-SW
            ELSE
                SUBTRACT Amount-Payment OF StudentPaymentRecord
                    FROM AT-NetCash
                MOVE 'Y' TO PRIOR-REVERSAL-SW
                MOVE PaymentDate OF StudentPaymentRecord
                    TO AT-ReversalDate
                MOVE InstallmentNumber OF StudentPaymentRecord
                    TO AT-ReversalInstallment
            END-IF
        WHEN 'W'
            ADD Amount-Payment OF StudentPaymentRecord
                TO AT-NetWriteOff
        WHEN 'V'
            SUBTRACT Amount-Payment OF StudentPaymentRecord
                FROM AT-NetWriteOff
        WHEN 'A'
            ADD Amount-Payment OF StudentPaymentRecord
                TO AT-NetCash
        WHEN OTHER
            ADD Amount-Payment OF StudentPaymentRecord
                TO AT-NetCash
            IF PaymentDate OF StudentPaymentRecord <
                    AT-EarliestPayDate
                MOVE PaymentDate OF StudentPaymentRecord
                    TO AT-EarliestPayDate
            END-IF
    END-EVALUATE.
5437-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5440 - THE TERM'S FEE TIER, KEYED ON THE EARLIEST PAYMENT DATE
*> AS THE PAYMENT RUN DOES. A TERM NOT YET PAID IS KEYED ON THIS
*> PAYMENT'S DATE, SINCE THIS PAYMENT BECOMES ITS EARLIEST. THE
*> SURCHARGE APPLIES WHEN THAT DATE IS PAST THE TIER'S DUE DATE.
*>----------------------------------------------------------------*>
5440-LOOKUP-FEE-TIER.
    MOVE 'N' TO FEES-FOUND-SW
    MOVE ZERO TO AT-FeesAmount
    MOVE ZERO TO AT-SurchargeAmount
    MOVE ZERO TO AT-TierStartDate
    MOVE ZERO TO AT-TierDueDate
    IF NOT FEES-OPEN
        GO TO 5440-EXIT
    END-IF
    IF AT-EarliestPayDate = ZERO
        MOVE TW-PaymentDate TO AT-TierLookupDate
    ELSE
        MOVE AT-EarliestPayDate TO AT-TierLookupDate
    END-IF
    MOVE OT-PaymentType (OpenTermSub) TO PaymentType OF FeesKey
    MOVE OT-TermID (OpenTermSub) TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart OF FeesKey
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO SCAN-FEES-DONE-SW
            PERFORM 5445-READ-NEXT-FEES-TIER THRU 5445-EXIT
                UNTIL SCAN-FEES-DONE
    END-START.
5440-EXIT.
    EXIT.

5445-READ-NEXT-FEES-TIER.
    READ FeesFile NEXT RECORD
        AT END
            MOVE 'Y' TO SCAN-FEES-DONE-SW
        NOT AT END
            IF PaymentType OF FeesKey NOT =
                    OT-PaymentType (OpenTermSub)
               OR (OT-TermID (OpenTermSub) NOT = SPACES
                   AND TermID OF FeesKey NOT = OT-TermID (OpenTermSub))
                MOVE 'Y' TO SCAN-FEES-DONE-SW
            ELSE
                IF AT-TierLookupDate >= EffectiveDateStart OF FeesKey
                   AND (EffectiveDateEnd OF FeesRecord = ZERO
                        OR AT-TierLookupDate <=
                           EffectiveDateEnd OF FeesRecord)
                    MOVE Amount OF FeesRecord TO AT-FeesAmount
                    MOVE EffectiveDateStart OF FeesKey
                        TO AT-TierStartDate
                    MOVE DueDate OF FeesRecord TO AT-TierDueDate
                    IF DueDate OF FeesRecord NOT = ZERO
                       AND AT-TierLookupDate > DueDate OF FeesRecord
                        MOVE LateFeeSurcharge OF FeesRecord
                            TO AT-SurchargeAmount
                    END-IF
                    MOVE 'Y' TO FEES-FOUND-SW
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
5445-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5450 - A WITHDRAWN STUDENT EARNS BACK THE CREDIT PERCENT OF THE
*> EARLIEST PRORATION TIER THE WITHDRAWAL DATE FALLS WITHIN, ON
*> THE BASE FEE ONLY
*>----------------------------------------------------------------*>
5450-APPLY-WITHDRAWAL-CREDIT.
    MOVE ZERO TO AT-WithdrawCredit
    MOVE ZERO TO AT-CreditPercent
    MOVE ZERO TO WithdrawalDateFound
    IF NOT FEES-FOUND
       OR WithdrawalCount = ZERO
       OR ProrationCount = ZERO
        GO TO 5450-EXIT
    END-IF
    SET WdIdx TO 1
    SEARCH WithdrawalEntry
        AT END
            CONTINUE
        WHEN WT-StudentID (WdIdx) = TW-StudentID
         AND WT-TermID (WdIdx) = OT-TermID (OpenTermSub)
            MOVE WT-WithdrawalDate (WdIdx) TO WithdrawalDateFound
    END-SEARCH
    IF WithdrawalDateFound = ZERO
        GO TO 5450-EXIT
    END-IF
    MOVE 99999999 TO BestThroughDate
    PERFORM 5455-CHECK-ONE-PRORATION-TIER THRU 5455-EXIT
        VARYING ProIdx FROM 1 BY 1 UNTIL ProIdx > ProrationCount
    COMPUTE AT-WithdrawCredit ROUNDED =
        AT-FeesAmount * AT-CreditPercent / 100.
5450-EXIT.
    EXIT.

5455-CHECK-ONE-PRORATION-TIER.
    IF PT-PaymentType (ProIdx) NOT = OT-PaymentType (OpenTermSub)
       OR PT-TermID (ProIdx) NOT = OT-TermID (OpenTermSub)
        GO TO 5455-EXIT
    END-IF
    IF WithdrawalDateFound <= PT-ThroughDate (ProIdx)
       AND PT-ThroughDate (ProIdx) < BestThroughDate
        MOVE PT-ThroughDate (ProIdx) TO BestThroughDate
        MOVE PT-CreditPercent (ProIdx) TO AT-CreditPercent
    END-IF.
5455-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5460 - THE ASSESSMENT AND THE STUDENT'S OWN SHARE OF IT. EACH
*> ALLOCATION TAKES ITS PERCENT OF THE WHOLE ASSESSMENT, CAPPED SO
*> THE SHARES NEVER EXCEED IT.
*>----------------------------------------------------------------*>
5460-APPLY-SPONSOR-SPLIT.
    COMPUTE AT-Assessment = AT-FeesAmount - AT-WithdrawCredit
        + AT-SurchargeAmount + AT-ChargeAmount
    MOVE ZERO TO AT-SponsorShareTotal
    MOVE AT-Assessment TO AT-StudentShare
    IF AT-Assessment = ZERO OR AllocationCount = ZERO
        GO TO 5460-EXIT
    END-IF
    PERFORM 5465-APPLY-ONE-ALLOCATION THRU 5465-EXIT
        VARYING AllocationSub FROM 1 BY 1
        UNTIL AllocationSub > AllocationCount
    COMPUTE AT-StudentShare = AT-Assessment - AT-SponsorShareTotal.
5460-EXIT.
    EXIT.

5465-APPLY-ONE-ALLOCATION.
    IF AL-StudentID (AllocationSub) NOT = TW-StudentID
        GO TO 5465-EXIT
    END-IF
    COMPUTE OneSponsorShare =
        AT-Assessment * AL-CoveredPercent (AllocationSub) / 100
    IF OneSponsorShare > AT-Assessment - AT-SponsorShareTotal
        COMPUTE OneSponsorShare =
            AT-Assessment - AT-SponsorShareTotal
    END-IF
    ADD OneSponsorShare TO AT-SponsorShareTotal.
5465-EXIT.
    EXIT.

5470-ABSORB-PRIOR-CREDIT.
    MOVE AO-Component (PrioritySub) TO ApplyComponent
    PERFORM 5540-GET-OPEN-AMOUNT THRU 5540-EXIT
    IF ApplyOpen = ZERO
        GO TO 5470-EXIT
    END-IF
    IF AT-PriorCredit < ApplyOpen
        MOVE AT-PriorCredit TO ApplyPiece
    ELSE
        MOVE ApplyOpen TO ApplyPiece
    END-IF
    SUBTRACT ApplyPiece FROM AT-PriorCredit
    PERFORM 5545-TAKE-FROM-OPEN-AMOUNT THRU 5545-EXIT.
5470-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5480 - PUT THE TERMS OLDEST FIRST IN TermOrderTable - A SIMPLE
*> EXCHANGE SORT, SINCE A STUDENT HAS ONLY A HANDFUL OF TERMS
*>----------------------------------------------------------------*>
5480-ORDER-OPEN-TERMS.
    PERFORM 5482-SET-ONE-ORDER THRU 5482-EXIT
        VARYING OrderSub FROM 1 BY 1 UNTIL OrderSub > OpenTermCount
    IF OpenTermCount < 2
        GO TO 5480-EXIT
    END-IF
    PERFORM 5484-SORT-ONE-PASS THRU 5484-EXIT
        VARYING SortOuter FROM 1 BY 1
        UNTIL SortOuter >= OpenTermCount.
5480-EXIT.
    EXIT.

5482-SET-ONE-ORDER.
    MOVE OrderSub TO TO-TermSub (OrderSub).
5482-EXIT.
    EXIT.

5484-SORT-ONE-PASS.
    PERFORM 5486-COMPARE-ADJACENT-TERMS THRU 5486-EXIT
        VARYING SortInner FROM 1 BY 1
        UNTIL SortInner > OpenTermCount - SortOuter.
5484-EXIT.
    EXIT.

5486-COMPARE-ADJACENT-TERMS.
    MOVE TO-TermSub (SortInner) TO OpenTermSub
    MOVE TO-TermSub (SortInner + 1) TO SortHold
    IF OT-AgeKey (OpenTermSub) > OT-AgeKey (SortHold)
       OR (OT-AgeKey (OpenTermSub) = OT-AgeKey (SortHold)
           AND OT-TermID (OpenTermSub) > OT-TermID (SortHold))
        MOVE SortHold TO TO-TermSub (SortInner)
        MOVE OpenTermSub TO TO-TermSub (SortInner + 1)
    END-IF.
5486-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5500 - APPLY THE PAYMENT IN PRIORITY ORDER. EACH COMPONENT
*> AHEAD OF T IN THE ORDER IS TAKEN ACROSS EVERY TERM, OLDEST
*> FIRST; THEN EACH TERM IN TURN, OLDEST FIRST, TAKES THE
*> COMPONENTS AFTER T IN THEIR ORDER.
*>----------------------------------------------------------------*>
5500-APPLY-BY-PRIORITY.
    IF OpenTermCount = ZERO
        GO TO 5500-EXIT
    END-IF
    PERFORM 5510-APPLY-COMPONENT-PASS THRU 5510-EXIT
        VARYING PrioritySub FROM 1 BY 1
        UNTIL PrioritySub >= TermPrioritySub OR ApplyRemaining = ZERO
    PERFORM 5520-APPLY-TERM-PASS THRU 5520-EXIT
        VARYING OrderSub FROM 1 BY 1
        UNTIL OrderSub > OpenTermCount OR ApplyRemaining = ZERO.
5500-EXIT.
    EXIT.

5510-APPLY-COMPONENT-PASS.
    MOVE AO-Component (PrioritySub) TO ApplyComponent
    PERFORM 5530-APPLY-ONE-PIECE THRU 5530-EXIT
        VARYING OrderSub FROM 1 BY 1
        UNTIL OrderSub > OpenTermCount OR ApplyRemaining = ZERO.
5510-EXIT.
    EXIT.

5520-APPLY-TERM-PASS.
    PERFORM 5525-APPLY-TERM-COMPONENT THRU 5525-EXIT
        VARYING ComponentSub FROM TermPrioritySub BY 1
        UNTIL ComponentSub >= 4 OR ApplyRemaining = ZERO.
5520-EXIT.
    EXIT.

5525-APPLY-TERM-COMPONENT.
    MOVE AO-Component (ComponentSub + 1) TO ApplyComponent
    PERFORM 5530-APPLY-ONE-PIECE THRU 5530-EXIT.
5525-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5530 - ONE PIECE: AS MUCH OF WHAT IS LEFT OF THE PAYMENT AS THE
*> TERM AT OrderSub STILL OWES ON ApplyComponent
*>----------------------------------------------------------------*>
5530-APPLY-ONE-PIECE.
    MOVE TO-TermSub (OrderSub) TO OpenTermSub
    PERFORM 5540-GET-OPEN-AMOUNT THRU 5540-EXIT
    IF ApplyOpen = ZERO
        GO TO 5530-EXIT
    END-IF
    IF ApplyRemaining < ApplyOpen
        MOVE ApplyRemaining TO ApplyPiece
    ELSE
        MOVE ApplyOpen TO ApplyPiece
    END-IF
    PERFORM 5545-TAKE-FROM-OPEN-AMOUNT THRU 5545-EXIT
    SUBTRACT ApplyPiece FROM ApplyRemaining
    ADD ApplyPiece TO OT-Applied (OpenTermSub)
    ADD 1 TO PieceCount
    MOVE OpenTermSub TO PC-TermSub (PieceCount)
    MOVE ApplyComponent TO PC-Component (PieceCount)
    MOVE ApplyPiece TO PC-Amount (PieceCount).
5530-EXIT.
    EXIT.

5540-GET-OPEN-AMOUNT.
    EVALUATE ApplyComponent
        WHEN 'N'
            MOVE OT-OpenFees (OpenTermSub) TO ApplyOpen
        WHEN 'S'
            MOVE OT-OpenSurcharge (OpenTermSub) TO ApplyOpen
        WHEN 'B'
            MOVE OT-OpenBase (OpenTermSub) TO ApplyOpen
        WHEN OTHER
            MOVE ZERO TO ApplyOpen
    END-EVALUATE.
5540-EXIT.
    EXIT.

5545-TAKE-FROM-OPEN-AMOUNT.
    EVALUATE ApplyComponent
        WHEN 'N'
            SUBTRACT ApplyPiece FROM OT-OpenFees (OpenTermSub)
        WHEN 'S'
            SUBTRACT ApplyPiece FROM OT-OpenSurcharge (OpenTermSub)
        WHEN 'B'
            SUBTRACT ApplyPiece FROM OT-OpenBase (OpenTermSub)
    END-EVALUATE.
5545-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5600 - POST WHAT THE TERM AT OrderSub TOOK AS ONE INSTALLMENT
*> UNDER ITS OWN TERMID, DATED AS THE PAYMENT. SHOULD THE WRITE
*> FAIL, THE TERM'S PIECES JOIN THE CREDIT.
*>----------------------------------------------------------------*>
5600-POST-ONE-TERM-PIECE.
    MOVE TO-TermSub (OrderSub) TO OpenTermSub
    IF OT-Applied (OpenTermSub) = ZERO
        GO TO 5600-EXIT
    END-IF
    MOVE TW-StudentID TO StudentID-Payment OF StudentPaymentRecord
    MOVE OT-TermID (OpenTermSub)
        TO TermID-Payment OF StudentPaymentRecord
    COMPUTE InstallmentNumber OF StudentPaymentRecord =
        OT-HighestInstallment (OpenTermSub) + 1
    MOVE TW-PaymentDate TO PaymentDate OF StudentPaymentRecord
    MOVE OT-Applied (OpenTermSub)
        TO Amount-Payment OF StudentPaymentRecord
    MOVE 'P' TO TransactionCode OF StudentPaymentRecord
    WRITE StudentPaymentRecord
        INVALID KEY
            MOVE 'E' TO OT-Disposition (OpenTermSub)
            ADD OT-Applied (OpenTermSub) TO ApplyRemaining
        NOT INVALID KEY
            MOVE 'P' TO OT-Disposition (OpenTermSub)
            MOVE InstallmentNumber OF StudentPaymentRecord
                TO OT-InstallmentNumber (OpenTermSub)
            ADD OT-Applied (OpenTermSub) TO ApplyPostedAmount
            IF PERIOD-CLOSED
                MOVE OT-Applied (OpenTermSub) TO PW-Amount
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
5600-EXIT.
    EXIT.

5700-WRITE-ONE-PIECE-LINE.
    MOVE PC-TermSub (PieceSub) TO OpenTermSub
    MOVE PieceSub TO AD-PieceNumber
    MOVE OT-TermID (OpenTermSub) TO AD-TermID
    MOVE PC-Component (PieceSub) TO AD-Component
    MOVE PC-Amount (PieceSub) TO AD-AppliedAmount
    MOVE OT-InstallmentNumber (OpenTermSub) TO AD-InstallmentNumber
    MOVE OT-Disposition (OpenTermSub) TO AD-Disposition
    PERFORM 5750-WRITE-APPLICATION-LINE THRU 5750-EXIT.
5700-EXIT.
    EXIT.

5750-WRITE-APPLICATION-LINE.
    MOVE RunID TO AD-RunID
    MOVE TW-SourceName TO AD-SourceName
    MOVE TW-StudentID TO AD-StudentID
    MOVE TW-PaymentDate TO AD-PaymentDate
    MOVE ApplyIncomingAmount TO AD-PaymentAmount
    WRITE ApplicationDetailRecord FROM ApplicationDetailWork.
5750-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5800 - WHAT IS LEFT ONCE EVERY OPEN TERM IS SATISFIED IS HELD ON
*> THE SUSPENSE MASTER AS A CREDIT ON ACCOUNT (STATUS C) UNDER NO
*> TERM, FOR THE STAFF TO APPLY OR RETURN WITH A SUSPENSE ACTION.
*> IT IS NOT POSTED TO ANY TERM, SO NOTHING REFUNDS IT UNTIL THE
*> STAFF DECIDE. SHOULD THE WRITE FAIL, THE REMAINDER GOES TO THE
*> REJECT FILE AS A HELD PAYMENT DOES IN 5050.
*>----------------------------------------------------------------*>
5800-HOLD-CREDIT-ON-ACCOUNT.
    MOVE SuspenseRecord TO SuspenseRecordSave
    ADD 1 TO SuspenseSequence
    MOVE RunDate TO SU-HeldDate
    MOVE RunID TO SU-HeldRunID
    MOVE SuspenseSequence TO SU-HeldSequence
    MOVE TW-SourceName TO SU-SourceName
    MOVE TW-StudentID TO SU-StudentID
    MOVE SPACES TO SU-TermID
    MOVE TW-PaymentDate TO SU-PaymentDate
    MOVE ApplyRemaining TO SU-Amount
    MOVE TW-CashierID TO SU-CashierID
    MOVE TW-SessionNumber TO SU-SessionNumber
    MOVE 'C' TO SU-Status
    MOVE ZERO TO SU-DaysHeld
    MOVE ZERO TO SU-ResolvedDate
    MOVE SPACES TO SU-ResolvedStudentID
    MOVE SPACES TO SU-ResolvedTermID
    MOVE SPACES TO SU-ResolvedBy
    WRITE SuspenseRecord
        INVALID KEY
            MOVE 'N' TO CREDIT-HELD-SW
        NOT INVALID KEY
            MOVE 'Y' TO CREDIT-HELD-SW
    END-WRITE
    MOVE SuspenseRecordSave TO SuspenseRecord
    COMPUTE AD-PieceNumber = PieceCount + 1
    MOVE SPACES TO AD-TermID
    MOVE 'C' TO AD-Component
    MOVE ApplyRemaining TO AD-AppliedAmount
    MOVE ZERO TO AD-InstallmentNumber
    IF CREDIT-HELD
        MOVE 'H' TO AD-Disposition
        IF PERIOD-CLOSED
            MOVE SPACES TO PW-TermID
            MOVE ZERO TO PW-InstallmentNumber
            MOVE 'C' TO PW-TransactionCode
            MOVE ApplyRemaining TO PW-Amount
            PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
        END-IF
    ELSE
        MOVE 'R' TO AD-Disposition
        ADD 1 TO SourceRejectedUnknownID
        ADD ApplyRemaining TO SourceAmountRejected
        IF TW-SourceName = 'CASHIER'
            ADD 1 TO CA-RejectedUnknownID (CashierSub)
            ADD ApplyRemaining TO CA-AmountRejected (CashierSub)
        END-IF
        MOVE ApplyRemaining TO TW-Amount
        MOVE 'CREDIT NOT HELD' TO RJ-RejectReason
        PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        MOVE ApplyIncomingAmount TO TW-Amount
    END-IF
    PERFORM 5750-WRITE-APPLICATION-LINE THRU 5750-EXIT.
5800-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5850 - RECORD THE DISTRIBUTED PAYMENT ON THE SUSPENSE MASTER
*> (STATUS D, RESOLVED TODAY BY APPLY) UNDER ITS SOURCE, DATE AND
*> FULL AMOUNT, SO 5060 CATCHES THE SAME PAYMENT ON A SOURCE FILE
*> POSTED TWICE
*>----------------------------------------------------------------*>
5850-RECORD-DISTRIBUTION.
    MOVE SuspenseRecord TO SuspenseRecordSave
    ADD 1 TO SuspenseSequence
    MOVE RunDate TO SU-HeldDate
    MOVE RunID TO SU-HeldRunID
    MOVE SuspenseSequence TO SU-HeldSequence
    MOVE TW-SourceName TO SU-SourceName
    MOVE TW-StudentID TO SU-StudentID
    MOVE SPACES TO SU-TermID
    MOVE TW-PaymentDate TO SU-PaymentDate
    MOVE ApplyIncomingAmount TO SU-Amount
    MOVE TW-CashierID TO SU-CashierID
    MOVE TW-SessionNumber TO SU-SessionNumber
    MOVE 'D' TO SU-Status
    MOVE ZERO TO SU-DaysHeld
    MOVE RunDate TO SU-ResolvedDate
    MOVE TW-StudentID TO SU-ResolvedStudentID
    MOVE SPACES TO SU-ResolvedTermID
    MOVE 'APPLY' TO SU-ResolvedBy
    WRITE SuspenseRecord
        INVALID KEY
            DISPLAY "WARNING: UNABLE TO RECORD DISTRIBUTION OF "
                TW-StudentID " PAYMENT DATED " TW-PaymentDate
                " - A REPEAT OF IT WILL NOT BE CAUGHT"
    END-WRITE
    MOVE SuspenseRecordSave TO SuspenseRecord.
5850-EXIT.
    EXIT.

6000-WRITE-PAYMENT-RECORD.
    MOVE 'N' TO PAYMENT-POSTED-SW
    MOVE TW-StudentID TO StudentID-Payment OF StudentPaymentRecord
    MOVE TW-TermID TO TermID-Payment OF StudentPaymentRecord
    COMPUTE InstallmentNumber OF StudentPaymentRecord =
            MOVE 'DUPLICATE KEY ON FILE' TO RJ-RejectReason
            PERFORM 6100-WRITE-REJECT-RECORD THRU 6100-EXIT
        NOT INVALID KEY
            MOVE 'Y' TO PAYMENT-POSTED-SW
            ADD 1 TO SourceRecordsPosted
            ADD TW-Amount TO SourceAmountPosted
            IF TW-SourceName = 'CASHIER'
                ADD TW-Amount TO CA-AmountPosted (CashierSub)
                PERFORM 6050-ADD-TO-SESSION THRU 6050-EXIT
            END-IF
            IF PERIOD-CLOSED
                MOVE TW-Amount TO PW-Amount
                PERFORM 7500-WRITE-PERIOD-ADJUSTMENT THRU 7500-EXIT
            END-IF
    END-WRITE.
6000-EXIT.
    EXIT.
    MOVE ZERO TO SourceAmountPosted
    MOVE ZERO TO SourceRejectedDuplicate
    MOVE ZERO TO SourceRejectedUnknownID
    MOVE ZERO TO SourceAmountRejected
    MOVE ZERO TO SourceRecordsHeld
    MOVE ZERO TO SourceAmountHeld.
7000-EXIT.
    EXIT.

    MOVE SourceRejectedDuplicate TO PR-RejectedDuplicate
    MOVE SourceRejectedUnknownID TO PR-RejectedUnknownID
    MOVE SourceAmountRejected TO PR-AmountRejected
    MOVE SourceRecordsHeld TO PR-RecordsHeld
    MOVE SourceAmountHeld TO PR-AmountHeld
    WRITE PostingReportRecord FROM PostingReportWork.
7100-EXIT.
    EXIT.
    MOVE ZERO TO CA-AmountPosted (CashierSub)
    MOVE ZERO TO CA-RejectedDuplicate (CashierSub)
    MOVE ZERO TO CA-RejectedUnknownID (CashierSub)
    MOVE ZERO TO CA-AmountRejected (CashierSub)
    MOVE ZERO TO CA-RecordsHeld (CashierSub)
    MOVE ZERO TO CA-AmountHeld (CashierSub).
7200-EXIT.
    EXIT.

    MOVE CA-RejectedUnknownID (CashierSub)
        TO PR-RejectedUnknownID
    MOVE CA-AmountRejected (CashierSub) TO PR-AmountRejected
    MOVE CA-RecordsHeld (CashierSub) TO PR-RecordsHeld
    MOVE CA-AmountHeld (CashierSub) TO PR-AmountHeld
    WRITE PostingReportRecord FROM PostingReportWork.
7410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7500 - LOG AN ENTRY REDATED OUT OF A CLOSED PERIOD, FROM THE
*> INSTALLMENT JUST WRITTEN (THE CALLER SETS THE AMOUNT; A HOLD OR
*> CREDIT SETS ITS OWN CODE AND NUMBER). 7510 WRITES THE LINE.
*>----------------------------------------------------------------*>
7500-WRITE-PERIOD-ADJUSTMENT.
    MOVE TW-StudentID TO PW-StudentID
    IF PW-TransactionCode NOT = 'H' AND PW-TransactionCode NOT = 'C'
        MOVE TermID-Payment OF StudentPaymentRecord TO PW-TermID
        MOVE InstallmentNumber OF StudentPaymentRecord
            TO PW-InstallmentNumber
        MOVE TransactionCode OF StudentPaymentRecord
            TO PW-TransactionCode
        MOVE PaymentDate OF StudentPaymentRecord TO PW-PostedDate
    ELSE
        MOVE TW-PaymentDate TO PW-PostedDate
    END-IF
    MOVE 'A' TO PW-Action
    PERFORM 7510-WRITE-ADJUSTMENT-LINE THRU 7510-EXIT
    MOVE SPACE TO PW-TransactionCode.
7500-EXIT.
    EXIT.

7510-WRITE-ADJUSTMENT-LINE.
    MOVE RunID TO PW-RunID
    MOVE RunDate TO PW-BusinessDate
    MOVE ThisProgramName TO PW-ProgramName
    MOVE PeriodCheckDate TO PW-OriginalDate
    MOVE PeriodClosedID TO PW-ClosedPeriodID
    WRITE PeriodAdjustmentRecord FROM PeriodAdjustmentWork
    IF PW-Action = 'A'
        ADD 1 TO PeriodAdjustedCount
    ELSE
        ADD 1 TO PeriodRejectedCount
    END-IF.
7510-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8100 - THE PER-CASHIER SESSION BALANCING REPORT: POSTED BESIDE
*> COUNTED WITH THE OVER/SHORT, ONE LINE PER SESSION SEEN ON
*>----------------------------------------------------------------*>
8000-FINALIZE-RUN.
    PERFORM 8100-WRITE-SESSION-BALANCE THRU 8100-EXIT
    PERFORM 8200-WRITE-SUSPENSE-AGING THRU 8200-EXIT
    CLOSE StudentPaymentFile
    CLOSE UnappliedSuspenseFile
    CLOSE PostingReportFile
    CLOSE PostingRejectFile
    CLOSE ReturnedRegisterFile
    CLOSE ApplicationDetailFile
    CLOSE PeriodAdjustmentFile
    IF FEES-OPEN
        CLOSE FeesFile
    END-IF
    IF PeriodAdjustedCount > ZERO OR PeriodRejectedCount > ZERO
        DISPLAY "NOTE: " PeriodAdjustedCount " ENTRIES REDATED AND "
            PeriodRejectedCount " REJECTED FOR A CLOSED PERIOD - "
            "SEE HW2-Prior-Period-Adjustments.csv"
    END-IF
    IF AppliedPaymentCount > ZERO
        DISPLAY "NOTE: " AppliedPaymentCount " PAYMENT(S) WITH NO "
            "TERM APPLIED ACROSS OPEN TERMS"
    END-IF
    MOVE 'C' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT.
8000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8200 - THE SUSPENSE AGING REPORT: EVERY ITEM STILL HELD, WITH
*> ITS DAYS HELD REFRESHED ON THE MASTER AND BUCKETED 30/60/90/90+,
*> PLUS EVERY ITEM APPLIED OR RETURNED THIS RUN SO THE STAFF SEE
*> WHAT CLEARED. CREDITS ON ACCOUNT ARE AGED THE SAME WAY AND
*> COUNTED APART; DISTRIBUTION RECORDS ARE LEFT OFF, AS THE
*> APPLICATION DETAIL REPORT ALREADY SHOWS THEM.
*>----------------------------------------------------------------*>
8200-WRITE-SUSPENSE-AGING.
    OPEN OUTPUT SuspenseAgingFile
    IF SuspenseAgingFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO OPEN SuspenseAgingFile, "
            "STATUS = " SuspenseAgingFileStatus
        GO TO 8200-EXIT
    END-IF
    MOVE ZERO TO SuspenseHeldCount
    MOVE ZERO TO SuspenseHeldAmount
    MOVE ZERO TO CreditHeldCount
    MOVE ZERO TO CreditHeldAmount
    MOVE 'N' TO MORE-SUSPENSE-SW
    MOVE LOW-VALUES TO SuspenseKey
    START UnappliedSuspenseFile KEY IS >= SuspenseKey
        INVALID KEY
            MOVE 'Y' TO MORE-SUSPENSE-SW
    END-START
    PERFORM 8210-AGE-ONE-SUSPENSE-ITEM THRU 8210-EXIT
        UNTIL NO-MORE-SUSPENSE
    CLOSE SuspenseAgingFile
    DISPLAY "NOTE: " SuspenseHeldCount " ITEM(S) REMAIN IN "
        "UNAPPLIED CASH SUSPENSE"
    IF CreditHeldCount > ZERO
        DISPLAY "NOTE: " CreditHeldCount " CREDIT(S) ON ACCOUNT "
            "AWAIT APPLY OR RETURN"
    END-IF.
8200-EXIT.
    EXIT.

8210-AGE-ONE-SUSPENSE-ITEM.
    READ UnappliedSuspenseFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-SUSPENSE-SW
        NOT AT END
            IF SU-Status = 'H' OR SU-Status = 'C'
                PERFORM 8220-COMPUTE-DAYS-HELD THRU 8220-EXIT
                REWRITE SuspenseRecord
                    INVALID KEY
                        DISPLAY "WARNING: UNABLE TO REWRITE "
                            "SUSPENSE ITEM " SU-HeldDate "/"
                            SU-HeldRunID "/" SU-HeldSequence
                END-REWRITE
                IF SU-Status = 'C'
                    ADD 1 TO CreditHeldCount
                    ADD SU-Amount TO CreditHeldAmount
                ELSE
                    ADD 1 TO SuspenseHeldCount
                    ADD SU-Amount TO SuspenseHeldAmount
                END-IF
                PERFORM 8230-WRITE-AGING-LINE THRU 8230-EXIT
            ELSE
                IF SU-ResolvedDate = RunDate AND SU-Status NOT = 'D'
                    PERFORM 8230-WRITE-AGING-LINE THRU 8230-EXIT
                END-IF
            END-IF
    END-READ.
8210-EXIT.
    EXIT.

8220-COMPUTE-DAYS-HELD.
    MOVE SU-HeldDate TO ConvertDateWork
    PERFORM 9100-CONVERT-DATE-TO-DAYS THRU 9100-EXIT
    COMPUTE HeldDaysRaw = RunDayNumber - ConvertDayNumber
    IF HeldDaysRaw < ZERO
        MOVE ZERO TO HeldDaysRaw
    END-IF
    MOVE HeldDaysRaw TO SU-DaysHeld.
8220-EXIT.
    EXIT.

8230-WRITE-AGING-LINE.
    MOVE RunID TO UA-RunID
    MOVE SU-HeldDate TO UA-HeldDate
    MOVE SU-HeldRunID TO UA-HeldRunID
    MOVE SU-HeldSequence TO UA-HeldSequence
    MOVE SU-SourceName TO UA-SourceName
    MOVE SU-StudentID TO UA-StudentID
    MOVE SU-TermID TO UA-TermID
    MOVE SU-PaymentDate TO UA-PaymentDate
    MOVE SU-Amount TO UA-Amount
    MOVE SU-CashierID TO UA-CashierID
    MOVE SU-SessionNumber TO UA-SessionNumber
    MOVE SU-DaysHeld TO UA-DaysHeld
    EVALUATE TRUE
        WHEN SU-DaysHeld <= 30
            MOVE '30' TO UA-AgingBucket
        WHEN SU-DaysHeld <= 60
            MOVE '60' TO UA-AgingBucket
        WHEN SU-DaysHeld <= 90
            MOVE '90' TO UA-AgingBucket
        WHEN OTHER
            MOVE '90+' TO UA-AgingBucket
    END-EVALUATE
    MOVE SU-Status TO UA-Status
    MOVE SU-ResolvedStudentID TO UA-ResolvedStudentID
    MOVE SU-ResolvedBy TO UA-ResolvedBy
    WRITE SuspenseAgingRecord FROM SuspenseAgingWork.
8230-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 9100 - CONVERT THE YYYYMMDD IN ConvertDateWork TO A DAY NUMBER
*> IN ConvertDayNumber
*>----------------------------------------------------------------*>
9100-CONVERT-DATE-TO-DAYS.
    COMPUTE CalcA = (14 - CD-Month) / 12
    COMPUTE CalcY = CD-Year + 4800 - CalcA
    COMPUTE CalcM = CD-Month + (12 * CalcA) - 3
    COMPUTE ConvertDayNumber = CD-Day
        + ((153 * CalcM + 2) / 5)
        + (365 * CalcY)
        + (CalcY / 4)
        - (CalcY / 100)
        + (CalcY / 400)
        - 32045.
9100-EXIT.
    EXIT.
