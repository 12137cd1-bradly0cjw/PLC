IDENTIFICATION DIVISION.
PROGRAM-ID. AccountInquiryProgram.
AUTHOR. BURSAR-SYSTEMS-GROUP.
INSTALLATION. STUDENT-ACCOUNTS-DATA-CENTER.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------*>
*> MODIFICATION HISTORY
*>----------------------------------------------------------------*>
*> 2026-10-15  RLT  Original version - the cashier-window account
*>                  inquiry. The cashier signs on with their ID
*>                  and keys a StudentID; for every term the
*>                  student is enrolled in the screen shows the
*>                  fee tier that applies, any withdrawal credit
*>                  and late-fee surcharge, the sponsor shares and
*>                  the student's own share, every installment on
*>                  HW2-Student-Payment.dat with its
*>                  TransactionCode, the balance due now, the
*>                  payment plan standing and next agreed due
*>                  date, the escalation level and the last notice
*>                  sent - without waiting for the nightly
*>                  StudentPaymentProgram and StatementProgram
*>                  outputs. Every shared file is opened INPUT
*>                  only, so the inquiry can run through the
*>                  posting window, and every lookup is appended
*>                  to the inquiry log with the cashier ID for the
*>                  privacy audit.
*> 2026-10-15  RLT  The clean charge lines (lab, housing,
*>                  materials and the like) are priced the way the
*>                  payment run prices them, shown under the term
*>                  fees and added to the assessment before the
*>                  sponsor split, so the balance due matches
*>                  StudentPaymentProgram and the statement.
*> 2026-10-15  RLT  The lookup is logged before anything is shown,
*>                  so a lookup the log cannot take is never
*>                  answered. An optional file found absent at one
*>                  lookup is closed again, so a later lookup reads
*>                  it once the batch has written it.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  THE SHARED FILES ARE ALL OPENED INPUT - THE INQUIRY NEVER
*>  UPDATES ANYTHING BUT ITS OWN LOG. THE LINE SEQUENTIAL ONES ARE
*>  REOPENED FOR EACH LOOKUP SO THE SCREEN SHOWS WHAT THE LAST
*>  BATCH STEP WROTE, NOT WHAT WAS ON FILE AT SIGN-ON. AN ABSENT
*>  OPTIONAL FILE OPENS WITH STATUS 05 AND MUST STILL BE CLOSED,
*>  OR THE NEXT LOOKUP CANNOT OPEN IT ONCE THE BATCH WRITES IT.
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

*>  THE SPONSOR, PLAN, WITHDRAWAL, PRORATION, ESCALATION, NOTICE
*>  AND CHARGE FILES ARE ALL OPTIONAL HERE, AS THEY ARE TO THE
*>  BATCH PROGRAMS THAT OWN THEM - AN ABSENT FILE SIMPLY SHOWS
*>  NOTHING ON FILE.
    SELECT OPTIONAL SponsorMasterFile
        ASSIGN TO 'HW2-Sponsor-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SponsorMasterFileStatus.

    SELECT OPTIONAL SponsorAllocationFile
        ASSIGN TO 'HW2-Sponsorship-Allocations.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AllocationFileStatus.

    SELECT OPTIONAL PaymentPlanFile
        ASSIGN TO 'HW2-Payment-Plan-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PlanFileStatus.

    SELECT OPTIONAL WithdrawalFile
        ASSIGN TO 'HW2-Withdrawals.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WithdrawalFileStatus.

    SELECT OPTIONAL ProrationScheduleFile
        ASSIGN TO 'HW2-Proration-Schedule.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProrationFileStatus.

    SELECT OPTIONAL EscalationMasterFile
        ASSIGN TO 'HW2-Escalation-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EscalationFileStatus.

    SELECT OPTIONAL NoticeLogFile ASSIGN TO 'HW2-Notice-Log.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NoticeLogFileStatus.

    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

    SELECT OPTIONAL ChargeCodeFile
        ASSIGN TO 'HW2-Charge-Codes.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeCodeFileStatus.

*>  THE INQUIRY LOG IS APPEND-ONLY, ONE RECORD PER LOOKUP. THE
*>  FIRST EVER SESSION HAS NO LOG, SO IT IS OPTIONAL AND THE
*>  EXTEND CREATES IT.
    SELECT OPTIONAL InquiryLogFile ASSIGN TO 'HW2-Inquiry-Log.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS InquiryLogFileStatus.

DATA DIVISION.
FILE SECTION.

*>----------------------------------------------------------------*>
*> STUDENT MASTER - THE CLEAN FILE FROM StudentPreEditProgram, ONE
*> RECORD PER ENROLLMENT IN StudentID/TermID ORDER
*>----------------------------------------------------------------*>
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
*> STUDENT PAYMENTS - ONE RECORD PER INSTALLMENT; TransactionCode
*> P OR SPACE A PAYMENT, R A REFUND, N A RETURNED ITEM, W / V / A
*> A BAD-DEBT WRITE-OFF, ITS REINSTATEMENT AND AN AGENCY RECOVERY
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
*> PAYMENT PLAN AGREEMENT MASTER - ONE RECORD PER STUDENT AND
*> AGREED INSTALLMENT; ONLY STATUS A IS AN ACTIVE AGREEMENT
*>----------------------------------------------------------------*>
FD  PaymentPlanFile.
01  PaymentPlanRecord.
    05 PP-StudentID PIC X(9).
    05 FILLER PIC X.
    05 PP-TermID PIC X(6).
    05 FILLER PIC X.
    05 PP-InstallmentNumber PIC 9(2).
    05 FILLER PIC X.
    05 PP-Amount PIC 9(5)V99.
    05 FILLER PIC X.
    05 PP-DueDate PIC 9(8).
    05 FILLER PIC X.
    05 PP-AgreementStatus PIC X(1).

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
*> ESCALATION MASTER - ONE RECORD PER STUDENT AND TERM CURRENTLY
*> SHORT, IN StudentID ORDER, AS REWRITTEN BY ShortfallDeltaProgram
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
*> NOTICE LOG - ONE RECORD PER NOTICE EVER SENT, APPENDED BY
*> CollectionsNoticeProgram
*>----------------------------------------------------------------*>
FD  NoticeLogFile.
01  NoticeLogRecord.
    05 NL-StudentID PIC X(9).
    05 FILLER PIC X.
    05 NL-TermID PIC X(6).
    05 FILLER PIC X.
    05 NL-EscalationLevel PIC 9(3).
    05 FILLER PIC X.
    05 NL-NoticeDate PIC 9(8).
    05 FILLER PIC X.
    05 NL-RunID PIC X(8).

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
*> CHARGE CODE MASTER - THE DESCRIPTION SHOWN FOR EACH CODE
*>----------------------------------------------------------------*>
FD  ChargeCodeFile.
01  ChargeCodeRecord.
    05 CC-ChargeCode PIC X(1).
    05 FILLER PIC X.
    05 CC-Description PIC X(20).
    05 FILLER PIC X.
    05 CC-RevenueAccount PIC X(4).

*>----------------------------------------------------------------*>
*> OUTPUT - THE INQUIRY LOG, WRITTEN FROM InquiryLogWork
*>----------------------------------------------------------------*>
FD  InquiryLogFile.
01  InquiryLogRecord PIC X(37).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
*> SESSION IDENTIFICATION. THE CASHIER ID IS KEYED AT SIGN-ON AND
*> STAMPED ON EVERY LOG RECORD OF THE SESSION.
*>----------------------------------------------------------------*>
77 RunDate PIC 9(8) VALUE ZERO.
77 RunTime PIC 9(8) VALUE ZERO.
77 InquiryTime PIC 9(8) VALUE ZERO.
77 SessionCashierID PIC X(4) VALUE SPACES.
77 InquiryStudentID PIC X(9) VALUE SPACES.

*>----------------------------------------------------------------*>
*> THE INQUIRY LOG RECORD AS WRITTEN. RESULT F = THE STUDENT WAS
*> FOUND AND SHOWN, N = NO ENROLLMENT ON FILE FOR THE ID KEYED.
*>----------------------------------------------------------------*>
01 InquiryLogWork.
    05 IL-InquiryDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 IL-InquiryTime PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 IL-CashierID PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 IL-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 IL-TermsShown PIC 9(2).
    05 FILLER PIC X VALUE ','.
    05 IL-ResultFlag PIC X(1).

*>----------------------------------------------------------------*>
*> THE ENROLLMENT CURRENTLY ON THE SCREEN. THE ASSESSMENT IS THE
*> SAME ONE THE PAYMENT RUN MAKES: THE TIER FEE, LESS ANY
*> WITHDRAWAL CREDIT, PLUS ANY LATE-FEE SURCHARGE AND THE PRICED
*> CHARGE LINES, SPLIT INTO THE SPONSOR SHARES AND THE STUDENT'S
*> OWN SHARE.
*>----------------------------------------------------------------*>
01 InquiryWorkRecord.
    05 IQ-StudentID PIC X(9).
    05 IQ-StudentName PIC X(10).
    05 IQ-PaymentType PIC X(1).
    05 IQ-DeptCode PIC X(4).
    05 IQ-TermID PIC X(6).
    05 IQ-EarliestPayDate PIC 9(8).
    05 IQ-TierLookupDate PIC 9(8).
    05 IQ-TierStartDate PIC 9(8).
    05 IQ-TierDueDate PIC 9(8).
    05 IQ-FeesAmount PIC 9(9)V99.
    05 IQ-SurchargeAmount PIC 9(9)V99.
    05 IQ-WithdrawCredit PIC 9(9)V99.
    05 IQ-CreditPercent PIC 9(3).
    05 IQ-ChargeTotal PIC 9(9)V99.
    05 IQ-Assessment PIC 9(9)V99.
    05 IQ-SponsorShareTotal PIC 9(9)V99.
    05 IQ-StudentShare PIC 9(9)V99.
    05 IQ-NetCash PIC S9(9)V99 COMP.
    05 IQ-NetWriteOff PIC S9(9)V99 COMP.
    05 IQ-BalanceDue PIC S9(9)V99 COMP.
    05 IQ-PlanStatus PIC X(12).
    05 IQ-NextPlanDueDate PIC 9(8).
    05 IQ-NextPlanAmount PIC 9(5)V99.
    05 IQ-EscalationLevel PIC 9(3).
    05 IQ-LastNoticeLevel PIC 9(3).
    05 IQ-LastNoticeDate PIC 9(8).
    05 IQ-LastNoticeRunID PIC X(8).

*>----------------------------------------------------------------*>
*> EVERY INSTALLMENT ON FILE FOR THE ENROLLMENT, GATHERED IN ONE
*> KEYED PASS (KEY ORDER = INSTALLMENT ORDER), AND WHAT HAS BEEN
*> PAID AGAINST EACH INSTALLMENT NUMBER FOR THE PLAN CHECK
*>----------------------------------------------------------------*>
77 PayDetailCount PIC 9(3) COMP VALUE ZERO.
01 PayDetailTable.
    05 PayDetail OCCURS 99 TIMES INDEXED BY PayIdx.
        10 PD-InstallmentNumber PIC 9(2).
        10 PD-PaymentDate PIC 9(8).
        10 PD-Amount PIC 9(5)V99.
        10 PD-TransCode PIC X(1).
01 InstPaidTable.
    05 InstPaidAmount OCCURS 99 TIMES PIC 9(9)V99 COMP.
77 InstSub PIC 9(3) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> SPONSOR MASTER TABLE, LOADED ONCE AT SIGN-ON FOR THE SPONSOR
*> NAMES. AN ALLOCATION NAMING A SPONSOR NOT ON THE MASTER IS NOT
*> APPLIED, THE SAME AS IN THE PAYMENT RUN.
*>----------------------------------------------------------------*>
77 SponsorCount PIC 9(3) COMP VALUE ZERO.
77 MaxSponsorEntries PIC 9(3) COMP VALUE 200.
01 SponsorTable.
    05 SponsorEntry OCCURS 1 TO 200 TIMES
            DEPENDING ON SponsorCount
            INDEXED BY SpIdx.
        10 SP-SponsorID PIC X(6).
        10 SP-SponsorName PIC X(20).

*>----------------------------------------------------------------*>
*> THE STUDENT'S SPONSOR SHARES FOR THE ENROLLMENT ON THE SCREEN
*>----------------------------------------------------------------*>
77 ShareCount PIC 9(2) COMP VALUE ZERO.
01 ShareTable.
    05 ShareEntry OCCURS 20 TIMES INDEXED BY ShareIdx.
        10 SH-SponsorID PIC X(6).
        10 SH-SponsorName PIC X(20).
        10 SH-CoveredPercent PIC 9(3).
        10 SH-ShareAmount PIC 9(9)V99.
77 OneSponsorShare PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> PRORATION SCHEDULE TABLE, LOADED ONCE AT SIGN-ON
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
77 BestThroughDate PIC 9(8) VALUE ZERO.
77 WithdrawalDateFound PIC 9(8) VALUE ZERO.

*>----------------------------------------------------------------*>
*> CHARGE CODE MASTER TABLE, LOADED ONCE AT SIGN-ON, AND THE
*> CHARGE LINES FOR THE ENROLLMENT ON THE SCREEN. A LINE THAT
*> FINDS NO TIER SHOWS AS NOT PRICED AND, AS IN THE PAYMENT RUN,
*> IS NOT BILLED.
*>----------------------------------------------------------------*>
77 ChargeCodeCount PIC 9(3) COMP VALUE ZERO.
77 MaxChargeCodeEntries PIC 9(3) COMP VALUE 100.
01 ChargeCodeTable.
    05 ChargeCodeEntry OCCURS 1 TO 100 TIMES
            DEPENDING ON ChargeCodeCount
            INDEXED BY CcIdx.
        10 CT-ChargeCode PIC X(1).
        10 CT-Description PIC X(20).
77 BillChargeCount PIC 9(3) COMP VALUE ZERO.
01 BillChargeTable.
    05 BillChargeEntry OCCURS 50 TIMES INDEXED BY BcIdx.
        10 BC-ChargeCode PIC X(1).
        10 BC-Quantity PIC 9(3).
        10 BC-Amount PIC 9(9)V99.
        10 BC-PricedFlag PIC X(1).
            88 BC-PRICED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> RUNNING TOTALS AND COUNTERS
*>----------------------------------------------------------------*>
77 InquiryCount PIC 9(5) COMP VALUE ZERO.
77 TermsShownCount PIC 9(2) COMP VALUE ZERO.
77 EnrollmentsFoundCount PIC 9(2) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE AND LOOKUP SWITCHES
*>----------------------------------------------------------------*>
77 SESSION-END-SW PIC X(1) VALUE 'N'.
    88 END-OF-SESSION VALUE 'Y'.
77 SCAN-MODE-SW PIC X(1) VALUE 'C'.
    88 SCAN-COUNT-ONLY VALUE 'C'.
    88 SCAN-AND-SHOW VALUE 'S'.
77 STUDENT-MAIN-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-STUDENT-MAIN VALUE 'Y'.
77 SCAN-FEES-DONE-SW PIC X(1) VALUE 'N'.
    88 SCAN-FEES-DONE VALUE 'Y'.
77 FEES-FOUND-SW PIC X(1) VALUE 'N'.
    88 FEES-FOUND VALUE 'Y'.
77 MORE-INSTALLMENTS-SW PIC X(1) VALUE 'N'.
    88 NO-MORE-INSTALLMENTS VALUE 'Y'.
77 SPONSOR-MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SPONSOR-MASTER VALUE 'Y'.
77 ALLOCATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ALLOCATION-FILE VALUE 'Y'.
77 PLAN-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PLAN-FILE VALUE 'Y'.
77 WITHDRAWAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-WITHDRAWAL-FILE VALUE 'Y'.
77 PRORATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PRORATION-FILE VALUE 'Y'.
77 ESCALATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ESCALATION-FILE VALUE 'Y'.
77 NOTICE-LOG-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-NOTICE-LOG VALUE 'Y'.
77 CHARGE-CODE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-CODES VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-FILE VALUE 'Y'.
77 SPONSOR-FOUND-SW PIC X(1) VALUE 'N'.
    88 SPONSOR-FOUND VALUE 'Y'.
77 STUDENT-ON-PLAN-SW PIC X(1) VALUE 'N'.
    88 STUDENT-ON-PLAN VALUE 'Y'.
77 PLAN-BROKEN-SW PIC X(1) VALUE 'N'.
    88 PLAN-BROKEN VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
*>----------------------------------------------------------------*>
77 StudentMainFileStatus PIC X(2).
77 FeesFileStatus PIC X(2).
77 PaymentFileStatus PIC X(2).
77 SponsorMasterFileStatus PIC X(2).
77 AllocationFileStatus PIC X(2).
77 PlanFileStatus PIC X(2).
77 WithdrawalFileStatus PIC X(2).
77 ProrationFileStatus PIC X(2).
77 EscalationFileStatus PIC X(2).
77 NoticeLogFileStatus PIC X(2).
77 InquiryLogFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 ChargeCodeFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> SCREEN LINE LAYOUTS, 80 COLUMNS, DISPLAYED TO THE CASHIER'S
*> TERMINAL IN THE SAME FORM AS THE STATEMENT PRINT LINES
*>----------------------------------------------------------------*>
01 ScreenSeparatorLine.
    05 FILLER PIC X(80) VALUE ALL '-'.

01 ScreenHeadingLine.
    05 FILLER PIC X(17) VALUE 'ACCOUNT INQUIRY  '.
    05 FILLER PIC X(09) VALUE 'STUDENT: '.
    05 SC-StudentName PIC X(10).
    05 FILLER PIC X(06) VALUE '  ID: '.
    05 SC-StudentID PIC X(9).
    05 FILLER PIC X(08) VALUE '  DATE: '.
    05 SC-InquiryDate PIC 9(8).
    05 FILLER PIC X(13) VALUE SPACES.

01 ScreenTermLine.
    05 FILLER PIC X(06) VALUE 'TERM: '.
    05 SC-TermID PIC X(6).
    05 FILLER PIC X(08) VALUE '  DEPT: '.
    05 SC-DeptCode PIC X(4).
    05 FILLER PIC X(16) VALUE '  PAYMENT TYPE: '.
    05 SC-PaymentType PIC X(1).
    05 FILLER PIC X(39) VALUE SPACES.

01 ScreenTierLine.
    05 FILLER PIC X(14) VALUE 'FEE TIER FROM '.
    05 SC-TierStartDate PIC 9(8).
    05 FILLER PIC X(06) VALUE '  DUE '.
    05 SC-TierDueDate PIC 9(8).
    05 FILLER PIC X(21) VALUE '  TERM FEES          '.
    05 SC-TierAmount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenNoTierLine.
    05 FILLER PIC X(42)
        VALUE 'NO FEE TIER ON FILE FOR THIS PAYMENT TYPE'.
    05 FILLER PIC X(38) VALUE SPACES.

01 ScreenAmountLine.
    05 SC-AmountLabel PIC X(57).
    05 SC-Amount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenWithdrawalLine.
    05 FILLER PIC X(18) VALUE 'WITHDRAWAL CREDIT '.
    05 SC-CreditPercent PIC ZZ9.
    05 FILLER PIC X(09) VALUE '% OF FEES'.
    05 FILLER PIC X(26) VALUE SPACES.
    05 SC-CreditAmount PIC Z(8)9.99.
    05 FILLER PIC X(12) VALUE ' CR'.

01 ScreenChargeLine.
    05 FILLER PIC X(02) VALUE SPACES.
    05 SC-ChargeDescription PIC X(20).
    05 FILLER PIC X(01) VALUE SPACES.
    05 SC-QuantityLabel PIC X(04).
    05 SC-ChargeQuantity PIC ZZ9 BLANK WHEN ZERO.
    05 FILLER PIC X(27) VALUE SPACES.
    05 SC-ChargeAmount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenUnpricedChargeLine.
    05 FILLER PIC X(02) VALUE SPACES.
    05 SC-UnpricedDescription PIC X(20).
    05 FILLER PIC X(58)
        VALUE ' NOT PRICED - CONTACT THE BURSAR'.

01 UnknownChargeDescription.
    05 FILLER PIC X(12) VALUE 'CHARGE CODE '.
    05 UD-ChargeCode PIC X(1).
    05 FILLER PIC X(07) VALUE SPACES.

01 ScreenSponsorLine.
    05 FILLER PIC X(09) VALUE 'SPONSOR  '.
    05 SC-SponsorID PIC X(6).
    05 FILLER PIC X(02) VALUE SPACES.
    05 SC-SponsorName PIC X(20).
    05 FILLER PIC X(02) VALUE SPACES.
    05 SC-CoveredPercent PIC ZZ9.
    05 FILLER PIC X(15) VALUE '% SHARE'.
    05 SC-ShareAmount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenDetailHeadingLine.
    05 FILLER PIC X(06) VALUE 'INST  '.
    05 FILLER PIC X(10) VALUE 'DATE      '.
    05 FILLER PIC X(06) VALUE 'CODE  '.
    05 FILLER PIC X(35) VALUE 'DESCRIPTION'.
    05 FILLER PIC X(12) VALUE '      AMOUNT'.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenDetailLine.
    05 FILLER PIC X(01) VALUE SPACE.
    05 SC-InstallmentNumber PIC 9(2).
    05 FILLER PIC X(03) VALUE SPACES.
    05 SC-PaymentDate PIC 9(8).
    05 FILLER PIC X(03) VALUE SPACES.
    05 SC-TransCode PIC X(1).
    05 FILLER PIC X(04) VALUE SPACES.
    05 SC-Description PIC X(35).
    05 SC-DetailAmount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenNoPaymentLine.
    05 FILLER PIC X(40) VALUE 'NO INSTALLMENTS ON FILE FOR THIS TERM'.
    05 FILLER PIC X(40) VALUE SPACES.

01 ScreenPlanLine.
    05 FILLER PIC X(14) VALUE 'PAYMENT PLAN: '.
    05 SC-PlanStatus PIC X(12).
    05 FILLER PIC X(12) VALUE '  NEXT DUE: '.
    05 SC-NextPlanDueDate PIC 9(8).
    05 FILLER PIC X(11) VALUE SPACES.
    05 SC-NextPlanAmount PIC Z(8)9.99.
    05 FILLER PIC X(11) VALUE SPACES.

01 ScreenNoPlanLine.
    05 FILLER PIC X(18) VALUE 'PAYMENT PLAN: NONE'.
    05 FILLER PIC X(62) VALUE SPACES.

01 ScreenCollectionsLine.
    05 FILLER PIC X(18) VALUE 'ESCALATION LEVEL: '.
    05 SC-EscalationLevel PIC ZZ9.
    05 FILLER PIC X(15) VALUE '   LAST NOTICE '.
    05 SC-NoticeText PIC X(44).

01 NoticeSentText.
    05 FILLER PIC X(06) VALUE 'LEVEL '.
    05 NT-Level PIC ZZ9.
    05 FILLER PIC X(06) VALUE ' SENT '.
    05 NT-NoticeDate PIC 9(8).
    05 FILLER PIC X(05) VALUE ' RUN '.
    05 NT-RunID PIC X(8).
    05 FILLER PIC X(08) VALUE SPACES.

77 ScreenBlankLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.

*>----------------------------------------------------------------*>
*> 0000 - MAINLINE
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-SESSION THRU 1000-EXIT
    PERFORM 2000-ANSWER-ONE-INQUIRY THRU 2000-EXIT
        UNTIL END-OF-SESSION
    PERFORM 8000-FINALIZE-SESSION THRU 8000-EXIT
    STOP RUN.

*>----------------------------------------------------------------*>
*> 1000 - SIGN THE CASHIER ON, OPEN THE KEYED FILES AND THE LOG,
*> AND LOAD THE SPONSOR, PRORATION AND CHARGE CODE TABLES. NO
*> CASHIER ID, NO SESSION - AN UNATTRIBUTED LOOKUP CANNOT BE
*> AUDITED.
*>----------------------------------------------------------------*>
1000-INITIALIZE-SESSION.
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    DISPLAY "CASHIER ID: " WITH NO ADVANCING
    ACCEPT SessionCashierID
    IF SessionCashierID = SPACES
        DISPLAY "FATAL: NO CASHIER ID KEYED - SESSION NOT STARTED"
        STOP RUN
    END-IF
    OPEN INPUT FeesFile
    IF FeesFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN FeesFile, STATUS = "
            FeesFileStatus
        STOP RUN
    END-IF
    OPEN INPUT StudentPaymentFile
    IF PaymentFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentPaymentFile, STATUS = "
            PaymentFileStatus
        STOP RUN
    END-IF
*>  EXTENDING THE OPTIONAL LOG CREATES IT ON THE FIRST EVER
*>  SESSION (STATUS 05). ANYTHING ELSE IS FATAL - A LOOKUP THAT
*>  CANNOT BE LOGGED MUST NOT BE ANSWERED.
    OPEN EXTEND InquiryLogFile
    IF InquiryLogFileStatus NOT = '00'
       AND InquiryLogFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO EXTEND InquiryLogFile, STATUS = "
            InquiryLogFileStatus
        STOP RUN
    END-IF
    PERFORM 1100-LOAD-SPONSOR-MASTER THRU 1100-EXIT
    PERFORM 1200-LOAD-PRORATION-SCHEDULE THRU 1200-EXIT
    PERFORM 1300-LOAD-CHARGE-CODES THRU 1300-EXIT.
1000-EXIT.
    EXIT.

1100-LOAD-SPONSOR-MASTER.
    OPEN INPUT SponsorMasterFile
    IF SponsorMasterFileStatus = '00'
        PERFORM 1110-READ-SPONSOR-MASTER THRU 1110-EXIT
            UNTIL END-OF-SPONSOR-MASTER
        CLOSE SponsorMasterFile
    END-IF.
1100-EXIT.
    EXIT.

1110-READ-SPONSOR-MASTER.
    READ SponsorMasterFile
        AT END
            MOVE 'Y' TO SPONSOR-MASTER-EOF-SW
        NOT AT END
            IF SponsorCount < MaxSponsorEntries
                ADD 1 TO SponsorCount
                SET SpIdx TO SponsorCount
                MOVE SM-SponsorID TO SP-SponsorID (SpIdx)
                MOVE SM-SponsorName TO SP-SponsorName (SpIdx)
            ELSE
                MOVE 'Y' TO SPONSOR-MASTER-EOF-SW
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

1200-LOAD-PRORATION-SCHEDULE.
    OPEN INPUT ProrationScheduleFile
    IF ProrationFileStatus = '00'
        PERFORM 1210-READ-PRORATION-TIER THRU 1210-EXIT
            UNTIL END-OF-PRORATION-FILE
        CLOSE ProrationScheduleFile
    END-IF.
1200-EXIT.
    EXIT.

1210-READ-PRORATION-TIER.
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
1210-EXIT.
    EXIT.

1300-LOAD-CHARGE-CODES.
    OPEN INPUT ChargeCodeFile
    IF ChargeCodeFileStatus = '00'
        PERFORM 1310-READ-CHARGE-CODE THRU 1310-EXIT
            UNTIL END-OF-CHARGE-CODES
        CLOSE ChargeCodeFile
    END-IF.
1300-EXIT.
    EXIT.

1310-READ-CHARGE-CODE.
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
1310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2000 - TAKE ONE STUDENTID FROM THE CASHIER, LOG THE LOOKUP, THEN
*> SHOW EVERY TERM THE STUDENT IS ENROLLED IN. THE FIRST PASS OVER
*> THE MASTER ONLY COUNTS THE ENROLLMENTS FOR THE LOG, SO NOTHING
*> IS ON THE SCREEN UNTIL THE LOOKUP IS LOGGED. A BLANK ID ENDS
*> THE SESSION.
*>----------------------------------------------------------------*>
2000-ANSWER-ONE-INQUIRY.
    DISPLAY ScreenBlankLine
    DISPLAY "STUDENT ID (BLANK TO SIGN OFF): " WITH NO ADVANCING
    MOVE SPACES TO InquiryStudentID
    ACCEPT InquiryStudentID
    IF InquiryStudentID = SPACES
        MOVE 'Y' TO SESSION-END-SW
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO InquiryCount
    MOVE ZERO TO EnrollmentsFoundCount
    MOVE ZERO TO TermsShownCount
    MOVE 'C' TO SCAN-MODE-SW
    PERFORM 2100-SCAN-ENROLLMENTS THRU 2100-EXIT
    PERFORM 7000-WRITE-INQUIRY-LOG THRU 7000-EXIT
    IF EnrollmentsFoundCount = ZERO
        DISPLAY "NO ENROLLMENT ON FILE FOR STUDENT " InquiryStudentID
        GO TO 2000-EXIT
    END-IF
    MOVE 'S' TO SCAN-MODE-SW
    PERFORM 2100-SCAN-ENROLLMENTS THRU 2100-EXIT.
2000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2100 - READ THE CLEAN STUDENT MASTER FOR THE STUDENT'S
*> ENROLLMENTS. THE MASTER IS IN StudentID ORDER, SO THE SCAN
*> STOPS AS SOON AS IT PASSES THE ID KEYED. SCAN-COUNT-ONLY JUST
*> COUNTS THEM; SCAN-AND-SHOW WORKS OUT AND SHOWS EACH ONE.
*>----------------------------------------------------------------*>
2100-SCAN-ENROLLMENTS.
    OPEN INPUT StudentMainFile
    IF StudentMainFileStatus NOT = '00'
        DISPLAY "WARNING: UNABLE TO OPEN StudentMainFile, STATUS = "
            StudentMainFileStatus " - TRY AGAIN SHORTLY"
        GO TO 2100-EXIT
    END-IF
    MOVE 'N' TO STUDENT-MAIN-EOF-SW
    PERFORM 2110-READ-ONE-ENROLLMENT THRU 2110-EXIT
        UNTIL END-OF-STUDENT-MAIN
    CLOSE StudentMainFile.
2100-EXIT.
    EXIT.

2110-READ-ONE-ENROLLMENT.
    READ StudentMainFile
        AT END
            MOVE 'Y' TO STUDENT-MAIN-EOF-SW
        NOT AT END
            EVALUATE TRUE
                WHEN StudentID OF StudentMainRecord > InquiryStudentID
                    MOVE 'Y' TO STUDENT-MAIN-EOF-SW
                WHEN StudentID OF StudentMainRecord = InquiryStudentID
                 AND SCAN-COUNT-ONLY
                    ADD 1 TO EnrollmentsFoundCount
                WHEN StudentID OF StudentMainRecord = InquiryStudentID
                    PERFORM 3000-SHOW-ONE-TERM THRU 3000-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
2110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - WORK OUT AND SHOW ONE ENROLLMENT
*>----------------------------------------------------------------*>
3000-SHOW-ONE-TERM.
    ADD 1 TO TermsShownCount
    MOVE StudentID OF StudentMainRecord TO IQ-StudentID
    MOVE Studentname OF StudentMainRecord TO IQ-StudentName
    MOVE PaymentType OF StudentMainRecord TO IQ-PaymentType
    MOVE DeptCode OF StudentMainRecord TO IQ-DeptCode
    MOVE TermID OF StudentMainRecord TO IQ-TermID
    PERFORM 3100-GATHER-INSTALLMENTS THRU 3100-EXIT
    PERFORM 3200-LOOKUP-FEE-TIER THRU 3200-EXIT
    PERFORM 3300-APPLY-WITHDRAWAL-CREDIT THRU 3300-EXIT
    PERFORM 3350-GATHER-CHARGE-LINES THRU 3350-EXIT
    PERFORM 3400-APPLY-SPONSOR-SPLIT THRU 3400-EXIT
    PERFORM 3500-CHECK-PAYMENT-PLAN THRU 3500-EXIT
    PERFORM 3600-LOOKUP-ESCALATION THRU 3600-EXIT
    PERFORM 3700-LOOKUP-LAST-NOTICE THRU 3700-EXIT
    COMPUTE IQ-BalanceDue =
        IQ-StudentShare - IQ-NetCash - IQ-NetWriteOff
    PERFORM 4000-DISPLAY-TERM THRU 4000-EXIT.
3000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3100 - GATHER EVERY INSTALLMENT ON FILE FOR THE ENROLLMENT, NET
*> THE CASH AND THE WRITE-OFFS, FILL THE PAID-PER-INSTALLMENT
*> TABLE AND NOTE THE EARLIEST PAYMENT DATE FOR THE TIER LOOKUP -
*> THE SAME CODES THE PAYMENT RUN AND THE STATEMENT RECOGNIZE.
*>----------------------------------------------------------------*>
3100-GATHER-INSTALLMENTS.
    MOVE ZERO TO PayDetailCount
    MOVE ZERO TO IQ-NetCash
    MOVE ZERO TO IQ-NetWriteOff
    PERFORM 3120-CLEAR-ONE-INST-PAID THRU 3120-EXIT
        VARYING InstSub FROM 1 BY 1 UNTIL InstSub > 99
    MOVE 99999999 TO IQ-EarliestPayDate
    MOVE IQ-StudentID TO StudentID-Payment OF StudentPaymentRecord
    START StudentPaymentFile KEY IS = StudentID-Payment
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO MORE-INSTALLMENTS-SW
            PERFORM 3110-READ-NEXT-INSTALLMENT THRU 3110-EXIT
                UNTIL NO-MORE-INSTALLMENTS
    END-START
    IF IQ-EarliestPayDate = 99999999
        MOVE ZERO TO IQ-EarliestPayDate
    END-IF.
3100-EXIT.
    EXIT.

3110-READ-NEXT-INSTALLMENT.
    READ StudentPaymentFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-INSTALLMENTS-SW
        NOT AT END
            IF StudentID-Payment OF StudentPaymentRecord NOT =
                    IQ-StudentID
                MOVE 'Y' TO MORE-INSTALLMENTS-SW
            ELSE
*>          A BLANK ENROLLMENT TERM (PREDATING THE FIELD) SHOWS
*>          THE WHOLE ACCOUNT, AS THE STATEMENT DOES
            IF IQ-TermID NOT = SPACES
               AND TermID-Payment OF StudentPaymentRecord
                    NOT = IQ-TermID
                CONTINUE
            ELSE
                IF PayDetailCount < 99
                    ADD 1 TO PayDetailCount
                    SET PayIdx TO PayDetailCount
                    MOVE InstallmentNumber OF StudentPaymentRecord
                        TO PD-InstallmentNumber (PayIdx)
                    MOVE PaymentDate OF StudentPaymentRecord
                        TO PD-PaymentDate (PayIdx)
                    MOVE Amount-Payment OF StudentPaymentRecord
                        TO PD-Amount (PayIdx)
                    MOVE TransactionCode OF StudentPaymentRecord
                        TO PD-TransCode (PayIdx)
                END-IF
                EVALUATE TransactionCode OF StudentPaymentRecord
                    WHEN 'R'
                    WHEN 'N'
                        SUBTRACT Amount-Payment OF StudentPaymentRecord
                            FROM IQ-NetCash
                    WHEN 'W'
                        ADD Amount-Payment OF StudentPaymentRecord
                            TO IQ-NetWriteOff
                    WHEN 'V'
                        SUBTRACT Amount-Payment OF StudentPaymentRecord
                            FROM IQ-NetWriteOff
                    WHEN 'A'
                        ADD Amount-Payment OF StudentPaymentRecord
                            TO IQ-NetCash
                    WHEN OTHER
                        ADD Amount-Payment OF StudentPaymentRecord
                            TO IQ-NetCash
                        IF PaymentDate OF StudentPaymentRecord <
                                IQ-EarliestPayDate
                            MOVE PaymentDate OF StudentPaymentRecord
                                TO IQ-EarliestPayDate
                        END-IF
                        IF InstallmentNumber OF StudentPaymentRecord
                                > ZERO
                            ADD Amount-Payment OF StudentPaymentRecord
                                TO InstPaidAmount
                                (InstallmentNumber
                                    OF StudentPaymentRecord)
                        END-IF
                END-EVALUATE
            END-IF
            END-IF
    END-READ.
3110-EXIT.
    EXIT.

3120-CLEAR-ONE-INST-PAID.
    MOVE ZERO TO InstPaidAmount (InstSub).
3120-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3200 - FIND THE FEE TIER THE WAY THE STATEMENT DOES: KEYED ON
*> THE EARLIEST PAYMENT DATE, OR TODAY FOR A STUDENT WHO HAS NOT
*> PAID, WITH THE SURCHARGE WHEN THAT DATE IS PAST THE TIER'S DUE
*> DATE
*>----------------------------------------------------------------*>
3200-LOOKUP-FEE-TIER.
    MOVE 'N' TO FEES-FOUND-SW
    MOVE ZERO TO IQ-FeesAmount
    MOVE ZERO TO IQ-SurchargeAmount
    MOVE ZERO TO IQ-TierStartDate
    MOVE ZERO TO IQ-TierDueDate
    IF IQ-EarliestPayDate = ZERO
        MOVE RunDate TO IQ-TierLookupDate
    ELSE
        MOVE IQ-EarliestPayDate TO IQ-TierLookupDate
    END-IF
    MOVE IQ-PaymentType TO PaymentType OF FeesKey
    MOVE IQ-TermID TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart OF FeesKey
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO SCAN-FEES-DONE-SW
            PERFORM 3210-READ-NEXT-FEES-TIER THRU 3210-EXIT
                UNTIL SCAN-FEES-DONE
    END-START.
3200-EXIT.
    EXIT.

3210-READ-NEXT-FEES-TIER.
    READ FeesFile NEXT RECORD
        AT END
            MOVE 'Y' TO SCAN-FEES-DONE-SW
        NOT AT END
            IF PaymentType OF FeesKey NOT = IQ-PaymentType
               OR (IQ-TermID NOT = SPACES
                   AND TermID OF FeesKey NOT = IQ-TermID)
                MOVE 'Y' TO SCAN-FEES-DONE-SW
            ELSE
                IF IQ-TierLookupDate >= EffectiveDateStart OF FeesKey
                   AND (EffectiveDateEnd OF FeesRecord = ZERO
                        OR IQ-TierLookupDate <=
                           EffectiveDateEnd OF FeesRecord)
                    MOVE Amount OF FeesRecord TO IQ-FeesAmount
                    MOVE EffectiveDateStart OF FeesKey
                        TO IQ-TierStartDate
                    MOVE DueDate OF FeesRecord TO IQ-TierDueDate
                    IF DueDate OF FeesRecord NOT = ZERO
                       AND IQ-TierLookupDate > DueDate OF FeesRecord
                        MOVE LateFeeSurcharge OF FeesRecord
                            TO IQ-SurchargeAmount
                    END-IF
                    MOVE 'Y' TO FEES-FOUND-SW
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
3210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3300 - A WITHDRAWN STUDENT EARNS BACK THE CREDIT PERCENT OF THE
*> EARLIEST PRORATION TIER THE WITHDRAWAL DATE FALLS WITHIN, ON
*> THE BASE FEE ONLY. THE FEED IS READ FRESH FOR EACH LOOKUP; A
*> REPEATED STUDENT AND TERM KEEPS THE FIRST RECORD.
*>----------------------------------------------------------------*>
3300-APPLY-WITHDRAWAL-CREDIT.
    MOVE ZERO TO IQ-WithdrawCredit
    MOVE ZERO TO IQ-CreditPercent
    MOVE ZERO TO WithdrawalDateFound
    IF NOT FEES-FOUND
        GO TO 3300-EXIT
    END-IF
    OPEN INPUT WithdrawalFile
    IF WithdrawalFileStatus NOT = '00'
        IF WithdrawalFileStatus = '05'
            CLOSE WithdrawalFile
        END-IF
        GO TO 3300-EXIT
    END-IF
    MOVE 'N' TO WITHDRAWAL-EOF-SW
    PERFORM 3310-READ-ONE-WITHDRAWAL THRU 3310-EXIT
        UNTIL END-OF-WITHDRAWAL-FILE
    CLOSE WithdrawalFile
    IF WithdrawalDateFound = ZERO OR ProrationCount = ZERO
        GO TO 3300-EXIT
    END-IF
    MOVE 99999999 TO BestThroughDate
    PERFORM 3320-CHECK-ONE-PRORATION-TIER THRU 3320-EXIT
        VARYING ProIdx FROM 1 BY 1 UNTIL ProIdx > ProrationCount
    COMPUTE IQ-WithdrawCredit ROUNDED =
        IQ-FeesAmount * IQ-CreditPercent / 100.
3300-EXIT.
    EXIT.

3310-READ-ONE-WITHDRAWAL.
    READ WithdrawalFile
        AT END
            MOVE 'Y' TO WITHDRAWAL-EOF-SW
        NOT AT END
            IF WD-StudentID = IQ-StudentID
               AND WD-TermID = IQ-TermID
                MOVE WD-WithdrawalDate TO WithdrawalDateFound
                MOVE 'Y' TO WITHDRAWAL-EOF-SW
            END-IF
    END-READ.
3310-EXIT.
    EXIT.

3320-CHECK-ONE-PRORATION-TIER.
    IF PT-PaymentType (ProIdx) NOT = IQ-PaymentType
       OR PT-TermID (ProIdx) NOT = IQ-TermID
        GO TO 3320-EXIT
    END-IF
    IF WithdrawalDateFound <= PT-ThroughDate (ProIdx)
       AND PT-ThroughDate (ProIdx) < BestThroughDate
        MOVE PT-ThroughDate (ProIdx) TO BestThroughDate
        MOVE PT-CreditPercent (ProIdx) TO IQ-CreditPercent
    END-IF.
3320-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3350 - GATHER THE ENROLLMENT'S CHARGE LINES AND PRICE EACH THE
*> WAY THE PAYMENT RUN DOES: A BILLED AMOUNT AS IS, OTHERWISE THE
*> QUANTITY AT THE CHARGE CODE'S TIER ON THE ASSESSED DATE. THE
*> FILE IS IN StudentID/TermID ORDER, SO THE SCAN STOPS ONCE IT
*> PASSES THE ENROLLMENT.
*>----------------------------------------------------------------*>
3350-GATHER-CHARGE-LINES.
    MOVE ZERO TO BillChargeCount
    MOVE ZERO TO IQ-ChargeTotal
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus NOT = '00'
        IF ChargeFileStatus = '05'
            CLOSE StudentChargeFile
        END-IF
        GO TO 3350-EXIT
    END-IF
    MOVE 'N' TO CHARGE-EOF-SW
    PERFORM 3360-READ-ONE-CHARGE-LINE THRU 3360-EXIT
        UNTIL END-OF-CHARGE-FILE
    CLOSE StudentChargeFile.
3350-EXIT.
    EXIT.

3360-READ-ONE-CHARGE-LINE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
        NOT AT END
            EVALUATE TRUE
                WHEN CL-StudentID > IQ-StudentID
                  OR (CL-StudentID = IQ-StudentID
                      AND CL-TermID > IQ-TermID)
                    MOVE 'Y' TO CHARGE-EOF-SW
                WHEN CL-StudentID = IQ-StudentID
                 AND CL-TermID = IQ-TermID
                    PERFORM 3365-KEEP-ONE-CHARGE-LINE THRU 3365-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
3360-EXIT.
    EXIT.

3365-KEEP-ONE-CHARGE-LINE.
    IF BillChargeCount < 50
        ADD 1 TO BillChargeCount
        SET BcIdx TO BillChargeCount
        PERFORM 3370-PRICE-ONE-CHARGE-LINE THRU 3370-EXIT
        IF BC-PRICED (BcIdx)
            ADD BC-Amount (BcIdx) TO IQ-ChargeTotal
        END-IF
    ELSE
        DISPLAY "WARNING: MORE THAN 50 CHARGE LINES - "
            "THE SCREEN SHOWS THE FIRST 50"
        MOVE 'Y' TO CHARGE-EOF-SW
    END-IF.
3365-EXIT.
    EXIT.

3370-PRICE-ONE-CHARGE-LINE.
    MOVE CL-ChargeCode TO BC-ChargeCode (BcIdx)
    MOVE CL-Quantity TO BC-Quantity (BcIdx)
    MOVE ZERO TO BC-Amount (BcIdx)
    MOVE 'N' TO BC-PricedFlag (BcIdx)
    IF CL-Amount > ZERO
        MOVE CL-Amount TO BC-Amount (BcIdx)
        MOVE ZERO TO BC-Quantity (BcIdx)
        MOVE 'Y' TO BC-PricedFlag (BcIdx)
        GO TO 3370-EXIT
    END-IF
    MOVE CL-ChargeCode TO PaymentType OF FeesKey
    MOVE CL-TermID TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart OF FeesKey
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO SCAN-FEES-DONE-SW
            PERFORM 3380-READ-NEXT-CHARGE-TIER THRU 3380-EXIT
                UNTIL SCAN-FEES-DONE
    END-START.
3370-EXIT.
    EXIT.

3380-READ-NEXT-CHARGE-TIER.
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
3380-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3400 - SPLIT THE ASSESSMENT INTO SPONSOR SHARES AND THE
*> STUDENT'S OWN SHARE, AS THE PAYMENT RUN DOES: EACH ALLOCATION
*> TAKES ITS PERCENT OF THE WHOLE ASSESSMENT, CAPPED SO THE SHARES
*> NEVER EXCEED IT, AND THE STUDENT OWES WHAT IS LEFT.
*>----------------------------------------------------------------*>
3400-APPLY-SPONSOR-SPLIT.
    COMPUTE IQ-Assessment = IQ-FeesAmount - IQ-WithdrawCredit
        + IQ-SurchargeAmount + IQ-ChargeTotal
    MOVE ZERO TO IQ-SponsorShareTotal
    MOVE ZERO TO ShareCount
    MOVE IQ-Assessment TO IQ-StudentShare
    IF IQ-Assessment = ZERO OR SponsorCount = ZERO
        GO TO 3400-EXIT
    END-IF
    OPEN INPUT SponsorAllocationFile
    IF AllocationFileStatus NOT = '00'
        IF AllocationFileStatus = '05'
            CLOSE SponsorAllocationFile
        END-IF
        GO TO 3400-EXIT
    END-IF
    MOVE 'N' TO ALLOCATION-EOF-SW
    PERFORM 3410-READ-ONE-ALLOCATION THRU 3410-EXIT
        UNTIL END-OF-ALLOCATION-FILE
    CLOSE SponsorAllocationFile
    COMPUTE IQ-StudentShare = IQ-Assessment - IQ-SponsorShareTotal.
3400-EXIT.
    EXIT.

3410-READ-ONE-ALLOCATION.
    READ SponsorAllocationFile
        AT END
            MOVE 'Y' TO ALLOCATION-EOF-SW
        NOT AT END
            IF SA-StudentID = IQ-StudentID
                PERFORM 3420-APPLY-ONE-ALLOCATION THRU 3420-EXIT
            END-IF
    END-READ.
3410-EXIT.
    EXIT.

3420-APPLY-ONE-ALLOCATION.
    MOVE 'N' TO SPONSOR-FOUND-SW
    SET SpIdx TO 1
    SEARCH SponsorEntry
        AT END
            CONTINUE
        WHEN SP-SponsorID (SpIdx) = SA-SponsorID
            MOVE 'Y' TO SPONSOR-FOUND-SW
    END-SEARCH
    IF NOT SPONSOR-FOUND
        GO TO 3420-EXIT
    END-IF
    COMPUTE OneSponsorShare = IQ-Assessment * SA-CoveredPercent / 100
    IF OneSponsorShare > IQ-Assessment - IQ-SponsorShareTotal
        COMPUTE OneSponsorShare = IQ-Assessment - IQ-SponsorShareTotal
    END-IF
    IF OneSponsorShare = ZERO
        GO TO 3420-EXIT
    END-IF
    ADD OneSponsorShare TO IQ-SponsorShareTotal
    IF ShareCount < 20
        ADD 1 TO ShareCount
        SET ShareIdx TO ShareCount
        MOVE SA-SponsorID TO SH-SponsorID (ShareIdx)
        MOVE SP-SponsorName (SpIdx) TO SH-SponsorName (ShareIdx)
        MOVE SA-CoveredPercent TO SH-CoveredPercent (ShareIdx)
        MOVE OneSponsorShare TO SH-ShareAmount (ShareIdx)
    END-IF.
3420-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3500 - PAYMENT PLAN STANDING AS OF TODAY. AN ACTIVE AGREED
*> INSTALLMENT PAST DUE AND NOT FULLY PAID BREAKS THE PLAN, THE
*> SAME TEST THE PAYMENT RUN APPLIES; THE NEXT DUE IS THE EARLIEST
*> AGREED INSTALLMENT NOT YET FULLY PAID.
*>----------------------------------------------------------------*>
3500-CHECK-PAYMENT-PLAN.
    MOVE 'N' TO STUDENT-ON-PLAN-SW
    MOVE 'N' TO PLAN-BROKEN-SW
    MOVE SPACES TO IQ-PlanStatus
    MOVE 99999999 TO IQ-NextPlanDueDate
    MOVE ZERO TO IQ-NextPlanAmount
    OPEN INPUT PaymentPlanFile
    IF PlanFileStatus NOT = '00'
        IF PlanFileStatus = '05'
            CLOSE PaymentPlanFile
        END-IF
        GO TO 3500-EXIT
    END-IF
    MOVE 'N' TO PLAN-EOF-SW
    PERFORM 3510-READ-ONE-PLAN-ENTRY THRU 3510-EXIT
        UNTIL END-OF-PLAN-FILE
    CLOSE PaymentPlanFile
    IF IQ-NextPlanDueDate = 99999999
        MOVE ZERO TO IQ-NextPlanDueDate
    END-IF
    EVALUATE TRUE
        WHEN STUDENT-ON-PLAN AND NOT PLAN-BROKEN
            MOVE 'ON PLAN CURR' TO IQ-PlanStatus
        WHEN STUDENT-ON-PLAN
            MOVE 'ON PLAN BRKN' TO IQ-PlanStatus
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
3500-EXIT.
    EXIT.

3510-READ-ONE-PLAN-ENTRY.
    READ PaymentPlanFile
        AT END
            MOVE 'Y' TO PLAN-EOF-SW
        NOT AT END
            PERFORM 3520-CHECK-ONE-PLAN-ENTRY THRU 3520-EXIT
    END-READ.
3510-EXIT.
    EXIT.

3520-CHECK-ONE-PLAN-ENTRY.
    IF PP-StudentID NOT = IQ-StudentID
       OR PP-AgreementStatus NOT = 'A'
        GO TO 3520-EXIT
    END-IF
*>  A BLANK PLAN TERM (PREDATING THE FIELD) APPLIES TO ANY TERM
    IF PP-TermID NOT = SPACES
       AND PP-TermID NOT = IQ-TermID
        GO TO 3520-EXIT
    END-IF
    IF PP-InstallmentNumber = ZERO
        GO TO 3520-EXIT
    END-IF
    MOVE 'Y' TO STUDENT-ON-PLAN-SW
    IF InstPaidAmount (PP-InstallmentNumber) >= PP-Amount
        GO TO 3520-EXIT
    END-IF
    IF PP-DueDate NOT = ZERO
       AND PP-DueDate < RunDate
        MOVE 'Y' TO PLAN-BROKEN-SW
    END-IF
    IF PP-DueDate < IQ-NextPlanDueDate
        MOVE PP-DueDate TO IQ-NextPlanDueDate
        COMPUTE IQ-NextPlanAmount =
            PP-Amount - InstPaidAmount (PP-InstallmentNumber)
    END-IF.
3520-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3600 - THE CURRENT ESCALATION LEVEL. THE MASTER IS IN StudentID
*> ORDER, SO THE SCAN STOPS ONCE IT PASSES THE STUDENT. NOT ON THE
*> MASTER = NOT SHORT AT THE LAST COMPARISON RUN = LEVEL ZERO.
*>----------------------------------------------------------------*>
3600-LOOKUP-ESCALATION.
    MOVE ZERO TO IQ-EscalationLevel
    OPEN INPUT EscalationMasterFile
    IF EscalationFileStatus NOT = '00'
        IF EscalationFileStatus = '05'
            CLOSE EscalationMasterFile
        END-IF
        GO TO 3600-EXIT
    END-IF
    MOVE 'N' TO ESCALATION-EOF-SW
    PERFORM 3610-READ-ONE-ESCALATION THRU 3610-EXIT
        UNTIL END-OF-ESCALATION-FILE
    CLOSE EscalationMasterFile.
3600-EXIT.
    EXIT.

3610-READ-ONE-ESCALATION.
    READ EscalationMasterFile
        AT END
            MOVE 'Y' TO ESCALATION-EOF-SW
        NOT AT END
            EVALUATE TRUE
                WHEN EM-StudentID > IQ-StudentID
                    MOVE 'Y' TO ESCALATION-EOF-SW
                WHEN EM-StudentID = IQ-StudentID
                 AND EM-TermID = IQ-TermID
                    MOVE EM-EscalationLevel TO IQ-EscalationLevel
                    MOVE 'Y' TO ESCALATION-EOF-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
3610-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3700 - THE LAST NOTICE SENT FOR THE ENROLLMENT. THE LOG IS
*> APPEND-ONLY AND SPANS RUNS, SO IT IS READ TO THE END AND THE
*> LATEST NOTICE DATE WINS (THE LATER RECORD ON A TIE).
*>----------------------------------------------------------------*>
3700-LOOKUP-LAST-NOTICE.
    MOVE ZERO TO IQ-LastNoticeLevel
    MOVE ZERO TO IQ-LastNoticeDate
    MOVE SPACES TO IQ-LastNoticeRunID
    OPEN INPUT NoticeLogFile
    IF NoticeLogFileStatus NOT = '00'
        IF NoticeLogFileStatus = '05'
            CLOSE NoticeLogFile
        END-IF
        GO TO 3700-EXIT
    END-IF
    MOVE 'N' TO NOTICE-LOG-EOF-SW
    PERFORM 3710-READ-ONE-NOTICE THRU 3710-EXIT
        UNTIL END-OF-NOTICE-LOG
    CLOSE NoticeLogFile.
3700-EXIT.
    EXIT.

3710-READ-ONE-NOTICE.
    READ NoticeLogFile
        AT END
            MOVE 'Y' TO NOTICE-LOG-EOF-SW
        NOT AT END
            IF NL-StudentID = IQ-StudentID
               AND NL-TermID = IQ-TermID
               AND NL-NoticeDate >= IQ-LastNoticeDate
                MOVE NL-EscalationLevel TO IQ-LastNoticeLevel
                MOVE NL-NoticeDate TO IQ-LastNoticeDate
                MOVE NL-RunID TO IQ-LastNoticeRunID
            END-IF
    END-READ.
3710-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - DISPLAY THE ENROLLMENT: HEADING, CHARGES, SPONSOR
*> SHARES, INSTALLMENTS, BALANCE, PLAN AND COLLECTIONS STANDING
*>----------------------------------------------------------------*>
4000-DISPLAY-TERM.
    DISPLAY ScreenSeparatorLine
    MOVE IQ-StudentName TO SC-StudentName
    MOVE IQ-StudentID TO SC-StudentID
    MOVE RunDate TO SC-InquiryDate
    DISPLAY ScreenHeadingLine
    MOVE IQ-TermID TO SC-TermID
    MOVE IQ-DeptCode TO SC-DeptCode
    MOVE IQ-PaymentType TO SC-PaymentType
    DISPLAY ScreenTermLine
    DISPLAY ScreenSeparatorLine
    IF FEES-FOUND
        MOVE IQ-TierStartDate TO SC-TierStartDate
        MOVE IQ-TierDueDate TO SC-TierDueDate
        MOVE IQ-FeesAmount TO SC-TierAmount
        DISPLAY ScreenTierLine
        IF IQ-WithdrawCredit > ZERO
            MOVE IQ-CreditPercent TO SC-CreditPercent
            MOVE IQ-WithdrawCredit TO SC-CreditAmount
            DISPLAY ScreenWithdrawalLine
        END-IF
        IF IQ-SurchargeAmount > ZERO
            MOVE 'LATE PAYMENT SURCHARGE' TO SC-AmountLabel
            MOVE IQ-SurchargeAmount TO SC-Amount
            DISPLAY ScreenAmountLine
        END-IF
    ELSE
        DISPLAY ScreenNoTierLine
    END-IF
    PERFORM 4050-DISPLAY-ONE-CHARGE-LINE THRU 4050-EXIT
        VARYING BcIdx FROM 1 BY 1 UNTIL BcIdx > BillChargeCount
    PERFORM 4100-DISPLAY-ONE-SPONSOR THRU 4100-EXIT
        VARYING ShareIdx FROM 1 BY 1 UNTIL ShareIdx > ShareCount
    MOVE 'STUDENT SHARE' TO SC-AmountLabel
    MOVE IQ-StudentShare TO SC-Amount
    DISPLAY ScreenAmountLine
    DISPLAY ScreenBlankLine
    IF PayDetailCount > ZERO
        DISPLAY ScreenDetailHeadingLine
        PERFORM 4200-DISPLAY-ONE-INSTALLMENT THRU 4200-EXIT
            VARYING PayIdx FROM 1 BY 1
            UNTIL PayIdx > PayDetailCount
    ELSE
        DISPLAY ScreenNoPaymentLine
    END-IF
    DISPLAY ScreenBlankLine
    IF IQ-BalanceDue >= ZERO
        MOVE 'BALANCE DUE NOW' TO SC-AmountLabel
        MOVE IQ-BalanceDue TO SC-Amount
    ELSE
        MOVE 'CREDIT BALANCE ON ACCOUNT' TO SC-AmountLabel
        COMPUTE SC-Amount = ZERO - IQ-BalanceDue
    END-IF
    DISPLAY ScreenAmountLine
    IF STUDENT-ON-PLAN
        MOVE IQ-PlanStatus TO SC-PlanStatus
        MOVE IQ-NextPlanDueDate TO SC-NextPlanDueDate
        MOVE IQ-NextPlanAmount TO SC-NextPlanAmount
        DISPLAY ScreenPlanLine
    ELSE
        DISPLAY ScreenNoPlanLine
    END-IF
    MOVE IQ-EscalationLevel TO SC-EscalationLevel
    IF IQ-LastNoticeDate = ZERO
        MOVE 'NONE SENT' TO SC-NoticeText
    ELSE
        MOVE IQ-LastNoticeLevel TO NT-Level
        MOVE IQ-LastNoticeDate TO NT-NoticeDate
        MOVE IQ-LastNoticeRunID TO NT-RunID
        MOVE NoticeSentText TO SC-NoticeText
    END-IF
    DISPLAY ScreenCollectionsLine.
4000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4050 - ONE ITEMIZED CHARGE LINE: THE CODE'S DESCRIPTION, THE
*> QUANTITY WHEN PRICED BY QUANTITY, AND THE AMOUNT
*>----------------------------------------------------------------*>
4050-DISPLAY-ONE-CHARGE-LINE.
    MOVE BC-ChargeCode (BcIdx) TO UD-ChargeCode
    MOVE UnknownChargeDescription TO SC-ChargeDescription
    IF ChargeCodeCount > ZERO
        SET CcIdx TO 1
        SEARCH ChargeCodeEntry
            AT END
                CONTINUE
            WHEN CT-ChargeCode (CcIdx) = BC-ChargeCode (BcIdx)
                MOVE CT-Description (CcIdx) TO SC-ChargeDescription
        END-SEARCH
    END-IF
    IF NOT BC-PRICED (BcIdx)
        MOVE SC-ChargeDescription TO SC-UnpricedDescription
        DISPLAY ScreenUnpricedChargeLine
        GO TO 4050-EXIT
    END-IF
    IF BC-Quantity (BcIdx) > ZERO
        MOVE 'QTY ' TO SC-QuantityLabel
    ELSE
        MOVE SPACES TO SC-QuantityLabel
    END-IF
    MOVE BC-Quantity (BcIdx) TO SC-ChargeQuantity
    MOVE BC-Amount (BcIdx) TO SC-ChargeAmount
    DISPLAY ScreenChargeLine.
4050-EXIT.
    EXIT.

4100-DISPLAY-ONE-SPONSOR.
    MOVE SH-SponsorID (ShareIdx) TO SC-SponsorID
    MOVE SH-SponsorName (ShareIdx) TO SC-SponsorName
    MOVE SH-CoveredPercent (ShareIdx) TO SC-CoveredPercent
    MOVE SH-ShareAmount (ShareIdx) TO SC-ShareAmount
    DISPLAY ScreenSponsorLine.
4100-EXIT.
    EXIT.

4200-DISPLAY-ONE-INSTALLMENT.
    MOVE PD-InstallmentNumber (PayIdx) TO SC-InstallmentNumber
    MOVE PD-PaymentDate (PayIdx) TO SC-PaymentDate
    MOVE PD-TransCode (PayIdx) TO SC-TransCode
    MOVE PD-Amount (PayIdx) TO SC-DetailAmount
    EVALUATE PD-TransCode (PayIdx)
        WHEN 'R'
            MOVE 'REFUND' TO SC-Description
        WHEN 'N'
            MOVE 'RETURNED ITEM' TO SC-Description
        WHEN 'W'
            MOVE 'BAD-DEBT WRITE-OFF' TO SC-Description
        WHEN 'V'
            MOVE 'WRITE-OFF REINSTATED' TO SC-Description
        WHEN 'A'
            MOVE 'AGENCY RECOVERY' TO SC-Description
        WHEN OTHER
            MOVE 'PAYMENT' TO SC-Description
    END-EVALUATE
    DISPLAY ScreenDetailLine.
4200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7000 - LOG THE LOOKUP: WHEN, WHICH CASHIER, WHICH STUDENT, AND
*> WHETHER ANYTHING WAS SHOWN
*>----------------------------------------------------------------*>
7000-WRITE-INQUIRY-LOG.
    ACCEPT InquiryTime FROM TIME
    MOVE RunDate TO IL-InquiryDate
    MOVE InquiryTime TO IL-InquiryTime
    MOVE SessionCashierID TO IL-CashierID
    MOVE InquiryStudentID TO IL-StudentID
    MOVE EnrollmentsFoundCount TO IL-TermsShown
    IF EnrollmentsFoundCount > ZERO
        MOVE 'F' TO IL-ResultFlag
    ELSE
        MOVE 'N' TO IL-ResultFlag
    END-IF
    WRITE InquiryLogRecord FROM InquiryLogWork
    IF InquiryLogFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO WRITE InquiryLogFile, STATUS = "
            InquiryLogFileStatus
        STOP RUN
    END-IF.
7000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - SIGN OFF: DISPLAY THE LOOKUP COUNT AND CLOSE FILES
*>----------------------------------------------------------------*>
8000-FINALIZE-SESSION.
    DISPLAY "Inquiries this session: " InquiryCount
    CLOSE FeesFile
    CLOSE StudentPaymentFile
    CLOSE InquiryLogFile.
8000-EXIT.
    EXIT.
