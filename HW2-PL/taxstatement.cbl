IDENTIFICATION DIVISION.
PROGRAM-ID. TaxStatementProgram.
AUTHOR. BURSAR-SYSTEMS-GROUP.
INSTALLATION. STUDENT-ACCOUNTS-DATA-CENTER.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------*>
*> MODIFICATION HISTORY
*>----------------------------------------------------------------*>
*> 2026-10-15  RLT  Original version - calendar year-end tuition
*>                  statement (1098-T) run, replacing the forms
*>                  pieced together from archived CSVs. For every
*>                  enrollment on the clean student master the
*>                  term is re-assessed the way the payment run
*>                  does it, and the installments on
*>                  HW2-Student-Payment.dat dated in the tax year
*>                  are totalled per student across every term:
*>                  payments received for qualified fees (the base
*>                  fee net of any withdrawal credit - never the
*>                  late-fee surcharge, and never the sponsors'
*>                  share), refunds and returned items, and the
*>                  sponsor-paid share from the sponsorship
*>                  allocations. Output is a fixed-format
*>                  electronic filing file, a printable statement
*>                  per student and a control report tied to the
*>                  audit records on the history master. Forms
*>                  filed are kept on an append-only filed-form
*>                  master; a student whose prior-year figures have
*>                  since changed gets a corrected-form record.
*> 2026-10-15  RLT  The enrollment's clean charge lines are priced
*>                  as the payment run prices them and carried in
*>                  the re-assessment, so the sponsor split is taken
*>                  of the full assessment and ties to the archived
*>                  A record. Charge lines stay out of the qualified
*>                  charge; the sponsors' share of it is their share
*>                  of the assessment in proportion.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  THE CONTROL CARD IS REQUIRED: TAX YEAR, FUNCTION F (FINAL -
*>  FORMS ARE RECORDED ON THE FILED-FORM MASTER) OR T (TRIAL -
*>  EVERY OUTPUT IS PRODUCED, NOTHING IS RECORDED), AND THE
*>  FILER'S TIN AND NAME FOR THE FILING FILE.
    SELECT TaxControlFile ASSIGN TO 'HW2-Tax-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlFileStatus.

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

    SELECT HistoryMasterFile ASSIGN TO 'HW2-History-Master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HistoryKey
        FILE STATUS IS HistoryFileStatus.

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

*>  THE CLEAN CHARGE DETAIL, IN THE SAME StudentID/TermID ORDER AS
*>  THE CLEAN STUDENT MASTER SO ONE FORWARD PASS MATCHES THEM.
*>  OPTIONAL - WITHOUT IT EVERY ENROLLMENT IS RE-ASSESSED ON ITS
*>  PAYMENTTYPE ALONE.
    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

*>  THE TAX PROFILE CARRIES THE STUDENT'S TIN, FULL NAME AND
*>  MAILING ADDRESS, WHICH THE STUDENT MASTER DOES NOT. A STUDENT
*>  WITH NO PROFILE STILL GETS A FORM, COUNTED AS TIN MISSING ON
*>  THE CONTROL REPORT.
    SELECT OPTIONAL TaxProfileFile
        ASSIGN TO 'HW2-Student-Tax-Profile.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProfileFileStatus.

*>  APPEND-ONLY HISTORY OF EVERY FORM FILED; THE LAST RECORD FOR A
*>  TAX YEAR AND STUDENT IS WHAT THE AUTHORITY HOLDS. OPTIONAL -
*>  THE FIRST FINAL RUN CREATES IT.
    SELECT OPTIONAL TaxFormMasterFile
        ASSIGN TO 'HW2-Tax-Form-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FormMasterFileStatus.

    SELECT TaxEfileFile ASSIGN TO 'HW2-1098T-Efile.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EfileFileStatus.

    SELECT TaxStatementFile ASSIGN TO 'HW2-1098T-Statements.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StatementFileStatus.

    SELECT TaxControlReportFile ASSIGN TO 'HW2-1098T-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.

FD  TaxControlFile.
01  TaxControlRecord.
    05 TX-TaxYear PIC 9(4).
    05 FILLER PIC X.
    05 TX-Function PIC X(1).
    05 FILLER PIC X.
    05 TX-FilerTIN PIC X(9).
    05 FILLER PIC X.
    05 TX-FilerName PIC X(40).

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
*> HISTORY MASTER - AS WRITTEN BY TermArchiveProgram. ONLY THE A
*> (AUDIT) RECORDS ARE USED HERE: HI-AmountA IS THE TERM'S
*> ASSESSMENT AS THE PAYMENT RUN MADE IT, HI-RecDate THE RUN DATE.
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
*> CHARGE LINE - A BILLED AMOUNT STANDS AS IS; A ZERO AMOUNT IS
*> PRICED AS QUANTITY TIMES THE CHARGE CODE'S FeesFile TIER IN
*> EFFECT ON THE ASSESSED DATE
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

FD  TaxProfileFile.
01  TaxProfileRecord.
    05 TP-StudentID PIC X(9).
    05 FILLER PIC X.
    05 TP-StudentTIN PIC X(9).
    05 FILLER PIC X.
    05 TP-FullName PIC X(30).
    05 FILLER PIC X.
    05 TP-MailingAddress PIC X(40).

*>----------------------------------------------------------------*>
*> FILED-FORM MASTER - ONE RECORD PER FORM FILED. FORM TYPE O =
*> ORIGINAL, C = CORRECTED. WRITTEN FROM TaxFormMasterWork.
*>----------------------------------------------------------------*>
FD  TaxFormMasterFile.
01  TaxFormMasterRecord.
    05 FM-TaxYear PIC 9(4).
    05 FILLER PIC X.
    05 FM-StudentID PIC X(9).
    05 FILLER PIC X.
    05 FM-FormType PIC X(1).
    05 FILLER PIC X.
    05 FM-QualifiedPaid PIC 9(9)V99.
    05 FILLER PIC X.
    05 FM-RefundsReturned PIC 9(9)V99.
    05 FILLER PIC X.
    05 FM-SponsorPaid PIC 9(9)V99.
    05 FILLER PIC X.
    05 FM-RunDate PIC 9(8).

*>----------------------------------------------------------------*>
*> OUTPUT - THE ELECTRONIC FILING FILE: ONE T (FILER) RECORD, ONE
*> B (STUDENT) RECORD PER FORM, ONE C (TOTALS) RECORD, ALL FIXED
*> 150-BYTE RECORDS BUILT IN WORKING STORAGE
*>----------------------------------------------------------------*>
FD  TaxEfileFile.
01  TaxEfileRecord PIC X(150).

*>----------------------------------------------------------------*>
*> OUTPUT - THE PRINTABLE STATEMENTS, ONE PAGE PER FORM
*>----------------------------------------------------------------*>
FD  TaxStatementFile.
01  TaxStatementLine PIC X(80).

*>----------------------------------------------------------------*>
*> OUTPUT - THE CONTROL REPORT, WRITTEN FROM TaxControlWork
*>----------------------------------------------------------------*>
FD  TaxControlReportFile.
01  TaxControlReportRecord PIC X(67).

WORKING-STORAGE SECTION.

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION AND CONTROL CARD VALUES
*>----------------------------------------------------------------*>
77 RunDate PIC 9(8) VALUE ZERO.
77 RunTime PIC 9(8) VALUE ZERO.
77 TaxYear PIC 9(4) VALUE ZERO.
77 PriorTaxYear PIC 9(4) VALUE ZERO.
77 TaxFunction PIC X(1) VALUE SPACE.
    88 FUNCTION-FINAL VALUE 'F'.
    88 FUNCTION-TRIAL VALUE 'T'.
77 FilerTIN PIC X(9) VALUE SPACES.
77 FilerName PIC X(40) VALUE SPACES.

*>----------------------------------------------------------------*>
*> A DATE BROKEN INTO ITS YEAR FOR THE CALENDAR-YEAR BUCKETING
*>----------------------------------------------------------------*>
01 DateWork PIC 9(8) VALUE ZERO.
01 DateWorkParts REDEFINES DateWork.
    05 DW-Year PIC 9(4).
    05 DW-MonthDay PIC 9(4).

*>----------------------------------------------------------------*>
*> THE ENROLLMENT BEING RE-ASSESSED. THE ASSESSMENT IS THE FULL
*> AMOUNT BILLED - BASE FEE LESS WITHDRAWAL CREDIT, PLUS SURCHARGE
*> AND CHARGE LINES. QUALIFIED CHARGE = THE BASE FEE LESS ANY
*> WITHDRAWAL CREDIT; THE STUDENT'S QUALIFIED SHARE IS WHAT IS
*> LEFT OF IT AFTER THE SPONSORS' PROPORTIONAL SHARE OF IT. CASH IS
*> BUCKETED BY CALENDAR YEAR: BEFORE THE PRIOR YEAR, THE PRIOR
*> YEAR AND THE TAX YEAR.
*>----------------------------------------------------------------*>
01 TermWorkRecord.
    05 TW-StudentID PIC X(9).
    05 TW-StudentName PIC X(10).
    05 TW-PaymentType PIC X(1).
    05 TW-TermID PIC X(6).
    05 TW-EarliestPayDate PIC 9(8).
    05 TW-TierLookupDate PIC 9(8).
    05 TW-TierStartDate PIC 9(8).
    05 TW-TierDueDate PIC 9(8).
    05 TW-FeesAmount PIC 9(9)V99.
    05 TW-SurchargeAmount PIC 9(9)V99.
    05 TW-WithdrawCredit PIC 9(9)V99.
    05 TW-ChargeTotal PIC 9(9)V99.
    05 TW-CreditPercent PIC 9(3).
    05 TW-Assessment PIC 9(9)V99.
    05 TW-SponsorShare PIC 9(9)V99.
    05 TW-QualifiedCharge PIC 9(9)V99.
    05 TW-QualifiedShare PIC 9(9)V99.
    05 TW-SponsorYear PIC 9(4).
    05 TW-NetCashBefore PIC S9(9)V99 COMP.
    05 TW-GrossPrior PIC 9(9)V99 COMP.
    05 TW-RefundPrior PIC 9(9)V99 COMP.
    05 TW-GrossCurrent PIC 9(9)V99 COMP.
    05 TW-RefundCurrent PIC 9(9)V99 COMP.
    05 TW-QualPaidPrior PIC 9(9)V99 COMP.
    05 TW-QualPaidCurrent PIC 9(9)V99 COMP.
77 TermRemaining PIC S9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> THE STUDENT'S TOTALS ACROSS TERMS FOR THE TAX YEAR AND THE
*> PRIOR YEAR, AND THE TERM LINES KEPT FOR THE PRINTED STATEMENT
*>----------------------------------------------------------------*>
01 StudentYearTotals.
    05 SY-StudentID PIC X(9).
    05 SY-StudentName PIC X(10).
    05 SY-CurrQualified PIC 9(9)V99 COMP.
    05 SY-CurrRefunds PIC 9(9)V99 COMP.
    05 SY-CurrSponsor PIC 9(9)V99 COMP.
    05 SY-PriorQualified PIC 9(9)V99 COMP.
    05 SY-PriorRefunds PIC 9(9)V99 COMP.
    05 SY-PriorSponsor PIC 9(9)V99 COMP.

77 TermLineCount PIC 9(2) COMP VALUE ZERO.
01 TermLineTable.
    05 TermLineEntry OCCURS 20 TIMES INDEXED BY TlIdx.
        10 TL-TermID PIC X(6).
        10 TL-CurrQualified PIC 9(9)V99.
        10 TL-CurrRefunds PIC 9(9)V99.
        10 TL-CurrSponsor PIC 9(9)V99.
        10 TL-PriorQualified PIC 9(9)V99.
        10 TL-PriorRefunds PIC 9(9)V99.
        10 TL-PriorSponsor PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> THE FORM BEING ISSUED - TAX YEAR, ORIGINAL OR CORRECTED, AND
*> THE THREE AMOUNTS
*>----------------------------------------------------------------*>
01 FormWorkRecord.
    05 FW-TaxYear PIC 9(4).
    05 FW-FormType PIC X(1).
        88 FW-ORIGINAL VALUE 'O'.
        88 FW-CORRECTED VALUE 'C'.
    05 FW-QualifiedPaid PIC 9(9)V99.
    05 FW-RefundsReturned PIC 9(9)V99.
    05 FW-SponsorPaid PIC 9(9)V99.
    05 FW-StudentTIN PIC X(9).
    05 FW-StudentName PIC X(30).
    05 FW-MailingAddress PIC X(40).

*>----------------------------------------------------------------*>
*> SPONSOR MASTER TABLE (IDs ONLY - AN ALLOCATION NAMING A SPONSOR
*> NOT ON THE MASTER IS DROPPED, AS IN THE PAYMENT RUN) AND THE
*> SPONSORSHIP ALLOCATIONS
*>----------------------------------------------------------------*>
77 SponsorCount PIC 9(3) COMP VALUE ZERO.
77 MaxSponsorEntries PIC 9(3) COMP VALUE 200.
01 SponsorTable.
    05 SponsorEntry OCCURS 1 TO 200 TIMES
            DEPENDING ON SponsorCount
            INDEXED BY SpIdx.
        10 SP-SponsorID PIC X(6).

77 AllocCount PIC 9(5) COMP VALUE ZERO.
77 MaxAllocEntries PIC 9(5) COMP VALUE 5000.
01 AllocTable.
    05 AllocEntry OCCURS 1 TO 5000 TIMES
            DEPENDING ON AllocCount
            INDEXED BY AllocIdx.
        10 AL-StudentID PIC X(9).
        10 AL-CoveredPercent PIC 9(3).
77 OneSponsorShare PIC 9(9)V99 COMP VALUE ZERO.
77 QualifiedSponsorShare PIC 9(9)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> WITHDRAWAL AND PRORATION SCHEDULE TABLES. A REPEATED STUDENT
*> AND TERM KEEPS THE FIRST WITHDRAWAL RECORD.
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
77 BestThroughDate PIC 9(8) VALUE ZERO.

*>----------------------------------------------------------------*>
*> TAX PROFILE TABLE
*>----------------------------------------------------------------*>
77 ProfileCount PIC 9(5) COMP VALUE ZERO.
77 MaxProfileEntries PIC 9(5) COMP VALUE 50000.
01 ProfileTable.
    05 ProfileEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON ProfileCount
            INDEXED BY ProfIdx.
        10 PF-StudentID PIC X(9).
        10 PF-StudentTIN PIC X(9).
        10 PF-FullName PIC X(30).
        10 PF-MailingAddress PIC X(40).

*>----------------------------------------------------------------*>
*> FORMS ALREADY FILED FOR THE TAX YEAR AND THE PRIOR YEAR - THE
*> LATEST RECORD PER YEAR AND STUDENT
*>----------------------------------------------------------------*>
77 FiledCount PIC 9(5) COMP VALUE ZERO.
77 MaxFiledEntries PIC 9(5) COMP VALUE 50000.
01 FiledTable.
    05 FiledEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON FiledCount
            INDEXED BY FiledIdx.
        10 FT-TaxYear PIC 9(4).
        10 FT-StudentID PIC X(9).
        10 FT-QualifiedPaid PIC 9(9)V99.
        10 FT-RefundsReturned PIC 9(9)V99.
        10 FT-SponsorPaid PIC 9(9)V99.

*>----------------------------------------------------------------*>
*> HISTORY TIE TABLE - THE LATEST A RECORD PER STUDENT AND TERM
*> ARCHIVED DURING THE TAX YEAR. MatchedFlag MARKS THE ENTRIES AN
*> ENROLLMENT ON THE STUDENT MASTER ACCOUNTED FOR.
*>----------------------------------------------------------------*>
77 HistCount PIC 9(5) COMP VALUE ZERO.
77 MaxHistEntries PIC 9(5) COMP VALUE 50000.
01 HistTable.
    05 HistEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON HistCount
            INDEXED BY HistIdx.
        10 HT-StudentID PIC X(9).
        10 HT-TermID PIC X(6).
        10 HT-RecDate PIC 9(8).
        10 HT-Assessment PIC 9(9)V99.
        10 HT-MatchedFlag PIC X(1).
77 HistSub PIC 9(5) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> RUNNING TOTALS AND COUNTERS. MONEY ACCUMULATES IN 9(11) AND
*> THE FILING TOTALS IN 9(13), AS ON THE ARCHIVE REPORTS.
*>----------------------------------------------------------------*>
77 EnrollmentsReadCount PIC 9(7) COMP VALUE ZERO.
77 StudentsReadCount PIC 9(7) COMP VALUE ZERO.
77 OriginalFormCount PIC 9(7) COMP VALUE ZERO.
77 OriginalQualified PIC 9(11)V99 COMP VALUE ZERO.
77 OriginalRefunds PIC 9(11)V99 COMP VALUE ZERO.
77 OriginalSponsor PIC 9(11)V99 COMP VALUE ZERO.
77 CorrectedFormCount PIC 9(7) COMP VALUE ZERO.
77 CorrectedQualified PIC 9(11)V99 COMP VALUE ZERO.
77 CorrectedRefunds PIC 9(11)V99 COMP VALUE ZERO.
77 CorrectedSponsor PIC 9(11)V99 COMP VALUE ZERO.
77 UnchangedFormCount PIC 9(7) COMP VALUE ZERO.
77 UnchangedQualified PIC 9(11)V99 COMP VALUE ZERO.
77 UnchangedRefunds PIC 9(11)V99 COMP VALUE ZERO.
77 UnchangedSponsor PIC 9(11)V99 COMP VALUE ZERO.
77 NoTINFormCount PIC 9(7) COMP VALUE ZERO.
77 HistTieCount PIC 9(7) COMP VALUE ZERO.
77 HistTieMaster PIC 9(11)V99 COMP VALUE ZERO.
77 HistTieRecomputed PIC 9(11)V99 COMP VALUE ZERO.
77 HistOnlyCount PIC 9(7) COMP VALUE ZERO.
77 HistOnlyMaster PIC 9(11)V99 COMP VALUE ZERO.
77 EfileFormCount PIC 9(8) COMP VALUE ZERO.
77 EfileCorrectedCount PIC 9(8) COMP VALUE ZERO.
77 EfileQualified PIC 9(13)V99 COMP VALUE ZERO.
77 EfileRefunds PIC 9(13)V99 COMP VALUE ZERO.
77 EfileSponsor PIC 9(13)V99 COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE, CONTROL-BREAK AND LOOKUP SWITCHES
*>----------------------------------------------------------------*>
77 STUDENT-MAIN-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-STUDENT-MAIN VALUE 'Y'.
77 SCAN-FEES-DONE-SW PIC X(1) VALUE 'N'.
    88 SCAN-FEES-DONE VALUE 'Y'.
77 FEES-FOUND-SW PIC X(1) VALUE 'N'.
    88 FEES-FOUND VALUE 'Y'.
77 MORE-INSTALLMENTS-SW PIC X(1) VALUE 'N'.
    88 NO-MORE-INSTALLMENTS VALUE 'Y'.
77 HISTORY-SCAN-DONE-SW PIC X(1) VALUE 'N'.
    88 HISTORY-SCAN-DONE VALUE 'Y'.
77 SPONSOR-MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SPONSOR-MASTER VALUE 'Y'.
77 ALLOCATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ALLOCATION-FILE VALUE 'Y'.
77 WITHDRAWAL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-WITHDRAWAL-FILE VALUE 'Y'.
77 PRORATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PRORATION-FILE VALUE 'Y'.
77 CHARGE-FILE-OPEN-SW PIC X(1) VALUE 'N'.
    88 CHARGE-FILE-OPEN VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-FILE VALUE 'Y'.
77 CHARGE-PRICED-SW PIC X(1) VALUE 'N'.
    88 CHARGE-PRICED VALUE 'Y'.
77 ChargeLinePrice PIC 9(9)V99 VALUE ZERO.
77 PROFILE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-PROFILE-FILE VALUE 'Y'.
77 FORM-MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-FORM-MASTER VALUE 'Y'.
77 SPONSOR-FOUND-SW PIC X(1) VALUE 'N'.
    88 SPONSOR-FOUND VALUE 'Y'.
77 FILED-FOUND-SW PIC X(1) VALUE 'N'.
    88 FILED-FOUND VALUE 'Y'.
77 PROFILE-FOUND-SW PIC X(1) VALUE 'N'.
    88 PROFILE-FOUND VALUE 'Y'.
77 HIST-FOUND-SW PIC X(1) VALUE 'N'.
    88 HIST-FOUND VALUE 'Y'.
77 STUDENT-OPEN-SW PIC X(1) VALUE 'N'.
    88 STUDENT-OPEN VALUE 'Y'.
77 LookupTaxYear PIC 9(4) VALUE ZERO.
77 LookupStudentID PIC X(9) VALUE SPACES.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
*>----------------------------------------------------------------*>
77 ControlFileStatus PIC X(2).
77 StudentMainFileStatus PIC X(2).
77 FeesFileStatus PIC X(2).
77 PaymentFileStatus PIC X(2).
77 HistoryFileStatus PIC X(2).
77 SponsorMasterFileStatus PIC X(2).
77 AllocationFileStatus PIC X(2).
77 WithdrawalFileStatus PIC X(2).
77 ProrationFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 ProfileFileStatus PIC X(2).
77 FormMasterFileStatus PIC X(2).
77 EfileFileStatus PIC X(2).
77 StatementFileStatus PIC X(2).
77 ReportFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> THE FILED-FORM MASTER RECORD AS WRITTEN
*>----------------------------------------------------------------*>
01 TaxFormMasterWork.
    05 FX-TaxYear PIC 9(4).
    05 FILLER PIC X VALUE ','.
    05 FX-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 FX-FormType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 FX-QualifiedPaid PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 FX-RefundsReturned PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 FX-SponsorPaid PIC 9(9)V99.
    05 FILLER PIC X VALUE ','.
    05 FX-RunDate PIC 9(8).

*>----------------------------------------------------------------*>
*> THE FILING FILE RECORDS AS WRITTEN. THE TEST INDICATOR ON THE
*> T RECORD IS T ON A TRIAL RUN; THE CORRECTED INDICATOR ON A B
*> RECORD IS G FOR A CORRECTED FORM, BLANK FOR AN ORIGINAL.
*>----------------------------------------------------------------*>
01 EfileFilerWork.
    05 ET-RecordType PIC X(1) VALUE 'T'.
    05 ET-TaxYear PIC 9(4).
    05 ET-FilerTIN PIC X(9).
    05 ET-FilerName PIC X(40).
    05 ET-RunDate PIC 9(8).
    05 ET-TestIndicator PIC X(1).
    05 FILLER PIC X(87) VALUE SPACES.

01 EfileStudentWork.
    05 EB-RecordType PIC X(1) VALUE 'B'.
    05 EB-TaxYear PIC 9(4).
    05 EB-CorrectedInd PIC X(1).
    05 EB-StudentTIN PIC X(9).
    05 EB-AccountNumber PIC X(9).
    05 EB-StudentName PIC X(30).
    05 EB-MailingAddress PIC X(40).
    05 EB-QualifiedPaid PIC 9(9)V99.
    05 EB-RefundsReturned PIC 9(9)V99.
    05 EB-SponsorPaid PIC 9(9)V99.
    05 FILLER PIC X(23) VALUE SPACES.

01 EfileTotalsWork.
    05 EC-RecordType PIC X(1) VALUE 'C'.
    05 EC-FormCount PIC 9(8).
    05 EC-CorrectedCount PIC 9(8).
    05 EC-TotalQualified PIC 9(13)V99.
    05 EC-TotalRefunds PIC 9(13)V99.
    05 EC-TotalSponsor PIC 9(13)V99.
    05 FILLER PIC X(88) VALUE SPACES.

*>----------------------------------------------------------------*>
*> THE CONTROL REPORT LINE AS WRITTEN. ORIGINAL / CORRECTED /
*> UNCHANGED CARRY FORM COUNTS AND THE THREE AMOUNTS; NO-TIN THE
*> FORMS WITHOUT A STUDENT TIN; HIST-TIE THE ARCHIVED ASSESSMENT
*> BESIDE THE RE-ASSESSMENT AND THEIR DIFFERENCE; HIST-ONLY THE
*> ARCHIVED ENROLLMENTS NO LONGER ON THE STUDENT MASTER.
*>----------------------------------------------------------------*>
01 TaxControlWork.
    05 TC-TaxYear PIC 9(4).
    05 FILLER PIC X VALUE ','.
    05 TC-LineLabel PIC X(10).
    05 FILLER PIC X VALUE ','.
    05 TC-Count PIC 9(7).
    05 FILLER PIC X VALUE ','.
    05 TC-AmountA PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 TC-AmountB PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 TC-AmountC PIC 9(11)V99.
    05 FILLER PIC X VALUE ','.
    05 TC-Flag PIC X(1).

*>----------------------------------------------------------------*>
*> PRINT LINE LAYOUTS FOR THE STUDENT STATEMENT
*>----------------------------------------------------------------*>
01 TaxHeadingLine1.
    05 FILLER PIC X(20) VALUE SPACES.
    05 FILLER PIC X(40)
        VALUE 'TUITION STATEMENT - FORM 1098-T'.
    05 FILLER PIC X(20) VALUE SPACES.

01 TaxHeadingLine2.
    05 FILLER PIC X(10) VALUE 'TAX YEAR: '.
    05 TH-TaxYear PIC 9(4).
    05 FILLER PIC X(06) VALUE SPACES.
    05 TH-CorrectedText PIC X(20).
    05 FILLER PIC X(16) VALUE 'STATEMENT DATE: '.
    05 TH-StatementDate PIC 9(8).
    05 FILLER PIC X(16) VALUE SPACES.

01 TaxFilerLine.
    05 FILLER PIC X(08) VALUE 'FILER: '.
    05 TF-FilerName PIC X(40).
    05 FILLER PIC X(06) VALUE '  TIN '.
    05 TF-FilerTIN PIC X(9).
    05 FILLER PIC X(17) VALUE SPACES.

01 TaxStudentLine1.
    05 FILLER PIC X(09) VALUE 'STUDENT: '.
    05 TS-StudentName PIC X(30).
    05 FILLER PIC X(07) VALUE '   ID: '.
    05 TS-StudentID PIC X(9).
    05 FILLER PIC X(07) VALUE '   TIN '.
    05 TS-MaskedTIN PIC X(9).
    05 FILLER PIC X(09) VALUE SPACES.

01 TaxStudentLine2.
    05 FILLER PIC X(09) VALUE SPACES.
    05 TS-MailingAddress PIC X(40).
    05 FILLER PIC X(31) VALUE SPACES.

01 TaxSeparatorLine.
    05 FILLER PIC X(80) VALUE ALL '-'.

01 TaxBoxLine.
    05 TB-BoxLabel PIC X(58).
    05 TB-Amount PIC Z(8)9.99.
    05 FILLER PIC X(10) VALUE SPACES.

01 TaxTermHeadingLine.
    05 FILLER PIC X(08) VALUE 'TERM    '.
    05 FILLER PIC X(14) VALUE SPACES.
    05 FILLER PIC X(12) VALUE '   QUALIFIED'.
    05 FILLER PIC X(04) VALUE SPACES.
    05 FILLER PIC X(12) VALUE '     REFUNDS'.
    05 FILLER PIC X(04) VALUE SPACES.
    05 FILLER PIC X(12) VALUE ' SPONSOR-PD'.
    05 FILLER PIC X(14) VALUE SPACES.

01 TaxTermLine.
    05 TT-TermID PIC X(6).
    05 FILLER PIC X(16) VALUE SPACES.
    05 TT-Qualified PIC Z(8)9.99.
    05 FILLER PIC X(04) VALUE SPACES.
    05 TT-Refunds PIC Z(8)9.99.
    05 FILLER PIC X(04) VALUE SPACES.
    05 TT-Sponsor PIC Z(8)9.99.
    05 FILLER PIC X(14) VALUE SPACES.

01 TaxFootnoteLine.
    05 FILLER PIC X(50)
        VALUE 'THE LATE-FEE SURCHARGE IS NOT A QUALIFIED EXPENSE.'.
    05 FILLER PIC X(30) VALUE SPACES.

77 TaxBlankLine PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.

*>----------------------------------------------------------------*>
*> 0000 - MAINLINE: LOAD THE REFERENCE TABLES, RE-ASSESS EVERY
*> ENROLLMENT WITH A CONTROL BREAK ON StudentID, THEN WRITE THE
*> FILING TOTALS AND THE CONTROL REPORT
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    PERFORM 2000-PROCESS-ONE-ENROLLMENT THRU 2000-EXIT
        UNTIL END-OF-STUDENT-MAIN
    IF STUDENT-OPEN
        PERFORM 5000-ISSUE-STUDENT-FORMS THRU 5000-EXIT
    END-IF
    PERFORM 7000-WRITE-CONTROL-REPORT THRU 7000-EXIT
    PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
    STOP RUN.

*>----------------------------------------------------------------*>
*> 1000 - READ THE CONTROL CARD, OPEN THE FILES AND LOAD THE
*> TABLES. THE FILED-FORM MASTER IS LOADED BEFORE IT IS OPENED
*> FOR EXTEND, IN THE NOTICE-LOG STYLE.
*>----------------------------------------------------------------*>
1000-INITIALIZE-RUN.
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    OPEN INPUT TaxControlFile
    IF ControlFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN TaxControlFile, STATUS = "
            ControlFileStatus
        STOP RUN
    END-IF
    READ TaxControlFile
        AT END
            DISPLAY "FATAL: TaxControlFile IS EMPTY"
            STOP RUN
    END-READ
    MOVE TX-TaxYear TO TaxYear
    MOVE TX-Function TO TaxFunction
    MOVE TX-FilerTIN TO FilerTIN
    MOVE TX-FilerName TO FilerName
    CLOSE TaxControlFile
    IF TX-TaxYear NOT NUMERIC OR TaxYear = ZERO
        DISPLAY "FATAL: TaxControlFile TAX YEAR IS NOT A YEAR"
        STOP RUN
    END-IF
    IF NOT FUNCTION-FINAL AND NOT FUNCTION-TRIAL
        DISPLAY "FATAL: TaxControlFile FUNCTION MUST BE F OR T"
        STOP RUN
    END-IF
    IF FilerTIN = SPACES
        DISPLAY "FATAL: TaxControlFile FILER TIN IS BLANK"
        STOP RUN
    END-IF
    COMPUTE PriorTaxYear = TaxYear - 1
    OPEN INPUT StudentMainFile
    IF StudentMainFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN StudentMainFile, STATUS = "
            StudentMainFileStatus
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
    OPEN INPUT HistoryMasterFile
    IF HistoryFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN HistoryMasterFile, "
            "STATUS = " HistoryFileStatus
        STOP RUN
    END-IF
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus = '00'
        MOVE 'Y' TO CHARGE-FILE-OPEN-SW
        PERFORM 3390-READ-NEXT-CHARGE-LINE THRU 3390-EXIT
    ELSE
        MOVE 'Y' TO CHARGE-EOF-SW
    END-IF
    PERFORM 1100-LOAD-SPONSOR-MASTER THRU 1100-EXIT
    PERFORM 1150-LOAD-ALLOCATIONS THRU 1150-EXIT
    PERFORM 1200-LOAD-WITHDRAWALS THRU 1200-EXIT
    PERFORM 1300-LOAD-PRORATION-SCHEDULE THRU 1300-EXIT
    PERFORM 1400-LOAD-TAX-PROFILES THRU 1400-EXIT
    PERFORM 1500-LOAD-FILED-FORMS THRU 1500-EXIT
    PERFORM 1600-LOAD-HISTORY-TIE THRU 1600-EXIT
    IF FUNCTION-FINAL
        OPEN EXTEND TaxFormMasterFile
        IF FormMasterFileStatus NOT = '00'
           AND FormMasterFileStatus NOT = '05'
            DISPLAY "FATAL: UNABLE TO EXTEND TaxFormMasterFile, "
                "STATUS = " FormMasterFileStatus
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT TaxEfileFile
    OPEN OUTPUT TaxStatementFile
    OPEN OUTPUT TaxControlReportFile
    MOVE TaxYear TO ET-TaxYear
    MOVE FilerTIN TO ET-FilerTIN
    MOVE FilerName TO ET-FilerName
    MOVE RunDate TO ET-RunDate
    IF FUNCTION-TRIAL
        MOVE 'T' TO ET-TestIndicator
    ELSE
        MOVE SPACE TO ET-TestIndicator
    END-IF
    WRITE TaxEfileRecord FROM EfileFilerWork.
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
            ELSE
                MOVE 'Y' TO SPONSOR-MASTER-EOF-SW
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1150 - LOAD THE ALLOCATIONS WHOSE SPONSOR IS ON THE MASTER
*>----------------------------------------------------------------*>
1150-LOAD-ALLOCATIONS.
    OPEN INPUT SponsorAllocationFile
    IF AllocationFileStatus = '00'
        PERFORM 1160-READ-ALLOCATION THRU 1160-EXIT
            UNTIL END-OF-ALLOCATION-FILE
        CLOSE SponsorAllocationFile
    END-IF.
1150-EXIT.
    EXIT.

1160-READ-ALLOCATION.
    READ SponsorAllocationFile
        AT END
            MOVE 'Y' TO ALLOCATION-EOF-SW
        NOT AT END
            MOVE 'N' TO SPONSOR-FOUND-SW
            IF SponsorCount > ZERO
                SET SpIdx TO 1
                SEARCH SponsorEntry
                    AT END
                        CONTINUE
                    WHEN SP-SponsorID (SpIdx) = SA-SponsorID
                        MOVE 'Y' TO SPONSOR-FOUND-SW
                END-SEARCH
            END-IF
            IF SPONSOR-FOUND
                IF AllocCount < MaxAllocEntries
                    ADD 1 TO AllocCount
                    SET AllocIdx TO AllocCount
                    MOVE SA-StudentID TO AL-StudentID (AllocIdx)
                    MOVE SA-CoveredPercent
                        TO AL-CoveredPercent (AllocIdx)
                ELSE
                    DISPLAY "WARNING: SponsorAllocationFile EXCEEDS "
                        MaxAllocEntries " ENTRIES - THE REST ARE NOT "
                        "APPLIED"
                    MOVE 'Y' TO ALLOCATION-EOF-SW
                END-IF
            END-IF
    END-READ.
1160-EXIT.
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

1400-LOAD-TAX-PROFILES.
    OPEN INPUT TaxProfileFile
    IF ProfileFileStatus = '00'
        PERFORM 1410-READ-TAX-PROFILE THRU 1410-EXIT
            UNTIL END-OF-PROFILE-FILE
        CLOSE TaxProfileFile
    END-IF.
1400-EXIT.
    EXIT.

1410-READ-TAX-PROFILE.
    READ TaxProfileFile
        AT END
            MOVE 'Y' TO PROFILE-EOF-SW
        NOT AT END
            IF ProfileCount < MaxProfileEntries
                ADD 1 TO ProfileCount
                SET ProfIdx TO ProfileCount
                MOVE TP-StudentID TO PF-StudentID (ProfIdx)
                MOVE TP-StudentTIN TO PF-StudentTIN (ProfIdx)
                MOVE TP-FullName TO PF-FullName (ProfIdx)
                MOVE TP-MailingAddress TO PF-MailingAddress (ProfIdx)
            ELSE
                DISPLAY "WARNING: TaxProfileFile EXCEEDS "
                    MaxProfileEntries " ENTRIES - THE REST ARE NOT "
                    "LOADED"
                MOVE 'Y' TO PROFILE-EOF-SW
            END-IF
    END-READ.
1410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1500 - LOAD THE FORMS ALREADY FILED FOR THE TAX YEAR AND THE
*> PRIOR YEAR. THE MASTER IS APPEND-ONLY, SO A LATER RECORD FOR
*> THE SAME YEAR AND STUDENT REPLACES THE EARLIER ONE. STATUS 05
*> (NO MASTER YET) LOADS NOTHING; ANY OTHER FAILURE IS FATAL - A
*> MASTER THAT CANNOT BE READ WOULD RE-FILE EVERY FORM AS AN
*> ORIGINAL.
*>----------------------------------------------------------------*>
1500-LOAD-FILED-FORMS.
    OPEN INPUT TaxFormMasterFile
    IF FormMasterFileStatus NOT = '00'
       AND FormMasterFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO OPEN TaxFormMasterFile, STATUS = "
            FormMasterFileStatus
        STOP RUN
    END-IF
    IF FormMasterFileStatus = '00'
        PERFORM 1510-READ-FILED-FORM THRU 1510-EXIT
            UNTIL END-OF-FORM-MASTER
    END-IF
    CLOSE TaxFormMasterFile.
1500-EXIT.
    EXIT.

1510-READ-FILED-FORM.
    READ TaxFormMasterFile
        AT END
            MOVE 'Y' TO FORM-MASTER-EOF-SW
        NOT AT END
            IF FM-TaxYear = TaxYear OR FM-TaxYear = PriorTaxYear
                MOVE FM-TaxYear TO LookupTaxYear
                MOVE FM-StudentID TO LookupStudentID
                PERFORM 1550-FIND-FILED-FORM THRU 1550-EXIT
                IF NOT FILED-FOUND
                    PERFORM 1520-ADD-FILED-FORM THRU 1520-EXIT
                END-IF
                MOVE FM-QualifiedPaid TO FT-QualifiedPaid (FiledIdx)
                MOVE FM-RefundsReturned
                    TO FT-RefundsReturned (FiledIdx)
                MOVE FM-SponsorPaid TO FT-SponsorPaid (FiledIdx)
            END-IF
    END-READ.
1510-EXIT.
    EXIT.

1520-ADD-FILED-FORM.
    IF FiledCount >= MaxFiledEntries
        DISPLAY "FATAL: FILED-FORM TABLE EXCEEDS " MaxFiledEntries
            " ENTRIES - RAISE MaxFiledEntries AND RERUN"
        STOP RUN
    END-IF
    ADD 1 TO FiledCount
    SET FiledIdx TO FiledCount
    MOVE FM-TaxYear TO FT-TaxYear (FiledIdx)
    MOVE FM-StudentID TO FT-StudentID (FiledIdx).
1520-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1550 - LOOK LookupTaxYear / LookupStudentID UP ON THE FILED-FORM
*> TABLE. ON A HIT FILED-FOUND SETS AND FiledIdx IS LEFT ON IT.
*>----------------------------------------------------------------*>
1550-FIND-FILED-FORM.
    MOVE 'N' TO FILED-FOUND-SW
    IF FiledCount > ZERO
        SET FiledIdx TO 1
        SEARCH FiledEntry
            AT END
                CONTINUE
            WHEN FT-TaxYear (FiledIdx) = LookupTaxYear
             AND FT-StudentID (FiledIdx) = LookupStudentID
                MOVE 'Y' TO FILED-FOUND-SW
        END-SEARCH
    END-IF.
1550-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1600 - ONE PASS OVER THE HISTORY MASTER FOR THE A RECORDS
*> ARCHIVED DURING THE TAX YEAR, KEEPING THE LATEST PER STUDENT
*> AND TERM (A TERM ARCHIVED ACROSS SEVERAL RUNS CARRIES ONE A
*> RECORD PER STUDENT PER RUN)
*>----------------------------------------------------------------*>
1600-LOAD-HISTORY-TIE.
    MOVE LOW-VALUES TO HI-TermID
    MOVE LOW-VALUES TO HI-RunID
    MOVE LOW-VALUES TO HI-RecordType
    MOVE LOW-VALUES TO HI-EntityID
    MOVE ZERO TO HI-Sequence
    START HistoryMasterFile KEY IS NOT LESS THAN HistoryKey
        INVALID KEY
            MOVE 'Y' TO HISTORY-SCAN-DONE-SW
        NOT INVALID KEY
            PERFORM 1610-READ-ONE-HISTORY THRU 1610-EXIT
                UNTIL HISTORY-SCAN-DONE
    END-START.
1600-EXIT.
    EXIT.

1610-READ-ONE-HISTORY.
    READ HistoryMasterFile NEXT RECORD
        AT END
            MOVE 'Y' TO HISTORY-SCAN-DONE-SW
        NOT AT END
            MOVE HI-RecDate TO DateWork
            IF HI-RecordType = 'A' AND DW-Year = TaxYear
                PERFORM 1620-KEEP-LATEST-HISTORY THRU 1620-EXIT
            END-IF
    END-READ.
1610-EXIT.
    EXIT.

1620-KEEP-LATEST-HISTORY.
    MOVE 'N' TO HIST-FOUND-SW
    IF HistCount > ZERO
        SET HistIdx TO 1
        SEARCH HistEntry
            AT END
                CONTINUE
            WHEN HT-StudentID (HistIdx) = HI-EntityID
             AND HT-TermID (HistIdx) = HI-TermID
                MOVE 'Y' TO HIST-FOUND-SW
        END-SEARCH
    END-IF
    IF NOT HIST-FOUND
        IF HistCount >= MaxHistEntries
            DISPLAY "FATAL: HISTORY TIE TABLE EXCEEDS "
                MaxHistEntries " STUDENT/TERM ENTRIES - RAISE "
                "MaxHistEntries AND RERUN"
            STOP RUN
        END-IF
        ADD 1 TO HistCount
        SET HistIdx TO HistCount
        MOVE HI-EntityID TO HT-StudentID (HistIdx)
        MOVE HI-TermID TO HT-TermID (HistIdx)
        MOVE ZERO TO HT-RecDate (HistIdx)
        MOVE 'N' TO HT-MatchedFlag (HistIdx)
    END-IF
    IF HI-RecDate >= HT-RecDate (HistIdx)
        MOVE HI-RecDate TO HT-RecDate (HistIdx)
        MOVE HI-AmountA TO HT-Assessment (HistIdx)
    END-IF.
1620-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2000 - READ ONE ENROLLMENT. A NEW StudentID ISSUES THE PRIOR
*> STUDENT'S FORMS FIRST, THEN OPENS THE NEW STUDENT'S TOTALS.
*>----------------------------------------------------------------*>
2000-PROCESS-ONE-ENROLLMENT.
    READ StudentMainFile
        AT END
            MOVE 'Y' TO STUDENT-MAIN-EOF-SW
            GO TO 2000-EXIT
    END-READ
    ADD 1 TO EnrollmentsReadCount
    IF STUDENT-OPEN
       AND StudentID OF StudentMainRecord NOT = SY-StudentID
        PERFORM 5000-ISSUE-STUDENT-FORMS THRU 5000-EXIT
    END-IF
    IF NOT STUDENT-OPEN
        PERFORM 2100-OPEN-STUDENT-TOTALS THRU 2100-EXIT
    END-IF
    MOVE StudentID OF StudentMainRecord TO TW-StudentID
    MOVE Studentname OF StudentMainRecord TO TW-StudentName
    MOVE PaymentType OF StudentMainRecord TO TW-PaymentType
    MOVE TermID OF StudentMainRecord TO TW-TermID
    PERFORM 3000-REASSESS-TERM THRU 3000-EXIT
    PERFORM 4000-ALLOCATE-TERM-TO-YEARS THRU 4000-EXIT
    PERFORM 4500-TIE-TERM-TO-HISTORY THRU 4500-EXIT.
2000-EXIT.
    EXIT.

2100-OPEN-STUDENT-TOTALS.
    ADD 1 TO StudentsReadCount
    MOVE 'Y' TO STUDENT-OPEN-SW
    MOVE StudentID OF StudentMainRecord TO SY-StudentID
    MOVE Studentname OF StudentMainRecord TO SY-StudentName
    MOVE ZERO TO SY-CurrQualified
    MOVE ZERO TO SY-CurrRefunds
    MOVE ZERO TO SY-CurrSponsor
    MOVE ZERO TO SY-PriorQualified
    MOVE ZERO TO SY-PriorRefunds
    MOVE ZERO TO SY-PriorSponsor
    MOVE ZERO TO TermLineCount.
2100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - RE-ASSESS THE ENROLLMENT THE WAY THE PAYMENT RUN DOES:
*> INSTALLMENTS, FEE TIER, WITHDRAWAL CREDIT, CHARGE LINES,
*> SPONSOR SPLIT
*>----------------------------------------------------------------*>
3000-REASSESS-TERM.
    PERFORM 3100-GATHER-INSTALLMENTS THRU 3100-EXIT
    PERFORM 3200-LOOKUP-FEE-TIER THRU 3200-EXIT
    PERFORM 3300-APPLY-WITHDRAWAL-CREDIT THRU 3300-EXIT
    PERFORM 3350-GATHER-CHARGE-LINES THRU 3350-EXIT
    COMPUTE TW-Assessment = TW-FeesAmount - TW-WithdrawCredit
        + TW-SurchargeAmount + TW-ChargeTotal
    PERFORM 3400-APPLY-SPONSOR-SPLIT THRU 3400-EXIT.
3000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3100 - BUCKET THE ENROLLMENT'S CASH BY CALENDAR YEAR. PAYMENTS
*> (P OR SPACE) AND AGENCY RECOVERIES (A) ARE CASH RECEIVED;
*> REFUNDS (R) AND RETURNED ITEMS (N) GIVE IT BACK; WRITE-OFFS (W)
*> AND THEIR REINSTATEMENTS (V) ARE NOT CASH AND ARE LEFT OUT. THE
*> EARLIEST PAYMENT DATE FOR THE TIER LOOKUP IGNORES EVERYTHING
*> BUT P AND SPACE, AS IN THE PAYMENT RUN.
*>----------------------------------------------------------------*>
3100-GATHER-INSTALLMENTS.
    MOVE ZERO TO TW-NetCashBefore
    MOVE ZERO TO TW-GrossPrior
    MOVE ZERO TO TW-RefundPrior
    MOVE ZERO TO TW-GrossCurrent
    MOVE ZERO TO TW-RefundCurrent
    MOVE 99999999 TO TW-EarliestPayDate
    MOVE TW-StudentID TO StudentID-Payment OF StudentPaymentRecord
    START StudentPaymentFile KEY IS = StudentID-Payment
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'N' TO MORE-INSTALLMENTS-SW
            PERFORM 3110-READ-NEXT-INSTALLMENT THRU 3110-EXIT
                UNTIL NO-MORE-INSTALLMENTS
    END-START
    IF TW-EarliestPayDate = 99999999
        MOVE ZERO TO TW-EarliestPayDate
    END-IF.
3100-EXIT.
    EXIT.

3110-READ-NEXT-INSTALLMENT.
    READ StudentPaymentFile NEXT RECORD
        AT END
            MOVE 'Y' TO MORE-INSTALLMENTS-SW
            GO TO 3110-EXIT
    END-READ
    IF StudentID-Payment OF StudentPaymentRecord NOT = TW-StudentID
        MOVE 'Y' TO MORE-INSTALLMENTS-SW
        GO TO 3110-EXIT
    END-IF
*>  A BLANK ENROLLMENT TERM (PREDATING THE FIELD) TAKES EVERYTHING
*>  ON FILE, AS IN THE PAYMENT RUN
    IF TW-TermID NOT = SPACES
       AND TermID-Payment OF StudentPaymentRecord NOT = TW-TermID
        GO TO 3110-EXIT
    END-IF
    MOVE PaymentDate OF StudentPaymentRecord TO DateWork
    EVALUATE TransactionCode OF StudentPaymentRecord
        WHEN 'W'
        WHEN 'V'
            CONTINUE
        WHEN 'R'
        WHEN 'N'
            EVALUATE TRUE
                WHEN DW-Year < PriorTaxYear
                    SUBTRACT Amount-Payment OF StudentPaymentRecord
                        FROM TW-NetCashBefore
                WHEN DW-Year = PriorTaxYear
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO TW-RefundPrior
                WHEN DW-Year = TaxYear
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO TW-RefundCurrent
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        WHEN OTHER
            EVALUATE TRUE
                WHEN DW-Year < PriorTaxYear
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO TW-NetCashBefore
                WHEN DW-Year = PriorTaxYear
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO TW-GrossPrior
                WHEN DW-Year = TaxYear
                    ADD Amount-Payment OF StudentPaymentRecord
                        TO TW-GrossCurrent
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF TransactionCode OF StudentPaymentRecord NOT = 'A'
               AND PaymentDate OF StudentPaymentRecord <
                   TW-EarliestPayDate
                MOVE PaymentDate OF StudentPaymentRecord
                    TO TW-EarliestPayDate
            END-IF
    END-EVALUATE.
3110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3200 - THE FEE TIER IN FORCE ON THE EARLIEST PAYMENT DATE (TODAY
*> FOR A STUDENT WHO HAS NOT PAID), WITH THE SURCHARGE WHEN THAT
*> DATE IS PAST THE TIER'S DUE DATE
*>----------------------------------------------------------------*>
3200-LOOKUP-FEE-TIER.
    MOVE 'N' TO FEES-FOUND-SW
    MOVE ZERO TO TW-FeesAmount
    MOVE ZERO TO TW-SurchargeAmount
    MOVE ZERO TO TW-TierStartDate
    MOVE ZERO TO TW-TierDueDate
    IF TW-EarliestPayDate = ZERO
        MOVE RunDate TO TW-TierLookupDate
    ELSE
        MOVE TW-EarliestPayDate TO TW-TierLookupDate
    END-IF
    MOVE TW-PaymentType TO PaymentType OF FeesKey
    MOVE TW-TermID TO TermID OF FeesKey
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
            IF PaymentType OF FeesKey NOT = TW-PaymentType
               OR (TW-TermID NOT = SPACES
                   AND TermID OF FeesKey NOT = TW-TermID)
                MOVE 'Y' TO SCAN-FEES-DONE-SW
            ELSE
                IF TW-TierLookupDate >= EffectiveDateStart OF FeesKey
                   AND (EffectiveDateEnd OF FeesRecord = ZERO
                        OR TW-TierLookupDate <=
                           EffectiveDateEnd OF FeesRecord)
                    MOVE Amount OF FeesRecord TO TW-FeesAmount
                    MOVE EffectiveDateStart OF FeesKey
                        TO TW-TierStartDate
                    MOVE DueDate OF FeesRecord TO TW-TierDueDate
                    IF DueDate OF FeesRecord NOT = ZERO
                       AND TW-TierLookupDate > DueDate OF FeesRecord
                        MOVE LateFeeSurcharge OF FeesRecord
                            TO TW-SurchargeAmount
                    END-IF
                    MOVE 'Y' TO FEES-FOUND-SW
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
3210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3300 - WITHDRAWAL CREDIT ON THE BASE FEE, FROM THE EARLIEST
*> PRORATION TIER THE WITHDRAWAL DATE FALLS WITHIN
*>----------------------------------------------------------------*>
3300-APPLY-WITHDRAWAL-CREDIT.
    MOVE ZERO TO TW-WithdrawCredit
    MOVE ZERO TO TW-CreditPercent
    IF NOT FEES-FOUND OR WithdrawalCount = ZERO
        GO TO 3300-EXIT
    END-IF
    MOVE ZERO TO WithdrawFoundIdx
    PERFORM 3310-MATCH-ONE-WITHDRAWAL THRU 3310-EXIT
        VARYING WdIdx FROM 1 BY 1
        UNTIL WdIdx > WithdrawalCount OR WithdrawFoundIdx > ZERO
    IF WithdrawFoundIdx = ZERO OR ProrationCount = ZERO
        GO TO 3300-EXIT
    END-IF
    SET WdIdx TO WithdrawFoundIdx
    MOVE 99999999 TO BestThroughDate
    PERFORM 3320-CHECK-ONE-PRORATION-TIER THRU 3320-EXIT
        VARYING ProIdx FROM 1 BY 1 UNTIL ProIdx > ProrationCount
    COMPUTE TW-WithdrawCredit ROUNDED =
        TW-FeesAmount * TW-CreditPercent / 100.
3300-EXIT.
    EXIT.

3310-MATCH-ONE-WITHDRAWAL.
    IF WT-StudentID (WdIdx) = TW-StudentID
       AND WT-TermID (WdIdx) = TW-TermID
        SET WithdrawFoundIdx TO WdIdx
    END-IF.
3310-EXIT.
    EXIT.

3320-CHECK-ONE-PRORATION-TIER.
    IF PT-PaymentType (ProIdx) NOT = TW-PaymentType
       OR PT-TermID (ProIdx) NOT = TW-TermID
        GO TO 3320-EXIT
    END-IF
    IF WT-WithdrawalDate (WdIdx) <= PT-ThroughDate (ProIdx)
       AND PT-ThroughDate (ProIdx) < BestThroughDate
        MOVE PT-ThroughDate (ProIdx) TO BestThroughDate
        MOVE PT-CreditPercent (ProIdx) TO TW-CreditPercent
    END-IF.
3320-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3350 - GATHER AND PRICE THE ENROLLMENT'S CHARGE LINES AS THE
*> PAYMENT RUN DOES. LINES KEYED BELOW THE CURRENT STUDENT AND
*> TERM BELONG TO NO ENROLLMENT ON THE MASTER AND ARE PASSED OVER;
*> A LINE THAT CANNOT BE PRICED IS LEFT OUT, AS IT WAS NOT BILLED.
*>----------------------------------------------------------------*>
3350-GATHER-CHARGE-LINES.
    MOVE ZERO TO TW-ChargeTotal
    PERFORM 3360-MATCH-ONE-CHARGE-LINE THRU 3360-EXIT
        UNTIL END-OF-CHARGE-FILE
           OR CL-StudentID > TW-StudentID
           OR (CL-StudentID = TW-StudentID
               AND CL-TermID > TW-TermID).
3350-EXIT.
    EXIT.

3360-MATCH-ONE-CHARGE-LINE.
    IF CL-StudentID = TW-StudentID
       AND CL-TermID = TW-TermID
        PERFORM 3370-PRICE-ONE-CHARGE-LINE THRU 3370-EXIT
    END-IF
    PERFORM 3390-READ-NEXT-CHARGE-LINE THRU 3390-EXIT.
3360-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3370 - A BILLED AMOUNT STANDS AS IS; OTHERWISE THE QUANTITY IS
*> PRICED AT THE CHARGE CODE'S TIER IN EFFECT ON THE ASSESSED DATE.
*> A CHARGE LINE CARRIES NO LATE-FEE SURCHARGE.
*>----------------------------------------------------------------*>
3370-PRICE-ONE-CHARGE-LINE.
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
                PERFORM 3380-READ-NEXT-CHARGE-TIER THRU 3380-EXIT
                    UNTIL SCAN-FEES-DONE
        END-START
    END-IF
    IF CHARGE-PRICED
        ADD ChargeLinePrice TO TW-ChargeTotal
    END-IF.
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
                    COMPUTE ChargeLinePrice =
                        CL-Quantity * Amount OF FeesRecord
                    MOVE 'Y' TO CHARGE-PRICED-SW
                    MOVE 'Y' TO SCAN-FEES-DONE-SW
                END-IF
            END-IF
    END-READ.
3380-EXIT.
    EXIT.

3390-READ-NEXT-CHARGE-LINE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
    END-READ.
3390-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3400 - THE SPONSORS' SHARE OF THE ASSESSMENT, EACH ALLOCATION
*> TAKING ITS PERCENT OF THE WHOLE ASSESSMENT, CAPPED SO THE
*> SHARES NEVER EXCEED IT - THE SAME SPLIT THE PAYMENT RUN BILLS
*>----------------------------------------------------------------*>
3400-APPLY-SPONSOR-SPLIT.
    MOVE ZERO TO TW-SponsorShare
    IF AllocCount = ZERO OR TW-Assessment = ZERO
        GO TO 3400-EXIT
    END-IF
    PERFORM 3410-APPLY-ONE-ALLOCATION THRU 3410-EXIT
        VARYING AllocIdx FROM 1 BY 1 UNTIL AllocIdx > AllocCount.
3400-EXIT.
    EXIT.

3410-APPLY-ONE-ALLOCATION.
    IF AL-StudentID (AllocIdx) NOT = TW-StudentID
        GO TO 3410-EXIT
    END-IF
    COMPUTE OneSponsorShare = TW-Assessment *
        AL-CoveredPercent (AllocIdx) / 100
    IF OneSponsorShare > TW-Assessment - TW-SponsorShare
        COMPUTE OneSponsorShare = TW-Assessment - TW-SponsorShare
    END-IF
    ADD OneSponsorShare TO TW-SponsorShare.
3410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - TURN THE TERM INTO TAX-YEAR AND PRIOR-YEAR FIGURES. THE
*> QUALIFIED CHARGE IS THE BASE FEE LESS THE WITHDRAWAL CREDIT -
*> THE LATE-FEE SURCHARGE AND THE CHARGE LINES ARE NEVER
*> QUALIFIED. THE SPONSORS' SHARE IS TAKEN OF THE FULL ASSESSMENT,
*> SO THE PART OF IT THAT COVERS THE QUALIFIED CHARGE IS ITS SHARE
*> IN PROPORTION; THE STUDENT'S OWN QUALIFIED SHARE IS WHAT THAT
*> PART DOES NOT COVER. CASH IS APPLIED TO THAT SHARE BEFORE THE
*> SURCHARGE (AS THE PAYMENT RUN COUNTS SURCHARGE COLLECTED ONLY
*> ONCE THE STUDENT IS PAID IN FULL), OLDEST YEAR FIRST, SO A
*> YEAR'S QUALIFIED PAYMENTS ARE ITS GROSS PAYMENTS UP TO WHAT THE
*> EARLIER YEARS' NET CASH LEFT OF THE SHARE. REFUNDS AND RETURNED
*> ITEMS ARE REPORTED IN FULL IN THE YEAR THEY ARE DATED. THE
*> SPONSORS' SHARE BELONGS TO THE YEAR OF THE TERM'S DUE DATE.
*>----------------------------------------------------------------*>
4000-ALLOCATE-TERM-TO-YEARS.
    COMPUTE TW-QualifiedCharge = TW-FeesAmount - TW-WithdrawCredit
    MOVE ZERO TO QualifiedSponsorShare
    IF TW-Assessment > ZERO
        COMPUTE QualifiedSponsorShare ROUNDED =
            TW-SponsorShare * TW-QualifiedCharge / TW-Assessment
    END-IF
    IF QualifiedSponsorShare < TW-QualifiedCharge
        COMPUTE TW-QualifiedShare =
            TW-QualifiedCharge - QualifiedSponsorShare
    ELSE
        MOVE ZERO TO TW-QualifiedShare
    END-IF
    COMPUTE TermRemaining = TW-QualifiedShare - TW-NetCashBefore
    IF TermRemaining < ZERO
        MOVE ZERO TO TermRemaining
    END-IF
    IF TW-GrossPrior < TermRemaining
        MOVE TW-GrossPrior TO TW-QualPaidPrior
    ELSE
        MOVE TermRemaining TO TW-QualPaidPrior
    END-IF
    COMPUTE TermRemaining = TW-QualifiedShare - TW-NetCashBefore
        - TW-GrossPrior + TW-RefundPrior
    IF TermRemaining < ZERO
        MOVE ZERO TO TermRemaining
    END-IF
    IF TW-GrossCurrent < TermRemaining
        MOVE TW-GrossCurrent TO TW-QualPaidCurrent
    ELSE
        MOVE TermRemaining TO TW-QualPaidCurrent
    END-IF
    EVALUATE TRUE
        WHEN TW-TierDueDate NOT = ZERO
            MOVE TW-TierDueDate TO DateWork
            MOVE DW-Year TO TW-SponsorYear
        WHEN TW-TierStartDate NOT = ZERO
            MOVE TW-TierStartDate TO DateWork
            MOVE DW-Year TO TW-SponsorYear
        WHEN OTHER
            MOVE ZERO TO TW-SponsorYear
    END-EVALUATE
    ADD TW-QualPaidCurrent TO SY-CurrQualified
    ADD TW-RefundCurrent TO SY-CurrRefunds
    ADD TW-QualPaidPrior TO SY-PriorQualified
    ADD TW-RefundPrior TO SY-PriorRefunds
    IF TW-SponsorYear = TaxYear
        ADD TW-SponsorShare TO SY-CurrSponsor
    END-IF
    IF TW-SponsorYear = PriorTaxYear
        ADD TW-SponsorShare TO SY-PriorSponsor
    END-IF
    PERFORM 4100-KEEP-TERM-LINE THRU 4100-EXIT.
4000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4100 - KEEP THE TERM'S FIGURES FOR THE PRINTED STATEMENT IF IT
*> TOUCHED EITHER YEAR
*>----------------------------------------------------------------*>
4100-KEEP-TERM-LINE.
    IF TW-QualPaidCurrent = ZERO AND TW-RefundCurrent = ZERO
       AND TW-QualPaidPrior = ZERO AND TW-RefundPrior = ZERO
       AND TW-SponsorYear NOT = TaxYear
       AND TW-SponsorYear NOT = PriorTaxYear
        GO TO 4100-EXIT
    END-IF
    IF TermLineCount >= 20
        GO TO 4100-EXIT
    END-IF
    ADD 1 TO TermLineCount
    SET TlIdx TO TermLineCount
    MOVE TW-TermID TO TL-TermID (TlIdx)
    MOVE TW-QualPaidCurrent TO TL-CurrQualified (TlIdx)
    MOVE TW-RefundCurrent TO TL-CurrRefunds (TlIdx)
    MOVE TW-QualPaidPrior TO TL-PriorQualified (TlIdx)
    MOVE TW-RefundPrior TO TL-PriorRefunds (TlIdx)
    MOVE ZERO TO TL-CurrSponsor (TlIdx)
    MOVE ZERO TO TL-PriorSponsor (TlIdx)
    IF TW-SponsorYear = TaxYear
        MOVE TW-SponsorShare TO TL-CurrSponsor (TlIdx)
    END-IF
    IF TW-SponsorYear = PriorTaxYear
        MOVE TW-SponsorShare TO TL-PriorSponsor (TlIdx)
    END-IF.
4100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4500 - TIE THE RE-ASSESSMENT TO THE LATEST A RECORD ARCHIVED
*> FOR THE ENROLLMENT DURING THE TAX YEAR
*>----------------------------------------------------------------*>
4500-TIE-TERM-TO-HISTORY.
    IF HistCount = ZERO
        GO TO 4500-EXIT
    END-IF
    SET HistIdx TO 1
    SEARCH HistEntry
        AT END
            CONTINUE
        WHEN HT-StudentID (HistIdx) = TW-StudentID
         AND HT-TermID (HistIdx) = TW-TermID
            IF HT-MatchedFlag (HistIdx) = 'N'
                MOVE 'Y' TO HT-MatchedFlag (HistIdx)
                ADD 1 TO HistTieCount
                ADD HT-Assessment (HistIdx) TO HistTieMaster
                ADD TW-Assessment TO HistTieRecomputed
            END-IF
    END-SEARCH.
4500-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5000 - CONTROL BREAK: ISSUE THE STUDENT'S TAX-YEAR FORM AND ANY
*> PRIOR-YEAR CORRECTION. A TAX-YEAR FORM NEVER FILED IS AN
*> ORIGINAL (NOTHING TO REPORT = NO FORM); ONE FILED WITH
*> DIFFERENT FIGURES IS CORRECTED; ONE FILED WITH THE SAME FIGURES
*> IS NOT FILED AGAIN. A PRIOR-YEAR FORM IS ONLY EVER CORRECTED -
*> THE PRIOR YEAR'S OWN RUN FILED THE ORIGINALS.
*>----------------------------------------------------------------*>
5000-ISSUE-STUDENT-FORMS.
    MOVE 'N' TO STUDENT-OPEN-SW
    PERFORM 5050-FIND-TAX-PROFILE THRU 5050-EXIT
    MOVE TaxYear TO LookupTaxYear
    MOVE SY-StudentID TO LookupStudentID
    PERFORM 1550-FIND-FILED-FORM THRU 1550-EXIT
    MOVE TaxYear TO FW-TaxYear
    MOVE SY-CurrQualified TO FW-QualifiedPaid
    MOVE SY-CurrRefunds TO FW-RefundsReturned
    MOVE SY-CurrSponsor TO FW-SponsorPaid
    IF NOT FILED-FOUND
        IF FW-QualifiedPaid > ZERO OR FW-RefundsReturned > ZERO
           OR FW-SponsorPaid > ZERO
            MOVE 'O' TO FW-FormType
            PERFORM 5100-ISSUE-ONE-FORM THRU 5100-EXIT
        END-IF
    ELSE
        PERFORM 5080-COMPARE-TO-FILED THRU 5080-EXIT
    END-IF
    MOVE PriorTaxYear TO LookupTaxYear
    PERFORM 1550-FIND-FILED-FORM THRU 1550-EXIT
    IF FILED-FOUND
        MOVE PriorTaxYear TO FW-TaxYear
        MOVE SY-PriorQualified TO FW-QualifiedPaid
        MOVE SY-PriorRefunds TO FW-RefundsReturned
        MOVE SY-PriorSponsor TO FW-SponsorPaid
        PERFORM 5080-COMPARE-TO-FILED THRU 5080-EXIT
    END-IF.
5000-EXIT.
    EXIT.

5050-FIND-TAX-PROFILE.
    MOVE 'N' TO PROFILE-FOUND-SW
    MOVE SPACES TO FW-StudentTIN
    MOVE SY-StudentName TO FW-StudentName
    MOVE SPACES TO FW-MailingAddress
    IF ProfileCount = ZERO
        GO TO 5050-EXIT
    END-IF
    SET ProfIdx TO 1
    SEARCH ProfileEntry
        AT END
            CONTINUE
        WHEN PF-StudentID (ProfIdx) = SY-StudentID
            MOVE 'Y' TO PROFILE-FOUND-SW
            MOVE PF-StudentTIN (ProfIdx) TO FW-StudentTIN
            IF PF-FullName (ProfIdx) NOT = SPACES
                MOVE PF-FullName (ProfIdx) TO FW-StudentName
            END-IF
            MOVE PF-MailingAddress (ProfIdx) TO FW-MailingAddress
    END-SEARCH.
5050-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5080 - A FORM ALREADY FILED (FiledIdx ON IT): THE SAME FIGURES
*> ARE COUNTED AS UNCHANGED; DIFFERENT FIGURES ISSUE A CORRECTION
*>----------------------------------------------------------------*>
5080-COMPARE-TO-FILED.
    IF FW-QualifiedPaid = FT-QualifiedPaid (FiledIdx)
       AND FW-RefundsReturned = FT-RefundsReturned (FiledIdx)
       AND FW-SponsorPaid = FT-SponsorPaid (FiledIdx)
        ADD 1 TO UnchangedFormCount
        ADD FW-QualifiedPaid TO UnchangedQualified
        ADD FW-RefundsReturned TO UnchangedRefunds
        ADD FW-SponsorPaid TO UnchangedSponsor
    ELSE
        MOVE 'C' TO FW-FormType
        PERFORM 5100-ISSUE-ONE-FORM THRU 5100-EXIT
    END-IF.
5080-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5100 - ISSUE ONE FORM: FILING RECORD, PRINTED STATEMENT, AND ON
*> A FINAL RUN THE FILED-FORM MASTER RECORD
*>----------------------------------------------------------------*>
5100-ISSUE-ONE-FORM.
    IF FW-ORIGINAL
        ADD 1 TO OriginalFormCount
        ADD FW-QualifiedPaid TO OriginalQualified
        ADD FW-RefundsReturned TO OriginalRefunds
        ADD FW-SponsorPaid TO OriginalSponsor
    ELSE
        ADD 1 TO CorrectedFormCount
        ADD FW-QualifiedPaid TO CorrectedQualified
        ADD FW-RefundsReturned TO CorrectedRefunds
        ADD FW-SponsorPaid TO CorrectedSponsor
    END-IF
    IF FW-StudentTIN = SPACES
        ADD 1 TO NoTINFormCount
    END-IF
    PERFORM 5200-WRITE-EFILE-RECORD THRU 5200-EXIT
    PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT
    IF FUNCTION-FINAL
        MOVE FW-TaxYear TO FX-TaxYear
        MOVE SY-StudentID TO FX-StudentID
        MOVE FW-FormType TO FX-FormType
        MOVE FW-QualifiedPaid TO FX-QualifiedPaid
        MOVE FW-RefundsReturned TO FX-RefundsReturned
        MOVE FW-SponsorPaid TO FX-SponsorPaid
        MOVE RunDate TO FX-RunDate
        WRITE TaxFormMasterRecord FROM TaxFormMasterWork
    END-IF.
5100-EXIT.
    EXIT.

5200-WRITE-EFILE-RECORD.
    MOVE FW-TaxYear TO EB-TaxYear
    IF FW-CORRECTED
        MOVE 'G' TO EB-CorrectedInd
        ADD 1 TO EfileCorrectedCount
    ELSE
        MOVE SPACE TO EB-CorrectedInd
    END-IF
    MOVE FW-StudentTIN TO EB-StudentTIN
    MOVE SY-StudentID TO EB-AccountNumber
    MOVE FW-StudentName TO EB-StudentName
    MOVE FW-MailingAddress TO EB-MailingAddress
    MOVE FW-QualifiedPaid TO EB-QualifiedPaid
    MOVE FW-RefundsReturned TO EB-RefundsReturned
    MOVE FW-SponsorPaid TO EB-SponsorPaid
    WRITE TaxEfileRecord FROM EfileStudentWork
    ADD 1 TO EfileFormCount
    ADD FW-QualifiedPaid TO EfileQualified
    ADD FW-RefundsReturned TO EfileRefunds
    ADD FW-SponsorPaid TO EfileSponsor.
5200-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6000 - PRINT THE STUDENT'S STATEMENT PAGE: HEADING, FILER AND
*> STUDENT, THE THREE AMOUNTS, AND THE TERMS BEHIND THEM. ONLY THE
*> LAST FOUR DIGITS OF THE STUDENT'S TIN ARE PRINTED.
*>----------------------------------------------------------------*>
6000-PRINT-STATEMENT.
    WRITE TaxStatementLine FROM TaxHeadingLine1
    MOVE FW-TaxYear TO TH-TaxYear
    IF FW-CORRECTED
        MOVE '*** CORRECTED ***' TO TH-CorrectedText
    ELSE
        MOVE SPACES TO TH-CorrectedText
    END-IF
    MOVE RunDate TO TH-StatementDate
    WRITE TaxStatementLine FROM TaxHeadingLine2
    MOVE FilerName TO TF-FilerName
    MOVE FilerTIN TO TF-FilerTIN
    WRITE TaxStatementLine FROM TaxFilerLine
    WRITE TaxStatementLine FROM TaxSeparatorLine
    MOVE FW-StudentName TO TS-StudentName
    MOVE SY-StudentID TO TS-StudentID
    IF FW-StudentTIN = SPACES
        MOVE 'NOT ON FILE' TO TS-MaskedTIN
    ELSE
        MOVE 'XXXXX' TO TS-MaskedTIN
        MOVE FW-StudentTIN (6:4) TO TS-MaskedTIN (6:4)
    END-IF
    WRITE TaxStatementLine FROM TaxStudentLine1
    MOVE FW-MailingAddress TO TS-MailingAddress
    WRITE TaxStatementLine FROM TaxStudentLine2
    WRITE TaxStatementLine FROM TaxSeparatorLine
    MOVE 'PAYMENTS RECEIVED FOR QUALIFIED TUITION AND FEES'
        TO TB-BoxLabel
    MOVE FW-QualifiedPaid TO TB-Amount
    WRITE TaxStatementLine FROM TaxBoxLine
    MOVE 'REFUNDS AND RETURNED PAYMENTS' TO TB-BoxLabel
    MOVE FW-RefundsReturned TO TB-Amount
    WRITE TaxStatementLine FROM TaxBoxLine
    MOVE 'SCHOLARSHIPS AND SPONSOR-PAID AMOUNTS' TO TB-BoxLabel
    MOVE FW-SponsorPaid TO TB-Amount
    WRITE TaxStatementLine FROM TaxBoxLine
    WRITE TaxStatementLine FROM TaxBlankLine
    IF TermLineCount > ZERO
        WRITE TaxStatementLine FROM TaxTermHeadingLine
        PERFORM 6100-PRINT-ONE-TERM-LINE THRU 6100-EXIT
            VARYING TlIdx FROM 1 BY 1 UNTIL TlIdx > TermLineCount
    END-IF
    WRITE TaxStatementLine FROM TaxBlankLine
    WRITE TaxStatementLine FROM TaxFootnoteLine
    WRITE TaxStatementLine FROM TaxBlankLine.
6000-EXIT.
    EXIT.

6100-PRINT-ONE-TERM-LINE.
    MOVE TL-TermID (TlIdx) TO TT-TermID
    IF FW-TaxYear = TaxYear
        MOVE TL-CurrQualified (TlIdx) TO TT-Qualified
        MOVE TL-CurrRefunds (TlIdx) TO TT-Refunds
        MOVE TL-CurrSponsor (TlIdx) TO TT-Sponsor
    ELSE
        MOVE TL-PriorQualified (TlIdx) TO TT-Qualified
        MOVE TL-PriorRefunds (TlIdx) TO TT-Refunds
        MOVE TL-PriorSponsor (TlIdx) TO TT-Sponsor
    END-IF
    WRITE TaxStatementLine FROM TaxTermLine.
6100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7000 - FILING TOTALS RECORD AND THE CONTROL REPORT. THE HISTORY
*> TIE IS IN BALANCE (FLAG Y) WHEN THE RE-ASSESSMENT OF EVERY
*> ARCHIVED ENROLLMENT EQUALS ITS ARCHIVED ASSESSMENT; HIST-ONLY
*> LISTS ARCHIVED ENROLLMENTS NOT ON THE STUDENT MASTER, WHOSE
*> CASH THIS RUN DID NOT REPORT (FLAG N WHEN THERE ARE ANY).
*>----------------------------------------------------------------*>
7000-WRITE-CONTROL-REPORT.
    MOVE EfileFormCount TO EC-FormCount
    MOVE EfileCorrectedCount TO EC-CorrectedCount
    MOVE EfileQualified TO EC-TotalQualified
    MOVE EfileRefunds TO EC-TotalRefunds
    MOVE EfileSponsor TO EC-TotalSponsor
    WRITE TaxEfileRecord FROM EfileTotalsWork
    PERFORM 7100-COUNT-HISTORY-ONLY THRU 7100-EXIT
        VARYING HistSub FROM 1 BY 1 UNTIL HistSub > HistCount
    MOVE TaxYear TO TC-TaxYear
    MOVE 'ORIGINAL' TO TC-LineLabel
    MOVE OriginalFormCount TO TC-Count
    MOVE OriginalQualified TO TC-AmountA
    MOVE OriginalRefunds TO TC-AmountB
    MOVE OriginalSponsor TO TC-AmountC
    MOVE 'Y' TO TC-Flag
    WRITE TaxControlReportRecord FROM TaxControlWork
    MOVE 'CORRECTED' TO TC-LineLabel
    MOVE CorrectedFormCount TO TC-Count
    MOVE CorrectedQualified TO TC-AmountA
    MOVE CorrectedRefunds TO TC-AmountB
    MOVE CorrectedSponsor TO TC-AmountC
    MOVE 'Y' TO TC-Flag
    WRITE TaxControlReportRecord FROM TaxControlWork
    MOVE 'UNCHANGED' TO TC-LineLabel
    MOVE UnchangedFormCount TO TC-Count
    MOVE UnchangedQualified TO TC-AmountA
    MOVE UnchangedRefunds TO TC-AmountB
    MOVE UnchangedSponsor TO TC-AmountC
    MOVE 'Y' TO TC-Flag
    WRITE TaxControlReportRecord FROM TaxControlWork
    MOVE 'NO-TIN' TO TC-LineLabel
    MOVE NoTINFormCount TO TC-Count
    MOVE ZERO TO TC-AmountA
    MOVE ZERO TO TC-AmountB
    MOVE ZERO TO TC-AmountC
    IF NoTINFormCount = ZERO
        MOVE 'Y' TO TC-Flag
    ELSE
        MOVE 'N' TO TC-Flag
    END-IF
    WRITE TaxControlReportRecord FROM TaxControlWork
    MOVE 'HIST-TIE' TO TC-LineLabel
    MOVE HistTieCount TO TC-Count
    MOVE HistTieMaster TO TC-AmountA
    MOVE HistTieRecomputed TO TC-AmountB
    IF HistTieMaster >= HistTieRecomputed
        COMPUTE TC-AmountC = HistTieMaster - HistTieRecomputed
    ELSE
        COMPUTE TC-AmountC = HistTieRecomputed - HistTieMaster
    END-IF
    IF HistTieMaster = HistTieRecomputed
        MOVE 'Y' TO TC-Flag
    ELSE
        MOVE 'N' TO TC-Flag
    END-IF
    WRITE TaxControlReportRecord FROM TaxControlWork
    MOVE 'HIST-ONLY' TO TC-LineLabel
    MOVE HistOnlyCount TO TC-Count
    MOVE HistOnlyMaster TO TC-AmountA
    MOVE ZERO TO TC-AmountB
    MOVE ZERO TO TC-AmountC
    IF HistOnlyCount = ZERO
        MOVE 'Y' TO TC-Flag
    ELSE
        MOVE 'N' TO TC-Flag
    END-IF
    WRITE TaxControlReportRecord FROM TaxControlWork
    IF HistTieMaster NOT = HistTieRecomputed
        DISPLAY "WARNING: RE-ASSESSMENT DOES NOT TIE TO THE HISTORY "
            "MASTER FOR TAX YEAR " TaxYear " - SEE HIST-TIE"
    END-IF
    IF HistOnlyCount > ZERO
        DISPLAY "WARNING: " HistOnlyCount " ARCHIVED ENROLLMENTS "
            "ARE NOT ON THE STUDENT MASTER - SEE HIST-ONLY"
    END-IF
    IF NoTINFormCount > ZERO
        DISPLAY "WARNING: " NoTINFormCount " FORMS HAVE NO STUDENT "
            "TIN - SEE NO-TIN"
    END-IF.
7000-EXIT.
    EXIT.

7100-COUNT-HISTORY-ONLY.
    IF HT-MatchedFlag (HistSub) = 'N'
        ADD 1 TO HistOnlyCount
        ADD HT-Assessment (HistSub) TO HistOnlyMaster
    END-IF.
7100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE COUNTS AND CLOSE FILES
*>----------------------------------------------------------------*>
8000-FINALIZE-RUN.
    DISPLAY "Tax year: " TaxYear
    DISPLAY "Enrollments read: " EnrollmentsReadCount
    DISPLAY "Students read: " StudentsReadCount
    DISPLAY "Original forms: " OriginalFormCount
    DISPLAY "Corrected forms: " CorrectedFormCount
    DISPLAY "Unchanged forms not refiled: " UnchangedFormCount
    IF FUNCTION-TRIAL
        DISPLAY "NOTE: TRIAL RUN - FORMS NOT RECORDED AS FILED"
    ELSE
        CLOSE TaxFormMasterFile
    END-IF
    CLOSE StudentMainFile
    CLOSE FeesFile
    CLOSE StudentPaymentFile
    CLOSE HistoryMasterFile
    IF CHARGE-FILE-OPEN
        CLOSE StudentChargeFile
    END-IF
    CLOSE TaxEfileFile
    CLOSE TaxStatementFile
    CLOSE TaxControlReportFile.
8000-EXIT.
    EXIT.
