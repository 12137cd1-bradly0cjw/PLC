IDENTIFICATION DIVISION.
PROGRAM-ID. RegistrarHoldProgram.
AUTHOR. BURSAR-SYSTEMS-GROUP.
INSTALLATION. STUDENT-ACCOUNTS-DATA-CENTER.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*>----------------------------------------------------------------*>
*> MODIFICATION HISTORY
*>----------------------------------------------------------------*>
*> 2026-10-15  RLT  Original version - gives the escalation levels
*>                  teeth. Compares the escalation master, the
*>                  section C (cleared) rows of the shortfall delta
*>                  and the payment plan status on the shortfall
*>                  file against the hold master, and sends the
*>                  registrar a hold file of place and release
*>                  actions per student, term and hold type, so
*>                  registration and transcript holds are no longer
*>                  placed and lifted by hand from our printouts.
*>                  The level that places each hold type comes from
*>                  the optional hold parameter card; a hold is
*>                  released when the student pays (clears the
*>                  shortfall) or keeps their payment plan. Every
*>                  place and release is appended to the hold
*>                  master, which is the history appeals work from.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  THE ESCALATION MASTER IS EVERY STUDENT AND TERM STILL SHORT AS
*>  OF THE LAST COMPARISON RUN. IT IS REQUIRED HERE - A HELD
*>  STUDENT MISSING FROM IT IS RELEASED, SO AN ABSENT MASTER WOULD
*>  RELEASE EVERY HOLD ON FILE.
    SELECT EscalationMasterFile
        ASSIGN TO 'HW2-Escalation-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EscalationFileStatus.

    SELECT ShortfallDeltaFile ASSIGN TO 'HW2-Shortfall-Delta.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DeltaFileStatus.

*>  THE SHORTFALL FILE CARRIES THE PAYMENT PLAN STATUS. A RESTARTED
*>  PAYMENT RUN EXTENDS IT, SO THE LAST OCCURRENCE OF A STUDENT AND
*>  TERM WINS. OPTIONAL - WITHOUT IT NOBODY COUNTS AS ON A PLAN.
    SELECT OPTIONAL StudentShortfallFile
        ASSIGN TO 'HW2-Student-Shortfall.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ShortfallFileStatus.

*>  THE HOLD PARAMETER CARD IS OPTIONAL - ONE RECORD PER HOLD TYPE
*>  WITH THE ESCALATION LEVEL THAT PLACES IT. AN ABSENT OR EMPTY
*>  CARD PLACES REGISTRATION AND TRANSCRIPT HOLDS AT THE FINAL
*>  DEMAND LEVEL (3).
    SELECT OPTIONAL HoldParameterFile
        ASSIGN TO 'HW2-Hold-Parameters.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HoldParamFileStatus.

*>  THE HOLD MASTER IS READ AT INITIALIZATION (WHICH HOLDS ARE IN
*>  FORCE) AND EXTENDED AS ACTIONS ARE SENT. IT IS NEVER REWRITTEN,
*>  SO IT KEEPS THE FULL PLACE/RELEASE HISTORY. THE FIRST EVER RUN
*>  HAS NO MASTER, SO IT IS OPTIONAL.
    SELECT OPTIONAL HoldMasterFile ASSIGN TO 'HW2-Hold-Master.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HoldMasterFileStatus.

    SELECT RegistrarHoldFile ASSIGN TO 'HW2-Registrar-Holds.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RegistrarHoldFileStatus.

*>  THE RUN-CONTROL MASTER IS SHARED BY THE WHOLE NIGHTLY CHAIN -
*>  EACH PROGRAM RECORDS ITS START AND COMPLETION HERE AND CHECKS
*>  ITS PREDECESSORS. OPTIONAL SO THE CHAIN'S FIRST EVER NIGHT CAN
*>  CREATE IT.
    SELECT OPTIONAL RunControlFile ASSIGN TO 'HW2-Run-Control.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunControlFileStatus.

DATA DIVISION.
FILE SECTION.

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
*> INPUT - THE DELTA REPORT AS WRITTEN BY ShortfallDeltaProgram.
*> ONLY SECTION C (CLEARED - THE STUDENT HAS PAID) IS USED HERE.
*>----------------------------------------------------------------*>
FD  ShortfallDeltaFile.
01  ShortfallDeltaRecord.
    05 DL-RunID PIC X(8).
    05 FILLER PIC X.
    05 DL-Section PIC X(1).
    05 FILLER PIC X.
    05 DL-StudentID PIC X(9).
    05 FILLER PIC X.
    05 DL-TermID PIC X(6).
    05 FILLER PIC X.
    05 DL-StudentName PIC X(10).
    05 FILLER PIC X.
    05 DL-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 DL-PriorAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 DL-CurrentAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 DL-ChangeSign PIC X(1).
    05 DL-ChangeAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 DL-EscalationLevel PIC 9(3).

*>----------------------------------------------------------------*>
*> INPUT - THE CURRENT RUN'S SHORTFALL RECORDS, AS WRITTEN BY
*> StudentPaymentProgram. ONLY THE PLAN STATUS IS USED HERE.
*>----------------------------------------------------------------*>
FD  StudentShortfallFile.
01  StudentShortfallRecord.
    05 SF-RunID PIC X(8).
    05 FILLER PIC X.
    05 SF-StudentID PIC X(9).
    05 FILLER PIC X.
    05 SF-TermID PIC X(6).
    05 FILLER PIC X.
    05 SF-StudentName PIC X(10).
    05 FILLER PIC X.
    05 SF-DeptCode PIC X(4).
    05 FILLER PIC X.
    05 SF-PaymentType PIC X(1).
    05 FILLER PIC X.
    05 SF-FeesAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SF-PaymentAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SF-ShortfallAmount PIC 9(9)V99.
    05 FILLER PIC X.
    05 SF-PlanStatus PIC X(12).

*>----------------------------------------------------------------*>
*> INPUT - OPTIONAL HOLD PARAMETER CARD. HoldType IS THE
*> REGISTRAR'S CODE (REG = REGISTRATION, TRN = TRANSCRIPT);
*> PlaceLevel IS THE ESCALATION LEVEL AT WHICH IT IS PLACED.
*>----------------------------------------------------------------*>
FD  HoldParameterFile.
01  HoldParameterRecord.
    05 HP-HoldType PIC X(3).
    05 FILLER PIC X.
    05 HP-PlaceLevel PIC 9(3).

*>----------------------------------------------------------------*>
*> HOLD MASTER - ONE RECORD PER HOLD ACTION EVER SENT: WHO, WHICH
*> HOLD, PLACED (P) OR RELEASED (R), WHEN, AT WHAT LEVEL AND WHY.
*> THE LAST ACTION PER STUDENT, TERM AND HOLD TYPE IS THE HOLD'S
*> CURRENT STATE. WRITTEN FROM WORKING STORAGE (HoldMasterWork) -
*> VALUE IS DOCUMENTARY IN THE FILE SECTION.
*>----------------------------------------------------------------*>
FD  HoldMasterFile.
01  HoldMasterRecord.
    05 HM-StudentID PIC X(9).
    05 FILLER PIC X.
    05 HM-TermID PIC X(6).
    05 FILLER PIC X.
    05 HM-HoldType PIC X(3).
    05 FILLER PIC X.
    05 HM-Action PIC X(1).
    05 FILLER PIC X.
    05 HM-ActionDate PIC 9(8).
    05 FILLER PIC X.
    05 HM-EscalationLevel PIC 9(3).
    05 FILLER PIC X.
    05 HM-Reason PIC X(20).
    05 FILLER PIC X.
    05 HM-RunID PIC X(8).

*>----------------------------------------------------------------*>
*> OUTPUT - THE REGISTRAR'S HOLD FILE, ONE RECORD PER PLACE OR
*> RELEASE ACTION THIS RUN. BUILT IN WORKING STORAGE
*> (RegistrarHoldWork).
*>----------------------------------------------------------------*>
FD  RegistrarHoldFile.
01  RegistrarHoldRecord PIC X(78).

*>----------------------------------------------------------------*>
*> RUN-CONTROL MASTER - ONE RECORD PER CHAIN EVENT: S = START,
*> C = COMPLETION, O = OPERATOR OVERRIDE, X = OVERRIDE HONORED
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
*> THE HOLD MASTER RECORD AS WRITTEN
*>----------------------------------------------------------------*>
01 HoldMasterWork.
    05 HW-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 HW-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 HW-HoldType PIC X(3).
    05 FILLER PIC X VALUE ','.
    05 HW-Action PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 HW-ActionDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 HW-EscalationLevel PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 HW-Reason PIC X(20).
    05 FILLER PIC X VALUE ','.
    05 HW-RunID PIC X(8).

*>----------------------------------------------------------------*>
*> THE REGISTRAR HOLD RECORD AS WRITTEN. ACTION P = PLACE THE
*> HOLD, R = RELEASE IT.
*>----------------------------------------------------------------*>
01 RegistrarHoldWork.
    05 RH-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 RH-Action PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 RH-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 RH-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 RH-HoldType PIC X(3).
    05 FILLER PIC X VALUE ','.
    05 RH-ActionDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 RH-EscalationLevel PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 RH-PlanStatus PIC X(12).
    05 FILLER PIC X VALUE ','.
    05 RH-Reason PIC X(20).

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION
*>----------------------------------------------------------------*>
77 RunDate PIC 9(8) VALUE ZERO.
77 RunTime PIC 9(8) VALUE ZERO.
77 RunID PIC X(8) VALUE SPACES.

*>----------------------------------------------------------------*>
*> RUN-CONTROL WORK AREA. ThisProgramName GOES ON EVERY RECORD
*> WRITTEN; CheckProgramName IS THE PREDECESSOR BEING VERIFIED.
*>----------------------------------------------------------------*>
01 RunControlWork.
    05 WC-ProgramName PIC X(24).
    05 FILLER PIC X VALUE ','.
    05 WC-EventType PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 WC-BusinessDate PIC 9(8).
    05 FILLER PIC X VALUE ','.
    05 WC-RunID PIC X(8).
77 ThisProgramName PIC X(24) VALUE 'RegistrarHoldProgram'.
77 CheckProgramName PIC X(24) VALUE SPACES.
77 RunControlFileStatus PIC X(2).
77 RUN-CONTROL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-RUN-CONTROL VALUE 'Y'.
77 PREDECESSOR-DONE-SW PIC X(1) VALUE 'N'.
    88 PREDECESSOR-DONE VALUE 'Y'.
77 OVERRIDE-PRESENT-SW PIC X(1) VALUE 'N'.
    88 OVERRIDE-PRESENT VALUE 'Y'.
77 OVERRIDE-LOGGED-SW PIC X(1) VALUE 'N'.
    88 OVERRIDE-LOGGED VALUE 'Y'.

*>----------------------------------------------------------------*>
*> THE HOLD ACTION BEING SENT - FILLED BY THE CALLER OF 5000
*>----------------------------------------------------------------*>
01 HoldActionWork.
    05 HA-StudentID PIC X(9).
    05 HA-TermID PIC X(6).
    05 HA-HoldType PIC X(3).
    05 HA-Action PIC X(1).
    05 HA-EscalationLevel PIC 9(3).
    05 HA-PlanStatus PIC X(12).
    05 HA-Reason PIC X(20).

*>----------------------------------------------------------------*>
*> COMPOSITE KEY FOR THE ESCALATION TABLE'S SEARCH ALL
*>----------------------------------------------------------------*>
01 HoldMatchKey.
    05 MK-StudentID PIC X(9).
    05 MK-TermID PIC X(6).

*>----------------------------------------------------------------*>
*> RELEASE REASONS AND PLAN STATUS LITERALS
*>----------------------------------------------------------------*>
77 PlanCurrentStatus PIC X(12) VALUE 'ON PLAN CURR'.
77 PlanBrokenStatus PIC X(12) VALUE 'ON PLAN BRKN'.
77 ReasonEscalation PIC X(20) VALUE 'ESCALATION LEVEL'.
77 ReasonPlanBroken PIC X(20) VALUE 'PAYMENT PLAN BROKEN'.
77 ReasonPlanKept PIC X(20) VALUE 'PAYMENT PLAN KEPT'.
77 ReasonCleared PIC X(20) VALUE 'SHORTFALL CLEARED'.
77 ReasonNoLongerShort PIC X(20) VALUE 'NO LONGER SHORT'.

*>----------------------------------------------------------------*>
*> RUNNING TOTALS AND COUNTERS
*>----------------------------------------------------------------*>
77 HoldHistoryReadCount PIC 9(7) COMP VALUE ZERO.
77 ClearedRowsReadCount PIC 9(7) COMP VALUE ZERO.
77 HoldsPlacedCount PIC 9(7) COMP VALUE ZERO.
77 HoldsReleasedCount PIC 9(7) COMP VALUE ZERO.
77 HoldsInForceCount PIC 9(7) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE AND LOOKUP SWITCHES
*>----------------------------------------------------------------*>
77 ESCALATION-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-ESCALATION-FILE VALUE 'Y'.
77 DELTA-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-DELTA-FILE VALUE 'Y'.
77 SHORTFALL-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-SHORTFALL-FILE VALUE 'Y'.
77 HOLD-PARAM-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-HOLD-PARAMETERS VALUE 'Y'.
77 HOLD-MASTER-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-HOLD-MASTER VALUE 'Y'.
77 HOLD-FOUND-SW PIC X(1) VALUE 'N'.
    88 HOLD-FOUND VALUE 'Y'.
77 ESCALATION-FOUND-SW PIC X(1) VALUE 'N'.
    88 ESCALATION-FOUND VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
*>----------------------------------------------------------------*>
77 EscalationFileStatus PIC X(2).
77 DeltaFileStatus PIC X(2).
77 ShortfallFileStatus PIC X(2).
77 HoldParamFileStatus PIC X(2).
77 HoldMasterFileStatus PIC X(2).
77 RegistrarHoldFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> HOLD PARAMETER TABLE - ONE ENTRY PER HOLD TYPE THE REGISTRAR
*> TAKES FROM US, WITH ITS PLACING LEVEL
*>----------------------------------------------------------------*>
77 HoldTypeCount PIC 9(3) COMP VALUE ZERO.
77 MaxHoldTypes PIC 9(3) COMP VALUE 10.
77 DefaultPlaceLevel PIC 9(3) COMP VALUE 3.
01 HoldTypeTable.
    05 HoldTypeEntry OCCURS 1 TO 10 TIMES
            DEPENDING ON HoldTypeCount
            INDEXED BY TypeIdx.
        10 TY-HoldType PIC X(3).
        10 TY-PlaceLevel PIC 9(3) COMP.

*>----------------------------------------------------------------*>
*> ESCALATION MASTER TABLE. WRITTEN IN StudentID/TermID ORDER BY
*> THE COMPARISON RUN, SO SEARCH ALL APPLIES. THE PLAN STATUS IS
*> FOLDED IN FROM THE SHORTFALL FILE AFTER THE LOAD.
*>----------------------------------------------------------------*>
77 EscalationTableCount PIC 9(5) COMP VALUE ZERO.
77 MaxEscalationEntries PIC 9(5) COMP VALUE 50000.
01 EscalationTable.
    05 EscalationEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON EscalationTableCount
            ASCENDING KEY IS ET-MatchKey
            INDEXED BY EscIdx.
        10 ET-MatchKey.
            15 ET-StudentID PIC X(9).
            15 ET-TermID PIC X(6).
        10 ET-EscalationLevel PIC 9(3) COMP.
        10 ET-PlanStatus PIC X(12).

*>----------------------------------------------------------------*>
*> HOLD STATE TABLE - ONE ENTRY PER STUDENT, TERM AND HOLD TYPE
*> EVER HELD, CARRYING THE LAST ACTION ON THE HOLD MASTER. THE
*> MASTER IS APPEND-ONLY AND SPANS RUNS, SO IT IS NOT IN STUDENT
*> ORDER - THE TABLE IS BUILT AND SEARCHED SERIALLY.
*>----------------------------------------------------------------*>
77 HoldTableCount PIC 9(5) COMP VALUE ZERO.
77 MaxHoldEntries PIC 9(5) COMP VALUE 50000.
01 HoldTable.
    05 HoldEntry OCCURS 1 TO 50000 TIMES
            DEPENDING ON HoldTableCount
            INDEXED BY HoldIdx.
        10 HT-StudentID PIC X(9).
        10 HT-TermID PIC X(6).
        10 HT-HoldType PIC X(3).
        10 HT-LastAction PIC X(1).
            88 HT-HOLD-IN-FORCE VALUE 'P'.
        10 HT-EscalationLevel PIC 9(3) COMP.

PROCEDURE DIVISION.

*>----------------------------------------------------------------*>
*> 0000 - MAINLINE. CLEARED STUDENTS ARE RELEASED FIRST, THEN THE
*> ESCALATION MASTER IS WORKED FOR PLACEMENTS AND PLAN RELEASES,
*> THEN ANY HOLD STILL IN FORCE FOR A STUDENT NO LONGER ON THE
*> MASTER IS RELEASED.
*>----------------------------------------------------------------*>
0000-MAIN-LINE.
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    PERFORM 2000-RELEASE-ONE-CLEARED THRU 2000-EXIT
        UNTIL END-OF-DELTA-FILE
    IF EscalationTableCount > ZERO
        PERFORM 3000-WORK-ONE-ESCALATION THRU 3000-EXIT
            VARYING EscIdx FROM 1 BY 1
            UNTIL EscIdx > EscalationTableCount
    END-IF
    IF HoldTableCount > ZERO
        PERFORM 4000-SWEEP-ONE-HOLD THRU 4000-EXIT
            VARYING HoldIdx FROM 1 BY 1
            UNTIL HoldIdx > HoldTableCount
    END-IF
    PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
    STOP RUN.

*>----------------------------------------------------------------*>
*> 1000 - INITIALIZE THE RUN: VERIFY THE CHAIN, LOAD THE HOLD
*> PARAMETERS, THE ESCALATION MASTER, THE PLAN STATUSES AND THE
*> HOLD MASTER, THEN OPEN THE OUTPUTS. THE HOLD MASTER IS READ
*> FIRST AND THEN REOPENED EXTEND.
*>----------------------------------------------------------------*>
1000-INITIALIZE-RUN.
    ACCEPT RunDate FROM DATE YYYYMMDD
    ACCEPT RunTime FROM TIME
    MOVE RunTime TO RunID
    PERFORM 1800-VERIFY-JOB-CHAIN THRU 1800-EXIT
    PERFORM 1900-RECORD-RUN-START THRU 1900-EXIT
    PERFORM 1100-LOAD-HOLD-PARAMETERS THRU 1100-EXIT
    PERFORM 1200-LOAD-ESCALATION-MASTER THRU 1200-EXIT
    PERFORM 1300-LOAD-PLAN-STATUS THRU 1300-EXIT
    PERFORM 1400-LOAD-HOLD-MASTER THRU 1400-EXIT
    OPEN INPUT ShortfallDeltaFile
    IF DeltaFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN ShortfallDeltaFile, "
            "STATUS = " DeltaFileStatus
        STOP RUN
    END-IF
*>  EXTENDING THE OPTIONAL MASTER CREATES IT ON THE FIRST EVER RUN
*>  (STATUS 05). ANYTHING ELSE IS FATAL - WITHOUT THE MASTER THE
*>  NEXT RUN WOULD RE-PLACE EVERY HOLD AND THE HISTORY IS GONE.
    OPEN EXTEND HoldMasterFile
    IF HoldMasterFileStatus NOT = '00'
       AND HoldMasterFileStatus NOT = '05'
        DISPLAY "FATAL: UNABLE TO EXTEND HoldMasterFile, STATUS = "
            HoldMasterFileStatus
        STOP RUN
    END-IF
    OPEN OUTPUT RegistrarHoldFile
    IF RegistrarHoldFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN RegistrarHoldFile, "
            "STATUS = " RegistrarHoldFileStatus
        STOP RUN
    END-IF.
1000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1100 - LOAD THE HOLD PARAMETER CARD. A LEVEL OF ZERO IS TAKEN
*> AS THE DEFAULT SO A BLANK LEVEL NEVER HOLDS EVERY STUDENT.
*>----------------------------------------------------------------*>
1100-LOAD-HOLD-PARAMETERS.
    OPEN INPUT HoldParameterFile
    IF HoldParamFileStatus = '00'
        PERFORM 1110-READ-HOLD-PARAMETER THRU 1110-EXIT
            UNTIL END-OF-HOLD-PARAMETERS
        CLOSE HoldParameterFile
    END-IF
    IF HoldTypeCount = ZERO
        MOVE 2 TO HoldTypeCount
        MOVE 'REG' TO TY-HoldType (1)
        MOVE DefaultPlaceLevel TO TY-PlaceLevel (1)
        MOVE 'TRN' TO TY-HoldType (2)
        MOVE DefaultPlaceLevel TO TY-PlaceLevel (2)
    END-IF.
1100-EXIT.
    EXIT.

1110-READ-HOLD-PARAMETER.
    READ HoldParameterFile
        AT END
            MOVE 'Y' TO HOLD-PARAM-EOF-SW
        NOT AT END
            IF HP-HoldType = SPACES
                GO TO 1110-EXIT
            END-IF
            IF HoldTypeCount >= MaxHoldTypes
                DISPLAY "WARNING: HoldParameterFile CARRIES MORE "
                    "THAN " MaxHoldTypes " HOLD TYPES - THE REST "
                    "ARE IGNORED"
                MOVE 'Y' TO HOLD-PARAM-EOF-SW
                GO TO 1110-EXIT
            END-IF
            ADD 1 TO HoldTypeCount
            SET TypeIdx TO HoldTypeCount
            MOVE HP-HoldType TO TY-HoldType (TypeIdx)
            IF HP-PlaceLevel NOT NUMERIC OR HP-PlaceLevel = ZERO
                MOVE DefaultPlaceLevel TO TY-PlaceLevel (TypeIdx)
            ELSE
                MOVE HP-PlaceLevel TO TY-PlaceLevel (TypeIdx)
            END-IF
    END-READ.
1110-EXIT.
    EXIT.

1200-LOAD-ESCALATION-MASTER.
    OPEN INPUT EscalationMasterFile
    IF EscalationFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO OPEN EscalationMasterFile, "
            "STATUS = " EscalationFileStatus
        STOP RUN
    END-IF
    PERFORM 1210-READ-ESCALATION-RECORD THRU 1210-EXIT
        UNTIL END-OF-ESCALATION-FILE
    CLOSE EscalationMasterFile.
1200-EXIT.
    EXIT.

1210-READ-ESCALATION-RECORD.
    READ EscalationMasterFile
        AT END
            MOVE 'Y' TO ESCALATION-EOF-SW
        NOT AT END
            IF EscalationTableCount >= MaxEscalationEntries
                DISPLAY "FATAL: EscalationMasterFile EXCEEDS "
                    MaxEscalationEntries " STUDENTS - RAISE "
                    "MaxEscalationEntries AND RERUN"
                STOP RUN
            END-IF
            ADD 1 TO EscalationTableCount
            SET EscIdx TO EscalationTableCount
            MOVE EM-StudentID TO ET-StudentID (EscIdx)
            MOVE EM-TermID TO ET-TermID (EscIdx)
            MOVE EM-EscalationLevel TO ET-EscalationLevel (EscIdx)
            MOVE SPACES TO ET-PlanStatus (EscIdx)
    END-READ.
1210-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1300 - FOLD EACH SHORTFALL RECORD'S PLAN STATUS INTO THE
*> ESCALATION TABLE. THE FILE IS READ IN ORDER, SO ON A RESTARTED
*> (EXTENDED) FILE THE LAST OCCURRENCE OVERWRITES AND WINS.
*>----------------------------------------------------------------*>
1300-LOAD-PLAN-STATUS.
    OPEN INPUT StudentShortfallFile
    IF ShortfallFileStatus NOT = '00'
        DISPLAY "NOTE: NO SHORTFALL FILE, STATUS = "
            ShortfallFileStatus " - NO STUDENT IS TREATED AS "
            "KEEPING A PAYMENT PLAN"
        GO TO 1300-EXIT
    END-IF
    PERFORM 1310-READ-SHORTFALL-RECORD THRU 1310-EXIT
        UNTIL END-OF-SHORTFALL-FILE
    CLOSE StudentShortfallFile.
1300-EXIT.
    EXIT.

1310-READ-SHORTFALL-RECORD.
    READ StudentShortfallFile
        AT END
            MOVE 'Y' TO SHORTFALL-EOF-SW
        NOT AT END
            IF EscalationTableCount > ZERO
                MOVE SF-StudentID TO MK-StudentID
                MOVE SF-TermID TO MK-TermID
                SEARCH ALL EscalationEntry
                    AT END
                        CONTINUE
                    WHEN ET-MatchKey (EscIdx) = HoldMatchKey
                        MOVE SF-PlanStatus TO ET-PlanStatus (EscIdx)
                END-SEARCH
            END-IF
    END-READ.
1310-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1400 - LOAD THE HOLD MASTER INTO THE STATE TABLE. AN ABSENT
*> OPTIONAL FILE OPENS WITH STATUS 05 AND THE READ LOOP ENDS AT
*> ONCE, BUT IT IS STILL OPEN AND MUST BE CLOSED HERE OR THE
*> EXTEND IN 1000 FAILS.
*>----------------------------------------------------------------*>
1400-LOAD-HOLD-MASTER.
    OPEN INPUT HoldMasterFile
    IF HoldMasterFileStatus = '00' OR HoldMasterFileStatus = '05'
        PERFORM 1410-READ-HOLD-MASTER-RECORD THRU 1410-EXIT
            UNTIL END-OF-HOLD-MASTER
        CLOSE HoldMasterFile
    END-IF.
1400-EXIT.
    EXIT.

1410-READ-HOLD-MASTER-RECORD.
    READ HoldMasterFile
        AT END
            MOVE 'Y' TO HOLD-MASTER-EOF-SW
        NOT AT END
            ADD 1 TO HoldHistoryReadCount
            MOVE HM-StudentID TO HA-StudentID
            MOVE HM-TermID TO HA-TermID
            MOVE HM-HoldType TO HA-HoldType
            MOVE HM-Action TO HA-Action
            MOVE HM-EscalationLevel TO HA-EscalationLevel
            PERFORM 1420-NOTE-ONE-HOLD-ACTION THRU 1420-EXIT
    END-READ.
1410-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1420 - FOLD ONE HOLD ACTION (IN HoldActionWork) INTO THE STATE
*> TABLE: THE LATEST ACTION PER STUDENT, TERM AND HOLD TYPE WINS.
*> USED BY THE LOAD AND BY EVERY ACTION SENT THIS RUN.
*>----------------------------------------------------------------*>
1420-NOTE-ONE-HOLD-ACTION.
    PERFORM 6000-FIND-HOLD THRU 6000-EXIT
    IF NOT HOLD-FOUND
        IF HoldTableCount >= MaxHoldEntries
            DISPLAY "FATAL: HoldMasterFile CARRIES MORE THAN "
                MaxHoldEntries " HOLDS - RAISE MaxHoldEntries "
                "AND RERUN"
            STOP RUN
        END-IF
        ADD 1 TO HoldTableCount
        SET HoldIdx TO HoldTableCount
        MOVE HA-StudentID TO HT-StudentID (HoldIdx)
        MOVE HA-TermID TO HT-TermID (HoldIdx)
        MOVE HA-HoldType TO HT-HoldType (HoldIdx)
    END-IF
    MOVE HA-Action TO HT-LastAction (HoldIdx)
    MOVE HA-EscalationLevel TO HT-EscalationLevel (HoldIdx).
1420-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1800 - VERIFY THE JOB CHAIN: THE COMPARISON RUN MUST HAVE
*> RECORDED COMPLETION FOR TODAY'S BUSINESS DATE - IT REWRITES THE
*> ESCALATION MASTER AND THE DELTA THIS RUN WORKS FROM - OR THE
*> OPERATOR MUST HAVE PLACED AN OVERRIDE (O) RECORD FOR THIS
*> PROGRAM AND DATE. AN HONORED OVERRIDE IS LOGGED (EVENT X).
*>----------------------------------------------------------------*>
1800-VERIFY-JOB-CHAIN.
    MOVE 'ShortfallDeltaProgram' TO CheckProgramName
    PERFORM 1850-CHECK-ONE-PREDECESSOR THRU 1850-EXIT.
1800-EXIT.
    EXIT.

1850-CHECK-ONE-PREDECESSOR.
    PERFORM 1860-SCAN-RUN-CONTROL THRU 1860-EXIT
    IF PREDECESSOR-DONE
        GO TO 1850-EXIT
    END-IF
    IF OVERRIDE-PRESENT
        DISPLAY "NOTE: OPERATOR OVERRIDE ON HW2-Run-Control.csv"
            " - RUNNING WITHOUT COMPLETION OF " CheckProgramName
        IF NOT OVERRIDE-LOGGED
            MOVE 'X' TO WC-EventType
            PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT
            MOVE 'Y' TO OVERRIDE-LOGGED-SW
        END-IF
        GO TO 1850-EXIT
    END-IF
    DISPLAY "OPERATOR: " CheckProgramName " HAS NOT COMPLETED "
        "FOR BUSINESS DATE " RunDate " - RUN REFUSED. COMPLETE "
        "THE PREDECESSOR OR PLACE AN OVERRIDE (O) RECORD ON "
        "HW2-Run-Control.csv AND RESUBMIT."
    STOP RUN.
1850-EXIT.
    EXIT.

1860-SCAN-RUN-CONTROL.
    MOVE 'N' TO PREDECESSOR-DONE-SW
    MOVE 'N' TO OVERRIDE-PRESENT-SW
    MOVE 'N' TO RUN-CONTROL-EOF-SW
    OPEN INPUT RunControlFile
    IF RunControlFileStatus = '00' OR RunControlFileStatus = '05'
        PERFORM 1870-READ-RUN-CONTROL THRU 1870-EXIT
            UNTIL END-OF-RUN-CONTROL
        CLOSE RunControlFile
    END-IF.
1860-EXIT.
    EXIT.

1870-READ-RUN-CONTROL.
    READ RunControlFile
        AT END
            MOVE 'Y' TO RUN-CONTROL-EOF-SW
        NOT AT END
            IF RC-BusinessDate = RunDate
                IF RC-EventType = 'C'
                   AND RC-ProgramName = CheckProgramName
                    MOVE 'Y' TO PREDECESSOR-DONE-SW
                END-IF
                IF RC-EventType = 'O'
                   AND RC-ProgramName = ThisProgramName
                    MOVE 'Y' TO OVERRIDE-PRESENT-SW
                END-IF
            END-IF
    END-READ.
1870-EXIT.
    EXIT.

1900-RECORD-RUN-START.
    MOVE 'S' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT.
1900-EXIT.
    EXIT.

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
*> 2000 - READ ONE DELTA RECORD. A SECTION C STUDENT HAS PAID: EVERY
*> HOLD IN FORCE FOR THAT STUDENT AND TERM IS RELEASED.
*>----------------------------------------------------------------*>
2000-RELEASE-ONE-CLEARED.
    READ ShortfallDeltaFile
        AT END
            MOVE 'Y' TO DELTA-EOF-SW
        NOT AT END
            IF DL-Section = 'C'
                ADD 1 TO ClearedRowsReadCount
                MOVE DL-StudentID TO HA-StudentID
                MOVE DL-TermID TO HA-TermID
                MOVE SPACES TO HA-PlanStatus
                MOVE ReasonCleared TO HA-Reason
                PERFORM 2100-RELEASE-ONE-TYPE THRU 2100-EXIT
                    VARYING TypeIdx FROM 1 BY 1
                    UNTIL TypeIdx > HoldTypeCount
            END-IF
    END-READ.
2000-EXIT.
    EXIT.

2100-RELEASE-ONE-TYPE.
    MOVE TY-HoldType (TypeIdx) TO HA-HoldType
    PERFORM 6000-FIND-HOLD THRU 6000-EXIT
    IF HOLD-FOUND AND HT-HOLD-IN-FORCE (HoldIdx)
        MOVE HT-EscalationLevel (HoldIdx) TO HA-EscalationLevel
        MOVE 'R' TO HA-Action
        PERFORM 5000-SEND-HOLD-ACTION THRU 5000-EXIT
    END-IF.
2100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3000 - WORK ONE STUDENT AND TERM ON THE ESCALATION MASTER
*> AGAINST EACH HOLD TYPE. A STUDENT KEEPING THEIR PAYMENT PLAN
*> (ON PLAN CURR) IS NEVER HELD, AND ANY HOLD IN FORCE IS RELEASED.
*> ANYONE ELSE AT OR ABOVE A HOLD TYPE'S LEVEL IS HELD, IF NOT
*> ALREADY.
*>----------------------------------------------------------------*>
3000-WORK-ONE-ESCALATION.
    MOVE ET-StudentID (EscIdx) TO HA-StudentID
    MOVE ET-TermID (EscIdx) TO HA-TermID
    MOVE ET-EscalationLevel (EscIdx) TO HA-EscalationLevel
    MOVE ET-PlanStatus (EscIdx) TO HA-PlanStatus
    PERFORM 3100-WORK-ONE-TYPE THRU 3100-EXIT
        VARYING TypeIdx FROM 1 BY 1 UNTIL TypeIdx > HoldTypeCount.
3000-EXIT.
    EXIT.

3100-WORK-ONE-TYPE.
    MOVE TY-HoldType (TypeIdx) TO HA-HoldType
    PERFORM 6000-FIND-HOLD THRU 6000-EXIT
    IF HA-PlanStatus = PlanCurrentStatus
        IF HOLD-FOUND AND HT-HOLD-IN-FORCE (HoldIdx)
            MOVE 'R' TO HA-Action
            MOVE ReasonPlanKept TO HA-Reason
            PERFORM 5000-SEND-HOLD-ACTION THRU 5000-EXIT
        END-IF
        GO TO 3100-EXIT
    END-IF
    IF HA-EscalationLevel < TY-PlaceLevel (TypeIdx)
        GO TO 3100-EXIT
    END-IF
    IF HOLD-FOUND AND HT-HOLD-IN-FORCE (HoldIdx)
        GO TO 3100-EXIT
    END-IF
    MOVE 'P' TO HA-Action
    IF HA-PlanStatus = PlanBrokenStatus
        MOVE ReasonPlanBroken TO HA-Reason
    ELSE
        MOVE ReasonEscalation TO HA-Reason
    END-IF
    PERFORM 5000-SEND-HOLD-ACTION THRU 5000-EXIT.
3100-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - A HOLD STILL IN FORCE FOR A STUDENT AND TERM NO LONGER ON
*> THE ESCALATION MASTER IS RELEASED - THE STUDENT IS NO LONGER
*> SHORT EVEN IF THE CLEARED ROW WAS MISSED (A SKIPPED NIGHT).
*>----------------------------------------------------------------*>
4000-SWEEP-ONE-HOLD.
    IF NOT HT-HOLD-IN-FORCE (HoldIdx)
        GO TO 4000-EXIT
    END-IF
    MOVE 'N' TO ESCALATION-FOUND-SW
    IF EscalationTableCount > ZERO
        MOVE HT-StudentID (HoldIdx) TO MK-StudentID
        MOVE HT-TermID (HoldIdx) TO MK-TermID
        SEARCH ALL EscalationEntry
            AT END
                CONTINUE
            WHEN ET-MatchKey (EscIdx) = HoldMatchKey
                MOVE 'Y' TO ESCALATION-FOUND-SW
        END-SEARCH
    END-IF
    IF ESCALATION-FOUND
        ADD 1 TO HoldsInForceCount
        GO TO 4000-EXIT
    END-IF
    MOVE HT-StudentID (HoldIdx) TO HA-StudentID
    MOVE HT-TermID (HoldIdx) TO HA-TermID
    MOVE HT-HoldType (HoldIdx) TO HA-HoldType
    MOVE HT-EscalationLevel (HoldIdx) TO HA-EscalationLevel
    MOVE SPACES TO HA-PlanStatus
    MOVE 'R' TO HA-Action
    MOVE ReasonNoLongerShort TO HA-Reason
    PERFORM 5000-SEND-HOLD-ACTION THRU 5000-EXIT.
4000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5000 - SEND ONE HOLD ACTION (HoldActionWork) TO THE REGISTRAR,
*> APPEND IT TO THE HOLD MASTER AND FOLD IT INTO THE STATE TABLE SO
*> A STUDENT APPEARING TWICE IN ONE RUN IS ACTED ON ONCE.
*>----------------------------------------------------------------*>
5000-SEND-HOLD-ACTION.
    MOVE RunID TO RH-RunID
    MOVE HA-Action TO RH-Action
    MOVE HA-StudentID TO RH-StudentID
    MOVE HA-TermID TO RH-TermID
    MOVE HA-HoldType TO RH-HoldType
    MOVE RunDate TO RH-ActionDate
    MOVE HA-EscalationLevel TO RH-EscalationLevel
    MOVE HA-PlanStatus TO RH-PlanStatus
    MOVE HA-Reason TO RH-Reason
    WRITE RegistrarHoldRecord FROM RegistrarHoldWork
    MOVE HA-StudentID TO HW-StudentID
    MOVE HA-TermID TO HW-TermID
    MOVE HA-HoldType TO HW-HoldType
    MOVE HA-Action TO HW-Action
    MOVE RunDate TO HW-ActionDate
    MOVE HA-EscalationLevel TO HW-EscalationLevel
    MOVE HA-Reason TO HW-Reason
    MOVE RunID TO HW-RunID
    WRITE HoldMasterRecord FROM HoldMasterWork
    IF HA-Action = 'P'
        ADD 1 TO HoldsPlacedCount
    ELSE
        ADD 1 TO HoldsReleasedCount
    END-IF
    PERFORM 1420-NOTE-ONE-HOLD-ACTION THRU 1420-EXIT.
5000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 6000 - FIND THE STATE TABLE ENTRY FOR THE STUDENT, TERM AND HOLD
*> TYPE IN HoldActionWork. HoldIdx IS LEFT ON THE ENTRY WHEN FOUND.
*>----------------------------------------------------------------*>
6000-FIND-HOLD.
    MOVE 'N' TO HOLD-FOUND-SW
    IF HoldTableCount > ZERO
        SET HoldIdx TO 1
        SEARCH HoldEntry
            AT END
                CONTINUE
            WHEN HT-StudentID (HoldIdx) = HA-StudentID
             AND HT-TermID (HoldIdx) = HA-TermID
             AND HT-HoldType (HoldIdx) = HA-HoldType
                MOVE 'Y' TO HOLD-FOUND-SW
        END-SEARCH
    END-IF.
6000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE ACTION COUNTS, CLOSE FILES AND
*> RECORD COMPLETION ON THE RUN-CONTROL MASTER
*>----------------------------------------------------------------*>
8000-FINALIZE-RUN.
    DISPLAY "Hold history records read: " HoldHistoryReadCount
    DISPLAY "Cleared delta rows read: " ClearedRowsReadCount
    DISPLAY "Holds placed: " HoldsPlacedCount
    DISPLAY "Holds released: " HoldsReleasedCount
    DISPLAY "Holds remaining in force: " HoldsInForceCount
    CLOSE ShortfallDeltaFile
    CLOSE HoldMasterFile
    CLOSE RegistrarHoldFile
    MOVE 'C' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT.
8000-EXIT.
    EXIT.
