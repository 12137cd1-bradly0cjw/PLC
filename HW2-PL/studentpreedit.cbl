*> 2026-09-01  RLT  The fees master amounts now carry two implied
*>                  decimal places (V99); the layout here tracks
*>                  it.
*> 2026-10-15  RLT  Added the student charge detail edit. Lab fees,
*>                  housing, course materials and fines arrive on
*>                  HW2-Student-Charges.csv, one line per charge
*>                  (StudentID, TermID, charge code, quantity or
*>                  amount, assessed date), and are matched against
*>                  the clean student master once it is written:
*>                  a line must belong to an accepted enrollment,
*>                  be in StudentID/TermID order, carry a quantity
*>                  or an amount and an assessed date, and a line
*>                  priced by quantity needs a FeesFile tier for
*>                  its charge code in the term. Accepted lines go
*>                  to HW2-Student-Charges-Clean.csv for the payment
*>                  run and the statements, the rest to
*>                  HW2-Charge-Rejects.csv with a reason code. The
*>                  clean charge file is always rewritten, empty
*>                  when no detail arrived, so a stale one never
*>                  reaches the payment run.
*>----------------------------------------------------------------*>

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RejectFileStatus.

*>  THE CHARGE DETAIL IS OPTIONAL - A NIGHT WITH NO LAB, HOUSING OR
*>  MATERIALS CHARGES STILL PRODUCES AN EMPTY CLEAN CHARGE FILE.
    SELECT OPTIONAL StudentChargeFile
        ASSIGN TO 'HW2-Student-Charges.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeFileStatus.

    SELECT ChargeCleanFile
        ASSIGN TO 'HW2-Student-Charges-Clean.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeCleanFileStatus.

    SELECT ChargeRejectFile ASSIGN TO 'HW2-Charge-Rejects.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ChargeRejectFileStatus.

*>  THE RUN-CONTROL MASTER IS SHARED BY THE WHOLE NIGHTLY CHAIN -
*>  EACH PROGRAM RECORDS ITS START AND COMPLETION HERE. OPTIONAL
*>  SO THE CHAIN'S FIRST EVER NIGHT CAN CREATE IT.
FD  StudentRejectFile.
01  StudentRejectRecord PIC X(73).

*>----------------------------------------------------------------*>
*> STUDENT CHARGE DETAIL - ONE RECORD PER CHARGE LINE. THE CHARGE
*> CODE IS PRICED THROUGH FeesFile THE WAY A PAYMENTTYPE IS: A
*> NONZERO AMOUNT IS TAKEN AS BILLED, OTHERWISE THE QUANTITY IS
*> PRICED AT THE CODE'S TIER IN EFFECT ON THE ASSESSED DATE.
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
*>  THE SAME LINE AS KEYED, FOR THE REJECT FILE
01  StudentChargeRecordAsKeyed.
    05 FILLER PIC X(19).
    05 CL-QuantityAsKeyed PIC X(3).
    05 FILLER PIC X.
    05 CL-AmountAsKeyed PIC X(7).
    05 FILLER PIC X.
    05 CL-AssessedDateAsKeyed PIC X(8).

*>----------------------------------------------------------------*>
*> OUTPUT - THE CLEAN, SEQUENCE-VERIFIED CHARGE DETAIL, BUILT IN
*> WORKING STORAGE (ChargeCleanWork) LIKE THE CLEAN STUDENT FILE
*>----------------------------------------------------------------*>
FD  ChargeCleanFile.
01  ChargeCleanRecord PIC X(39).

*>----------------------------------------------------------------*>
*> OUTPUT - ONE RECORD PER DROPPED CHARGE LINE WITH A REASON CODE
*>----------------------------------------------------------------*>
FD  ChargeRejectFile.
01  ChargeRejectRecord PIC X(78).

*>----------------------------------------------------------------*>
*> RUN-CONTROL MASTER - ONE RECORD PER CHAIN EVENT: S = START,
*> C = COMPLETION, O = OPERATOR OVERRIDE, X = OVERRIDE HONORED
    05 FILLER PIC X VALUE ','.
    05 RJ-TermID PIC X(6).

01 ChargeCleanWork.
    05 CE-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 CE-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 CE-ChargeCode PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 CE-Quantity PIC 9(3).
    05 FILLER PIC X VALUE ','.
    05 CE-Amount PIC 9(5)V99.
    05 FILLER PIC X VALUE ','.
    05 CE-AssessedDate PIC 9(8).

01 ChargeRejectWork.
    05 CJ-RunID PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 CJ-StudentID PIC X(9).
    05 FILLER PIC X VALUE ','.
    05 CJ-TermID PIC X(6).
    05 FILLER PIC X VALUE ','.
    05 CJ-ChargeCode PIC X(1).
    05 FILLER PIC X VALUE ','.
    05 CJ-Quantity PIC X(3).
    05 FILLER PIC X VALUE ','.
    05 CJ-Amount PIC X(7).
    05 FILLER PIC X VALUE ','.
    05 CJ-AssessedDate PIC X(8).
    05 FILLER PIC X VALUE ','.
    05 CJ-ReasonCode PIC X(4).
    05 FILLER PIC X VALUE ','.
    05 CJ-ReasonText PIC X(24).

*>----------------------------------------------------------------*>
*> RUN IDENTIFICATION
*>----------------------------------------------------------------*>
77 RecordsReadCount PIC 9(7) COMP VALUE ZERO.
77 RecordsCleanCount PIC 9(7) COMP VALUE ZERO.
77 RecordsRejectedCount PIC 9(7) COMP VALUE ZERO.
77 ChargesReadCount PIC 9(7) COMP VALUE ZERO.
77 ChargesCleanCount PIC 9(7) COMP VALUE ZERO.
77 ChargesRejectedCount PIC 9(7) COMP VALUE ZERO.

*>----------------------------------------------------------------*>
*> END-OF-FILE AND EDIT SWITCHES
    88 DEPT-KNOWN VALUE 'Y'.
77 PAYMENT-TYPE-KNOWN-SW PIC X(1) VALUE 'N'.
    88 PAYMENT-TYPE-KNOWN VALUE 'Y'.
77 CHARGE-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CHARGE-DETAIL VALUE 'Y'.
77 CHARGE-INPUT-OPEN-SW PIC X(1) VALUE 'N'.
    88 CHARGE-INPUT-OPEN VALUE 'Y'.
77 CLEAN-EOF-SW PIC X(1) VALUE 'N'.
    88 END-OF-CLEAN-STUDENT VALUE 'Y'.
77 ENROLLMENT-FOUND-SW PIC X(1) VALUE 'N'.
    88 ENROLLMENT-FOUND VALUE 'Y'.
77 CHARGE-CODE-KNOWN-SW PIC X(1) VALUE 'N'.
    88 CHARGE-CODE-KNOWN VALUE 'Y'.

*>----------------------------------------------------------------*>
*> FILE STATUS CODES
77 DeptMasterFileStatus PIC X(2).
77 CleanFileStatus PIC X(2).
77 RejectFileStatus PIC X(2).
77 ChargeFileStatus PIC X(2).
77 ChargeCleanFileStatus PIC X(2).
77 ChargeRejectFileStatus PIC X(2).

*>----------------------------------------------------------------*>
*> DEPARTMENT MASTER TABLE, LOADED ONCE AT INITIALIZATION. THE
77 PriorStudentID PIC X(9) VALUE LOW-VALUES.
77 PriorTermID PIC X(6) VALUE LOW-VALUES.

*>----------------------------------------------------------------*>
*> THE SAME SEQUENCE CHECK FOR THE CHARGE DETAIL. A STUDENT AND
*> TERM MAY CARRY ANY NUMBER OF CHARGE LINES, SO ONLY A KEY LOWER
*> THAN THE LAST CLEAN LINE'S IS OUT OF SEQUENCE.
*>----------------------------------------------------------------*>
77 PriorChargeStudentID PIC X(9) VALUE LOW-VALUES.
77 PriorChargeTermID PIC X(6) VALUE LOW-VALUES.

PROCEDURE DIVISION.

*>----------------------------------------------------------------*>
    PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
    PERFORM 2000-EDIT-ONE-STUDENT THRU 2000-EXIT
        UNTIL END-OF-STUDENT-MAIN
    PERFORM 1500-START-CHARGE-EDIT THRU 1500-EXIT
    PERFORM 2500-EDIT-ONE-CHARGE THRU 2500-EXIT
        UNTIL END-OF-CHARGE-DETAIL
    PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
    STOP RUN.

1110-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1500 - THE STUDENT PASS IS DONE: REOPEN THE CLEAN STUDENT FILE
*> JUST WRITTEN AS THE ENROLLMENTS THE CHARGE DETAIL IS MATCHED
*> AGAINST, AND OPEN THE CHARGE FILES. BOTH INPUTS ARE IN
*> StudentID/TermID ORDER, SO ONE FORWARD PASS OF EACH MATCHES
*> THEM.
*>----------------------------------------------------------------*>
1500-START-CHARGE-EDIT.
    CLOSE StudentCleanFile
    OPEN INPUT StudentCleanFile
    IF CleanFileStatus NOT = '00'
        DISPLAY "FATAL: UNABLE TO REOPEN StudentCleanFile, STATUS = "
            CleanFileStatus
        STOP RUN
    END-IF
    PERFORM 3560-READ-CLEAN-STUDENT THRU 3560-EXIT
    OPEN OUTPUT ChargeCleanFile
    OPEN OUTPUT ChargeRejectFile
    OPEN INPUT StudentChargeFile
    IF ChargeFileStatus = '00'
        MOVE 'Y' TO CHARGE-INPUT-OPEN-SW
    ELSE
        MOVE 'Y' TO CHARGE-EOF-SW
    END-IF.
1500-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 1900 - RECORD THE RUN'S START ON THE RUN-CONTROL MASTER. THIS
*> IS THE FIRST PROGRAM IN THE NIGHTLY CHAIN, SO THERE ARE NO
3000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 2500 - READ AND EDIT ONE CHARGE DETAIL LINE. AS WITH THE
*> STUDENT MASTER, THE FIRST FAILING EDIT DECIDES THE REASON CODE.
*>----------------------------------------------------------------*>
2500-EDIT-ONE-CHARGE.
    READ StudentChargeFile
        AT END
            MOVE 'Y' TO CHARGE-EOF-SW
        NOT AT END
            ADD 1 TO ChargesReadCount
            PERFORM 3500-EDIT-CURRENT-CHARGE THRU 3500-EXIT
    END-READ.
2500-EXIT.
    EXIT.

3500-EDIT-CURRENT-CHARGE.
    IF CL-StudentID = SPACES
        MOVE 'NOID' TO CJ-ReasonCode
        MOVE 'BLANK STUDENT ID' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    IF CL-StudentID < PriorChargeStudentID
       OR (CL-StudentID = PriorChargeStudentID
           AND CL-TermID < PriorChargeTermID)
        MOVE 'SEQ ' TO CJ-ReasonCode
        MOVE 'OUT OF SEQUENCE' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    PERFORM 3550-MATCH-ENROLLMENT THRU 3550-EXIT
    IF NOT ENROLLMENT-FOUND
        MOVE 'NENR' TO CJ-ReasonCode
        MOVE 'NO CLEAN ENROLLMENT' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    IF CL-Quantity NOT NUMERIC
       OR CL-Amount NOT NUMERIC
       OR (CL-Quantity = ZERO AND CL-Amount = ZERO)
        MOVE 'QTY ' TO CJ-ReasonCode
        MOVE 'NO QUANTITY OR AMOUNT' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    IF CL-AssessedDate NOT NUMERIC
       OR CL-AssessedDate = ZERO
        MOVE 'DATE' TO CJ-ReasonCode
        MOVE 'NO ASSESSED DATE' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    PERFORM 5500-CHECK-CHARGE-CODE THRU 5500-EXIT
    IF NOT CHARGE-CODE-KNOWN
        MOVE 'CCOD' TO CJ-ReasonCode
        MOVE 'CHARGE CODE NOT ON FILE' TO CJ-ReasonText
        PERFORM 7500-WRITE-CHARGE-REJECT THRU 7500-EXIT
        GO TO 3500-EXIT
    END-IF
    PERFORM 6500-WRITE-CLEAN-CHARGE THRU 6500-EXIT.
3500-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 3550 - ADVANCE THE CLEAN STUDENT FILE TO THE CHARGE LINE'S
*> STUDENT AND TERM. THE LINE BELONGS TO AN ACCEPTED ENROLLMENT
*> ONLY IF THE KEYS MEET EXACTLY - A STUDENT REJECTED BY THE
*> MASTER EDIT TAKES THEIR CHARGES WITH THEM.
*>----------------------------------------------------------------*>
3550-MATCH-ENROLLMENT.
    MOVE 'N' TO ENROLLMENT-FOUND-SW
    PERFORM 3560-READ-CLEAN-STUDENT THRU 3560-EXIT
        UNTIL END-OF-CLEAN-STUDENT
           OR SC-StudentID > CL-StudentID
           OR (SC-StudentID = CL-StudentID
               AND SC-TermID NOT < CL-TermID)
    IF NOT END-OF-CLEAN-STUDENT
       AND SC-StudentID = CL-StudentID
       AND SC-TermID = CL-TermID
        MOVE 'Y' TO ENROLLMENT-FOUND-SW
    END-IF.
3550-EXIT.
    EXIT.

3560-READ-CLEAN-STUDENT.
    READ StudentCleanFile INTO StudentCleanWork
        AT END
            MOVE 'Y' TO CLEAN-EOF-SW
    END-READ.
3560-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 4000 - A BLANK DeptCode IS NOT A DEPARTMENT, AND A NONBLANK ONE
*> MUST BE ON THE DEPARTMENT MASTER. THIS IS WHAT KEPT BLANK CODES
5000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 5500 - A LINE BILLED BY AMOUNT NEEDS ONLY A CHARGE CODE; A LINE
*> PRICED BY QUANTITY NEEDS AT LEAST ONE FeesFile TIER FOR ITS
*> CODE IN THE LINE'S TERM, AS 5000 REQUIRES OF A PAYMENTTYPE.
*>----------------------------------------------------------------*>
5500-CHECK-CHARGE-CODE.
    MOVE 'N' TO CHARGE-CODE-KNOWN-SW
    IF CL-ChargeCode = SPACE
        GO TO 5500-EXIT
    END-IF
    IF CL-Amount > ZERO
        MOVE 'Y' TO CHARGE-CODE-KNOWN-SW
        GO TO 5500-EXIT
    END-IF
    MOVE CL-ChargeCode TO PaymentType OF FeesKey
    MOVE CL-TermID TO TermID OF FeesKey
    MOVE ZERO TO EffectiveDateStart OF FeesKey
    START FeesFile KEY IS NOT LESS THAN FeesKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ FeesFile NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF PaymentType OF FeesKey = CL-ChargeCode
                       AND (CL-TermID = SPACES
                            OR TermID OF FeesKey = CL-TermID)
                        MOVE 'Y' TO CHARGE-CODE-KNOWN-SW
                    END-IF
            END-READ
    END-START.
5500-EXIT.
    EXIT.

6000-WRITE-CLEAN-RECORD.
    ADD 1 TO RecordsCleanCount
    MOVE StudentID OF StudentMainRecord TO SC-StudentID
6000-EXIT.
    EXIT.

6500-WRITE-CLEAN-CHARGE.
    ADD 1 TO ChargesCleanCount
    MOVE CL-StudentID TO CE-StudentID
    MOVE CL-TermID TO CE-TermID
    MOVE CL-ChargeCode TO CE-ChargeCode
    MOVE CL-Quantity TO CE-Quantity
    MOVE CL-Amount TO CE-Amount
    MOVE CL-AssessedDate TO CE-AssessedDate
    MOVE CL-StudentID TO PriorChargeStudentID
    MOVE CL-TermID TO PriorChargeTermID
    WRITE ChargeCleanRecord FROM ChargeCleanWork.
6500-EXIT.
    EXIT.

7000-WRITE-REJECT-RECORD.
    ADD 1 TO RecordsRejectedCount
    MOVE RunID TO RJ-RunID
7000-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 7500 - THE QUANTITY, AMOUNT AND DATE ARE CARRIED TO THE REJECT
*> FILE AS KEYED, SINCE A BAD ONE MAY BE WHY THE LINE FAILED
*>----------------------------------------------------------------*>
7500-WRITE-CHARGE-REJECT.
    ADD 1 TO ChargesRejectedCount
    MOVE RunID TO CJ-RunID
    MOVE CL-StudentID TO CJ-StudentID
    MOVE CL-TermID TO CJ-TermID
    MOVE CL-ChargeCode TO CJ-ChargeCode
    MOVE CL-QuantityAsKeyed TO CJ-Quantity
    MOVE CL-AmountAsKeyed TO CJ-Amount
    MOVE CL-AssessedDateAsKeyed TO CJ-AssessedDate
    WRITE ChargeRejectRecord FROM ChargeRejectWork.
7500-EXIT.
    EXIT.

*>----------------------------------------------------------------*>
*> 8000 - END OF RUN: DISPLAY THE EDIT COUNTS AND CLOSE FILES
*>----------------------------------------------------------------*>
        RecordsRejectedCount
    CLOSE StudentMainFile
    CLOSE FeesFile
    DISPLAY "Charge detail lines read: " ChargesReadCount
    DISPLAY "Charge detail lines accepted: " ChargesCleanCount
    DISPLAY "Charge detail lines rejected: " ChargesRejectedCount
    CLOSE StudentCleanFile
    CLOSE StudentRejectFile
    IF CHARGE-INPUT-OPEN
        CLOSE StudentChargeFile
    END-IF
    CLOSE ChargeCleanFile
    CLOSE ChargeRejectFile
    MOVE 'C' TO WC-EventType
    PERFORM 1950-WRITE-RUN-CONTROL THRU 1950-EXIT.
8000-EXIT.
