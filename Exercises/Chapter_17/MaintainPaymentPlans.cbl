      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/02/2021
      * Purpose: Set up installment payment plans on student accounts
      *          in PaymentPlans.dat - one line per installment, with
      *          the student, semester, amount financed, number of
      *          installments, due date, amount due and amount paid -
      *          and charge the published plan enrollment fee to
      *          StudentLedger.dat, so the bursar's notebook of
      *          informal plans becomes something the statement,
      *          payment, and aging runs can all read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainPaymentPlans.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One line per installment; PostStudentPayments fills in
           *> the amount paid as payments arrive.
           SELECT PlanFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentPlans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           *> Which semester a new plan defaults to.
           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           *> The published plan enrollment fee, one flat amount per
           *> plan; a missing file means plans are set up free.
           SELECT PlanFeeFile
             ASSIGN TO "./Exercises/Chapter_17/PlanFee.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFeeFileStatus.

           SELECT OPTIONAL LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PlanFile.
       01 PlanRecord.
           88 EOPlanFile VALUE HIGH-VALUES.
           02 PlanStudentID    PIC X(9).
           02 PlanSemester     PIC X(6).
           02 PlanFinanced     PIC 9(7)V99.
           02 PlanInstallCount PIC 99.
           02 PlanInstallNo    PIC 99.
           02 PlanDueDate      PIC 9(8).
           02 PlanDueAmount    PIC 9(7)V99.
           02 PlanPaidAmount   PIC 9(7)V99.

       FD StudentFile.
       01 StudentFileRecord.
           88 EOStudentFile VALUE HIGH-VALUES.
           02 StuFileID        PIC X(9).
           02 StuFileLastName  PIC X(16).
           02 StuFileFirstName PIC X(16).
           02 StuFileAddress1  PIC X(30).
           02 StuFileAddress2  PIC X(30).
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD SemesterInfoFile.
       01 SemesterInfoRecord.
           02 SemInfoCode      PIC X(6).
           02 SemInfoTitle     PIC X(20).
           02 SemInfoStartDate PIC 9(8).
           02 SemInfoEndDate   PIC 9(8).
           02 SemInfoPriorCode PIC X(6).

       FD PlanFeeFile.
       01 PlanFeeRecord PIC 9(5)V99.

       FD LedgerFile.
       01 LedgerRecord.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
           02 LedgerSign      PIC X.
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

       WORKING-STORAGE SECTION.
       01 PlanFileStatus         PIC X(02) VALUE ZEROES.
       01 StudentFileStatus      PIC X(02) VALUE ZEROES.
       01 SemesterInfoFileStatus PIC X(02) VALUE ZEROES.
       01 PlanFeeFileStatus      PIC X(02) VALUE ZEROES.

       01 CurrentSemesterCode PIC X(6)    VALUE SPACES.
       01 PlanFeeAmount       PIC 9(5)V99 VALUE ZERO.

       *> The whole plan file held in memory for the session and
       *> rewritten in full at the end; a replaced plan's lines are
       *> blanked out and dropped on the rewrite.
       01 PlanCount PIC 9(4) VALUE ZERO.
       01 PlanTable.
           02 PlanEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON PlanCount
                        INDEXED BY PlanIdx.
               03 PlnStudentID    PIC X(9).
               03 PlnSemester     PIC X(6).
               03 PlnFinanced     PIC 9(7)V99.
               03 PlnInstallCount PIC 99.
               03 PlnInstallNo    PIC 99.
               03 PlnDueDate      PIC 9(8).
               03 PlnDueAmount    PIC 9(7)V99.
               03 PlnPaidAmount   PIC 9(7)V99.

       *> Known student IDs off the master; with no master on file
       *> any ID is taken as keyed.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentIDTable.
           02 StudentIDEntry OCCURS 1 TO 5000 TIMES
                             DEPENDING ON StudentCount
                             INDEXED BY StuIdx.
               03 KnownStudentID PIC X(9).

       01 StudentMasterSwitch PIC X VALUE "N".
           88 NoStudentMaster VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".
       01 PlanFoundSwitch PIC X VALUE "N".
           88 PlanOnFile VALUE "Y" WHEN SET TO FALSE "N".
       01 PlanPaymentSwitch PIC X VALUE "N".
           88 PlanHasPayments VALUE "Y" WHEN SET TO FALSE "N".
       01 ChargeFeeSwitch PIC X VALUE "Y".
           88 ChargePlanFee VALUE "Y" WHEN SET TO FALSE "N".

       01 MaintStudentID PIC X(9) VALUE SPACES.
       01 MaintSemester  PIC X(6) VALUE SPACES.
       01 ReplaceChoice  PIC X    VALUE SPACE.

       *> Entry work fields, format-checked before they reach the
       *> table: the amount as nine digits with two implied decimals,
       *> the count as two digits, the first due date as YYYYMMDD.
       01 EntryFinancedText PIC X(9) VALUE SPACES.
       01 EntryFinancedNum REDEFINES EntryFinancedText PIC 9(7)V99.
       01 EntryCountText    PIC X(2) VALUE SPACES.
       01 EntryCountNum REDEFINES EntryCountText PIC 99.
       01 EntryDueText      PIC X(8) VALUE SPACES.
       01 EntryDueNum REDEFINES EntryDueText PIC 9(8).
       01 EntryDueParts REDEFINES EntryDueText.
           02 EntryDueYear  PIC 9(4).
           02 EntryDueMonth PIC 99.
           02 EntryDueDay   PIC 99.

       *> Each later installment falls due a month after the one
       *> before; a day past the 28th moves to the 28th so every
       *> month has the date.
       01 DueDateParts.
           02 DueYear  PIC 9(4).
           02 DueMonth PIC 99.
           02 DueDay   PIC 99.
       01 DueDateNum REDEFINES DueDateParts PIC 9(8).

       01 InstallNumber  PIC 99        VALUE ZERO.
       01 InstallAmount  PIC 9(7)V99   VALUE ZERO.
       01 LastInstallAmount PIC 9(7)V99 VALUE ZERO.

       01 TodaysDate     PIC 9(8)      VALUE ZERO.
       01 PlansAdded     PIC 9(4)      VALUE ZERO.
       01 FeesCharged    PIC 9(4)      VALUE ZERO.
       01 PlansOnFile    PIC 9(4)      VALUE ZERO.

       01 PrintAmount    PIC $$,$$$,$$9.99.
       01 PrintPaid      PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadSemesterInfo
           PERFORM LoadPlanFee
           PERFORM LoadStudentMaster
           PERFORM LoadPlanTable
           ACCEPT TodaysDate FROM DATE YYYYMMDD

           PERFORM CountPlansOnFile
           DISPLAY "Payment plans on file: ", PlansOnFile

           OPEN EXTEND LedgerFile
           PERFORM PromptForStudentID *> Init loop.
           PERFORM PromptForStudentID
               UNTIL MaintStudentID = SPACES *> Loop.
           CLOSE LedgerFile

           PERFORM RewritePlanFile

           PERFORM CountPlansOnFile
           DISPLAY "Payment plans set up this session: ", PlansAdded
           DISPLAY "Enrollment fees charged:           ", FeesCharged
           DISPLAY "Payment plans now on file:         ", PlansOnFile

           STOP RUN.

       LoadSemesterInfo.
           OPEN INPUT SemesterInfoFile
           IF SemesterInfoFileStatus = "00"
               OR SemesterInfoFileStatus = "05"
               OR SemesterInfoFileStatus = "07"
               READ SemesterInfoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SemInfoCode TO CurrentSemesterCode
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

       LoadPlanFee.
           OPEN INPUT PlanFeeFile
           IF PlanFeeFileStatus = "00" OR PlanFeeFileStatus = "05"
               OR PlanFeeFileStatus = "07"
               READ PlanFeeFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PlanFeeRecord TO PlanFeeAmount
               END-READ
               CLOSE PlanFeeFile
           ELSE
               DISPLAY "No PlanFee.dat; plans will be set up with no "
                   "enrollment fee."
           END-IF.

       LoadStudentMaster.
           SET NoStudentMaster TO FALSE
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
               SET NoStudentMaster TO TRUE
               DISPLAY "No StudentMaster.dat; student IDs will not be "
                   "validated this session."
           ELSE
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID TO KnownStudentID(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadPlanTable.
           OPEN INPUT PlanFile
           IF PlanFileStatus NOT = "00"
               DISPLAY "No PaymentPlans.dat yet; starting a new "
                   "payment plan file."
           ELSE
               PERFORM ReadPlanLine
               PERFORM UNTIL EOPlanFile
                   ADD 1 TO PlanCount
                   MOVE PlanStudentID    TO PlnStudentID(PlanCount)
                   MOVE PlanSemester     TO PlnSemester(PlanCount)
                   MOVE PlanFinanced     TO PlnFinanced(PlanCount)
                   MOVE PlanInstallCount TO PlnInstallCount(PlanCount)
                   MOVE PlanInstallNo    TO PlnInstallNo(PlanCount)
                   MOVE PlanDueDate      TO PlnDueDate(PlanCount)
                   MOVE PlanDueAmount    TO PlnDueAmount(PlanCount)
                   MOVE PlanPaidAmount   TO PlnPaidAmount(PlanCount)
                   PERFORM ReadPlanLine
               END-PERFORM
               CLOSE PlanFile
           END-IF.

       ReadPlanLine.
           READ PlanFile
               AT END SET EOPlanFile TO TRUE.

      *> A plan is counted once, on its first installment line.
       CountPlansOnFile.
           MOVE ZERO TO PlansOnFile
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) NOT = SPACES
                   AND PlnInstallNo(PlanIdx) = 1
                   ADD 1 TO PlansOnFile
               END-IF
           END-PERFORM.

       PromptForStudentID.
           DISPLAY "Enter student ID for a payment plan, "
               "spaces to finish: "
           MOVE SPACES TO MaintStudentID
           ACCEPT MaintStudentID
           IF MaintStudentID NOT = SPACES
               PERFORM CheckStudentKnown
               IF NOT StudentIsKnown
                   DISPLAY "Student ", MaintStudentID, " is not on "
                       "the student master; no plan set up."
               ELSE
                   PERFORM GetPlanSemester
                   IF MaintSemester = SPACES
                       DISPLAY "No semester given; no plan set up."
                   ELSE
                       PERFORM MaintainStudentPlan
                   END-IF
               END-IF
           END-IF.

       CheckStudentKnown.
           SET StudentIsKnown TO TRUE
           IF NOT NoStudentMaster
               SET StudentIsKnown TO FALSE
               SET StuIdx TO 1
               SEARCH StudentIDEntry
                   AT END
                       CONTINUE
                   WHEN KnownStudentID(StuIdx) = MaintStudentID
                       SET StudentIsKnown TO TRUE
               END-SEARCH
           END-IF.

       GetPlanSemester.
           DISPLAY "Enter the semester code, spaces for "
               CurrentSemesterCode ": "
           MOVE SPACES TO MaintSemester
           ACCEPT MaintSemester
           IF MaintSemester = SPACES
               MOVE CurrentSemesterCode TO MaintSemester
           END-IF.

      *> A plan with nothing paid against it yet can be replaced, and
      *> the enrollment fee isn't charged a second time; once money
      *> has been applied the plan stands and any change goes through
      *> the bursar's adjustment run.
       MaintainStudentPlan.
           PERFORM FindStudentPlan
           IF PlanOnFile
               PERFORM ShowPlanSchedule
               IF PlanHasPayments
                   DISPLAY "Payments have been applied to this plan; "
                       "it cannot be replaced."
               ELSE
                   DISPLAY "Enter R to replace this plan, anything "
                       "else to keep it: "
                   MOVE SPACE TO ReplaceChoice
                   ACCEPT ReplaceChoice
                   IF ReplaceChoice = "R" OR ReplaceChoice = "r"
                       PERFORM RemoveStudentPlan
                       SET ChargePlanFee TO FALSE
                       PERFORM GetNewPlan
                   END-IF
               END-IF
           ELSE
               SET ChargePlanFee TO TRUE
               PERFORM GetNewPlan
           END-IF.

       FindStudentPlan.
           SET PlanOnFile TO FALSE
           SET PlanHasPayments TO FALSE
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) = MaintStudentID
                   AND PlnSemester(PlanIdx) = MaintSemester
                   SET PlanOnFile TO TRUE
                   IF PlnPaidAmount(PlanIdx) > ZERO
                       SET PlanHasPayments TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       RemoveStudentPlan.
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) = MaintStudentID
                   AND PlnSemester(PlanIdx) = MaintSemester
                   MOVE SPACES TO PlnStudentID(PlanIdx)
                   MOVE SPACES TO PlnSemester(PlanIdx)
               END-IF
           END-PERFORM.

       GetNewPlan.
           PERFORM GetFinancedAmount
           PERFORM GetInstallmentCount
           PERFORM GetFirstDueDate
           PERFORM BuildInstallments
           ADD 1 TO PlansAdded
           IF ChargePlanFee
               PERFORM PostEnrollmentFee
           END-IF
           PERFORM ShowPlanSchedule.

      *> A plan financing nothing would only generate a fee, so zero
      *> and non-numeric entries re-prompt.
       GetFinancedAmount.
           DISPLAY "Enter the amount financed as 9999999v99: "
           ACCEPT EntryFinancedText
           PERFORM UNTIL EntryFinancedText IS NUMERIC
               AND EntryFinancedNum > ZERO
               DISPLAY "Amount must be numeric 9999999v99 and greater "
                   "than zero. Re-enter: "
               ACCEPT EntryFinancedText
           END-PERFORM.

       GetInstallmentCount.
           DISPLAY "Enter the number of installments, 02 to 12: "
           ACCEPT EntryCountText
           PERFORM UNTIL EntryCountText IS NUMERIC
               AND EntryCountNum >= 2 AND EntryCountNum <= 12
               DISPLAY "Installments must be two digits from 02 to "
                   "12. Re-enter: "
               ACCEPT EntryCountText
           END-PERFORM.

       GetFirstDueDate.
           DISPLAY "Enter the first installment due date YYYYMMDD: "
           ACCEPT EntryDueText
           PERFORM UNTIL EntryDueText IS NUMERIC
               AND EntryDueMonth >= 1 AND EntryDueMonth <= 12
               AND EntryDueDay >= 1 AND EntryDueDay <= 31
               DISPLAY "Due date must be a valid YYYYMMDD. Re-enter: "
               ACCEPT EntryDueText
           END-PERFORM.

      *> Equal installments, with the odd cents from the division
      *> carried on the last one so the schedule adds up to exactly
      *> the amount financed.
       BuildInstallments.
           DIVIDE EntryFinancedNum BY EntryCountNum
               GIVING InstallAmount
           COMPUTE LastInstallAmount = EntryFinancedNum
               - InstallAmount * EntryCountNum + InstallAmount
           MOVE EntryDueNum TO DueDateNum
           PERFORM AddOneInstallment
               VARYING InstallNumber FROM 1 BY 1
               UNTIL InstallNumber > EntryCountNum.

       AddOneInstallment.
           ADD 1 TO PlanCount
           MOVE MaintStudentID   TO PlnStudentID(PlanCount)
           MOVE MaintSemester    TO PlnSemester(PlanCount)
           MOVE EntryFinancedNum TO PlnFinanced(PlanCount)
           MOVE EntryCountNum    TO PlnInstallCount(PlanCount)
           MOVE InstallNumber    TO PlnInstallNo(PlanCount)
           MOVE DueDateNum       TO PlnDueDate(PlanCount)
           IF InstallNumber = EntryCountNum
               MOVE LastInstallAmount TO PlnDueAmount(PlanCount)
           ELSE
               MOVE InstallAmount TO PlnDueAmount(PlanCount)
           END-IF
           MOVE ZERO TO PlnPaidAmount(PlanCount)
           IF DueDay > 28
               MOVE 28 TO DueDay
           END-IF
           ADD 1 TO DueMonth
           IF DueMonth > 12
               MOVE 1 TO DueMonth
               ADD 1 TO DueYear
           END-IF.

       PostEnrollmentFee.
           IF PlanFeeAmount > ZERO
               MOVE MaintStudentID TO LedgerStudentID
               MOVE TodaysDate     TO LedgerDate
               MOVE "C"            TO LedgerType
               MOVE SPACE          TO LedgerSign
               MOVE PlanFeeAmount  TO LedgerAmount
               MOVE "PLANFEE"      TO LedgerReference
               WRITE LedgerRecord
               ADD 1 TO FeesCharged
               MOVE PlanFeeAmount TO PrintAmount
               DISPLAY "Plan enrollment fee of ", PrintAmount,
                   " charged to the student ledger."
           END-IF.

       ShowPlanSchedule.
           DISPLAY "Payment plan for ", MaintStudentID,
               " semester ", MaintSemester, ":"
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) = MaintStudentID
                   AND PlnSemester(PlanIdx) = MaintSemester
                   PERFORM ShowOneInstallment
               END-IF
           END-PERFORM.

       ShowOneInstallment.
           MOVE PlnDueAmount(PlanIdx) TO PrintAmount
           MOVE PlnPaidAmount(PlanIdx) TO PrintPaid
           DISPLAY "  ", PlnInstallNo(PlanIdx), " of ",
               PlnInstallCount(PlanIdx), "  due ",
               PlnDueDate(PlanIdx), "  ", PrintAmount,
               "  paid ", PrintPaid.

       RewritePlanFile.
           OPEN OUTPUT PlanFile
           PERFORM WritePlanEntry
               VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
           CLOSE PlanFile.

       WritePlanEntry.
           IF PlnStudentID(PlanIdx) NOT = SPACES
               MOVE PlnStudentID(PlanIdx)    TO PlanStudentID
               MOVE PlnSemester(PlanIdx)     TO PlanSemester
               MOVE PlnFinanced(PlanIdx)     TO PlanFinanced
               MOVE PlnInstallCount(PlanIdx) TO PlanInstallCount
               MOVE PlnInstallNo(PlanIdx)    TO PlanInstallNo
               MOVE PlnDueDate(PlanIdx)      TO PlanDueDate
               MOVE PlnDueAmount(PlanIdx)    TO PlanDueAmount
               MOVE PlnPaidAmount(PlanIdx)   TO PlanPaidAmount
               WRITE PlanRecord
           END-IF.

       END PROGRAM MaintainPaymentPlans.
