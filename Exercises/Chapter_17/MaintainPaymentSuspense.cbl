      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/03/2021
      * Purpose: Work the payment suspense queue PostStudentPayments
      *          fills with remittances for unknown or missing student
      *          IDs: list the open items, let staff assign each to
      *          the right student off the master, and post it to
      *          StudentLedger.dat as a payment dated with the bank's
      *          deposit date - applied to the student's oldest open
      *          plan installment the same way the posting run does -
      *          so no remittance is dropped for a bad stub.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainPaymentSuspense.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspenseFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentSuspense.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SuspenseFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT PlanFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentPlans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFileStatus.

           SELECT OPTIONAL LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
       01 SuspenseRecord.
           88 EOSuspenseFile VALUE HIGH-VALUES.
           02 SusDepositDate  PIC 9(8).
           02 SusStudentID    PIC X(9).
           02 SusAmount       PIC 9(7)V99.
           02 SusReference    PIC X(10).
           02 SusSource       PIC X.
           02 SusStatus       PIC X.
           02 SusAssignedID   PIC X(9).
           02 SusAssignedDate PIC 9(8).

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

       FD LedgerFile.
       01 LedgerRecord.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
           02 LedgerSign      PIC X.
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

       WORKING-STORAGE SECTION.
       01 SuspenseFileStatus PIC X(02) VALUE ZEROES.
       01 StudentFileStatus  PIC X(02) VALUE ZEROES.
       01 PlanFileStatus     PIC X(02) VALUE ZEROES.

       *> The whole suspense file held in memory for the session and
       *> rewritten in full at the end; an assigned item stays on
       *> file, marked A with the student and date, as the audit trail.
       01 SuspenseCount PIC 9(4) VALUE ZERO.
       01 SuspenseTable.
           02 SuspenseEntry OCCURS 1 TO 5000 TIMES
                            DEPENDING ON SuspenseCount
                            INDEXED BY SusIdx.
               03 SusTblDepositDate  PIC 9(8).
               03 SusTblStudentID    PIC X(9).
               03 SusTblAmount       PIC 9(7)V99.
               03 SusTblReference    PIC X(10).
               03 SusTblSource       PIC X.
               03 SusTblStatus       PIC X.
                   88 SusTblOpen VALUE "O".
               03 SusTblAssignedID   PIC X(9).
               03 SusTblAssignedDate PIC 9(8).

       *> Student names off the master; an item can only be assigned
       *> to a student on file.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).

       *> Installment plans, paid down oldest due date first the same
       *> way PostStudentPayments does it.
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

       01 OpenInstallmentSwitch PIC X VALUE "N".
           88 OpenInstallmentFound VALUE "Y" WHEN SET TO FALSE "N".
       01 OldestDueDate     PIC 9(8)    VALUE ZERO.
       01 OldestPosition    PIC 9(4)    VALUE ZERO.
       01 PaymentLeft       PIC 9(7)V99 VALUE ZERO.
       01 InstallmentOpen   PIC 9(7)V99 VALUE ZERO.

       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       *> The item number keyed as four digits, checked before it
       *> indexes the table.
       01 EntryItemText PIC X(4) VALUE SPACES.
       01 EntryItemNum REDEFINES EntryItemText PIC 9(4).
       01 ItemNumber     PIC 9(4) VALUE ZERO.
       01 AssignStudentID PIC X(9) VALUE SPACES.

       01 TodaysDate      PIC 9(8)    VALUE ZERO.
       01 OpenItems       PIC 9(4)    VALUE ZERO.
       01 OpenTotal       PIC 9(9)V99 VALUE ZERO.
       01 ItemsAssigned   PIC 9(4)    VALUE ZERO.
       01 AssignedTotal   PIC 9(9)V99 VALUE ZERO.
       01 PrintAmount     PIC $$,$$$,$$9.99.
       01 PrintTotal      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadSuspenseTable
           IF SuspenseCount = ZERO
               DISPLAY "The payment suspense file is empty."
               STOP RUN
           END-IF
           PERFORM LoadStudentMaster
           PERFORM LoadPlanTable
           ACCEPT TodaysDate FROM DATE YYYYMMDD

           PERFORM ListOpenItems
           OPEN EXTEND LedgerFile
           PERFORM PromptForItem *> Init loop.
           PERFORM PromptForItem
               UNTIL EntryItemText = SPACES *> Loop.
           CLOSE LedgerFile

           PERFORM RewriteSuspenseFile
           IF ItemsAssigned > ZERO AND PlanCount > ZERO
               PERFORM RewritePlanFile
           END-IF

           MOVE AssignedTotal TO PrintTotal
           DISPLAY "Items assigned and posted: ", ItemsAssigned,
               " totalling ", PrintTotal
           *> Print the queue back for visual validation.
           PERFORM ListOpenItems
           STOP RUN.

       LoadSuspenseTable.
           OPEN INPUT SuspenseFile
           IF SuspenseFileStatus = "00"
               PERFORM ReadSuspenseLine
               PERFORM UNTIL EOSuspenseFile
                   ADD 1 TO SuspenseCount
                   MOVE SusDepositDate
                       TO SusTblDepositDate(SuspenseCount)
                   MOVE SusStudentID  TO SusTblStudentID(SuspenseCount)
                   MOVE SusAmount     TO SusTblAmount(SuspenseCount)
                   MOVE SusReference  TO SusTblReference(SuspenseCount)
                   MOVE SusSource     TO SusTblSource(SuspenseCount)
                   MOVE SusStatus     TO SusTblStatus(SuspenseCount)
                   MOVE SusAssignedID TO SusTblAssignedID(SuspenseCount)
                   MOVE SusAssignedDate
                       TO SusTblAssignedDate(SuspenseCount)
                   PERFORM ReadSuspenseLine
               END-PERFORM
               CLOSE SuspenseFile
           END-IF.

       ReadSuspenseLine.
           READ SuspenseFile
               AT END SET EOSuspenseFile TO TRUE.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
               DISPLAY "No StudentMaster.dat; suspense items cannot "
                   "be assigned until the master is on file."
           ELSE
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadPlanTable.
           OPEN INPUT PlanFile
           IF PlanFileStatus = "00" OR PlanFileStatus = "05"
               OR PlanFileStatus = "07"
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

       ListOpenItems.
           MOVE ZERO TO OpenItems
           MOVE ZERO TO OpenTotal
           DISPLAY "OPEN PAYMENT SUSPENSE ITEMS"
           DISPLAY "ITEM DEPOSITED STUB ID   REFERENCE        AMOUNT"
           PERFORM ListOneItem
               VARYING SusIdx FROM 1 BY 1
               UNTIL SusIdx > SuspenseCount
           MOVE OpenTotal TO PrintTotal
           DISPLAY "Open items: ", OpenItems, " totalling ",
               PrintTotal.

       ListOneItem.
           IF SusTblOpen(SusIdx)
               ADD 1 TO OpenItems
               ADD SusTblAmount(SusIdx) TO OpenTotal
               SET ItemNumber TO SusIdx
               MOVE SusTblAmount(SusIdx) TO PrintAmount
               DISPLAY ItemNumber, " ", SusTblDepositDate(SusIdx),
                   " ", SusTblStudentID(SusIdx), " ",
                   SusTblReference(SusIdx), " ", PrintAmount
           END-IF.

       PromptForItem.
           DISPLAY "Enter the four-digit item number to assign, "
               "spaces to finish: "
           MOVE SPACES TO EntryItemText
           ACCEPT EntryItemText
           IF EntryItemText NOT = SPACES
               IF EntryItemText IS NOT NUMERIC
                   OR EntryItemNum = ZERO
                   OR EntryItemNum > SuspenseCount
                   DISPLAY "Enter a four-digit item number from the "
                       "list."
               ELSE
                   SET SusIdx TO EntryItemNum
                   IF NOT SusTblOpen(SusIdx)
                       DISPLAY "Item ", EntryItemText, " was already "
                           "assigned to ", SusTblAssignedID(SusIdx),
                           "."
                   ELSE
                       PERFORM AssignOneItem
                   END-IF
               END-IF
           END-IF.

       AssignOneItem.
           MOVE SusTblAmount(SusIdx) TO PrintAmount
           DISPLAY "Item ", EntryItemText, ": ", PrintAmount,
               " deposited ", SusTblDepositDate(SusIdx),
               " reference ", SusTblReference(SusIdx)
           DISPLAY "Enter the student ID to post it to, "
               "spaces to leave it in suspense: "
           MOVE SPACES TO AssignStudentID
           ACCEPT AssignStudentID
           IF AssignStudentID NOT = SPACES
               PERFORM FindAssignStudent
               IF NOT StudentIsKnown
                   DISPLAY "Student ", AssignStudentID, " is not on "
                       "the student master; item left in suspense."
               ELSE
                   DISPLAY "Posting to ", TblFirstName(StuIdx),
                       " ", TblLastName(StuIdx)
                   PERFORM PostAssignedItem
               END-IF
           END-IF.

       FindAssignStudent.
           SET StudentIsKnown TO FALSE
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   CONTINUE
               WHEN TblStudentID(StuIdx) = AssignStudentID
                   SET StudentIsKnown TO TRUE
           END-SEARCH.

      *> The payment goes on the ledger as of the bank's deposit
      *> date, not the day staff got to it, so aging and late fees
      *> see it when the money actually arrived.
       PostAssignedItem.
           MOVE AssignStudentID          TO LedgerStudentID
           MOVE SusTblDepositDate(SusIdx) TO LedgerDate
           MOVE "P"                      TO LedgerType
           MOVE SPACE                    TO LedgerSign
           MOVE SusTblAmount(SusIdx)     TO LedgerAmount
           MOVE SusTblReference(SusIdx)  TO LedgerReference
           WRITE LedgerRecord
           MOVE "A"             TO SusTblStatus(SusIdx)
           MOVE AssignStudentID TO SusTblAssignedID(SusIdx)
           MOVE TodaysDate      TO SusTblAssignedDate(SusIdx)
           ADD 1 TO ItemsAssigned
           ADD SusTblAmount(SusIdx) TO AssignedTotal
           IF PlanCount > ZERO
               PERFORM ApplyPaymentToPlan
           END-IF.

       ApplyPaymentToPlan.
           MOVE SusTblAmount(SusIdx) TO PaymentLeft
           SET OpenInstallmentFound TO TRUE
           PERFORM ApplyToOldestInstallment
               UNTIL PaymentLeft = ZERO
               OR NOT OpenInstallmentFound.

       ApplyToOldestInstallment.
           SET OpenInstallmentFound TO FALSE
           MOVE 99999999 TO OldestDueDate
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) = AssignStudentID
                   AND PlnPaidAmount(PlanIdx) < PlnDueAmount(PlanIdx)
                   AND PlnDueDate(PlanIdx) < OldestDueDate
                   MOVE PlnDueDate(PlanIdx) TO OldestDueDate
                   SET OldestPosition TO PlanIdx
                   SET OpenInstallmentFound TO TRUE
               END-IF
           END-PERFORM
           IF OpenInstallmentFound
               SUBTRACT PlnPaidAmount(OldestPosition)
                   FROM PlnDueAmount(OldestPosition)
                   GIVING InstallmentOpen
               IF PaymentLeft < InstallmentOpen
                   MOVE PaymentLeft TO InstallmentOpen
               END-IF
               ADD InstallmentOpen TO PlnPaidAmount(OldestPosition)
               SUBTRACT InstallmentOpen FROM PaymentLeft
           END-IF.

       RewriteSuspenseFile.
           OPEN OUTPUT SuspenseFile
           PERFORM WriteSuspenseEntry
               VARYING SusIdx FROM 1 BY 1
               UNTIL SusIdx > SuspenseCount
           CLOSE SuspenseFile.

       WriteSuspenseEntry.
           MOVE SusTblDepositDate(SusIdx)  TO SusDepositDate
           MOVE SusTblStudentID(SusIdx)    TO SusStudentID
           MOVE SusTblAmount(SusIdx)       TO SusAmount
           MOVE SusTblReference(SusIdx)    TO SusReference
           MOVE SusTblSource(SusIdx)       TO SusSource
           MOVE SusTblStatus(SusIdx)       TO SusStatus
           MOVE SusTblAssignedID(SusIdx)   TO SusAssignedID
           MOVE SusTblAssignedDate(SusIdx) TO SusAssignedDate
           WRITE SuspenseRecord.

       RewritePlanFile.
           OPEN OUTPUT PlanFile
           PERFORM WritePlanEntry
               VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
           CLOSE PlanFile.

       WritePlanEntry.
           MOVE PlnStudentID(PlanIdx)    TO PlanStudentID
           MOVE PlnSemester(PlanIdx)     TO PlanSemester
           MOVE PlnFinanced(PlanIdx)     TO PlanFinanced
           MOVE PlnInstallCount(PlanIdx) TO PlanInstallCount
           MOVE PlnInstallNo(PlanIdx)    TO PlanInstallNo
           MOVE PlnDueDate(PlanIdx)      TO PlanDueDate
           MOVE PlnDueAmount(PlanIdx)    TO PlanDueAmount
           MOVE PlnPaidAmount(PlanIdx)   TO PlanPaidAmount
           WRITE PlanRecord.

       END PROGRAM MaintainPaymentSuspense.
