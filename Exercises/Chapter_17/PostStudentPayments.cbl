      *          already on StudentLedger.dat, and print every
      *          student's running balance with batch control totals -
      *          so what a student actually owes stops living in a
      *          spreadsheet only the bursar can see. Students on a
      *          payment plan have each payment applied to their
      *          oldest open installment first on PaymentPlans.dat.
      *          The bank's lockbox file posts alongside the keyed
      *          batch once its trailer proves the detail, dated with
      *          the bank's deposit date; a remittance or keyed payment
      *          for an unknown or missing student goes to the suspense
      *          file for MaintainPaymentSuspense to assign.
      *          Sponsor checks keyed to SponsorPayments.dat post to
      *          the sponsor receivable, never a student's account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PaymentsFileStatus.

           *> The bank's daily lockbox file: a header with the deposit
           *> date and batch, one detail per remittance, and a trailer
           *> with the remittance count and deposit total in cents.
           SELECT LockboxFile
             ASSIGN TO "./Exercises/Chapter_17/Lockbox.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LockboxFileStatus.

           *> Every lockbox batch posted, so the same bank file can't
           *> post twice.
           SELECT OPTIONAL LockboxLogFile
             ASSIGN TO "./Exercises/Chapter_17/LockboxLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LockboxLogFileStatus.

           *> Money received for a student ID that isn't on the master,
           *> or no ID at all, waiting for staff to assign it.
           SELECT OPTIONAL SuspenseFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentSuspense.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           *> Installment plans; each payment pays down the student's
           *> oldest open installment first.
           SELECT PlanFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentPlans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFileStatus.

           *> Payments from employers, the military and agencies:
           *> sponsor, date, amount and the check reference.
           SELECT SponsorPaymentsFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorPayments.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorPaymentsFileStatus.

           SELECT SponsorFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorFileStatus.

           SELECT OPTIONAL SponsorLedgerFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PaymentsFile.
           02 PayAmount    PIC 9(7)V99.
           02 PayReference PIC X(10).

       FD LockboxFile.
       01 LockboxRecord.
           88 EOLockboxFile VALUE HIGH-VALUES.
           02 LockRecordType PIC X.
               88 LockHeaderLine  VALUE "H".
               88 LockDetailLine  VALUE "D".
               88 LockTrailerLine VALUE "T".
           02 LockBody       PIC X(39).
           02 LockHeaderBody REDEFINES LockBody.
               03 LockDepositDate PIC 9(8).
               03 LockBatchID     PIC X(10).
               03 FILLER          PIC X(21).
           02 LockDetailBody REDEFINES LockBody.
               03 LockStudentID   PIC X(9).
               03 LockAmountCents PIC 9(9).
               03 LockCheckNumber PIC X(10).
               03 FILLER          PIC X(11).
           02 LockTrailerBody REDEFINES LockBody.
               03 LockTrailerCount PIC 9(5).
               03 LockTrailerCents PIC 9(13).
               03 FILLER           PIC X(21).

       FD LockboxLogFile.
       01 LockboxLogRecord.
           88 EOLockboxLogFile VALUE HIGH-VALUES.
           02 LogBatchID     PIC X(10).
           02 LogDepositDate PIC 9(8).
           02 LogCount       PIC 9(5).
           02 LogCents       PIC 9(13).
           02 LogPostedDate  PIC 9(8).

       FD SuspenseFile.
       01 SuspenseRecord.
           02 SusDepositDate  PIC 9(8).
           02 SusStudentID    PIC X(9).
           02 SusAmount       PIC 9(7)V99.
           02 SusReference    PIC X(10).
           02 SusSource       PIC X.
           02 SusStatus       PIC X.
           02 SusAssignedID   PIC X(9).
           02 SusAssignedDate PIC 9(8).

       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
               88 LedgerLateFee   VALUE "F".
               88 LedgerAid       VALUE "D".
               88 LedgerAdjust    VALUE "A".
               88 LedgerWriteOff  VALUE "W".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
           02 LedgerAmount    PIC 9(7)V99.
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

       FD SponsorPaymentsFile.
       01 SponsorPaymentRecord.
           88 EOSponsorPaymentsFile VALUE HIGH-VALUES.
           02 SpaySponsorID PIC X(6).
           02 SpayDate      PIC 9(8).
           02 SpayAmount    PIC 9(7)V99.
           02 SpayReference PIC X(10).

       FD SponsorFile.
       01 SponsorRecord.
           88 EOSponsorFile VALUE HIGH-VALUES.
           02 SponsorID       PIC X(6).
           02 SponsorName     PIC X(30).
           02 SponsorType     PIC X.
           02 SponsorAddress1 PIC X(30).
           02 SponsorAddress2 PIC X(30).

       FD SponsorLedgerFile.
       01 SponsorLedgerRecord.
           02 SlgSponsorID PIC X(6).
           02 SlgStudentID PIC X(9).
           02 SlgSemester  PIC X(6).
           02 SlgDate      PIC 9(8).
           02 SlgType      PIC X.
           02 SlgAmount    PIC 9(7)V99.
           02 SlgReference PIC X(10).

       WORKING-STORAGE SECTION.
       01 PaymentsFileStatus PIC X(02) VALUE ZEROES.
       01 LedgerFileStatus   PIC X(02) VALUE ZEROES.
       01 StudentFileStatus  PIC X(02) VALUE ZEROES.
       01 PlanFileStatus     PIC X(02) VALUE ZEROES.
       01 LockboxFileStatus  PIC X(02) VALUE ZEROES.
       01 LockboxLogFileStatus PIC X(02) VALUE ZEROES.

       *> The payment being posted, whichever file it came from: K
       *> for the keyed batch, L for the bank's lockbox.
       01 RemitStudentID PIC X(9)    VALUE SPACES.
       01 RemitDate      PIC 9(8)    VALUE ZERO.
       01 RemitAmount    PIC 9(7)V99 VALUE ZERO.
       01 RemitReference PIC X(10)   VALUE SPACES.
       01 RemitSource    PIC X       VALUE "K".

       *> The lockbox file is proved against its trailer before any
       *> of it posts.
       01 LockboxHeaderSwitch PIC X VALUE "N".
           88 LockboxHeaderSeen VALUE "Y" WHEN SET TO FALSE "N".
       01 LockboxTrailerSwitch PIC X VALUE "N".
           88 LockboxTrailerSeen VALUE "Y" WHEN SET TO FALSE "N".
       01 LockboxBalancedSwitch PIC X VALUE "N".
           88 LockboxBalanced VALUE "Y" WHEN SET TO FALSE "N".
       01 LockboxPostedSwitch PIC X VALUE "N".
           88 LockboxAlreadyPosted VALUE "Y" WHEN SET TO FALSE "N".
       01 LockboxDepositDate PIC 9(8)  VALUE ZERO.
       01 LockboxBatchID     PIC X(10) VALUE SPACES.
       01 LockboxDetailCount PIC 9(5)  VALUE ZERO.
       01 LockboxDetailCents PIC 9(13) VALUE ZERO.
       01 LockboxExpectCount PIC 9(5)  VALUE ZERO.
       01 LockboxExpectCents PIC 9(13) VALUE ZERO.
       01 LockboxBadLines    PIC 9(5)  VALUE ZERO.
       01 LockboxTotal       PIC 9(11)V99 VALUE ZERO.
       01 RunDate            PIC 9(8)  VALUE ZERO.
       01 SuspenseTotal      PIC 9(9)V99 VALUE ZERO.

       *> Every installment line on file, rewritten in full with the
       *> amounts paid once the batch is posted.
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
       01 PlanAppliedTotal  PIC 9(9)V99 VALUE ZERO.
       01 InstallmentsPaidOff PIC 9(5)  VALUE ZERO.

       *> Known student IDs off the master; a payment keyed for an
       *> unknown ID is held out of the ledger as an exception.
       01 PrintBalance PIC +$$,$$$,$$9.99.
       01 PrintSide    PIC $$,$$$,$$$,$$9.99.

       *> Sponsor IDs off the sponsor master; a sponsor check for an
       *> ID not on it is refused, not guessed at.
       01 SponsorPaymentsFileStatus PIC X(02) VALUE ZEROES.
       01 SponsorFileStatus         PIC X(02) VALUE ZEROES.
       01 SponsorCount PIC 9(4) VALUE ZERO.
       01 SponsorIDTable.
           02 SponsorIDEntry OCCURS 1 TO 2000 TIMES
                             DEPENDING ON SponsorCount
                             INDEXED BY SponIdx.
               03 KnownSponsorID PIC X(6).
       01 SponsorKnownSwitch PIC X VALUE "N".
           88 SponsorIsKnown VALUE "Y" WHEN SET TO FALSE "N".
       01 SponsorPaymentsPosted  PIC 9(5)    VALUE ZERO.
       01 SponsorPaymentsRefused PIC 9(5)    VALUE ZERO.
       01 SponsorPostedTotal     PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadStudentMaster
           PERFORM LoadPlanTable
           ACCEPT RunDate FROM DATE YYYYMMDD

           OPEN EXTEND SuspenseFile
           PERFORM PostKeyedPayments
           PERFORM PostLockboxFile
           CLOSE SuspenseFile
           PERFORM PostSponsorPayments

           MOVE PostedTotal TO PrintPostedTotal
           DISPLAY "Payments posted: ", PaymentsPosted,
               " totalling ", PrintPostedTotal
           MOVE SuspenseTotal TO PrintPostedTotal
           DISPLAY "Payments sent to suspense (unknown student): ",
               PaymentsHeld, " totalling ", PrintPostedTotal
           IF PlanCount > ZERO
               PERFORM RewritePlanFile
               MOVE PlanAppliedTotal TO PrintPostedTotal
               DISPLAY "Applied to plan installments: ",
                   PrintPostedTotal
               DISPLAY "Installments paid off: ",
                   InstallmentsPaidOff
           END-IF

           PERFORM BuildBalances
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

       PostKeyedPayments.
           OPEN INPUT PaymentsFile
           IF PaymentsFileStatus NOT = "00" AND PaymentsFileStatus
               NOT = "05" AND PaymentsFileStatus NOT = "07"
               DISPLAY "No Payments.dat, status "
                   PaymentsFileStatus "; no keyed payments posted."
           ELSE
               OPEN EXTEND LedgerFile
               PERFORM ReadPaymentLine
               PERFORM UNTIL EOPaymentsFile
                   MOVE PayStudentID TO RemitStudentID
                   MOVE PayDate      TO RemitDate
                   MOVE PayAmount    TO RemitAmount
                   MOVE PayReference TO RemitReference
                   MOVE "K"          TO RemitSource
                   PERFORM PostOnePayment
                   PERFORM ReadPaymentLine
               END-PERFORM
               CLOSE PaymentsFile
               CLOSE LedgerFile
           END-IF.

       ReadPaymentLine.
           READ PaymentsFile
               AT END SET EOPaymentsFile TO TRUE.

      *> Nothing in the bank's file posts unless the whole file proves
      *> against its trailer and the batch hasn't been posted before.
       PostLockboxFile.
           OPEN INPUT LockboxFile
           IF LockboxFileStatus NOT = "00" AND LockboxFileStatus
               NOT = "05" AND LockboxFileStatus NOT = "07"
               DISPLAY "No Lockbox.dat from the bank this run."
           ELSE
               PERFORM ProveLockboxFile
               CLOSE LockboxFile
               EVALUATE TRUE
                   WHEN NOT LockboxBalanced
                       DISPLAY "Lockbox file refused: the detail does "
                           "not prove to the trailer."
                       DISPLAY "  Detail count ", LockboxDetailCount,
                           " cents ", LockboxDetailCents
                       DISPLAY "  Trailer count ", LockboxExpectCount,
                           " cents ", LockboxExpectCents
                       DISPLAY "  Header seen ", LockboxHeaderSwitch,
                           ", trailer seen ", LockboxTrailerSwitch,
                           ", unreadable lines ", LockboxBadLines
                   WHEN LockboxAlreadyPosted
                       DISPLAY "Lockbox batch ", LockboxBatchID,
                           " deposited ", LockboxDepositDate,
                           " was already posted; file refused."
                   WHEN OTHER
                       PERFORM PostLockboxRemittances
                       PERFORM LogLockboxBatch
                       MOVE LockboxTotal TO PrintPostedTotal
                       DISPLAY "Lockbox batch ", LockboxBatchID,
                           " deposited ", LockboxDepositDate, ": ",
                           LockboxDetailCount, " remittances, ",
                           PrintPostedTotal
               END-EVALUATE
           END-IF.

       ProveLockboxFile.
           SET LockboxHeaderSeen TO FALSE
           SET LockboxTrailerSeen TO FALSE
           SET LockboxBalanced TO FALSE
           SET LockboxAlreadyPosted TO FALSE
           PERFORM ReadLockboxLine
           PERFORM UNTIL EOLockboxFile
               EVALUATE TRUE
                   WHEN LockHeaderLine
                       SET LockboxHeaderSeen TO TRUE
                       MOVE LockDepositDate TO LockboxDepositDate
                       MOVE LockBatchID     TO LockboxBatchID
                   WHEN LockDetailLine AND LockAmountCents IS NUMERIC
                       ADD 1 TO LockboxDetailCount
                       ADD LockAmountCents TO LockboxDetailCents
                   WHEN LockTrailerLine
                       SET LockboxTrailerSeen TO TRUE
                       MOVE LockTrailerCount TO LockboxExpectCount
                       MOVE LockTrailerCents TO LockboxExpectCents
                   WHEN OTHER
                       ADD 1 TO LockboxBadLines
               END-EVALUATE
               PERFORM ReadLockboxLine
           END-PERFORM
           IF LockboxHeaderSeen AND LockboxTrailerSeen
               AND LockboxBadLines = ZERO
               AND LockboxDetailCount = LockboxExpectCount
               AND LockboxDetailCents = LockboxExpectCents
               SET LockboxBalanced TO TRUE
               PERFORM CheckLockboxLog
           END-IF.

       ReadLockboxLine.
           READ LockboxFile
               AT END SET EOLockboxFile TO TRUE.

       CheckLockboxLog.
           OPEN INPUT LockboxLogFile
           IF LockboxLogFileStatus = "00"
               PERFORM ReadLockboxLogLine
               PERFORM UNTIL EOLockboxLogFile
                   IF LogBatchID = LockboxBatchID
                       AND LogDepositDate = LockboxDepositDate
                       SET LockboxAlreadyPosted TO TRUE
                   END-IF
                   PERFORM ReadLockboxLogLine
               END-PERFORM
           END-IF
           CLOSE LockboxLogFile.

       ReadLockboxLogLine.
           READ LockboxLogFile
               AT END SET EOLockboxLogFile TO TRUE.

      *> Each remittance posts as of the bank's deposit date, the
      *> check number standing in as the receipt reference.
       PostLockboxRemittances.
           OPEN INPUT LockboxFile
           OPEN EXTEND LedgerFile
           PERFORM ReadLockboxLine
           PERFORM UNTIL EOLockboxFile
               IF LockDetailLine
                   MOVE LockStudentID      TO RemitStudentID
                   MOVE LockboxDepositDate TO RemitDate
                   COMPUTE RemitAmount = LockAmountCents / 100
                   MOVE LockCheckNumber    TO RemitReference
                   MOVE "L"                TO RemitSource
                   ADD RemitAmount TO LockboxTotal
                   PERFORM PostOnePayment
               END-IF
               PERFORM ReadLockboxLine
           END-PERFORM
           CLOSE LockboxFile
           CLOSE LedgerFile.

       LogLockboxBatch.
           OPEN EXTEND LockboxLogFile
           MOVE LockboxBatchID     TO LogBatchID
           MOVE LockboxDepositDate TO LogDepositDate
           MOVE LockboxDetailCount TO LogCount
           MOVE LockboxDetailCents TO LogCents
           MOVE RunDate            TO LogPostedDate
           WRITE LockboxLogRecord
           CLOSE LockboxLogFile.

       PostOnePayment.
           SET StudentIsKnown TO TRUE
           IF NOT NoStudentMaster
               SEARCH StudentIDEntry
                   AT END
                       CONTINUE
                   WHEN KnownStudentID(StuIdx) = RemitStudentID
                       SET StudentIsKnown TO TRUE
               END-SEARCH
           END-IF
           IF RemitStudentID = SPACES
               SET StudentIsKnown TO FALSE
           END-IF
           IF NOT StudentIsKnown
               DISPLAY "Payment ", RemitReference, " for unknown ",
                   "student ", RemitStudentID, "; sent to suspense."
               PERFORM WriteSuspenseItem
           ELSE
               MOVE RemitStudentID TO LedgerStudentID
               MOVE RemitDate      TO LedgerDate
               MOVE "P"            TO LedgerType
               MOVE SPACE          TO LedgerSign
               MOVE RemitAmount    TO LedgerAmount
               MOVE RemitReference TO LedgerReference
               WRITE LedgerRecord
               ADD 1 TO PaymentsPosted
               ADD RemitAmount TO PostedTotal
               IF PlanCount > ZERO
                   PERFORM ApplyPaymentToPlan
               END-IF
           END-IF.

      *> Suspense items go out open, as received; the bank's student
      *> ID is kept as keyed so staff can see what was on the stub.
       WriteSuspenseItem.
           MOVE RemitDate      TO SusDepositDate
           MOVE RemitStudentID TO SusStudentID
           MOVE RemitAmount    TO SusAmount
           MOVE RemitReference TO SusReference
           MOVE RemitSource    TO SusSource
           MOVE "O"            TO SusStatus
           MOVE SPACES         TO SusAssignedID
           MOVE ZERO           TO SusAssignedDate
           WRITE SuspenseRecord
           ADD 1 TO PaymentsHeld
           ADD RemitAmount TO SuspenseTotal.

      *> The payment pays off the student's open installments oldest
      *> due date first, across every plan the student has; whatever
      *> is left over once they are all paid stays on the ledger as
      *> a credit.
       ApplyPaymentToPlan.
           MOVE RemitAmount TO PaymentLeft
           SET OpenInstallmentFound TO TRUE
           PERFORM ApplyToOldestInstallment
               UNTIL PaymentLeft = ZERO
               OR NOT OpenInstallmentFound.

       ApplyToOldestInstallment.
           SET OpenInstallmentFound TO FALSE
           MOVE 99999999 TO OldestDueDate
           PERFORM VARYING PlanIdx FROM 1 BY 1
               UNTIL PlanIdx > PlanCount
               IF PlnStudentID(PlanIdx) = RemitStudentID
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
               ELSE
                   ADD 1 TO InstallmentsPaidOff
               END-IF
               ADD InstallmentOpen TO PlnPaidAmount(OldestPosition)
               SUBTRACT InstallmentOpen FROM PaymentLeft
               ADD InstallmentOpen TO PlanAppliedTotal
           END-IF.

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

      *> Sponsor checks post to SponsorLedger.dat as type "P" against
      *> the sponsor alone and never touch a student's account; a
      *> sponsor not on SponsorMaster.dat is refused.
       PostSponsorPayments.
           OPEN INPUT SponsorPaymentsFile
           IF SponsorPaymentsFileStatus = "00"
               OR SponsorPaymentsFileStatus = "05"
               OR SponsorPaymentsFileStatus = "07"
               PERFORM LoadSponsorMaster
               OPEN EXTEND SponsorLedgerFile
               PERFORM ReadSponsorPaymentLine
               PERFORM UNTIL EOSponsorPaymentsFile
                   PERFORM PostOneSponsorPayment
                   PERFORM ReadSponsorPaymentLine
               END-PERFORM
               CLOSE SponsorLedgerFile
               CLOSE SponsorPaymentsFile
               MOVE SponsorPostedTotal TO PrintPostedTotal
               DISPLAY "Sponsor payments posted: ",
                   SponsorPaymentsPosted, " totalling ",
                   PrintPostedTotal
               DISPLAY "Sponsor payments refused (unknown sponsor): ",
                   SponsorPaymentsRefused
           END-IF.

       ReadSponsorPaymentLine.
           READ SponsorPaymentsFile
               AT END SET EOSponsorPaymentsFile TO TRUE.

       LoadSponsorMaster.
           OPEN INPUT SponsorFile
           IF SponsorFileStatus = "00"
               PERFORM ReadSponsorLine
               PERFORM UNTIL EOSponsorFile
                   ADD 1 TO SponsorCount
                   MOVE SponsorID TO KnownSponsorID(SponsorCount)
                   PERFORM ReadSponsorLine
               END-PERFORM
               CLOSE SponsorFile
           END-IF.

       ReadSponsorLine.
           READ SponsorFile
               AT END SET EOSponsorFile TO TRUE.

       PostOneSponsorPayment.
           SET SponsorIsKnown TO FALSE
           IF SponsorCount > ZERO
               SET SponIdx TO 1
               SEARCH SponsorIDEntry
                   AT END
                       CONTINUE
                   WHEN KnownSponsorID(SponIdx) = SpaySponsorID
                       SET SponsorIsKnown TO TRUE
               END-SEARCH
           END-IF
           IF SponsorIsKnown
               MOVE SpaySponsorID TO SlgSponsorID
               MOVE SPACES        TO SlgStudentID
               MOVE SPACES        TO SlgSemester
               MOVE SpayDate      TO SlgDate
               MOVE "P"           TO SlgType
               MOVE SpayAmount    TO SlgAmount
               MOVE SpayReference TO SlgReference
               WRITE SponsorLedgerRecord
               ADD 1 TO SponsorPaymentsPosted
               ADD SpayAmount TO SponsorPostedTotal
           ELSE
               MOVE SpayAmount TO PrintBalance
               DISPLAY "Sponsor payment refused, sponsor "
                   SpaySponsorID " not on SponsorMaster.dat: "
                   PrintBalance " ref " SpayReference
               ADD 1 TO SponsorPaymentsRefused
           END-IF.

      *> Replay the whole ledger into one balance per student:
               WHEN LedgerCharge OR LedgerLateFee
                   ADD LedgerAmount TO BalAmount(BalIdx)
                   ADD LedgerAmount TO TotalCharges
               WHEN (LedgerAdjust OR LedgerWriteOff) AND NegativeAdjust
                   SUBTRACT LedgerAmount FROM BalAmount(BalIdx)
                   ADD LedgerAmount TO TotalCredits
               WHEN LedgerAdjust OR LedgerWriteOff
                   ADD LedgerAmount TO BalAmount(BalIdx)
                   ADD LedgerAmount TO TotalCharges
               WHEN OTHER
