      *          generates faculty letters - name and address off the
      *          student master, balance off the ledger - so the
      *          bursar stops chasing delinquents from memory.
      *          A student on a payment plan is aged on the past-due
      *          installments only, from the oldest one's due date;
      *          the part of the plan not yet due is left out.
      *          A student over 90 days past due gets a financial
      *          hold on StudentHolds.dat, released again once the
      *          aged balance drops back under the threshold.
      *          A balance written off to the collection agency
      *          (type W) comes off the aged balance like a credit
      *          adjustment; a recovery reinstating it goes back on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LateFeeFileStatus.

           *> Installment plans; installments not yet due are kept
           *> out of the aged balance.
           SELECT PlanFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentPlans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFileStatus.

           SELECT LetterFile
             ASSIGN TO "./Exercises/Chapter_17/DunningLetters.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Registration holds, one line per hold placed; the aging
           *> places and releases only the financial holds it placed
           *> itself and leaves every other line as it found it.
           SELECT HoldsFile
             ASSIGN TO "./Exercises/Chapter_17/StudentHolds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HoldsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
               88 LedgerCharge    VALUE "C".
               88 LedgerLateFee   VALUE "F".
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

       FD LateFeeFile.
       01 LateFeeRecord PIC 9(5)V99.

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

       FD LetterFile.
       01 LetterLine PIC X(90).

       FD HoldsFile.
       01 HoldRecord.
           88 EOHoldsFile VALUE HIGH-VALUES.
           02 HoldStudentID   PIC X(9).
           02 HoldType        PIC X.
           02 HoldPlacedDate  PIC 9(8).
           02 HoldOffice      PIC X(10).
           02 HoldReleaseDate PIC 9(8).
           02 HoldBlocking    PIC X.
           02 HoldReason      PIC X(30).

       WORKING-STORAGE SECTION.
       01 LedgerFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.
       01 LateFeeFileStatus PIC X(02) VALUE ZEROES.
       01 PlanFileStatus    PIC X(02) VALUE ZEROES.
       01 HoldsFileStatus   PIC X(02) VALUE ZEROES.

       01 LateFeeAmount PIC 9(5)V99 VALUE ZERO.

               03 AgeFee30Done   PIC X.
               03 AgeFee60Done   PIC X.
               03 AgeFee90Done   PIC X.
               03 AgeOnPlan      PIC X.
               03 AgePlanNotDue  PIC 9(9)V99.
               03 AgePlanPastDate PIC 9(8).
               03 AgeOver90      PIC X.

       *> Name and address rows off the student master.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 DaysUnpaid      PIC S9(5) VALUE ZERO.
       01 RunDate         PIC 9(8) VALUE ZERO.

       *> What actually gets aged, and from when: the whole balance
       *> from the oldest charge, or for a plan student the balance
       *> less the installments not yet due, from the oldest
       *> past-due installment.
       01 AgedAmount      PIC S9(9)V99 VALUE ZERO.
       01 AgedFromDate    PIC 9(8) VALUE ZERO.
       01 PlanOpenAmount  PIC 9(7)V99 VALUE ZERO.

       01 BucketCurrent PIC 9(11)V99 VALUE ZERO.
       01 Bucket30      PIC 9(11)V99 VALUE ZERO.
       01 Bucket60      PIC 9(11)V99 VALUE ZERO.
       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       *> The whole holds file held in memory and written back once
       *> the financial holds have been placed and released.
       01 HoldCount PIC 9(4) VALUE ZERO.
       01 HoldTable.
           02 HoldEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON HoldCount
                        INDEXED BY HoldIdx.
               03 HoldLine.
                   04 TblHoldStudentID   PIC X(9).
                   04 TblHoldType        PIC X.
                   04 TblHoldPlacedDate  PIC 9(8).
                   04 TblHoldOffice      PIC X(10).
                   04 TblHoldReleaseDate PIC 9(8).
                   04 TblHoldBlocking    PIC X.
                   04 TblHoldReason      PIC X(30).

       01 HoldTableSwitch PIC X VALUE "N".
           88 HoldTableFull VALUE "Y" WHEN SET TO FALSE "N".

       01 AgingHoldOffice PIC X(10) VALUE "BURSAR".
       01 AgingHoldReason PIC X(30)
           VALUE "BALANCE OVER 90 DAYS PAST DUE".

       01 HoldFoundSwitch PIC X VALUE "N".
           88 AgingHoldFound VALUE "Y" WHEN SET TO FALSE "N".
       01 StillOver90Switch PIC X VALUE "N".
           88 StillOver90 VALUE "Y" WHEN SET TO FALSE "N".
       01 HoldsPlaced   PIC 9(4) VALUE ZERO.
       01 HoldsReleased PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadLateFee
               TodaysYear * 365 + TodaysMonth * 30 + TodaysDay
           COMPUTE RunDate =
               TodaysYear * 10000 + TodaysMonth * 100 + TodaysDay
           PERFORM LoadPaymentPlans

           OPEN EXTEND LedgerFile
           OPEN OUTPUT LetterFile
           CLOSE LedgerFile
           CLOSE LetterFile

           PERFORM UpdateFinancialHolds

           MOVE BucketCurrent TO PrintBucket
           DISPLAY "Current (0-30):    ", PrintBucket
           MOVE Bucket30 TO PrintBucket
           DISPLAY "Over 90 days:      ", PrintBucket
           DISPLAY "Late fees assessed this run: ", FeesAssessed
           DISPLAY "Dunning letters written:     ", LettersWritten
           DISPLAY "Financial holds placed:      ", HoldsPlaced
           DISPLAY "Financial holds released:    ", HoldsReleased
           STOP RUN.

       LoadLateFee.
                   MOVE "N" TO AgeFee30Done(AgeCount)
                   MOVE "N" TO AgeFee60Done(AgeCount)
                   MOVE "N" TO AgeFee90Done(AgeCount)
                   MOVE "N" TO AgeOnPlan(AgeCount)
                   MOVE ZERO TO AgePlanNotDue(AgeCount)
                   MOVE 99999999 TO AgePlanPastDate(AgeCount)
                   MOVE "N" TO AgeOver90(AgeCount)
                   SET AgeIdx TO AgeCount
                   PERFORM ApplyLedgerLineToAge
               WHEN AgeStudentID(AgeIdx) = LedgerStudentID
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN (LedgerAdjust OR LedgerWriteOff) AND NegativeAdjust
                   SUBTRACT LedgerAmount FROM AgeBalance(AgeIdx)
               WHEN LedgerAdjust OR LedgerWriteOff
                   ADD LedgerAmount TO AgeBalance(AgeIdx)
               WHEN OTHER
                   SUBTRACT LedgerAmount FROM AgeBalance(AgeIdx)
           END-EVALUATE.

      *> Only installments with something still owing count; one
      *> due today or later comes off the aged balance, one already
      *> past due sets the date the plan balance is aged from.
       LoadPaymentPlans.
           OPEN INPUT PlanFile
           IF PlanFileStatus = "00" OR PlanFileStatus = "05"
               OR PlanFileStatus = "07"
               PERFORM ReadPlanLine
               PERFORM UNTIL EOPlanFile
                   IF PlanPaidAmount < PlanDueAmount
                       PERFORM AddInstallmentToAge
                   END-IF
                   PERFORM ReadPlanLine
               END-PERFORM
               CLOSE PlanFile
           END-IF.

       ReadPlanLine.
           READ PlanFile
               AT END SET EOPlanFile TO TRUE.

       AddInstallmentToAge.
           SET AgeIdx TO 1
           SEARCH AgeEntry
               AT END
                   CONTINUE
               WHEN AgeStudentID(AgeIdx) = PlanStudentID
                   MOVE "Y" TO AgeOnPlan(AgeIdx)
                   IF PlanDueDate < RunDate
                       IF PlanDueDate < AgePlanPastDate(AgeIdx)
                           MOVE PlanDueDate TO AgePlanPastDate(AgeIdx)
                       END-IF
                   ELSE
                       SUBTRACT PlanPaidAmount FROM PlanDueAmount
                           GIVING PlanOpenAmount
                       ADD PlanOpenAmount TO AgePlanNotDue(AgeIdx)
                   END-IF
           END-SEARCH.

      *> A plan student with nothing past due is current: whatever
      *> is left after the installments not yet due (the enrollment
      *> fee, say) ages from today.
       FindAgedAmount.
           IF AgeOnPlan(AgeIdx) = "Y"
               SUBTRACT AgePlanNotDue(AgeIdx) FROM AgeBalance(AgeIdx)
                   GIVING AgedAmount
               IF AgePlanPastDate(AgeIdx) = 99999999
                   MOVE RunDate TO AgedFromDate
               ELSE
                   MOVE AgePlanPastDate(AgeIdx) TO AgedFromDate
               END-IF
           ELSE
               MOVE AgeBalance(AgeIdx) TO AgedAmount
               MOVE AgeOldestDate(AgeIdx) TO AgedFromDate
           END-IF.

       AgeOneStudent.
           PERFORM FindAgedAmount
           IF AgedAmount <= ZERO
               OR AgedFromDate = 99999999
               CONTINUE
           ELSE
               MOVE AgedFromDate TO ChargeDateParts
               COMPUTE ChargeDayNumber =
                   ChargeYear * 365 + ChargeMonth * 30 + ChargeDay
               SUBTRACT ChargeDayNumber FROM TodayDayNumber
               END-IF
               PERFORM AssessLateFees
               PERFORM BucketBalance
               MOVE AgedAmount TO PrintBalance
               MOVE DaysUnpaid TO PrintDays
               IF AgeOnPlan(AgeIdx) = "Y"
                   DISPLAY AgeStudentID(AgeIdx), "  ", PrintBalance,
                       "  ", PrintDays, " days  (payment plan)"
               ELSE
                   DISPLAY AgeStudentID(AgeIdx), "  ", PrintBalance,
                       "  ", PrintDays, " days"
               END-IF
               IF DaysUnpaid > 30
                   PERFORM WriteDunningLetter
               END-IF
               IF DaysUnpaid > 90
                   MOVE "Y" TO AgeOver90(AgeIdx)
               END-IF
           END-IF.

      *> One flat fee per threshold crossed, never re-assessed: the
           MOVE LateFeeAmount        TO LedgerAmount
           WRITE LedgerRecord
           ADD LateFeeAmount TO AgeBalance(AgeIdx)
           ADD LateFeeAmount TO AgedAmount
           ADD 1 TO FeesAssessed.

       BucketBalance.
           EVALUATE TRUE
               WHEN DaysUnpaid <= 30
                   ADD AgedAmount TO BucketCurrent
               WHEN DaysUnpaid <= 60
                   ADD AgedAmount TO Bucket30
               WHEN DaysUnpaid <= 90
                   ADD AgedAmount TO Bucket60
               WHEN OTHER
                   ADD AgedAmount TO Bucket90
           END-EVALUATE.

       WriteDunningLetter.
               END-STRING
               WRITE LetterLine
           END-IF
           MOVE AgedAmount TO PrintBalance
           MOVE DaysUnpaid TO PrintDays
           MOVE SPACES TO LetterLine
           IF AgeOnPlan(AgeIdx) = "Y"
               STRING "Your past-due payment plan installments of "
                       DELIMITED BY SIZE
                   PrintBalance DELIMITED BY SIZE
                   " are " DELIMITED BY SIZE
                   PrintDays DELIMITED BY SIZE
                   " days late." DELIMITED BY SIZE
                   INTO LetterLine
               END-STRING
           ELSE
               STRING "Your student account balance of "
                       DELIMITED BY SIZE
                   PrintBalance DELIMITED BY SIZE
                   " has been unpaid for " DELIMITED BY SIZE
                   PrintDays DELIMITED BY SIZE
                   " days." DELIMITED BY SIZE
                   INTO LetterLine
               END-STRING
           END-IF
           WRITE LetterLine
           MOVE "Please remit to the bursar's office promptly."
               TO LetterLine
                   SET StudentIsKnown TO TRUE
           END-SEARCH.

      *> An aging hold still active for a student no longer over 90
      *> days is released as of today; a student over 90 days with
      *> no active aging hold gets one placed. A holds file too big
      *> for the table is left exactly as it is.
       UpdateFinancialHolds.
           SET HoldTableFull TO FALSE
           PERFORM LoadHolds
           IF HoldTableFull
               DISPLAY "More than 5000 holds on StudentHolds.dat; ",
                   "financial holds not updated."
           ELSE
               IF HoldCount > ZERO
                   PERFORM ReleaseOneAgingHold
                       VARYING HoldIdx FROM 1 BY 1
                       UNTIL HoldIdx > HoldCount
               END-IF
               PERFORM PlaceOneAgingHold
                   VARYING AgeIdx FROM 1 BY 1
                   UNTIL AgeIdx > AgeCount
               IF HoldTableFull
                   DISPLAY "StudentHolds.dat would pass 5000 holds; ",
                       "the holds placed and released above were ",
                       "not saved."
               ELSE
                   IF HoldsPlaced > ZERO OR HoldsReleased > ZERO
                       PERFORM RewriteHolds
                   END-IF
               END-IF
           END-IF.

       LoadHolds.
           OPEN INPUT HoldsFile
           IF HoldsFileStatus = "00" OR HoldsFileStatus = "05"
               OR HoldsFileStatus = "07"
               PERFORM ReadHoldLine
               PERFORM UNTIL EOHoldsFile
                   IF HoldCount = 5000
                       SET HoldTableFull TO TRUE
                   ELSE
                       ADD 1 TO HoldCount
                       MOVE HoldRecord TO HoldLine(HoldCount)
                   END-IF
                   PERFORM ReadHoldLine
               END-PERFORM
               CLOSE HoldsFile
           END-IF.

       ReadHoldLine.
           READ HoldsFile
               AT END SET EOHoldsFile TO TRUE.

       ReleaseOneAgingHold.
           IF TblHoldType(HoldIdx) = "F"
               AND TblHoldOffice(HoldIdx) = AgingHoldOffice
               AND TblHoldReason(HoldIdx) = AgingHoldReason
               AND TblHoldReleaseDate(HoldIdx) = ZERO
               SET StillOver90 TO FALSE
               SET AgeIdx TO 1
               SEARCH AgeEntry
                   AT END
                       CONTINUE
                   WHEN AgeStudentID(AgeIdx)
                       = TblHoldStudentID(HoldIdx)
                       IF AgeOver90(AgeIdx) = "Y"
                           SET StillOver90 TO TRUE
                       END-IF
               END-SEARCH
               IF NOT StillOver90
                   MOVE RunDate TO TblHoldReleaseDate(HoldIdx)
                   ADD 1 TO HoldsReleased
                   DISPLAY "Financial hold released: ",
                       TblHoldStudentID(HoldIdx)
               END-IF
           END-IF.

       PlaceOneAgingHold.
           IF AgeOver90(AgeIdx) = "Y"
               SET AgingHoldFound TO FALSE
               IF HoldCount > ZERO
                   SET HoldIdx TO 1
                   SEARCH HoldEntry
                       AT END
                           CONTINUE
                       WHEN TblHoldStudentID(HoldIdx)
                           = AgeStudentID(AgeIdx)
                        AND TblHoldType(HoldIdx) = "F"
                        AND TblHoldOffice(HoldIdx) = AgingHoldOffice
                        AND TblHoldReason(HoldIdx) = AgingHoldReason
                        AND TblHoldReleaseDate(HoldIdx) = ZERO
                           SET AgingHoldFound TO TRUE
                   END-SEARCH
               END-IF
               IF NOT AgingHoldFound AND HoldCount = 5000
                   SET HoldTableFull TO TRUE
               END-IF
               IF NOT AgingHoldFound AND NOT HoldTableFull
                   ADD 1 TO HoldCount
                   MOVE AgeStudentID(AgeIdx)
                       TO TblHoldStudentID(HoldCount)
                   MOVE "F"     TO TblHoldType(HoldCount)
                   MOVE RunDate TO TblHoldPlacedDate(HoldCount)
                   MOVE AgingHoldOffice TO TblHoldOffice(HoldCount)
                   MOVE ZERO    TO TblHoldReleaseDate(HoldCount)
                   MOVE "Y"     TO TblHoldBlocking(HoldCount)
                   MOVE AgingHoldReason TO TblHoldReason(HoldCount)
                   ADD 1 TO HoldsPlaced
                   DISPLAY "Financial hold placed:   ",
                       AgeStudentID(AgeIdx)
               END-IF
           END-IF.

       RewriteHolds.
           OPEN OUTPUT HoldsFile
           PERFORM WriteOneHold
               VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
           CLOSE HoldsFile.

       WriteOneHold.
           MOVE HoldLine(HoldIdx) TO HoldRecord
           WRITE HoldRecord.

       END PROGRAM ReceivablesAging.
