      *          into the term the drop landed, write a refunds
      *          report, and produce RegistrationsAdjusted.prn so the
      *          roll-up feeds corrected Esch figures into the
      *          tuition job instead of week-one optimism. When a
      *          drop leaves an aided student with no hours, the
      *          share of the term completed decides how much of the
      *          student's aid was earned; the unearned aid goes back
      *          per source, posted to the ledger and printed on
      *          AidReturnWorksheet.txt.
      *          A drop from an on-campus undergraduate section is
      *          refunded on what the student's load cost through
      *          the term's flat-rate band before and after the
      *          drop, so hours dropped inside the band refund
      *          nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterRatesFileStatus.

           *> The full-time flat-rate band, so a refund is the
           *> change in the banded charge rather than hours times
           *> the per-hour rate.
           SELECT SemesterBandsFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterBands.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterBandsFileStatus.

           SELECT AdjustedFile
             ASSIGN TO
               "./Exercises/Chapter_17/RegistrationsAdjusted.prn"
             ASSIGN TO "./Exercises/Chapter_17/DropExceptions.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> This term's aid awards, so a full withdrawal can work
           *> out how much of each source the school sends back.
           SELECT AwardsFile
             ASSIGN TO "./Exercises/Chapter_17/FinancialAid.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AwardsFileStatus.

           *> The same business-day calendar the exception aging
           *> counts on; the share of term completed is measured in
           *> days the office was open when it is on file.
           SELECT CalendarFile ASSIGN TO "BusinessCalendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CalendarFileStatus.

           *> One block per aided student who withdrew from every
           *> course, showing the earned/unearned split for the file.
           SELECT WorksheetFile
             ASSIGN TO "./Exercises/Chapter_17/AidReturnWorksheet.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DropsFile.
           02 SemRateUGNonRes  PIC 999V99.
           02 SemRateGradNonRes PIC 999V99.

       FD SemesterBandsFile.
       01 SemesterBandRecord.
           88 EOSemesterBandsFile VALUE HIGH-VALUES.
           02 BandSemester     PIC X(6).
           02 BandLowHours     PIC 9(3).
           02 BandHighHours    PIC 9(3).
           02 BandFlatAmount   PIC 9(5)V99.
           02 BandOverRate     PIC 999V99.
           02 BandNRFlatAmount PIC 9(5)V99.
           02 BandNROverRate   PIC 999V99.

       FD AdjustedFile.
       01 AdjustedRecord.
           02 AdjStudentID  PIC X(9).
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD LedgerFile.
       01 LedgerRecord.
       FD ExceptionsFile.
       01 ExceptionRecord PIC X(80).

       FD AwardsFile.
       01 AwardRecord.
           88 EOAwardsFile VALUE HIGH-VALUES.
           02 AidStudentID PIC X(9).
           02 AidSemester  PIC X(6).
           02 AidAmount    PIC 9(7)V99.
           02 AidSource    PIC X(6).
           02 AidGLCode    PIC X(6).

       FD CalendarFile.
       01 CalendarRecord.
           88 CalendarFileEnd VALUE HIGH-VALUES.
           02 CalDate    PIC 9(8).
           02 CalDayType PIC X.

       FD WorksheetFile.
       01 WorksheetLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 DropsFileStatus          PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus  PIC X(02) VALUE ZEROES.
       01 SemesterRateSwitch PIC X VALUE "N".
           88 SemesterRatesFound VALUE "Y" WHEN SET TO FALSE "N".

       *> This term's flat-rate band, loaded the way
       *> BillingStatements loads it.
       01 SemesterBandsFileStatus PIC X(02) VALUE ZEROES.
       01 BandSwitch PIC X VALUE "N".
           88 BandOnFile VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLowLimit   PIC 9(3)    VALUE ZERO.
       01 BandHighLimit  PIC 9(3)    VALUE ZERO.
       01 BandFlat       PIC 9(5)V99 VALUE ZERO.
       01 BandOverCost   PIC 999V99  VALUE ZERO.
       01 BandNRFlat     PIC 9(5)V99 VALUE ZERO.
       01 BandNROverCost PIC 999V99  VALUE ZERO.

       *> Band refund work fields: the student's eligible hours
       *> after the drop, and the banded charge before and after.
       01 OnlineLineSwitch PIC X VALUE "N".
           88 OnlineLine VALUE "Y" WHEN SET TO FALSE "N".
       01 BandHoursAfter   PIC 9(3)     VALUE ZERO.
       01 BandLoadHours    PIC 9(3)     VALUE ZERO.
       01 BandLoadPerHour  PIC 9(7)V99  VALUE ZERO.
       01 BandLoadCharge   PIC 9(7)V99  VALUE ZERO.
       01 BandChargeBefore PIC 9(7)V99  VALUE ZERO.
       01 BandChargeChange PIC S9(7)V99 VALUE ZERO.
       01 BandResidency    PIC X        VALUE "R".

       *> The whole registration detail in memory for the run, with
       *> hours reduced as drops apply.
       01 RegCount PIC 9(4) VALUE ZERO.
       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       *> Term dates off SemesterInfo.dat for the share of term
       *> completed.
       01 TermStartDate PIC 9(8) VALUE ZERO.
       01 TermEndDate   PIC 9(8) VALUE ZERO.

       *> This term's awards; a source is flagged once its return
       *> is worked so a second drop line can't return it twice.
       01 AwardsFileStatus PIC X(02) VALUE ZEROES.
       01 AwardCount PIC 9(4) VALUE ZERO.
       01 AwardTable.
           02 AwardEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON AwardCount
                         INDEXED BY AwdIdx.
               03 AwdStudentID PIC X(9).
               03 AwdAmount    PIC 9(7)V99.
               03 AwdSource    PIC X(6).
               03 AwdReturnSwitch PIC X.
                   88 AwdReturnWorked VALUE "Y" WHEN SET TO FALSE "N".

       01 CalendarFileStatus PIC X(02) VALUE ZEROES.
       01 CalendarDayCount PIC 9(4) VALUE ZERO.
       01 BusinessCalendarTable.
           02 CalendarEntry OCCURS 1 TO 2200 TIMES
                            DEPENDING ON CalendarDayCount
                            INDEXED BY CALidx.
               03 CalTblDate PIC 9(8).
               03 CalTblType PIC X.
       01 CalendarStateSwitch PIC X VALUE "N".
           88 NoBusinessCalendar VALUE "Y" WHEN SET TO FALSE "N".

       *> Withdrawal work fields.
       01 RemainingHours   PIC 9(5) VALUE ZERO.
       01 StudentAidSwitch PIC X VALUE "N".
           88 StudentHasOpenAid VALUE "Y" WHEN SET TO FALSE "N".
       01 DaysCompleted    PIC 9(5) VALUE ZERO.
       01 DaysInTerm       PIC 9(5) VALUE ZERO.
       01 SpanFromDate     PIC 9(8) VALUE ZERO.
       01 SpanToDate       PIC 9(8) VALUE ZERO.
       01 SpanDayCount     PIC 9(5) VALUE ZERO.
       01 SpanDateParts.
           02 SpanYear     PIC 9(4).
           02 SpanMonth    PIC 99.
           02 SpanDay      PIC 99.
       01 FromDayNumber    PIC 9(7) VALUE ZERO.
       01 ToDayNumber      PIC 9(7) VALUE ZERO.
       01 TermPercentDone  PIC 9(3)V9 VALUE ZERO.
       01 EarnedPercent    PIC 9(3)V9 VALUE ZERO.
       01 UnearnedPercent  PIC 9(3)V9 VALUE ZERO.
       01 EarnedAid        PIC 9(7)V99 VALUE ZERO.
       01 UnearnedAid      PIC 9(7)V99 VALUE ZERO.
       01 StudentAidTotal  PIC 9(7)V99 VALUE ZERO.
       01 StudentReturned  PIC 9(7)V99 VALUE ZERO.
       01 TotalAidReturned PIC 9(9)V99 VALUE ZERO.
       01 WithdrawalsWorked PIC 9(4) VALUE ZERO.
       01 PrintPercent     PIC ZZ9.9.
       01 PrintUnearnedPct PIC ZZ9.9.
       01 PrintDays        PIC ZZZZ9.
       01 PrintTermDays    PIC ZZZZ9.
       01 DayBasisText     PIC X(8) VALUE SPACES.
       01 PrintAid         PIC $$$,$$9.99.
       01 PrintEarned      PIC $$$,$$9.99.
       01 PrintUnearned    PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadTuitionRates.
           PERFORM LoadSemesterBand.
           PERFORM LoadRefundSchedule.
           PERFORM LoadRegistrations.
           PERFORM LoadSectionModes.
           PERFORM LoadStudentMaster.
           PERFORM LoadCapacityTable.
           PERFORM LoadAidAwards.
           PERFORM LoadBusinessCalendar.

           OPEN INPUT DropsFile
           IF DropsFileStatus NOT = "00" AND DropsFileStatus
           OPEN OUTPUT RefundReportFile
           OPEN OUTPUT ExceptionsFile
           OPEN EXTEND LedgerFile
           OPEN OUTPUT WorksheetFile
           PERFORM WriteWorksheetHeading
           PERFORM ReadDropLine
           PERFORM UNTIL EODropsFile
               PERFORM ApplyOneDrop
           CLOSE RefundReportFile
           CLOSE ExceptionsFile
           CLOSE LedgerFile
           PERFORM WriteWorksheetTotalLine
           CLOSE WorksheetFile

           PERFORM WriteDisbursementBatch
           PERFORM WriteAdjustedRegistrations
           DISPLAY "Swaps rejected:  ", SwapsRejected
           MOVE TotalRefunds TO PrintTotal
           DISPLAY "Total refunds:   ", PrintTotal
           MOVE TotalAidReturned TO PrintTotal
           DISPLAY "Full withdrawals with aid: ", WithdrawalsWorked
           DISPLAY "Aid returned:    ", PrintTotal
           DISPLAY "Copy RegistrationsAdjusted.prn over "
               "Registrations.prn and rerun the roll-up so the "
               "tuition job sees the corrected Esch figures."
                       CONTINUE
                   NOT AT END
                       MOVE SemInfoCode TO CurrentSemesterCode
                       IF SemInfoStartDate IS NUMERIC
                           AND SemInfoEndDate IS NUMERIC
                           MOVE SemInfoStartDate TO TermStartDate
                           MOVE SemInfoEndDate   TO TermEndDate
                       END-IF
               END-READ
               CLOSE SemesterInfoFile
           END-IF.
           READ SemesterRatesFile
               AT END SET EOSemesterRatesFile TO TRUE.

       LoadSemesterBand.
           SET BandOnFile TO FALSE
           OPEN INPUT SemesterBandsFile
           IF SemesterBandsFileStatus = "00"
               OR SemesterBandsFileStatus = "05"
               OR SemesterBandsFileStatus = "07"
               PERFORM ReadSemesterBandLine
               PERFORM UNTIL EOSemesterBandsFile
                   IF BandSemester = CurrentSemesterCode
                       AND CurrentSemesterCode NOT = SPACES
                       AND BandFlatAmount IS NUMERIC
                       AND BandFlatAmount > ZERO
                       MOVE BandLowHours   TO BandLowLimit
                       MOVE BandHighHours  TO BandHighLimit
                       MOVE BandFlatAmount TO BandFlat
                       MOVE BandOverRate   TO BandOverCost
                       IF BandOverCost = ZERO
                           MOVE UnderGradCost TO BandOverCost
                       END-IF
                       MOVE ZERO TO BandNRFlat BandNROverCost
                       IF BandNRFlatAmount IS NUMERIC
                           MOVE BandNRFlatAmount TO BandNRFlat
                       END-IF
                       IF BandNROverRate IS NUMERIC
                           MOVE BandNROverRate TO BandNROverCost
                       END-IF
                       IF BandNROverCost = ZERO
                           MOVE UnderGradNRCost TO BandNROverCost
                       END-IF
                       IF BandNROverCost = ZERO
                           MOVE UnderGradCost TO BandNROverCost
                       END-IF
                       SET BandOnFile TO TRUE
                   END-IF
                   PERFORM ReadSemesterBandLine
               END-PERFORM
               CLOSE SemesterBandsFile
           END-IF.

       ReadSemesterBandLine.
           READ SemesterBandsFile
               AT END SET EOSemesterBandsFile TO TRUE.

       LoadPositionalRates.
           OPEN INPUT RatesFile
           IF RatesFileStatus = "00" OR RatesFileStatus = "05"
                   PERFORM PriceRefund
                   PERFORM WriteRefundReportLine
                   ADD 1 TO DropsApplied
                   PERFORM CheckFullWithdrawal
               END-IF
           END-IF.

               END-IF
           END-IF
           PERFORM LookupSectionMode
           IF BandOnFile AND DropNumber < "500" AND NOT OnlineLine
               PERFORM PriceBandRefund
           ELSE
               COMPUTE RefundAmount ROUNDED =
                   AppliedHours * PerCreditRate * RefundPercent / 100
           END-IF
           ADD RefundAmount TO TotalRefunds
           IF RefundAmount > ZERO
               PERFORM WriteLedgerRefund
           END-SEARCH.

       LookupSectionMode.
           SET OnlineLine TO FALSE
           SET ModeIdx TO 1
           SEARCH ModeEntry
               AT END
                AND ModeNumber(ModeIdx)  = DropNumber
                   IF ModeFlag(ModeIdx) = "O"
                       MOVE OnlineCost TO PerCreditRate
                       SET OnlineLine TO TRUE
                   END-IF
           END-SEARCH.

      *> The refund base is what the eligible load cost through the
      *> band before the drop less what it costs after; a drop that
      *> takes the load below the band can raise the charge, and
      *> then nothing is refunded.
       PriceBandRefund.
           PERFORM SumBandHoursAfterDrop
           MOVE StudentResidency TO BandResidency
           COMPUTE BandLoadHours = BandHoursAfter + AppliedHours
           MULTIPLY BandLoadHours BY PerCreditRate
               GIVING BandLoadPerHour
           PERFORM PriceLoadThroughBand
           MOVE BandLoadCharge TO BandChargeBefore
           MOVE BandHoursAfter TO BandLoadHours
           MULTIPLY BandLoadHours BY PerCreditRate
               GIVING BandLoadPerHour
           PERFORM PriceLoadThroughBand
           SUBTRACT BandLoadCharge FROM BandChargeBefore
               GIVING BandChargeChange
           IF BandChargeChange > ZERO
               COMPUTE RefundAmount ROUNDED =
                   BandChargeChange * RefundPercent / 100
           ELSE
               MOVE ZERO TO RefundAmount
           END-IF.

      *> The student's hours still on undergraduate on-campus
      *> sections, the dropped section's reduced hours included.
       SumBandHoursAfterDrop.
           MOVE ZERO TO BandHoursAfter
           PERFORM VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > RegCount
               IF TblStudentID(ScanPosition) = DropStudentID
                   AND TblNumber(ScanPosition) < "500"
                   SET ModeIdx TO 1
                   SEARCH ModeEntry
                       AT END
                           ADD TblHours(ScanPosition)
                               TO BandHoursAfter
                       WHEN ModeSubject(ModeIdx)
                               = TblSubject(ScanPosition)
                        AND ModeNumber(ModeIdx)
                               = TblNumber(ScanPosition)
                           IF ModeFlag(ModeIdx) NOT = "O"
                               ADD TblHours(ScanPosition)
                                   TO BandHoursAfter
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM.

      *> Per-hour below the band; in the band the flat amount, plus
      *> the over-band rate for hours past the upper limit.
       PriceLoadThroughBand.
           MOVE BandLoadPerHour TO BandLoadCharge
           IF BandLoadHours >= BandLowLimit
               IF BandResidency = "N"
                   IF BandNRFlat > ZERO
                       MOVE BandNRFlat TO BandLoadCharge
                       IF BandLoadHours > BandHighLimit
                           COMPUTE BandLoadCharge = BandNRFlat
                               + (BandLoadHours - BandHighLimit)
                               * BandNROverCost
                       END-IF
                   END-IF
               ELSE
                   MOVE BandFlat TO BandLoadCharge
                   IF BandLoadHours > BandHighLimit
                       COMPUTE BandLoadCharge = BandFlat
                           + (BandLoadHours - BandHighLimit)
                           * BandOverCost
                   END-IF
               END-IF
           END-IF.

       WriteRefundReportLine.
           MOVE RefundAmount TO PrintRefund
           MOVE SPACES TO RefundReportLine
               WRITE AdjustedRecord
           END-IF.

       LoadAidAwards.
           OPEN INPUT AwardsFile
           IF AwardsFileStatus = "00" OR AwardsFileStatus = "05"
               OR AwardsFileStatus = "07"
               PERFORM ReadAwardLine
               PERFORM UNTIL EOAwardsFile
                   IF AidSemester = CurrentSemesterCode
                       AND AidAmount IS NUMERIC
                       ADD 1 TO AwardCount
                       MOVE AidStudentID TO AwdStudentID(AwardCount)
                       MOVE AidAmount    TO AwdAmount(AwardCount)
                       MOVE AidSource    TO AwdSource(AwardCount)
                       SET AwdReturnWorked(AwardCount) TO FALSE
                   END-IF
                   PERFORM ReadAwardLine
               END-PERFORM
               CLOSE AwardsFile
           END-IF.

       ReadAwardLine.
           READ AwardsFile
               AT END SET EOAwardsFile TO TRUE.

       LoadBusinessCalendar.
           SET NoBusinessCalendar TO FALSE
           OPEN INPUT CalendarFile
           IF CalendarFileStatus NOT = "00"
               SET NoBusinessCalendar TO TRUE
           ELSE
               PERFORM ReadCalendarLine
               PERFORM UNTIL CalendarFileEnd
                   ADD 1 TO CalendarDayCount
                   MOVE CalDate    TO CalTblDate(CalendarDayCount)
                   MOVE CalDayType TO CalTblType(CalendarDayCount)
                   PERFORM ReadCalendarLine
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

       ReadCalendarLine.
           READ CalendarFile
               AT END SET CalendarFileEnd TO TRUE
           END-READ.

      *> A plain drop that takes the student's last hours is a full
      *> withdrawal; if the student still has aid this term that has
      *> not been worked, the return is calculated now.
       CheckFullWithdrawal.
           MOVE ZERO TO RemainingHours
           PERFORM VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > RegCount
               IF TblStudentID(ScanPosition) = DropStudentID
                   ADD TblHours(ScanPosition) TO RemainingHours
               END-IF
           END-PERFORM
           SET StudentHasOpenAid TO FALSE
           IF RemainingHours = ZERO AND AwardCount > ZERO
               PERFORM VARYING AwdIdx FROM 1 BY 1
                   UNTIL AwdIdx > AwardCount
                   IF AwdStudentID(AwdIdx) = DropStudentID
                       AND NOT AwdReturnWorked(AwdIdx)
                       SET StudentHasOpenAid TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF StudentHasOpenAid
               PERFORM ComputeTermCompleted
               PERFORM WorkAidReturn
           END-IF.

      *> Share of the term completed on the drop date: days from
      *> the first day of term through the drop date over days in
      *> the whole term, both counted in business days when the
      *> calendar is on file and in rough calendar days when not.
       ComputeTermCompleted.
           MOVE TermStartDate TO SpanFromDate
           MOVE DropDate TO SpanToDate
           IF DropDate > TermEndDate
               MOVE TermEndDate TO SpanToDate
           END-IF
           PERFORM CountTermDays
           MOVE SpanDayCount TO DaysCompleted
           MOVE TermEndDate TO SpanToDate
           PERFORM CountTermDays
           MOVE SpanDayCount TO DaysInTerm
           IF DaysInTerm = ZERO
               MOVE 100 TO TermPercentDone
           ELSE
               COMPUTE TermPercentDone ROUNDED =
                   DaysCompleted * 100 / DaysInTerm
           END-IF
           IF TermPercentDone > 100
               MOVE 100 TO TermPercentDone
           END-IF
      *>   Past the sixty percent point every dollar counts as earned.
           IF TermPercentDone > 60
               MOVE 100 TO EarnedPercent
           ELSE
               MOVE TermPercentDone TO EarnedPercent
           END-IF
           SUBTRACT EarnedPercent FROM 100 GIVING UnearnedPercent.

      *> Days from SpanFromDate through SpanToDate inclusive; none
      *> when the span runs backward.
       CountTermDays.
           MOVE ZERO TO SpanDayCount
           IF SpanToDate >= SpanFromDate AND SpanFromDate > ZERO
               IF NoBusinessCalendar
                   MOVE SpanFromDate TO SpanDateParts
                   COMPUTE FromDayNumber =
                       SpanYear * 365 + SpanMonth * 30 + SpanDay
                   MOVE SpanToDate TO SpanDateParts
                   COMPUTE ToDayNumber =
                       SpanYear * 365 + SpanMonth * 30 + SpanDay
                   COMPUTE SpanDayCount =
                       ToDayNumber - FromDayNumber + 1
               ELSE
                   PERFORM VARYING CALidx FROM 1 BY 1
                       UNTIL CALidx > CalendarDayCount
                       IF CalTblDate(CALidx) >= SpanFromDate
                           AND CalTblDate(CALidx) <= SpanToDate
                           AND CalTblType(CALidx) = "B"
                           ADD 1 TO SpanDayCount
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> One worksheet block per student: the days and percentages,
      *> then each open aid source split into earned and unearned.
      *> The unearned part is what the school sends back, and it is
      *> re-charged to the student's account as a positive
      *> adjustment referenced R2T4 plus the source.
       WorkAidReturn.
           ADD 1 TO WithdrawalsWorked
           MOVE ZERO TO StudentAidTotal
           MOVE ZERO TO StudentReturned
           MOVE SPACES TO WorksheetLine
           WRITE WorksheetLine
           MOVE SPACES TO WorksheetLine
           STRING "STUDENT " DELIMITED BY SIZE
               DropStudentID DELIMITED BY SIZE
               "  WITHDREW " DELIMITED BY SIZE
               DropDate DELIMITED BY SIZE
               "  LAST COURSE " DELIMITED BY SIZE
               DropSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               DropNumber DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           IF NoBusinessCalendar
               MOVE "CALENDAR" TO DayBasisText
           ELSE
               MOVE "BUSINESS" TO DayBasisText
           END-IF
           MOVE DaysCompleted TO PrintDays
           MOVE DaysInTerm TO PrintTermDays
           MOVE TermPercentDone TO PrintPercent
           MOVE SPACES TO WorksheetLine
           STRING "  " DELIMITED BY SIZE
               DayBasisText DELIMITED BY SIZE
               " DAYS COMPLETED " DELIMITED BY SIZE
               PrintDays DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               PrintTermDays DELIMITED BY SIZE
               "  = " DELIMITED BY SIZE
               PrintPercent DELIMITED BY SIZE
               "% OF TERM" DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           MOVE SPACES TO WorksheetLine
           IF TermPercentDone > 60
               MOVE "  MORE THAN 60% COMPLETED - ALL AID EARNED"
                   TO WorksheetLine
           ELSE
               MOVE EarnedPercent TO PrintPercent
               MOVE UnearnedPercent TO PrintUnearnedPct
               STRING "  AID EARNED " DELIMITED BY SIZE
                   PrintPercent DELIMITED BY SIZE
                   "%   UNEARNED " DELIMITED BY SIZE
                   PrintUnearnedPct DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WorksheetLine
               END-STRING
           END-IF
           WRITE WorksheetLine
           MOVE SPACES TO WorksheetLine
           STRING "  SOURCE   AID AMOUNT      EARNED    UNEARNED"
                   DELIMITED BY SIZE
               "    RETURNED" DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           PERFORM VARYING AwdIdx FROM 1 BY 1
               UNTIL AwdIdx > AwardCount
               IF AwdStudentID(AwdIdx) = DropStudentID
                   AND NOT AwdReturnWorked(AwdIdx)
                   PERFORM ReturnOneAwardSource
               END-IF
           END-PERFORM
           MOVE StudentAidTotal TO PrintAid
           MOVE StudentReturned TO PrintRefund
           MOVE SPACES TO WorksheetLine
           STRING "  TOTAL    " DELIMITED BY SIZE
               PrintAid DELIMITED BY SIZE
               "                          " DELIMITED BY SIZE
               PrintRefund DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           ADD StudentReturned TO TotalAidReturned.

       ReturnOneAwardSource.
           SET AwdReturnWorked(AwdIdx) TO TRUE
           COMPUTE EarnedAid ROUNDED =
               AwdAmount(AwdIdx) * EarnedPercent / 100
           SUBTRACT EarnedAid FROM AwdAmount(AwdIdx)
               GIVING UnearnedAid
           ADD AwdAmount(AwdIdx) TO StudentAidTotal
           ADD UnearnedAid TO StudentReturned
           MOVE AwdAmount(AwdIdx) TO PrintAid
           MOVE EarnedAid         TO PrintEarned
           MOVE UnearnedAid       TO PrintUnearned
           MOVE UnearnedAid       TO PrintRefund
           MOVE SPACES TO WorksheetLine
           STRING "  " DELIMITED BY SIZE
               AwdSource(AwdIdx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PrintAid DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintEarned DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintUnearned DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintRefund DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           IF UnearnedAid > ZERO
               MOVE DropStudentID TO LedgerStudentID
               MOVE DropDate      TO LedgerDate
               MOVE "A"           TO LedgerType
               MOVE SPACE         TO LedgerSign
               MOVE UnearnedAid   TO LedgerAmount
               MOVE SPACES        TO LedgerReference
               STRING "R2T4" DELIMITED BY SIZE
                   AwdSource(AwdIdx) DELIMITED BY SIZE
                   INTO LedgerReference
               END-STRING
               WRITE LedgerRecord
           END-IF.

       WriteWorksheetHeading.
           MOVE SPACES TO WorksheetLine
           STRING "AID RETURN WORKSHEET - FULL WITHDRAWALS, TERM "
                   DELIMITED BY SIZE
               CurrentSemesterCode DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine
           MOVE SPACES TO WorksheetLine
           STRING "TERM RUNS " DELIMITED BY SIZE
               TermStartDate DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TermEndDate DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine.

       WriteWorksheetTotalLine.
           MOVE TotalAidReturned TO PrintTotal
           MOVE SPACES TO WorksheetLine
           WRITE WorksheetLine
           MOVE SPACES TO WorksheetLine
           STRING "WITHDRAWALS WORKED: " DELIMITED BY SIZE
               WithdrawalsWorked DELIMITED BY SIZE
               "   TOTAL AID RETURNED: " DELIMITED BY SIZE
               PrintTotal DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING
           WRITE WorksheetLine.

       END PROGRAM ProcessDrops.
