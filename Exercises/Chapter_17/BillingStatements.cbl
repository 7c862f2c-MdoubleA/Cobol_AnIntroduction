      *          student with course titles from CourseCatalog.dat,
      *          per-line charges, and a statement total, so the
      *          bursar stops recomputing individual bills by hand.
      *          A student on a payment plan for the term gets the
      *          installment schedule and the next installment due
      *          printed under the statement total.
      *          The part of a charge a sponsor covers for the term
      *          (Sponsorships.dat) moves off the student's account
      *          to the sponsor receivable on SponsorLedger.dat,
      *          figured on each course's charge after its share of
      *          any flat-rate adjustment.
      *          An undergraduate whose on-campus undergraduate load
      *          falls in the term's full-time band (SemesterBands.dat)
      *          pays the band's flat amount for it: the difference
      *          from the per-hour charges prints and posts as one
      *          flat-rate adjustment line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterRatesFileStatus.

           *> The full-time flat-rate band per semester: the hour
           *> range it covers, the flat amount, and the rate for
           *> hours above the band. No line for the term means every
           *> hour prices at the per-hour rate, as before.
           SELECT SemesterBandsFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterBands.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterBandsFileStatus.

           SELECT StatementFile
             ASSIGN TO "./Exercises/Chapter_17/BillingStatements.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PendingRatesFileStatus.

           *> This term's installment plans off PaymentPlans.dat.
           SELECT PlanFile
             ASSIGN TO "./Exercises/Chapter_17/PaymentPlans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlanFileStatus.

           *> Which students an employer, the military or an agency
           *> pays for, by term: the percentage of each charge it
           *> covers and the most it will pay for the term.
           SELECT SponsorshipFile
             ASSIGN TO "./Exercises/Chapter_17/Sponsorships.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorshipFileStatus.

           *> The sponsor receivable: each covered charge billed to
           *> the sponsor, and later the sponsor's payments.
           SELECT OPTIONAL SponsorLedgerFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RegistrationsFile.
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

       FD StatementFile.
       01 StatementLine PIC X(80).

           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD LedgerFile.
       01 LedgerRecord.
           02 PendRateSemester PIC X(6).
           02 FILLER           PIC X(36).

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

       FD SponsorshipFile.
       01 SponsorshipRecord.
           88 EOSponsorshipFile VALUE HIGH-VALUES.
           02 SpnSponsorID PIC X(6).
           02 SpnStudentID PIC X(9).
           02 SpnSemester  PIC X(6).
           02 SpnPercent   PIC 9(3)V99.
           02 SpnLimit     PIC 9(7)V99.

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
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus       PIC X(02) VALUE ZEROES.
       01 SemesterRateSwitch PIC X VALUE "N".
           88 SemesterRatesFound VALUE "Y" WHEN SET TO FALSE "N".

       *> This term's flat-rate band. A zero over-band rate means
       *> hours above the band price at the per-hour rate; a zero
       *> non-resident flat amount leaves non-residents per hour.
       01 SemesterBandsFileStatus PIC X(02) VALUE ZEROES.
       01 BandSwitch PIC X VALUE "N".
           88 BandOnFile VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLowLimit   PIC 9(3)    VALUE ZERO.
       01 BandHighLimit  PIC 9(3)    VALUE ZERO.
       01 BandFlat       PIC 9(5)V99 VALUE ZERO.
       01 BandOverCost   PIC 999V99  VALUE ZERO.
       01 BandNRFlat     PIC 9(5)V99 VALUE ZERO.
       01 BandNROverCost PIC 999V99  VALUE ZERO.

       *> The statement's band-eligible load - undergraduate hours
       *> in on-campus sections - and what those hours cost per
       *> hour, priced through the band when the statement closes.
       01 BandLineSwitch PIC X VALUE "N".
           88 BandEligibleLine VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLoadHours   PIC 9(3)     VALUE ZERO.
       01 BandLoadPerHour PIC 9(7)V99  VALUE ZERO.
       01 BandLoadCharge  PIC 9(7)V99  VALUE ZERO.
       01 BandResidency   PIC X        VALUE "R".
       01 BandAdjustment  PIC S9(7)V99 VALUE ZERO.
       01 BandAbsAmount   PIC 9(7)V99  VALUE ZERO.
       01 PrintBandAdjust PIC -$$$,$$9.99.
       01 BandAdjustTotal PIC S9(9)V99 VALUE ZERO.
       01 PrintBandTotal  PIC -$$,$$$,$$9.99.

       01 PendingRatesFileStatus PIC X(02) VALUE ZEROES.
       01 PendingRateHoldSwitch PIC X VALUE "N".
           88 RatesPendingForTerm VALUE "Y" WHEN SET TO FALSE "N".
       01 PrintAid       PIC $$$,$$9.99.
       01 PrintNetDue    PIC +$$$,$$9.99.

       *> This term's installment lines, printed as the plan schedule
       *> with the oldest one still owing called out as next due.
       01 PlanFileStatus PIC X(02) VALUE ZEROES.
       01 PlanCount PIC 9(4) VALUE ZERO.
       01 PlanTable.
           02 PlanEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON PlanCount
                        INDEXED BY PlanIdx.
               03 PlnStudentID    PIC X(9).
               03 PlnFinanced     PIC 9(7)V99.
               03 PlnInstallCount PIC 99.
               03 PlnInstallNo    PIC 99.
               03 PlnDueDate      PIC 9(8).
               03 PlnDueAmount    PIC 9(7)V99.
               03 PlnPaidAmount   PIC 9(7)V99.

       01 PlanPosition   PIC 9(4)    VALUE ZERO.
       01 NextDuePosition PIC 9(4)   VALUE ZERO.
       01 PlanHeadSwitch PIC X VALUE "N".
           88 PlanHeadWritten VALUE "Y" WHEN SET TO FALSE "N".
       01 InstallmentOwing PIC 9(7)V99 VALUE ZERO.
       01 PrintDueDate.
           02 PrintDueMonth PIC 99.
           02 FILLER        PIC X VALUE "/".
           02 PrintDueDay   PIC 99.
           02 FILLER        PIC X VALUE "/".
           02 PrintDueYear  PIC 9(4).
       01 DueDateParts.
           02 DueYear  PIC 9(4).
           02 DueMonth PIC 99.
           02 DueDay   PIC 99.
       01 PrintInstallPaid PIC $$$,$$9.99.

       *> This term's sponsorships. A zero percentage covers the
       *> whole charge and a zero limit means no cap; what has been
       *> billed to the sponsor this run counts against the cap.
       01 SponsorshipFileStatus PIC X(02) VALUE ZEROES.
       01 SponsorshipCount PIC 9(4) VALUE ZERO.
       01 SponsorshipTable.
           02 SponsorshipEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SponsorshipCount.
               03 SpsSponsorID PIC X(6).
               03 SpsStudentID PIC X(9).
               03 SpsPercent   PIC 9(3)V99.
               03 SpsLimit     PIC 9(7)V99.
               03 SpsBilled    PIC 9(7)V99.

       01 SponsorPosition PIC 9(4)    VALUE ZERO.
       01 ChargeLeft      PIC 9(7)V99 VALUE ZERO.
       01 SponsorCovered  PIC 9(7)V99 VALUE ZERO.
       01 SponsorRoom     PIC 9(7)V99 VALUE ZERO.
       01 SponsorApplied  PIC 9(7)V99 VALUE ZERO.
       01 SponsorBilledTotal PIC 9(9)V99 VALUE ZERO.

       *> The statement's charge lines, held until it closes so each
       *> sponsor is billed on a line's charge after its share of the
       *> flat-rate adjustment rather than on the per-hour charge.
       01 HeldLineCount PIC 9(3) VALUE ZERO.
       01 HeldLineTable.
           02 HeldLineEntry OCCURS 1 TO 100 TIMES
                            DEPENDING ON HeldLineCount.
               03 HldSubject   PIC X(4).
               03 HldNumber    PIC X(3).
               03 HldCharge    PIC 9(7)V99.
               03 HldBandLine  PIC X.
       01 HeldPosition     PIC 9(3)     VALUE ZERO.
       01 LastBandPosition PIC 9(3)     VALUE ZERO.
       01 BandShare        PIC S9(7)V99 VALUE ZERO.
       01 BandSpread       PIC S9(7)V99 VALUE ZERO.
       01 NetLineWork      PIC S9(7)V99 VALUE ZERO.
       01 CoverSubject     PIC X(4)     VALUE SPACES.
       01 CoverNumber      PIC X(3)     VALUE SPACES.
       01 CoverCharge      PIC 9(7)V99  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadTuitionRates.
                   "rate-review program before billing."
               STOP RUN
           END-IF.
           PERFORM LoadSemesterBand.
           PERFORM LoadCourseCatalog.
           PERFORM LoadSectionModes.
           PERFORM LoadStudentMaster.
           PERFORM LoadAidAwards.
           PERFORM LoadPaymentPlans.
           PERFORM LoadSponsorships.

           SORT RegWorkFile ON ASCENDING KEY WorkStudentID,
               WorkSubject, WorkNumber
           OPEN INPUT SortedRegFile
           OPEN OUTPUT StatementFile
           OPEN EXTEND LedgerFile
           OPEN EXTEND SponsorLedgerFile
           ACCEPT StatementDate FROM DATE YYYYMMDD
           PERFORM ReadSortedRegLine
           PERFORM UNTIL EOSortedRegFile
           CLOSE SortedRegFile
           CLOSE StatementFile
           CLOSE LedgerFile
           CLOSE SponsorLedgerFile

           MOVE ChargesTotal TO PrintChargesTotal
           DISPLAY "Statements written: ", StatementCount
           DISPLAY "Ledger charges posted: ", ChargesPosted,
               " totalling ", PrintChargesTotal
           MOVE SponsorBilledTotal TO PrintChargesTotal
           DISPLAY "Billed to sponsors: ", PrintChargesTotal
           MOVE BandAdjustTotal TO PrintBandTotal
           DISPLAY "Flat-rate adjustments: ", PrintBandTotal
           STOP RUN.

       LoadTuitionRates.
           READ SemesterRatesFile
               AT END SET EOSemesterRatesFile TO TRUE.

      *> Picks this term's line off SemesterBands.dat; the rates are
      *> loaded first so a zero over-band rate can fall back to the
      *> per-hour undergraduate rate.
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
           READ AwardsFile
               AT END SET EOAwardsFile TO TRUE.

      *> With no current semester on file every plan prints, the same
      *> as a single-term shop would expect.
       LoadPaymentPlans.
           OPEN INPUT PlanFile
           IF PlanFileStatus = "00" OR PlanFileStatus = "05"
               OR PlanFileStatus = "07"
               PERFORM ReadPlanLine
               PERFORM UNTIL EOPlanFile
                   IF PlanSemester = CurrentSemesterCode
                       OR CurrentSemesterCode = SPACES
                       ADD 1 TO PlanCount
                       MOVE PlanStudentID TO PlnStudentID(PlanCount)
                       MOVE PlanFinanced  TO PlnFinanced(PlanCount)
                       MOVE PlanInstallCount
                           TO PlnInstallCount(PlanCount)
                       MOVE PlanInstallNo TO PlnInstallNo(PlanCount)
                       MOVE PlanDueDate   TO PlnDueDate(PlanCount)
                       MOVE PlanDueAmount TO PlnDueAmount(PlanCount)
                       MOVE PlanPaidAmount
                           TO PlnPaidAmount(PlanCount)
                   END-IF
                   PERFORM ReadPlanLine
               END-PERFORM
               CLOSE PlanFile
           END-IF.

       ReadPlanLine.
           READ PlanFile
               AT END SET EOPlanFile TO TRUE.

       StartNewStatement.
           MOVE SortStudentID TO PreviousStudentID
           MOVE ZERO TO StatementTotal
           MOVE ZERO TO SponsorApplied
           MOVE ZERO TO BandLoadHours BandLoadPerHour
           MOVE ZERO TO HeldLineCount
           ADD 1 TO StatementCount
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           END-STRING
           WRITE StatementLine
           ADD LineCharge TO StatementTotal
           IF BandEligibleLine
               ADD SortHours  TO BandLoadHours
               ADD LineCharge TO BandLoadPerHour
               MOVE StudentResidency TO BandResidency
           END-IF
           PERFORM WriteLedgerCharge
           PERFORM HoldLineForSponsors.

       HoldLineForSponsors.
           IF HeldLineCount < 100
               ADD 1 TO HeldLineCount
               MOVE SortSubject TO HldSubject(HeldLineCount)
               MOVE SortNumber  TO HldNumber(HeldLineCount)
               MOVE LineCharge  TO HldCharge(HeldLineCount)
               IF BandEligibleLine
                   MOVE "Y" TO HldBandLine(HeldLineCount)
               ELSE
                   MOVE "N" TO HldBandLine(HeldLineCount)
               END-IF
           ELSE
               DISPLAY "Student " SortStudentID " has over 100 "
                   "charge lines; " SortSubject " " SortNumber
                   " billed to sponsors at its per-hour charge."
               MOVE SortSubject TO CoverSubject
               MOVE SortNumber  TO CoverNumber
               MOVE LineCharge  TO CoverCharge
               PERFORM ApplySponsorCoverage
           END-IF.

       WriteLedgerCharge.
           MOVE SortStudentID TO LedgerStudentID
      *> rate stays one price for everyone, and a rates file with no
      *> non-resident columns prices non-residents at resident rates.
       PriceRegistration.
           SET BandEligibleLine TO FALSE
           PERFORM FindStudentResidency
           IF StudentResidency = "N"
               MOVE "NRES" TO RateBasisText
                       MOVE "ONLN" TO RateBasisText
                   END-IF
           END-SEARCH
           IF SortNumber < "500" AND RateBasisText NOT = "ONLN"
               SET BandEligibleLine TO TRUE
           END-IF
           MULTIPLY SortHours BY PerCreditRate GIVING LineCharge.

       FindStudentResidency.

       CloseOutStatement.
           IF PreviousStudentID NOT = SPACES
               MOVE ZERO TO BandAdjustment
               PERFORM ApplyFlatRateBand
               PERFORM BillHeldLinesToSponsors
               MOVE StatementTotal TO PrintTotal
               MOVE SPACES TO StatementLine
               STRING "STATEMENT TOTAL:  " DELIMITED BY SIZE
               END-STRING
               WRITE StatementLine
               PERFORM ApplyAidCredits
               PERFORM WritePlanSchedule
           END-IF.

      *> The statement's eligible hours priced through the band;
      *> the difference from the per-hour charges prints above the
      *> total and posts as a signed adjustment under FLATRATE.
       ApplyFlatRateBand.
           IF BandOnFile AND BandLoadHours > ZERO
               PERFORM PriceLoadThroughBand
               IF BandAdjustment NOT = ZERO
                   PERFORM WriteFlatRateAdjustment
               END-IF
           END-IF.

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
           END-IF
           SUBTRACT BandLoadPerHour FROM BandLoadCharge
               GIVING BandAdjustment.

       WriteFlatRateAdjustment.
           MOVE BandAdjustment TO PrintBandAdjust
           MOVE SPACES TO StatementLine
           STRING "FULL-TIME FLAT RATE, " DELIMITED BY SIZE
               BandLoadHours DELIMITED BY SIZE
               " UNDERGRAD HRS  " DELIMITED BY SIZE
               PrintBandAdjust DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           ADD BandAdjustment TO StatementTotal
           ADD BandAdjustment TO BandAdjustTotal
           MOVE PreviousStudentID TO LedgerStudentID
           MOVE StatementDate     TO LedgerDate
           MOVE "A"               TO LedgerType
           IF BandAdjustment < ZERO
               MOVE "-" TO LedgerSign
               MULTIPLY BandAdjustment BY -1 GIVING BandAbsAmount
           ELSE
               MOVE "+" TO LedgerSign
               MOVE BandAdjustment TO BandAbsAmount
           END-IF
           MOVE BandAbsAmount TO LedgerAmount
           MOVE "FLATRATE"    TO LedgerReference
           WRITE LedgerRecord.

      *> Each of the student's awards for this term prints as a
      *> credit line and posts to the ledger, with the net due
      *> recomputed below the statement total.
                   PERFORM WriteOneAidCredit
               END-IF
           END-PERFORM
           IF AidApplied > ZERO OR SponsorApplied > ZERO
               COMPUTE NetDue =
                   StatementTotal - AidApplied - SponsorApplied
               MOVE NetDue TO PrintNetDue
               MOVE SPACES TO StatementLine
               IF SponsorApplied > ZERO
                   STRING "NET DUE FROM STUDENT: " DELIMITED BY SIZE
                       PrintNetDue             DELIMITED BY SIZE
                       INTO StatementLine
                   END-STRING
               ELSE
                   STRING "NET DUE AFTER AID: " DELIMITED BY SIZE
                       PrintNetDue             DELIMITED BY SIZE
                       INTO StatementLine
                   END-STRING
               END-IF
               WRITE StatementLine
           END-IF.

           MOVE AwdSource(AwardPosition) TO LedgerReference
           WRITE LedgerRecord.

      *> With no current semester on file every sponsorship applies,
      *> the same as the plans.
       LoadSponsorships.
           OPEN INPUT SponsorshipFile
           IF SponsorshipFileStatus = "00"
               OR SponsorshipFileStatus = "05"
               OR SponsorshipFileStatus = "07"
               PERFORM ReadSponsorshipLine
               PERFORM UNTIL EOSponsorshipFile
                   IF SpnSemester = CurrentSemesterCode
                       OR CurrentSemesterCode = SPACES
                       ADD 1 TO SponsorshipCount
                       MOVE SpnSponsorID
                           TO SpsSponsorID(SponsorshipCount)
                       MOVE SpnStudentID
                           TO SpsStudentID(SponsorshipCount)
                       MOVE SpnPercent TO SpsPercent(SponsorshipCount)
                       MOVE SpnLimit   TO SpsLimit(SponsorshipCount)
                       MOVE ZERO       TO SpsBilled(SponsorshipCount)
                   END-IF
                   PERFORM ReadSponsorshipLine
               END-PERFORM
               CLOSE SponsorshipFile
           END-IF.

       ReadSponsorshipLine.
           READ SponsorshipFile
               AT END SET EOSponsorshipFile TO TRUE.

      *> The flat-rate adjustment is spread over the band-eligible
      *> lines in proportion to their per-hour charges, the last one
      *> taking whatever rounding left, so the sponsors are billed on
      *> what the student was actually charged for each course.
       BillHeldLinesToSponsors.
           MOVE ZERO TO LastBandPosition
           MOVE ZERO TO BandSpread
           PERFORM VARYING HeldPosition FROM 1 BY 1
               UNTIL HeldPosition > HeldLineCount
               IF HldBandLine(HeldPosition) = "Y"
                   MOVE HeldPosition TO LastBandPosition
               END-IF
           END-PERFORM
           PERFORM VARYING HeldPosition FROM 1 BY 1
               UNTIL HeldPosition > HeldLineCount
               PERFORM BillOneHeldLine
           END-PERFORM.

       BillOneHeldLine.
           MOVE HldCharge(HeldPosition) TO NetLineWork
           IF HldBandLine(HeldPosition) = "Y"
               AND BandAdjustment NOT = ZERO
               IF HeldPosition = LastBandPosition
                   SUBTRACT BandSpread FROM BandAdjustment
                       GIVING BandShare
               ELSE
                   IF BandLoadPerHour > ZERO
                       COMPUTE BandShare ROUNDED = BandAdjustment
                           * HldCharge(HeldPosition) / BandLoadPerHour
                   ELSE
                       MOVE ZERO TO BandShare
                   END-IF
               END-IF
               ADD BandShare TO BandSpread
               ADD BandShare TO NetLineWork
           END-IF
           IF NetLineWork < ZERO
               MOVE ZERO TO NetLineWork
           END-IF
           MOVE HldSubject(HeldPosition) TO CoverSubject
           MOVE HldNumber(HeldPosition)  TO CoverNumber
           MOVE NetLineWork              TO CoverCharge
           PERFORM ApplySponsorCoverage.

      *> Each of the student's sponsors in file order takes its share
      *> of what is left of the charge, up to its cap for the term.
       ApplySponsorCoverage.
           MOVE CoverCharge TO ChargeLeft
           PERFORM VARYING SponsorPosition FROM 1 BY 1
               UNTIL SponsorPosition > SponsorshipCount
               OR ChargeLeft = ZERO
               IF SpsStudentID(SponsorPosition) = PreviousStudentID
                   PERFORM CoverFromOneSponsor
               END-IF
           END-PERFORM.

       CoverFromOneSponsor.
           IF SpsPercent(SponsorPosition) = ZERO
               MOVE ChargeLeft TO SponsorCovered
           ELSE
               COMPUTE SponsorCovered ROUNDED =
                   CoverCharge * SpsPercent(SponsorPosition) / 100
               IF SponsorCovered > ChargeLeft
                   MOVE ChargeLeft TO SponsorCovered
               END-IF
           END-IF
           IF SpsLimit(SponsorPosition) > ZERO
               IF SpsBilled(SponsorPosition)
                   < SpsLimit(SponsorPosition)
                   SUBTRACT SpsBilled(SponsorPosition)
                       FROM SpsLimit(SponsorPosition)
                       GIVING SponsorRoom
               ELSE
                   MOVE ZERO TO SponsorRoom
               END-IF
               IF SponsorCovered > SponsorRoom
                   MOVE SponsorRoom TO SponsorCovered
               END-IF
           END-IF
           IF SponsorCovered > ZERO
               ADD SponsorCovered TO SpsBilled(SponsorPosition)
               SUBTRACT SponsorCovered FROM ChargeLeft
               ADD SponsorCovered TO SponsorApplied
               ADD SponsorCovered TO SponsorBilledTotal
               PERFORM WriteSponsorTransfer
           END-IF.

      *> A sponsor credit on the student's ledger and the matching
      *> charge on the sponsor receivable, both for this course.
       WriteSponsorTransfer.
           MOVE SponsorCovered TO PrintAid
           MOVE SPACES TO StatementLine
           STRING "  BILLED TO SPONSOR " DELIMITED BY SIZE
               SpsSponsorID(SponsorPosition) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               CoverSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               CoverNumber DELIMITED BY SIZE
               "  -" DELIMITED BY SIZE
               PrintAid DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE PreviousStudentID TO LedgerStudentID
           MOVE StatementDate TO LedgerDate
           MOVE "S"           TO LedgerType
           MOVE SPACE         TO LedgerSign
           MOVE SponsorCovered TO LedgerAmount
           MOVE SpsSponsorID(SponsorPosition) TO LedgerReference
           WRITE LedgerRecord
           MOVE SpsSponsorID(SponsorPosition) TO SlgSponsorID
           MOVE PreviousStudentID   TO SlgStudentID
           MOVE CurrentSemesterCode TO SlgSemester
           MOVE StatementDate       TO SlgDate
           MOVE "C"                 TO SlgType
           MOVE SponsorCovered      TO SlgAmount
           MOVE SPACES              TO SlgReference
           STRING CoverSubject DELIMITED BY SIZE
               CoverNumber     DELIMITED BY SIZE
               INTO SlgReference
           END-STRING
           WRITE SponsorLedgerRecord.

      *> The schedule prints under the statement: each installment
      *> with its due date, amount and what has been paid, then the
      *> oldest installment still owing as the next one due.
       WritePlanSchedule.
           SET PlanHeadWritten TO FALSE
           MOVE ZERO TO NextDuePosition
           PERFORM VARYING PlanPosition FROM 1 BY 1
               UNTIL PlanPosition > PlanCount
               IF PlnStudentID(PlanPosition) = PreviousStudentID
                   IF NOT PlanHeadWritten
                       PERFORM WritePlanHeading
                   END-IF
                   PERFORM WriteOneInstallment
               END-IF
           END-PERFORM
           IF PlanHeadWritten
               PERFORM WriteNextInstallmentDue
           END-IF.

       WritePlanHeading.
           SET PlanHeadWritten TO TRUE
           MOVE PlnFinanced(PlanPosition) TO PrintAid
           MOVE SPACES TO StatementLine
           STRING "PAYMENT PLAN: " DELIMITED BY SIZE
               PrintAid DELIMITED BY SIZE
               " FINANCED IN " DELIMITED BY SIZE
               PlnInstallCount(PlanPosition) DELIMITED BY SIZE
               " INSTALLMENTS" DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine.

       WriteOneInstallment.
           MOVE PlnDueDate(PlanPosition) TO DueDateParts
           MOVE DueMonth TO PrintDueMonth
           MOVE DueDay   TO PrintDueDay
           MOVE DueYear  TO PrintDueYear
           MOVE PlnDueAmount(PlanPosition) TO PrintCharge
           MOVE PlnPaidAmount(PlanPosition) TO PrintInstallPaid
           MOVE SPACES TO StatementLine
           STRING "  INSTALLMENT " DELIMITED BY SIZE
               PlnInstallNo(PlanPosition) DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               PrintDueDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintCharge DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               PrintInstallPaid DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           IF PlnPaidAmount(PlanPosition) < PlnDueAmount(PlanPosition)
               IF NextDuePosition = ZERO
                   MOVE PlanPosition TO NextDuePosition
               ELSE
                   IF PlnDueDate(PlanPosition)
                       < PlnDueDate(NextDuePosition)
                       MOVE PlanPosition TO NextDuePosition
                   END-IF
               END-IF
           END-IF.

       WriteNextInstallmentDue.
           MOVE SPACES TO StatementLine
           IF NextDuePosition = ZERO
               MOVE "PAYMENT PLAN PAID IN FULL" TO StatementLine
           ELSE
               MOVE PlnDueDate(NextDuePosition) TO DueDateParts
               MOVE DueMonth TO PrintDueMonth
               MOVE DueDay   TO PrintDueDay
               MOVE DueYear  TO PrintDueYear
               SUBTRACT PlnPaidAmount(NextDuePosition)
                   FROM PlnDueAmount(NextDuePosition)
                   GIVING InstallmentOwing
               MOVE InstallmentOwing TO PrintCharge
               STRING "NEXT INSTALLMENT DUE " DELIMITED BY SIZE
                   PrintDueDate DELIMITED BY SIZE
                   ":  " DELIMITED BY SIZE
                   PrintCharge DELIMITED BY SIZE
                   INTO StatementLine
               END-STRING
           END-IF
           WRITE StatementLine.

       END PROGRAM BillingStatements.
