      * Date: 10/27/2020
      * Purpose: Create a report on the tuition income broken down by
      *          department, professor, and grad/undergrad level.
      *          Each department's share of the full-time flat-rate
      *          band adjustment prints under its gross tuition with
      *          the net beside it; the department GL lines stay
      *          gross and the band adjustment posts as one FLATRT
      *          line, so DeptBudget.dat still ties to the gross.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION. *> -------------------------------------
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CalendarFileStatus.

           *> The full-time flat-rate band for the term, and what it
           *> needs to price each student's load the way the
           *> statements do: registrations, section modes, and
           *> residency off the student master.
           SELECT SemesterBandsFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterBands.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterBandsFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT SectionModesFile
             ASSIGN TO "./Exercises/Chapter_17/Courses.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SectionModesFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

       DATA DIVISION. *> -----------------------------------------------
       FILE SECTION.
       FD CoursesFile.
           02 CalDate    PIC 9(8).
           02 CalDayType PIC X.

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

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD SectionModesFile.
       01 SectionModesRecord.
           88 EOSectionModesFile VALUE HIGH-VALUES.
           02 ModeFileSubject PIC X(4).
           02 FILLER          PIC X(2).
           02 ModeFileNumber  PIC X(3).
           02 FILLER          PIC X(96).
           02 ModeFileMode    PIC X(1).
           02 FILLER          PIC X(34).

       FD StudentFile.
       01 StudentFileRecord.
           88 EOStudentFile VALUE HIGH-VALUES.
           02 StuFileID        PIC X(9).
           02 FILLER           PIC X(97).
           02 StuFileResidency PIC X.
           02 FILLER           PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       WORKING-STORAGE SECTION.
       01 FileStatus PIC 9 VALUE 0.
         88 EndOfFile VALUE 1.
               03 AidGLTableCode   PIC X(6).
               03 AidGLTableAmount PIC 9(9)V99.

       *> This term's flat-rate band, loaded the way
       *> BillingStatements loads it, with the non-resident rate the
       *> statements price non-residents at.
       01 SemesterBandsFileStatus  PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus  PIC X(02) VALUE ZEROES.
       01 SectionModesFileStatus   PIC X(02) VALUE ZEROES.
       01 StudentFileStatus        PIC X(02) VALUE ZEROES.
       01 UnderGradNRCost PIC 999V99 VALUE ZERO.
       01 BandSwitch PIC X VALUE "N".
           88 BandOnFile VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLowLimit   PIC 9(3)    VALUE ZERO.
       01 BandHighLimit  PIC 9(3)    VALUE ZERO.
       01 BandFlat       PIC 9(5)V99 VALUE ZERO.
       01 BandOverCost   PIC 999V99  VALUE ZERO.
       01 BandNRFlat     PIC 9(5)V99 VALUE ZERO.
       01 BandNROverCost PIC 999V99  VALUE ZERO.

       *> Section modes and residency, so the band sees the same
       *> eligible hours the statements do: undergraduate hours in
       *> on-campus sections.
       01 ModeCount PIC 9(3) VALUE ZERO.
       01 ModeTable.
           02 ModeEntry OCCURS 1 TO 500 TIMES
                        DEPENDING ON ModeCount
                        INDEXED BY ModeIdx.
               03 ModeSubject PIC X(4).
               03 ModeNumber  PIC X(3).
               03 ModeFlag    PIC X.
       01 ResidencyCount PIC 9(4) VALUE ZERO.
       01 ResidencyTable.
           02 ResidencyEntry OCCURS 1 TO 5000 TIMES
                             DEPENDING ON ResidencyCount
                             INDEXED BY ResIdx.
               03 ResStudentID PIC X(9).
               03 ResCode      PIC X.

       *> Eligible registrations and each student's banded load;
       *> a student's adjustment is spread over the student's
       *> eligible registrations by hours, the last one taking the
       *> rounding, and summed by department.
       01 BandRegCount PIC 9(4) VALUE ZERO.
       01 BandRegTable.
           02 BandRegEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON BandRegCount
                           INDEXED BY BRegIdx.
               03 BRegStudentID PIC X(9).
               03 BRegSubject   PIC X(4).
               03 BRegHours     PIC 9(3).
       01 BandStudentCount PIC 9(4) VALUE ZERO.
       01 BandStudentTable.
           02 BandStudentEntry OCCURS 1 TO 5000 TIMES
                               DEPENDING ON BandStudentCount
                               INDEXED BY BStuIdx.
               03 BStuStudentID  PIC X(9).
               03 BStuResidency  PIC X.
               03 BStuHours      PIC 9(3).
               03 BStuHoursLeft  PIC 9(3).
               03 BStuAdjustment PIC S9(7)V99.
               03 BStuAdjustLeft PIC S9(7)V99.
       01 DeptBandCount PIC 99 VALUE ZERO.
       01 DeptBandTable.
           02 DeptBandEntry OCCURS 1 TO 99 TIMES
                            DEPENDING ON DeptBandCount
                            INDEXED BY DBandIdx.
               03 DBandSubject PIC X(4).
               03 DBandAmount  PIC S9(9)V99.

       01 BandLineSwitch PIC X VALUE "N".
           88 BandEligibleLine VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLoadHours   PIC 9(3)     VALUE ZERO.
       01 BandLoadPerHour PIC 9(7)V99  VALUE ZERO.
       01 BandLoadCharge  PIC 9(7)V99  VALUE ZERO.
       01 BandResidency   PIC X        VALUE "R".
       01 BandPerHourRate PIC 999V99   VALUE ZERO.
       01 BandAllocation  PIC S9(7)V99 VALUE ZERO.
       01 BandLookupSubject PIC X(4)   VALUE SPACES.
       01 BandLookupAmount  PIC S9(9)V99 VALUE ZERO.

       *> The department and grand figures the footings print.
       01 DeptBandAccumulator   PIC S9(9)V99 VALUE ZERO.
       01 DeptNetTuition        PIC S9(9)V99 VALUE ZERO.
       01 GrandBandAccumulator  PIC S9(9)V99 VALUE ZERO.
       01 GrandNetTuition       PIC S9(9)V99 VALUE ZERO.

       *> Signed edited amount for the FLATRT extract line.
       01 GLSignedAmountField PIC -(8)9.99.

       REPORT SECTION.
       RD TuitionReport
         CONTROLS ARE CourseSubject, ProfessorID, CourseNumber
           03 COLUMN 22 PIC X(4)    SOURCE CourseSubject.
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99
             SOURCE DepartmentAccumulator.
         02 LINE PLUS 1.
           03 COLUMN 4  PIC X(18)   VALUE "Flat-Rate Adj For ".
           03 COLUMN 22 PIC X(4)    SOURCE CourseSubject.
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99-
             SOURCE DeptBandAccumulator.
         02 LINE PLUS 1.
           03 COLUMN 4  PIC X(18)   VALUE "Net Tuition For   ".
           03 COLUMN 22 PIC X(4)    SOURCE CourseSubject.
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99-
             SOURCE DeptNetTuition.
         02 LINE PLUS 1.
           03 COLUMN 4  PIC X(18)   VALUE "Total Fees For    ".
           03 COLUMN 22 PIC X(4)    SOURCE CourseSubject.
           03 COLUMN 4  PIC X(18) VALUE "Grand Total For ".
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99
             SOURCE GrandTotalAccumulator.
         02 LINE IS PLUS 1.
           03 COLUMN 4  PIC X(18) VALUE "Flat-Rate Adj".
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99-
             SOURCE GrandBandAccumulator.
         02 LINE IS PLUS 1.
           03 COLUMN 4  PIC X(18) VALUE "Net Tuition".
           03 COLUMN 30 PIC $,$$$,$$$,$$$.99-
             SOURCE GrandNetTuition.
         02 LINE PLUS 1.
           03 COLUMN 30 PIC X(20) VALUE "==== END REPORT ====".

                STOP RUN
            END-IF.
            PERFORM LoadTuitionRates.
            PERFORM LoadSemesterBand.
            IF BandOnFile
                PERFORM BuildDepartmentBandShares
            END-IF.
            PERFORM LoadCourseCatalog.
            PERFORM LoadCourseFees.
            PERFORM LoadProfessorMaster.
                PERFORM SetAccumulatorOnControlBreak
                PERFORM ReadLine
              END-PERFORM.
              ADD GrandTotalAccumulator GrandBandAccumulator
                GIVING GrandNetTuition.
              TERMINATE TuitionReport.

              IF PreviousSubject NOT EQUAL TO SPACES
                PERFORM WriteGLExtractLine
              END-IF.
              PERFORM WriteBandGLExtractLine.
              PERFORM WriteFeeGLExtractLines.
              PERFORM LoadAidBySource.
              PERFORM WriteAidGLExtractLines.
                       MOVE SemRateUnderGrad TO UnderGradCost
                       MOVE SemRateGrad      TO GradCost
                       MOVE SemRateOnline    TO OnlineCost
                       IF SemRateUGNonRes IS NUMERIC
                           AND SemRateUGNonRes > ZERO
                           MOVE SemRateUGNonRes TO UnderGradNRCost
                       ELSE
                           MOVE SemRateUnderGrad TO UnderGradNRCost
                       END-IF
                       SET SemesterRatesFound TO TRUE
                   END-IF
                   PERFORM ReadSemesterRatesLine
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

      *> Prices every student's eligible load through the band and
      *> spreads each adjustment over the departments the hours
      *> were taken in; a missing registrations file leaves every
      *> department at zero.
       BuildDepartmentBandShares.
           PERFORM LoadBandSectionModes
           PERFORM LoadBandResidency
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   PERFORM AddBandRegistration
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF
           PERFORM PriceOneStudentBand
               VARYING BStuIdx FROM 1 BY 1
               UNTIL BStuIdx > BandStudentCount
           PERFORM AllocateOneBandRegistration
               VARYING BRegIdx FROM 1 BY 1
               UNTIL BRegIdx > BandRegCount.

       LoadBandSectionModes.
           OPEN INPUT SectionModesFile
           IF SectionModesFileStatus = "00"
               OR SectionModesFileStatus = "05"
               OR SectionModesFileStatus = "07"
               PERFORM ReadSectionModeLine
               PERFORM ReadSectionModeLine *> Two header lines.
               PERFORM ReadSectionModeLine
               PERFORM UNTIL EOSectionModesFile
                   ADD 1 TO ModeCount
                   MOVE ModeFileSubject TO ModeSubject(ModeCount)
                   MOVE ModeFileNumber  TO ModeNumber(ModeCount)
                   MOVE ModeFileMode    TO ModeFlag(ModeCount)
                   PERFORM ReadSectionModeLine
               END-PERFORM
               CLOSE SectionModesFile
           END-IF.

       ReadSectionModeLine.
           READ SectionModesFile
               AT END SET EOSectionModesFile TO TRUE.

       LoadBandResidency.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00" OR StudentFileStatus = "05"
               OR StudentFileStatus = "07"
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO ResidencyCount
                   MOVE StuFileID TO ResStudentID(ResidencyCount)
                   IF StuFileResidency = "N"
                       MOVE "N" TO ResCode(ResidencyCount)
                   ELSE
                       MOVE "R" TO ResCode(ResidencyCount)
                   END-IF
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

      *> Only undergraduate hours in on-campus sections count
      *> toward the band, as on the statements.
       AddBandRegistration.
           SET BandEligibleLine TO FALSE
           IF RegNumber < "500" AND RegCreditHours IS NUMERIC
               AND RegCreditHours > ZERO
               SET BandEligibleLine TO TRUE
               SET ModeIdx TO 1
               SEARCH ModeEntry
                   AT END
                       CONTINUE
                   WHEN ModeSubject(ModeIdx) = RegSubject
                    AND ModeNumber(ModeIdx)  = RegNumber
                       IF ModeFlag(ModeIdx) = "O"
                           SET BandEligibleLine TO FALSE
                       END-IF
               END-SEARCH
           END-IF
           IF BandEligibleLine
               ADD 1 TO BandRegCount
               MOVE RegStudentID TO BRegStudentID(BandRegCount)
               MOVE RegSubject   TO BRegSubject(BandRegCount)
               MOVE RegCreditHours TO BRegHours(BandRegCount)
               SET BStuIdx TO 1
               SEARCH BandStudentEntry
                   AT END
                       ADD 1 TO BandStudentCount
                       SET BStuIdx TO BandStudentCount
                       MOVE RegStudentID TO BStuStudentID(BStuIdx)
                       MOVE ZERO TO BStuHours(BStuIdx)
                       PERFORM FindBandResidency
                   WHEN BStuStudentID(BStuIdx) = RegStudentID
                       CONTINUE
               END-SEARCH
               ADD RegCreditHours TO BStuHours(BStuIdx)
           END-IF.

       FindBandResidency.
           MOVE "R" TO BStuResidency(BStuIdx)
           SET ResIdx TO 1
           SEARCH ResidencyEntry
               AT END
                   CONTINUE
               WHEN ResStudentID(ResIdx) = RegStudentID
                   MOVE ResCode(ResIdx) TO BStuResidency(BStuIdx)
           END-SEARCH.

       PriceOneStudentBand.
           MOVE BStuHours(BStuIdx)     TO BandLoadHours
           MOVE BStuResidency(BStuIdx) TO BandResidency
           IF BandResidency = "N"
               MOVE UnderGradNRCost TO BandPerHourRate
               IF BandPerHourRate = ZERO
                   MOVE UnderGradCost TO BandPerHourRate
               END-IF
           ELSE
               MOVE UnderGradCost TO BandPerHourRate
           END-IF
           MULTIPLY BandLoadHours BY BandPerHourRate
               GIVING BandLoadPerHour
           PERFORM PriceLoadThroughBand
           SUBTRACT BandLoadPerHour FROM BandLoadCharge
               GIVING BStuAdjustment(BStuIdx)
           MOVE BStuAdjustment(BStuIdx) TO BStuAdjustLeft(BStuIdx)
           MOVE BStuHours(BStuIdx)      TO BStuHoursLeft(BStuIdx)
           ADD BStuAdjustment(BStuIdx)  TO GrandBandAccumulator.

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

       AllocateOneBandRegistration.
           SET BStuIdx TO 1
           SEARCH BandStudentEntry
               AT END
                   CONTINUE
               WHEN BStuStudentID(BStuIdx) = BRegStudentID(BRegIdx)
                   PERFORM ShareStudentBand
           END-SEARCH.

       ShareStudentBand.
           IF BRegHours(BRegIdx) >= BStuHoursLeft(BStuIdx)
               MOVE BStuAdjustLeft(BStuIdx) TO BandAllocation
           ELSE
               COMPUTE BandAllocation ROUNDED =
                   BStuAdjustment(BStuIdx) * BRegHours(BRegIdx)
                   / BStuHours(BStuIdx)
           END-IF
           SUBTRACT BandAllocation FROM BStuAdjustLeft(BStuIdx)
           SUBTRACT BRegHours(BRegIdx) FROM BStuHoursLeft(BStuIdx)
           IF BandAllocation NOT = ZERO
               SET DBandIdx TO 1
               SEARCH DeptBandEntry
                   AT END
                       ADD 1 TO DeptBandCount
                       MOVE BRegSubject(BRegIdx)
                           TO DBandSubject(DeptBandCount)
                       MOVE BandAllocation
                           TO DBandAmount(DeptBandCount)
                   WHEN DBandSubject(DBandIdx) = BRegSubject(BRegIdx)
                       ADD BandAllocation TO DBandAmount(DBandIdx)
               END-SEARCH
           END-IF.

       LoadTuitionRates.
           SET SemesterRatesFound TO FALSE
           IF CurrentSemesterCode NOT = SPACES
             MOVE CourseSubject TO PreviousSubject
             ADD NumericEschField TO DepartmentAccumulator
             ADD SectionFeeAmount TO DeptFeeAccumulator
             PERFORM SetDepartmentNetTuition
           END-IF.

       SetAccumulatorOnControlBreak.
             MOVE CourseSubject TO PreviousSubject
             MOVE NumericEschField TO DepartmentAccumulator
             MOVE SectionFeeAmount TO DeptFeeAccumulator
             PERFORM SetDepartmentNetTuition
           END-IF.

      *> The department's band share and net, held ready for the
      *> department footing the same way the accumulators are.
       SetDepartmentNetTuition.
           MOVE PreviousSubject TO BandLookupSubject
           PERFORM LookupDepartmentBand
           MOVE BandLookupAmount TO DeptBandAccumulator
           ADD DepartmentAccumulator DeptBandAccumulator
               GIVING DeptNetTuition.

       LookupDepartmentBand.
           MOVE ZERO TO BandLookupAmount
           SET DBandIdx TO 1
           SEARCH DeptBandEntry
               AT END
                   CONTINUE
               WHEN DBandSubject(DBandIdx) = BandLookupSubject
                   MOVE DBandAmount(DBandIdx) TO BandLookupAmount
           END-SEARCH.

       WriteGLExtractLine.
           MOVE DepartmentAccumulator TO GLAmountField
           MOVE SPACES TO GLExtractRecord
           END-STRING
           WRITE GLExtractRecord.

      *> The term's whole band adjustment as one FLATRT line, signed,
      *> after the department lines it adjusts; no band, no line.
       WriteBandGLExtractLine.
           IF GrandBandAccumulator NOT = ZERO
               MOVE GrandBandAccumulator TO GLSignedAmountField
               MOVE SPACES TO GLExtractRecord
               STRING "FLATRT"       DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   GLSignedAmountField DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   CurrentSemesterCode DELIMITED BY SIZE
                   INTO GLExtractRecord
               END-STRING
               WRITE GLExtractRecord
           END-IF.

      *> One line per fee GL code after the revenue lines, so the GL
      *> team can post fees to their own accounts.
       WriteFeeGLExtractLines.
