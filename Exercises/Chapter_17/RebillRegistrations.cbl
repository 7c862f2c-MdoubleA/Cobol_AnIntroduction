      *          signed adjustment records into the ledger plus an
      *          adjustment register - preserving the audit trail of
      *          what changed instead of regenerating statements.
      *          Each student's flat-rate band adjustment is repriced
      *          the same way from SemesterBands.dat and squared
      *          against the FLATRATE lines already on the ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterRatesFileStatus.

           SELECT SemesterBandsFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterBands.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterBandsFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
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

       FD StudentFile.
       01 StudentFileRecord.
           88 EOStudentFile VALUE HIGH-VALUES.
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD RegisterFile.
       01 RegisterLine PIC X(90).
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 SemesterRatesFileStatus PIC X(02) VALUE ZEROES.
       01 StudentFileStatus       PIC X(02) VALUE ZEROES.
       01 SemesterBandsFileStatus PIC X(02) VALUE ZEROES.

       01 CurrentSemesterCode PIC X(6) VALUE SPACES.

               03 ModeNumber  PIC X(3).
               03 ModeFlag    PIC X.

       *> This term's flat-rate band, loaded the way
       *> BillingStatements loads it.
       01 BandSwitch PIC X VALUE "N".
           88 BandOnFile VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLowLimit   PIC 9(3)    VALUE ZERO.
       01 BandHighLimit  PIC 9(3)    VALUE ZERO.
       01 BandFlat       PIC 9(5)V99 VALUE ZERO.
       01 BandOverCost   PIC 999V99  VALUE ZERO.
       01 BandNRFlat     PIC 9(5)V99 VALUE ZERO.
       01 BandNROverCost PIC 999V99  VALUE ZERO.

       *> Each student's band-eligible load built up while the
       *> registrations reprice, then priced through the band once
       *> the whole file has been read.
       01 LoadCount PIC 9(4) VALUE ZERO.
       01 LoadTable.
           02 LoadEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON LoadCount
                        INDEXED BY LoadIdx.
               03 LoadStudentID PIC X(9).
               03 LoadHours     PIC 9(3).
               03 LoadPerHour   PIC 9(7)V99.
               03 LoadResidency PIC X.
       01 BandLineSwitch PIC X VALUE "N".
           88 BandEligibleLine VALUE "Y" WHEN SET TO FALSE "N".
       01 OnlineLineSwitch PIC X VALUE "N".
           88 OnlineLine VALUE "Y" WHEN SET TO FALSE "N".
       01 BandLoadHours   PIC 9(3)     VALUE ZERO.
       01 BandLoadPerHour PIC 9(7)V99  VALUE ZERO.
       01 BandLoadCharge  PIC 9(7)V99  VALUE ZERO.
       01 BandResidency   PIC X        VALUE "R".
       01 BandAdjustment  PIC S9(7)V99 VALUE ZERO.

       01 RebillStudentID PIC X(9)   VALUE SPACES.
       01 PerCreditRate  PIC 999V99  VALUE ZERO.
       01 RepricedCharge PIC S9(7)V99 VALUE ZERO.
       01 BilledAmount   PIC S9(7)V99 VALUE ZERO.
       01 AdjustmentAmt  PIC S9(7)V99 VALUE ZERO.
       01 AbsAdjustment  PIC 9(7)V99 VALUE ZERO.
       01 RunDate            PIC 9(8) VALUE ZERO.
       01 AdjustmentsWritten PIC 9(4) VALUE ZERO.
       01 NetAdjustment      PIC S9(9)V99 VALUE ZERO.
       01 PrintBilled   PIC -$$$,$$9.99.
       01 PrintRepriced PIC -$$$,$$9.99.
       01 PrintAdjust   PIC +$$$,$$9.99.
       01 PrintNet      PIC +$,$$$,$$9.99.

               STOP RUN
           END-IF
           PERFORM LoadSemesterEffectiveRates
           PERFORM LoadSemesterBand
           PERFORM LoadSectionModes
           PERFORM LoadStudentResidency
           PERFORM LoadBilledAmounts
               PERFORM RebillOneRegistration
               PERFORM ReadRegistrationLine
           END-PERFORM
           PERFORM RebillOneStudentBand
               VARYING LoadIdx FROM 1 BY 1
               UNTIL LoadIdx > LoadCount

           CLOSE RegistrationsFile
           CLOSE LedgerFile
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

       LoadSectionModes.
           OPEN INPUT CoursesFile
           PERFORM ReadCourseLine
               AT END SET EORegistrationsFile TO TRUE.

       RebillOneRegistration.
           MOVE RegStudentID TO RebillStudentID
           PERFORM RepriceRegistration
           PERFORM AddToStudentLoad
           MOVE SPACES TO WantedReference
           STRING RegSubject DELIMITED BY SIZE
               RegNumber     DELIMITED BY SIZE
               INTO WantedReference
           END-STRING
           PERFORM FindBilledAmount
           SUBTRACT BilledAmount FROM RepricedCharge
               GIVING AdjustmentAmt
      *> Same rate selection BillingStatements uses: residency picks
      *> the column, grad by course number, online overrides.
       RepriceRegistration.
           SET OnlineLine TO FALSE
           MOVE "R" TO StudentResidency
           SET StuIdx TO 1
           SEARCH StudentIDEntry
                AND ModeNumber(ModeIdx)  = RegNumber
                   IF ModeFlag(ModeIdx) = "O"
                       MOVE OnlineCost TO PerCreditRate
                       SET OnlineLine TO TRUE
                   END-IF
           END-SEARCH
           IF RegNumber < "500" AND NOT OnlineLine
               SET BandEligibleLine TO TRUE
           ELSE
               SET BandEligibleLine TO FALSE
           END-IF
           MULTIPLY RegCreditHours BY PerCreditRate
               GIVING RepricedCharge.

      *> Every student gets a load entry, eligible hours or not, so
      *> a FLATRATE line billed earlier is reversed when the load
      *> no longer reaches the band.
       AddToStudentLoad.
           SET LoadIdx TO 1
           SEARCH LoadEntry
               AT END
                   ADD 1 TO LoadCount
                   SET LoadIdx TO LoadCount
                   MOVE RegStudentID TO LoadStudentID(LoadIdx)
                   MOVE ZERO TO LoadHours(LoadIdx)
                   MOVE ZERO TO LoadPerHour(LoadIdx)
                   MOVE StudentResidency TO LoadResidency(LoadIdx)
               WHEN LoadStudentID(LoadIdx) = RegStudentID
                   CONTINUE
           END-SEARCH
           IF BandEligibleLine
               ADD RegCreditHours TO LoadHours(LoadIdx)
               ADD RepricedCharge TO LoadPerHour(LoadIdx)
           END-IF.

      *> The band adjustment the student should carry against the
      *> net of the FLATRATE lines the ledger already holds.
       RebillOneStudentBand.
           MOVE LoadStudentID(LoadIdx) TO RebillStudentID
           MOVE LoadHours(LoadIdx)     TO BandLoadHours
           MOVE LoadPerHour(LoadIdx)   TO BandLoadPerHour
           MOVE LoadResidency(LoadIdx) TO BandResidency
           MOVE ZERO TO BandAdjustment
           IF BandOnFile AND BandLoadHours > ZERO
               PERFORM PriceLoadThroughBand
           END-IF
           MOVE BandAdjustment TO RepricedCharge
           MOVE "FLATRATE" TO WantedReference
           PERFORM FindBilledAmount
           SUBTRACT BilledAmount FROM RepricedCharge
               GIVING AdjustmentAmt
           IF AdjustmentAmt = ZERO
               CONTINUE
           ELSE
               PERFORM WriteAdjustment
           END-IF.

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

       FindBilledAmount.
           MOVE ZERO TO BilledAmount
           SET BilIdx TO 1
           SEARCH BilledEntry
               AT END
                   CONTINUE
               WHEN BilStudentID(BilIdx) = RebillStudentID
                AND BilReference(BilIdx) = WantedReference
                   MOVE BilAmount(BilIdx) TO BilledAmount
           END-SEARCH.

       WriteAdjustment.
           MOVE RebillStudentID TO LedgerStudentID
           MOVE RunDate      TO LedgerDate
           MOVE "A"          TO LedgerType
           IF AdjustmentAmt < ZERO
           MOVE RepricedCharge TO PrintRepriced
           MOVE AdjustmentAmt TO PrintAdjust
           MOVE SPACES TO RegisterLine
           STRING RebillStudentID DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               WantedReference DELIMITED BY SIZE
               "  billed " DELIMITED BY SIZE
