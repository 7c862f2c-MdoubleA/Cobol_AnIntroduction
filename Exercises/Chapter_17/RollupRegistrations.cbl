      *          CoursesRolled.prn in the standard 140-byte layout
      *          with each section's Esch replaced by the sum of its
      *          registrations, and reports every section whose
      *          supplied Esch disagrees with that sum. Also joins
      *          each student's registrations to the sections' meeting
      *          days and times and writes every overlapping pair to
      *          StudentConflicts.txt and the exception master.
      *          Registrations for a student with an active blocking
      *          hold on StudentHolds.dat are not rolled; they go to
      *          the roll-up exceptions with the hold type.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ASSIGN TO "./Exercises/Chapter_17/RollupExceptions.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> A student registered in two sections that meet at the
           *> same time, one line per overlapping pair; read back
           *> afterwards to sync the exception master.
           SELECT StudentConflictFile
             ASSIGN TO "./Exercises/Chapter_17/StudentConflicts.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExceptionMasterFile
             ASSIGN TO "./Exercises/Chapter_17/ExceptionMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExceptionMasterFileStatus.

           *> Registration holds: an active blocking hold keeps the
           *> student's registrations out of the roll-up.
           SELECT HoldsFile
             ASSIGN TO "./Exercises/Chapter_17/StudentHolds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HoldsFileStatus.

           SELECT BatchDateFile ASSIGN TO "BatchDate.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BatchDateFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CoursesFile.
           02 CourseSubject PIC X(4).
           02 FILLER        PIC X(2).
           02 CourseNumberText PIC X(3).
           02 FILLER        PIC X(40).
           02 CourseRoom    PIC X(8).
           02 CourseMeetingDays PIC X(5).
           02 CourseStartTime PIC X(4).
           02 CourseEndTime PIC X(4).
           02 FILLER        PIC X(67).
           02 CourseEsch    PIC X(3).

       FD RegistrationsFile.
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD PrerequisiteFile.
       01 PrerequisiteRecord.
       FD RollupExceptionFile.
       01 RollupExceptionLine PIC X(80).

       FD StudentConflictFile.
       01 StudentConflictLine PIC X(80).
           88 EOStudentConflictFile VALUE HIGH-VALUES.

       FD ExceptionMasterFile.
       01 ExceptionMasterRecord.
           88 EOExceptionMasterFile VALUE HIGH-VALUES.
           02 ExmID         PIC 9(5).
           02 ExmStatus     PIC X.
           02 ExmFirstSeen  PIC 9(8).
           02 ExmLastSeen   PIC 9(8).
           02 ExmAssignedTo PIC X(3).
           02 ExmNote       PIC X(30).
           02 ExmText       PIC X(80).

       FD BatchDateFile.
       01 BatchDateRecord PIC 9(8).

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
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.

               03 SecNumber       PIC X(3).
               03 SecSuppliedEsch PIC 9(3).
               03 SecComputedEsch PIC 9(3).
               03 SecDays         PIC X(5).
               03 SecStartTime    PIC 9(4).
               03 SecEndTime      PIC 9(4).
               03 SecTimedSwitch  PIC X.
                   88 SecHasMeetingTime VALUE "Y".

       *> The two Courses.prn header lines, carried through unchanged
       *> so mkdata's header handling keeps working.
       01 PrereqViolationCount PIC 9(5) VALUE ZERO.
       01 MissingPrereqText PIC X(8) VALUE SPACES.

       *> Every registration that rolled, with the section it rolled
       *> into, so each student's sections can be checked against
       *> one another for overlapping meeting times.
       01 AcceptedCount PIC 9(4) VALUE ZERO.
       01 AcceptedTable.
           02 AcceptedEntry OCCURS 1 TO 5000 TIMES
                            DEPENDING ON AcceptedCount.
               03 AccStudentID PIC X(9).
               03 AccSection   PIC 9(3).

       01 ScanPosition PIC 9(4) VALUE ZERO.
       01 ScanStart    PIC 9(4) VALUE ZERO.
       01 ScanOther    PIC 9(4) VALUE ZERO.
       01 FirstSection  PIC 9(3) VALUE ZERO.
       01 SecondSection PIC 9(3) VALUE ZERO.
       01 DayPosition  PIC 9    VALUE ZERO.
       01 DaysOverlapSwitch PIC X VALUE "N".
           88 MeetingDaysOverlap VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentConflictCount PIC 9(5) VALUE ZERO.

       *> Exception master held in memory for the sync, the same way
       *> mkdata syncs its own exceptions: a conflict still present
       *> keeps its ID and gets its last-seen date refreshed; a new
       *> one is appended as open.
       01 ExceptionMasterFileStatus PIC X(02) VALUE ZEROES.
       01 BatchDateFileStatus       PIC X(02) VALUE ZEROES.
       01 ExmCount PIC 9(3) VALUE ZERO.
       01 ExmTable.
           02 ExmEntry OCCURS 1 TO 500 TIMES
                       DEPENDING ON ExmCount
                       INDEXED BY ExmIdx.
               03 ExmTblID         PIC 9(5).
               03 ExmTblStatus     PIC X.
                   88 ExmResolved      VALUE "R".
               03 ExmTblFirstSeen  PIC 9(8).
               03 ExmTblLastSeen   PIC 9(8).
               03 ExmTblAssignedTo PIC X(3).
               03 ExmTblNote       PIC X(30).
               03 ExmTblText       PIC X(80).

       01 NextExceptionID PIC 9(5) VALUE 1.
       01 SyncDate        PIC 9(8) VALUE ZERO.

       *> The holds in force on the business date that block
       *> registration: placed by then and not yet released.
       01 HoldsFileStatus PIC X(02) VALUE ZEROES.
       01 BlockingHoldCount PIC 9(4) VALUE ZERO.
       01 BlockingHoldTable.
           02 BlockingHoldEntry OCCURS 1 TO 5000 TIMES
                                DEPENDING ON BlockingHoldCount
                                INDEXED BY HoldIdx.
               03 BlkStudentID PIC X(9).
               03 BlkType      PIC X.
               03 BlkOffice    PIC X(10).

       01 HoldTypeNames.
           02 FILLER PIC X(10) VALUE "FFINANCIAL".
           02 FILLER PIC X(10) VALUE "AADVISING ".
           02 FILLER PIC X(10) VALUE "CCONDUCT  ".
           02 FILLER PIC X(10) VALUE "RRECORDS  ".
       01 HoldTypeTable REDEFINES HoldTypeNames.
           02 HoldTypeEntry OCCURS 4 TIMES INDEXED BY HtIdx.
               03 HoldTypeCode PIC X.
               03 HoldTypeName PIC X(9).
       01 HoldTypeText PIC X(9) VALUE SPACES.

       01 StudentHeldSwitch PIC X VALUE "N".
           88 StudentIsHeld VALUE "Y" WHEN SET TO FALSE "N".
       01 HeldRegistrationCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GetSyncDate.
           PERFORM LoadStudentMaster.
           PERFORM LoadBlockingHolds.
           PERFORM LoadPrerequisites.
           PERFORM LoadCompletedCourses.
           PERFORM LoadSectionTable.
           CLOSE RollupExceptionFile.
           PERFORM WriteRolledFile.
           PERFORM ReportEschMismatches.
           PERFORM ReportStudentConflicts.
           PERFORM SyncExceptionMaster.

           DISPLAY "Registrations read:          ", RegistrationsRead
           DISPLAY "Registrations off the file:  ", UnknownSectionCount
           DISPLAY "Unknown-student exceptions:  ", UnknownStudentCount
           DISPLAY "Held-student exceptions:     ",
               HeldRegistrationCount
           DISPLAY "Prerequisite violations:     ",
               PrereqViolationCount
           DISPLAY "Sections with Esch mismatch: ", MismatchCount
           DISPLAY "Student timetable conflicts: ",
               StudentConflictCount
           DISPLAY "Copy CoursesRolled.prn over Courses.prn to run "
               "the tuition job from the rolled-up figures."
           STOP RUN.
                   MOVE ZERO TO SecSuppliedEsch(SectionCount)
               END-IF
               MOVE ZERO TO SecComputedEsch(SectionCount)
               PERFORM StoreMeetingPattern
               PERFORM ReadCourseLine
           END-PERFORM
           CLOSE CoursesFile.
       ReadCourseLine.
           READ CoursesFile AT END SET EOCoursesFile TO TRUE.

      *> Only a section with meeting days and usable times can clash;
      *> online sections with no meeting time are exempt.
       StoreMeetingPattern.
           MOVE CourseMeetingDays TO SecDays(SectionCount)
           MOVE ZERO TO SecStartTime(SectionCount)
           MOVE ZERO TO SecEndTime(SectionCount)
           MOVE "N" TO SecTimedSwitch(SectionCount)
           IF CourseStartTime IS NUMERIC
               AND CourseEndTime IS NUMERIC
               AND CourseMeetingDays NOT = SPACES
               MOVE CourseStartTime TO SecStartTime(SectionCount)
               MOVE CourseEndTime   TO SecEndTime(SectionCount)
               MOVE "Y" TO SecTimedSwitch(SectionCount)
           END-IF.

       SumRegistrations.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus NOT = "00"
               PERFORM WriteUnknownStudentException
               ADD 1 TO UnknownStudentCount
           ELSE
               PERFORM CheckStudentHolds
               IF StudentIsHeld
                   PERFORM WriteHeldStudentException
                   ADD 1 TO HeldRegistrationCount
               ELSE
                   PERFORM CheckPrerequisites
                   IF AllPrereqsMet
                       PERFORM AddKnownRegistration
                   ELSE
                       PERFORM WritePrereqException
                   END-IF
               END-IF
           END-IF.

       LoadBlockingHolds.
           OPEN INPUT HoldsFile
           IF HoldsFileStatus = "00" OR HoldsFileStatus = "05"
               OR HoldsFileStatus = "07"
               PERFORM ReadHoldLine
               PERFORM UNTIL EOHoldsFile
                   IF HoldBlocking = "Y"
                       AND HoldPlacedDate <= SyncDate
                       AND (HoldReleaseDate = ZERO
                           OR HoldReleaseDate > SyncDate)
                       ADD 1 TO BlockingHoldCount
                       MOVE HoldStudentID
                           TO BlkStudentID(BlockingHoldCount)
                       MOVE HoldType   TO BlkType(BlockingHoldCount)
                       MOVE HoldOffice TO BlkOffice(BlockingHoldCount)
                   END-IF
                   PERFORM ReadHoldLine
               END-PERFORM
               CLOSE HoldsFile
           END-IF.

       ReadHoldLine.
           READ HoldsFile
               AT END SET EOHoldsFile TO TRUE.

       CheckStudentHolds.
           SET StudentIsHeld TO FALSE
           IF BlockingHoldCount > ZERO
               SET HoldIdx TO 1
               SEARCH BlockingHoldEntry
                   AT END
                       CONTINUE
                   WHEN BlkStudentID(HoldIdx) = RegStudentID
                       SET StudentIsHeld TO TRUE
               END-SEARCH
           END-IF.

       WriteHeldStudentException.
           MOVE "OTHER" TO HoldTypeText
           SET HtIdx TO 1
           SEARCH HoldTypeEntry
               AT END
                   CONTINUE
               WHEN HoldTypeCode(HtIdx) = BlkType(HoldIdx)
                   MOVE HoldTypeName(HtIdx) TO HoldTypeText
           END-SEARCH
           MOVE SPACES TO RollupExceptionLine
           STRING "Student " DELIMITED BY SIZE
               RegStudentID DELIMITED BY SIZE
               " blocked by " DELIMITED BY SIZE
               HoldTypeText DELIMITED BY SPACE
               " hold (" DELIMITED BY SIZE
               BlkOffice(HoldIdx) DELIMITED BY SPACE
               "); " DELIMITED BY SIZE
               RegSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               RegNumber DELIMITED BY SIZE
               " not rolled." DELIMITED BY SIZE
               INTO RollupExceptionLine
           END-STRING
           WRITE RollupExceptionLine.

       WriteUnknownStudentException.
           MOVE SPACES TO RollupExceptionLine
           STRING "Unknown student " DELIMITED BY SIZE
               WHEN SecSubject(SecIdx) = RegSubject
                AND SecNumber(SecIdx)  = RegNumber
                   ADD RegCreditHours TO SecComputedEsch(SecIdx)
                   ADD 1 TO AcceptedCount
                   MOVE RegStudentID TO AccStudentID(AcceptedCount)
                   SET AccSection(AcceptedCount) TO SecIdx
           END-SEARCH.

       WriteRolledFile.
                   "  registrations ", SecComputedEsch(SecIdx)
           END-IF.

      *> Pairwise scan of the rolled registrations: two sections of
      *> the same student's with a common meeting day and
      *> overlapping times are a conflict.
       ReportStudentConflicts.
           OPEN OUTPUT StudentConflictFile
           PERFORM ScanOneRegistration
               VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition >= AcceptedCount
           CLOSE StudentConflictFile.

       ScanOneRegistration.
           ADD 1 TO ScanPosition GIVING ScanStart
           PERFORM CompareRegistrationPair
               VARYING ScanOther FROM ScanStart BY 1
               UNTIL ScanOther > AcceptedCount.

       CompareRegistrationPair.
           MOVE AccSection(ScanPosition) TO FirstSection
           MOVE AccSection(ScanOther)    TO SecondSection
           IF AccStudentID(ScanPosition) = AccStudentID(ScanOther)
               AND FirstSection NOT = SecondSection
               AND SecHasMeetingTime(FirstSection)
               AND SecHasMeetingTime(SecondSection)
               PERFORM CheckMeetingDaysOverlap
               IF MeetingDaysOverlap
                   AND SecStartTime(FirstSection)
                       < SecEndTime(SecondSection)
                   AND SecStartTime(SecondSection)
                       < SecEndTime(FirstSection)
                   PERFORM WriteStudentConflict
               END-IF
           END-IF.

       CheckMeetingDaysOverlap.
           SET MeetingDaysOverlap TO FALSE
           PERFORM CheckOneMeetingDay
               VARYING DayPosition FROM 1 BY 1
               UNTIL DayPosition > 5.

       CheckOneMeetingDay.
           IF SecDays(FirstSection)(DayPosition:1) NOT = SPACE
               AND SecDays(SecondSection)(DayPosition:1) NOT = SPACE
               SET MeetingDaysOverlap TO TRUE
           END-IF.

       WriteStudentConflict.
           ADD 1 TO StudentConflictCount
           MOVE SPACES TO StudentConflictLine
           STRING "Student " DELIMITED BY SIZE
               AccStudentID(ScanPosition) DELIMITED BY SIZE
               " overlaps " DELIMITED BY SIZE
               SecSubject(FirstSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecNumber(FirstSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecDays(FirstSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecStartTime(FirstSection) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SecEndTime(FirstSection) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               SecSubject(SecondSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecNumber(SecondSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecDays(SecondSection) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecStartTime(SecondSection) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SecEndTime(SecondSection) DELIMITED BY SIZE
               INTO StudentConflictLine
           END-STRING
           WRITE StudentConflictLine.

       SyncExceptionMaster.
           PERFORM LoadExceptionMaster
           OPEN INPUT StudentConflictFile
           PERFORM ReadStudentConflictLine
           PERFORM UNTIL EOStudentConflictFile
               IF StudentConflictLine NOT = SPACES
                   PERFORM MatchOneException
               END-IF
               PERFORM ReadStudentConflictLine
           END-PERFORM
           CLOSE StudentConflictFile
           PERFORM RewriteExceptionMaster.

       GetSyncDate.
           MOVE ZERO TO SyncDate
           OPEN INPUT BatchDateFile
           IF BatchDateFileStatus = "00"
               READ BatchDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BatchDateRecord IS NUMERIC
                           MOVE BatchDateRecord TO SyncDate
                       END-IF
               END-READ
               CLOSE BatchDateFile
           END-IF
           IF SyncDate = ZERO
               ACCEPT SyncDate FROM DATE YYYYMMDD
           END-IF.

       ReadStudentConflictLine.
           READ StudentConflictFile
               AT END SET EOStudentConflictFile TO TRUE.

       LoadExceptionMaster.
           MOVE ZERO TO ExmCount
           MOVE 1 TO NextExceptionID
           OPEN INPUT ExceptionMasterFile
           IF ExceptionMasterFileStatus = "00"
               OR ExceptionMasterFileStatus = "05"
               OR ExceptionMasterFileStatus = "07"
               PERFORM ReadExceptionMasterLine
               PERFORM UNTIL EOExceptionMasterFile
                   ADD 1 TO ExmCount
                   MOVE ExmID         TO ExmTblID(ExmCount)
                   MOVE ExmStatus     TO ExmTblStatus(ExmCount)
                   MOVE ExmFirstSeen  TO ExmTblFirstSeen(ExmCount)
                   MOVE ExmLastSeen   TO ExmTblLastSeen(ExmCount)
                   MOVE ExmAssignedTo TO ExmTblAssignedTo(ExmCount)
                   MOVE ExmNote       TO ExmTblNote(ExmCount)
                   MOVE ExmText       TO ExmTblText(ExmCount)
                   IF ExmID >= NextExceptionID
                       ADD 1 TO ExmID GIVING NextExceptionID
                   END-IF
                   PERFORM ReadExceptionMasterLine
               END-PERFORM
               CLOSE ExceptionMasterFile
           END-IF.

       ReadExceptionMasterLine.
           READ ExceptionMasterFile
               AT END SET EOExceptionMasterFile TO TRUE.

       MatchOneException.
           IF ExmCount = ZERO
               PERFORM AppendNewException
           ELSE
               SET ExmIdx TO 1
               SEARCH ExmEntry
                   AT END
                       PERFORM AppendNewException
                   WHEN ExmTblText(ExmIdx) = StudentConflictLine
                    AND NOT ExmResolved(ExmIdx)
                       MOVE SyncDate TO ExmTblLastSeen(ExmIdx)
               END-SEARCH
           END-IF.

       AppendNewException.
           ADD 1 TO ExmCount
           MOVE NextExceptionID      TO ExmTblID(ExmCount)
           ADD 1 TO NextExceptionID
           MOVE "O"                  TO ExmTblStatus(ExmCount)
           MOVE SyncDate             TO ExmTblFirstSeen(ExmCount)
           MOVE SyncDate             TO ExmTblLastSeen(ExmCount)
           MOVE SPACES               TO ExmTblAssignedTo(ExmCount)
           MOVE SPACES               TO ExmTblNote(ExmCount)
           MOVE StudentConflictLine  TO ExmTblText(ExmCount).

       RewriteExceptionMaster.
           OPEN OUTPUT ExceptionMasterFile
           PERFORM WriteExceptionMasterEntry
               VARYING ExmIdx FROM 1 BY 1
               UNTIL ExmIdx > ExmCount
           CLOSE ExceptionMasterFile.

       WriteExceptionMasterEntry.
           MOVE ExmTblID(ExmIdx)         TO ExmID
           MOVE ExmTblStatus(ExmIdx)     TO ExmStatus
           MOVE ExmTblFirstSeen(ExmIdx)  TO ExmFirstSeen
           MOVE ExmTblLastSeen(ExmIdx)   TO ExmLastSeen
           MOVE ExmTblAssignedTo(ExmIdx) TO ExmAssignedTo
           MOVE ExmTblNote(ExmIdx)       TO ExmNote
           MOVE ExmTblText(ExmIdx)       TO ExmText
           WRITE ExceptionMasterRecord.

       END PROGRAM RollupRegistrations.
