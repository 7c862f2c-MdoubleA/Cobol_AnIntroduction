      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Registration counter entry. Staff key a student ID
      *          and the sections wanted; each section is checked
      *          against the student's status on StudentMaster.dat,
      *          blocking holds, prerequisites, and the seats left
      *          on Capacity.dat - for a cross-listed section, the
      *          seats left in its whole group under the primary's
      *          limit - then either added to Registrations.prn on
      *          the spot or, when the section is full, offered a
      *          place at the back of its line on
      *          WaitlistStudents.dat. Every add is also stamped with
      *          the operator's initials, date and time on
      *          RegistrationEntryLog.dat, so over-capacity sections
      *          are turned away at the counter instead of the night
      *          mkdata runs CheckOverCapacity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrationEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT HoldsFile
             ASSIGN TO "./Exercises/Chapter_17/StudentHolds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HoldsFileStatus.

           SELECT PrerequisiteFile
             ASSIGN TO "./Exercises/Chapter_17/Prerequisites.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PrerequisiteFileStatus.

           SELECT CompletedFile
             ASSIGN TO "./Exercises/Chapter_17/CompletedCourses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CompletedFileStatus.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/Courses.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

           SELECT CapacityFile
             ASSIGN TO "./Exercises/Chapter_17/Capacity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CapacityFileStatus.

           *> Sections offered under more than one subject: each
           *> member listing names the primary section whose seat
           *> limit the whole group shares.
           SELECT CrossListFile
             ASSIGN TO "./Exercises/Chapter_17/CrossListings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CrossListFileStatus.

           *> Read at start for the seat counts, then appended to one
           *> line at a time as each add is accepted.
           SELECT OPTIONAL RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT OPTIONAL WaitlistStudentsFile
             ASSIGN TO "./Exercises/Chapter_17/WaitlistStudents.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WaitlistStudentsFileStatus.

           *> Who keyed each add and when; Registrations.prn keeps
           *> its standard layout for the roll-up and billing runs.
           SELECT OPTIONAL RegistrationLogFile
             ASSIGN TO
               "./Exercises/Chapter_17/RegistrationEntryLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD PrerequisiteFile.
       01 PrerequisiteRecord.
           88 EOPrerequisiteFile VALUE HIGH-VALUES.
           02 PrqSubject    PIC X(4).
           02 PrqNumber     PIC X(3).
           02 PrqReqSubject PIC X(4).
           02 PrqReqNumber  PIC X(3).

       FD CompletedFile.
       01 CompletedRecord.
           88 EOCompletedFile VALUE HIGH-VALUES.
           02 CmpStudentID PIC X(9).
           02 CmpSubject   PIC X(4).
           02 CmpNumber    PIC X(3).

       FD CoursesFile.
       01 CourseFileRecord.
           88 EOCoursesFile VALUE HIGH-VALUES.
           02 CourseSubject    PIC X(4).
           02 FILLER           PIC X(2).
           02 CourseNumberText PIC X(3).
           02 FILLER           PIC X(131).

       FD CapacityFile.
       01 CapacityFileRecord.
           88 EOCapacityFile VALUE HIGH-VALUES.
           02 CapFileSubject PIC X(4).
           02 CapFileNumber  PIC X(3).
           02 CapFileLimit   PIC 9(3).

       FD CrossListFile.
       01 CrossListRecord.
           88 EOCrossListFile VALUE HIGH-VALUES.
           02 XlsFileSubject        PIC X(4).
           02 XlsFileNumber         PIC X(3).
           02 XlsFilePrimarySubject PIC X(4).
           02 XlsFilePrimaryNumber  PIC X(3).

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID  PIC X(9).
           02 RegSubject    PIC X(4).
           02 RegNumber     PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD WaitlistStudentsFile.
       01 WaitlistStudentRecord.
           88 EOWaitlistStudentsFile VALUE HIGH-VALUES.
           02 WLSStudentID PIC X(9).
           02 WLSSubject   PIC X(4).
           02 WLSNumber    PIC X(3).
           02 WLSHours     PIC 9(3).
           02 WLSPriority  PIC 9(3).

       FD RegistrationLogFile.
       01 RegistrationLogRecord.
           02 LogStudentID   PIC X(9).
           02 LogSubject     PIC X(4).
           02 LogNumber      PIC X(3).
           02 LogCreditHours PIC 9(3).
           02 LogAction      PIC X.
           02 LogOperator    PIC X(3).
           02 LogEntryDate   PIC 9(8).
           02 LogEntryTime   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 StudentFileStatus          PIC X(02) VALUE ZEROES.
       01 HoldsFileStatus            PIC X(02) VALUE ZEROES.
       01 PrerequisiteFileStatus     PIC X(02) VALUE ZEROES.
       01 CompletedFileStatus        PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus          PIC X(02) VALUE ZEROES.
       01 CapacityFileStatus         PIC X(02) VALUE ZEROES.
       01 CrossListFileStatus        PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus    PIC X(02) VALUE ZEROES.
       01 WaitlistStudentsFileStatus PIC X(02) VALUE ZEROES.
       01 RegistrationLogFileStatus  PIC X(02) VALUE ZEROES.

       *> Only an active student may register; the status byte is
       *> kept so the refusal can say why.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID     PIC X(9).
               03 TblStudentStatus PIC X.
                   88 TblStudentActive VALUE "A".

       *> The holds in force today that block registration: placed
       *> by now and not yet released.
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

       *> Prerequisite rules and each student's completed courses.
       01 PrereqCount PIC 9(3) VALUE ZERO.
       01 PrereqTable.
           02 PrereqEntry OCCURS 1 TO 500 TIMES
                          DEPENDING ON PrereqCount
                          INDEXED BY PrqIdx.
               03 TblPrqSubject    PIC X(4).
               03 TblPrqNumber     PIC X(3).
               03 TblPrqReqSubject PIC X(4).
               03 TblPrqReqNumber  PIC X(3).

       01 CompletedCount PIC 9(4) VALUE ZERO.
       01 CompletedTable.
           02 CompletedEntry OCCURS 1 TO 5000 TIMES
                             DEPENDING ON CompletedCount
                             INDEXED BY CmpIdx.
               03 TblCmpStudentID PIC X(9).
               03 TblCmpSubject   PIC X(4).
               03 TblCmpNumber    PIC X(3).

       *> The sections on offer, each with its seat limit (zero when
       *> Capacity.dat has no line for it) and its Esch so far.
       01 SectionCount PIC 9(3) VALUE ZERO.
       01 SectionTable.
           02 SectionEntry OCCURS 1 TO 500 TIMES
                           DEPENDING ON SectionCount
                           INDEXED BY SecIdx.
               03 SecSubject PIC X(4).
               03 SecNumber  PIC X(3).
               03 SecLimit   PIC 9(3).
               03 SecEsch    PIC 9(5).

       *> Cross-listings are optional; with no CrossListings.dat
       *> every section stands alone. A cross-listed section is
       *> seated against its group - the primary and every listing
       *> naming it - on the combined Esch and the primary's limit.
       01 CrossListCount PIC 9(3) VALUE ZERO.
       01 CrossListTable.
           02 CrossListEntry OCCURS 1 TO 200 TIMES
                             DEPENDING ON CrossListCount
                             INDEXED BY XlsIdx.
               03 XlsMemberSubject PIC X(4).
               03 XlsMemberNumber  PIC X(3).
               03 XlsGroupSubject  PIC X(4).
               03 XlsGroupNumber   PIC X(3).

       01 CrossGroupKey.
           02 CrossGroupSubject PIC X(4).
           02 CrossGroupNumber  PIC X(3).
       01 ScanGroupKey.
           02 ScanGroupSubject  PIC X(4).
           02 ScanGroupNumber   PIC X(3).
       01 CrossListedSwitch PIC X VALUE "N".
           88 SectionIsCrossListed VALUE "Y" WHEN SET TO FALSE "N".
       01 SectionScan PIC 9(3) VALUE ZERO.
       01 SeatLimit   PIC 9(3) VALUE ZERO.
       01 SeatEsch    PIC 9(5) VALUE ZERO.

       *> Everyone registered so far, from the file and from this
       *> session, so the same section can't be added twice.
       01 RegisteredCount PIC 9(5) VALUE ZERO.
       01 RegisteredTable.
           02 RegisteredEntry OCCURS 1 TO 20000 TIMES
                              DEPENDING ON RegisteredCount
                              INDEXED BY RgdIdx.
               03 RgdStudentID PIC X(9).
               03 RgdSubject   PIC X(4).
               03 RgdNumber    PIC X(3).

       *> Everyone already in line, for the next priority number and
       *> so a student is not put in the same line twice.
       01 WaitCount PIC 9(4) VALUE ZERO.
       01 WaitTable.
           02 WaitEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON WaitCount
                        INDEXED BY WaitIdx.
               03 WtStudentID PIC X(9).
               03 WtSubject   PIC X(4).
               03 WtNumber    PIC X(3).
               03 WtPriority  PIC 9(3).

       01 OperatorInitials PIC X(3) VALUE SPACES.
       01 EntryStudentID   PIC X(9) VALUE SPACES.
       01 EntrySection.
           02 EntrySubject PIC X(4).
           02 EntryNumber  PIC X(3).
       01 EntryHoursText PIC X(3) VALUE SPACES.
       01 EntryHours REDEFINES EntryHoursText PIC 9(3).
       01 EntryAnswer PIC X VALUE SPACE.

       01 TodaysDate   PIC 9(8) VALUE ZERO.
       01 EntryTimeRaw PIC 9(8) VALUE ZERO.

       01 PrereqScan PIC 9(3) VALUE ZERO.
       01 MissingPrereqText PIC X(8) VALUE SPACES.
       01 NextPriority PIC 9(3) VALUE ZERO.

       01 StudentOKSwitch PIC X VALUE "N".
           88 StudentMayRegister VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentHeldSwitch PIC X VALUE "N".
           88 StudentIsHeld VALUE "Y" WHEN SET TO FALSE "N".
       01 PrereqMetSwitch PIC X VALUE "N".
           88 PrereqIsMet VALUE "Y" WHEN SET TO FALSE "N".
       01 PrereqOKSwitch PIC X VALUE "N".
           88 AllPrereqsMet VALUE "Y" WHEN SET TO FALSE "N".
       01 SectionFoundSwitch PIC X VALUE "N".
           88 SectionOnOffer VALUE "Y" WHEN SET TO FALSE "N".
       01 RegisteredSwitch PIC X VALUE "N".
           88 AlreadyRegistered VALUE "Y" WHEN SET TO FALSE "N".
       01 WaitingSwitch PIC X VALUE "N".
           88 AlreadyWaiting VALUE "Y" WHEN SET TO FALSE "N".

       01 RegistrationsAdded PIC 9(4) VALUE ZERO.
       01 WaitlistAdded      PIC 9(4) VALUE ZERO.
       01 SectionsRefused    PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM LoadSectionTable
           IF SectionCount = ZERO
               DISPLAY "No sections on Courses.prn; nothing can be "
                   "registered."
               STOP RUN
           END-IF
           PERFORM LoadCapacityLimits
           PERFORM LoadCrossListings
           PERFORM LoadStudentTable
           IF StudentCount = ZERO
               DISPLAY "No StudentMaster.dat; registration entry "
                   "needs the student master."
               STOP RUN
           END-IF
           PERFORM LoadBlockingHolds
           PERFORM LoadPrerequisites
           PERFORM LoadCompletedCourses
           PERFORM LoadRegistrations
           PERFORM LoadWaitlist

           DISPLAY "Registrations on file: ", RegisteredCount
           DISPLAY "Enter your initials: "
           ACCEPT OperatorInitials
           IF OperatorInitials = SPACES
               DISPLAY "Initials are required; nothing entered."
               STOP RUN
           END-IF

           PERFORM PromptForStudentID *> Init loop.
           PERFORM PromptForStudentID
               UNTIL EntryStudentID = SPACES *> Loop.

           DISPLAY "Registrations added: ", RegistrationsAdded
           DISPLAY "Waitlist places:     ", WaitlistAdded
           DISPLAY "Sections refused:    ", SectionsRefused
           STOP RUN.

       LoadSectionTable.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus = "00"
               PERFORM ReadCourseLine
               PERFORM ReadCourseLine
               PERFORM ReadCourseLine
               PERFORM UNTIL EOCoursesFile
                   ADD 1 TO SectionCount
                   MOVE CourseSubject    TO SecSubject(SectionCount)
                   MOVE CourseNumberText TO SecNumber(SectionCount)
                   MOVE ZERO TO SecLimit(SectionCount)
                   MOVE ZERO TO SecEsch(SectionCount)
                   PERFORM ReadCourseLine
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       ReadCourseLine.
           READ CoursesFile AT END SET EOCoursesFile TO TRUE.

       LoadCapacityLimits.
           OPEN INPUT CapacityFile
           IF CapacityFileStatus = "00" OR CapacityFileStatus = "05"
               OR CapacityFileStatus = "07"
               PERFORM ReadCapacityLine
               PERFORM UNTIL EOCapacityFile
                   SET SecIdx TO 1
                   SEARCH SectionEntry
                       AT END
                           CONTINUE
                       WHEN SecSubject(SecIdx) = CapFileSubject
                        AND SecNumber(SecIdx) = CapFileNumber
                           MOVE CapFileLimit TO SecLimit(SecIdx)
                   END-SEARCH
                   PERFORM ReadCapacityLine
               END-PERFORM
               CLOSE CapacityFile
           ELSE
               DISPLAY "No Capacity.dat; seats will not be limited "
                   "this session."
           END-IF.

       ReadCapacityLine.
           READ CapacityFile AT END SET EOCapacityFile TO TRUE.

       LoadCrossListings.
           OPEN INPUT CrossListFile
           IF CrossListFileStatus = "00" OR CrossListFileStatus = "05"
               OR CrossListFileStatus = "07"
               PERFORM ReadCrossListLine
               PERFORM UNTIL EOCrossListFile
                   IF CrossListCount < 200
                       ADD 1 TO CrossListCount
                       MOVE XlsFileSubject
                           TO XlsMemberSubject(CrossListCount)
                       MOVE XlsFileNumber
                           TO XlsMemberNumber(CrossListCount)
                       MOVE XlsFilePrimarySubject
                           TO XlsGroupSubject(CrossListCount)
                       MOVE XlsFilePrimaryNumber
                           TO XlsGroupNumber(CrossListCount)
                   ELSE
                       DISPLAY "More than 200 lines on "
                           "CrossListings.dat; " XlsFileSubject SPACE
                           XlsFileNumber " seated on its own."
                   END-IF
                   PERFORM ReadCrossListLine
               END-PERFORM
               CLOSE CrossListFile
           END-IF.

       ReadCrossListLine.
           READ CrossListFile
               AT END SET EOCrossListFile TO TRUE.

       LoadStudentTable.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00"
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID     TO TblStudentID(StudentCount)
                   MOVE StuFileStatus TO TblStudentStatus(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadBlockingHolds.
           OPEN INPUT HoldsFile
           IF HoldsFileStatus = "00" OR HoldsFileStatus = "05"
               OR HoldsFileStatus = "07"
               PERFORM ReadHoldLine
               PERFORM UNTIL EOHoldsFile
                   IF HoldBlocking = "Y"
                       AND HoldPlacedDate <= TodaysDate
                       AND (HoldReleaseDate = ZERO
                           OR HoldReleaseDate > TodaysDate)
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

       LoadPrerequisites.
           OPEN INPUT PrerequisiteFile
           IF PrerequisiteFileStatus = "00"
               OR PrerequisiteFileStatus = "05"
               OR PrerequisiteFileStatus = "07"
               PERFORM ReadPrerequisiteLine
               PERFORM UNTIL EOPrerequisiteFile
                   ADD 1 TO PrereqCount
                   MOVE PrqSubject    TO TblPrqSubject(PrereqCount)
                   MOVE PrqNumber     TO TblPrqNumber(PrereqCount)
                   MOVE PrqReqSubject
                       TO TblPrqReqSubject(PrereqCount)
                   MOVE PrqReqNumber
                       TO TblPrqReqNumber(PrereqCount)
                   PERFORM ReadPrerequisiteLine
               END-PERFORM
               CLOSE PrerequisiteFile
           END-IF.

       ReadPrerequisiteLine.
           READ PrerequisiteFile
               AT END SET EOPrerequisiteFile TO TRUE.

       LoadCompletedCourses.
           OPEN INPUT CompletedFile
           IF CompletedFileStatus = "00" OR CompletedFileStatus
               = "05" OR CompletedFileStatus = "07"
               PERFORM ReadCompletedLine
               PERFORM UNTIL EOCompletedFile
                   ADD 1 TO CompletedCount
                   MOVE CmpStudentID
                       TO TblCmpStudentID(CompletedCount)
                   MOVE CmpSubject TO TblCmpSubject(CompletedCount)
                   MOVE CmpNumber  TO TblCmpNumber(CompletedCount)
                   PERFORM ReadCompletedLine
               END-PERFORM
               CLOSE CompletedFile
           END-IF.

       ReadCompletedLine.
           READ CompletedFile
               AT END SET EOCompletedFile TO TRUE.

      *> Each registration on file counts its hours against its
      *> section, the same Esch measure the roll-up and the waitlist
      *> promotion hold up against Capacity.dat.
       LoadRegistrations.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   ADD 1 TO RegisteredCount
                   MOVE RegStudentID
                       TO RgdStudentID(RegisteredCount)
                   MOVE RegSubject TO RgdSubject(RegisteredCount)
                   MOVE RegNumber  TO RgdNumber(RegisteredCount)
                   SET SecIdx TO 1
                   SEARCH SectionEntry
                       AT END
                           CONTINUE
                       WHEN SecSubject(SecIdx) = RegSubject
                        AND SecNumber(SecIdx) = RegNumber
                           IF RegCreditHours IS NUMERIC
                               ADD RegCreditHours TO SecEsch(SecIdx)
                           END-IF
                   END-SEARCH
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           ELSE
               DISPLAY "Cannot open Registrations.prn, status ",
                   RegistrationsFileStatus, "; entry aborted."
               STOP RUN
           END-IF.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

       LoadWaitlist.
           OPEN INPUT WaitlistStudentsFile
           IF WaitlistStudentsFileStatus = "00"
               OR WaitlistStudentsFileStatus = "05"
               OR WaitlistStudentsFileStatus = "07"
               PERFORM ReadWaitlistLine
               PERFORM UNTIL EOWaitlistStudentsFile
                   ADD 1 TO WaitCount
                   MOVE WLSStudentID TO WtStudentID(WaitCount)
                   MOVE WLSSubject   TO WtSubject(WaitCount)
                   MOVE WLSNumber    TO WtNumber(WaitCount)
                   MOVE WLSPriority  TO WtPriority(WaitCount)
                   PERFORM ReadWaitlistLine
               END-PERFORM
               CLOSE WaitlistStudentsFile
           END-IF.

       ReadWaitlistLine.
           READ WaitlistStudentsFile
               AT END SET EOWaitlistStudentsFile TO TRUE.

       PromptForStudentID.
           DISPLAY "Enter student ID, spaces to finish: "
           ACCEPT EntryStudentID
           IF EntryStudentID NOT = SPACES
               PERFORM CheckStudentMayRegister
               IF StudentMayRegister
                   MOVE SPACES TO EntrySection
                   PERFORM PromptForSection *> Init loop.
                   PERFORM PromptForSection
                       UNTIL EntrySection = SPACES *> Loop.
               END-IF
           END-IF.

      *> Status and holds are the student's, not the section's, so
      *> they are settled once before any section is asked for.
       CheckStudentMayRegister.
           SET StudentMayRegister TO FALSE
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   DISPLAY "Student ", EntryStudentID,
                       " is not on the student master."
               WHEN TblStudentID(StuIdx) = EntryStudentID
                   IF TblStudentActive(StuIdx)
                       SET StudentMayRegister TO TRUE
                   ELSE
                       DISPLAY "Student ", EntryStudentID,
                           " has status ", TblStudentStatus(StuIdx),
                           ", not active; may not register."
                   END-IF
           END-SEARCH
           IF StudentMayRegister
               PERFORM CheckStudentHolds
               IF StudentIsHeld
                   SET StudentMayRegister TO FALSE
                   PERFORM DisplayHoldRefusal
               END-IF
           END-IF.

       CheckStudentHolds.
           SET StudentIsHeld TO FALSE
           IF BlockingHoldCount > ZERO
               SET HoldIdx TO 1
               SEARCH BlockingHoldEntry
                   AT END
                       CONTINUE
                   WHEN BlkStudentID(HoldIdx) = EntryStudentID
                       SET StudentIsHeld TO TRUE
               END-SEARCH
           END-IF.

       DisplayHoldRefusal.
           MOVE "OTHER" TO HoldTypeText
           SET HtIdx TO 1
           SEARCH HoldTypeEntry
               AT END
                   CONTINUE
               WHEN HoldTypeCode(HtIdx) = BlkType(HoldIdx)
                   MOVE HoldTypeName(HtIdx) TO HoldTypeText
           END-SEARCH
           DISPLAY "Student ", EntryStudentID, " is blocked by a ",
               HoldTypeText, " hold (", BlkOffice(HoldIdx),
               "); may not register.".

      *> A section is keyed as subject and number run together, e.g.
      *> CSCI101, followed by the credit hours being taken.
       PromptForSection.
           DISPLAY "Enter section (subject and number, e.g. CSCI101), "
               "spaces for the next student: "
           ACCEPT EntrySection
           IF EntrySection NOT = SPACES
               PERFORM FindSection
               IF NOT SectionOnOffer
                   DISPLAY EntrySubject, SPACE, EntryNumber,
                       " is not on Courses.prn."
                   ADD 1 TO SectionsRefused
               ELSE
                   PERFORM CheckSectionForStudent
               END-IF
           END-IF.

       FindSection.
           SET SectionOnOffer TO FALSE
           SET SecIdx TO 1
           SEARCH SectionEntry
               AT END
                   CONTINUE
               WHEN SecSubject(SecIdx) = EntrySubject
                AND SecNumber(SecIdx) = EntryNumber
                   SET SectionOnOffer TO TRUE
           END-SEARCH.

       CheckSectionForStudent.
           PERFORM FindRegistration
           IF AlreadyRegistered
               DISPLAY "Student ", EntryStudentID,
                   " is already registered for ", EntrySubject,
                   SPACE, EntryNumber, "."
               ADD 1 TO SectionsRefused
           ELSE
               PERFORM CheckPrerequisites
               IF NOT AllPrereqsMet
                   DISPLAY "Student ", EntryStudentID, " lacks ",
                       MissingPrereqText, " for ", EntrySubject,
                       SPACE, EntryNumber, "; not registered."
                   ADD 1 TO SectionsRefused
               ELSE
                   PERFORM PromptForHours
                   IF EntryHoursText NOT = SPACES
                       PERFORM SeatOrWaitlist
                   END-IF
               END-IF
           END-IF.

       FindRegistration.
           SET AlreadyRegistered TO FALSE
           IF RegisteredCount > ZERO
               SET RgdIdx TO 1
               SEARCH RegisteredEntry
                   AT END
                       CONTINUE
                   WHEN RgdStudentID(RgdIdx) = EntryStudentID
                    AND RgdSubject(RgdIdx) = EntrySubject
                    AND RgdNumber(RgdIdx) = EntryNumber
                       SET AlreadyRegistered TO TRUE
               END-SEARCH
           END-IF.

      *> Every prerequisite row for the section's course must match
      *> a completed course of the student's.
       CheckPrerequisites.
           SET AllPrereqsMet TO TRUE
           MOVE SPACES TO MissingPrereqText
           PERFORM VARYING PrereqScan FROM 1 BY 1
               UNTIL PrereqScan > PrereqCount
               OR NOT AllPrereqsMet
               IF TblPrqSubject(PrereqScan) = EntrySubject
                   AND TblPrqNumber(PrereqScan) = EntryNumber
                   PERFORM CheckOnePrerequisite
                   IF NOT PrereqIsMet
                       SET AllPrereqsMet TO FALSE
                       MOVE SPACES TO MissingPrereqText
                       STRING TblPrqReqSubject(PrereqScan)
                               DELIMITED BY SIZE
                           SPACE DELIMITED BY SIZE
                           TblPrqReqNumber(PrereqScan)
                               DELIMITED BY SIZE
                           INTO MissingPrereqText
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       CheckOnePrerequisite.
           SET PrereqIsMet TO FALSE
           IF CompletedCount > ZERO
               SET CmpIdx TO 1
               SEARCH CompletedEntry
                   AT END
                       CONTINUE
                   WHEN TblCmpStudentID(CmpIdx) = EntryStudentID
                    AND TblCmpSubject(CmpIdx)
                        = TblPrqReqSubject(PrereqScan)
                    AND TblCmpNumber(CmpIdx)
                        = TblPrqReqNumber(PrereqScan)
                       SET PrereqIsMet TO TRUE
               END-SEARCH
           END-IF.

       PromptForHours.
           DISPLAY "Enter credit hours (3 digits, e.g. 004), spaces "
               "to skip this section: "
           ACCEPT EntryHoursText
           IF EntryHoursText NOT = SPACES
               IF EntryHoursText IS NOT NUMERIC OR EntryHours = ZERO
                   DISPLAY "Credit hours are three digits, more "
                       "than zero; section skipped."
                   MOVE SPACES TO EntryHoursText
                   ADD 1 TO SectionsRefused
               END-IF
           END-IF.

      *> A section with no line on Capacity.dat has no seat limit;
      *> otherwise the hours must fit under the limit, as they must
      *> for a waitlist promotion. A cross-listed section is held to
      *> its group's combined Esch and the primary's limit.
       SeatOrWaitlist.
           MOVE SecSubject(SecIdx) TO ScanGroupSubject
           MOVE SecNumber(SecIdx)  TO ScanGroupNumber
           PERFORM FindGroupForScan
           MOVE ScanGroupKey TO CrossGroupKey
           SET SectionIsCrossListed TO FALSE
           IF CrossListCount > ZERO
               PERFORM SumCrossGroupEsch
           END-IF
           IF NOT SectionIsCrossListed
               MOVE SecLimit(SecIdx) TO SeatLimit
               MOVE SecEsch(SecIdx)  TO SeatEsch
           END-IF
           IF SeatLimit = ZERO
               OR SeatEsch + EntryHours <= SeatLimit
               PERFORM AddRegistration
           ELSE
               IF SectionIsCrossListed
                   DISPLAY EntrySubject, SPACE, EntryNumber,
                       " is full (cross-listed group ",
                       CrossGroupSubject, SPACE, CrossGroupNumber,
                       " Esch ", SeatEsch, " of ", SeatLimit, ")."
               ELSE
                   DISPLAY EntrySubject, SPACE, EntryNumber,
                       " is full (Esch ", SeatEsch, " of ",
                       SeatLimit, ")."
               END-IF
               PERFORM OfferWaitlist
           END-IF.

      *> ScanGroupKey comes in as a section and goes out as the
      *> primary it is listed under, or unchanged when it is not a
      *> member listing.
       FindGroupForScan.
           IF CrossListCount > ZERO
               SET XlsIdx TO 1
               SEARCH CrossListEntry
                   AT END
                       CONTINUE
                   WHEN XlsMemberSubject(XlsIdx) = ScanGroupSubject
                    AND XlsMemberNumber(XlsIdx) = ScanGroupNumber
                       MOVE XlsGroupSubject(XlsIdx)
                           TO ScanGroupSubject
                       MOVE XlsGroupNumber(XlsIdx)
                           TO ScanGroupNumber
               END-SEARCH
           END-IF.

      *> Every section in the group adds its Esch; the primary's own
      *> line supplies the limit. The section is cross-listed when
      *> anything other than itself falls in its group.
       SumCrossGroupEsch.
           MOVE ZERO TO SeatLimit
           MOVE ZERO TO SeatEsch
           PERFORM VARYING SectionScan FROM 1 BY 1
               UNTIL SectionScan > SectionCount
               MOVE SecSubject(SectionScan) TO ScanGroupSubject
               MOVE SecNumber(SectionScan)  TO ScanGroupNumber
               PERFORM FindGroupForScan
               IF ScanGroupKey = CrossGroupKey
                   ADD SecEsch(SectionScan) TO SeatEsch
                   IF SecSubject(SectionScan) = CrossGroupSubject
                       AND SecNumber(SectionScan) = CrossGroupNumber
                       MOVE SecLimit(SectionScan) TO SeatLimit
                   END-IF
                   IF SectionScan NOT = SecIdx
                       SET SectionIsCrossListed TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       AddRegistration.
           MOVE EntryStudentID TO RegStudentID
           MOVE EntrySubject   TO RegSubject
           MOVE EntryNumber    TO RegNumber
           MOVE EntryHours     TO RegCreditHours
           OPEN EXTEND RegistrationsFile
           WRITE RegistrationRecord
           CLOSE RegistrationsFile

           ADD EntryHours TO SecEsch(SecIdx)
           ADD 1 TO RegisteredCount
           MOVE EntryStudentID TO RgdStudentID(RegisteredCount)
           MOVE EntrySubject   TO RgdSubject(RegisteredCount)
           MOVE EntryNumber    TO RgdNumber(RegisteredCount)
           ADD 1 TO RegistrationsAdded

           MOVE "R" TO LogAction
           PERFORM WriteEntryLog
           DISPLAY "Registered for ", EntrySubject, SPACE,
               EntryNumber, ".".

       OfferWaitlist.
           PERFORM FindWaitlistEntry
           IF AlreadyWaiting
               DISPLAY "Student ", EntryStudentID,
                   " is already waitlisted for it, priority ",
                   WtPriority(WaitIdx), "."
               ADD 1 TO SectionsRefused
           ELSE
               PERFORM FindNextPriority
               DISPLAY "Enter Y to waitlist the student at priority ",
                   NextPriority, ": "
               ACCEPT EntryAnswer
               IF EntryAnswer = "Y" OR EntryAnswer = "y"
                   PERFORM AddWaitlistEntry
               ELSE
                   DISPLAY "Not waitlisted."
                   ADD 1 TO SectionsRefused
               END-IF
           END-IF.

       FindWaitlistEntry.
           SET AlreadyWaiting TO FALSE
           IF WaitCount > ZERO
               SET WaitIdx TO 1
               SEARCH WaitEntry
                   AT END
                       CONTINUE
                   WHEN WtStudentID(WaitIdx) = EntryStudentID
                    AND WtSubject(WaitIdx) = EntrySubject
                    AND WtNumber(WaitIdx) = EntryNumber
                       SET AlreadyWaiting TO TRUE
               END-SEARCH
           END-IF.

      *> Promotion seats the lowest priority number first, so a new
      *> arrival goes one past the highest already in that line.
       FindNextPriority.
           MOVE ZERO TO NextPriority
           PERFORM VARYING WaitIdx FROM 1 BY 1
               UNTIL WaitIdx > WaitCount
               IF WtSubject(WaitIdx) = EntrySubject
                   AND WtNumber(WaitIdx) = EntryNumber
                   AND WtPriority(WaitIdx) > NextPriority
                   MOVE WtPriority(WaitIdx) TO NextPriority
               END-IF
           END-PERFORM
           ADD 1 TO NextPriority.

       AddWaitlistEntry.
           MOVE EntryStudentID TO WLSStudentID
           MOVE EntrySubject   TO WLSSubject
           MOVE EntryNumber    TO WLSNumber
           MOVE EntryHours     TO WLSHours
           MOVE NextPriority   TO WLSPriority
           OPEN EXTEND WaitlistStudentsFile
           WRITE WaitlistStudentRecord
           CLOSE WaitlistStudentsFile

           ADD 1 TO WaitCount
           MOVE EntryStudentID TO WtStudentID(WaitCount)
           MOVE EntrySubject   TO WtSubject(WaitCount)
           MOVE EntryNumber    TO WtNumber(WaitCount)
           MOVE NextPriority   TO WtPriority(WaitCount)
           ADD 1 TO WaitlistAdded

           MOVE "W" TO LogAction
           PERFORM WriteEntryLog
           DISPLAY "Waitlisted for ", EntrySubject, SPACE,
               EntryNumber, " at priority ", NextPriority, ".".

      *> One line per add, R for a registration and W for a
      *> waitlist place, stamped with who keyed it and when.
       WriteEntryLog.
           MOVE EntryStudentID   TO LogStudentID
           MOVE EntrySubject     TO LogSubject
           MOVE EntryNumber      TO LogNumber
           MOVE EntryHours       TO LogCreditHours
           MOVE OperatorInitials TO LogOperator
           ACCEPT LogEntryDate FROM DATE YYYYMMDD
           ACCEPT EntryTimeRaw FROM TIME
           MOVE EntryTimeRaw(1:6) TO LogEntryTime
           OPEN EXTEND RegistrationLogFile
           WRITE RegistrationLogRecord
           CLOSE RegistrationLogFile.

       END PROGRAM RegistrationEntry.
