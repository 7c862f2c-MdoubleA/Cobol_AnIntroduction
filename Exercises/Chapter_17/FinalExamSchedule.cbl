      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Build the final exam grid. Each in-person section on
      *          Courses.prn gets the exam block ExamBlocks.dat maps
      *          its regular meeting days and start time to, in its
      *          own room unless the enrollment needs more seats than
      *          the room holds or the room is already taken for that
      *          block - then the smallest free room that seats the
      *          class. A room's seats are the largest Capacity.dat
      *          limit of any course that meets in it. Prints
      *          FinalExamSchedule.txt by exam day and block, then
      *          checks every student's registrations for two exams
      *          in one block or more than two on one day and lists
      *          them on ExamConflicts.txt for the deans.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalExamSchedule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/Courses.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

           *> One line per meeting pattern: the positional meeting
           *> days, the range of regular start times it covers, and
           *> the exam date and block those sections sit in.
           SELECT ExamBlockFile
             ASSIGN TO "./Exercises/Chapter_17/ExamBlocks.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExamBlockFileStatus.

           SELECT CapacityFile
             ASSIGN TO "./Exercises/Chapter_17/Capacity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CapacityFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           *> Each section's exam assignment, sorted by day and block
           *> for the printed grid.
           SELECT ExamSectionFile
             ASSIGN TO "./Exercises/Chapter_17/ExamSections.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExamWorkFile ASSIGN TO "ExamWork.TMP".

           SELECT SortedExamFile
             ASSIGN TO "./Exercises/Chapter_17/SortedExams.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> One line per registration with its course's exam, sorted
           *> by student and exam time for the conflict check.
           SELECT StudentExamFile
             ASSIGN TO "./Exercises/Chapter_17/StudentExams.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StudentExamWorkFile ASSIGN TO "StudentExamWork.TMP".

           SELECT SortedStudentExamFile
             ASSIGN TO "./Exercises/Chapter_17/SortedStudentExams.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ExamPrintFile
             ASSIGN TO "./Exercises/Chapter_17/FinalExamSchedule.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ConflictFile
             ASSIGN TO "./Exercises/Chapter_17/ExamConflicts.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SemesterInfoFile.
       01 SemesterInfoRecord.
           02 SemInfoCode      PIC X(6).
           02 SemInfoTitle     PIC X(20).
           02 SemInfoStartDate PIC 9(8).
           02 SemInfoEndDate   PIC 9(8).
           02 SemInfoPriorCode PIC X(6).

       FD CoursesFile.
       01 CourseFileRecord.
           88 EOCoursesFile VALUE HIGH-VALUES.
           02 CourseSubject      PIC X(4).
           02 FILLER             PIC X(2).
           02 CourseNumberText   PIC X(3).
           02 FILLER             PIC X(40).
           02 CourseRoom         PIC X(8).
           02 CourseMeetingDays  PIC X(5).
           02 CourseStartTime    PIC X(4).
           02 CourseEndTime      PIC X(4).
           02 FILLER             PIC X(35).
           02 CourseDeliveryMode PIC X(1).
               88 CourseOnlineSection VALUE "O".
           02 FILLER             PIC X(34).

       FD ExamBlockFile.
       01 ExamBlockRecord.
           88 EOExamBlockFile VALUE HIGH-VALUES.
           02 EbkMeetingDays PIC X(5).
           02 EbkStartFrom   PIC X(4).
           02 EbkStartTo     PIC X(4).
           02 EbkExamDate    PIC 9(8).
           02 EbkBlockStart  PIC X(4).
           02 EbkBlockEnd    PIC X(4).

       FD CapacityFile.
       01 CapacityFileRecord.
           88 EOCapacityFile VALUE HIGH-VALUES.
           02 CapFileSubject PIC X(4).
           02 CapFileNumber  PIC X(3).
           02 CapFileLimit   PIC 9(3).

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD ExamSectionFile.
       01 ExamSectionRecord PIC X(58).

       SD ExamWorkFile.
       01 ExamWorkRecord.
           02 WorkExamDate  PIC 9(8).
           02 WorkBlockStart PIC X(4).
           02 FILLER        PIC X(4).
           02 WorkSubject   PIC X(4).
           02 WorkNumber    PIC X(3).
           02 FILLER        PIC X(35).

       *> Unmapped sections carry 99999999 for the exam date so they
       *> sort to the end of the grid.
       FD SortedExamFile.
       01 SortedExamRecord.
           88 EOSortedExamFile VALUE HIGH-VALUES.
           02 XsExamDate   PIC 9(8).
           02 XsBlockStart PIC X(4).
           02 XsBlockEnd   PIC X(4).
           02 XsSubject    PIC X(4).
           02 XsNumber     PIC X(3).
           02 XsExamRoom   PIC X(8).
           02 XsHomeRoom   PIC X(8).
           02 XsMeetDays   PIC X(5).
           02 XsMeetStart  PIC X(4).
           02 XsSeats      PIC 9(4).
           02 XsRoomSeats  PIC 9(4).
           02 XsFlag       PIC X.
               88 XsRoomKept  VALUE SPACE.
               88 XsRoomMoved VALUE "M".
               88 XsRoomShort VALUE "S".
               88 XsNoBlock   VALUE "U".
           02 FILLER       PIC X.

       FD StudentExamFile.
       01 StudentExamRecord PIC X(28).

       SD StudentExamWorkFile.
       01 StudentExamWorkRecord.
           02 WorkStudentID PIC X(9).
           02 WorkSxDate    PIC 9(8).
           02 WorkSxStart   PIC X(4).
           02 WorkSxSubject PIC X(4).
           02 WorkSxNumber  PIC X(3).

       FD SortedStudentExamFile.
       01 SortedStudentExamRecord.
           88 EOSortedStudentExamFile VALUE HIGH-VALUES.
           02 SxStudentID PIC X(9).
           02 SxExamDate  PIC 9(8).
           02 SxStart     PIC X(4).
           02 SxSubject   PIC X(4).
           02 SxNumber    PIC X(3).

       FD ExamPrintFile.
       01 ExamPrintLine PIC X(100).

       FD ConflictFile.
       01 ConflictLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus       PIC X(02) VALUE ZEROES.
       01 ExamBlockFileStatus     PIC X(02) VALUE ZEROES.
       01 CapacityFileStatus      PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.

       01 CurrentSemesterTitle PIC X(20) VALUE SPACES.

       *> The exam-block mapping, first matching line wins.
       01 BlockCount PIC 9(3) VALUE ZERO.
       01 BlockTable.
           02 BlockEntry OCCURS 1 TO 200 TIMES
                         DEPENDING ON BlockCount
                         INDEXED BY BlkIdx.
               03 BlkMeetingDays PIC X(5).
               03 BlkStartFrom   PIC X(4).
               03 BlkStartTo     PIC X(4).
               03 BlkExamDate    PIC 9(8).
               03 BlkBlockStart  PIC X(4).
               03 BlkBlockEnd    PIC X(4).

       *> Capacity and enrollment per course, with the number of
       *> in-person sections the enrollment is spread across.
       01 CourseCount PIC 9(4) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 1 TO 2000 TIMES
                          DEPENDING ON CourseCount
                          INDEXED BY CrsIdx.
               03 CrsSubject      PIC X(4).
               03 CrsNumber       PIC X(3).
               03 CrsLimit        PIC 9(3).
               03 CrsEnrolled     PIC 9(4).
               03 CrsSectionCount PIC 9(3).

       *> In-person sections and the exam each one is given.
       01 SectionCount PIC 9(4) VALUE ZERO.
       01 SectionTable.
           02 SectionEntry OCCURS 1 TO 1000 TIMES
                           DEPENDING ON SectionCount
                           INDEXED BY SecIdx.
               03 SecSubject    PIC X(4).
               03 SecNumber     PIC X(3).
               03 SecRoom       PIC X(8).
               03 SecDays       PIC X(5).
               03 SecStartTime  PIC X(4).
               03 SecExamDate   PIC 9(8).
               03 SecBlockStart PIC X(4).
               03 SecBlockEnd   PIC X(4).
               03 SecExamRoom   PIC X(8).
               03 SecSeats      PIC 9(4).
               03 SecRoomSeats  PIC 9(4).
               03 SecFlag       PIC X.

       *> Every room an in-person section meets in, sized by the
       *> largest posted limit of the courses held there.
       01 RoomCount PIC 9(3) VALUE ZERO.
       01 RoomTable.
           02 RoomEntry OCCURS 1 TO 500 TIMES
                        DEPENDING ON RoomCount
                        INDEXED BY RoomIdx.
               03 RoomName  PIC X(8).
               03 RoomSeats PIC 9(4).

       *> Rooms already given out, by exam date and block.
       01 BookingCount PIC 9(4) VALUE ZERO.
       01 BookingTable.
           02 BookingEntry OCCURS 1 TO 1000 TIMES
                           DEPENDING ON BookingCount
                           INDEXED BY BookIdx.
               03 BookRoom       PIC X(8).
               03 BookExamDate   PIC 9(8).
               03 BookBlockStart PIC X(4).

       01 WantedSubject PIC X(4) VALUE SPACES.
       01 WantedNumber  PIC X(3) VALUE SPACES.
       01 WantedRoom    PIC X(8) VALUE SPACES.
       01 CourseFoundSwitch PIC X VALUE "N".
           88 CourseFound VALUE "Y" WHEN SET TO FALSE "N".
       01 RoomFoundSwitch PIC X VALUE "N".
           88 RoomFound VALUE "Y" WHEN SET TO FALSE "N".
       01 BlockFoundSwitch PIC X VALUE "N".
           88 BlockFound VALUE "Y" WHEN SET TO FALSE "N".
       01 RoomBookedSwitch PIC X VALUE "N".
           88 RoomBooked VALUE "Y" WHEN SET TO FALSE "N".
       01 ExamFoundSwitch PIC X VALUE "N".
           88 ExamFound VALUE "Y" WHEN SET TO FALSE "N".

       01 SeatsNeeded    PIC 9(4) VALUE ZERO.
       01 HomeRoomSeats  PIC 9(4) VALUE ZERO.
       01 BestRoomSeats  PIC 9(4) VALUE ZERO.
       01 BestRoomName   PIC X(8) VALUE SPACES.
       01 ScanPosition   PIC 9(4) VALUE ZERO.

       01 ExamSectionLayout.
           02 OutExamDate   PIC 9(8).
           02 OutBlockStart PIC X(4).
           02 OutBlockEnd   PIC X(4).
           02 OutSubject    PIC X(4).
           02 OutNumber     PIC X(3).
           02 OutExamRoom   PIC X(8).
           02 OutHomeRoom   PIC X(8).
           02 OutMeetDays   PIC X(5).
           02 OutMeetStart  PIC X(4).
           02 OutSeats      PIC 9(4).
           02 OutRoomSeats  PIC 9(4).
           02 OutFlag       PIC X.
           02 FILLER        PIC X VALUE SPACE.

       01 StudentExamLayout.
           02 OutStudentID PIC X(9).
           02 OutSxDate    PIC 9(8).
           02 OutSxStart   PIC X(4).
           02 OutSxSubject PIC X(4).
           02 OutSxNumber  PIC X(3).

       01 PreviousExamDate   PIC 9(8) VALUE ZERO.
       01 PreviousBlockStart PIC X(4) VALUE SPACES.
       01 PrintSeats     PIC ZZZ9.
       01 PrintRoomSeats PIC ZZZ9.
       01 FlagText       PIC X(30) VALUE SPACES.

       *> Student conflict scan state.
       01 PrevStudentID  PIC X(9) VALUE SPACES.
       01 PrevSxDate     PIC 9(8) VALUE ZERO.
       01 PrevSxStart    PIC X(4) VALUE SPACES.
       01 PrevSxSubject  PIC X(4) VALUE SPACES.
       01 PrevSxNumber   PIC X(3) VALUE SPACES.
       01 DayExamCount   PIC 9(2) VALUE ZERO.
       01 DayCourseText  PIC X(60) VALUE SPACES.
       01 DayCoursePos   PIC 9(2) VALUE ZERO.
       01 PrintDayCount  PIC Z9.

       01 SectionsScheduled PIC 9(4) VALUE ZERO.
       01 SectionsUnmapped  PIC 9(4) VALUE ZERO.
       01 SectionsMoved     PIC 9(4) VALUE ZERO.
       01 SectionsShort     PIC 9(4) VALUE ZERO.
       01 SameBlockConflicts PIC 9(4) VALUE ZERO.
       01 HeavyDayConflicts  PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadExamBlocks
           IF BlockCount = ZERO
               DISPLAY "No ExamBlocks.dat lines; exam schedule not "
                   "built."
               STOP RUN
           END-IF
           PERFORM LoadSemesterInfo
           PERFORM LoadCapacity
           PERFORM CountEnrollment
           PERFORM LoadSections

           OPEN OUTPUT ExamSectionFile
           PERFORM AssignOneSection
               VARYING SecIdx FROM 1 BY 1
               UNTIL SecIdx > SectionCount
           CLOSE ExamSectionFile

           SORT ExamWorkFile ON ASCENDING KEY WorkExamDate,
               WorkBlockStart, WorkSubject, WorkNumber
             USING ExamSectionFile
             GIVING SortedExamFile
           PERFORM PrintExamSchedule

           PERFORM WriteStudentExams
           SORT StudentExamWorkFile ON ASCENDING KEY WorkStudentID,
               WorkSxDate, WorkSxStart, WorkSxSubject, WorkSxNumber
             USING StudentExamFile
             GIVING SortedStudentExamFile
           PERFORM CheckStudentConflicts

           DISPLAY "Exam blocks assigned:  ", SectionsScheduled
           DISPLAY "Sections with no block: ", SectionsUnmapped
           DISPLAY "Moved to larger rooms: ", SectionsMoved
           DISPLAY "No room large enough:  ", SectionsShort
           DISPLAY "Same-block exam conflicts: ", SameBlockConflicts
           DISPLAY "Student days with more than two exams: ",
               HeavyDayConflicts
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
                       MOVE SemInfoTitle TO CurrentSemesterTitle
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

       LoadExamBlocks.
           OPEN INPUT ExamBlockFile
           IF ExamBlockFileStatus = "00"
               PERFORM ReadExamBlockLine
               PERFORM UNTIL EOExamBlockFile
                   ADD 1 TO BlockCount
                   MOVE EbkMeetingDays TO BlkMeetingDays(BlockCount)
                   MOVE EbkStartFrom   TO BlkStartFrom(BlockCount)
                   MOVE EbkStartTo     TO BlkStartTo(BlockCount)
                   MOVE EbkExamDate    TO BlkExamDate(BlockCount)
                   MOVE EbkBlockStart  TO BlkBlockStart(BlockCount)
                   MOVE EbkBlockEnd    TO BlkBlockEnd(BlockCount)
                   PERFORM ReadExamBlockLine
               END-PERFORM
               CLOSE ExamBlockFile
           END-IF.

       ReadExamBlockLine.
           READ ExamBlockFile
               AT END SET EOExamBlockFile TO TRUE.

       LoadCapacity.
           OPEN INPUT CapacityFile
           IF CapacityFileStatus = "00"
               PERFORM ReadCapacityLine
               PERFORM UNTIL EOCapacityFile
                   MOVE CapFileSubject TO WantedSubject
                   MOVE CapFileNumber  TO WantedNumber
                   PERFORM FindOrAddCourseEntry
                   MOVE CapFileLimit TO CrsLimit(CrsIdx)
                   PERFORM ReadCapacityLine
               END-PERFORM
               CLOSE CapacityFile
           END-IF.

       ReadCapacityLine.
           READ CapacityFile
               AT END SET EOCapacityFile TO TRUE.

       CountEnrollment.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   MOVE RegSubject TO WantedSubject
                   MOVE RegNumber  TO WantedNumber
                   PERFORM FindOrAddCourseEntry
                   ADD 1 TO CrsEnrolled(CrsIdx)
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

       FindCourseEntry.
           SET CourseFound TO FALSE
           IF CourseCount > ZERO
               SET CrsIdx TO 1
               SEARCH CourseEntry
                   AT END
                       CONTINUE
                   WHEN CrsSubject(CrsIdx) = WantedSubject
                    AND CrsNumber(CrsIdx)  = WantedNumber
                       SET CourseFound TO TRUE
               END-SEARCH
           END-IF.

       FindOrAddCourseEntry.
           PERFORM FindCourseEntry
           IF NOT CourseFound
               ADD 1 TO CourseCount
               SET CrsIdx TO CourseCount
               MOVE WantedSubject TO CrsSubject(CrsIdx)
               MOVE WantedNumber  TO CrsNumber(CrsIdx)
               MOVE ZERO TO CrsLimit(CrsIdx)
               MOVE ZERO TO CrsEnrolled(CrsIdx)
               MOVE ZERO TO CrsSectionCount(CrsIdx)
           END-IF.

      *> Online sections sit no scheduled exam; every other section
      *> is kept, its course's section count bumped, and its room
      *> sized by the course limit.
       LoadSections.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus NOT = "00"
               DISPLAY "Cannot open Courses.prn, status "
                   CoursesFileStatus "; exam schedule not built."
               STOP RUN
           END-IF
           PERFORM ReadCourseLine
           PERFORM ReadCourseLine *> Two header lines.
           PERFORM ReadCourseLine
           PERFORM UNTIL EOCoursesFile
               IF NOT CourseOnlineSection
                   PERFORM StoreSection
               END-IF
               PERFORM ReadCourseLine
           END-PERFORM
           CLOSE CoursesFile.

       ReadCourseLine.
           READ CoursesFile AT END SET EOCoursesFile TO TRUE.

       StoreSection.
           ADD 1 TO SectionCount
           MOVE CourseSubject     TO SecSubject(SectionCount)
           MOVE CourseNumberText  TO SecNumber(SectionCount)
           MOVE CourseRoom        TO SecRoom(SectionCount)
           MOVE CourseMeetingDays TO SecDays(SectionCount)
           MOVE CourseStartTime   TO SecStartTime(SectionCount)
           MOVE CourseSubject    TO WantedSubject
           MOVE CourseNumberText TO WantedNumber
           PERFORM FindOrAddCourseEntry
           ADD 1 TO CrsSectionCount(CrsIdx)
           IF CourseRoom NOT = SPACES
               MOVE CourseRoom TO WantedRoom
               PERFORM FindRoomEntry
               IF NOT RoomFound
                   ADD 1 TO RoomCount
                   SET RoomIdx TO RoomCount
                   MOVE CourseRoom TO RoomName(RoomIdx)
                   MOVE ZERO TO RoomSeats(RoomIdx)
               END-IF
               IF CrsLimit(CrsIdx) > RoomSeats(RoomIdx)
                   MOVE CrsLimit(CrsIdx) TO RoomSeats(RoomIdx)
               END-IF
           END-IF.

       FindRoomEntry.
           SET RoomFound TO FALSE
           IF RoomCount > ZERO
               SET RoomIdx TO 1
               SEARCH RoomEntry
                   AT END
                       CONTINUE
                   WHEN RoomName(RoomIdx) = WantedRoom
                       SET RoomFound TO TRUE
               END-SEARCH
           END-IF.

      *> Map the section to its block, then settle the room: the
      *> section's own room when it is free for the block and seats
      *> the class (or its size is unknown), otherwise the smallest
      *> free room that does. With none big enough the section keeps
      *> its own room and is flagged short.
       AssignOneSection.
           MOVE SPACE TO SecFlag(SecIdx)
           MOVE SecRoom(SecIdx) TO SecExamRoom(SecIdx)
           MOVE ZERO TO SecRoomSeats(SecIdx)
           MOVE SecSubject(SecIdx) TO WantedSubject
           MOVE SecNumber(SecIdx)  TO WantedNumber
           PERFORM FindCourseEntry
           MOVE ZERO TO SeatsNeeded
           IF CourseFound AND CrsSectionCount(CrsIdx) > ZERO
               COMPUTE SeatsNeeded =
                   (CrsEnrolled(CrsIdx) + CrsSectionCount(CrsIdx) - 1)
                   / CrsSectionCount(CrsIdx)
           END-IF
           MOVE SeatsNeeded TO SecSeats(SecIdx)
           PERFORM FindExamBlock
           IF NOT BlockFound
               MOVE "U" TO SecFlag(SecIdx)
               MOVE 99999999 TO SecExamDate(SecIdx)
               MOVE SPACES TO SecBlockStart(SecIdx)
               MOVE SPACES TO SecBlockEnd(SecIdx)
               ADD 1 TO SectionsUnmapped
           ELSE
               MOVE BlkExamDate(BlkIdx)   TO SecExamDate(SecIdx)
               MOVE BlkBlockStart(BlkIdx) TO SecBlockStart(SecIdx)
               MOVE BlkBlockEnd(BlkIdx)   TO SecBlockEnd(SecIdx)
               PERFORM SettleExamRoom
               ADD 1 TO SectionsScheduled
           END-IF
           PERFORM WriteExamSection.

       FindExamBlock.
           SET BlockFound TO FALSE
           IF SecDays(SecIdx) NOT = SPACES
               AND SecStartTime(SecIdx) NOT = SPACES
               SET BlkIdx TO 1
               SEARCH BlockEntry
                   AT END
                       CONTINUE
                   WHEN BlkMeetingDays(BlkIdx) = SecDays(SecIdx)
                    AND SecStartTime(SecIdx) >= BlkStartFrom(BlkIdx)
                    AND SecStartTime(SecIdx) <= BlkStartTo(BlkIdx)
                       SET BlockFound TO TRUE
               END-SEARCH
           END-IF.

       SettleExamRoom.
           MOVE ZERO TO HomeRoomSeats
           SET RoomBooked TO TRUE
           IF SecRoom(SecIdx) NOT = SPACES
               MOVE SecRoom(SecIdx) TO WantedRoom
               PERFORM FindRoomEntry
               IF RoomFound
                   MOVE RoomSeats(RoomIdx) TO HomeRoomSeats
               END-IF
               PERFORM CheckRoomBooked
           END-IF
           IF NOT RoomBooked
               AND (HomeRoomSeats = ZERO
                    OR HomeRoomSeats >= SeatsNeeded)
               MOVE HomeRoomSeats TO SecRoomSeats(SecIdx)
           ELSE
               PERFORM FindLargerRoom
               IF BestRoomName NOT = SPACES
                   MOVE BestRoomName  TO SecExamRoom(SecIdx)
                   MOVE BestRoomSeats TO SecRoomSeats(SecIdx)
                   MOVE "M" TO SecFlag(SecIdx)
                   ADD 1 TO SectionsMoved
               ELSE
                   MOVE HomeRoomSeats TO SecRoomSeats(SecIdx)
                   MOVE "S" TO SecFlag(SecIdx)
                   ADD 1 TO SectionsShort
               END-IF
           END-IF
           IF SecExamRoom(SecIdx) NOT = SPACES
               ADD 1 TO BookingCount
               MOVE SecExamRoom(SecIdx)   TO BookRoom(BookingCount)
               MOVE SecExamDate(SecIdx)   TO BookExamDate(BookingCount)
               MOVE SecBlockStart(SecIdx)
                   TO BookBlockStart(BookingCount)
           END-IF.

       CheckRoomBooked.
           SET RoomBooked TO FALSE
           IF BookingCount > ZERO
               SET BookIdx TO 1
               SEARCH BookingEntry
                   AT END
                       CONTINUE
                   WHEN BookRoom(BookIdx) = WantedRoom
                    AND BookExamDate(BookIdx) = SecExamDate(SecIdx)
                    AND BookBlockStart(BookIdx) = SecBlockStart(SecIdx)
                       SET RoomBooked TO TRUE
               END-SEARCH
           END-IF.

       FindLargerRoom.
           MOVE SPACES TO BestRoomName
           MOVE ZERO TO BestRoomSeats
           PERFORM VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > RoomCount
               IF RoomSeats(ScanPosition) >= SeatsNeeded
                   AND RoomSeats(ScanPosition) > ZERO
                   AND (BestRoomName = SPACES
                        OR RoomSeats(ScanPosition) < BestRoomSeats)
                   MOVE RoomName(ScanPosition) TO WantedRoom
                   PERFORM CheckRoomBooked
                   IF NOT RoomBooked
                       MOVE RoomName(ScanPosition) TO BestRoomName
                       MOVE RoomSeats(ScanPosition) TO BestRoomSeats
                   END-IF
               END-IF
           END-PERFORM.

       WriteExamSection.
           MOVE SecExamDate(SecIdx)   TO OutExamDate
           MOVE SecBlockStart(SecIdx) TO OutBlockStart
           MOVE SecBlockEnd(SecIdx)   TO OutBlockEnd
           MOVE SecSubject(SecIdx)    TO OutSubject
           MOVE SecNumber(SecIdx)     TO OutNumber
           MOVE SecExamRoom(SecIdx)   TO OutExamRoom
           MOVE SecRoom(SecIdx)       TO OutHomeRoom
           MOVE SecDays(SecIdx)       TO OutMeetDays
           MOVE SecStartTime(SecIdx)  TO OutMeetStart
           MOVE SecSeats(SecIdx)      TO OutSeats
           MOVE SecRoomSeats(SecIdx)  TO OutRoomSeats
           MOVE SecFlag(SecIdx)       TO OutFlag
           MOVE ExamSectionLayout TO ExamSectionRecord
           WRITE ExamSectionRecord.

      *> The grid: a heading for each exam day, a sub-heading for
      *> each block, then the sections sitting in it.
       PrintExamSchedule.
           OPEN INPUT SortedExamFile
           OPEN OUTPUT ExamPrintFile
           MOVE SPACES TO ExamPrintLine
           STRING "FINAL EXAMINATION SCHEDULE  " DELIMITED BY SIZE
               CurrentSemesterTitle DELIMITED BY SIZE
               INTO ExamPrintLine
           END-STRING
           WRITE ExamPrintLine
           PERFORM ReadSortedExam
           PERFORM UNTIL EOSortedExamFile
               IF XsExamDate NOT = PreviousExamDate
                   PERFORM WriteExamDayHeading
               END-IF
               IF XsBlockStart NOT = PreviousBlockStart
                   AND NOT XsNoBlock
                   PERFORM WriteExamBlockHeading
               END-IF
               PERFORM WriteExamSectionLine
               PERFORM ReadSortedExam
           END-PERFORM
           CLOSE SortedExamFile
           CLOSE ExamPrintFile.

       ReadSortedExam.
           READ SortedExamFile
               AT END SET EOSortedExamFile TO TRUE.

       WriteExamDayHeading.
           MOVE XsExamDate TO PreviousExamDate
           MOVE SPACES TO PreviousBlockStart
           MOVE SPACES TO ExamPrintLine
           WRITE ExamPrintLine
           MOVE SPACES TO ExamPrintLine
           IF XsNoBlock
               MOVE "SECTIONS WITH NO MAPPED EXAM BLOCK"
                   TO ExamPrintLine
           ELSE
               STRING "EXAM DAY " DELIMITED BY SIZE
                   XsExamDate DELIMITED BY SIZE
                   INTO ExamPrintLine
               END-STRING
           END-IF
           WRITE ExamPrintLine.

       WriteExamBlockHeading.
           MOVE XsBlockStart TO PreviousBlockStart
           MOVE SPACES TO ExamPrintLine
           STRING "  BLOCK " DELIMITED BY SIZE
               XsBlockStart DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               XsBlockEnd DELIMITED BY SIZE
               INTO ExamPrintLine
           END-STRING
           WRITE ExamPrintLine.

       WriteExamSectionLine.
           MOVE SPACES TO FlagText
           EVALUATE TRUE
               WHEN XsRoomMoved
                   STRING "MOVED FROM " DELIMITED BY SIZE
                       XsHomeRoom DELIMITED BY SIZE
                       INTO FlagText
                   END-STRING
               WHEN XsRoomShort
                   MOVE "NO ROOM SEATS THE CLASS" TO FlagText
               WHEN XsNoBlock
                   MOVE "NO BLOCK FOR THIS PATTERN" TO FlagText
           END-EVALUATE
           IF XsExamRoom = SPACES
               MOVE "TBA" TO XsExamRoom
           END-IF
           MOVE XsSeats TO PrintSeats
           MOVE XsRoomSeats TO PrintRoomSeats
           MOVE SPACES TO ExamPrintLine
           STRING "    " DELIMITED BY SIZE
               XsSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               XsNumber DELIMITED BY SIZE
               "  ROOM " DELIMITED BY SIZE
               XsExamRoom DELIMITED BY SIZE
               "  MEETS " DELIMITED BY SIZE
               XsMeetDays DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               XsMeetStart DELIMITED BY SIZE
               "  STUDENTS " DELIMITED BY SIZE
               PrintSeats DELIMITED BY SIZE
               "  SEATS " DELIMITED BY SIZE
               PrintRoomSeats DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FlagText DELIMITED BY SIZE
               INTO ExamPrintLine
           END-STRING
           WRITE ExamPrintLine.

      *> Each registration carries its course's exam, taken from the
      *> first in-person section of the course with a block - the
      *> registration file names the course, not the section.
       WriteStudentExams.
           OPEN OUTPUT StudentExamFile
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   PERFORM FindCourseExam
                   IF ExamFound
                       MOVE RegStudentID TO OutStudentID
                       MOVE SecExamDate(ScanPosition) TO OutSxDate
                       MOVE SecBlockStart(ScanPosition) TO OutSxStart
                       MOVE RegSubject TO OutSxSubject
                       MOVE RegNumber  TO OutSxNumber
                       MOVE StudentExamLayout TO StudentExamRecord
                       WRITE StudentExamRecord
                   END-IF
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF
           CLOSE StudentExamFile.

       FindCourseExam.
           SET ExamFound TO FALSE
           PERFORM VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > SectionCount OR ExamFound
               IF SecSubject(ScanPosition) = RegSubject
                   AND SecNumber(ScanPosition) = RegNumber
                   AND SecFlag(ScanPosition) NOT = "U"
                   SET ExamFound TO TRUE
               END-IF
           END-PERFORM
           IF ExamFound
               SUBTRACT 1 FROM ScanPosition
           END-IF.

      *> Sorted by student, day and block: two lines for one student
      *> in the same block clash, and a day closing with more than
      *> two exams is a heavy day.
       CheckStudentConflicts.
           OPEN INPUT SortedStudentExamFile
           OPEN OUTPUT ConflictFile
           MOVE SPACES TO ConflictLine
           STRING "FINAL EXAM CONFLICTS  " DELIMITED BY SIZE
               CurrentSemesterTitle DELIMITED BY SIZE
               INTO ConflictLine
           END-STRING
           WRITE ConflictLine
           MOVE SPACES TO ConflictLine
           WRITE ConflictLine
           PERFORM ReadSortedStudentExam
           PERFORM UNTIL EOSortedStudentExamFile
               IF SxStudentID = PrevStudentID
                   AND SxExamDate = PrevSxDate
                   AND SxSubject = PrevSxSubject
                   AND SxNumber = PrevSxNumber
                   CONTINUE
               ELSE
                   PERFORM CheckOneStudentExam
               END-IF
               PERFORM ReadSortedStudentExam
           END-PERFORM
           PERFORM CloseStudentExamDay
           MOVE SPACES TO ConflictLine
           WRITE ConflictLine
           MOVE SPACES TO ConflictLine
           STRING "SAME-BLOCK CONFLICTS: " DELIMITED BY SIZE
               SameBlockConflicts DELIMITED BY SIZE
               "   MORE THAN TWO IN A DAY: " DELIMITED BY SIZE
               HeavyDayConflicts DELIMITED BY SIZE
               INTO ConflictLine
           END-STRING
           WRITE ConflictLine
           CLOSE SortedStudentExamFile
           CLOSE ConflictFile.

       ReadSortedStudentExam.
           READ SortedStudentExamFile
               AT END SET EOSortedStudentExamFile TO TRUE.

       CheckOneStudentExam.
           IF SxStudentID NOT = PrevStudentID
               OR SxExamDate NOT = PrevSxDate
               PERFORM CloseStudentExamDay
           ELSE
               IF SxStart = PrevSxStart
                   PERFORM WriteSameBlockConflict
               END-IF
           END-IF
           ADD 1 TO DayExamCount
           IF DayExamCount <= 6
               COMPUTE DayCoursePos = (DayExamCount - 1) * 10 + 1
               MOVE SxSubject TO DayCourseText(DayCoursePos:4)
               MOVE SxNumber  TO DayCourseText(DayCoursePos + 5:3)
           END-IF
           MOVE SxStudentID TO PrevStudentID
           MOVE SxExamDate  TO PrevSxDate
           MOVE SxStart     TO PrevSxStart
           MOVE SxSubject   TO PrevSxSubject
           MOVE SxNumber    TO PrevSxNumber.

       WriteSameBlockConflict.
           ADD 1 TO SameBlockConflicts
           MOVE SPACES TO ConflictLine
           STRING "Student " DELIMITED BY SIZE
               SxStudentID DELIMITED BY SIZE
               " two exams " DELIMITED BY SIZE
               SxExamDate DELIMITED BY SIZE
               " block " DELIMITED BY SIZE
               SxStart DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               PrevSxSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               PrevSxNumber DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               SxSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SxNumber DELIMITED BY SIZE
               INTO ConflictLine
           END-STRING
           WRITE ConflictLine.

       CloseStudentExamDay.
           IF DayExamCount > 2
               ADD 1 TO HeavyDayConflicts
               MOVE DayExamCount TO PrintDayCount
               MOVE SPACES TO ConflictLine
               STRING "Student " DELIMITED BY SIZE
                   PrevStudentID DELIMITED BY SIZE
                   PrintDayCount DELIMITED BY SIZE
                   " exams on " DELIMITED BY SIZE
                   PrevSxDate DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DayCourseText DELIMITED BY SIZE
                   INTO ConflictLine
               END-STRING
               WRITE ConflictLine
           END-IF
           MOVE ZERO TO DayExamCount
           MOVE SPACES TO DayCourseText.

       END PROGRAM FinalExamSchedule.
