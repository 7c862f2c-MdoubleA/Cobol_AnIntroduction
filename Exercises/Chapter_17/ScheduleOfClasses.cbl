      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Publish the schedule of classes off the processed
      *          course file, by department then course number: title
      *          from CourseCatalog.dat, delivery mode, room, meeting
      *          days and times, instructor from ProfessorMaster.dat,
      *          capacity from Capacity.dat, enrollment counted from
      *          Registrations.prn and the seats left - with the
      *          Waitlist.dat length for any section at or over
      *          capacity. Writes ScheduleOfClasses.txt for print and
      *          ScheduleOfClasses.csv for the web page. CALLed by the
      *          nightly RunTuitionJob so both stay current.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduleOfClasses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/CoursesProcessed.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

           SELECT SectionWorkFile ASSIGN TO "SectionWork.TMP".

           SELECT SortedSectionFile
             ASSIGN TO "./Exercises/Chapter_17/SortedSections.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CatalogFile
             ASSIGN TO "./Exercises/Chapter_17/CourseCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           SELECT ProfessorFile
             ASSIGN TO "./Exercises/Chapter_17/ProfessorMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProfessorFileStatus.

           SELECT CapacityFile
             ASSIGN TO "./Exercises/Chapter_17/Capacity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CapacityFileStatus.

           SELECT WaitlistFile
             ASSIGN TO "./Exercises/Chapter_17/Waitlist.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WaitlistFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT SchedulePrintFile
             ASSIGN TO "./Exercises/Chapter_17/ScheduleOfClasses.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Comma-delimited for the web page; text fields are
           *> quoted since titles can carry commas.
           SELECT ScheduleWebFile
             ASSIGN TO "./Exercises/Chapter_17/ScheduleOfClasses.csv"
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
       01 CourseFileRecord PIC X(140).

       SD SectionWorkFile.
       01 SectionWorkRecord.
           02 WorkSubject   PIC X(4).
           02 FILLER        PIC X(2).
           02 WorkNumber    PIC X(3).
           02 FILLER        PIC X(53).
           02 WorkStartTime PIC X(4).
           02 FILLER        PIC X(74).

       *> The processed-course layout with the room and meeting-time
       *> columns mkdata reads out of the filler.
       FD SortedSectionFile.
       01 SortedSectionRecord.
           88 EOSortedSectionFile VALUE HIGH-VALUES.
           02 SecSubject      PIC X(4).
           02 FILLER          PIC X(2).
           02 SecNumber       PIC X(3).
           02 FILLER          PIC X(40).
           02 SecRoom         PIC X(8).
           02 SecMeetingDays  PIC X(5).
           02 SecStartTime    PIC X(4).
           02 SecEndTime      PIC X(4).
           02 FILLER          PIC X(3).
           02 SecLastName     PIC X(16).
           02 SecFirstName    PIC X(16).
           02 SecDeliveryMode PIC X(1).
               88 SecOnline VALUE "O".
           02 SecProfessorID  PIC X(5).
           02 FILLER          PIC X(26).
           02 SecEsch         PIC X(3).

       FD CatalogFile.
       01 CatalogFileRecord.
           88 EOCatalogFile VALUE HIGH-VALUES.
           02 CatalogSubject PIC X(4).
           02 CatalogNumber  PIC X(3).
           02 CatalogTitle   PIC X(30).

       FD ProfessorFile.
       01 ProfessorFileRecord.
           88 EOProfessorFile VALUE HIGH-VALUES.
           02 ProfFileID        PIC 9(5).
           02 ProfFileLastName  PIC X(16).
           02 ProfFileFirstName PIC X(16).
           02 ProfFileHomeDept  PIC X(4).
           02 ProfFileLoad      PIC 999V99.
           02 ProfFileRank      PIC X(3).

       FD CapacityFile.
       01 CapacityFileRecord.
           88 EOCapacityFile VALUE HIGH-VALUES.
           02 CapFileSubject PIC X(4).
           02 CapFileNumber  PIC X(3).
           02 CapFileLimit   PIC 9(3).

       FD WaitlistFile.
       01 WaitlistRecord.
           88 EOWaitlistFile VALUE HIGH-VALUES.
           02 WLSubject  PIC X(4).
           02 WLNumber   PIC X(3).
           02 WLExcess   PIC 9(3).
           02 WLPriority PIC 9(3).

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD SchedulePrintFile.
       01 ScheduleLine PIC X(132).

       FD ScheduleWebFile.
       01 ScheduleWebLine PIC X(200).

       WORKING-STORAGE SECTION.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus       PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus       PIC X(02) VALUE ZEROES.
       01 ProfessorFileStatus     PIC X(02) VALUE ZEROES.
       01 CapacityFileStatus      PIC X(02) VALUE ZEROES.
       01 WaitlistFileStatus      PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.

       01 CurrentSemesterCode  PIC X(6)  VALUE SPACES.
       01 CurrentSemesterTitle PIC X(20) VALUE SPACES.

       01 CatalogCount PIC 9(4) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON CatalogCount
                           INDEXED BY CatIdx.
               03 CatSubject PIC X(4).
               03 CatNumber  PIC X(3).
               03 CatTitle   PIC X(30).

       01 ProfessorCount PIC 9(4) VALUE ZERO.
       01 ProfessorTable.
           02 ProfessorEntry OCCURS 1 TO 2000 TIMES
                             DEPENDING ON ProfessorCount
                             INDEXED BY ProfIdx.
               03 TblProfID        PIC X(5).
               03 TblProfLastName  PIC X(16).
               03 TblProfFirstName PIC X(16).

       *> Capacity, waitlist length and enrollment all keyed on
       *> subject and number - the only section key the
       *> registration and capacity files carry.
       01 SeatCount PIC 9(4) VALUE ZERO.
       01 SeatTable.
           02 SeatEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON SeatCount
                        INDEXED BY SeatIdx.
               03 SeatSubject   PIC X(4).
               03 SeatNumber    PIC X(3).
               03 SeatCapacity  PIC 9(3).
               03 SeatHasLimit  PIC X.
                   88 SeatLimitOnFile VALUE "Y".
               03 SeatEnrolled  PIC 9(4).
               03 SeatWaitlist  PIC 9(4).

       01 WantedSubject PIC X(4) VALUE SPACES.
       01 WantedNumber  PIC X(3) VALUE SPACES.
       01 SeatFoundSwitch PIC X VALUE "N".
           88 SeatFound VALUE "Y" WHEN SET TO FALSE "N".

       01 PreviousSubject PIC X(4) VALUE SPACES.
       01 PreviousNumber  PIC X(3) VALUE SPACES.
       01 CourseTitleText PIC X(30) VALUE SPACES.
       01 InstructorName  PIC X(24) VALUE SPACES.
       01 MeetingTimeText PIC X(9)  VALUE SPACES.
       01 RoomText        PIC X(8)  VALUE SPACES.
       01 DaysText        PIC X(5)  VALUE SPACES.
       01 SeatsOpen       PIC 9(4)  VALUE ZERO.

       01 PrintCapacity PIC X(4) VALUE SPACES.
       01 PrintEnrolled PIC X(4) VALUE SPACES.
       01 PrintOpen     PIC X(4) VALUE SPACES.
       01 PrintWaitlist PIC X(4) VALUE SPACES.
       01 PrintCount    PIC ZZZ9.

       *> Web fields are plain unsigned numbers, blank when unknown.
       01 WebCapacity PIC X(4) VALUE SPACES.
       01 WebEnrolled PIC X(4) VALUE SPACES.
       01 WebOpen     PIC X(4) VALUE SPACES.
       01 WebWaitlist PIC X(4) VALUE SPACES.
       01 WebCount    PIC 9(4) VALUE ZERO.

       01 SectionsPublished PIC 9(5) VALUE ZERO.
       01 SectionsFull      PIC 9(5) VALUE ZERO.
       01 DepartmentCount   PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus NOT = "00"
               DISPLAY "Cannot open CoursesProcessed.prn, status "
                   CoursesFileStatus "; schedule of classes not "
                   "published."
               GOBACK
           END-IF
           CLOSE CoursesFile

           PERFORM LoadSemesterInfo
           PERFORM LoadCatalogTable
           PERFORM LoadProfessorTable
           PERFORM LoadCapacity
           PERFORM LoadWaitlist
           PERFORM CountEnrollment

           SORT SectionWorkFile ON ASCENDING KEY WorkSubject,
               WorkNumber, WorkStartTime
             USING CoursesFile
             GIVING SortedSectionFile.

           OPEN INPUT SortedSectionFile
           OPEN OUTPUT SchedulePrintFile
           OPEN OUTPUT ScheduleWebFile
           PERFORM WriteScheduleHeadings
           PERFORM ReadSortedSection
           PERFORM UNTIL EOSortedSectionFile
               IF SecSubject NOT = PreviousSubject
                   PERFORM WriteDepartmentHeading
               END-IF
               PERFORM PublishSection
               PERFORM ReadSortedSection
           END-PERFORM
           CLOSE SortedSectionFile
           CLOSE SchedulePrintFile
           CLOSE ScheduleWebFile

           DISPLAY "Schedule of classes published: ",
               SectionsPublished, " sections in ", DepartmentCount,
               " departments, ", SectionsFull, " full."
           GOBACK.

       LoadSemesterInfo.
           OPEN INPUT SemesterInfoFile
           IF SemesterInfoFileStatus = "00"
               OR SemesterInfoFileStatus = "05"
               OR SemesterInfoFileStatus = "07"
               READ SemesterInfoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SemInfoCode  TO CurrentSemesterCode
                       MOVE SemInfoTitle TO CurrentSemesterTitle
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

       LoadCatalogTable.
           OPEN INPUT CatalogFile
           IF CatalogFileStatus = "00" OR CatalogFileStatus = "05"
               OR CatalogFileStatus = "07"
               PERFORM ReadCatalogLine
               PERFORM UNTIL EOCatalogFile
                   ADD 1 TO CatalogCount
                   MOVE CatalogSubject TO CatSubject(CatalogCount)
                   MOVE CatalogNumber  TO CatNumber(CatalogCount)
                   MOVE CatalogTitle   TO CatTitle(CatalogCount)
                   PERFORM ReadCatalogLine
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

       ReadCatalogLine.
           READ CatalogFile
               AT END SET EOCatalogFile TO TRUE.

       LoadProfessorTable.
           OPEN INPUT ProfessorFile
           IF ProfessorFileStatus = "00"
               PERFORM ReadProfessorLine
               PERFORM UNTIL EOProfessorFile
                   ADD 1 TO ProfessorCount
                   MOVE ProfFileID TO TblProfID(ProfessorCount)
                   MOVE ProfFileLastName
                       TO TblProfLastName(ProfessorCount)
                   MOVE ProfFileFirstName
                       TO TblProfFirstName(ProfessorCount)
                   PERFORM ReadProfessorLine
               END-PERFORM
               CLOSE ProfessorFile
           END-IF.

       ReadProfessorLine.
           READ ProfessorFile
               AT END SET EOProfessorFile TO TRUE.

       LoadCapacity.
           OPEN INPUT CapacityFile
           IF CapacityFileStatus = "00"
               PERFORM ReadCapacityLine
               PERFORM UNTIL EOCapacityFile
                   MOVE CapFileSubject TO WantedSubject
                   MOVE CapFileNumber  TO WantedNumber
                   PERFORM FindOrAddSeatEntry
                   MOVE CapFileLimit TO SeatCapacity(SeatIdx)
                   MOVE "Y"          TO SeatHasLimit(SeatIdx)
                   PERFORM ReadCapacityLine
               END-PERFORM
               CLOSE CapacityFile
           END-IF.

       ReadCapacityLine.
           READ CapacityFile
               AT END SET EOCapacityFile TO TRUE.

       LoadWaitlist.
           OPEN INPUT WaitlistFile
           IF WaitlistFileStatus = "00"
               PERFORM ReadWaitlistLine
               PERFORM UNTIL EOWaitlistFile
                   MOVE WLSubject TO WantedSubject
                   MOVE WLNumber  TO WantedNumber
                   PERFORM FindOrAddSeatEntry
                   ADD WLExcess TO SeatWaitlist(SeatIdx)
                   PERFORM ReadWaitlistLine
               END-PERFORM
               CLOSE WaitlistFile
           END-IF.

       ReadWaitlistLine.
           READ WaitlistFile
               AT END SET EOWaitlistFile TO TRUE.

       CountEnrollment.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   MOVE RegSubject TO WantedSubject
                   MOVE RegNumber  TO WantedNumber
                   PERFORM FindOrAddSeatEntry
                   ADD 1 TO SeatEnrolled(SeatIdx)
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

       FindSeatEntry.
           SET SeatFound TO FALSE
           IF SeatCount > ZERO
               SET SeatIdx TO 1
               SEARCH SeatEntry
                   AT END
                       CONTINUE
                   WHEN SeatSubject(SeatIdx) = WantedSubject
                    AND SeatNumber(SeatIdx)  = WantedNumber
                       SET SeatFound TO TRUE
               END-SEARCH
           END-IF.

       FindOrAddSeatEntry.
           PERFORM FindSeatEntry
           IF NOT SeatFound
               ADD 1 TO SeatCount
               SET SeatIdx TO SeatCount
               MOVE WantedSubject TO SeatSubject(SeatIdx)
               MOVE WantedNumber  TO SeatNumber(SeatIdx)
               MOVE ZERO  TO SeatCapacity(SeatIdx)
               MOVE "N"   TO SeatHasLimit(SeatIdx)
               MOVE ZERO  TO SeatEnrolled(SeatIdx)
               MOVE ZERO  TO SeatWaitlist(SeatIdx)
           END-IF.

       ReadSortedSection.
           READ SortedSectionFile
               AT END SET EOSortedSectionFile TO TRUE.

       WriteScheduleHeadings.
           MOVE SPACES TO ScheduleLine
           STRING "SCHEDULE OF CLASSES  " DELIMITED BY SIZE
               CurrentSemesterCode DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               CurrentSemesterTitle DELIMITED BY SIZE
               INTO ScheduleLine
           END-STRING
           WRITE ScheduleLine
           MOVE SPACES TO ScheduleLine
           STRING "COURSE    TITLE                           MODE "
                   DELIMITED BY SIZE
               "DAYS  TIME       ROOM      INSTRUCTOR              "
                   DELIMITED BY SIZE
               "   CAP   ENR  OPEN  WAIT" DELIMITED BY SIZE
               INTO ScheduleLine
           END-STRING
           WRITE ScheduleLine
           MOVE SPACES TO ScheduleWebLine
           STRING "semester,subject,number,title,mode,days,start,end,"
                   DELIMITED BY SIZE
               "room,instructor,capacity,enrolled,open,waitlist"
                   DELIMITED BY SIZE
               INTO ScheduleWebLine
           END-STRING
           WRITE ScheduleWebLine.

       WriteDepartmentHeading.
           MOVE SecSubject TO PreviousSubject
           MOVE SPACES TO PreviousNumber
           ADD 1 TO DepartmentCount
           MOVE SPACES TO ScheduleLine
           WRITE ScheduleLine
           MOVE SPACES TO ScheduleLine
           STRING "DEPARTMENT " DELIMITED BY SIZE
               SecSubject DELIMITED BY SIZE
               INTO ScheduleLine
           END-STRING
           WRITE ScheduleLine.

      *> Seat figures print once per course number; a second line
      *> for the same course (another meeting or instructor) shares
      *> them, so they are not repeated.
       PublishSection.
           ADD 1 TO SectionsPublished
           PERFORM LookupCourseTitle
           PERFORM LookupInstructor
           PERFORM FormatMeeting
           MOVE SPACES TO PrintCapacity PrintEnrolled PrintOpen
               PrintWaitlist
           MOVE SPACES TO WebCapacity WebEnrolled WebOpen WebWaitlist
           MOVE SecSubject TO WantedSubject
           MOVE SecNumber  TO WantedNumber
           PERFORM FindSeatEntry
           PERFORM FormatSeats
           IF SecNumber = PreviousNumber
               MOVE SPACES TO PrintCapacity PrintEnrolled PrintOpen
                   PrintWaitlist
           ELSE
               IF SeatFound AND SeatLimitOnFile(SeatIdx)
                   AND SeatEnrolled(SeatIdx) >= SeatCapacity(SeatIdx)
                   ADD 1 TO SectionsFull
               END-IF
           END-IF
           MOVE SecNumber TO PreviousNumber
           PERFORM WriteSchedulePrintLine
           PERFORM WriteScheduleWebLine.

       LookupCourseTitle.
           MOVE "(not in course catalog)" TO CourseTitleText
           IF CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN CatSubject(CatIdx) = SecSubject
                    AND CatNumber(CatIdx)  = SecNumber
                       MOVE CatTitle(CatIdx) TO CourseTitleText
               END-SEARCH
           END-IF.

      *> The master's spelling wins; the name on the course line is
      *> the fallback for an instructor not yet on the master.
       LookupInstructor.
           MOVE SPACES TO InstructorName
           STRING SecLastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SecFirstName DELIMITED BY "  "
               INTO InstructorName
           END-STRING
           IF ProfessorCount > ZERO
               SET ProfIdx TO 1
               SEARCH ProfessorEntry
                   AT END
                       CONTINUE
                   WHEN TblProfID(ProfIdx) = SecProfessorID
                       MOVE SPACES TO InstructorName
                       STRING TblProfLastName(ProfIdx)
                               DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           TblProfFirstName(ProfIdx)
                               DELIMITED BY "  "
                           INTO InstructorName
                       END-STRING
               END-SEARCH
           END-IF
           IF SecLastName = SPACES AND InstructorName = ", "
               MOVE "STAFF" TO InstructorName
           END-IF.

       FormatMeeting.
           MOVE SecRoom        TO RoomText
           MOVE SecMeetingDays TO DaysText
           MOVE SPACES TO MeetingTimeText
           IF SecStartTime IS NUMERIC AND SecEndTime IS NUMERIC
               STRING SecStartTime DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SecEndTime DELIMITED BY SIZE
                   INTO MeetingTimeText
               END-STRING
           ELSE
               MOVE "TBA" TO MeetingTimeText
           END-IF
           IF SecOnline
               IF RoomText = SPACES
                   MOVE "ONLINE" TO RoomText
               END-IF
           ELSE
               IF RoomText = SPACES
                   MOVE "TBA" TO RoomText
               END-IF
           END-IF.

       FormatSeats.
           IF SeatFound
               MOVE SeatEnrolled(SeatIdx) TO PrintCount
               MOVE PrintCount TO PrintEnrolled
               MOVE SeatEnrolled(SeatIdx) TO WebCount
               MOVE WebCount TO WebEnrolled
           ELSE
               MOVE "   0" TO PrintEnrolled
               MOVE "0000" TO WebEnrolled
           END-IF
           IF SeatFound AND SeatLimitOnFile(SeatIdx)
               MOVE SeatCapacity(SeatIdx) TO PrintCount
               MOVE PrintCount TO PrintCapacity
               MOVE SeatCapacity(SeatIdx) TO WebCount
               MOVE WebCount TO WebCapacity
               MOVE ZERO TO SeatsOpen
               IF SeatEnrolled(SeatIdx) < SeatCapacity(SeatIdx)
                   SUBTRACT SeatEnrolled(SeatIdx)
                       FROM SeatCapacity(SeatIdx) GIVING SeatsOpen
               ELSE
                   MOVE SeatWaitlist(SeatIdx) TO PrintCount
                   MOVE PrintCount TO PrintWaitlist
                   MOVE SeatWaitlist(SeatIdx) TO WebCount
                   MOVE WebCount TO WebWaitlist
               END-IF
               MOVE SeatsOpen TO PrintCount
               MOVE PrintCount TO PrintOpen
               MOVE SeatsOpen TO WebCount
               MOVE WebCount TO WebOpen
           ELSE
               MOVE " n/a" TO PrintCapacity
               MOVE " n/a" TO PrintOpen
           END-IF.

       WriteSchedulePrintLine.
           MOVE SPACES TO ScheduleLine
           STRING SecSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SecNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CourseTitleText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SecDeliveryMode DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DaysText DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               MeetingTimeText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RoomText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               InstructorName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintCapacity DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintEnrolled DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintOpen DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PrintWaitlist DELIMITED BY SIZE
               INTO ScheduleLine
           END-STRING
           WRITE ScheduleLine.

       WriteScheduleWebLine.
           MOVE SPACES TO ScheduleWebLine
           STRING CurrentSemesterCode DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               SecSubject DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               SecNumber DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               CourseTitleText DELIMITED BY "  "
               QUOTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SecDeliveryMode DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               DaysText DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SecStartTime DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               SecEndTime DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               RoomText DELIMITED BY "  "
               QUOTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               InstructorName DELIMITED BY "  "
               QUOTE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WebCapacity DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WebEnrolled DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WebOpen DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WebWaitlist DELIMITED BY SPACE
               INTO ScheduleWebLine
           END-STRING
           WRITE ScheduleWebLine.

       END PROGRAM ScheduleOfClasses.
