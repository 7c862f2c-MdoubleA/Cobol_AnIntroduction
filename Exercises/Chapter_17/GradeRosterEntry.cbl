      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/05/2021
      * Purpose: Final-grade roster entry for the current semester.
      *          For a section taught on CoursesProcessed.prn, list
      *          the students registered for it on Registrations.prn
      *          and take a grade for each, checked against the
      *          grade-point scale on GradeScale.dat. Only the
      *          section's own professor, or a registrar operator on
      *          GradeOperators.dat, may submit a roster. Grades are
      *          kept on GradeRoster.dat until SemesterClose posts
      *          them to the grade history and CompletedCourses.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeRosterEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           SELECT GradeScaleFile
             ASSIGN TO "./Exercises/Chapter_17/GradeScale.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeScaleFileStatus.

           *> Registrar staff allowed to submit any section's roster,
           *> e.g. for a professor who has left mid-term.
           SELECT OperatorFile
             ASSIGN TO "./Exercises/Chapter_17/GradeOperators.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/CoursesProcessed.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT RosterFile
             ASSIGN TO "./Exercises/Chapter_17/GradeRoster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RosterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SemesterInfoFile.
       01 SemesterInfoRecord.
           02 SemInfoCode      PIC X(6).
           02 SemInfoTitle     PIC X(20).
           02 SemInfoStartDate PIC 9(8).
           02 SemInfoEndDate   PIC 9(8).
           02 SemInfoPriorCode PIC X(6).

       FD GradeScaleFile.
       01 GradeScaleRecord.
           88 EOGradeScaleFile VALUE HIGH-VALUES.
           02 ScaleGrade   PIC X(2).
           02 ScalePoints  PIC 9V99.
           02 ScalePassing PIC X.
           02 ScaleInGPA   PIC X.

       FD OperatorFile.
       01 OperatorRecord.
           88 EOOperatorFile VALUE HIGH-VALUES.
           02 OperatorID   PIC X(5).
           02 OperatorName PIC X(30).

       FD CoursesFile.
       01 CourseFileRecord.
           88 EOCoursesFile VALUE HIGH-VALUES.
           02 CourseSubject PIC X(4).
           02 FILLER        PIC X(2).
           02 CourseNumber  PIC X(3).
           02 FILLER        PIC X(64).
           02 LastName      PIC X(16).
           02 FirstName     PIC X(16).
           02 DeliveryMode  PIC X(1).
           02 ProfessorID   PIC X(5).
           02 FILLER        PIC X(26).
           02 Esch          PIC X(3).

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

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

       FD RosterFile.
       01 RosterRecord.
           88 EORosterFile VALUE HIGH-VALUES.
           02 RosSemester      PIC X(6).
           02 RosSubject       PIC X(4).
           02 RosNumber        PIC X(3).
           02 RosStudentID     PIC X(9).
           02 RosCreditHours   PIC 9(3).
           02 RosGrade         PIC X(2).
           02 RosSubmittedBy   PIC X(5).
           02 RosSubmittedDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 GradeScaleFileStatus    PIC X(02) VALUE ZEROES.
       01 OperatorFileStatus      PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus       PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.
       01 StudentFileStatus       PIC X(02) VALUE ZEROES.
       01 RosterFileStatus        PIC X(02) VALUE ZEROES.

       01 CurrentSemesterCode  PIC X(6)  VALUE SPACES.
       01 CurrentSemesterTitle PIC X(20) VALUE SPACES.

       01 ScaleCount PIC 99 VALUE ZERO.
       01 ScaleTable.
           02 ScaleEntry OCCURS 1 TO 40 TIMES
                         DEPENDING ON ScaleCount
                         INDEXED BY ScaleIdx.
               03 TblScaleGrade PIC X(2).

       01 OperatorCount PIC 9(3) VALUE ZERO.
       01 OperatorTable.
           02 OperatorEntry OCCURS 1 TO 200 TIMES
                            DEPENDING ON OperatorCount
                            INDEXED BY OperIdx.
               03 TblOperatorID   PIC X(5).
               03 TblOperatorName PIC X(30).

       *> A section can appear on the processed file more than once
       *> (team-taught), so every instructor listed may submit it.
       01 SectionCount PIC 9(4) VALUE ZERO.
       01 SectionTable.
           02 SectionEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SectionCount
                           INDEXED BY SecIdx.
               03 SecSubject     PIC X(4).
               03 SecNumber      PIC X(3).
               03 SecProfessorID PIC X(5).

       01 RegCount PIC 9(5) VALUE ZERO.
       01 RegTable.
           02 RegEntry OCCURS 1 TO 20000 TIMES
                       DEPENDING ON RegCount
                       INDEXED BY RegIdx.
               03 TblRegStudentID PIC X(9).
               03 TblRegSubject   PIC X(4).
               03 TblRegNumber    PIC X(3).
               03 TblRegHours     PIC 9(3).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).

       *> The whole roster file held for the session and rewritten in
       *> full at the end; lines for other semesters pass through.
       01 RosterCount PIC 9(5) VALUE ZERO.
       01 RosterTable.
           02 RosterEntry OCCURS 1 TO 20000 TIMES
                          DEPENDING ON RosterCount
                          INDEXED BY RosIdx.
               03 TblRosSemester      PIC X(6).
               03 TblRosSubject       PIC X(4).
               03 TblRosNumber        PIC X(3).
               03 TblRosStudentID     PIC X(9).
               03 TblRosCreditHours   PIC 9(3).
               03 TblRosGrade         PIC X(2).
               03 TblRosSubmittedBy   PIC X(5).
               03 TblRosSubmittedDate PIC 9(8).

       01 SubmitterID   PIC X(5)  VALUE SPACES.
       01 SubmitterName PIC X(30) VALUE SPACES.
       01 OperatorSwitch PIC X VALUE "N".
           88 SubmitterIsOperator VALUE "Y" WHEN SET TO FALSE "N".

       *> Section keyed as subject and number together, e.g. CSCI101.
       01 EntrySection.
           02 EntrySubject PIC X(4).
           02 EntryNumber  PIC X(3).
       01 SectionFoundSwitch PIC X VALUE "N".
           88 SectionFound VALUE "Y" WHEN SET TO FALSE "N".
       01 AuthorizedSwitch PIC X VALUE "N".
           88 SubmitterAuthorized VALUE "Y" WHEN SET TO FALSE "N".

       01 EntryGrade    PIC X(2) VALUE SPACES.
       01 GradeValidSwitch PIC X VALUE "N".
           88 GradeIsValid VALUE "Y" WHEN SET TO FALSE "N".
       01 RosterFoundSwitch PIC X VALUE "N".
           88 RosterLineFound VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentName   PIC X(33) VALUE SPACES.
       01 CurrentGrade  PIC X(2)  VALUE SPACES.

       01 TodaysDate        PIC 9(8) VALUE ZERO.
       01 SectionStudents   PIC 9(4) VALUE ZERO.
       01 SectionsSubmitted PIC 9(4) VALUE ZERO.
       01 GradesEntered     PIC 9(5) VALUE ZERO.
       01 GradesChanged     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadSemesterInfo
           IF CurrentSemesterCode = SPACES
               DISPLAY "SemesterInfo.dat is missing or empty; grades "
                   "cannot be entered without a current semester."
               STOP RUN
           END-IF
           PERFORM LoadGradeScale
           IF ScaleCount = ZERO
               DISPLAY "GradeScale.dat is missing or empty; grades "
                   "cannot be checked, so none can be entered."
               STOP RUN
           END-IF
           PERFORM LoadOperators
           PERFORM LoadSectionTable
           PERFORM LoadRegistrations
           PERFORM LoadStudentMaster
           PERFORM LoadRosterTable
           ACCEPT TodaysDate FROM DATE YYYYMMDD

           DISPLAY "Grade roster entry for ", CurrentSemesterCode,
               SPACE, CurrentSemesterTitle
           DISPLAY "Enter your professor ID or operator ID: "
           ACCEPT SubmitterID
           PERFORM FindOperator
           IF SubmitterIsOperator
               DISPLAY "Registrar operator ", SubmitterName
           END-IF

           PERFORM PromptForSection *> Init loop.
           PERFORM PromptForSection
               UNTIL EntrySection = SPACES *> Loop.

           IF GradesEntered > ZERO OR GradesChanged > ZERO
               PERFORM RewriteRosterFile
           END-IF
           DISPLAY "Sections submitted: ", SectionsSubmitted
           DISPLAY "Grades entered:     ", GradesEntered
           DISPLAY "Grades changed:     ", GradesChanged
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
                       MOVE SemInfoCode  TO CurrentSemesterCode
                       MOVE SemInfoTitle TO CurrentSemesterTitle
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

       LoadGradeScale.
           OPEN INPUT GradeScaleFile
           IF GradeScaleFileStatus = "00"
               PERFORM ReadGradeScaleLine
               PERFORM UNTIL EOGradeScaleFile
                   ADD 1 TO ScaleCount
                   MOVE ScaleGrade TO TblScaleGrade(ScaleCount)
                   PERFORM ReadGradeScaleLine
               END-PERFORM
               CLOSE GradeScaleFile
           END-IF.

       ReadGradeScaleLine.
           READ GradeScaleFile
               AT END SET EOGradeScaleFile TO TRUE.

       LoadOperators.
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00" OR OperatorFileStatus = "05"
               OR OperatorFileStatus = "07"
               PERFORM ReadOperatorLine
               PERFORM UNTIL EOOperatorFile
                   ADD 1 TO OperatorCount
                   MOVE OperatorID   TO TblOperatorID(OperatorCount)
                   MOVE OperatorName TO TblOperatorName(OperatorCount)
                   PERFORM ReadOperatorLine
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       ReadOperatorLine.
           READ OperatorFile
               AT END SET EOOperatorFile TO TRUE.

       LoadSectionTable.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus NOT = "00"
               DISPLAY "Cannot open CoursesProcessed.prn, status "
                   CoursesFileStatus "; no sections to grade."
           ELSE
               PERFORM ReadCourseLine
               PERFORM UNTIL EOCoursesFile
                   ADD 1 TO SectionCount
                   MOVE CourseSubject TO SecSubject(SectionCount)
                   MOVE CourseNumber  TO SecNumber(SectionCount)
                   MOVE ProfessorID   TO SecProfessorID(SectionCount)
                   PERFORM ReadCourseLine
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       ReadCourseLine.
           READ CoursesFile
               AT END SET EOCoursesFile TO TRUE.

       LoadRegistrations.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   ADD 1 TO RegCount
                   MOVE RegStudentID   TO TblRegStudentID(RegCount)
                   MOVE RegSubject     TO TblRegSubject(RegCount)
                   MOVE RegNumber      TO TblRegNumber(RegCount)
                   MOVE RegCreditHours TO TblRegHours(RegCount)
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00"
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadRosterTable.
           OPEN INPUT RosterFile
           IF RosterFileStatus = "00" OR RosterFileStatus = "05"
               OR RosterFileStatus = "07"
               PERFORM ReadRosterLine
               PERFORM UNTIL EORosterFile
                   ADD 1 TO RosterCount
                   MOVE RosSemester    TO TblRosSemester(RosterCount)
                   MOVE RosSubject     TO TblRosSubject(RosterCount)
                   MOVE RosNumber      TO TblRosNumber(RosterCount)
                   MOVE RosStudentID   TO TblRosStudentID(RosterCount)
                   MOVE RosCreditHours TO TblRosCreditHours(RosterCount)
                   MOVE RosGrade       TO TblRosGrade(RosterCount)
                   MOVE RosSubmittedBy TO TblRosSubmittedBy(RosterCount)
                   MOVE RosSubmittedDate
                       TO TblRosSubmittedDate(RosterCount)
                   PERFORM ReadRosterLine
               END-PERFORM
               CLOSE RosterFile
           END-IF.

       ReadRosterLine.
           READ RosterFile
               AT END SET EORosterFile TO TRUE.

       FindOperator.
           SET SubmitterIsOperator TO FALSE
           IF OperatorCount > ZERO AND SubmitterID NOT = SPACES
               SET OperIdx TO 1
               SEARCH OperatorEntry
                   AT END
                       CONTINUE
                   WHEN TblOperatorID(OperIdx) = SubmitterID
                       SET SubmitterIsOperator TO TRUE
                       MOVE TblOperatorName(OperIdx) TO SubmitterName
               END-SEARCH
           END-IF.

       PromptForSection.
           DISPLAY "Enter the section subject and number (e.g. "
               "CSCI101), spaces to finish: "
           MOVE SPACES TO EntrySection
           ACCEPT EntrySection
           IF EntrySection NOT = SPACES
               PERFORM CheckSectionAuthority
               EVALUATE TRUE
                   WHEN NOT SectionFound
                       DISPLAY EntrySection, " is not on "
                           "CoursesProcessed.prn."
                   WHEN NOT SubmitterAuthorized
                       DISPLAY "Only the instructor of record or a "
                           "registrar operator may submit grades for "
                           EntrySection, "."
                   WHEN OTHER
                       PERFORM EnterSectionGrades
               END-EVALUATE
           END-IF.

      *> The submitter must be an instructor of record on one of the
      *> section's lines, unless they are a registrar operator.
       CheckSectionAuthority.
           SET SectionFound TO FALSE
           SET SubmitterAuthorized TO FALSE
           PERFORM VARYING SecIdx FROM 1 BY 1
               UNTIL SecIdx > SectionCount
               IF SecSubject(SecIdx) = EntrySubject
                   AND SecNumber(SecIdx) = EntryNumber
                   SET SectionFound TO TRUE
                   IF SecProfessorID(SecIdx) = SubmitterID
                       AND SubmitterID NOT = SPACES
                       SET SubmitterAuthorized TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF SubmitterIsOperator
               SET SubmitterAuthorized TO TRUE
           END-IF.

       EnterSectionGrades.
           MOVE ZERO TO SectionStudents
           DISPLAY "Grades for ", EntrySection, ": blank keeps the "
               "grade shown."
           PERFORM GradeOneRegistration
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegCount
           IF SectionStudents = ZERO
               DISPLAY "No students are registered for ",
                   EntrySection, "."
           ELSE
               ADD 1 TO SectionsSubmitted
               DISPLAY SectionStudents, " students graded for ",
                   EntrySection, "."
           END-IF.

       GradeOneRegistration.
           IF TblRegSubject(RegIdx) = EntrySubject
               AND TblRegNumber(RegIdx) = EntryNumber
               ADD 1 TO SectionStudents
               PERFORM FindStudentName
               PERFORM FindRosterLine
               IF RosterLineFound
                   MOVE TblRosGrade(RosIdx) TO CurrentGrade
               ELSE
                   MOVE SPACES TO CurrentGrade
               END-IF
               SET GradeIsValid TO FALSE
               PERFORM PromptForGrade UNTIL GradeIsValid
               IF EntryGrade NOT = SPACES
                   AND EntryGrade NOT = CurrentGrade
                   PERFORM StoreGrade
               END-IF
           END-IF.

       FindStudentName.
           MOVE "(not on student master)" TO StudentName
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   CONTINUE
               WHEN TblStudentID(StuIdx) = TblRegStudentID(RegIdx)
                   MOVE SPACES TO StudentName
                   STRING TblLastName(StuIdx) DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       TblFirstName(StuIdx) DELIMITED BY SPACE
                       INTO StudentName
                   END-STRING
           END-SEARCH.

       FindRosterLine.
           SET RosterLineFound TO FALSE
           IF RosterCount > ZERO
               SET RosIdx TO 1
               SEARCH RosterEntry
                   AT END
                       CONTINUE
                   WHEN TblRosSemester(RosIdx) = CurrentSemesterCode
                       AND TblRosSubject(RosIdx) = EntrySubject
                       AND TblRosNumber(RosIdx) = EntryNumber
                       AND TblRosStudentID(RosIdx)
                           = TblRegStudentID(RegIdx)
                       SET RosterLineFound TO TRUE
               END-SEARCH
           END-IF.

       PromptForGrade.
           DISPLAY TblRegStudentID(RegIdx), " ", StudentName,
               " [", CurrentGrade, "]: "
           MOVE SPACES TO EntryGrade
           ACCEPT EntryGrade
           INSPECT EntryGrade CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           SET GradeIsValid TO TRUE
           IF EntryGrade NOT = SPACES
               SET ScaleIdx TO 1
               SEARCH ScaleEntry
                   AT END
                       SET GradeIsValid TO FALSE
                       DISPLAY EntryGrade, " is not a grade on "
                           "GradeScale.dat."
                   WHEN TblScaleGrade(ScaleIdx) = EntryGrade
                       CONTINUE
               END-SEARCH
           END-IF.

       StoreGrade.
           IF RosterLineFound
               ADD 1 TO GradesChanged
           ELSE
               ADD 1 TO GradesEntered
               ADD 1 TO RosterCount
               SET RosIdx TO RosterCount
               MOVE CurrentSemesterCode     TO TblRosSemester(RosIdx)
               MOVE EntrySubject            TO TblRosSubject(RosIdx)
               MOVE EntryNumber             TO TblRosNumber(RosIdx)
               MOVE TblRegStudentID(RegIdx) TO TblRosStudentID(RosIdx)
           END-IF
           MOVE TblRegHours(RegIdx) TO TblRosCreditHours(RosIdx)
           MOVE EntryGrade          TO TblRosGrade(RosIdx)
           MOVE SubmitterID         TO TblRosSubmittedBy(RosIdx)
           MOVE TodaysDate          TO TblRosSubmittedDate(RosIdx).

       RewriteRosterFile.
           OPEN OUTPUT RosterFile
           PERFORM WriteRosterEntry
               VARYING RosIdx FROM 1 BY 1
               UNTIL RosIdx > RosterCount
           CLOSE RosterFile.

       WriteRosterEntry.
           MOVE TblRosSemester(RosIdx)      TO RosSemester
           MOVE TblRosSubject(RosIdx)       TO RosSubject
           MOVE TblRosNumber(RosIdx)        TO RosNumber
           MOVE TblRosStudentID(RosIdx)     TO RosStudentID
           MOVE TblRosCreditHours(RosIdx)   TO RosCreditHours
           MOVE TblRosGrade(RosIdx)         TO RosGrade
           MOVE TblRosSubmittedBy(RosIdx)   TO RosSubmittedBy
           MOVE TblRosSubmittedDate(RosIdx) TO RosSubmittedDate
           WRITE RosterRecord.

       END PROGRAM GradeRosterEntry.
