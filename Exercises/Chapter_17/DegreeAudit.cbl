      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/06/2021
      * Purpose: Degree audit against ProgramRequirements.dat - the
      *          required courses, elective pools with their minimum
      *          credits, and total hours for each program code.
      *          Each student's completed courses (passing grades on
      *          GradeHistory.dat, plus older CompletedCourses.dat
      *          lines) and this term's Registrations.prn are matched
      *          to the requirements and printed as satisfied, in
      *          progress or outstanding on DegreeAudit.txt. Students
      *          registered this term for nothing that counts toward
      *          their program are flagged on DegreeAuditFlags.txt.
      *          Run for one student as an inquiry, or for every
      *          active student in batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequirementsFile
             ASSIGN TO "./Exercises/Chapter_17/ProgramRequirements.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RequirementsFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT GradeHistoryFile
             ASSIGN TO "./Exercises/Chapter_17/GradeHistory.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeHistoryFileStatus.

           SELECT GradeScaleFile
             ASSIGN TO "./Exercises/Chapter_17/GradeScale.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeScaleFileStatus.

           SELECT CompletedFile
             ASSIGN TO "./Exercises/Chapter_17/CompletedCourses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CompletedFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT CatalogFile
             ASSIGN TO "./Exercises/Chapter_17/CourseCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           SELECT AuditFile
             ASSIGN TO "./Exercises/Chapter_17/DegreeAudit.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FlagFile
             ASSIGN TO "./Exercises/Chapter_17/DegreeAuditFlags.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One line per requirement, keyed by program code: T gives the
      *> program's total hours, C a required course, P an elective
      *> pool and its minimum hours, M a course in a pool (a blank
      *> number takes any course in the subject).
       FD RequirementsFile.
       01 RequirementRecord.
           88 EORequirementsFile VALUE HIGH-VALUES.
           02 ReqProgram    PIC X(4).
           02 ReqRecordType PIC X.
               88 ReqTotalLine  VALUE "T".
               88 ReqCourseLine VALUE "C".
               88 ReqPoolLine   VALUE "P".
               88 ReqMemberLine VALUE "M".
           02 ReqBody       PIC X(35).
           02 ReqTotalBody REDEFINES ReqBody.
               03 ReqTotalHours PIC 9(3).
               03 FILLER        PIC X(32).
           02 ReqCourseBody REDEFINES ReqBody.
               03 ReqCourseSubject PIC X(4).
               03 ReqCourseNumber  PIC X(3).
               03 FILLER           PIC X(28).
           02 ReqPoolBody REDEFINES ReqBody.
               03 ReqPoolID       PIC X(2).
               03 ReqPoolMinHours PIC 9(3).
               03 ReqPoolTitle    PIC X(30).
           02 ReqMemberBody REDEFINES ReqBody.
               03 ReqMemberPool    PIC X(2).
               03 ReqMemberSubject PIC X(4).
               03 ReqMemberNumber  PIC X(3).
               03 FILLER           PIC X(26).

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

       FD GradeHistoryFile.
       01 GradeHistoryRecord.
           88 EOGradeHistoryFile VALUE HIGH-VALUES.
           02 HisSemester      PIC X(6).
           02 HisSubject       PIC X(4).
           02 HisNumber        PIC X(3).
           02 HisStudentID     PIC X(9).
           02 HisCreditHours   PIC 9(3).
           02 HisGrade         PIC X(2).
           02 HisSubmittedBy   PIC X(5).
           02 HisSubmittedDate PIC 9(8).

       FD GradeScaleFile.
       01 GradeScaleRecord.
           88 EOGradeScaleFile VALUE HIGH-VALUES.
           02 ScaleGrade   PIC X(2).
           02 ScalePoints  PIC 9V99.
           02 ScalePassing PIC X.
           02 ScaleInGPA   PIC X.

       FD CompletedFile.
       01 CompletedRecord.
           88 EOCompletedFile VALUE HIGH-VALUES.
           02 CmpStudentID PIC X(9).
           02 CmpSubject   PIC X(4).
           02 CmpNumber    PIC X(3).

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD CatalogFile.
       01 CatalogFileRecord.
           88 EOCatalogFile VALUE HIGH-VALUES.
           02 CatalogSubject PIC X(4).
           02 CatalogNumber  PIC X(3).
           02 CatalogTitle   PIC X(30).

       FD AuditFile.
       01 AuditLine PIC X(80).

       FD FlagFile.
       01 FlagLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RequirementsFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus       PIC X(02) VALUE ZEROES.
       01 GradeHistoryFileStatus  PIC X(02) VALUE ZEROES.
       01 GradeScaleFileStatus    PIC X(02) VALUE ZEROES.
       01 CompletedFileStatus     PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus       PIC X(02) VALUE ZEROES.

       01 ProgramCount PIC 9(3) VALUE ZERO.
       01 ProgramTable.
           02 ProgramEntry OCCURS 1 TO 200 TIMES
                           DEPENDING ON ProgramCount
                           INDEXED BY PgmIdx.
               03 PgmCode       PIC X(4).
               03 PgmTotalHours PIC 9(3).

       01 RequiredCount PIC 9(4) VALUE ZERO.
       01 RequiredTable.
           02 RequiredEntry OCCURS 1 TO 3000 TIMES
                            DEPENDING ON RequiredCount
                            INDEXED BY RqdIdx.
               03 RqdProgram PIC X(4).
               03 RqdSubject PIC X(4).
               03 RqdNumber  PIC X(3).

       01 PoolCount PIC 9(4) VALUE ZERO.
       01 PoolTable.
           02 PoolEntry OCCURS 1 TO 1000 TIMES
                        DEPENDING ON PoolCount
                        INDEXED BY PoolIdx.
               03 PoolProgram  PIC X(4).
               03 PoolID       PIC X(2).
               03 PoolMinHours PIC 9(3).
               03 PoolTitle    PIC X(30).

       01 MemberCount PIC 9(4) VALUE ZERO.
       01 MemberTable.
           02 MemberEntry OCCURS 1 TO 5000 TIMES
                          DEPENDING ON MemberCount
                          INDEXED BY MbrIdx.
               03 MbrProgram PIC X(4).
               03 MbrPool    PIC X(2).
               03 MbrSubject PIC X(4).
               03 MbrNumber  PIC X(3).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).
               03 TblProgram   PIC X(4).
               03 TblStatus    PIC X.
                   88 TblStudentActive VALUE "A".

       01 HistoryCount PIC 9(5) VALUE ZERO.
       01 HistoryTable.
           02 HistoryEntry OCCURS 1 TO 30000 TIMES
                           DEPENDING ON HistoryCount
                           INDEXED BY HisIdx.
               03 TblHisStudentID PIC X(9).
               03 TblHisSubject   PIC X(4).
               03 TblHisNumber    PIC X(3).
               03 TblHisHours     PIC 9(3).
               03 TblHisGrade     PIC X(2).

       01 ScaleCount PIC 99 VALUE ZERO.
       01 ScaleTable.
           02 ScaleEntry OCCURS 1 TO 40 TIMES
                         DEPENDING ON ScaleCount
                         INDEXED BY ScaleIdx.
               03 TblScaleGrade   PIC X(2).
               03 TblScalePassing PIC X.
                   88 TblGradePasses VALUE "Y".

       01 CompletedCount PIC 9(5) VALUE ZERO.
       01 CompletedTable.
           02 CompletedEntry OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CompletedCount
                             INDEXED BY CmpIdx.
               03 TblCmpStudentID PIC X(9).
               03 TblCmpSubject   PIC X(4).
               03 TblCmpNumber    PIC X(3).

       01 RegCount PIC 9(5) VALUE ZERO.
       01 RegTable.
           02 RegEntry OCCURS 1 TO 20000 TIMES
                       DEPENDING ON RegCount
                       INDEXED BY RegIdx.
               03 TblRegStudentID PIC X(9).
               03 TblRegSubject   PIC X(4).
               03 TblRegNumber    PIC X(3).
               03 TblRegHours     PIC 9(3).

       01 CatalogCount PIC 9(4) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON CatalogCount
                           INDEXED BY CatIdx.
               03 CatSubject PIC X(4).
               03 CatNumber  PIC X(3).
               03 CatTitle   PIC X(30).

       *> The student being audited: every completed (C) and
       *> in-progress (I) course, each used by at most one
       *> requirement - R once it fills a required course, P once it
       *> goes toward an elective pool.
       01 CourseCount PIC 9(3) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 1 TO 300 TIMES
                          DEPENDING ON CourseCount
                          INDEXED BY CrsIdx.
               03 CrsSubject PIC X(4).
               03 CrsNumber  PIC X(3).
               03 CrsHours   PIC 9(3).
               03 CrsState   PIC X.
                   88 CrsCompleted  VALUE "C".
                   88 CrsInProgress VALUE "I".
               03 CrsUsedBy  PIC X.
                   88 CrsUnused VALUE SPACE.
               03 CrsHoursKnown PIC X.
                   88 CrsNoHistoryHours VALUE "N".

       01 SelectedStudentID PIC X(9) VALUE SPACES.
       01 InquiryModeSwitch PIC X VALUE "N".
           88 InquiryMode VALUE "Y" WHEN SET TO FALSE "N".
       01 AuditProgram      PIC X(4) VALUE SPACES.
       01 AuditStudentID    PIC X(9) VALUE SPACES.

       01 ProgramFoundSwitch PIC X VALUE "N".
           88 ProgramFound VALUE "Y" WHEN SET TO FALSE "N".
       01 CourseFoundSwitch PIC X VALUE "N".
           88 CourseFound VALUE "Y" WHEN SET TO FALSE "N".
       01 PassingSwitch PIC X VALUE "N".
           88 GradePasses VALUE "Y" WHEN SET TO FALSE "N".
       01 MemberSwitch PIC X VALUE "N".
           88 CourseInPool VALUE "Y" WHEN SET TO FALSE "N".
       01 CountsSwitch PIC X VALUE "N".
           88 RegistrationCounts VALUE "Y" WHEN SET TO FALSE "N".
       01 RegisteredSwitch PIC X VALUE "N".
           88 RegisteredThisTerm VALUE "Y" WHEN SET TO FALSE "N".
       01 LegacySwitch PIC X VALUE "N".
           88 LegacyCompletionSeen VALUE "Y" WHEN SET TO FALSE "N".

       01 WantedSubject   PIC X(4) VALUE SPACES.
       01 WantedNumber    PIC X(3) VALUE SPACES.
       01 WantedPool      PIC X(2) VALUE SPACES.
       01 MatchPosition   PIC 9(3) VALUE ZERO.
       01 RequirementState PIC X(12) VALUE SPACES.
       01 CourseTitleText PIC X(30) VALUE SPACES.

       01 PoolEarned      PIC 9(3) VALUE ZERO.
       01 PoolInProgress  PIC 9(3) VALUE ZERO.
       01 PoolProjected   PIC 9(3) VALUE ZERO.
       01 HoursEarned     PIC 9(3) VALUE ZERO.
       01 HoursInProgress PIC 9(3) VALUE ZERO.
       01 HoursProjected  PIC 9(3) VALUE ZERO.
       01 HoursOutstanding PIC 9(3) VALUE ZERO.

       01 AuditedCount  PIC 9(5) VALUE ZERO.
       01 FlaggedCount  PIC 9(5) VALUE ZERO.
       01 NoProgramCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadRequirements
           IF ProgramCount = ZERO
               DISPLAY "ProgramRequirements.dat is missing or has no "
                   "T (total hours) lines; no audit run."
               STOP RUN
           END-IF
           PERFORM LoadStudentMaster
           PERFORM LoadGradeScale
           PERFORM LoadGradeHistory
           PERFORM LoadCompletedCourses
           PERFORM LoadRegistrations
           PERFORM LoadCatalogTable

           DISPLAY "Enter a student ID for a single audit, "
               "spaces to audit every active student: "
           ACCEPT SelectedStudentID
           IF SelectedStudentID NOT = SPACES
               SET InquiryMode TO TRUE
           END-IF

           OPEN OUTPUT AuditFile
           OPEN OUTPUT FlagFile
           MOVE SPACES TO FlagLine
           STRING "STUDENTS REGISTERED FOR NOTHING THAT COUNTS "
                   DELIMITED BY SIZE
               "TOWARD THEIR PROGRAM" DELIMITED BY SIZE
               INTO FlagLine
           END-STRING
           WRITE FlagLine
           IF InquiryMode
               PERFORM AuditSelectedStudent
           ELSE
               PERFORM AuditActiveStudent
                   VARYING StuIdx FROM 1 BY 1
                   UNTIL StuIdx > StudentCount
           END-IF
           CLOSE AuditFile
           CLOSE FlagFile

           DISPLAY "Students audited:             ", AuditedCount
           DISPLAY "No requirements for program:  ", NoProgramCount
           DISPLAY "Flagged (DegreeAuditFlags.txt): ", FlaggedCount
           STOP RUN.

       LoadRequirements.
           OPEN INPUT RequirementsFile
           IF RequirementsFileStatus = "00"
               PERFORM ReadRequirementLine
               PERFORM UNTIL EORequirementsFile
                   PERFORM StoreRequirement
                   PERFORM ReadRequirementLine
               END-PERFORM
               CLOSE RequirementsFile
           END-IF.

       ReadRequirementLine.
           READ RequirementsFile
               AT END SET EORequirementsFile TO TRUE.

       StoreRequirement.
           EVALUATE TRUE
               WHEN ReqTotalLine
                   ADD 1 TO ProgramCount
                   MOVE ReqProgram    TO PgmCode(ProgramCount)
                   MOVE ReqTotalHours TO PgmTotalHours(ProgramCount)
               WHEN ReqCourseLine
                   ADD 1 TO RequiredCount
                   MOVE ReqProgram       TO RqdProgram(RequiredCount)
                   MOVE ReqCourseSubject TO RqdSubject(RequiredCount)
                   MOVE ReqCourseNumber  TO RqdNumber(RequiredCount)
               WHEN ReqPoolLine
                   ADD 1 TO PoolCount
                   MOVE ReqProgram      TO PoolProgram(PoolCount)
                   MOVE ReqPoolID       TO PoolID(PoolCount)
                   MOVE ReqPoolMinHours TO PoolMinHours(PoolCount)
                   MOVE ReqPoolTitle    TO PoolTitle(PoolCount)
               WHEN ReqMemberLine
                   ADD 1 TO MemberCount
                   MOVE ReqProgram       TO MbrProgram(MemberCount)
                   MOVE ReqMemberPool    TO MbrPool(MemberCount)
                   MOVE ReqMemberSubject TO MbrSubject(MemberCount)
                   MOVE ReqMemberNumber  TO MbrNumber(MemberCount)
               WHEN OTHER
                   DISPLAY "ProgramRequirements.dat line skipped, "
                       "unknown type: ", RequirementRecord
           END-EVALUATE.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
               DISPLAY "No StudentMaster.dat; there is nobody to "
                   "audit."
           ELSE
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   MOVE StuFileProgram   TO TblProgram(StudentCount)
                   MOVE StuFileStatus    TO TblStatus(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadGradeScale.
           OPEN INPUT GradeScaleFile
           IF GradeScaleFileStatus = "00"
               PERFORM ReadGradeScaleLine
               PERFORM UNTIL EOGradeScaleFile
                   ADD 1 TO ScaleCount
                   MOVE ScaleGrade   TO TblScaleGrade(ScaleCount)
                   MOVE ScalePassing TO TblScalePassing(ScaleCount)
                   PERFORM ReadGradeScaleLine
               END-PERFORM
               CLOSE GradeScaleFile
           END-IF.

       ReadGradeScaleLine.
           READ GradeScaleFile
               AT END SET EOGradeScaleFile TO TRUE.

       LoadGradeHistory.
           OPEN INPUT GradeHistoryFile
           IF GradeHistoryFileStatus = "00"
               PERFORM ReadGradeHistoryLine
               PERFORM UNTIL EOGradeHistoryFile
                   ADD 1 TO HistoryCount
                   MOVE HisStudentID   TO TblHisStudentID(HistoryCount)
                   MOVE HisSubject     TO TblHisSubject(HistoryCount)
                   MOVE HisNumber      TO TblHisNumber(HistoryCount)
                   MOVE HisCreditHours TO TblHisHours(HistoryCount)
                   MOVE HisGrade       TO TblHisGrade(HistoryCount)
                   PERFORM ReadGradeHistoryLine
               END-PERFORM
               CLOSE GradeHistoryFile
           END-IF.

       ReadGradeHistoryLine.
           READ GradeHistoryFile
               AT END SET EOGradeHistoryFile TO TRUE.

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

       AuditSelectedStudent.
           IF StudentCount > ZERO
               SET StuIdx TO 1
               SEARCH StudentEntry
                   AT END
                       DISPLAY "Student ", SelectedStudentID,
                           " is not on the student master."
                   WHEN TblStudentID(StuIdx) = SelectedStudentID
                       PERFORM AuditOneStudent
               END-SEARCH
           END-IF.

       AuditActiveStudent.
           IF TblStudentActive(StuIdx)
               PERFORM AuditOneStudent
           END-IF.

       AuditOneStudent.
           MOVE TblStudentID(StuIdx) TO AuditStudentID
           MOVE TblProgram(StuIdx)   TO AuditProgram
           ADD 1 TO AuditedCount
           PERFORM WriteAuditHeading
           SET ProgramFound TO FALSE
           SET PgmIdx TO 1
           SEARCH ProgramEntry
               AT END
                   CONTINUE
               WHEN PgmCode(PgmIdx) = AuditProgram
                   SET ProgramFound TO TRUE
           END-SEARCH
           IF NOT ProgramFound
               ADD 1 TO NoProgramCount
               MOVE SPACES TO AuditLine
               STRING "  NO REQUIREMENTS ON FILE FOR PROGRAM "
                       DELIMITED BY SIZE
                   AuditProgram DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
           ELSE
               PERFORM BuildCourseTable
               PERFORM AuditRequiredCourses
               PERFORM AuditElectivePools
               PERFORM AuditTotalHours
               PERFORM CheckRegistrationsCount
           END-IF.

       WriteAuditHeading.
           MOVE SPACES TO AuditLine
           PERFORM WriteAuditLine
           MOVE ALL "=" TO AuditLine
           PERFORM WriteAuditLine
           MOVE SPACES TO AuditLine
           STRING "DEGREE AUDIT FOR STUDENT " DELIMITED BY SIZE
               AuditStudentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TblFirstName(StuIdx) DELIMITED BY "  "
               SPACE DELIMITED BY SIZE
               TblLastName(StuIdx) DELIMITED BY "  "
               "   PROGRAM " DELIMITED BY SIZE
               AuditProgram DELIMITED BY SIZE
               INTO AuditLine
           END-STRING
           PERFORM WriteAuditLine
           MOVE ALL "=" TO AuditLine
           PERFORM WriteAuditLine.

       WriteAuditLine.
           WRITE AuditLine
           IF InquiryMode
               DISPLAY AuditLine
           END-IF.

      *> Completed: passing grades on the history, then any older
      *> CompletedCourses.dat line not already there (its hours were
      *> never recorded). In progress: this term's registrations.
       BuildCourseTable.
           MOVE ZERO TO CourseCount
           SET LegacyCompletionSeen TO FALSE
           PERFORM AddHistoryCourse
               VARYING HisIdx FROM 1 BY 1
               UNTIL HisIdx > HistoryCount
           PERFORM AddLegacyCourse
               VARYING CmpIdx FROM 1 BY 1
               UNTIL CmpIdx > CompletedCount
           PERFORM AddRegisteredCourse
               VARYING RegIdx FROM 1 BY 1
               UNTIL RegIdx > RegCount.

       AddHistoryCourse.
           IF TblHisStudentID(HisIdx) = AuditStudentID
               PERFORM CheckGradePasses
               IF GradePasses
                   MOVE TblHisSubject(HisIdx) TO WantedSubject
                   MOVE TblHisNumber(HisIdx)  TO WantedNumber
                   PERFORM FindCompletedCourse
                   IF NOT CourseFound
                       ADD 1 TO CourseCount
                       MOVE WantedSubject TO CrsSubject(CourseCount)
                       MOVE WantedNumber  TO CrsNumber(CourseCount)
                       MOVE TblHisHours(HisIdx)
                           TO CrsHours(CourseCount)
                       MOVE "C"   TO CrsState(CourseCount)
                       MOVE SPACE TO CrsUsedBy(CourseCount)
                       MOVE "Y"   TO CrsHoursKnown(CourseCount)
                   END-IF
               END-IF
           END-IF.

       CheckGradePasses.
           SET GradePasses TO FALSE
           IF ScaleCount > ZERO
               SET ScaleIdx TO 1
               SEARCH ScaleEntry
                   AT END
                       CONTINUE
                   WHEN TblScaleGrade(ScaleIdx) = TblHisGrade(HisIdx)
                       IF TblGradePasses(ScaleIdx)
                           SET GradePasses TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       AddLegacyCourse.
           IF TblCmpStudentID(CmpIdx) = AuditStudentID
               MOVE TblCmpSubject(CmpIdx) TO WantedSubject
               MOVE TblCmpNumber(CmpIdx)  TO WantedNumber
               PERFORM FindCompletedCourse
               IF NOT CourseFound
                   ADD 1 TO CourseCount
                   MOVE WantedSubject TO CrsSubject(CourseCount)
                   MOVE WantedNumber  TO CrsNumber(CourseCount)
                   MOVE ZERO  TO CrsHours(CourseCount)
                   MOVE "C"   TO CrsState(CourseCount)
                   MOVE SPACE TO CrsUsedBy(CourseCount)
                   MOVE "N"   TO CrsHoursKnown(CourseCount)
                   SET LegacyCompletionSeen TO TRUE
               END-IF
           END-IF.

       AddRegisteredCourse.
           IF TblRegStudentID(RegIdx) = AuditStudentID
               ADD 1 TO CourseCount
               MOVE TblRegSubject(RegIdx) TO CrsSubject(CourseCount)
               MOVE TblRegNumber(RegIdx)  TO CrsNumber(CourseCount)
               MOVE TblRegHours(RegIdx)   TO CrsHours(CourseCount)
               MOVE "I"   TO CrsState(CourseCount)
               MOVE SPACE TO CrsUsedBy(CourseCount)
               MOVE "Y"   TO CrsHoursKnown(CourseCount)
           END-IF.

       FindCompletedCourse.
           SET CourseFound TO FALSE
           IF CourseCount > ZERO
               SET CrsIdx TO 1
               SEARCH CourseEntry
                   AT END
                       CONTINUE
                   WHEN CrsSubject(CrsIdx) = WantedSubject
                       AND CrsNumber(CrsIdx) = WantedNumber
                       AND CrsCompleted(CrsIdx)
                       SET CourseFound TO TRUE
               END-SEARCH
           END-IF.

      *> A required course is met by a completed course first; if
      *> none, a registration this term shows it in progress.
       AuditRequiredCourses.
           MOVE SPACES TO AuditLine
           PERFORM WriteAuditLine
           MOVE "REQUIRED COURSES" TO AuditLine
           PERFORM WriteAuditLine
           PERFORM AuditOneRequiredCourse
               VARYING RqdIdx FROM 1 BY 1
               UNTIL RqdIdx > RequiredCount.

       AuditOneRequiredCourse.
           IF RqdProgram(RqdIdx) = AuditProgram
               MOVE RqdSubject(RqdIdx) TO WantedSubject
               MOVE RqdNumber(RqdIdx)  TO WantedNumber
               MOVE "OUTSTANDING" TO RequirementState
               MOVE ZERO TO MatchPosition
               PERFORM MatchRequiredCourse
                   VARYING CrsIdx FROM 1 BY 1
                   UNTIL CrsIdx > CourseCount
               IF MatchPosition > ZERO
                   MOVE "R" TO CrsUsedBy(MatchPosition)
                   IF CrsCompleted(MatchPosition)
                       MOVE "SATISFIED" TO RequirementState
                   ELSE
                       MOVE "IN PROGRESS" TO RequirementState
                   END-IF
               END-IF
               PERFORM LookupCourseTitle
               MOVE SPACES TO AuditLine
               STRING "  " DELIMITED BY SIZE
                   WantedSubject DELIMITED BY SIZE
                   SPACE DELIMITED BY SIZE
                   WantedNumber DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CourseTitleText DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RequirementState DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
           END-IF.

       MatchRequiredCourse.
           IF CrsSubject(CrsIdx) = WantedSubject
               AND CrsNumber(CrsIdx) = WantedNumber
               AND CrsUnused(CrsIdx)
               IF MatchPosition = ZERO
                   SET MatchPosition TO CrsIdx
               ELSE
                   IF CrsCompleted(CrsIdx)
                       AND CrsInProgress(MatchPosition)
                       SET MatchPosition TO CrsIdx
                   END-IF
               END-IF
           END-IF.

       LookupCourseTitle.
           MOVE "(not in course catalog)" TO CourseTitleText
           IF CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN CatSubject(CatIdx) = WantedSubject
                    AND CatNumber(CatIdx)  = WantedNumber
                       MOVE CatTitle(CatIdx) TO CourseTitleText
               END-SEARCH
           END-IF.

      *> Courses not already used by a required course go toward
      *> each pool in file order, completed ones first, and only
      *> until the pool's minimum is reached so the rest are left
      *> for the pools after it.
       AuditElectivePools.
           MOVE SPACES TO AuditLine
           PERFORM WriteAuditLine
           MOVE SPACES TO AuditLine
           STRING "ELECTIVE POOLS                        MIN  "
                   DELIMITED BY SIZE
               "EARNED  IN PROG" DELIMITED BY SIZE
               INTO AuditLine
           END-STRING
           PERFORM WriteAuditLine
           PERFORM AuditOnePool
               VARYING PoolIdx FROM 1 BY 1
               UNTIL PoolIdx > PoolCount.

       AuditOnePool.
           IF PoolProgram(PoolIdx) = AuditProgram
               MOVE PoolID(PoolIdx) TO WantedPool
               MOVE ZERO TO PoolEarned
               MOVE ZERO TO PoolInProgress
               PERFORM TakeCompletedForPool
                   VARYING CrsIdx FROM 1 BY 1
                   UNTIL CrsIdx > CourseCount
               PERFORM TakeInProgressForPool
                   VARYING CrsIdx FROM 1 BY 1
                   UNTIL CrsIdx > CourseCount
               ADD PoolEarned PoolInProgress GIVING PoolProjected
               EVALUATE TRUE
                   WHEN PoolEarned >= PoolMinHours(PoolIdx)
                       MOVE "SATISFIED" TO RequirementState
                   WHEN PoolProjected >= PoolMinHours(PoolIdx)
                       MOVE "IN PROGRESS" TO RequirementState
                   WHEN OTHER
                       MOVE "OUTSTANDING" TO RequirementState
               END-EVALUATE
               MOVE SPACES TO AuditLine
               STRING "  " DELIMITED BY SIZE
                   WantedPool DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PoolTitle(PoolIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PoolMinHours(PoolIdx) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   PoolEarned DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   PoolInProgress DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RequirementState DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
           END-IF.

       TakeCompletedForPool.
           IF CrsCompleted(CrsIdx) AND CrsUnused(CrsIdx)
               AND PoolEarned < PoolMinHours(PoolIdx)
               PERFORM CheckCourseInPool
               IF CourseInPool
                   MOVE "P" TO CrsUsedBy(CrsIdx)
                   ADD CrsHours(CrsIdx) TO PoolEarned
               END-IF
           END-IF.

       TakeInProgressForPool.
           ADD PoolEarned PoolInProgress GIVING PoolProjected
           IF CrsInProgress(CrsIdx) AND CrsUnused(CrsIdx)
               AND PoolProjected < PoolMinHours(PoolIdx)
               PERFORM CheckCourseInPool
               IF CourseInPool
                   MOVE "P" TO CrsUsedBy(CrsIdx)
                   ADD CrsHours(CrsIdx) TO PoolInProgress
               END-IF
           END-IF.

       CheckCourseInPool.
           SET CourseInPool TO FALSE
           IF MemberCount > ZERO
               SET MbrIdx TO 1
               SEARCH MemberEntry
                   AT END
                       CONTINUE
                   WHEN MbrProgram(MbrIdx) = AuditProgram
                       AND MbrPool(MbrIdx) = WantedPool
                       AND MbrSubject(MbrIdx) = CrsSubject(CrsIdx)
                       AND (MbrNumber(MbrIdx) = CrsNumber(CrsIdx)
                            OR MbrNumber(MbrIdx) = SPACES)
                       SET CourseInPool TO TRUE
               END-SEARCH
           END-IF.

       AuditTotalHours.
           MOVE ZERO TO HoursEarned
           MOVE ZERO TO HoursInProgress
           PERFORM AddCourseHours
               VARYING CrsIdx FROM 1 BY 1
               UNTIL CrsIdx > CourseCount
           ADD HoursEarned HoursInProgress GIVING HoursProjected
           MOVE ZERO TO HoursOutstanding
           EVALUATE TRUE
               WHEN HoursEarned >= PgmTotalHours(PgmIdx)
                   MOVE "SATISFIED" TO RequirementState
               WHEN HoursProjected >= PgmTotalHours(PgmIdx)
                   MOVE "IN PROGRESS" TO RequirementState
               WHEN OTHER
                   MOVE "OUTSTANDING" TO RequirementState
                   SUBTRACT HoursProjected FROM PgmTotalHours(PgmIdx)
                       GIVING HoursOutstanding
           END-EVALUATE
           MOVE SPACES TO AuditLine
           PERFORM WriteAuditLine
           MOVE SPACES TO AuditLine
           STRING "TOTAL HOURS  REQUIRED " DELIMITED BY SIZE
               PgmTotalHours(PgmIdx) DELIMITED BY SIZE
               "  EARNED " DELIMITED BY SIZE
               HoursEarned DELIMITED BY SIZE
               "  IN PROGRESS " DELIMITED BY SIZE
               HoursInProgress DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RequirementState DELIMITED BY SIZE
               INTO AuditLine
           END-STRING
           PERFORM WriteAuditLine
           IF HoursOutstanding > ZERO
               MOVE SPACES TO AuditLine
               STRING "  HOURS STILL NEEDED AFTER THIS TERM: "
                       DELIMITED BY SIZE
                   HoursOutstanding DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
           END-IF
           IF LegacyCompletionSeen
               MOVE SPACES TO AuditLine
               STRING "  (Courses completed before the grade history "
                       DELIMITED BY SIZE
                   "carry no hours here.)" DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
           END-IF.

       AddCourseHours.
           IF CrsCompleted(CrsIdx)
               ADD CrsHours(CrsIdx) TO HoursEarned
           ELSE
               ADD CrsHours(CrsIdx) TO HoursInProgress
           END-IF.

      *> A registration counts if it is one of the program's required
      *> courses or in one of its pools, whether or not that
      *> requirement is already met.
       CheckRegistrationsCount.
           SET RegisteredThisTerm TO FALSE
           SET RegistrationCounts TO FALSE
           PERFORM CheckOneRegistrationCounts
               VARYING CrsIdx FROM 1 BY 1
               UNTIL CrsIdx > CourseCount
           IF RegisteredThisTerm AND NOT RegistrationCounts
               ADD 1 TO FlaggedCount
               MOVE SPACES TO AuditLine
               STRING "  ** REGISTERED THIS TERM FOR NOTHING THAT "
                       DELIMITED BY SIZE
                   "COUNTS TOWARD THE PROGRAM **" DELIMITED BY SIZE
                   INTO AuditLine
               END-STRING
               PERFORM WriteAuditLine
               MOVE SPACES TO FlagLine
               STRING AuditStudentID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TblLastName(StuIdx) DELIMITED BY SIZE
                   TblFirstName(StuIdx) DELIMITED BY SIZE
                   "  PROGRAM " DELIMITED BY SIZE
                   AuditProgram DELIMITED BY SIZE
                   INTO FlagLine
               END-STRING
               WRITE FlagLine
           END-IF.

       CheckOneRegistrationCounts.
           IF CrsInProgress(CrsIdx)
               SET RegisteredThisTerm TO TRUE
               IF CrsUsedBy(CrsIdx) NOT = SPACE
                   SET RegistrationCounts TO TRUE
               ELSE
                   PERFORM CheckRegistrationRequired
                   PERFORM CheckRegistrationAnyPool
               END-IF
           END-IF.

       CheckRegistrationRequired.
           IF RequiredCount > ZERO
               SET RqdIdx TO 1
               SEARCH RequiredEntry
                   AT END
                       CONTINUE
                   WHEN RqdProgram(RqdIdx) = AuditProgram
                       AND RqdSubject(RqdIdx) = CrsSubject(CrsIdx)
                       AND RqdNumber(RqdIdx) = CrsNumber(CrsIdx)
                       SET RegistrationCounts TO TRUE
               END-SEARCH
           END-IF.

       CheckRegistrationAnyPool.
           IF MemberCount > ZERO
               SET MbrIdx TO 1
               SEARCH MemberEntry
                   AT END
                       CONTINUE
                   WHEN MbrProgram(MbrIdx) = AuditProgram
                       AND MbrSubject(MbrIdx) = CrsSubject(CrsIdx)
                       AND (MbrNumber(MbrIdx) = CrsNumber(CrsIdx)
                            OR MbrNumber(MbrIdx) = SPACES)
                       SET RegistrationCounts TO TRUE
               END-SEARCH
           END-IF.

       END PROGRAM DegreeAudit.
