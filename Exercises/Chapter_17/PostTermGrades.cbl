      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/05/2021
      * Purpose: Term-end grade posting, CALLed by SemesterClose.
      *          Moves the closing semester's lines off GradeRoster.dat
      *          onto the permanent GradeHistory.dat the transcripts
      *          print from, and appends every passing grade (per
      *          GradeScale.dat) to CompletedCourses.dat for the
      *          prerequisite check in RollupRegistrations, so nobody
      *          hand-edits that file between terms. Registrations
      *          with no grade submitted are listed on
      *          UngradedRegistrations.txt for the registrar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostTermGrades.

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

           SELECT RosterFile
             ASSIGN TO "./Exercises/Chapter_17/GradeRoster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RosterFileStatus.

           SELECT RegistrationsFile
             ASSIGN TO "./Exercises/Chapter_17/Registrations.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegistrationsFileStatus.

           SELECT OPTIONAL CompletedFile
             ASSIGN TO "./Exercises/Chapter_17/CompletedCourses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CompletedFileStatus.

           SELECT OPTIONAL GradeHistoryFile
             ASSIGN TO "./Exercises/Chapter_17/GradeHistory.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeHistoryFileStatus.

           SELECT UngradedFile
             ASSIGN TO
               "./Exercises/Chapter_17/UngradedRegistrations.txt"
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

       FD GradeScaleFile.
       01 GradeScaleRecord.
           88 EOGradeScaleFile VALUE HIGH-VALUES.
           02 ScaleGrade   PIC X(2).
           02 ScalePoints  PIC 9V99.
           02 ScalePassing PIC X.
           02 ScaleInGPA   PIC X.

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

       FD RegistrationsFile.
       01 RegistrationRecord.
           88 EORegistrationsFile VALUE HIGH-VALUES.
           02 RegStudentID   PIC X(9).
           02 RegSubject     PIC X(4).
           02 RegNumber      PIC X(3).
           02 RegCreditHours PIC 9(3).

       FD CompletedFile.
       01 CompletedRecord.
           88 EOCompletedFile VALUE HIGH-VALUES.
           02 CmpStudentID PIC X(9).
           02 CmpSubject   PIC X(4).
           02 CmpNumber    PIC X(3).

       *> Same layout as GradeRoster.dat, one line per graded
       *> registration, in the order the terms were closed.
       FD GradeHistoryFile.
       01 GradeHistoryRecord.
           88 EOGradeHistoryFile VALUE HIGH-VALUES.
           02 HisSemester PIC X(6).
           02 FILLER      PIC X(34).

       FD UngradedFile.
       01 UngradedLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 GradeScaleFileStatus    PIC X(02) VALUE ZEROES.
       01 RosterFileStatus        PIC X(02) VALUE ZEROES.
       01 RegistrationsFileStatus PIC X(02) VALUE ZEROES.
       01 CompletedFileStatus     PIC X(02) VALUE ZEROES.
       01 GradeHistoryFileStatus  PIC X(02) VALUE ZEROES.

       01 ClosingSemesterCode PIC X(6) VALUE SPACES.

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

       *> The roster held in memory; the closing term's lines are
       *> posted and dropped, any other term's lines are kept. The
       *> closing term's lines already on the history (a second
       *> close of the same term) are held too, flagged as posted,
       *> so their registrations don't show as ungraded.
       01 RosterCount PIC 9(5) VALUE ZERO.
       01 RosterTable.
           02 RosterEntry OCCURS 1 TO 20000 TIMES
                          DEPENDING ON RosterCount
                          INDEXED BY RosIdx.
               03 TblRosterLine PIC X(40).
               03 TblRosterKey REDEFINES TblRosterLine.
                   04 TblRosSemester  PIC X(6).
                   04 TblRosSubject   PIC X(4).
                   04 TblRosNumber    PIC X(3).
                   04 TblRosStudentID PIC X(9).
                   04 FILLER          PIC X(3).
                   04 TblRosGrade     PIC X(2).
                   04 FILLER          PIC X(13).
               03 TblRosPosted PIC X.
                   88 RosterLinePosted VALUE "Y".

       01 PassingSwitch PIC X VALUE "N".
           88 GradePasses VALUE "Y" WHEN SET TO FALSE "N".
       01 CompletedSwitch PIC X VALUE "N".
           88 AlreadyCompleted VALUE "Y" WHEN SET TO FALSE "N".
       01 GradedSwitch PIC X VALUE "N".
           88 RegistrationGraded VALUE "Y" WHEN SET TO FALSE "N".

       01 GradesPosted    PIC 9(5) VALUE ZERO.
       01 CompletedAdded  PIC 9(5) VALUE ZERO.
       01 UngradedCount   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadSemesterInfo
           PERFORM LoadGradeScale
           IF ClosingSemesterCode = SPACES OR ScaleCount = ZERO
               DISPLAY "  Grades not posted: SemesterInfo.dat or "
                   "GradeScale.dat is missing."
               GOBACK
           END-IF
           PERFORM LoadRosterTable
           PERFORM LoadPostedGrades
           PERFORM LoadCompletedCourses

           OPEN OUTPUT UngradedFile
           PERFORM ListUngradedRegistrations
           CLOSE UngradedFile

           OPEN EXTEND GradeHistoryFile
           OPEN EXTEND CompletedFile
           PERFORM PostRosterEntry
               VARYING RosIdx FROM 1 BY 1
               UNTIL RosIdx > RosterCount
           CLOSE CompletedFile
           CLOSE GradeHistoryFile

           PERFORM RewriteRosterFile

           DISPLAY "  Grades posted to GradeHistory.dat:      ",
               GradesPosted
           DISPLAY "  Courses added to CompletedCourses.dat:  ",
               CompletedAdded
           DISPLAY "  Registrations with no grade submitted:  ",
               UngradedCount, " (UngradedRegistrations.txt)"
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
                       MOVE SemInfoCode TO ClosingSemesterCode
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

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

       LoadRosterTable.
           OPEN INPUT RosterFile
           IF RosterFileStatus = "00" OR RosterFileStatus = "05"
               OR RosterFileStatus = "07"
               PERFORM ReadRosterLine
               PERFORM UNTIL EORosterFile
                   ADD 1 TO RosterCount
                   MOVE RosterRecord TO TblRosterLine(RosterCount)
                   MOVE "N" TO TblRosPosted(RosterCount)
                   PERFORM ReadRosterLine
               END-PERFORM
               CLOSE RosterFile
           END-IF.

       ReadRosterLine.
           READ RosterFile
               AT END SET EORosterFile TO TRUE.

       LoadPostedGrades.
           OPEN INPUT GradeHistoryFile
           IF GradeHistoryFileStatus = "00"
               OR GradeHistoryFileStatus = "05"
               OR GradeHistoryFileStatus = "07"
               PERFORM ReadGradeHistoryLine
               PERFORM UNTIL EOGradeHistoryFile
                   IF HisSemester = ClosingSemesterCode
                       ADD 1 TO RosterCount
                       MOVE GradeHistoryRecord
                           TO TblRosterLine(RosterCount)
                       MOVE "Y" TO TblRosPosted(RosterCount)
                   END-IF
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

      *> Every registration still on file at close should have a
      *> grade on the roster; the ones that don't are listed so the
      *> registrar can chase the instructor before the next run.
       ListUngradedRegistrations.
           OPEN INPUT RegistrationsFile
           IF RegistrationsFileStatus = "00"
               OR RegistrationsFileStatus = "05"
               OR RegistrationsFileStatus = "07"
               PERFORM ReadRegistrationLine
               PERFORM UNTIL EORegistrationsFile
                   PERFORM CheckRegistrationGraded
                   PERFORM ReadRegistrationLine
               END-PERFORM
               CLOSE RegistrationsFile
           END-IF.

       ReadRegistrationLine.
           READ RegistrationsFile
               AT END SET EORegistrationsFile TO TRUE.

       CheckRegistrationGraded.
           SET RegistrationGraded TO FALSE
           IF RosterCount > ZERO
               SET RosIdx TO 1
               SEARCH RosterEntry
                   AT END
                       CONTINUE
                   WHEN TblRosSemester(RosIdx) = ClosingSemesterCode
                       AND TblRosSubject(RosIdx) = RegSubject
                       AND TblRosNumber(RosIdx) = RegNumber
                       AND TblRosStudentID(RosIdx) = RegStudentID
                       SET RegistrationGraded TO TRUE
               END-SEARCH
           END-IF
           IF NOT RegistrationGraded
               ADD 1 TO UngradedCount
               MOVE SPACES TO UngradedLine
               STRING ClosingSemesterCode DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RegSubject DELIMITED BY SIZE
                   RegNumber DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RegStudentID DELIMITED BY SIZE
                   "  NO GRADE SUBMITTED" DELIMITED BY SIZE
                   INTO UngradedLine
               END-STRING
               WRITE UngradedLine
           END-IF.

       PostRosterEntry.
           IF TblRosSemester(RosIdx) = ClosingSemesterCode
               AND NOT RosterLinePosted(RosIdx)
               MOVE TblRosterLine(RosIdx) TO GradeHistoryRecord
               WRITE GradeHistoryRecord
               ADD 1 TO GradesPosted
               PERFORM CheckGradePasses
               IF GradePasses
                   PERFORM CheckAlreadyCompleted
                   IF NOT AlreadyCompleted
                       PERFORM AddCompletedCourse
                   END-IF
               END-IF
           END-IF.

       CheckGradePasses.
           SET GradePasses TO FALSE
           SET ScaleIdx TO 1
           SEARCH ScaleEntry
               AT END
                   CONTINUE
               WHEN TblScaleGrade(ScaleIdx) = TblRosGrade(RosIdx)
                   IF TblGradePasses(ScaleIdx)
                       SET GradePasses TO TRUE
                   END-IF
           END-SEARCH.

      *> A repeated course is only listed once; the prerequisite
      *> check just needs to know it was passed.
       CheckAlreadyCompleted.
           SET AlreadyCompleted TO FALSE
           IF CompletedCount > ZERO
               SET CmpIdx TO 1
               SEARCH CompletedEntry
                   AT END
                       CONTINUE
                   WHEN TblCmpStudentID(CmpIdx)
                           = TblRosStudentID(RosIdx)
                       AND TblCmpSubject(CmpIdx) = TblRosSubject(RosIdx)
                       AND TblCmpNumber(CmpIdx) = TblRosNumber(RosIdx)
                       SET AlreadyCompleted TO TRUE
               END-SEARCH
           END-IF.

       AddCompletedCourse.
           MOVE TblRosStudentID(RosIdx) TO CmpStudentID
           MOVE TblRosSubject(RosIdx)   TO CmpSubject
           MOVE TblRosNumber(RosIdx)    TO CmpNumber
           WRITE CompletedRecord
           ADD 1 TO CompletedAdded
           ADD 1 TO CompletedCount
           MOVE TblRosStudentID(RosIdx)
               TO TblCmpStudentID(CompletedCount)
           MOVE TblRosSubject(RosIdx) TO TblCmpSubject(CompletedCount)
           MOVE TblRosNumber(RosIdx)  TO TblCmpNumber(CompletedCount).

      *> Posted lines come off the roster so a second close of the
      *> same term cannot post them twice.
       RewriteRosterFile.
           OPEN OUTPUT RosterFile
           PERFORM KeepRosterEntry
               VARYING RosIdx FROM 1 BY 1
               UNTIL RosIdx > RosterCount
           CLOSE RosterFile.

       KeepRosterEntry.
           IF TblRosSemester(RosIdx) NOT = ClosingSemesterCode
               MOVE TblRosterLine(RosIdx) TO RosterRecord
               WRITE RosterRecord
           END-IF.

       END PROGRAM PostTermGrades.
