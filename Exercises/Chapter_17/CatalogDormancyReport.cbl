      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Show each department chair which catalog courses
      *          have stopped being offered. Reads the dated
      *          CoursesProcessed archives registered in
      *          ArchiveCatalog.dat for the last N terms and, for
      *          every course on CourseCatalog.dat, lists the last
      *          term it was offered, its sections in the window and
      *          their average enrollment. A course with no section
      *          in the window is flagged as a dormancy candidate,
      *          and a section on the current Courses.prn whose
      *          course is not in the catalog at all is flagged too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogDormancyReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ArchiveCatalogFile
             ASSIGN TO "ArchiveCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveCatalogFileStatus.

           *> One archived term at a time, named off the catalog.
           SELECT ArchiveCoursesFile ASSIGN USING ArchiveCoursesName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveCoursesFileStatus.

           SELECT CatalogFile
             ASSIGN TO "./Exercises/Chapter_17/CourseCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           SELECT CatalogWorkFile ASSIGN TO "CatalogWork.TMP".

           SELECT SortedCatalogFile
             ASSIGN TO "./Exercises/Chapter_17/SortedCatalog.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/Courses.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

           SELECT DormancyReportFile
             ASSIGN TO "./Exercises/Chapter_17/CatalogDormancy.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ArchiveCatalogFile.
       01 ArchiveCatalogRecord.
           88 EOArchiveCatalogFile VALUE HIGH-VALUES.
           02 CatalogFileName    PIC X(60).
           02 CatalogCreatedDate PIC 9(8).
           02 CatalogStatus      PIC X.
               88 CatalogEntryOnline VALUE "O".

       FD ArchiveCoursesFile.
       01 ArchiveCourseRecord.
           88 EOArchiveCoursesFile VALUE HIGH-VALUES.
           02 ArcCourseSubject PIC X(4).
           02 FILLER           PIC X(2).
           02 ArcCourseNumber  PIC X(3).
           02 FILLER           PIC X(128).
           02 ArcEsch          PIC X(3).

       FD CatalogFile.
       01 CatalogFileRecord PIC X(37).

       SD CatalogWorkFile.
       01 CatalogWorkRecord.
           02 WorkSubject PIC X(4).
           02 WorkNumber  PIC X(3).
           02 FILLER      PIC X(30).

       FD SortedCatalogFile.
       01 SortedCatalogRecord.
           88 EOSortedCatalogFile VALUE HIGH-VALUES.
           02 SortedSubject PIC X(4).
           02 SortedNumber  PIC X(3).
           02 SortedTitle   PIC X(30).

       FD CoursesFile.
       01 CourseFileRecord.
           88 EOCoursesFile VALUE HIGH-VALUES.
           02 CourseSubject PIC X(4).
           02 FILLER        PIC X(2).
           02 CourseNumber  PIC X(3).
           02 FILLER        PIC X(131).

       FD DormancyReportFile.
       01 DormancyReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 ArchiveCatalogFileStatus PIC X(02) VALUE ZEROES.
       01 ArchiveCoursesFileStatus PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus        PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus        PIC X(02) VALUE ZEROES.

       *> How many of the most recent archived terms to look back
       *> over; six (two years) when left blank.
       01 TermsWanted PIC 99 VALUE ZERO.

       *> Every archived term on the catalog, keeping only the
       *> latest archive when a term was processed more than once.
       01 TermCount PIC 9(3) VALUE ZERO.
       01 TermTable.
           02 TermEntry OCCURS 1 TO 200 TIMES
                        DEPENDING ON TermCount
                        INDEXED BY TermIdx.
               03 TermCode     PIC X(6).
               03 TermDate     PIC 9(8).
               03 TermFileName PIC X(60).
               03 TermStatus   PIC X.
                   88 TermOnline VALUE "O".
               03 TermInWindow PIC X.
                   88 TermSelected VALUE "Y".

       01 NamePrefix   PIC X(60) VALUE SPACES.
       01 NameRest     PIC X(60) VALUE SPACES.
       01 NameTermCode PIC X(6)  VALUE SPACES.
       01 NamePartCount PIC 9    VALUE ZERO.
       01 ArchiveCoursesName PIC X(60) VALUE SPACES.

       01 WindowCount   PIC 99 VALUE ZERO.
       01 OfflineCount  PIC 99 VALUE ZERO.
       01 LatestDate    PIC 9(8) VALUE ZERO.
       01 LatestPosition PIC 9(3) VALUE ZERO.
       01 TermPosition  PIC 9(3) VALUE ZERO.
       01 PickRound     PIC 99 VALUE ZERO.
       01 FirstWindowTerm PIC X(6) VALUE SPACES.
       01 LastWindowTerm  PIC X(6) VALUE SPACES.

       *> The catalog in subject order with what the window showed
       *> for each course.
       01 CourseCount PIC 9(4) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 1 TO 3000 TIMES
                          DEPENDING ON CourseCount
                          INDEXED BY CrsIdx.
               03 CrsSubject      PIC X(4).
               03 CrsNumber       PIC X(3).
               03 CrsTitle        PIC X(30).
               03 CrsLastTerm     PIC X(6).
               03 CrsLastTermDate PIC 9(8).
               03 CrsSections     PIC 9(4).
               03 CrsEschTotal    PIC 9(7).

       *> Courses on the current schedule that the catalog lacks.
       01 UnknownCount PIC 9(4) VALUE ZERO.
       01 UnknownPosition PIC 9(4) VALUE ZERO.
       01 UnknownTable.
           02 UnknownEntry OCCURS 1 TO 1000 TIMES
                           DEPENDING ON UnknownCount
                           INDEXED BY UnkIdx.
               03 UnkSubject  PIC X(4).
               03 UnkNumber   PIC X(3).
               03 UnkSections PIC 9(3).
               03 UnkPrinted  PIC X.
                   88 UnknownListed VALUE "Y".

       01 NumericEsch     PIC 999 VALUE ZERO.
       01 AverageEsch     PIC 9(4)V9 VALUE ZERO.
       01 PreviousSubject PIC X(4) VALUE HIGH-VALUES.

       01 DeptCourseCount  PIC 9(5) VALUE ZERO.
       01 DeptDormantCount PIC 9(5) VALUE ZERO.
       01 DeptUnknownCount PIC 9(5) VALUE ZERO.
       01 TotalDormantCount PIC 9(5) VALUE ZERO.
       01 PrintCount       PIC ZZZZ9.
       01 PrintSections    PIC ZZZ9.
       01 PrintAverage     PIC ZZZ9.9.
       01 PrintTerms       PIC Z9.
       01 LastTermText     PIC X(6) VALUE SPACES.
       01 FlagText         PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CatalogFile
           IF CatalogFileStatus NOT = "00"
               DISPLAY "Cannot open CourseCatalog.dat, status "
                   CatalogFileStatus "; no report produced."
               STOP RUN
           END-IF
           CLOSE CatalogFile

           DISPLAY "How many recent terms to look back over (blank "
               "for 6)? " WITH NO ADVANCING
           ACCEPT TermsWanted
           IF TermsWanted = ZERO
               MOVE 6 TO TermsWanted
           END-IF

           SORT CatalogWorkFile ON ASCENDING KEY WorkSubject,
               WorkNumber
             USING CatalogFile
             GIVING SortedCatalogFile.
           PERFORM LoadSortedCatalog

           PERFORM LoadArchivedTerms
           PERFORM PickWindowTerm
               VARYING PickRound FROM 1 BY 1
               UNTIL PickRound > TermsWanted
           IF WindowCount = ZERO
               DISPLAY "No CoursesProcessed archives in "
                   "ArchiveCatalog.dat; every course will show as "
                   "dormant."
           END-IF
           PERFORM TallyWindowTerm
               VARYING TermIdx FROM 1 BY 1
               UNTIL TermIdx > TermCount
           PERFORM LoadCurrentSchedule

           OPEN OUTPUT DormancyReportFile
           PERFORM WriteReportHeading
           PERFORM WriteCourseLine
               VARYING CrsIdx FROM 1 BY 1
               UNTIL CrsIdx > CourseCount
           IF PreviousSubject NOT = HIGH-VALUES
               PERFORM WriteDepartmentTotal
           END-IF
           PERFORM WriteUncataloguedDepartments

           MOVE SPACES TO DormancyReportLine
           WRITE DormancyReportLine
           MOVE TotalDormantCount TO PrintCount
           MOVE SPACES TO DormancyReportLine
           STRING "ALL DEPARTMENTS  DORMANCY CANDIDATES: "
                   DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine
           MOVE UnknownCount TO PrintCount
           MOVE SPACES TO DormancyReportLine
           STRING "ALL DEPARTMENTS  SCHEDULED BUT NOT IN CATALOG: "
                   DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine
           CLOSE DormancyReportFile

           DISPLAY "Catalog courses: ", CourseCount,
               "  dormancy candidates: ", TotalDormantCount,
               "  not in catalog: ", UnknownCount,
               " - see CatalogDormancy.txt."
           STOP RUN.

       LoadSortedCatalog.
           OPEN INPUT SortedCatalogFile
           PERFORM ReadSortedCatalogLine
           PERFORM UNTIL EOSortedCatalogFile
               ADD 1 TO CourseCount
               MOVE SortedSubject TO CrsSubject(CourseCount)
               MOVE SortedNumber  TO CrsNumber(CourseCount)
               MOVE SortedTitle   TO CrsTitle(CourseCount)
               MOVE SPACES TO CrsLastTerm(CourseCount)
               MOVE ZERO TO CrsLastTermDate(CourseCount)
               MOVE ZERO TO CrsSections(CourseCount)
               MOVE ZERO TO CrsEschTotal(CourseCount)
               PERFORM ReadSortedCatalogLine
           END-PERFORM
           CLOSE SortedCatalogFile.

       ReadSortedCatalogLine.
           READ SortedCatalogFile
               AT END SET EOSortedCatalogFile TO TRUE.

      *> Archive names run CoursesProcessed_<term>_<date>.prn; any
      *> other file on the catalog is skipped.
       LoadArchivedTerms.
           OPEN INPUT ArchiveCatalogFile
           IF ArchiveCatalogFileStatus = "00"
               OR ArchiveCatalogFileStatus = "05"
               OR ArchiveCatalogFileStatus = "07"
               PERFORM ReadArchiveCatalogLine
               PERFORM UNTIL EOArchiveCatalogFile
                   MOVE SPACES TO NamePrefix NameRest
                   MOVE ZERO TO NamePartCount
                   UNSTRING CatalogFileName
                       DELIMITED BY "CoursesProcessed_"
                       INTO NamePrefix NameRest
                       TALLYING IN NamePartCount
                   END-UNSTRING
                   IF NamePartCount > 1 AND NameRest NOT = SPACES
                       PERFORM AddArchivedTerm
                   END-IF
                   PERFORM ReadArchiveCatalogLine
               END-PERFORM
               CLOSE ArchiveCatalogFile
           END-IF.

       ReadArchiveCatalogLine.
           READ ArchiveCatalogFile
               AT END SET EOArchiveCatalogFile TO TRUE.

       AddArchivedTerm.
           MOVE SPACES TO NameTermCode
           UNSTRING NameRest DELIMITED BY "_"
               INTO NameTermCode
           END-UNSTRING
           SET TermIdx TO 1
           SEARCH TermEntry
               AT END
                   ADD 1 TO TermCount
                   SET TermIdx TO TermCount
                   MOVE NameTermCode TO TermCode(TermIdx)
                   MOVE ZERO TO TermDate(TermIdx)
                   MOVE "N" TO TermInWindow(TermIdx)
               WHEN TermCode(TermIdx) = NameTermCode
                   CONTINUE
           END-SEARCH
           IF CatalogCreatedDate >= TermDate(TermIdx)
               MOVE CatalogCreatedDate TO TermDate(TermIdx)
               MOVE CatalogFileName TO TermFileName(TermIdx)
               MOVE CatalogStatus TO TermStatus(TermIdx)
           END-IF.

      *> Each round takes the most recently archived term not yet
      *> in the window.
       PickWindowTerm.
           MOVE ZERO TO LatestDate
           MOVE ZERO TO LatestPosition
           PERFORM CompareWindowTerm
               VARYING TermPosition FROM 1 BY 1
               UNTIL TermPosition > TermCount
           IF LatestPosition > ZERO
               MOVE "Y" TO TermInWindow(LatestPosition)
               ADD 1 TO WindowCount
               IF WindowCount = 1
                   MOVE TermCode(LatestPosition) TO LastWindowTerm
               END-IF
               MOVE TermCode(LatestPosition) TO FirstWindowTerm
           END-IF.

       CompareWindowTerm.
           IF NOT TermSelected(TermPosition)
               AND TermDate(TermPosition) > LatestDate
               MOVE TermDate(TermPosition) TO LatestDate
               MOVE TermPosition TO LatestPosition
           END-IF.

      *> An archive already rolled into the archive store is no
      *> longer on line; its term is reported but not counted.
       TallyWindowTerm.
           IF TermSelected(TermIdx)
               IF NOT TermOnline(TermIdx)
                   DISPLAY "Term ", TermCode(TermIdx), " archive is "
                       "no longer on line; not counted."
                   ADD 1 TO OfflineCount
               ELSE
                   MOVE TermFileName(TermIdx) TO ArchiveCoursesName
                   MOVE SPACES TO ArchiveCourseRecord
                   OPEN INPUT ArchiveCoursesFile
                   IF ArchiveCoursesFileStatus = "00"
                       PERFORM ReadArchiveCourseLine
                       PERFORM UNTIL EOArchiveCoursesFile
                           PERFORM TallyArchivedSection
                           PERFORM ReadArchiveCourseLine
                       END-PERFORM
                       CLOSE ArchiveCoursesFile
                   ELSE
                       DISPLAY "Cannot open ", ArchiveCoursesName,
                           " status ", ArchiveCoursesFileStatus,
                           "; term ", TermCode(TermIdx),
                           " not counted."
                       ADD 1 TO OfflineCount
                   END-IF
               END-IF
           END-IF.

       ReadArchiveCourseLine.
           READ ArchiveCoursesFile
               AT END SET EOArchiveCoursesFile TO TRUE.

       TallyArchivedSection.
           SET CrsIdx TO 1
           SEARCH CourseEntry
               AT END
                   CONTINUE
               WHEN CrsSubject(CrsIdx) = ArcCourseSubject
                AND CrsNumber(CrsIdx) = ArcCourseNumber
                   ADD 1 TO CrsSections(CrsIdx)
                   IF ArcEsch IS NUMERIC
                       MOVE ArcEsch TO NumericEsch
                       ADD NumericEsch TO CrsEschTotal(CrsIdx)
                   END-IF
                   IF TermDate(TermIdx) > CrsLastTermDate(CrsIdx)
                       MOVE TermDate(TermIdx)
                           TO CrsLastTermDate(CrsIdx)
                       MOVE TermCode(TermIdx) TO CrsLastTerm(CrsIdx)
                   END-IF
           END-SEARCH.

       LoadCurrentSchedule.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus = "00" OR CoursesFileStatus = "05"
               OR CoursesFileStatus = "07"
               *> Two heading lines before the first section.
               PERFORM ReadCourseLine
               PERFORM ReadCourseLine
               PERFORM ReadCourseLine
               PERFORM UNTIL EOCoursesFile
                   PERFORM CheckScheduledCourse
                   PERFORM ReadCourseLine
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       ReadCourseLine.
           READ CoursesFile AT END SET EOCoursesFile TO TRUE.

       CheckScheduledCourse.
           SET CrsIdx TO 1
           SEARCH CourseEntry
               AT END
                   PERFORM AddUnknownCourse
               WHEN CrsSubject(CrsIdx) = CourseSubject
                AND CrsNumber(CrsIdx) = CourseNumber
                   CONTINUE
           END-SEARCH.

       AddUnknownCourse.
           SET UnkIdx TO 1
           SEARCH UnknownEntry
               AT END
                   ADD 1 TO UnknownCount
                   MOVE CourseSubject TO UnkSubject(UnknownCount)
                   MOVE CourseNumber  TO UnkNumber(UnknownCount)
                   MOVE 1 TO UnkSections(UnknownCount)
                   MOVE "N" TO UnkPrinted(UnknownCount)
               WHEN UnkSubject(UnkIdx) = CourseSubject
                AND UnkNumber(UnkIdx) = CourseNumber
                   ADD 1 TO UnkSections(UnkIdx)
           END-SEARCH.

       WriteReportHeading.
           MOVE WindowCount TO PrintTerms
           MOVE SPACES TO DormancyReportLine
           STRING "CATALOG COURSE DORMANCY  LAST " DELIMITED BY SIZE
               PrintTerms DELIMITED BY SIZE
               " ARCHIVED TERMS" DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine
           IF WindowCount > ZERO
               MOVE SPACES TO DormancyReportLine
               STRING "WINDOW " DELIMITED BY SIZE
                   FirstWindowTerm DELIMITED BY SPACE
                   " THROUGH " DELIMITED BY SIZE
                   LastWindowTerm DELIMITED BY SPACE
                   INTO DormancyReportLine
               END-STRING
               WRITE DormancyReportLine
           END-IF
           IF OfflineCount > ZERO
               MOVE OfflineCount TO PrintTerms
               MOVE SPACES TO DormancyReportLine
               STRING PrintTerms DELIMITED BY SIZE
                   " TERM(S) IN THE WINDOW NOT ON LINE AND NOT COUNTED"
                       DELIMITED BY SIZE
                   INTO DormancyReportLine
               END-STRING
               WRITE DormancyReportLine
           END-IF.

       WriteCourseLine.
           IF CrsSubject(CrsIdx) NOT = PreviousSubject
               IF PreviousSubject NOT = HIGH-VALUES
                   PERFORM WriteDepartmentTotal
               END-IF
               MOVE CrsSubject(CrsIdx) TO PreviousSubject
               PERFORM StartDepartment
           END-IF
           ADD 1 TO DeptCourseCount
           MOVE CrsSections(CrsIdx) TO PrintSections
           MOVE CrsLastTerm(CrsIdx) TO LastTermText
           MOVE ZERO TO AverageEsch
           MOVE SPACES TO FlagText
           IF CrsSections(CrsIdx) = ZERO
               MOVE "NONE" TO LastTermText
               MOVE "DORMANCY CANDIDATE" TO FlagText
               ADD 1 TO DeptDormantCount
               ADD 1 TO TotalDormantCount
           ELSE
               DIVIDE CrsEschTotal(CrsIdx) BY CrsSections(CrsIdx)
                   GIVING AverageEsch ROUNDED
           END-IF
           MOVE AverageEsch TO PrintAverage
           MOVE SPACES TO DormancyReportLine
           STRING "  " DELIMITED BY SIZE
               CrsSubject(CrsIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CrsNumber(CrsIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CrsTitle(CrsIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LastTermText DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               PrintSections DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               PrintAverage DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FlagText DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine.

       StartDepartment.
           MOVE ZERO TO DeptCourseCount
           MOVE ZERO TO DeptDormantCount
           MOVE ZERO TO DeptUnknownCount
           MOVE SPACES TO DormancyReportLine
           WRITE DormancyReportLine
           MOVE SPACES TO DormancyReportLine
           STRING "DEPARTMENT " DELIMITED BY SIZE
               PreviousSubject DELIMITED BY SIZE
               "  (FOR THE DEPARTMENT CHAIR)" DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine
           MOVE SPACES TO DormancyReportLine
           STRING "  COURSE    TITLE" DELIMITED BY SIZE
               "                           LAST TERM  SECTIONS"
                   DELIMITED BY SIZE
               "  AVG ENRL" DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine.

      *> The department's scheduled-but-uncatalogued courses print
      *> under its catalog courses, then its counts.
       WriteDepartmentTotal.
           PERFORM WriteUnknownForDepartment
               VARYING UnkIdx FROM 1 BY 1
               UNTIL UnkIdx > UnknownCount
           MOVE DeptDormantCount TO PrintCount
           MOVE SPACES TO DormancyReportLine
           STRING "  " DELIMITED BY SIZE
               PreviousSubject DELIMITED BY SPACE
               " DORMANCY CANDIDATES: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO DormancyReportLine
           END-STRING
           WRITE DormancyReportLine
           IF DeptUnknownCount > ZERO
               MOVE DeptUnknownCount TO PrintCount
               MOVE SPACES TO DormancyReportLine
               STRING "  " DELIMITED BY SIZE
                   PreviousSubject DELIMITED BY SPACE
                   " SCHEDULED BUT NOT IN CATALOG: " DELIMITED BY SIZE
                   PrintCount DELIMITED BY SIZE
                   INTO DormancyReportLine
               END-STRING
               WRITE DormancyReportLine
           END-IF.

       WriteUnknownForDepartment.
           IF UnkSubject(UnkIdx) = PreviousSubject
               AND NOT UnknownListed(UnkIdx)
               MOVE "Y" TO UnkPrinted(UnkIdx)
               ADD 1 TO DeptUnknownCount
               MOVE UnkSections(UnkIdx) TO PrintSections
               MOVE SPACES TO DormancyReportLine
               STRING "  " DELIMITED BY SIZE
                   UnkSubject(UnkIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   UnkNumber(UnkIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   "(ON CURRENT SCHEDULE)         " DELIMITED BY SIZE
                   "  CURRENT    " DELIMITED BY SIZE
                   PrintSections DELIMITED BY SIZE
                   "             " DELIMITED BY SIZE
                   "NOT IN CATALOG" DELIMITED BY SIZE
                   INTO DormancyReportLine
               END-STRING
               WRITE DormancyReportLine
           END-IF.

      *> Departments with sections scheduled but no catalog courses
      *> at all still get a section of their own.
       WriteUncataloguedDepartments.
           PERFORM StartUncataloguedDepartment
               VARYING UnknownPosition FROM 1 BY 1
               UNTIL UnknownPosition > UnknownCount.

       StartUncataloguedDepartment.
           IF UnkPrinted(UnknownPosition) NOT = "Y"
               MOVE UnkSubject(UnknownPosition) TO PreviousSubject
               PERFORM StartDepartment
               PERFORM WriteDepartmentTotal
           END-IF.

       END PROGRAM CatalogDormancyReport.
