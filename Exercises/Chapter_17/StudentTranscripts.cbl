      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/05/2021
      * Purpose: Print academic transcripts off GradeHistory.dat -
      *          each student's courses term by term with the title
      *          from CourseCatalog.dat, credit hours and grade, then
      *          the term GPA and cumulative GPA. Grade points and
      *          which grades count toward GPA come from
      *          GradeScale.dat. One student or every student on the
      *          history, written to Transcripts.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentTranscripts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeHistoryFile
             ASSIGN TO "./Exercises/Chapter_17/GradeHistory.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeHistoryFileStatus.

           SELECT GradeScaleFile
             ASSIGN TO "./Exercises/Chapter_17/GradeScale.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GradeScaleFileStatus.

           SELECT CatalogFile
             ASSIGN TO "./Exercises/Chapter_17/CourseCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT TranscriptFile
             ASSIGN TO "./Exercises/Chapter_17/Transcripts.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CatalogFile.
       01 CatalogFileRecord.
           88 EOCatalogFile VALUE HIGH-VALUES.
           02 CatalogSubject PIC X(4).
           02 CatalogNumber  PIC X(3).
           02 CatalogTitle   PIC X(30).

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

       FD TranscriptFile.
       01 TranscriptLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 GradeHistoryFileStatus PIC X(02) VALUE ZEROES.
       01 GradeScaleFileStatus   PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus      PIC X(02) VALUE ZEROES.
       01 StudentFileStatus      PIC X(02) VALUE ZEROES.

       *> The history is appended a term at a time at close, so file
       *> order is term order; each line is flagged once printed.
       01 HistoryCount PIC 9(5) VALUE ZERO.
       01 HistoryTable.
           02 HistoryEntry OCCURS 1 TO 30000 TIMES
                           DEPENDING ON HistoryCount
                           INDEXED BY HisIdx, TermIdx, LineIdx.
               03 TblHisSemester  PIC X(6).
               03 TblHisSubject   PIC X(4).
               03 TblHisNumber    PIC X(3).
               03 TblHisStudentID PIC X(9).
               03 TblHisHours     PIC 9(3).
               03 TblHisGrade     PIC X(2).
               03 TblHisPrinted   PIC X.
                   88 HistoryLinePrinted VALUE "Y".

       01 ScaleCount PIC 99 VALUE ZERO.
       01 ScaleTable.
           02 ScaleEntry OCCURS 1 TO 40 TIMES
                         DEPENDING ON ScaleCount
                         INDEXED BY ScaleIdx.
               03 TblScaleGrade  PIC X(2).
               03 TblScalePoints PIC 9V99.
               03 TblScalePassing PIC X.
                   88 TblGradePasses VALUE "Y".
               03 TblScaleInGPA  PIC X.
                   88 TblGradeInGPA VALUE "Y".

       01 CatalogCount PIC 9(4) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON CatalogCount
                           INDEXED BY CatIdx.
               03 CatSubject PIC X(4).
               03 CatNumber  PIC X(3).
               03 CatTitle   PIC X(30).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).
               03 TblProgram   PIC X(4).

       01 SelectedStudentID   PIC X(9) VALUE SPACES.
       01 TranscriptStudentID PIC X(9) VALUE SPACES.
       01 TranscriptSemester  PIC X(6) VALUE SPACES.
       01 TermFoundSwitch PIC X VALUE "N".
           88 TermFound VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       01 CourseTitleText PIC X(30) VALUE SPACES.
       01 GradePoints     PIC 9V99  VALUE ZERO.
       01 GradePassSwitch PIC X VALUE "N".
           88 GradePasses VALUE "Y" WHEN SET TO FALSE "N".
       01 GradeInGPASwitch PIC X VALUE "N".
           88 GradeCountsInGPA VALUE "Y" WHEN SET TO FALSE "N".
       01 CourseQualityPoints PIC 9(4)V99 VALUE ZERO.

       *> Attempted hours are every course on the term; earned hours
       *> only the passing ones; GPA hours only grades that carry
       *> points, so a W or a pass/fail course doesn't dilute it.
       01 TermTotals.
           02 TermAttempted     PIC 9(4)    VALUE ZERO.
           02 TermEarned        PIC 9(4)    VALUE ZERO.
           02 TermGPAHours      PIC 9(4)    VALUE ZERO.
           02 TermQualityPoints PIC 9(6)V99 VALUE ZERO.
       01 CumulativeTotals.
           02 CumAttempted      PIC 9(4)    VALUE ZERO.
           02 CumEarned         PIC 9(4)    VALUE ZERO.
           02 CumGPAHours       PIC 9(4)    VALUE ZERO.
           02 CumQualityPoints  PIC 9(6)V99 VALUE ZERO.
       01 TermGPA       PIC 9V99 VALUE ZERO.
       01 CumulativeGPA PIC 9V99 VALUE ZERO.

       01 PrintHours    PIC ZZ9.
       01 PrintPoints   PIC Z,ZZ9.99.
       01 PrintGPA      PIC 9.99.
       01 PrintCumGPA   PIC 9.99.
       01 PrintEarned   PIC Z,ZZ9.
       01 PrintAttempted PIC Z,ZZ9.
       01 TranscriptCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadGradeHistory
           IF HistoryCount = ZERO
               DISPLAY "GradeHistory.dat is missing or empty; no "
                   "grades have been posted by a semester close yet."
               STOP RUN
           END-IF
           PERFORM LoadGradeScale
           PERFORM LoadCatalogTable
           PERFORM LoadStudentMaster

           DISPLAY "Enter the student ID for one transcript, "
               "spaces for every student: "
           ACCEPT SelectedStudentID

           OPEN OUTPUT TranscriptFile
           PERFORM StartStudentTranscript
               VARYING HisIdx FROM 1 BY 1
               UNTIL HisIdx > HistoryCount
           CLOSE TranscriptFile

           DISPLAY "Transcripts written to Transcripts.txt: ",
               TranscriptCount
           STOP RUN.

       LoadGradeHistory.
           OPEN INPUT GradeHistoryFile
           IF GradeHistoryFileStatus = "00"
               PERFORM ReadGradeHistoryLine
               PERFORM UNTIL EOGradeHistoryFile
                   ADD 1 TO HistoryCount
                   MOVE HisSemester    TO TblHisSemester(HistoryCount)
                   MOVE HisSubject     TO TblHisSubject(HistoryCount)
                   MOVE HisNumber      TO TblHisNumber(HistoryCount)
                   MOVE HisStudentID   TO TblHisStudentID(HistoryCount)
                   MOVE HisCreditHours TO TblHisHours(HistoryCount)
                   MOVE HisGrade       TO TblHisGrade(HistoryCount)
                   MOVE "N"            TO TblHisPrinted(HistoryCount)
                   PERFORM ReadGradeHistoryLine
               END-PERFORM
               CLOSE GradeHistoryFile
           END-IF.

       ReadGradeHistoryLine.
           READ GradeHistoryFile
               AT END SET EOGradeHistoryFile TO TRUE.

       LoadGradeScale.
           OPEN INPUT GradeScaleFile
           IF GradeScaleFileStatus NOT = "00"
               DISPLAY "No GradeScale.dat; every grade will print "
                   "with no points and outside the GPA."
           ELSE
               PERFORM ReadGradeScaleLine
               PERFORM UNTIL EOGradeScaleFile
                   ADD 1 TO ScaleCount
                   MOVE ScaleGrade   TO TblScaleGrade(ScaleCount)
                   MOVE ScalePoints  TO TblScalePoints(ScaleCount)
                   MOVE ScalePassing TO TblScalePassing(ScaleCount)
                   MOVE ScaleInGPA   TO TblScaleInGPA(ScaleCount)
                   PERFORM ReadGradeScaleLine
               END-PERFORM
               CLOSE GradeScaleFile
           END-IF.

       ReadGradeScaleLine.
           READ GradeScaleFile
               AT END SET EOGradeScaleFile TO TRUE.

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

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00"
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   MOVE StuFileProgram   TO TblProgram(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

      *> The first unprinted line for a student starts that student's
      *> transcript; every line of theirs is printed with it.
       StartStudentTranscript.
           IF NOT HistoryLinePrinted(HisIdx)
               AND (SelectedStudentID = SPACES
                    OR SelectedStudentID = TblHisStudentID(HisIdx))
               MOVE TblHisStudentID(HisIdx) TO TranscriptStudentID
               PERFORM WriteTranscriptHeading
               INITIALIZE CumulativeTotals
               SET TermFound TO TRUE
               PERFORM WriteNextTerm UNTIL NOT TermFound
               PERFORM WriteTranscriptTotals
               ADD 1 TO TranscriptCount
           END-IF.

       WriteTranscriptHeading.
           SET StudentIsKnown TO FALSE
           IF StudentCount > ZERO
               SET StuIdx TO 1
               SEARCH StudentEntry
                   AT END
                       CONTINUE
                   WHEN TblStudentID(StuIdx) = TranscriptStudentID
                       SET StudentIsKnown TO TRUE
               END-SEARCH
           END-IF
           MOVE SPACES TO TranscriptLine
           WRITE TranscriptLine
           MOVE ALL "=" TO TranscriptLine
           WRITE TranscriptLine
           MOVE SPACES TO TranscriptLine
           STRING "ACADEMIC TRANSCRIPT FOR STUDENT " DELIMITED BY SIZE
               TranscriptStudentID DELIMITED BY SIZE
               INTO TranscriptLine
           END-STRING
           WRITE TranscriptLine
           MOVE SPACES TO TranscriptLine
           IF StudentIsKnown
               STRING TblFirstName(StuIdx) DELIMITED BY "  "
                   SPACE DELIMITED BY SIZE
                   TblLastName(StuIdx) DELIMITED BY "  "
                   "   PROGRAM " DELIMITED BY SIZE
                   TblProgram(StuIdx) DELIMITED BY SIZE
                   INTO TranscriptLine
               END-STRING
           ELSE
               MOVE "(NOT ON STUDENT MASTER - see the registrar)"
                   TO TranscriptLine
           END-IF
           WRITE TranscriptLine
           MOVE ALL "=" TO TranscriptLine
           WRITE TranscriptLine.

      *> The student's earliest unprinted term, all of its courses,
      *> and the term and cumulative GPA under them.
       WriteNextTerm.
           SET TermFound TO FALSE
           SET TermIdx TO HisIdx
           SEARCH HistoryEntry VARYING TermIdx
               AT END
                   CONTINUE
               WHEN TblHisStudentID(TermIdx) = TranscriptStudentID
                   AND NOT HistoryLinePrinted(TermIdx)
                   SET TermFound TO TRUE
           END-SEARCH
           IF TermFound
               MOVE TblHisSemester(TermIdx) TO TranscriptSemester
               INITIALIZE TermTotals
               MOVE SPACES TO TranscriptLine
               WRITE TranscriptLine
               MOVE SPACES TO TranscriptLine
               STRING "TERM " DELIMITED BY SIZE
                   TranscriptSemester DELIMITED BY SIZE
                   INTO TranscriptLine
               END-STRING
               WRITE TranscriptLine
               MOVE SPACES TO TranscriptLine
               STRING "  COURSE    TITLE                           "
                       DELIMITED BY SIZE
                   "HRS  GRADE  POINTS" DELIMITED BY SIZE
                   INTO TranscriptLine
               END-STRING
               WRITE TranscriptLine
               PERFORM WriteTermCourse
                   VARYING LineIdx FROM TermIdx BY 1
                   UNTIL LineIdx > HistoryCount
               PERFORM WriteTermSummary
           END-IF.

       WriteTermCourse.
           IF TblHisStudentID(LineIdx) = TranscriptStudentID
               AND TblHisSemester(LineIdx) = TranscriptSemester
               AND NOT HistoryLinePrinted(LineIdx)
               PERFORM LookupCourseTitle
               PERFORM LookupGradePoints
               MOVE ZERO TO CourseQualityPoints
               ADD TblHisHours(LineIdx) TO TermAttempted
               IF GradePasses
                   ADD TblHisHours(LineIdx) TO TermEarned
               END-IF
               IF GradeCountsInGPA
                   MULTIPLY GradePoints BY TblHisHours(LineIdx)
                       GIVING CourseQualityPoints
                   ADD TblHisHours(LineIdx) TO TermGPAHours
                   ADD CourseQualityPoints TO TermQualityPoints
               END-IF
               MOVE TblHisHours(LineIdx) TO PrintHours
               MOVE CourseQualityPoints  TO PrintPoints
               MOVE SPACES TO TranscriptLine
               STRING "  " DELIMITED BY SIZE
                   TblHisSubject(LineIdx) DELIMITED BY SIZE
                   SPACE DELIMITED BY SIZE
                   TblHisNumber(LineIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CourseTitleText DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PrintHours DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   TblHisGrade(LineIdx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PrintPoints DELIMITED BY SIZE
                   INTO TranscriptLine
               END-STRING
               WRITE TranscriptLine
               MOVE "Y" TO TblHisPrinted(LineIdx)
           END-IF.

       LookupCourseTitle.
           MOVE "(not in course catalog)" TO CourseTitleText
           IF CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN CatSubject(CatIdx) = TblHisSubject(LineIdx)
                    AND CatNumber(CatIdx)  = TblHisNumber(LineIdx)
                       MOVE CatTitle(CatIdx) TO CourseTitleText
               END-SEARCH
           END-IF.

       LookupGradePoints.
           MOVE ZERO TO GradePoints
           SET GradePasses TO FALSE
           SET GradeCountsInGPA TO FALSE
           IF ScaleCount > ZERO
               SET ScaleIdx TO 1
               SEARCH ScaleEntry
                   AT END
                       CONTINUE
                   WHEN TblScaleGrade(ScaleIdx) = TblHisGrade(LineIdx)
                       MOVE TblScalePoints(ScaleIdx) TO GradePoints
                       IF TblGradePasses(ScaleIdx)
                           SET GradePasses TO TRUE
                       END-IF
                       IF TblGradeInGPA(ScaleIdx)
                           SET GradeCountsInGPA TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       WriteTermSummary.
           ADD TermAttempted     TO CumAttempted
           ADD TermEarned        TO CumEarned
           ADD TermGPAHours      TO CumGPAHours
           ADD TermQualityPoints TO CumQualityPoints
           MOVE ZERO TO TermGPA
           IF TermGPAHours > ZERO
               DIVIDE TermQualityPoints BY TermGPAHours
                   GIVING TermGPA ROUNDED
           END-IF
           PERFORM ComputeCumulativeGPA
           MOVE TermEarned    TO PrintEarned
           MOVE TermAttempted TO PrintAttempted
           MOVE TermGPA       TO PrintGPA
           MOVE CumulativeGPA TO PrintCumGPA
           MOVE SPACES TO TranscriptLine
           STRING "  HOURS EARNED " DELIMITED BY SIZE
               PrintEarned DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               PrintAttempted DELIMITED BY SIZE
               "   TERM GPA " DELIMITED BY SIZE
               PrintGPA DELIMITED BY SIZE
               "   CUMULATIVE GPA " DELIMITED BY SIZE
               PrintCumGPA DELIMITED BY SIZE
               INTO TranscriptLine
           END-STRING
           WRITE TranscriptLine.

       ComputeCumulativeGPA.
           MOVE ZERO TO CumulativeGPA
           IF CumGPAHours > ZERO
               DIVIDE CumQualityPoints BY CumGPAHours
                   GIVING CumulativeGPA ROUNDED
           END-IF.

       WriteTranscriptTotals.
           MOVE CumEarned     TO PrintEarned
           MOVE CumAttempted  TO PrintAttempted
           MOVE CumulativeGPA TO PrintCumGPA
           MOVE SPACES TO TranscriptLine
           WRITE TranscriptLine
           MOVE SPACES TO TranscriptLine
           STRING "TOTAL HOURS EARNED " DELIMITED BY SIZE
               PrintEarned DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               PrintAttempted DELIMITED BY SIZE
               "   CUMULATIVE GPA " DELIMITED BY SIZE
               PrintCumGPA DELIMITED BY SIZE
               INTO TranscriptLine
           END-STRING
           WRITE TranscriptLine.

       END PROGRAM StudentTranscripts.
