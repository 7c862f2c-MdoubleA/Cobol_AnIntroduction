      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: List the registration holds on StudentHolds.dat by
      *          placing office, then hold type and student, with
      *          the student's name off the student master, the date
      *          placed, the release date and whether the hold
      *          blocks registration - so each office can work its
      *          own holds. Only holds in force today are listed
      *          unless released holds are asked for as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldsReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldsFile
             ASSIGN TO "./Exercises/Chapter_17/StudentHolds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HoldsFileStatus.

           SELECT HoldWorkFile ASSIGN TO "HoldWork.TMP".

           SELECT SortedHoldFile
             ASSIGN TO "./Exercises/Chapter_17/SortedHolds.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT HoldsReportFile
             ASSIGN TO "./Exercises/Chapter_17/HoldsReport.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HoldsFile.
       01 HoldRecord PIC X(67).

       SD HoldWorkFile.
       01 HoldWorkRecord.
           02 WorkStudentID   PIC X(9).
           02 WorkType        PIC X.
           02 WorkPlacedDate  PIC 9(8).
           02 WorkOffice      PIC X(10).
           02 FILLER          PIC X(39).

       FD SortedHoldFile.
       01 SortedHoldRecord.
           88 EOSortedHoldFile VALUE HIGH-VALUES.
           02 HoldStudentID   PIC X(9).
           02 HoldType        PIC X.
           02 HoldPlacedDate  PIC 9(8).
           02 HoldOffice      PIC X(10).
           02 HoldReleaseDate PIC 9(8).
           02 HoldBlocking    PIC X.
               88 HoldBlocksRegistration VALUE "Y".
           02 HoldReason      PIC X(30).

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

       FD HoldsReportFile.
       01 HoldsReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 HoldsFileStatus   PIC X(02) VALUE ZEROES.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).

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

       *> Answering Y lists released holds too, marked as such.
       01 IncludeReleasedAnswer PIC X VALUE "N".
           88 IncludeReleased VALUE "Y" "y".

       01 TodaysDate PIC 9(8) VALUE ZERO.
       01 HoldActiveSwitch PIC X VALUE "N".
           88 HoldIsActive VALUE "Y" WHEN SET TO FALSE "N".

       01 PreviousOffice PIC X(10) VALUE HIGH-VALUES.
       01 StudentNameText PIC X(34) VALUE SPACES.
       01 ReleaseText     PIC X(10) VALUE SPACES.
       01 BlockingText    PIC X(5)  VALUE SPACES.

       01 OfficeHoldCount   PIC 9(5) VALUE ZERO.
       01 OfficeActiveCount PIC 9(5) VALUE ZERO.
       01 TotalHoldCount    PIC 9(5) VALUE ZERO.
       01 TotalActiveCount  PIC 9(5) VALUE ZERO.
       01 PrintCount        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT HoldsFile
           IF HoldsFileStatus NOT = "00"
               DISPLAY "Cannot open StudentHolds.dat, status "
                   HoldsFileStatus "; no holds to report."
               STOP RUN
           END-IF
           CLOSE HoldsFile

           DISPLAY "Include released holds (Y/N)? "
               WITH NO ADVANCING
           ACCEPT IncludeReleasedAnswer
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM LoadStudentMaster

           SORT HoldWorkFile ON ASCENDING KEY WorkOffice, WorkType,
               WorkStudentID, WorkPlacedDate
             USING HoldsFile
             GIVING SortedHoldFile.

           OPEN INPUT SortedHoldFile
           OPEN OUTPUT HoldsReportFile
           MOVE SPACES TO HoldsReportLine
           STRING "REGISTRATION HOLDS BY OFFICE  AS OF "
                   DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine
           PERFORM ReadSortedHold
           PERFORM UNTIL EOSortedHoldFile
               PERFORM CheckHoldActive
               IF HoldIsActive OR IncludeReleased
                   IF HoldOffice NOT = PreviousOffice
                       PERFORM StartOffice
                   END-IF
                   PERFORM WriteHoldLine
               END-IF
               PERFORM ReadSortedHold
           END-PERFORM
           IF PreviousOffice NOT = HIGH-VALUES
               PERFORM WriteOfficeTotal
           END-IF

           MOVE SPACES TO HoldsReportLine
           WRITE HoldsReportLine
           MOVE TotalActiveCount TO PrintCount
           MOVE SPACES TO HoldsReportLine
           STRING "ALL OFFICES  HOLDS IN FORCE: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine
           CLOSE SortedHoldFile
           CLOSE HoldsReportFile

           DISPLAY "Holds listed: ", TotalHoldCount, " (",
               TotalActiveCount, " in force) - see HoldsReport.txt."
           STOP RUN.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00" OR StudentFileStatus = "05"
               OR StudentFileStatus = "07"
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

       ReadSortedHold.
           READ SortedHoldFile
               AT END SET EOSortedHoldFile TO TRUE.

      *> In force: placed by today and either never released or
      *> released with a date still to come.
       CheckHoldActive.
           SET HoldIsActive TO FALSE
           IF HoldPlacedDate <= TodaysDate
               AND (HoldReleaseDate = ZERO
                   OR HoldReleaseDate > TodaysDate)
               SET HoldIsActive TO TRUE
           END-IF.

       StartOffice.
           IF PreviousOffice NOT = HIGH-VALUES
               PERFORM WriteOfficeTotal
           END-IF
           MOVE HoldOffice TO PreviousOffice
           MOVE ZERO TO OfficeHoldCount
           MOVE ZERO TO OfficeActiveCount
           MOVE SPACES TO HoldsReportLine
           WRITE HoldsReportLine
           MOVE SPACES TO HoldsReportLine
           STRING "OFFICE " DELIMITED BY SIZE
               HoldOffice DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine
           MOVE SPACES TO HoldsReportLine
           STRING "  TYPE       STUDENT    NAME" DELIMITED BY SIZE
               "                                PLACED    "
                   DELIMITED BY SIZE
               "RELEASE     BLOCK  REASON" DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine.

       WriteHoldLine.
           ADD 1 TO OfficeHoldCount
           ADD 1 TO TotalHoldCount
           IF HoldIsActive
               ADD 1 TO OfficeActiveCount
               ADD 1 TO TotalActiveCount
           END-IF
           MOVE "OTHER" TO HoldTypeText
           SET HtIdx TO 1
           SEARCH HoldTypeEntry
               AT END
                   CONTINUE
               WHEN HoldTypeCode(HtIdx) = HoldType
                   MOVE HoldTypeName(HtIdx) TO HoldTypeText
           END-SEARCH
           PERFORM LookUpStudentName
           MOVE SPACES TO ReleaseText
           IF HoldReleaseDate NOT = ZERO
               MOVE HoldReleaseDate TO ReleaseText
           END-IF
           IF NOT HoldIsActive
               MOVE "RELEASED" TO ReleaseText
           END-IF
           IF HoldBlocksRegistration
               MOVE "YES" TO BlockingText
           ELSE
               MOVE "NO" TO BlockingText
           END-IF
           MOVE SPACES TO HoldsReportLine
           STRING "  " DELIMITED BY SIZE
               HoldTypeText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HoldStudentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StudentNameText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HoldPlacedDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ReleaseText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BlockingText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HoldReason DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine.

       LookUpStudentName.
           MOVE "(NOT ON STUDENT MASTER)" TO StudentNameText
           IF StudentCount > ZERO
               SET StuIdx TO 1
               SEARCH StudentEntry
                   AT END
                       CONTINUE
                   WHEN TblStudentID(StuIdx) = HoldStudentID
                       MOVE SPACES TO StudentNameText
                       STRING TblLastName(StuIdx) DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           TblFirstName(StuIdx) DELIMITED BY "  "
                           INTO StudentNameText
                       END-STRING
               END-SEARCH
           END-IF.

       WriteOfficeTotal.
           MOVE SPACES TO HoldsReportLine
           MOVE OfficeActiveCount TO PrintCount
           STRING "  " DELIMITED BY SIZE
               PreviousOffice DELIMITED BY SPACE
               " HOLDS IN FORCE: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO HoldsReportLine
           END-STRING
           WRITE HoldsReportLine.

       END PROGRAM HoldsReport.
