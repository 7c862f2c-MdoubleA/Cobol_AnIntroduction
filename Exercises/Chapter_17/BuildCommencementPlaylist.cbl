      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Build the commencement Playlist.dat NAME-COUNT-DOWN
      *          runs at the ceremony straight from StudentMaster.dat
      *          instead of retyping it from a printout: every student
      *          whose graduation term is the term asked for, ordered
      *          by program and then last name, announced by the
      *          preferred name on PreferredNames.dat where there is
      *          one. A student with a records hold in force is left
      *          off. CommencementProof.txt lists the running order,
      *          pronunciations and exclusions for the registrar to
      *          sign; Playlist.dat is only written once the operator
      *          confirms that sign-off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildCommencementPlaylist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT HoldsFile
             ASSIGN TO "./Exercises/Chapter_17/StudentHolds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HoldsFileStatus.

           *> Kept by the registrar: the name a student wants read out
           *> and how to say it, one line per student who asked.
           SELECT PreferredNameFile
             ASSIGN TO "./Exercises/Chapter_17/PreferredNames.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PreferredNameFileStatus.

           *> Each graduate of the term, held or not, sorted with the
           *> ones going on the playlist first.
           SELECT GraduateFile
             ASSIGN TO "./Exercises/Chapter_17/Graduates.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GraduateWorkFile ASSIGN TO "GraduateWork.TMP".

           SELECT SortedGraduateFile
             ASSIGN TO "./Exercises/Chapter_17/SortedGraduates.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProofFile
             ASSIGN TO "./Exercises/Chapter_17/CommencementProof.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Where NAME-COUNT-DOWN looks for the ceremony.
           SELECT PlaylistFile ASSIGN TO "Playlist.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PlaylistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SemesterInfoFile.
       01 SemesterInfoRecord.
           88 EOSemesterInfoFile VALUE HIGH-VALUES.
           02 SemInfoCode      PIC X(6).
           02 SemInfoTitle     PIC X(20).
           02 SemInfoStartDate PIC 9(8).
           02 SemInfoEndDate   PIC 9(8).
           02 SemInfoPriorCode PIC X(6).

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
               88 RecordsHold VALUE "R".
           02 HoldPlacedDate  PIC 9(8).
           02 HoldOffice      PIC X(10).
           02 HoldReleaseDate PIC 9(8).
           02 HoldBlocking    PIC X.
           02 HoldReason      PIC X(30).

       FD PreferredNameFile.
       01 PreferredNameRecord.
           88 EOPreferredNameFile VALUE HIGH-VALUES.
           02 PrefStudentID    PIC X(9).
           02 PrefName         PIC X(30).
           02 PrefPronunciation PIC X(30).

       FD GraduateFile.
       01 GraduateRecord.
           02 GradExcluded      PIC X.
           02 GradProgram       PIC X(4).
           02 GradLastName      PIC X(16).
           02 GradFirstName     PIC X(16).
           02 GradStudentID     PIC X(9).
           02 GradReadName      PIC X(30).
           02 GradPreferred     PIC X.
           02 GradPronunciation PIC X(30).
           02 GradHoldReason    PIC X(30).

       SD GraduateWorkFile.
       01 GraduateWorkRecord.
           02 WorkExcluded  PIC X.
           02 WorkProgram   PIC X(4).
           02 WorkLastName  PIC X(16).
           02 WorkFirstName PIC X(16).
           02 WorkStudentID PIC X(9).
           02 FILLER        PIC X(91).

       FD SortedGraduateFile.
       01 SortedGraduateRecord.
           88 EOSortedGraduateFile VALUE HIGH-VALUES.
           02 SrtExcluded      PIC X.
               88 SrtLeftOff VALUE "Y".
           02 SrtProgram       PIC X(4).
           02 SrtLastName      PIC X(16).
           02 SrtFirstName     PIC X(16).
           02 SrtStudentID     PIC X(9).
           02 SrtReadName      PIC X(30).
           02 SrtPreferred     PIC X.
               88 SrtUsesPreferred VALUE "Y".
           02 SrtPronunciation PIC X(30).
           02 SrtHoldReason    PIC X(30).

       FD ProofFile.
       01 ProofLine PIC X(132).

       FD PlaylistFile.
       01 PlaylistRecord.
           02 PlayName        PIC X(30).
           02 PlayCount       PIC 9(3).
           02 PlayPaced       PIC X.

       WORKING-STORAGE SECTION.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus       PIC X(02) VALUE ZEROES.
       01 HoldsFileStatus         PIC X(02) VALUE ZEROES.
       01 PreferredNameFileStatus PIC X(02) VALUE ZEROES.
       01 PlaylistFileStatus      PIC X(02) VALUE ZEROES.

       01 GraduationTerm  PIC X(6)  VALUE SPACES.
       01 GraduationTitle PIC X(20) VALUE SPACES.
       01 TodaysDate      PIC 9(8)  VALUE ZERO.

       *> The countdown each name gets, and whether it is paced.
       01 CountInput  PIC X(3) VALUE SPACES.
       01 CountNumber REDEFINES CountInput PIC 9(3).
       01 EntryCount  PIC 9(3) VALUE 10.
       01 PacedAnswer PIC X VALUE "Y".
           88 PacedEntries VALUE "Y" "y".

       *> Students with a records hold in force today.
       01 HeldCount PIC 9(4) VALUE ZERO.
       01 HeldTable.
           02 HeldEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON HeldCount
                        INDEXED BY HeldIdx.
               03 HeldStudentID PIC X(9).
               03 HeldReason    PIC X(30).

       01 PreferredCount PIC 9(4) VALUE ZERO.
       01 PreferredTable.
           02 PreferredEntry OCCURS 1 TO 5000 TIMES
                             DEPENDING ON PreferredCount
                             INDEXED BY PrefIdx.
               03 TblPrefStudentID     PIC X(9).
               03 TblPrefName          PIC X(30).
               03 TblPrefPronunciation PIC X(30).

       01 FoundSwitch PIC X VALUE "N".
           88 EntryFound VALUE "Y" WHEN SET TO FALSE "N".

       01 PreviousProgram PIC X(4) VALUE HIGH-VALUES.
       01 ExclusionsStarted PIC X VALUE "N".
           88 ExclusionHeadingDone VALUE "Y" WHEN SET TO FALSE "N".
       01 ApprovalAnswer PIC X VALUE "N".
           88 RegistrarSignedOff VALUE "Y" "y".

       01 GraduateCount PIC 9(4) VALUE ZERO.
       01 ProgramCount  PIC 9(4) VALUE ZERO.
       01 PlaylistCount PIC 9(4) VALUE ZERO.
       01 ExcludedCount PIC 9(4) VALUE ZERO.
       01 PreferredUsed PIC 9(4) VALUE ZERO.
       01 PrintSequence PIC ZZZ9.
       01 PrintCount    PIC ZZZ9.
       01 StudentNameText PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
               AND StudentFileStatus NOT = "05"
               AND StudentFileStatus NOT = "07"
               DISPLAY "Cannot open StudentMaster.dat, status "
                   StudentFileStatus "; no playlist built."
               STOP RUN
           END-IF
           CLOSE StudentFile

           DISPLAY "Graduation term code (as on SemesterInfo.dat): "
           ACCEPT GraduationTerm
           IF GraduationTerm = SPACES
               DISPLAY "No term given; no playlist built."
               STOP RUN
           END-IF
           DISPLAY "Count down from for each name (three digits, "
               "001-999; Enter for 010): "
           ACCEPT CountInput
           IF CountInput IS NUMERIC AND CountNumber > ZERO
               MOVE CountNumber TO EntryCount
           END-IF
           DISPLAY "Pace each count down, one per second? (Y/N): "
           ACCEPT PacedAnswer
           ACCEPT TodaysDate FROM DATE YYYYMMDD

           PERFORM LoadSemesterTitle
           PERFORM LoadRecordsHolds
           PERFORM LoadPreferredNames

           OPEN INPUT StudentFile
           OPEN OUTPUT GraduateFile
           PERFORM ReadStudentLine
           PERFORM UNTIL EOStudentFile
               IF StuFileGradTerm = GraduationTerm
                   PERFORM WriteGraduate
               END-IF
               PERFORM ReadStudentLine
           END-PERFORM
           CLOSE StudentFile
           CLOSE GraduateFile
           IF GraduateCount = ZERO
               DISPLAY "No student on StudentMaster.dat graduates in "
                   GraduationTerm "; no playlist built."
               STOP RUN
           END-IF

           SORT GraduateWorkFile ON ASCENDING KEY WorkExcluded,
               WorkProgram, WorkLastName, WorkFirstName, WorkStudentID
             USING GraduateFile
             GIVING SortedGraduateFile

           PERFORM PrintProofList
           DISPLAY "Proof list in CommencementProof.txt: ",
               PlaylistCount, " names, ", ExcludedCount,
               " left off for records holds."
           DISPLAY "Has the registrar signed the proof list? Y writes "
               "Playlist.dat: "
           ACCEPT ApprovalAnswer
           IF RegistrarSignedOff
               PERFORM WritePlaylist
               DISPLAY "Playlist.dat written: ", PlaylistCount,
                   " names."
           ELSE
               DISPLAY "Playlist.dat left as it was; run again once "
                   "the proof list is signed."
           END-IF
           STOP RUN.

      *> The term's title for the proof heading; a term not on
      *> SemesterInfo.dat is still run, headed by its code alone.
       LoadSemesterTitle.
           OPEN INPUT SemesterInfoFile
           IF SemesterInfoFileStatus = "00"
               OR SemesterInfoFileStatus = "05"
               OR SemesterInfoFileStatus = "07"
               READ SemesterInfoFile
                   AT END SET EOSemesterInfoFile TO TRUE
               END-READ
               PERFORM UNTIL EOSemesterInfoFile
                   IF SemInfoCode = GraduationTerm
                       MOVE SemInfoTitle TO GraduationTitle
                   END-IF
                   READ SemesterInfoFile
                       AT END SET EOSemesterInfoFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SemesterInfoFile
           END-IF
           IF GraduationTitle = SPACES
               DISPLAY "Term ", GraduationTerm, " is not on "
                   "SemesterInfo.dat; building the playlist anyway."
           END-IF.

      *> In force the way HoldsReport counts it: placed by today and
      *> either never released or released with a date to come.
       LoadRecordsHolds.
           OPEN INPUT HoldsFile
           IF HoldsFileStatus = "00" OR HoldsFileStatus = "05"
               OR HoldsFileStatus = "07"
               READ HoldsFile
                   AT END SET EOHoldsFile TO TRUE
               END-READ
               PERFORM UNTIL EOHoldsFile
                   IF RecordsHold
                       AND HoldPlacedDate <= TodaysDate
                       AND (HoldReleaseDate = ZERO
                           OR HoldReleaseDate > TodaysDate)
                       AND HeldCount < 5000
                       ADD 1 TO HeldCount
                       MOVE HoldStudentID TO HeldStudentID(HeldCount)
                       MOVE HoldReason TO HeldReason(HeldCount)
                   END-IF
                   READ HoldsFile
                       AT END SET EOHoldsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoldsFile
           END-IF.

       LoadPreferredNames.
           OPEN INPUT PreferredNameFile
           IF PreferredNameFileStatus = "00"
               OR PreferredNameFileStatus = "05"
               OR PreferredNameFileStatus = "07"
               READ PreferredNameFile
                   AT END SET EOPreferredNameFile TO TRUE
               END-READ
               PERFORM UNTIL EOPreferredNameFile
                   IF PrefStudentID NOT = SPACES
                       AND PreferredCount < 5000
                       ADD 1 TO PreferredCount
                       MOVE PrefStudentID
                           TO TblPrefStudentID(PreferredCount)
                       MOVE PrefName TO TblPrefName(PreferredCount)
                       MOVE PrefPronunciation
                           TO TblPrefPronunciation(PreferredCount)
                   END-IF
                   READ PreferredNameFile
                       AT END SET EOPreferredNameFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PreferredNameFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

      *> The name read out is the preferred one when the registrar has
      *> one on file, otherwise first name then last name off the
      *> master.
       WriteGraduate.
           ADD 1 TO GraduateCount
           MOVE SPACES TO GraduateRecord
           MOVE "N" TO GradExcluded
           MOVE StuFileProgram TO GradProgram
           MOVE StuFileLastName TO GradLastName
           MOVE StuFileFirstName TO GradFirstName
           MOVE StuFileID TO GradStudentID
           MOVE "N" TO GradPreferred
           STRING StuFileFirstName DELIMITED BY "  "
               " " DELIMITED BY SIZE
               StuFileLastName DELIMITED BY "  "
               INTO GradReadName
           END-STRING

           SET EntryFound TO FALSE
           IF PreferredCount > ZERO
               SET PrefIdx TO 1
               SEARCH PreferredEntry
                   AT END
                       CONTINUE
                   WHEN TblPrefStudentID(PrefIdx) = StuFileID
                       SET EntryFound TO TRUE
               END-SEARCH
           END-IF
           IF EntryFound
               IF TblPrefName(PrefIdx) NOT = SPACES
                   MOVE TblPrefName(PrefIdx) TO GradReadName
                   MOVE "Y" TO GradPreferred
               END-IF
               MOVE TblPrefPronunciation(PrefIdx)
                   TO GradPronunciation
           END-IF

           SET EntryFound TO FALSE
           IF HeldCount > ZERO
               SET HeldIdx TO 1
               SEARCH HeldEntry
                   AT END
                       CONTINUE
                   WHEN HeldStudentID(HeldIdx) = StuFileID
                       SET EntryFound TO TRUE
               END-SEARCH
           END-IF
           IF EntryFound
               MOVE "Y" TO GradExcluded
               MOVE HeldReason(HeldIdx) TO GradHoldReason
           END-IF
           WRITE GraduateRecord.

      *> Running order by program, the count each program sends up,
      *> then everyone left off and the line the registrar signs.
       PrintProofList.
           OPEN INPUT SortedGraduateFile
           OPEN OUTPUT ProofFile
           MOVE SPACES TO ProofLine
           STRING "COMMENCEMENT PROOF LIST  TERM " DELIMITED BY SIZE
               GraduationTerm DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GraduationTitle DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           STRING "   SEQ  STUDENT    NAME AS READ" DELIMITED BY SIZE
               "                    PRONUNCIATION" DELIMITED BY SIZE
               "                   NAME ON MASTER" DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine

           PERFORM ReadSortedGraduate
           PERFORM UNTIL EOSortedGraduateFile
               IF SrtLeftOff
                   PERFORM WriteExcludedLine
               ELSE
                   IF SrtProgram NOT = PreviousProgram
                       PERFORM StartProgram
                   END-IF
                   PERFORM WriteProofLine
               END-IF
               PERFORM ReadSortedGraduate
           END-PERFORM
           IF PreviousProgram NOT = HIGH-VALUES
               PERFORM WriteProgramTotal
           END-IF
           CLOSE SortedGraduateFile

           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE PlaylistCount TO PrintCount
           MOVE SPACES TO ProofLine
           STRING "NAMES ON THE PLAYLIST: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine
           MOVE PreferredUsed TO PrintCount
           MOVE SPACES TO ProofLine
           STRING "READ BY PREFERRED NAME: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine
           MOVE ExcludedCount TO PrintCount
           MOVE SPACES TO ProofLine
           STRING "LEFT OFF, RECORDS HOLD: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           STRING "REGISTRAR APPROVAL: ______________________________"
                   DELIMITED BY SIZE
               "    DATE: ____________" DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine
           CLOSE ProofFile.

       ReadSortedGraduate.
           READ SortedGraduateFile
               AT END SET EOSortedGraduateFile TO TRUE.

       StartProgram.
           IF PreviousProgram NOT = HIGH-VALUES
               PERFORM WriteProgramTotal
           END-IF
           MOVE SrtProgram TO PreviousProgram
           MOVE ZERO TO ProgramCount
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE SPACES TO ProofLine
           STRING "PROGRAM " DELIMITED BY SIZE
               SrtProgram DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine.

       WriteProofLine.
           ADD 1 TO PlaylistCount
           ADD 1 TO ProgramCount
           IF SrtUsesPreferred
               ADD 1 TO PreferredUsed
           END-IF
           MOVE PlaylistCount TO PrintSequence
           PERFORM BuildMasterName
           MOVE SPACES TO ProofLine
           STRING PrintSequence DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SrtStudentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SrtReadName DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SrtPronunciation DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StudentNameText DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine.

       WriteProgramTotal.
           MOVE ProgramCount TO PrintCount
           MOVE SPACES TO ProofLine
           STRING "  " DELIMITED BY SIZE
               PreviousProgram DELIMITED BY SPACE
               " GRADUATES: " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine.

      *> Excluded graduates sort after everyone on the playlist.
       WriteExcludedLine.
           IF PreviousProgram NOT = HIGH-VALUES
               PERFORM WriteProgramTotal
               MOVE HIGH-VALUES TO PreviousProgram
           END-IF
           IF NOT ExclusionHeadingDone
               SET ExclusionHeadingDone TO TRUE
               MOVE SPACES TO ProofLine
               WRITE ProofLine
               MOVE "LEFT OFF THE PLAYLIST - RECORDS HOLD IN FORCE"
                   TO ProofLine
               WRITE ProofLine
           END-IF
           ADD 1 TO ExcludedCount
           PERFORM BuildMasterName
           MOVE SPACES TO ProofLine
           STRING "      " DELIMITED BY SIZE
               SrtStudentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StudentNameText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SrtProgram DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SrtHoldReason DELIMITED BY SIZE
               INTO ProofLine
           END-STRING
           WRITE ProofLine.

       BuildMasterName.
           MOVE SPACES TO StudentNameText
           STRING SrtLastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SrtFirstName DELIMITED BY "  "
               INTO StudentNameText
           END-STRING.

      *> The same running order the registrar signed, graduates with
      *> a hold still left off.
       WritePlaylist.
           MOVE ZERO TO PlaylistCount
           OPEN INPUT SortedGraduateFile
           OPEN OUTPUT PlaylistFile
           PERFORM ReadSortedGraduate
           PERFORM UNTIL EOSortedGraduateFile OR SrtLeftOff
               MOVE SrtReadName TO PlayName
               MOVE EntryCount TO PlayCount
               IF PacedEntries
                   MOVE "Y" TO PlayPaced
               ELSE
                   MOVE "N" TO PlayPaced
               END-IF
               WRITE PlaylistRecord
               ADD 1 TO PlaylistCount
               PERFORM ReadSortedGraduate
           END-PERFORM
           CLOSE SortedGraduateFile
           CLOSE PlaylistFile.

       END PROGRAM BuildCommencementPlaylist.
