      * Purpose: Companion report to TuitionReport, off the same sorted
      *          CoursesProcessed.prn, that counts sections and total
      *          Esch taught per professor and flags anyone over the
      *          contracted max teaching load. A cross-listed
      *          group off CrossListings.dat is one section taught
      *          once: its member listings fold into the primary's
      *          line instead of counting again under their own
      *          subjects.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION. *> -------------------------------------
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ProfessorFileStatus.

           *> Member listings of a cross-listed section and the
           *> primary each one shares its room and professor with.
           SELECT CrossListFile
             ASSIGN TO "./Exercises/Chapter_17/CrossListings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CrossListFileStatus.

       DATA DIVISION. *> -----------------------------------------------
       FILE SECTION.
       FD CoursesFile.
           02 ProfFileHomeDept  PIC X(4).
           02 ProfFileLoad      PIC 999V99.

       FD CrossListFile.
       01 CrossListRecord.
           88 EOCrossListFile VALUE HIGH-VALUES.
           02 XlsFileSubject        PIC X(4).
           02 XlsFileNumber         PIC X(3).
           02 XlsFilePrimarySubject PIC X(4).
           02 XlsFilePrimaryNumber  PIC X(3).

       FD BatchDateFile.
       01 BatchDateRecord PIC 9(8).

       01 RunDateStamp PIC 9(8) VALUE ZERO.
       01 BatchDateFileStatus PIC X(02) VALUE ZEROES.

       *> Cross-listings, with each group's member Esch summed in a
       *> first pass over the processed file so the primary's line
       *> can carry the whole group. A member whose primary is not on
       *> the processed file is reported on its own as before.
       01 CrossListFileStatus PIC X(02) VALUE ZEROES.
       01 CrossListCount PIC 9(3) VALUE ZERO.
       01 CrossListTable.
           02 CrossListEntry OCCURS 1 TO 200 TIMES
                             DEPENDING ON CrossListCount
                             INDEXED BY XlsIdx.
               03 XlsMemberSubject PIC X(4).
               03 XlsMemberNumber  PIC X(3).
               03 XlsGroupSubject  PIC X(4).
               03 XlsGroupNumber   PIC X(3).

       01 CrossGroupCount PIC 9(3) VALUE ZERO.
       01 CrossGroupTable.
           02 CrossGroupEntry OCCURS 1 TO 200 TIMES
                              DEPENDING ON CrossGroupCount
                              INDEXED BY GrpIdx.
               03 GrpSubject       PIC X(4).
               03 GrpNumber        PIC X(3).
               03 GrpMemberEsch    PIC 9(5).
               03 GrpPrimarySwitch PIC X.
                   88 GrpPrimaryOnFile VALUE "Y".

       01 CrossGroupKey.
           02 CrossGroupSubject PIC X(4).
           02 CrossGroupNumber  PIC X(3).
       01 ListingRoleSwitch PIC X VALUE SPACE.
           88 StandAloneListing VALUE SPACE.
           88 PrimaryListing    VALUE "P".
           88 MemberListing     VALUE "M".
       01 CrossListText PIC X(12) VALUE SPACES.

       REPORT SECTION.
       RD FacultyLoadReport
         CONTROLS ARE CourseSubject, ProfessorID
           03 COLUMN 4  PIC X(10) SOURCE CourseSubject GROUP INDICATE.
           03 COLUMN 16 PIC X(10) SOURCE LastName      GROUP INDICATE.
           03 COLUMN 28 PIC X(3)  SOURCE CourseNumber.
           03 COLUMN 32 PIC X(12) SOURCE CrossListText.

       01 FacultyLoadSummary TYPE IS CONTROL FOOTING ProfessorID
         NEXT GROUP PLUS 2.
            PERFORM LoadSemesterInfo.
            PERFORM LoadMaxTeachingLoad.
            PERFORM LoadProfessorMaster.
            PERFORM LoadCrossListings.
            IF CrossGroupCount > ZERO
                PERFORM SumCrossListedMembers
            END-IF.
            OPEN INPUT CoursesFile.
            OPEN OUTPUT ReportFile.

              INITIATE FacultyLoadReport.
              PERFORM ReadLine.
              PERFORM UNTIL EndOfFile
                PERFORM FindCrossListGroup
                IF MemberListing
                AND NOT GrpPrimaryOnFile(GrpIdx)
                  SET StandAloneListing TO TRUE
                END-IF
                IF NOT MemberListing
                  PERFORM AddToAccumulator
                  GENERATE ReportLine
                  PERFORM SetAccumulatorOnControlBreak
                END-IF
                PERFORM ReadLine
              END-PERFORM.
              TERMINATE FacultyLoadReport.

       AddToAccumulator.
           MOVE Esch TO NumericEschField
           IF PrimaryListing
             ADD GrpMemberEsch(GrpIdx) TO NumericEschField
           END-IF
           *> The master lookup only runs while the record belongs to
           *> the group being accumulated, so the footing GENERATE
           *> prints still sees the ending professor's name and load.
       ReadLine.
           READ CoursesFile AT END SET EndOfFile TO TRUE.

       LoadCrossListings.
           OPEN INPUT CrossListFile
           IF CrossListFileStatus = "00" OR CrossListFileStatus = "05"
               OR CrossListFileStatus = "07"
               PERFORM ReadCrossListLine
               PERFORM UNTIL EOCrossListFile
                   ADD 1 TO CrossListCount
                   MOVE XlsFileSubject
                       TO XlsMemberSubject(CrossListCount)
                   MOVE XlsFileNumber
                       TO XlsMemberNumber(CrossListCount)
                   MOVE XlsFilePrimarySubject
                       TO XlsGroupSubject(CrossListCount)
                   MOVE XlsFilePrimaryNumber
                       TO XlsGroupNumber(CrossListCount)
                   PERFORM AddCrossGroup
                   PERFORM ReadCrossListLine
               END-PERFORM
               CLOSE CrossListFile
           END-IF.

       ReadCrossListLine.
           READ CrossListFile
               AT END SET EOCrossListFile TO TRUE.

       AddCrossGroup.
           SET GrpIdx TO 1
           SEARCH CrossGroupEntry
               AT END
                   ADD 1 TO CrossGroupCount
                   MOVE XlsFilePrimarySubject
                       TO GrpSubject(CrossGroupCount)
                   MOVE XlsFilePrimaryNumber
                       TO GrpNumber(CrossGroupCount)
                   MOVE ZERO TO GrpMemberEsch(CrossGroupCount)
                   MOVE "N" TO GrpPrimarySwitch(CrossGroupCount)
               WHEN GrpSubject(GrpIdx) = XlsFilePrimarySubject
                AND GrpNumber(GrpIdx) = XlsFilePrimaryNumber
                   CONTINUE
           END-SEARCH.

      *> First pass: which primaries made it onto the processed file,
      *> and how much Esch their member listings carry.
       SumCrossListedMembers.
           OPEN INPUT CoursesFile
           PERFORM ReadLine
           PERFORM UNTIL EndOfFile
               PERFORM FindCrossListGroup
               EVALUATE TRUE
                   WHEN PrimaryListing
                       MOVE "Y" TO GrpPrimarySwitch(GrpIdx)
                   WHEN MemberListing
                       IF Esch IS NUMERIC
                           MOVE Esch TO NumericEschField
                           ADD NumericEschField
                               TO GrpMemberEsch(GrpIdx)
                       END-IF
               END-EVALUATE
               PERFORM ReadLine
           END-PERFORM
           CLOSE CoursesFile
           MOVE 0 TO FileStatus.

      *> Sets the record's part in a cross-listed group, leaving
      *> GrpIdx on the group.
       FindCrossListGroup.
           SET StandAloneListing TO TRUE
           MOVE SPACES TO CrossListText
           IF CrossGroupCount > ZERO
               MOVE CourseSubject TO CrossGroupSubject
               MOVE CourseNumber  TO CrossGroupNumber
               SET XlsIdx TO 1
               SEARCH CrossListEntry
                   AT END
                       CONTINUE
                   WHEN XlsMemberSubject(XlsIdx) = CourseSubject
                    AND XlsMemberNumber(XlsIdx) = CourseNumber
                       MOVE XlsGroupSubject(XlsIdx)
                           TO CrossGroupSubject
                       MOVE XlsGroupNumber(XlsIdx)
                           TO CrossGroupNumber
                       SET MemberListing TO TRUE
               END-SEARCH
               SET GrpIdx TO 1
               SEARCH CrossGroupEntry
                   AT END
                       SET StandAloneListing TO TRUE
                   WHEN GrpSubject(GrpIdx) = CrossGroupSubject
                    AND GrpNumber(GrpIdx) = CrossGroupNumber
                       IF StandAloneListing
                           SET PrimaryListing TO TRUE
                           MOVE "CROSS-LISTED" TO CrossListText
                       END-IF
               END-SEARCH
           END-IF.

       END PROGRAM FacultyLoadReport.
