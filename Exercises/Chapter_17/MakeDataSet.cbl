             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CapacityFileStatus.

           *> Sections offered under more than one subject: each
           *> member listing names the primary section whose room,
           *> professor and seat limit the whole group shares.
           SELECT CrossListFile
             ASSIGN TO "./Exercises/Chapter_17/CrossListings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CrossListFileStatus.

           *> Business date for archive names and stamps, set by the
           *> operator so a rerun archives under the right day; the
           *> system date governs when the file is absent.
           02 CapFileNumber  PIC X(3).
           02 CapFileLimit   PIC 9(3).

       FD CrossListFile.
       01 CrossListRecord.
           88 EOCrossListFile VALUE HIGH-VALUES.
           02 XlsFileSubject        PIC X(4).
           02 XlsFileNumber         PIC X(3).
           02 XlsFilePrimarySubject PIC X(4).
           02 XlsFilePrimaryNumber  PIC X(3).

       FD BatchDateFile.
       01 BatchDateRecord PIC 9(8).

               03 CapNumber  PIC X(3).
               03 CapLimit   PIC 9(3).

       *> Cross-listings are optional too; with no CrossListings.dat
       *> every section stands alone as before. Each group, keyed on
       *> its primary section, sums its listings' Esch in the main
       *> pass so the seat check runs once on the combined figure
       *> against the primary's limit.
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
               03 GrpSubject PIC X(4).
               03 GrpNumber  PIC X(3).
               03 GrpEsch    PIC 9(5).

       01 CrossGroupKey.
           02 CrossGroupSubject PIC X(4).
           02 CrossGroupNumber  PIC X(3).
       01 CrossListedSwitch PIC X VALUE "N".
           88 SectionIsCrossListed VALUE "Y" WHEN SET TO FALSE "N".

       *> ProfessorFile is an optional loader; with no master on file
       *> every name gets a synthetic ID and an exception, which is
       *> also how a missing professor shows up.
               03 SchedStartTime PIC 9(4).
               03 SchedEndTime   PIC 9(4).
               03 SchedProfID    PIC 9(5).
               03 SchedGroupKey  PIC X(7).
               03 SchedMemberSwitch PIC X.
                   88 SchedCrossMember VALUE "Y".

       *> Pairwise conflict-scan work fields.
       01 ScanPosition   PIC 9(3) VALUE ZERO.

           IF JobStep < 2
               PERFORM LoadCapacityTable
               PERFORM LoadCrossListings
               PERFORM LoadProfessorMaster

               OPEN INPUT SortedCoursesFile
                         PERFORM WriteCancelledCandidate
                       END-IF
                       IF NumericEschField GREATER THAN ZERO
                         PERFORM FindCrossListGroup
                         IF SectionIsCrossListed
                           ADD NumericEschField TO GrpEsch(GrpIdx)
                         ELSE
                           PERFORM CheckOverCapacity
                         END-IF
                         PERFORM StampProfessorID
                         PERFORM StoreScheduleEntry
                         MOVE SortedCourseFileRecord
                   END-IF

               END-PERFORM
               PERFORM CheckCrossListedCapacity
               PERFORM ReportScheduleConflicts
               PERFORM ReportRoomUtilization
               CLOSE ProcessedCoursesFile
           READ CapacityFile
               AT END SET EOCapacityFile TO TRUE.

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

      *> One group per primary, however many listings name it.
       AddCrossGroup.
           SET GrpIdx TO 1
           SEARCH CrossGroupEntry
               AT END
                   ADD 1 TO CrossGroupCount
                   MOVE XlsFilePrimarySubject
                       TO GrpSubject(CrossGroupCount)
                   MOVE XlsFilePrimaryNumber
                       TO GrpNumber(CrossGroupCount)
                   MOVE ZERO TO GrpEsch(CrossGroupCount)
               WHEN GrpSubject(GrpIdx) = XlsFilePrimarySubject
                AND GrpNumber(GrpIdx) = XlsFilePrimaryNumber
                   CONTINUE
           END-SEARCH.

      *> A section belongs to a group either as its primary or as a
      *> listing that names the primary; GrpIdx is left on the group
      *> and CrossGroupKey holds the primary's subject and number.
       FindCrossListGroup.
           SET SectionIsCrossListed TO FALSE
           MOVE SortedCourseSubject TO CrossGroupSubject
           MOVE SortedCourseNumber  TO CrossGroupNumber
           IF CrossListCount > ZERO
               SET XlsIdx TO 1
               SEARCH CrossListEntry
                   AT END
                       CONTINUE
                   WHEN XlsMemberSubject(XlsIdx) = SortedCourseSubject
                    AND XlsMemberNumber(XlsIdx) = SortedCourseNumber
                       MOVE XlsGroupSubject(XlsIdx)
                           TO CrossGroupSubject
                       MOVE XlsGroupNumber(XlsIdx)
                           TO CrossGroupNumber
               END-SEARCH
               SET GrpIdx TO 1
               SEARCH CrossGroupEntry
                   AT END
                       CONTINUE
                   WHEN GrpSubject(GrpIdx) = CrossGroupSubject
                    AND GrpNumber(GrpIdx) = CrossGroupNumber
                       SET SectionIsCrossListed TO TRUE
               END-SEARCH
           END-IF.

      *> Run after the main pass, once every listing's Esch is in: a
      *> group is over capacity when its combined Esch passes the
      *> primary's limit, and the excess is waitlisted against the
      *> primary.
       CheckCrossListedCapacity.
           PERFORM CheckOneCrossGroup
               VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > CrossGroupCount.

       CheckOneCrossGroup.
           SET CapIdx TO 1
           SEARCH CapacityEntry
               AT END
                   CONTINUE
               WHEN CapSubject(CapIdx) = GrpSubject(GrpIdx)
                AND CapNumber(CapIdx)  = GrpNumber(GrpIdx)
                   IF GrpEsch(GrpIdx) > CapLimit(CapIdx)
                       PERFORM WriteCrossCapacityRecord
                       PERFORM WriteCrossWaitlistRecord
                   END-IF
           END-SEARCH.

       WriteCrossWaitlistRecord.
           ADD 1 TO WaitlistPriority
           MOVE GrpSubject(GrpIdx) TO WLSubject
           MOVE GrpNumber(GrpIdx)  TO WLNumber
           SUBTRACT CapLimit(CapIdx) FROM GrpEsch(GrpIdx)
               GIVING WLExcess
           MOVE WaitlistPriority TO WLPriority
           WRITE WaitlistRecord.

       LoadProfessorMaster.
           OPEN INPUT ProfessorFile
           IF ProfessorFileStatus = "00" OR ProfessorFileStatus = "05"
                   ScheduleCount)
               MOVE SortedEndTime       TO SchedEndTime(ScheduleCount)
               MOVE StampedProfessorID  TO SchedProfID(ScheduleCount)
               MOVE SPACES TO SchedGroupKey(ScheduleCount)
               MOVE "N" TO SchedMemberSwitch(ScheduleCount)
               IF SectionIsCrossListed
                   MOVE CrossGroupKey TO SchedGroupKey(ScheduleCount)
                   IF CrossGroupSubject NOT = SortedCourseSubject
                       OR CrossGroupNumber NOT = SortedCourseNumber
                       MOVE "Y" TO SchedMemberSwitch(ScheduleCount)
                   END-IF
               END-IF
           END-IF.

      *> Pairwise scan of the stored schedule: two sections with a
      *> common meeting day and overlapping times conflict when they
      *> share a room or a professor - unless they are listings of
      *> the same cross-listed group, which meet together by design.
       ReportScheduleConflicts.
           PERFORM ScanOneScheduleEntry
               VARYING ScanPosition FROM 1 BY 1
                   < SchedEndTime(ScanOther)
               AND SchedStartTime(ScanOther)
                   < SchedEndTime(ScanPosition)
               AND (SchedGroupKey(ScanPosition) = SPACES
                   OR SchedGroupKey(ScanPosition)
                       NOT = SchedGroupKey(ScanOther))
               IF SchedRoom(ScanPosition) NOT = SPACES
                   AND SchedRoom(ScanPosition)
                       = SchedRoom(ScanOther)
               IF SchedRoom(ScanPosition) = RoomName(RoomPosition)
                   AND SchedDays(ScanPosition)(UtilDay:1)
                       NOT = SPACE
                   AND NOT SchedCrossMember(ScanPosition)
                   ADD 1 TO DayMeetingCount
                   MOVE SchedStartTime(ScanPosition)
                       TO DayMeetStart(DayMeetingCount)
           END-STRING
           WRITE ExceptionRecord.

       WriteCrossCapacityRecord.
           MOVE SPACES TO ExceptionRecord
           STRING "Over capacity for " DELIMITED BY SIZE
               GrpSubject(GrpIdx) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               GrpNumber(GrpIdx) DELIMITED BY SIZE
               " cross-listed Esch=" DELIMITED BY SIZE
               GrpEsch(GrpIdx) DELIMITED BY SIZE
               " Capacity=" DELIMITED BY SIZE
               CapLimit(CapIdx) DELIMITED BY SIZE
               INTO ExceptionRecord
           END-STRING
           WRITE ExceptionRecord.

       END PROGRAM mkdata.
