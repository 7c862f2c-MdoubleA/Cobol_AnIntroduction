      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/10/2021
      * Purpose: Get a file RetentionManager rolled into
      *          ArchiveStore.dat back out for an audit request. Lists
      *          every file held in the store with its original name
      *          and created date off ArchiveCatalog.dat, and restores
      *          the chosen one line for line to an output file the
      *          operator names - never over a file that already
      *          exists, a name on the archive catalog, or a name in
      *          one of the production families RetentionPolicy.dat
      *          covers. The restored line count is checked against
      *          the count stored on the group's trailer, and every
      *          retrieval is written to RetentionLog.txt and
      *          OperationsLog.dat under the requesting operator's
      *          initials.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveRetrieval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OperatorFileStatus.

           SELECT PolicyFile ASSIGN TO "RetentionPolicy.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PolicyFileStatus.

           SELECT CatalogFile ASSIGN TO "ArchiveCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           *> The consolidated archive store: an H header line per
           *> rolled-in file, its content lines, then a T trailer
           *> carrying how many content lines were stored.
           SELECT StoreFile ASSIGN TO "ArchiveStore.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StoreFileStatus.

           SELECT RestoreFile ASSIGN USING RestoreFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RestoreFileStatus.

           SELECT OPTIONAL ActionLogFile ASSIGN TO "RetentionLog.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
             ASSIGN TO "OperationsLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       01 OperatorFileRecord.
           88 OperatorFileEnd VALUE HIGH-VALUES.
           02 OpFileInitials    PIC X(3).
           02 OpFileName        PIC X(30).
           02 OpFileActive      PIC X.
           02 OpFileCanMaintain PIC X.
           02 OpFileCanDiscont  PIC X.
           02 OpFileCanApprove  PIC X.
           02 OpFileCanRollback PIC X.

       FD PolicyFile.
       01 PolicyFileRecord.
           88 EOPolicyFile VALUE HIGH-VALUES.
           02 PolFilePattern    PIC X(40).
           02 PolFileDaysOnline PIC 9(3).
           02 PolFileDaysStore  PIC 9(3).

       FD CatalogFile.
       01 ArchiveCatalogRecord.
           88 EOCatalogFile VALUE HIGH-VALUES.
           02 CatalogFileName    PIC X(60).
           02 CatalogCreatedDate PIC 9(8).
           02 CatalogStatus      PIC X.

       FD StoreFile.
       01 StoreRecord.
           88 EOStoreFile VALUE HIGH-VALUES.
           02 StoreRecordType PIC X.
             88 StoreHeaderLine  VALUE "H".
             88 StoreContentLine VALUE "D".
             88 StoreTrailerLine VALUE "T".
           02 StoreBody PIC X(140).
           02 StoreHeaderBody REDEFINES StoreBody.
             03 StoreHeaderName PIC X(60).
             03 FILLER          PIC X.
             03 StoreHeaderDate PIC X(8).
             03 FILLER          PIC X(71).
           02 StoreTrailerBody REDEFINES StoreBody.
             03 StoreTrailerCount PIC X(7).
             03 FILLER            PIC X(133).

       FD RestoreFile.
       01 RestoreRecord PIC X(140).

       FD ActionLogFile.
       01 ActionLogRecord PIC X(100).

       FD OperationsLogFile.
       01 OperationsLogRecord.
           02 EventDate     PIC 9(8).
           02 EventTime     PIC 9(6).
           02 EventProgram  PIC X(30).
           02 EventSeverity PIC X.
           02 EventMessage  PIC X(60).

       WORKING-STORAGE SECTION.
       01 OperatorFileStatus PIC X(02) VALUE ZEROES.
       01 PolicyFileStatus   PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus  PIC X(02) VALUE ZEROES.
       01 StoreFileStatus    PIC X(02) VALUE ZEROES.
       01 RestoreFileStatus  PIC X(02) VALUE ZEROES.

       01 OperatorInitials PIC X(3) VALUE SPACES.
       01 OperatorMasterSwitch PIC X VALUE "N".
           88 OperatorMasterFound VALUE "Y" WHEN SET TO FALSE "N".
       01 OperatorActiveSwitch PIC X VALUE "N".
           88 OperatorActive VALUE "Y" WHEN SET TO FALSE "N".

       01 PolicyCount PIC 99 VALUE ZERO.
       01 PolicyTable.
           02 PolicyEntry OCCURS 1 TO 20 TIMES
                          DEPENDING ON PolicyCount
                          INDEXED BY PolIdx.
               03 PolPattern    PIC X(40).
               03 PolPatternLen PIC 99.
       01 PatternScan PIC 99 VALUE ZERO.

       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 1 TO 500 TIMES
                           DEPENDING ON CatalogCount
                           INDEXED BY CatIdx.
               03 TblFileName    PIC X(60).
               03 TblCreatedDate PIC 9(8).
               03 TblStatus      PIC X.

       *> One entry per file group in the store, in store order: the
       *> content lines actually there and the count its trailer
       *> carries (spaces on groups stored before counts were kept).
       01 GroupCount PIC 9(3) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry OCCURS 1 TO 500 TIMES
                         DEPENDING ON GroupCount
                         INDEXED BY GrpIdx.
               03 GrpFileName    PIC X(60).
               03 GrpCreatedDate PIC X(8).
               03 GrpOnCatalog   PIC X.
               03 GrpLineCount   PIC 9(7).
               03 GrpStoredCount PIC X(7).
               03 GrpStoredNumber REDEFINES GrpStoredCount PIC 9(7).

       01 ChosenInput PIC X(3) VALUE SPACES.
       01 ChosenGroup PIC 9(3) VALUE ZERO.
       01 FinishedSwitch PIC X VALUE "N".
           88 RetrievalFinished VALUE "Y" WHEN SET TO FALSE "N".
       01 RestoreFileName PIC X(60) VALUE SPACES.
       01 ConfirmAnswer PIC X VALUE "N".
           88 RestoreConfirmed VALUE "Y" "y".
       01 RefusalText PIC X(50) VALUE SPACES.

       01 GroupsSeen    PIC 9(3) VALUE ZERO.
       01 RestoredCount PIC 9(7) VALUE ZERO.
       01 CopySwitch PIC X VALUE "N".
           88 CopyingGroup VALUE "Y" WHEN SET TO FALSE "N".
       01 RestoreCheckSwitch PIC X VALUE "N".
           88 RestoreCountAgrees VALUE "Y" WHEN SET TO FALSE "N".
       01 RetrievalCount PIC 99 VALUE ZERO.

       01 PrintGroup PIC ZZ9.
       01 PrintLines PIC ZZZZZZ9.
       01 StatusText PIC X(14) VALUE SPACES.
       01 ShortNameStart PIC 99 VALUE ZERO.
       01 ActionText PIC X(19) VALUE SPACES.
       01 ActionDate PIC 9(8) VALUE ZERO.
       01 ActionName PIC X(60) VALUE SPACES.

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01 EventTimeRaw PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter your operator initials: "
           ACCEPT OperatorInitials
           PERFORM LookUpOperator
           IF OperatorInitials = SPACES
               OR (OperatorMasterFound AND NOT OperatorActive)
               DISPLAY "Initials ", OperatorInitials, " are not an "
                   "active operator on OperatorMaster.dat; nothing "
                   "retrieved."
               STOP RUN
           END-IF

           PERFORM LoadPolicyTable
           PERFORM LoadCatalogTable
           PERFORM IndexArchiveStore
           IF GroupCount = ZERO
               DISPLAY "ArchiveStore.dat holds no files; nothing to "
                   "retrieve."
               STOP RUN
           END-IF

           PERFORM ChooseAndRestore UNTIL RetrievalFinished
           DISPLAY "Files retrieved this session: ", RetrievalCount
           STOP RUN.

      *> Reads the keyed initials' entry off the operator master.
       LookUpOperator.
           SET OperatorMasterFound TO FALSE
           SET OperatorActive TO FALSE
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
               SET OperatorMasterFound TO TRUE
               PERFORM ReadOperatorLine
               PERFORM UNTIL OperatorFileEnd
                   IF OpFileInitials = OperatorInitials
                       AND OpFileActive = "Y"
                       SET OperatorActive TO TRUE
                   END-IF
                   PERFORM ReadOperatorLine
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       ReadOperatorLine.
           READ OperatorFile
               AT END SET OperatorFileEnd TO TRUE
           END-READ.

       LoadPolicyTable.
           OPEN INPUT PolicyFile
           IF PolicyFileStatus = "00" OR PolicyFileStatus = "05"
               OR PolicyFileStatus = "07"
               READ PolicyFile AT END SET EOPolicyFile TO TRUE
               END-READ
               PERFORM UNTIL EOPolicyFile
                   IF PolicyCount < 20
                       ADD 1 TO PolicyCount
                       MOVE PolFilePattern TO PolPattern(PolicyCount)
                       PERFORM MeasurePatternLength
                   END-IF
                   READ PolicyFile AT END SET EOPolicyFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PolicyFile
           END-IF.

       MeasurePatternLength.
           MOVE ZERO TO PolPatternLen(PolicyCount)
           PERFORM VARYING PatternScan FROM 40 BY -1
               UNTIL PatternScan = 0
               OR PolPatternLen(PolicyCount) NOT = ZERO
               IF PolPattern(PolicyCount)(PatternScan:1) NOT = SPACE
                   MOVE PatternScan TO PolPatternLen(PolicyCount)
               END-IF
           END-PERFORM.

       LoadCatalogTable.
           OPEN INPUT CatalogFile
           IF CatalogFileStatus = "00" OR CatalogFileStatus = "05"
               OR CatalogFileStatus = "07"
               READ CatalogFile AT END SET EOCatalogFile TO TRUE
               END-READ
               PERFORM UNTIL EOCatalogFile
                   IF CatalogCount < 500
                       ADD 1 TO CatalogCount
                       MOVE CatalogFileName
                           TO TblFileName(CatalogCount)
                       MOVE CatalogCreatedDate
                           TO TblCreatedDate(CatalogCount)
                       MOVE CatalogStatus TO TblStatus(CatalogCount)
                   END-IF
                   READ CatalogFile AT END SET EOCatalogFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

      *> One pass over the store noting each group's name, the
      *> created date the catalog has for it (the header's own date
      *> when the catalog has lost the entry), and its line counts.
       IndexArchiveStore.
           OPEN INPUT StoreFile
           IF StoreFileStatus = "00" OR StoreFileStatus = "05"
               OR StoreFileStatus = "07"
               READ StoreFile AT END SET EOStoreFile TO TRUE
               END-READ
               PERFORM UNTIL EOStoreFile
                   EVALUATE TRUE
                       WHEN StoreHeaderLine AND GroupCount < 500
                           PERFORM StartStoreGroup
                       WHEN StoreContentLine AND GroupCount > ZERO
                           ADD 1 TO GrpLineCount(GroupCount)
                       WHEN StoreTrailerLine AND GroupCount > ZERO
                           MOVE StoreTrailerCount
                               TO GrpStoredCount(GroupCount)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ StoreFile AT END SET EOStoreFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StoreFile
           END-IF.

       StartStoreGroup.
           ADD 1 TO GroupCount
           MOVE StoreHeaderName TO GrpFileName(GroupCount)
           MOVE StoreHeaderDate TO GrpCreatedDate(GroupCount)
           MOVE "N" TO GrpOnCatalog(GroupCount)
           MOVE ZERO TO GrpLineCount(GroupCount)
           MOVE SPACES TO GrpStoredCount(GroupCount)
           IF CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN TblFileName(CatIdx) = StoreHeaderName
                       MOVE TblCreatedDate(CatIdx)
                           TO GrpCreatedDate(GroupCount)
                       MOVE "Y" TO GrpOnCatalog(GroupCount)
               END-SEARCH
           END-IF.

       ChooseAndRestore.
           DISPLAY "Files held in ArchiveStore.dat:"
           PERFORM ListOneGroup
               VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > GroupCount
           DISPLAY "Number of the file to restore, 0 to finish: "
           MOVE SPACES TO ChosenInput
           ACCEPT ChosenInput
           IF ChosenInput = SPACES OR ChosenInput = "0"
               OR ChosenInput = "00" OR ChosenInput = "000"
               SET RetrievalFinished TO TRUE
           ELSE
               PERFORM ReadChosenNumber
               IF ChosenGroup = ZERO OR ChosenGroup > GroupCount
                   DISPLAY "No file numbered ", ChosenInput,
                       " in the store."
               ELSE
                   PERFORM RequestRestore
               END-IF
           END-IF.

      *> One, two or three digits as keyed; anything else is no
      *> number at all.
       ReadChosenNumber.
           MOVE ZERO TO ChosenGroup
           EVALUATE TRUE
               WHEN ChosenInput IS NUMERIC
                   MOVE ChosenInput TO ChosenGroup
               WHEN ChosenInput(3:1) = SPACE
                   AND ChosenInput(1:2) IS NUMERIC
                   MOVE ChosenInput(1:2) TO ChosenGroup
               WHEN ChosenInput(2:2) = SPACES
                   AND ChosenInput(1:1) IS NUMERIC
                   MOVE ChosenInput(1:1) TO ChosenGroup
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ListOneGroup.
           MOVE GrpIdx TO PrintGroup
           MOVE GrpLineCount(GrpIdx) TO PrintLines
           IF GrpOnCatalog(GrpIdx) = "Y"
               MOVE SPACES TO StatusText
           ELSE
               MOVE "NOT ON CATALOG" TO StatusText
           END-IF
           DISPLAY PrintGroup, "  ", GrpFileName(GrpIdx)(1:50),
               "  created ", GrpCreatedDate(GrpIdx), "  ",
               PrintLines, " lines  ", StatusText.

       RequestRestore.
           DISPLAY "Restore ", GrpFileName(ChosenGroup)(1:50)
           DISPLAY "Output file name for the restored copy: "
           MOVE SPACES TO RestoreFileName
           ACCEPT RestoreFileName
           PERFORM CheckRestoreName
           IF RefusalText NOT = SPACES
               DISPLAY "Refused: ", RefusalText
           ELSE
               DISPLAY "Restore to ", RestoreFileName(1:50),
                   "? (Y/N): "
               ACCEPT ConfirmAnswer
               IF RestoreConfirmed
                   PERFORM RestoreChosenGroup
               ELSE
                   DISPLAY "Nothing restored."
               END-IF
           END-IF.

      *> A restore only ever creates a new file. Names still in use
      *> by production - anything on the archive catalog or in a
      *> family a retention policy covers - are refused even when no
      *> such file is on disk today.
       CheckRestoreName.
           MOVE SPACES TO RefusalText
           IF RestoreFileName = SPACES
               MOVE "no output file name given" TO RefusalText
           END-IF
           IF RefusalText = SPACES AND CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN TblFileName(CatIdx) = RestoreFileName
                       MOVE "that name is on the archive catalog"
                           TO RefusalText
               END-SEARCH
           END-IF
           IF RefusalText = SPACES
               PERFORM VARYING PolIdx FROM 1 BY 1
                   UNTIL PolIdx > PolicyCount
                   OR RefusalText NOT = SPACES
                   IF PolPatternLen(PolIdx) > ZERO
                       AND RestoreFileName(1:PolPatternLen(PolIdx))
                           = PolPattern(PolIdx)(1:PolPatternLen(PolIdx))
                       MOVE "that name is in a production file family"
                           TO RefusalText
                   END-IF
               END-PERFORM
           END-IF
           IF RefusalText = SPACES
               OPEN INPUT RestoreFile
               IF RestoreFileStatus = "00" OR RestoreFileStatus = "05"
                   OR RestoreFileStatus = "07"
                   IF RestoreFileStatus = "00"
                       CLOSE RestoreFile
                   END-IF
                   MOVE "a file by that name already exists"
                       TO RefusalText
               END-IF
           END-IF.

      *> Copies the chosen group's content lines, in order, to the
      *> output file, then checks the count written against what
      *> the trailer says was stored.
       RestoreChosenGroup.
           MOVE ZERO TO GroupsSeen RestoredCount
           SET CopyingGroup TO FALSE
           OPEN INPUT StoreFile
           OPEN OUTPUT RestoreFile
           READ StoreFile AT END SET EOStoreFile TO TRUE
           END-READ
           PERFORM UNTIL EOStoreFile OR GroupsSeen > ChosenGroup
               EVALUATE TRUE
                   WHEN StoreHeaderLine
                       ADD 1 TO GroupsSeen
                       IF GroupsSeen = ChosenGroup
                           SET CopyingGroup TO TRUE
                       ELSE
                           SET CopyingGroup TO FALSE
                       END-IF
                   WHEN StoreContentLine AND CopyingGroup
                       MOVE StoreBody TO RestoreRecord
                       WRITE RestoreRecord
                       ADD 1 TO RestoredCount
                   WHEN StoreTrailerLine AND CopyingGroup
                       SET CopyingGroup TO FALSE
                       ADD 1 TO GroupsSeen
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ StoreFile AT END SET EOStoreFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoreFile
           CLOSE RestoreFile

           SET RestoreCountAgrees TO TRUE
           IF RestoredCount NOT = GrpLineCount(ChosenGroup)
               SET RestoreCountAgrees TO FALSE
           END-IF
           IF GrpStoredCount(ChosenGroup) IS NUMERIC
               IF RestoredCount NOT = GrpStoredNumber(ChosenGroup)
                   SET RestoreCountAgrees TO FALSE
               END-IF
           END-IF
           MOVE RestoredCount TO PrintLines
           IF RestoreCountAgrees
               IF GrpStoredCount(ChosenGroup) IS NUMERIC
                   DISPLAY "Restored ", PrintLines, " lines to ",
                       RestoreFileName(1:50), "; count agrees with "
                       "the store."
               ELSE
                   DISPLAY "Restored ", PrintLines, " lines to ",
                       RestoreFileName(1:50), "; stored before "
                       "trailer counts were kept, so checked "
                       "against the lines in the store only."
               END-IF
               MOVE SPACES TO ActionText
               STRING "RESTORED BY " DELIMITED BY SIZE
                   OperatorInitials DELIMITED BY SIZE
                   INTO ActionText
               END-STRING
               MOVE "I" TO EventSeverity
           ELSE
               DISPLAY "COUNT MISMATCH: ", PrintLines, " lines "
                   "restored but the store recorded ",
                   GrpStoredCount(ChosenGroup),
                   "; do not hand this copy to the auditors."
               MOVE SPACES TO ActionText
               STRING "COUNT WRONG BY " DELIMITED BY SIZE
                   OperatorInitials DELIMITED BY SIZE
                   INTO ActionText
               END-STRING
               MOVE "E" TO EventSeverity
           END-IF
           ADD 1 TO RetrievalCount
           PERFORM LogRetrieval.

      *> Two lines on the retention log - what came out of the store
      *> and who asked for it, then where it went and how many lines
      *> - and one operations event.
       LogRetrieval.
           ACCEPT ActionDate FROM DATE YYYYMMDD
           OPEN EXTEND ActionLogFile
           MOVE SPACES TO ActionLogRecord
           STRING ActionDate DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               ActionText DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               GrpFileName(ChosenGroup) DELIMITED BY SIZE
               INTO ActionLogRecord
           END-STRING
           WRITE ActionLogRecord
           MOVE SPACES TO ActionLogRecord
           STRING ActionDate DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               "  AS" DELIMITED BY SIZE
               PrintLines DELIMITED BY SIZE
               " LINES    " DELIMITED BY SIZE
               RestoreFileName DELIMITED BY SIZE
               INTO ActionLogRecord
           END-STRING
           WRITE ActionLogRecord
           CLOSE ActionLogFile

           MOVE GrpFileName(ChosenGroup) TO ActionName
           PERFORM FindShortName
           MOVE SPACES TO EventMessage
           STRING OperatorInitials DELIMITED BY SPACE
               " restored " DELIMITED BY SIZE
               ActionName(ShortNameStart:) DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               PrintLines DELIMITED BY SIZE
               " lines" DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           IF NOT RestoreCountAgrees
               MOVE "count mismatch" TO EventMessage(47:14)
           END-IF
           PERFORM WriteOperationsEvent.

      *> The name after its last directory separator, so the event
      *> message has room for it.
       FindShortName.
           MOVE 1 TO ShortNameStart
           PERFORM VARYING PatternScan FROM 60 BY -1
               UNTIL PatternScan = 0 OR ShortNameStart > 1
               IF ActionName(PatternScan:1) = "/"
                   OR ActionName(PatternScan:1) = "\"
                   COMPUTE ShortNameStart = PatternScan + 1
               END-IF
           END-PERFORM.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "ArchiveRetrieval" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

       END PROGRAM ArchiveRetrieval.
