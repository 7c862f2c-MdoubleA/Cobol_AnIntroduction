      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/21/2021
      * Purpose: Maintain the BinMaster.dat list of storage bins inside
      *    each warehouse, giving every bin the aisle and zone it sits
      *    in, so receipts can be put away to a named bin and the pick
      *    lists can be printed in the order a picker walks the aisles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-BINS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BinMasterFile ASSIGN TO "BinMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BinMasterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BinMasterFile.
       01  BinMasterRecord.
           88  BinMasterFileEnd    VALUE HIGH-VALUES.
           02  BinFileWarehouse    PIC X(4).
           02  BinFileCode         PIC X(6).
           02  BinFileAisle        PIC 9(3).
           02  BinFileZone         PIC X(2).

       WORKING-STORAGE SECTION.
       01  BinMasterFileStatus PIC X(02)   VALUE ZEROES.

       *> The whole master held in memory for the session and
       *> rewritten in full when the session ends.
       01  BinCount            PIC 9(4)    VALUE ZERO.
       01  BinTable.
           02  BinEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON BinCount
                        INDEXED BY BinIdx.
               03  BinTblWarehouse PIC X(4).
               03  BinTblCode      PIC X(6).
               03  BinTblAisle     PIC 9(3).
               03  BinTblZone      PIC X(2).

       01  MaintWarehouse      PIC X(4)    VALUE SPACES.
       01  MaintBinCode        PIC X(6)    VALUE SPACES.

       01  BinFound            PIC X       VALUE "N".
           88  BinOnFile               VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadBinTable

            DISPLAY "Bins on file: ", BinCount
            PERFORM DisplayBinList

            PERFORM PromptForBin *> Init loop.
            PERFORM PromptForBin
                UNTIL MaintWarehouse = SPACES *> Loop.

            PERFORM RewriteBinMasterFile

            *> Print the file back for visual validation.
            DISPLAY "Bins now on file:"
            PERFORM DisplayBinList

            STOP RUN.

       LoadBinTable.
           OPEN INPUT BinMasterFile
           IF BinMasterFileStatus NOT = "00"
               DISPLAY "No BinMaster.dat yet; starting a new ",
                   "bin master."
           ELSE
               PERFORM ReadBinMasterLine
               PERFORM UNTIL BinMasterFileEnd
                   ADD 1 TO BinCount
                   MOVE BinFileWarehouse TO BinTblWarehouse(BinCount)
                   MOVE BinFileCode      TO BinTblCode(BinCount)
                   MOVE BinFileAisle     TO BinTblAisle(BinCount)
                   MOVE BinFileZone      TO BinTblZone(BinCount)
                   PERFORM ReadBinMasterLine
               END-PERFORM
               CLOSE BinMasterFile
           END-IF.

       ReadBinMasterLine.
           READ BinMasterFile
               AT END SET BinMasterFileEnd TO TRUE
           END-READ.

       DisplayBinList.
           SET BinIdx TO 1
           PERFORM DisplayBinEntry
               VARYING BinIdx FROM 1 BY 1
               UNTIL BinIdx > BinCount.

       DisplayBinEntry.
           DISPLAY BinTblWarehouse(BinIdx), SPACE, BinTblCode(BinIdx),
               "  AISLE ", BinTblAisle(BinIdx),
               "  ZONE ", BinTblZone(BinIdx).

       PromptForBin.
           DISPLAY "Enter the warehouse code of the bin to add or ",
                   "update, spaces to finish: "
           ACCEPT MaintWarehouse
           IF MaintWarehouse NOT = SPACES
               DISPLAY "Enter the bin code: "
               ACCEPT MaintBinCode
               PERFORM FindBinEntry
               IF BinOnFile
                   DISPLAY "Currently aisle ", BinTblAisle(BinIdx),
                       " zone ", BinTblZone(BinIdx)
               ELSE
                   ADD 1 TO BinCount
                   SET BinIdx TO BinCount
                   MOVE MaintWarehouse TO BinTblWarehouse(BinIdx)
                   MOVE MaintBinCode   TO BinTblCode(BinIdx)
                   DISPLAY "Adding bin ", MaintBinCode,
                       " in warehouse ", MaintWarehouse, "."
               END-IF
               DISPLAY "Enter the aisle number (999): "
               ACCEPT BinTblAisle(BinIdx)
               DISPLAY "Enter the zone: "
               ACCEPT BinTblZone(BinIdx)
           END-IF.

       FindBinEntry.
           SET BinOnFile TO FALSE
           SET BinIdx TO 1
           SEARCH BinEntry
               AT END
                   CONTINUE
               WHEN BinTblWarehouse(BinIdx) = MaintWarehouse
                   AND BinTblCode(BinIdx) = MaintBinCode
                   SET BinOnFile TO TRUE
           END-SEARCH.

       RewriteBinMasterFile.
           OPEN OUTPUT BinMasterFile
           PERFORM WriteBinEntry
               VARYING BinIdx FROM 1 BY 1
               UNTIL BinIdx > BinCount
           CLOSE BinMasterFile.

       WriteBinEntry.
           MOVE BinTblWarehouse(BinIdx) TO BinFileWarehouse
           MOVE BinTblCode(BinIdx)      TO BinFileCode
           MOVE BinTblAisle(BinIdx)     TO BinFileAisle
           MOVE BinTblZone(BinIdx)      TO BinFileZone
           WRITE BinMasterRecord.

       END PROGRAM MAINTAIN-BINS.
