      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/21/2021
      * Purpose: Shrinkage analysis. Reads the cycle-count adjustments
      *    (CountAdjustments.dat) and the physical-inventory adjustments
      *    (PhysicalAdjustments.dat) together for a date range, values
      *    every loss and gain at the gadget's UnitCost, and totals
      *    shrink units and dollars by category, warehouse and ABC
      *    class. Net shrink is shown against the average stock value
      *    of the valuation runs in the range, and the gadgets that
      *    come up short count after count are listed on their own
      *    for loss prevention.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           *> Both adjustment files carry the count date in the
           *> reference: "CC" or "PI" followed by YYYYMMDD.
           SELECT CountAdjustmentFile ASSIGN TO "CountAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountAdjustmentFileStatus.

           SELECT PhysicalAdjustmentFile
               ASSIGN TO "PhysicalAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PhysicalAdjustmentFileStatus.

           SELECT ClassFile ASSIGN TO "AbcClasses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClassFileStatus.

           SELECT ValuationHistoryFile ASSIGN TO "ValuationHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
       01  ProductRecord.
           02  IDFeatures.
               03  GadgetID        PIC 9(6).
               03  GadgetName      PIC X(30).
               03  GadgetCategory  PIC X(4).
           02  PotentialProfitFeatures.
               03  QtyInStock      PIC 9(4).
               03  Price           PIC 9(4)V99.
           02  ProductSupplierCode PIC X(5).
           02  LastMovementDate    PIC 9(8).
           02  UnitCost            PIC 9(4)V99.

       FD  CountAdjustmentFile.
       01  CountAdjustmentRecord.
           88  CountAdjustmentFileEnd  VALUE HIGH-VALUES.
           02  FILLER              PIC X(26).

       FD  PhysicalAdjustmentFile.
       01  PhysicalAdjustmentRecord.
           88  PhysicalAdjustmentFileEnd VALUE HIGH-VALUES.
           02  FILLER              PIC X(26).

       FD  ClassFile.
       01  ClassRecord.
           88  ClassFileEnd        VALUE HIGH-VALUES.
           02  ClassGadgetID       PIC 9(6).
           02  ClassCode           PIC X.

       FD  ValuationHistoryFile.
       01  ValuationHistoryRecord.
           88  HistoryFileEnd      VALUE HIGH-VALUES.
           02  HistoryRunDate      PIC 9(8).
           02  HistoryRecordType   PIC X.
               88  RunTotalLine        VALUE "T".
           02  HistoryCategoryName PIC X(4).
           02  HistoryValue        PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  CountAdjustmentFileStatus PIC X(02) VALUE ZEROES.
       01  PhysicalAdjustmentFileStatus PIC X(02) VALUE ZEROES.
       01  ClassFileStatus     PIC X(02)   VALUE ZEROES.
       01  HistoryFileStatus   PIC X(02)   VALUE ZEROES.

       *> The adjustment being tallied, in the inventory-transaction
       *> layout both adjustment files share.
       01  AdjustmentRecord.
           02  AdjGadgetID     PIC 9(6).
           02  AdjType         PIC X.
           02  AdjSign         PIC X.
               88  AdjustmentLoss      VALUE "-".
           02  AdjQuantity     PIC 9(4).
           02  AdjReference.
               03  AdjSource       PIC X(2).
               03  AdjCountDate    PIC X(8).
           02  AdjWarehouse    PIC X(4).

       01  AdjDate             PIC 9(8)    VALUE ZERO.
       01  StartDate           PIC 9(8)    VALUE ZERO.
       01  EndDate             PIC 9(8)    VALUE ZERO.

       01  AdjCategory         PIC X(4)    VALUE SPACES.
       01  AdjClass            PIC X(4)    VALUE SPACES.
       01  AdjValue            PIC 9(8)V99 VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".

       *> ABC classes from the last classification run.
       01  ClassCount          PIC 9(4)    VALUE ZERO.
       01  ClassTable.
           02  ClassEntry OCCURS 1 TO 9999 TIMES
                          DEPENDING ON ClassCount
                          INDEXED BY ClsIdx.
               03  ClsTblGadgetID  PIC 9(6).
               03  ClsTblCode      PIC X.

       *> One row per category (C), warehouse (W) and ABC class (A)
       *> met in the range, with losses and gains kept apart.
       01  GroupCount          PIC 9(3)    VALUE ZERO.
       01  GroupTable.
           02  GroupEntry OCCURS 1 TO 300 TIMES
                          DEPENDING ON GroupCount
                          INDEXED BY GrpIdx.
               03  GroupKind       PIC X.
               03  GroupKey        PIC X(4).
               03  GroupLossUnits  PIC 9(7).
               03  GroupLossValue  PIC 9(9)V99.
               03  GroupGainUnits  PIC 9(7).
               03  GroupGainValue  PIC 9(9)V99.
       01  WantedKind          PIC X       VALUE SPACE.
       01  WantedKey           PIC X(4)    VALUE SPACES.

       *> Every gadget with a loss in the range, for the repeat
       *> offender list.
       01  OffenderCount       PIC 9(4)    VALUE ZERO.
       01  OffenderTable.
           02  OffenderEntry OCCURS 1 TO 9999 TIMES
                             DEPENDING ON OffenderCount
                             INDEXED BY OffIdx.
               03  OffGadgetID     PIC 9(6).
               03  OffLossCount    PIC 9(4).
               03  OffLossUnits    PIC 9(7).
               03  OffLossValue    PIC 9(9)V99.
               03  OffListed       PIC X.
                   88  OffenderListed      VALUE "Y".
       01  OffendersToList     PIC 99      VALUE 10.
       01  OffendersListed     PIC 99      VALUE ZERO.
       01  NextOffender        PIC 9(4)    VALUE ZERO.
       01  OffenderRank        PIC Z9.

       01  TotalLossUnits      PIC 9(7)    VALUE ZERO.
       01  TotalLossValue      PIC 9(9)V99 VALUE ZERO.
       01  TotalGainUnits      PIC 9(7)    VALUE ZERO.
       01  TotalGainValue      PIC 9(9)V99 VALUE ZERO.
       01  AdjustmentsRead     PIC 9(6)    VALUE ZERO.
       01  AdjustmentsInRange  PIC 9(6)    VALUE ZERO.

       *> Average stock value over the valuation runs in the range,
       *> falling back to every run on file when none fall inside.
       01  RangeRunCount       PIC 9(4)    VALUE ZERO.
       01  RangeRunValue       PIC 9(13)V99 VALUE ZERO.
       01  AllRunCount         PIC 9(4)    VALUE ZERO.
       01  AllRunValue         PIC 9(13)V99 VALUE ZERO.
       01  AverageStockValue   PIC 9(10)V99 VALUE ZERO.
       01  ShrinkPercent       PIC S9(3)V99 VALUE ZERO.

       01  NetUnits            PIC S9(7)   VALUE ZERO.
       01  NetValue            PIC S9(9)V99 VALUE ZERO.
       01  PrintUnits          PIC Z,ZZZ,ZZ9.
       01  PrintNetUnits       PIC -Z,ZZZ,ZZ9.
       01  PrintValue          PIC $$$,$$$,$$9.99.
       01  PrintNetValue       PIC -$$$,$$$,$$9.99.
       01  PrintGainValue      PIC $$$,$$$,$$9.99.
       01  PrintPercent        PIC -ZZ9.99.
       01  PrintCount          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter the first count date to include (YYYYMMDD): "
            ACCEPT StartDate
            DISPLAY "Enter the last count date to include (YYYYMMDD), ",
                "zero for today: "
            ACCEPT EndDate
            IF EndDate = ZERO
                ACCEPT EndDate FROM DATE YYYYMMDD
            END-IF

            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; shrinkage report aborted."
                STOP RUN
            END-IF
            PERFORM LoadClassTable

            OPEN INPUT CountAdjustmentFile
            IF CountAdjustmentFileStatus = "00"
                PERFORM ReadCountAdjustment
                PERFORM UNTIL CountAdjustmentFileEnd
                    MOVE CountAdjustmentRecord TO AdjustmentRecord
                    PERFORM TallyAdjustment
                    PERFORM ReadCountAdjustment
                END-PERFORM
                CLOSE CountAdjustmentFile
            ELSE
                DISPLAY "No CountAdjustments.dat on file."
            END-IF

            OPEN INPUT PhysicalAdjustmentFile
            IF PhysicalAdjustmentFileStatus = "00"
                PERFORM ReadPhysicalAdjustment
                PERFORM UNTIL PhysicalAdjustmentFileEnd
                    MOVE PhysicalAdjustmentRecord TO AdjustmentRecord
                    PERFORM TallyAdjustment
                    PERFORM ReadPhysicalAdjustment
                END-PERFORM
                CLOSE PhysicalAdjustmentFile
            ELSE
                DISPLAY "No PhysicalAdjustments.dat on file."
            END-IF

            PERFORM ComputeAverageStockValue

            DISPLAY "Shrinkage analysis, counts dated ", StartDate,
                " to ", EndDate
            DISPLAY "----------------------------------------------"
            DISPLAY "Adjustments read: ", AdjustmentsRead,
                "  in the date range: ", AdjustmentsInRange
            IF AdjustmentsInRange = ZERO
                DISPLAY "No count adjustments fall in the range."
                CLOSE ProductFile
                STOP RUN
            END-IF

            DISPLAY " "
            DISPLAY "By category:"
            MOVE "C" TO WantedKind
            PERFORM PrintGroupKind
            DISPLAY " "
            DISPLAY "By warehouse:"
            MOVE "W" TO WantedKind
            PERFORM PrintGroupKind
            DISPLAY " "
            DISPLAY "By ABC class:"
            MOVE "A" TO WantedKind
            PERFORM PrintGroupKind

            PERFORM PrintShrinkTotals
            PERFORM PrintRepeatOffenders
            CLOSE ProductFile

            STOP RUN.

       ReadCountAdjustment.
           READ CountAdjustmentFile
               AT END SET CountAdjustmentFileEnd TO TRUE
           END-READ.

       ReadPhysicalAdjustment.
           READ PhysicalAdjustmentFile
               AT END SET PhysicalAdjustmentFileEnd TO TRUE
           END-READ.

       LoadClassTable.
           OPEN INPUT ClassFile
           IF ClassFileStatus = "00"
               PERFORM ReadClassLine
               PERFORM UNTIL ClassFileEnd
                   ADD 1 TO ClassCount
                   MOVE ClassGadgetID TO ClsTblGadgetID(ClassCount)
                   MOVE ClassCode     TO ClsTblCode(ClassCount)
                   PERFORM ReadClassLine
               END-PERFORM
               CLOSE ClassFile
           ELSE
               DISPLAY "No AbcClasses.dat; every gadget shows as ",
                   "unclassified."
           END-IF.

       ReadClassLine.
           READ ClassFile
               AT END SET ClassFileEnd TO TRUE
           END-READ.

      *> An adjustment with no readable date in its reference cannot
      *> be placed in the range and is left out.
       TallyAdjustment.
           ADD 1 TO AdjustmentsRead
           MOVE ZERO TO AdjDate
           IF AdjCountDate IS NUMERIC
               MOVE AdjCountDate TO AdjDate
           END-IF
           IF AdjDate NOT < StartDate AND AdjDate NOT > EndDate
               AND AdjDate NOT = ZERO
               ADD 1 TO AdjustmentsInRange
               PERFORM ValueAdjustment
               MOVE "C" TO WantedKind
               MOVE AdjCategory TO WantedKey
               PERFORM TallyGroup
               MOVE "W" TO WantedKind
               MOVE AdjWarehouse TO WantedKey
               PERFORM TallyGroup
               MOVE "A" TO WantedKind
               MOVE AdjClass TO WantedKey
               PERFORM TallyGroup
               IF AdjustmentLoss
                   ADD AdjQuantity TO TotalLossUnits
                   ADD AdjValue    TO TotalLossValue
                   PERFORM TallyOffender
               ELSE
                   ADD AdjQuantity TO TotalGainUnits
                   ADD AdjValue    TO TotalGainValue
               END-IF
           END-IF.

       ValueAdjustment.
           SET UnknownGadgetID TO FALSE
           MOVE AdjGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               MOVE ZERO   TO AdjValue
               MOVE "????" TO AdjCategory
           ELSE
               COMPUTE AdjValue = AdjQuantity * UnitCost
               MOVE GadgetCategory TO AdjCategory
           END-IF
           MOVE "NONE" TO AdjClass
           SET ClsIdx TO 1
           SEARCH ClassEntry
               AT END
                   CONTINUE
               WHEN ClsTblGadgetID(ClsIdx) = AdjGadgetID
                   MOVE ClsTblCode(ClsIdx) TO AdjClass
           END-SEARCH.

       TallyGroup.
           SET GrpIdx TO 1
           SEARCH GroupEntry
               AT END
                   ADD 1 TO GroupCount
                   SET GrpIdx TO GroupCount
                   MOVE WantedKind TO GroupKind(GrpIdx)
                   MOVE WantedKey  TO GroupKey(GrpIdx)
                   MOVE ZERO TO GroupLossUnits(GrpIdx)
                   MOVE ZERO TO GroupLossValue(GrpIdx)
                   MOVE ZERO TO GroupGainUnits(GrpIdx)
                   MOVE ZERO TO GroupGainValue(GrpIdx)
               WHEN GroupKind(GrpIdx) = WantedKind
                   AND GroupKey(GrpIdx) = WantedKey
                   CONTINUE
           END-SEARCH
           IF AdjustmentLoss
               ADD AdjQuantity TO GroupLossUnits(GrpIdx)
               ADD AdjValue    TO GroupLossValue(GrpIdx)
           ELSE
               ADD AdjQuantity TO GroupGainUnits(GrpIdx)
               ADD AdjValue    TO GroupGainValue(GrpIdx)
           END-IF.

       TallyOffender.
           SET OffIdx TO 1
           SEARCH OffenderEntry
               AT END
                   ADD 1 TO OffenderCount
                   SET OffIdx TO OffenderCount
                   MOVE AdjGadgetID TO OffGadgetID(OffIdx)
                   MOVE ZERO TO OffLossCount(OffIdx)
                   MOVE ZERO TO OffLossUnits(OffIdx)
                   MOVE ZERO TO OffLossValue(OffIdx)
                   MOVE "N"  TO OffListed(OffIdx)
               WHEN OffGadgetID(OffIdx) = AdjGadgetID
                   CONTINUE
           END-SEARCH
           ADD 1 TO OffLossCount(OffIdx)
           ADD AdjQuantity TO OffLossUnits(OffIdx)
           ADD AdjValue    TO OffLossValue(OffIdx).

       ComputeAverageStockValue.
           OPEN INPUT ValuationHistoryFile
           IF HistoryFileStatus = "00"
               PERFORM ReadHistoryLine
               PERFORM UNTIL HistoryFileEnd
                   IF RunTotalLine
                       ADD 1 TO AllRunCount
                       ADD HistoryValue TO AllRunValue
                       IF HistoryRunDate NOT < StartDate
                           AND HistoryRunDate NOT > EndDate
                           ADD 1 TO RangeRunCount
                           ADD HistoryValue TO RangeRunValue
                       END-IF
                   END-IF
                   PERFORM ReadHistoryLine
               END-PERFORM
               CLOSE ValuationHistoryFile
           END-IF
           EVALUATE TRUE
               WHEN RangeRunCount > ZERO
                   DIVIDE RangeRunValue BY RangeRunCount
                       GIVING AverageStockValue ROUNDED
               WHEN AllRunCount > ZERO
                   DIVIDE AllRunValue BY AllRunCount
                       GIVING AverageStockValue ROUNDED
               WHEN OTHER
                   MOVE ZERO TO AverageStockValue
           END-EVALUATE.

       ReadHistoryLine.
           READ ValuationHistoryFile
               AT END SET HistoryFileEnd TO TRUE
           END-READ.

       PrintGroupKind.
           PERFORM PrintGroupLine
               VARYING GrpIdx FROM 1 BY 1
               UNTIL GrpIdx > GroupCount.

       PrintGroupLine.
           IF GroupKind(GrpIdx) = WantedKind
               COMPUTE NetUnits =
                   GroupLossUnits(GrpIdx) - GroupGainUnits(GrpIdx)
               COMPUTE NetValue =
                   GroupLossValue(GrpIdx) - GroupGainValue(GrpIdx)
               MOVE GroupLossValue(GrpIdx) TO PrintValue
               MOVE GroupGainValue(GrpIdx) TO PrintGainValue
               MOVE NetUnits TO PrintNetUnits
               MOVE NetValue TO PrintNetValue
               DISPLAY "  ", GroupKey(GrpIdx), "  lost ", PrintValue,
                   "  found ", PrintGainValue, "  net shrink ",
                   PrintNetUnits, " units ", PrintNetValue
           END-IF.

       PrintShrinkTotals.
           COMPUTE NetUnits = TotalLossUnits - TotalGainUnits
           COMPUTE NetValue = TotalLossValue - TotalGainValue
           DISPLAY " "
           MOVE TotalLossUnits TO PrintUnits
           MOVE TotalLossValue TO PrintValue
           DISPLAY "Losses:      ", PrintUnits, " units ", PrintValue
           MOVE TotalGainUnits TO PrintUnits
           MOVE TotalGainValue TO PrintValue
           DISPLAY "Gains:       ", PrintUnits, " units ", PrintValue
           MOVE NetUnits TO PrintNetUnits
           MOVE NetValue TO PrintNetValue
           DISPLAY "Net shrink: ", PrintNetUnits, " units ",
               PrintNetValue
           IF AverageStockValue = ZERO
               DISPLAY "No valuation history; shrink percentage ",
                   "not available."
           ELSE
               COMPUTE ShrinkPercent ROUNDED =
                   NetValue * 100 / AverageStockValue
               MOVE AverageStockValue TO PrintValue
               MOVE ShrinkPercent TO PrintPercent
               IF RangeRunCount = ZERO
                   DISPLAY "Average stock value (all runs on file, ",
                       "none in the range): ", PrintValue
               ELSE
                   DISPLAY "Average stock value over ", RangeRunCount,
                       " valuation runs: ", PrintValue
               END-IF
               DISPLAY "Net shrink as a percentage of average stock ",
                   "value: ", PrintPercent, "%"
           END-IF.

      *> Gadgets short on two or more counts in the range, biggest
      *> dollar loss first.
       PrintRepeatOffenders.
           DISPLAY " "
           DISPLAY "Repeat offenders (short on two or more counts):"
           MOVE ZERO TO OffendersListed
           MOVE 1 TO NextOffender
           PERFORM PrintNextOffender
               UNTIL OffendersListed >= OffendersToList
               OR NextOffender = ZERO
           IF OffendersListed = ZERO
               DISPLAY "  None."
           END-IF.

       PrintNextOffender.
           MOVE ZERO TO NextOffender
           PERFORM VARYING OffIdx FROM 1 BY 1
               UNTIL OffIdx > OffenderCount
               IF NOT OffenderListed(OffIdx)
                   AND OffLossCount(OffIdx) > 1
                   IF NextOffender = ZERO
                       SET NextOffender TO OffIdx
                   ELSE
                       IF OffLossValue(OffIdx)
                           > OffLossValue(NextOffender)
                           SET NextOffender TO OffIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NextOffender NOT = ZERO
               ADD 1 TO OffendersListed
               MOVE "Y" TO OffListed(NextOffender)
               MOVE OffGadgetID(NextOffender) TO GadgetID
               PERFORM LookUpOffenderName
               MOVE OffendersListed TO OffenderRank
               MOVE OffLossCount(NextOffender) TO PrintCount
               MOVE OffLossUnits(NextOffender) TO PrintUnits
               MOVE OffLossValue(NextOffender) TO PrintValue
               DISPLAY "  ", OffenderRank, ". ", GadgetID, " ",
                   GadgetName, " short ", PrintCount, " times, ",
                   PrintUnits, " units ", PrintValue
           END-IF.

       LookUpOffenderName.
           READ ProductFile
               INVALID KEY
                   MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-READ.

       END PROGRAM SHRINKAGE-REPORT.
