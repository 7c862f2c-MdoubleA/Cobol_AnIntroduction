      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/18/2021
      * Purpose: FIFO version of the stock valuation. Stock on hand is
      *    valued from the cost layers the receiving run builds in
      *    CostLayers.dat - the newest layers, since sales and
      *    write-downs use up the oldest first - and set against the
      *    single-UnitCost figure MARGIN-VALUATION-REPORT prints, per
      *    gadget and per category, so the effect of supplier price
      *    moves on the stock figure is visible. Units on hand that no
      *    layer covers (stock from before layers were kept, returns,
      *    positive adjustments) are valued at UnitCost and counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIFO-VALUATION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
       01  ProductRecord.
           88  ProductFileEnd  VALUE HIGH-VALUES.
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

       FD  CostLayerFile.
       01  CostLayerRecord.
           02  LayerKey.
               03  LayerGadgetID   PIC 9(6).
               03  LayerNumber     PIC 9(8).
           02  LayerReceiptDate    PIC 9(8).
           02  LayerReference      PIC X(10).
           02  LayerReceivedQty    PIC 9(4).
           02  LayerRemainingQty   PIC 9(4).
           02  LayerUnitCost       PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  CostLayerFileStatus PIC X(02)   VALUE ZEROES.
       01  NoLayerFile         PIC X       VALUE "N".
           88  CostLayersMissing       VALUE "Y"  WHEN SET TO FALSE "N".

       01  LayerScanSwitch     PIC X       VALUE "N".
           88  LayerScanDone           VALUE "Y"  WHEN SET TO FALSE "N".

       *> Layered units beyond what is on hand are the oldest ones,
       *> already gone by FIFO; they are skipped before valuing.
       01  LayeredQty          PIC 9(7)    VALUE ZERO.
       01  LayerSkipQty        PIC 9(7)    VALUE ZERO.
       01  QtyStillToValue     PIC 9(7)    VALUE ZERO.
       01  LayerUsableQty      PIC 9(7)    VALUE ZERO.
       01  UncoveredQty        PIC 9(7)    VALUE ZERO.
       01  TotalUncoveredQty   PIC 9(9)    VALUE ZERO.

       01  UnitCostValue       PIC 9(10)V99    VALUE ZERO.
       01  FifoValue           PIC 9(10)V99    VALUE ZERO.
       01  LayerValue          PIC 9(10)V99    VALUE ZERO.
       01  ValueDifference     PIC S9(10)V99   VALUE ZERO.
       01  TotalUnitCostValue  PIC 9(11)V99    VALUE ZERO.
       01  TotalFifoValue      PIC 9(11)V99    VALUE ZERO.
       01  TotalDifference     PIC S9(11)V99   VALUE ZERO.

       01  PrintUnitCostValue  PIC $,$$$,$$$,$$$.99.
       01  PrintFifoValue      PIC $,$$$,$$$,$$$.99.
       01  PrintDifference     PIC +,+++,+++,++9.99.
       01  PrintUncovered      PIC Z,ZZ9.
       01  UncoveredFlag       PIC X(14)   VALUE SPACES.

       *> Per-category subtotals, accumulated the way
       *> MARGIN-VALUATION-REPORT builds its category table.
       01  CategoryCount       PIC 99      VALUE ZERO.
       01  CategoryTable.
           02  CategoryEntry OCCURS 1 TO 50 TIMES
                             DEPENDING ON CategoryCount
                             INDEXED BY CatIdx.
               03  CategoryName        PIC X(4).
               03  CategoryUnitCostValue PIC 9(10)V99.
               03  CategoryFifoValue   PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; FIFO valuation aborted."
                STOP RUN
            END-IF

            SET CostLayersMissing TO FALSE
            OPEN INPUT CostLayerFile
            IF CostLayerFileStatus NOT = "00"
                SET CostLayersMissing TO TRUE
                DISPLAY "No CostLayers.dat; every unit is valued at ",
                    "UnitCost."
            END-IF

            DISPLAY "FIFO valuation: UnitCost value / FIFO value / ",
                "difference"
            DISPLAY "----------------------------------------------",
                "----------"

            PERFORM ReadProductLine
            PERFORM UNTIL ProductFileEnd
                PERFORM ReportOneGadget
                PERFORM ReadProductLine
            END-PERFORM
            CLOSE ProductFile
            IF NOT CostLayersMissing
                CLOSE CostLayerFile
            END-IF

            DISPLAY "Category FIFO Subtotals:"
            PERFORM PrintCategorySubtotal
                VARYING CatIdx FROM 1 BY 1
                UNTIL CatIdx > CategoryCount

            SUBTRACT TotalUnitCostValue FROM TotalFifoValue
                GIVING TotalDifference
            MOVE TotalUnitCostValue TO PrintUnitCostValue
            MOVE TotalFifoValue     TO PrintFifoValue
            MOVE TotalDifference    TO PrintDifference
            DISPLAY "Stock at UnitCost: ", PrintUnitCostValue, "."
            DISPLAY "Stock at FIFO:     ", PrintFifoValue, "."
            DISPLAY "FIFO difference:   ", PrintDifference, "."
            IF TotalUncoveredQty NOT = ZERO
                DISPLAY "Units on hand with no cost layer, valued ",
                    "at UnitCost: ", TotalUncoveredQty, "."
            END-IF

            STOP RUN.

       ReadProductLine.
           READ ProductFile NEXT RECORD
               AT END SET ProductFileEnd TO TRUE
           END-READ.

       ReportOneGadget.
           MULTIPLY QtyInStock BY UnitCost GIVING UnitCostValue
           MOVE ZERO TO LayeredQty
           MOVE ZERO TO FifoValue
           IF NOT CostLayersMissing AND QtyInStock > ZERO
               PERFORM SumGadgetLayers
               IF LayeredQty > QtyInStock
                   SUBTRACT QtyInStock FROM LayeredQty
                       GIVING LayerSkipQty
               ELSE
                   MOVE ZERO TO LayerSkipQty
               END-IF
               MOVE QtyInStock TO QtyStillToValue
               PERFORM ValueGadgetLayers
               MOVE QtyStillToValue TO UncoveredQty
           ELSE
               MOVE QtyInStock TO UncoveredQty
           END-IF

           MOVE SPACES TO UncoveredFlag
           IF UncoveredQty > ZERO
               MULTIPLY UncoveredQty BY UnitCost GIVING LayerValue
               ADD LayerValue TO FifoValue
               ADD UncoveredQty TO TotalUncoveredQty
               MOVE UncoveredQty TO PrintUncovered
               STRING PrintUncovered DELIMITED BY SIZE
                   " NO LAYER" DELIMITED BY SIZE
                   INTO UncoveredFlag
               END-STRING
           END-IF

           ADD UnitCostValue TO TotalUnitCostValue
           ADD FifoValue     TO TotalFifoValue
           SUBTRACT UnitCostValue FROM FifoValue
               GIVING ValueDifference
           MOVE UnitCostValue   TO PrintUnitCostValue
           MOVE FifoValue       TO PrintFifoValue
           MOVE ValueDifference TO PrintDifference
           DISPLAY GadgetID, ": ", PrintUnitCostValue, SPACE,
               PrintFifoValue, SPACE, PrintDifference, "  ",
               UncoveredFlag

           PERFORM AccumulateCategoryValues.

       SumGadgetLayers.
           PERFORM StartGadgetLayers
           PERFORM UNTIL LayerScanDone
               PERFORM ReadNextGadgetLayer
               IF NOT LayerScanDone
                   ADD LayerRemainingQty TO LayeredQty
               END-IF
           END-PERFORM.

       ValueGadgetLayers.
           PERFORM StartGadgetLayers
           PERFORM UNTIL LayerScanDone OR QtyStillToValue = ZERO
               PERFORM ReadNextGadgetLayer
               IF NOT LayerScanDone
                   PERFORM ValueOneLayer
               END-IF
           END-PERFORM.

       ValueOneLayer.
           MOVE LayerRemainingQty TO LayerUsableQty
           IF LayerSkipQty > ZERO
               IF LayerSkipQty >= LayerUsableQty
                   SUBTRACT LayerUsableQty FROM LayerSkipQty
                   MOVE ZERO TO LayerUsableQty
               ELSE
                   SUBTRACT LayerSkipQty FROM LayerUsableQty
                   MOVE ZERO TO LayerSkipQty
               END-IF
           END-IF
           IF LayerUsableQty > QtyStillToValue
               MOVE QtyStillToValue TO LayerUsableQty
           END-IF
           MULTIPLY LayerUsableQty BY LayerUnitCost GIVING LayerValue
           ADD LayerValue TO FifoValue
           SUBTRACT LayerUsableQty FROM QtyStillToValue.

       StartGadgetLayers.
           SET LayerScanDone TO FALSE
           MOVE GadgetID TO LayerGadgetID
           MOVE ZERO     TO LayerNumber
           START CostLayerFile KEY IS NOT LESS THAN LayerKey
               INVALID KEY
                   SET LayerScanDone TO TRUE
           END-START.

       ReadNextGadgetLayer.
           READ CostLayerFile NEXT RECORD
               AT END
                   SET LayerScanDone TO TRUE
               NOT AT END
                   IF LayerGadgetID NOT = GadgetID
                       SET LayerScanDone TO TRUE
                   END-IF
           END-READ.

       AccumulateCategoryValues.
           SET CatIdx TO 1
           SEARCH CategoryEntry
               AT END
                   ADD 1 TO CategoryCount
                   MOVE GadgetCategory
                       TO CategoryName(CategoryCount)
                   MOVE UnitCostValue
                       TO CategoryUnitCostValue(CategoryCount)
                   MOVE FifoValue
                       TO CategoryFifoValue(CategoryCount)
               WHEN CategoryName(CatIdx) = GadgetCategory
                   ADD UnitCostValue TO CategoryUnitCostValue(CatIdx)
                   ADD FifoValue     TO CategoryFifoValue(CatIdx)
           END-SEARCH.

       PrintCategorySubtotal.
           SUBTRACT CategoryUnitCostValue(CatIdx)
               FROM CategoryFifoValue(CatIdx)
               GIVING ValueDifference
           MOVE CategoryUnitCostValue(CatIdx) TO PrintUnitCostValue
           MOVE CategoryFifoValue(CatIdx)     TO PrintFifoValue
           MOVE ValueDifference               TO PrintDifference
           DISPLAY CategoryName(CatIdx), ": ", PrintUnitCostValue,
               SPACE, PrintFifoValue, SPACE, PrintDifference, ".".

       END PROGRAM FIFO-VALUATION-REPORT.
