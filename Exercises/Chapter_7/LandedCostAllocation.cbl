      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/19/2021
      * Purpose: Allocate freight, duty and brokerage paid on an
      *    inbound shipment across the received lines of its PO in
      *    OpenPurchaseOrders.dat, by received quantity or by received
      *    value at the agreed cost, and add each line's share to the
      *    gadget's cost: UnitCost takes the share spread over the
      *    units on hand, and the FIFO layers the PO's receipts built
      *    take it per unit received. The line keeps a running total
      *    of what it has been charged, and LandedCostRegister.txt
      *    shows every gadget's cost before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDED-COST-ALLOCATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT OpenPOFile ASSIGN TO "OpenPurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPOFileStatus.

           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

           SELECT RegisterFile ASSIGN TO "LandedCostRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LockFile ASSIGN TO "ProductRunLock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockFileStatus.

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

       FD  OpenPOFile.
       01  OpenPORecord.
           88  OpenPOFileEnd       VALUE HIGH-VALUES.
           02  POLineNumber        PIC 9(6).
           02  POLineSupplier      PIC X(5).
           02  POLineGadgetID      PIC 9(6).
           02  POLineOrderQty      PIC 9(4).
           02  POLineReceivedQty   PIC 9(4).
           02  POLineOrderDate     PIC 9(8).
           02  POLineStatus        PIC X.
           02  POLineUnitCost      PIC 9(4)V99.
           02  POLineLandedCost    PIC 9(6)V99.

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

       FD  RegisterFile.
       01  RegisterRecord          PIC X(100).

       FD  LockFile.
       01  LockRecord.
           02  LockProgram         PIC X(30).
           02  LockOperator        PIC X(3).
           02  LockDate            PIC 9(8).
           02  LockTime            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  OpenPOFileStatus    PIC X(02)   VALUE ZEROES.
       01  CostLayerFileStatus PIC X(02)   VALUE ZEROES.
       01  NoLayerFile         PIC X       VALUE "N".
           88  CostLayersMissing       VALUE "Y"  WHEN SET TO FALSE "N".

       *> The open-PO master held in memory and rewritten in full,
       *> the way the receiving run carries it.
       01  POLineCount         PIC 9(4)    VALUE ZERO.
       01  POLineEntries.
           02  POLineEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON POLineCount
                           INDEXED BY POidx.
               03  EntryPONumber       PIC 9(6).
               03  EntrySupplier       PIC X(5).
               03  EntryGadgetID       PIC 9(6).
               03  EntryOrderQty       PIC 9(4).
               03  EntryReceivedQty    PIC 9(4).
               03  EntryOrderDate      PIC 9(8).
               03  EntryStatus         PIC X.
               03  EntryUnitCost       PIC 9(4)V99.
               03  EntryLandedCost     PIC 9(6)V99.

       *> The received lines of the PO being charged, with the basis
       *> each one carries into the split.
       01  AllocCount          PIC 9(3)    VALUE ZERO.
       01  AllocLines.
           02  AllocLine OCCURS 1 TO 200 TIMES
                         DEPENDING ON AllocCount
                         INDEXED BY AllocIdx.
               03  AllocPosition       PIC 9(4).
               03  AllocBasis          PIC 9(9)V99.

       *> The charge being keyed.
       01  ChargePONumber      PIC 9(6)    VALUE ZERO.
       01  ChargeType          PIC X       VALUE SPACE.
           88  FreightCharge           VALUE "F" "f".
           88  DutyCharge              VALUE "D" "d".
           88  BrokerageCharge         VALUE "B" "b".
       01  ChargeTypeText      PIC X(9)    VALUE SPACES.
       01  ChargeAmount        PIC 9(7)V99 VALUE ZERO.
       01  ChargeBasis         PIC X       VALUE SPACE.
           88  ByQuantity              VALUE "Q" "q".
           88  ByValue                 VALUE "V" "v".

       01  TotalBasis          PIC 9(11)V99 VALUE ZERO.
       01  AllocatedSoFar      PIC 9(7)V99 VALUE ZERO.
       01  LineAllocation      PIC 9(7)V99 VALUE ZERO.
       01  LineAgreedCost      PIC 9(4)V99 VALUE ZERO.
       01  CostBefore          PIC 9(4)V99 VALUE ZERO.
       01  NewUnitCost         PIC 9(5)V99 VALUE ZERO.
       01  PerUnitLanded       PIC 9(5)V99 VALUE ZERO.
       01  NewLayerCost        PIC 9(5)V99 VALUE ZERO.
       01  SpreadQty           PIC 9(4)    VALUE ZERO.
       01  PORefText           PIC X(10)   VALUE SPACES.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  ChargeValid         PIC X       VALUE "N".
           88  ChargeCanPost           VALUE "Y"  WHEN SET TO FALSE "N".
       01  AllocTableSwitch    PIC X       VALUE "N".
           88  AllocTableFull          VALUE "Y"  WHEN SET TO FALSE "N".
       01  LayerScanSwitch     PIC X       VALUE "N".
           88  LayerScanDone           VALUE "Y"  WHEN SET TO FALSE "N".

       01  ChargesPosted       PIC 9(4)    VALUE ZERO.
       01  ChargesRefused      PIC 9(4)    VALUE ZERO.
       01  TotalCharged        PIC 9(9)V99 VALUE ZERO.
       01  PrintTotalCharged   PIC $$$,$$$,$$9.99.
       01  RunDate             PIC 9(8)    VALUE ZERO.

       01  OperatorInitials    PIC X(3)    VALUE SPACES.

       *> Run-lock work fields shared by every Product.dat updater.
       01  LockFileStatus      PIC X(02)   VALUE ZEROES.
       01  LockTodaysDate      PIC 9(8)    VALUE ZERO.
       01  LockTimeRaw         PIC 9(8)    VALUE ZERO.
       01  LockHeldSwitch      PIC X       VALUE "N".
           88  LockAlreadyHeld         VALUE "Y"  WHEN SET TO FALSE "N".

       01  RegisterTitleLine.
           02  FILLER          PIC X(32)
                   VALUE "LANDED COST ALLOCATION REGISTER".
           02  FILLER          PIC X(6)    VALUE " RUN  ".
           02  TitleDate       PIC 9(8).

       01  ChargeHeaderLine.
           02  FILLER          PIC X(4)    VALUE "PO #".
           02  ChargeHdrPO     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ChargeHdrType   PIC X(9).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ChargeHdrAmount PIC $$,$$$,$$9.99.
           02  FILLER          PIC X(13)   VALUE "  SPREAD BY  ".
           02  ChargeHdrBasis  PIC X(8).

       01  ColumnHeaderLine.
           02  FILLER          PIC X(10)   VALUE "  GADGET  ".
           02  FILLER          PIC X(30)   VALUE "NAME".
           02  FILLER          PIC X(5)    VALUE " RECD".
           02  FILLER          PIC X(14)   VALUE "     ALLOCATED".
           02  FILLER          PIC X(12)   VALUE " COST BEFORE".
           02  FILLER          PIC X(13)   VALUE "   COST AFTER".

       01  RegisterItemLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ItemGadgetID    PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ItemGadgetName  PIC X(30).
           02  ItemReceivedQty PIC ZZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ItemAllocated   PIC Z,ZZZ,ZZ9.99.
           02  FILLER          PIC X(4)    VALUE SPACES.
           02  ItemCostBefore  PIC Z,ZZ9.99.
           02  FILLER          PIC X(5)    VALUE SPACES.
           02  ItemCostAfter   PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadOpenPOLines
            IF POLineCount = ZERO
                DISPLAY "No open-PO records on file; nothing to ",
                    "allocate against."
                STOP RUN
            END-IF

            DISPLAY "Enter your operator initials: "
            ACCEPT OperatorInitials
            PERFORM ClaimProductLock

            OPEN I-O ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; allocation aborted."
                PERFORM ReleaseProductLock
                STOP RUN
            END-IF
            SET CostLayersMissing TO FALSE
            OPEN I-O CostLayerFile
            IF CostLayerFileStatus NOT = "00"
                SET CostLayersMissing TO TRUE
            END-IF
            OPEN OUTPUT RegisterFile
            ACCEPT RunDate FROM DATE YYYYMMDD
            MOVE RunDate TO TitleDate
            MOVE RegisterTitleLine TO RegisterRecord
            WRITE RegisterRecord
            MOVE SPACES TO RegisterRecord
            WRITE RegisterRecord

            PERFORM PromptForCharge *> Init loop.
            PERFORM PromptForCharge
                UNTIL ChargePONumber = ZERO *> Loop.

            CLOSE ProductFile
            IF NOT CostLayersMissing
                CLOSE CostLayerFile
            END-IF
            CLOSE RegisterFile
            PERFORM ReleaseProductLock
            PERFORM RewriteOpenPOFile

            MOVE TotalCharged TO PrintTotalCharged
            DISPLAY "Charges allocated: ", ChargesPosted, " totalling ",
                PrintTotalCharged, "."
            DISPLAY "Charges refused:   ", ChargesRefused, "."
            DISPLAY "The allocation register is in ",
                "LandedCostRegister.txt."
            STOP RUN.

       LoadOpenPOLines.
           OPEN INPUT OpenPOFile
           IF OpenPOFileStatus NOT = "00" AND OpenPOFileStatus
               NOT = "05" AND OpenPOFileStatus NOT = "07"
               DISPLAY "Cannot open OpenPurchaseOrders.dat, status "
                   OpenPOFileStatus "."
           ELSE
               PERFORM ReadOpenPOLine
               PERFORM UNTIL OpenPOFileEnd
                   ADD 1 TO POLineCount
                   MOVE POLineNumber      TO EntryPONumber(POLineCount)
                   MOVE POLineSupplier    TO EntrySupplier(POLineCount)
                   MOVE POLineGadgetID    TO EntryGadgetID(POLineCount)
                   MOVE POLineOrderQty    TO EntryOrderQty(POLineCount)
                   MOVE POLineReceivedQty
                       TO EntryReceivedQty(POLineCount)
                   MOVE POLineOrderDate
                       TO EntryOrderDate(POLineCount)
                   MOVE POLineStatus      TO EntryStatus(POLineCount)
                   IF POLineUnitCost IS NUMERIC
                       MOVE POLineUnitCost
                           TO EntryUnitCost(POLineCount)
                   ELSE
                       MOVE ZERO TO EntryUnitCost(POLineCount)
                   END-IF
                   IF POLineLandedCost IS NUMERIC
                       MOVE POLineLandedCost
                           TO EntryLandedCost(POLineCount)
                   ELSE
                       MOVE ZERO TO EntryLandedCost(POLineCount)
                   END-IF
                   PERFORM ReadOpenPOLine
               END-PERFORM
               CLOSE OpenPOFile
           END-IF.

       ReadOpenPOLine.
           READ OpenPOFile
               AT END SET OpenPOFileEnd TO TRUE
           END-READ.

       PromptForCharge.
           DISPLAY "Enter the received PO number, 000000 to finish: "
           ACCEPT ChargePONumber
           IF ChargePONumber NOT = ZERO
               DISPLAY "Enter the charge type (F freight, D duty, ",
                   "B brokerage): "
               ACCEPT ChargeType
               DISPLAY "Enter the charge amount (9999999v99): "
               ACCEPT ChargeAmount
               DISPLAY "Spread by Q quantity or V value: "
               ACCEPT ChargeBasis
               PERFORM ValidateCharge
               IF ChargeCanPost
                   PERFORM AllocateCharge
               ELSE
                   ADD 1 TO ChargesRefused
               END-IF
           END-IF.

      *> A charge needs a known type and basis, an amount, and at
      *> least one line on the PO that has actually received goods -
      *> but no more than the 200 the split can hold.
       ValidateCharge.
           SET ChargeCanPost TO TRUE
           EVALUATE TRUE
               WHEN FreightCharge
                   MOVE "FREIGHT" TO ChargeTypeText
               WHEN DutyCharge
                   MOVE "DUTY" TO ChargeTypeText
               WHEN BrokerageCharge
                   MOVE "BROKERAGE" TO ChargeTypeText
               WHEN OTHER
                   DISPLAY "Charge type must be F, D or B; refused."
                   SET ChargeCanPost TO FALSE
           END-EVALUATE
           IF ChargeCanPost AND NOT ByQuantity AND NOT ByValue
               DISPLAY "Spread must be Q or V; refused."
               SET ChargeCanPost TO FALSE
           END-IF
           IF ChargeCanPost AND ChargeAmount = ZERO
               DISPLAY "Charge amount is zero; refused."
               SET ChargeCanPost TO FALSE
           END-IF
           IF ChargeCanPost
               PERFORM CollectReceivedLines
               EVALUATE TRUE
                   WHEN AllocTableFull
                       DISPLAY "PO ", ChargePONumber, " has more than ",
                           "200 received lines; allocation refused, ",
                           "too many lines."
                       SET ChargeCanPost TO FALSE
                   WHEN AllocCount = ZERO
                       DISPLAY "PO ", ChargePONumber, " has no ",
                           "received lines to carry the charge; ",
                           "refused."
                       SET ChargeCanPost TO FALSE
                   WHEN TotalBasis = ZERO
                       DISPLAY "PO ", ChargePONumber, " has no ",
                           "received value to spread by; use Q."
                       SET ChargeCanPost TO FALSE
               END-EVALUATE
           END-IF.

       CollectReceivedLines.
           MOVE ZERO TO AllocCount
           MOVE ZERO TO TotalBasis
           SET AllocTableFull TO FALSE
           PERFORM VARYING POidx FROM 1 BY 1
               UNTIL POidx > POLineCount
               IF EntryPONumber(POidx) = ChargePONumber
                   AND EntryReceivedQty(POidx) > ZERO
                   IF AllocCount < 200
                       PERFORM StoreReceivedLine
                   ELSE
                       SET AllocTableFull TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Value basis uses the PO line's agreed cost, or the gadget's
      *> UnitCost for a line raised before costs were carried.
       StoreReceivedLine.
           ADD 1 TO AllocCount
           SET AllocPosition(AllocCount) TO POidx
           IF ByQuantity
               MOVE EntryReceivedQty(POidx) TO AllocBasis(AllocCount)
           ELSE
               MOVE EntryUnitCost(POidx) TO LineAgreedCost
               IF LineAgreedCost = ZERO
                   SET UnknownGadgetID TO FALSE
                   MOVE EntryGadgetID(POidx) TO GadgetID
                   READ ProductFile
                       INVALID KEY
                           SET UnknownGadgetID TO TRUE
                   END-READ
                   IF NOT UnknownGadgetID
                       MOVE UnitCost TO LineAgreedCost
                   END-IF
               END-IF
               MULTIPLY EntryReceivedQty(POidx) BY LineAgreedCost
                   GIVING AllocBasis(AllocCount)
           END-IF
           ADD AllocBasis(AllocCount) TO TotalBasis.

      *> Each line takes its share of the charge in proportion to its
      *> basis; the last line takes whatever rounding left over so
      *> the lines always add back to the amount keyed.
       AllocateCharge.
           MOVE ChargePONumber TO ChargeHdrPO
           MOVE ChargeTypeText TO ChargeHdrType
           MOVE ChargeAmount   TO ChargeHdrAmount
           IF ByQuantity
               MOVE "QUANTITY" TO ChargeHdrBasis
           ELSE
               MOVE "VALUE" TO ChargeHdrBasis
           END-IF
           MOVE ChargeHeaderLine TO RegisterRecord
           WRITE RegisterRecord
           MOVE ColumnHeaderLine TO RegisterRecord
           WRITE RegisterRecord

           MOVE SPACES TO PORefText
           STRING "PO" DELIMITED BY SIZE
               ChargePONumber DELIMITED BY SIZE
               INTO PORefText
           END-STRING
           MOVE ZERO TO AllocatedSoFar
           PERFORM AllocateOneLine
               VARYING AllocIdx FROM 1 BY 1
               UNTIL AllocIdx > AllocCount

           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           ADD 1 TO ChargesPosted
           ADD ChargeAmount TO TotalCharged.

       AllocateOneLine.
           SET POidx TO AllocPosition(AllocIdx)
           IF AllocIdx = AllocCount
               SUBTRACT AllocatedSoFar FROM ChargeAmount
                   GIVING LineAllocation
           ELSE
               COMPUTE LineAllocation ROUNDED =
                   ChargeAmount * AllocBasis(AllocIdx) / TotalBasis
           END-IF
           ADD LineAllocation TO AllocatedSoFar
           ADD LineAllocation TO EntryLandedCost(POidx)

           MOVE EntryGadgetID(POidx)    TO ItemGadgetID
           MOVE EntryReceivedQty(POidx) TO ItemReceivedQty
           MOVE LineAllocation          TO ItemAllocated

           SET UnknownGadgetID TO FALSE
           MOVE EntryGadgetID(POidx) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               MOVE "(NOT ON PRODUCT FILE)" TO ItemGadgetName
               MOVE ZERO TO ItemCostBefore
               MOVE ZERO TO ItemCostAfter
           ELSE
               MOVE GadgetName TO ItemGadgetName
               PERFORM RaiseGadgetCost
           END-IF
           MOVE RegisterItemLine TO RegisterRecord
           WRITE RegisterRecord.

      *> UnitCost is one figure for every unit on hand, so the share
      *> is spread across the stock on hand to keep the stock value
      *> right; the PO's own layers take it per unit received.
       RaiseGadgetCost.
           MOVE UnitCost TO CostBefore
           IF QtyInStock > ZERO
               MOVE QtyInStock TO SpreadQty
           ELSE
               MOVE EntryReceivedQty(POidx) TO SpreadQty
           END-IF
           COMPUTE NewUnitCost ROUNDED =
               UnitCost + LineAllocation / SpreadQty
           IF NewUnitCost > 9999.99
               DISPLAY "UnitCost for ", GadgetID, " would overflow; ",
                   "left at ", UnitCost, "."
           ELSE
               MOVE NewUnitCost TO UnitCost
               REWRITE ProductRecord
                   INVALID KEY
                       DISPLAY "Unable to update cost for GadgetID ",
                           GadgetID, "."
                       MOVE CostBefore TO UnitCost
               END-REWRITE
           END-IF
           MOVE CostBefore TO ItemCostBefore
           MOVE UnitCost   TO ItemCostAfter
           IF NOT CostLayersMissing
               COMPUTE PerUnitLanded ROUNDED =
                   LineAllocation / EntryReceivedQty(POidx)
               PERFORM RaisePOLayers
           END-IF.

       RaisePOLayers.
           SET LayerScanDone TO FALSE
           MOVE GadgetID TO LayerGadgetID
           MOVE ZERO     TO LayerNumber
           START CostLayerFile KEY IS NOT LESS THAN LayerKey
               INVALID KEY
                   SET LayerScanDone TO TRUE
           END-START
           PERFORM UNTIL LayerScanDone
               READ CostLayerFile NEXT RECORD
                   AT END
                       SET LayerScanDone TO TRUE
                   NOT AT END
                       IF LayerGadgetID NOT = GadgetID
                           SET LayerScanDone TO TRUE
                       ELSE
                           IF LayerReference = PORefText
                               PERFORM RaiseOneLayer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RaiseOneLayer.
           ADD LayerUnitCost TO PerUnitLanded GIVING NewLayerCost
           IF NewLayerCost NOT > 9999.99
               MOVE NewLayerCost TO LayerUnitCost
               REWRITE CostLayerRecord
                   INVALID KEY
                       DISPLAY "Unable to update cost layer for ",
                           LayerGadgetID, "."
               END-REWRITE
           END-IF.

      *> One updater at a time on Product.dat: refuse cleanly when a
      *> same-day run already holds the lock, and take over a stale
      *> lock a crashed run left behind.
       ClaimProductLock.
           SET LockAlreadyHeld TO FALSE
           ACCEPT LockTodaysDate FROM DATE YYYYMMDD
           OPEN INPUT LockFile
           IF LockFileStatus = "00"
               READ LockFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LockRecord NOT = SPACES
                           SET LockAlreadyHeld TO TRUE
                       END-IF
               END-READ
               CLOSE LockFile
           END-IF
           IF LockAlreadyHeld
               IF LockDate < LockTodaysDate
                   DISPLAY "Taking over a stale Product.dat lock ",
                       "held by ", LockProgram, " (", LockOperator,
                       ") since ", LockDate, "."
               ELSE
                   DISPLAY "Product.dat is in use by ", LockProgram,
                       " (operator ", LockOperator, ") since ",
                       LockTime, " today; allocation not started."
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LockFile
           MOVE SPACES TO LockRecord
           MOVE "LANDED-COST-ALLOCATION" TO LockProgram
           MOVE OperatorInitials TO LockOperator
           MOVE LockTodaysDate TO LockDate
           ACCEPT LockTimeRaw FROM TIME
           MOVE LockTimeRaw(1:6) TO LockTime
           WRITE LockRecord
           CLOSE LockFile.

       ReleaseProductLock.
           OPEN OUTPUT LockFile
           CLOSE LockFile.

       RewriteOpenPOFile.
           OPEN OUTPUT OpenPOFile
           PERFORM WriteOnePOLine
               VARYING POidx FROM 1 BY 1
               UNTIL POidx > POLineCount
           CLOSE OpenPOFile.

       WriteOnePOLine.
           MOVE EntryPONumber(POidx)    TO POLineNumber
           MOVE EntrySupplier(POidx)    TO POLineSupplier
           MOVE EntryGadgetID(POidx)    TO POLineGadgetID
           MOVE EntryOrderQty(POidx)    TO POLineOrderQty
           MOVE EntryReceivedQty(POidx) TO POLineReceivedQty
           MOVE EntryOrderDate(POidx)   TO POLineOrderDate
           MOVE EntryStatus(POidx)      TO POLineStatus
           MOVE EntryUnitCost(POidx)    TO POLineUnitCost
           MOVE EntryLandedCost(POidx)  TO POLineLandedCost
           WRITE OpenPORecord.

       END PROGRAM LANDED-COST-ALLOCATION.
