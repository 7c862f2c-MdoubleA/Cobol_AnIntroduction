      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/13/2021
      * Purpose: Print a pick list per warehouse and a packing slip per
      *    order from the allocated, unshipped lines on SalesOrders.dat,
      *    then take the pickers' confirmation file back and mark every
      *    fully picked line shipped in one run - so nobody keys order
      *    and gadget numbers one at a time through SALES-ORDER-ENTRY.
      *    Short picks stay open and are reported, and the shipped
      *    lines come out as Sale transactions for the posting run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           *> Bins within each warehouse with their aisles, and what
           *> each bin holds, so a pick list runs in walking order.
           SELECT BinMasterFile ASSIGN TO "BinMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BinMasterFileStatus.

           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           SELECT PickListFile ASSIGN TO "PickLists.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PackingSlipFile ASSIGN TO "PackingSlips.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> What the pickers actually pulled, one line per order
           *> line, keyed back from the marked-up pick lists.
           SELECT ConfirmationFile ASSIGN TO "PickConfirmations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConfirmationFileStatus.

           *> Sale transactions for the confirmed lines, in the layout
           *> the posting run reads, held apart until a supervisor
           *> copies them over InventoryTransactions.dat.
           SELECT PickedSalesFile ASSIGN TO "PickedSales.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ShortageFile ASSIGN TO "PickShortages.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  CustomerFile.
       01  CustomerRecord.
           02  CustomerNumber      PIC 9(6).
           02  CustomerName        PIC X(30).
           02  BillToAddress.
               03  BillToLine1     PIC X(30).
               03  BillToLine2     PIC X(30).
           02  ShipToAddress.
               03  ShipToLine1     PIC X(30).
               03  ShipToLine2     PIC X(30).
           02  CustomerTerms       PIC X(6).
           02  CustomerTermsDays   PIC 9(3).
           02  CreditLimit         PIC 9(7)V99.
           02  CustomerHoldFlag    PIC X.

       FD  SalesOrderFile.
       01  SalesOrderRecord.
           88  SalesOrderFileEnd   VALUE HIGH-VALUES.
           02  SONumber            PIC 9(6).
           02  SOGadgetID          PIC 9(6).
           02  SOOrderQty          PIC 9(4).
           02  SOAllocatedQty      PIC 9(4).
           02  SOWarehouse         PIC X(4).
           02  SOOrderDate         PIC 9(8).
           02  SOStatus            PIC X.
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  BinMasterFile.
       01  BinMasterRecord.
           88  BinMasterFileEnd    VALUE HIGH-VALUES.
           02  BinFileWarehouse    PIC X(4).
           02  BinFileCode         PIC X(6).
           02  BinFileAisle        PIC 9(3).
           02  BinFileZone         PIC X(2).

       FD  BinStockFile.
       01  BinStockRecord.
           02  BinStockKey.
               03  BinGadgetID     PIC 9(6).
               03  BinWarehouse    PIC X(4).
               03  BinCode         PIC X(6).
           02  BinQty              PIC 9(4).

       FD  PickListFile.
       01  PickListRecord          PIC X(80).

       FD  PackingSlipFile.
       01  PackingSlipRecord       PIC X(80).

       FD  ConfirmationFile.
       01  ConfirmationRecord.
           88  ConfirmationFileEnd VALUE HIGH-VALUES.
           02  PickSONumber        PIC 9(6).
           02  PickGadgetID        PIC 9(6).
           02  PickedQty           PIC 9(4).
           02  PickerInitials      PIC X(3).

       FD  PickedSalesFile.
       01  PickedSaleRecord.
           02  SaleGadgetID        PIC 9(6).
           02  SaleType            PIC X.
           02  SaleSign            PIC X.
           02  SaleQuantity        PIC 9(4).
           02  SaleReference       PIC X(10).
           02  SaleWarehouse       PIC X(4).

       FD  ShortageFile.
       01  ShortageRecord          PIC X(80).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus      PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus     PIC X(02)   VALUE ZEROES.
       01  SalesOrderFileStatus   PIC X(02)   VALUE ZEROES.
       01  ConfirmationFileStatus PIC X(02)   VALUE ZEROES.

       *> P prints the pick lists and packing slips; C reads the
       *> pickers' confirmations back.
       01  RunMode             PIC X       VALUE "P".
           88  ConfirmMode             VALUE "C" "c".

       *> The order book held in memory, the same table
       *> SALES-ORDER-ENTRY carries, rewritten in full after a
       *> confirmation run.
       01  SOLineCount         PIC 9(4)    VALUE ZERO.
       01  SOLineEntries.
           02  SOLineEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SOLineCount
                           INDEXED BY SOidx.
               03  EntrySONumber       PIC 9(6).
               03  EntryGadgetID       PIC 9(6).
               03  EntryOrderQty       PIC 9(4).
               03  EntryAllocatedQty   PIC 9(4).
               03  EntryWarehouse      PIC X(4).
               03  EntryOrderDate      PIC 9(8).
               03  EntryStatus         PIC X.
                   88  EntryFullyAllocated VALUE "A".
                   88  EntryShipped        VALUE "S".
               03  EntryCustomerNumber PIC 9(6).
               03  EntryShipDate       PIC 9(8).
               03  EntryInvoiceNumber  PIC 9(6).
               03  EntrySubstitutedFor PIC 9(6).
               03  EntrySalesperson    PIC X(3).
               03  EntrySoldPrice      PIC 9(4)V99.

       *> Warehouses with something to pick, in the order first met.
       01  WarehouseCount      PIC 9(3)    VALUE ZERO.
       01  WarehouseTable.
           02  WarehouseEntry OCCURS 1 TO 100 TIMES
                              DEPENDING ON WarehouseCount
                              INDEXED BY WhIdx.
               03  TblWarehouse    PIC X(4).

       01  BinMasterFileStatus PIC X(02)   VALUE ZEROES.
       01  BinStockFileStatus  PIC X(02)   VALUE ZEROES.
       01  BinStockSwitch      PIC X       VALUE "N".
           88  BinStockOpen            VALUE "Y"  WHEN SET TO FALSE "N".
       01  BinCount            PIC 9(4)    VALUE ZERO.
       01  BinTable.
           02  BinEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON BinCount
                        INDEXED BY BinIdx.
               03  BinTblWarehouse PIC X(4).
               03  BinTblCode      PIC X(6).
               03  BinTblAisle     PIC 9(3).

       *> The current warehouse's pick lines with the bin each is
       *> taken from, printed lowest aisle and bin first. A line
       *> with no bin sorts to the end.
       01  WalkCount           PIC 9(4)    VALUE ZERO.
       01  WalkTable.
           02  WalkEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WalkCount
                         INDEXED BY WalkIdx.
               03  WalkSOPosition  PIC 9(4).
               03  WalkSortKey.
                   04  WalkAisle   PIC 9(3).
                   04  WalkBin     PIC X(6).
               03  WalkPrinted     PIC X.
                   88  WalkLinePrinted     VALUE "Y".
       01  NextWalkPosition    PIC 9(4)    VALUE ZERO.
       01  PickBin             PIC X(6)    VALUE SPACES.
       01  PickAisle           PIC 9(3)    VALUE ZERO.
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".

       01  CurrentWarehouse    PIC X(4)    VALUE SPACES.
       01  CurrentSONumber     PIC 9(6)    VALUE ZERO.
       01  LastSlipSONumber    PIC 9(6)    VALUE ZERO.
       01  ScanPosition        PIC 9(4)    VALUE ZERO.
       01  FoundPosition       PIC 9(4)    VALUE ZERO.
       01  PickDate            PIC 9(8)    VALUE ZERO.
       01  ShortQty            PIC 9(4)    VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerMissing     PIC X       VALUE "N".
           88  CustomerNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       01  LinesToPick         PIC 9(5)    VALUE ZERO.
       01  SlipsPrinted        PIC 9(5)    VALUE ZERO.
       01  ConfirmationsRead   PIC 9(5)    VALUE ZERO.
       01  LinesShipped        PIC 9(5)    VALUE ZERO.
       01  ShortPicks          PIC 9(5)    VALUE ZERO.
       01  ConfirmationsUnmatched PIC 9(5) VALUE ZERO.

       01  PickHeaderLine.
           02  FILLER          PIC X(19)   VALUE "PICK LIST WAREHOUSE".
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  PickHeaderWarehouse PIC X(4).
           02  FILLER          PIC X(8)    VALUE "   DATE ".
           02  PickHeaderDate  PIC 9(8).

       01  PickColumnLine.
           02  FILLER          PIC X(18)   VALUE "  ORDER   GADGET  ".
           02  FILLER          PIC X(26)   VALUE "NAME".
           02  FILLER          PIC X(7)    VALUE "BIN".
           02  FILLER          PIC X(5)    VALUE "AISLE".
           02  FILLER          PIC X(4)    VALUE " QTY".
           02  FILLER          PIC X(8)    VALUE "  PICKED".

       01  PickItemLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PickItemSONumber PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PickItemGadgetID PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PickItemName    PIC X(24).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PickItemBin     PIC X(6).
           02  FILLER          PIC X(1)    VALUE SPACES.
           02  PickItemAisle   PIC ZZ9     BLANK WHEN ZERO.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PickItemQty     PIC ZZZ9.
           02  FILLER          PIC X(10)   VALUE "  ______".

       01  SlipHeaderLine.
           02  FILLER          PIC X(19)   VALUE "PACKING SLIP  ORDER".
           02  FILLER          PIC X(1)    VALUE SPACE.
           02  SlipHeaderSONumber PIC 9(6).
           02  FILLER          PIC X(8)    VALUE "   DATE ".
           02  SlipHeaderDate  PIC 9(8).

       01  SlipShipToLine.
           02  FILLER          PIC X(10)   VALUE "SHIP TO:  ".
           02  SlipShipToText  PIC X(40).

       01  SlipItemLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  SlipItemGadgetID PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  SlipItemName    PIC X(30).
           02  FILLER          PIC X(6)    VALUE "  QTY ".
           02  SlipItemQty     PIC ZZZ9.
           02  FILLER          PIC X(6)    VALUE " FROM ".
           02  SlipItemWarehouse PIC X(4).

       01  ShortageLine.
           02  FILLER          PIC X(6)    VALUE "ORDER ".
           02  ShortSONumber   PIC 9(6).
           02  FILLER          PIC X(8)    VALUE " GADGET ".
           02  ShortGadgetID   PIC 9(6).
           02  FILLER          PIC X(8)    VALUE " WANTED ".
           02  ShortWantedQty  PIC ZZZ9.
           02  FILLER          PIC X(8)    VALUE " PICKED ".
           02  ShortPickedQty  PIC ZZZ9.
           02  FILLER          PIC X(7)    VALUE " SHORT ".
           02  ShortShortQty   PIC ZZZ9.
           02  FILLER          PIC X(5)    VALUE "  BY ".
           02  ShortPicker     PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter P to print pick lists and packing slips, ",
                "or C to post the pickers' confirmations: "
            ACCEPT RunMode

            PERFORM LoadSalesOrderLines
            ACCEPT PickDate FROM DATE YYYYMMDD

            IF ConfirmMode
                PERFORM PostPickConfirmations
            ELSE
                PERFORM PrintPickDocuments
            END-IF

            STOP RUN.

       LoadSalesOrderLines.
           OPEN INPUT SalesOrderFile
           IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
               NOT = "05" AND SalesOrderFileStatus NOT = "07"
               DISPLAY "Cannot open SalesOrders.dat, status "
                   SalesOrderFileStatus "; pick run aborted."
               STOP RUN
           END-IF
           PERFORM ReadSalesOrderLine
           PERFORM UNTIL SalesOrderFileEnd
               ADD 1 TO SOLineCount
               MOVE SONumber       TO EntrySONumber(SOLineCount)
               MOVE SOGadgetID     TO EntryGadgetID(SOLineCount)
               MOVE SOOrderQty     TO EntryOrderQty(SOLineCount)
               MOVE SOAllocatedQty TO EntryAllocatedQty(SOLineCount)
               MOVE SOWarehouse    TO EntryWarehouse(SOLineCount)
               MOVE SOOrderDate    TO EntryOrderDate(SOLineCount)
               MOVE SOStatus       TO EntryStatus(SOLineCount)
               IF SOCustomerNumber IS NUMERIC
                   MOVE SOCustomerNumber
                       TO EntryCustomerNumber(SOLineCount)
               ELSE
                   MOVE ZERO TO EntryCustomerNumber(SOLineCount)
               END-IF
               IF SOShipDate IS NUMERIC
                   MOVE SOShipDate TO EntryShipDate(SOLineCount)
               ELSE
                   MOVE ZERO TO EntryShipDate(SOLineCount)
               END-IF
               IF SOInvoiceNumber IS NUMERIC
                   MOVE SOInvoiceNumber
                       TO EntryInvoiceNumber(SOLineCount)
               ELSE
                   MOVE ZERO TO EntryInvoiceNumber(SOLineCount)
               END-IF
               IF SOSubstitutedFor IS NUMERIC
                   MOVE SOSubstitutedFor
                       TO EntrySubstitutedFor(SOLineCount)
               ELSE
                   MOVE ZERO TO EntrySubstitutedFor(SOLineCount)
               END-IF
               MOVE SOSalesperson TO EntrySalesperson(SOLineCount)
               IF SOSoldPrice IS NUMERIC
                   MOVE SOSoldPrice TO EntrySoldPrice(SOLineCount)
               ELSE
                   MOVE ZERO TO EntrySoldPrice(SOLineCount)
               END-IF
               PERFORM ReadSalesOrderLine
           END-PERFORM
           CLOSE SalesOrderFile.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

      *> Only fully allocated lines are picked. A partly allocated
      *> line waits for the backorder release to fill it; shipping it
      *> now would strand the backordered remainder.
       PrintPickDocuments.
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00" AND ProductFileStatus
               NOT = "05" AND ProductFileStatus NOT = "07"
               DISPLAY "Cannot open Product.dat, status "
                   ProductFileStatus "; pick run aborted."
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           PERFORM LoadBinMaster
           SET BinStockOpen TO FALSE
           OPEN INPUT BinStockFile
           IF BinStockFileStatus = "00"
               SET BinStockOpen TO TRUE
           END-IF
           OPEN OUTPUT PickListFile
           OPEN OUTPUT PackingSlipFile

           PERFORM CollectPickWarehouses
               VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
           PERFORM WritePickList
               VARYING WhIdx FROM 1 BY 1
               UNTIL WhIdx > WarehouseCount
           PERFORM WritePackingSlipForLine
               VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > SOLineCount

           CLOSE ProductFile
           CLOSE CustomerFile
           IF BinStockOpen
               CLOSE BinStockFile
           END-IF
           CLOSE PickListFile
           CLOSE PackingSlipFile

           DISPLAY "Warehouses with picks:   ", WarehouseCount, "."
           DISPLAY "Lines on the pick lists: ", LinesToPick, "."
           DISPLAY "Packing slips printed:   ", SlipsPrinted, "."
           DISPLAY "Pick lists are in PickLists.txt and packing ",
               "slips in PackingSlips.txt.".

       CollectPickWarehouses.
           IF EntryFullyAllocated(SOidx)
               ADD 1 TO LinesToPick
               SET WhIdx TO 1
               SEARCH WarehouseEntry
                   AT END
                       ADD 1 TO WarehouseCount
                       MOVE EntryWarehouse(SOidx)
                           TO TblWarehouse(WarehouseCount)
                   WHEN TblWarehouse(WhIdx) = EntryWarehouse(SOidx)
                       CONTINUE
               END-SEARCH
           END-IF.

       WritePickList.
           MOVE TblWarehouse(WhIdx) TO CurrentWarehouse
           MOVE CurrentWarehouse TO PickHeaderWarehouse
           MOVE PickDate TO PickHeaderDate
           MOVE PickHeaderLine TO PickListRecord
           WRITE PickListRecord
           MOVE PickColumnLine TO PickListRecord
           WRITE PickListRecord
           MOVE ZERO TO WalkCount
           PERFORM CollectWalkLine
               VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
           PERFORM WriteNextWalkLine WalkCount TIMES
           MOVE SPACES TO PickListRecord
           WRITE PickListRecord.

       CollectWalkLine.
           IF EntryFullyAllocated(SOidx)
               AND EntryWarehouse(SOidx) = CurrentWarehouse
               PERFORM FindPickBin
               ADD 1 TO WalkCount
               SET WalkSOPosition(WalkCount) TO SOidx
               MOVE PickAisle TO WalkAisle(WalkCount)
               MOVE PickBin   TO WalkBin(WalkCount)
               MOVE "N"       TO WalkPrinted(WalkCount)
           END-IF.

      *> The first bin at the warehouse holding the gadget; a
      *> gadget in no bin gets the highest key so it prints last.
       FindPickBin.
           MOVE 999         TO PickAisle
           MOVE HIGH-VALUES TO PickBin
           SET BinScanDone TO FALSE
           IF NOT BinStockOpen
               SET BinScanDone TO TRUE
           ELSE
               MOVE EntryGadgetID(SOidx) TO BinGadgetID
               MOVE CurrentWarehouse     TO BinWarehouse
               MOVE LOW-VALUES           TO BinCode
               START BinStockFile KEY IS NOT LESS THAN BinStockKey
                   INVALID KEY
                       SET BinScanDone TO TRUE
               END-START
           END-IF
           PERFORM UNTIL BinScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       IF BinGadgetID NOT = EntryGadgetID(SOidx)
                           OR BinWarehouse NOT = CurrentWarehouse
                           SET BinScanDone TO TRUE
                       ELSE
                           IF BinQty > ZERO
                               MOVE BinCode TO PickBin
                               PERFORM LookUpBinAisle
                               SET BinScanDone TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LookUpBinAisle.
           SET BinIdx TO 1
           SEARCH BinEntry
               AT END
                   CONTINUE
               WHEN BinTblWarehouse(BinIdx) = CurrentWarehouse
                   AND BinTblCode(BinIdx) = PickBin
                   MOVE BinTblAisle(BinIdx) TO PickAisle
           END-SEARCH.

      *> Each pass prints the unprinted line with the lowest aisle
      *> and bin.
       WriteNextWalkLine.
           MOVE ZERO TO NextWalkPosition
           PERFORM VARYING WalkIdx FROM 1 BY 1
               UNTIL WalkIdx > WalkCount
               IF NOT WalkLinePrinted(WalkIdx)
                   IF NextWalkPosition = ZERO
                       SET NextWalkPosition TO WalkIdx
                   ELSE
                       IF WalkSortKey(WalkIdx)
                           < WalkSortKey(NextWalkPosition)
                           SET NextWalkPosition TO WalkIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WalkPrinted(NextWalkPosition)
           SET SOidx TO WalkSOPosition(NextWalkPosition)
           MOVE EntrySONumber(SOidx) TO PickItemSONumber
           MOVE EntryGadgetID(SOidx) TO PickItemGadgetID
           PERFORM LookUpGadgetName
           MOVE GadgetName TO PickItemName
           IF WalkBin(NextWalkPosition) = HIGH-VALUES
               MOVE "NO BIN" TO PickItemBin
               MOVE ZERO     TO PickItemAisle
           ELSE
               MOVE WalkBin(NextWalkPosition)   TO PickItemBin
               MOVE WalkAisle(NextWalkPosition) TO PickItemAisle
           END-IF
           MOVE EntryAllocatedQty(SOidx) TO PickItemQty
           MOVE PickItemLine TO PickListRecord
           WRITE PickListRecord.

       LoadBinMaster.
           OPEN INPUT BinMasterFile
           IF BinMasterFileStatus = "00" OR BinMasterFileStatus
               = "05" OR BinMasterFileStatus = "07"
               PERFORM ReadBinMasterLine
               PERFORM UNTIL BinMasterFileEnd
                   ADD 1 TO BinCount
                   MOVE BinFileWarehouse TO BinTblWarehouse(BinCount)
                   MOVE BinFileCode      TO BinTblCode(BinCount)
                   MOVE BinFileAisle     TO BinTblAisle(BinCount)
                   PERFORM ReadBinMasterLine
               END-PERFORM
               CLOSE BinMasterFile
           END-IF.

       ReadBinMasterLine.
           READ BinMasterFile
               AT END SET BinMasterFileEnd TO TRUE
           END-READ.

       LookUpGadgetName.
           SET UnknownGadgetID TO FALSE
           MOVE EntryGadgetID(SOidx) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-IF.

      *> One slip per order: the first pickable line of an order not
      *> already slipped starts the slip and gathers the order's other
      *> pickable lines behind it.
       WritePackingSlipForLine.
           IF EntryFullyAllocated(ScanPosition)
               AND EntrySONumber(ScanPosition) NOT = LastSlipSONumber
               MOVE EntrySONumber(ScanPosition) TO CurrentSONumber
               PERFORM CheckOrderAlreadySlipped
               IF FoundPosition = ZERO
                   PERFORM WriteOnePackingSlip
               END-IF
               MOVE CurrentSONumber TO LastSlipSONumber
           END-IF.

       CheckOrderAlreadySlipped.
           MOVE ZERO TO FoundPosition
           PERFORM VARYING SOidx FROM 1 BY 1
               UNTIL SOidx >= ScanPosition
               OR FoundPosition NOT = ZERO
               IF EntrySONumber(SOidx) = CurrentSONumber
                   AND EntryFullyAllocated(SOidx)
                   SET FoundPosition TO SOidx
               END-IF
           END-PERFORM.

       WriteOnePackingSlip.
           ADD 1 TO SlipsPrinted
           MOVE CurrentSONumber TO SlipHeaderSONumber
           MOVE PickDate TO SlipHeaderDate
           MOVE SlipHeaderLine TO PackingSlipRecord
           WRITE PackingSlipRecord
           PERFORM WriteSlipShipTo
           MOVE SPACES TO PackingSlipRecord
           WRITE PackingSlipRecord
           PERFORM WriteSlipItemLine
               VARYING SOidx FROM ScanPosition BY 1
               UNTIL SOidx > SOLineCount
           MOVE ALL "-" TO PackingSlipRecord
           WRITE PackingSlipRecord.

       WriteSlipShipTo.
           SET CustomerNotOnFile TO FALSE
           MOVE EntryCustomerNumber(ScanPosition) TO CustomerNumber
           IF CustomerFileStatus NOT = "00"
               SET CustomerNotOnFile TO TRUE
           ELSE
               READ CustomerFile
                   INVALID KEY
                       SET CustomerNotOnFile TO TRUE
               END-READ
           END-IF
           IF CustomerNotOnFile
               MOVE "(CUSTOMER NOT ON FILE)" TO SlipShipToText
               MOVE SlipShipToLine TO PackingSlipRecord
               WRITE PackingSlipRecord
           ELSE
               MOVE CustomerName TO SlipShipToText
               MOVE SlipShipToLine TO PackingSlipRecord
               WRITE PackingSlipRecord
               MOVE SPACES TO PackingSlipRecord
               MOVE ShipToLine1 TO PackingSlipRecord(11:30)
               WRITE PackingSlipRecord
               MOVE SPACES TO PackingSlipRecord
               MOVE ShipToLine2 TO PackingSlipRecord(11:30)
               WRITE PackingSlipRecord
           END-IF.

       WriteSlipItemLine.
           IF EntryFullyAllocated(SOidx)
               AND EntrySONumber(SOidx) = CurrentSONumber
               MOVE EntryGadgetID(SOidx) TO SlipItemGadgetID
               PERFORM LookUpGadgetName
               MOVE GadgetName TO SlipItemName
               MOVE EntryAllocatedQty(SOidx) TO SlipItemQty
               MOVE EntryWarehouse(SOidx) TO SlipItemWarehouse
               MOVE SlipItemLine TO PackingSlipRecord
               WRITE PackingSlipRecord
           END-IF.

       PostPickConfirmations.
           OPEN INPUT ConfirmationFile
           IF ConfirmationFileStatus NOT = "00"
               AND ConfirmationFileStatus NOT = "05"
               AND ConfirmationFileStatus NOT = "07"
               DISPLAY "Cannot open PickConfirmations.dat, status "
                   ConfirmationFileStatus "; confirmation aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT PickedSalesFile
           OPEN OUTPUT ShortageFile

           PERFORM ReadConfirmationLine
           PERFORM UNTIL ConfirmationFileEnd
               ADD 1 TO ConfirmationsRead
               PERFORM ApplyOneConfirmation
               PERFORM ReadConfirmationLine
           END-PERFORM

           CLOSE ConfirmationFile
           CLOSE PickedSalesFile
           CLOSE ShortageFile
           PERFORM RewriteSalesOrderFile

           DISPLAY "Confirmations read:      ", ConfirmationsRead, "."
           DISPLAY "Lines marked shipped:    ", LinesShipped, "."
           DISPLAY "Short picks left open:   ", ShortPicks, "."
           DISPLAY "Confirmations unmatched: ",
               ConfirmationsUnmatched, "."
           DISPLAY "Short picks are listed in PickShortages.txt."
           DISPLAY "Review PickedSales.dat and copy it over ",
               "InventoryTransactions.dat so posting takes the ",
               "stock down.".

       ReadConfirmationLine.
           READ ConfirmationFile
               AT END SET ConfirmationFileEnd TO TRUE
           END-READ.

      *> A line is shipped only when the picker pulled everything it
      *> had allocated; anything less stays open with the shortage
      *> written up for the warehouse lead.
       ApplyOneConfirmation.
           PERFORM FindPickedOrderLine
           IF FoundPosition = ZERO
               ADD 1 TO ConfirmationsUnmatched
               DISPLAY "No allocated open line for order ",
                   PickSONumber, " GadgetID ", PickGadgetID,
                   "; confirmation ignored."
           ELSE
               IF PickedQty >= EntryAllocatedQty(FoundPosition)
                   MOVE "S" TO EntryStatus(FoundPosition)
                   MOVE PickDate TO EntryShipDate(FoundPosition)
                   ADD 1 TO LinesShipped
                   PERFORM WritePickedSaleRecord
               ELSE
                   ADD 1 TO ShortPicks
                   PERFORM WriteShortageLine
               END-IF
           END-IF.

       FindPickedOrderLine.
           MOVE ZERO TO FoundPosition
           PERFORM VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
               OR FoundPosition NOT = ZERO
               IF EntrySONumber(SOidx) = PickSONumber
                   AND EntryGadgetID(SOidx) = PickGadgetID
                   AND EntryFullyAllocated(SOidx)
                   SET FoundPosition TO SOidx
               END-IF
           END-PERFORM.

       WritePickedSaleRecord.
           MOVE EntryGadgetID(FoundPosition) TO SaleGadgetID
           MOVE "S" TO SaleType
           MOVE SPACE TO SaleSign
           MOVE EntryAllocatedQty(FoundPosition) TO SaleQuantity
           MOVE SPACES TO SaleReference
           STRING "SO" DELIMITED BY SIZE
                  EntrySONumber(FoundPosition) DELIMITED BY SIZE
               INTO SaleReference
           END-STRING
           MOVE EntryWarehouse(FoundPosition) TO SaleWarehouse
           WRITE PickedSaleRecord.

       WriteShortageLine.
           SUBTRACT PickedQty FROM EntryAllocatedQty(FoundPosition)
               GIVING ShortQty
           MOVE PickSONumber TO ShortSONumber
           MOVE PickGadgetID TO ShortGadgetID
           MOVE EntryAllocatedQty(FoundPosition) TO ShortWantedQty
           MOVE PickedQty TO ShortPickedQty
           MOVE ShortQty TO ShortShortQty
           MOVE PickerInitials TO ShortPicker
           MOVE ShortageLine TO ShortageRecord
           WRITE ShortageRecord
           DISPLAY ShortageLine.

       RewriteSalesOrderFile.
           OPEN OUTPUT SalesOrderFile
           PERFORM WriteOneSalesOrderLine
               VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
           CLOSE SalesOrderFile.

       WriteOneSalesOrderLine.
           MOVE EntrySONumber(SOidx)     TO SONumber
           MOVE EntryGadgetID(SOidx)     TO SOGadgetID
           MOVE EntryOrderQty(SOidx)     TO SOOrderQty
           MOVE EntryAllocatedQty(SOidx) TO SOAllocatedQty
           MOVE EntryWarehouse(SOidx)    TO SOWarehouse
           MOVE EntryOrderDate(SOidx)    TO SOOrderDate
           MOVE EntryStatus(SOidx)       TO SOStatus
           MOVE EntryCustomerNumber(SOidx) TO SOCustomerNumber
           MOVE EntryShipDate(SOidx)     TO SOShipDate
           MOVE EntryInvoiceNumber(SOidx) TO SOInvoiceNumber
           MOVE EntrySubstitutedFor(SOidx) TO SOSubstitutedFor
           MOVE EntrySalesperson(SOidx) TO SOSalesperson
           MOVE EntrySoldPrice(SOidx)   TO SOSoldPrice
           WRITE SalesOrderRecord.

       END PROGRAM PICK-LIST-BATCH.
