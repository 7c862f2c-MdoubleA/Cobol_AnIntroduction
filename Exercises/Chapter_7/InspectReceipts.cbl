      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Receiving inspection. Works through the receipts
      *    RECEIVE-PURCHASE-ORDERS held on InspectionHolds.dat for
      *    gadgets or suppliers flagged on InspectionRules.dat. Units
      *    QA passes are released to available stock - QtyInStock,
      *    the warehouse, a bin, a FIFO layer and an "R" movement,
      *    exactly as an unheld receipt would have posted. Units that
      *    fail go to SupplierReturns.dat to be shipped back. Until
      *    then the held units are in no stock figure, so backorder
      *    release and available-to-promise never see them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECT-RECEIPTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           *> Every held receipt, waiting or decided, one line each.
           SELECT HoldFile ASSIGN TO "InspectionHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.

           *> Failed units to go back to the supplier.
           SELECT OPTIONAL SupplierReturnFile
               ASSIGN TO "SupplierReturns.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LocationFile ASSIGN TO "ProductLocation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LocationKey
               FILE STATUS IS LocationFileStatus.

           SELECT OPTIONAL MovementFile
               ASSIGN TO "ProductMovements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Gadgets flagged as serialized, whose released units
           *> must each be named.
           SELECT SerializedFile ASSIGN TO "SerializedGadgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SerializedFileStatus.

           SELECT SerialFile ASSIGN TO "SerialNumbers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SerialKey
               FILE STATUS IS SerialFileStatus.

           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

           SELECT LayerSequenceFile ASSIGN TO "CostLayerSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerSequenceFileStatus.

           SELECT BinMasterFile ASSIGN TO "BinMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BinMasterFileStatus.

           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           *> Fiscal periods and whether accounting has closed them;
           *> nothing may be posted into a closed period.
           SELECT FiscalPeriodFile ASSIGN TO "FiscalPeriods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FiscalPeriodFileStatus.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
               ASSIGN TO "OperationsLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Shared run lock every Product.dat updater claims at
           *> start and releases at close.
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

       FD  HoldFile.
       01  HoldRecord.
           88  HoldFileEnd         VALUE HIGH-VALUES.
           02  HoldNumber          PIC 9(6).
           02  HoldGadgetID        PIC 9(6).
           02  HoldSupplier        PIC X(5).
           02  HoldPONumber        PIC 9(6).
           02  HoldWarehouse       PIC X(4).
           02  HoldQty             PIC 9(4).
           02  HoldReceiptDate     PIC 9(8).
           02  HoldUnitCost        PIC 9(4)V99.
           *> H held for inspection, D decided.
           02  HoldStatus          PIC X.
           02  HoldPassedQty       PIC 9(4).
           02  HoldFailedQty       PIC 9(4).
           02  HoldInspectedBy     PIC X(3).
           02  HoldInspectedDate   PIC 9(8).

       FD  SupplierReturnFile.
       01  SupplierReturnRecord.
           02  ReturnHoldNumber    PIC 9(6).
           02  ReturnSupplier      PIC X(5).
           02  ReturnPONumber      PIC 9(6).
           02  ReturnGadgetID      PIC 9(6).
           02  ReturnQty           PIC 9(4).
           02  ReturnUnitCost      PIC 9(4)V99.
           02  ReturnDate          PIC 9(8).
           02  ReturnInspectedBy   PIC X(3).
           02  ReturnReason        PIC X(30).

       FD  LocationFile.
       01  LocationRecord.
           02  LocationKey.
               03  LocGadgetID     PIC 9(6).
               03  WarehouseCode   PIC X(4).
           02  LocationQty         PIC 9(4).

       FD  MovementFile.
       01  MovementRecord.
           02  MoveGadgetID        PIC 9(6).
           02  MoveDate            PIC 9(8).
           02  MoveType            PIC X.
           02  MoveSign            PIC X.
           02  MoveQty             PIC 9(4).
           02  MoveReference       PIC X(10).
           02  MoveWarehouse       PIC X(4).
           02  MoveResultingQty    PIC 9(4).

       FD  SerializedFile.
       01  SerializedRecord.
           88  SerializedFileEnd   VALUE HIGH-VALUES.
           02  SerGadgetID         PIC 9(6).
           02  SerWarrantyMonths   PIC 9(3).

       FD  SerialFile.
       01  SerialRecord.
           02  SerialKey.
               03  SerialGadgetID  PIC 9(6).
               03  SerialNumber    PIC X(15).
           02  SerialStatus        PIC X.
           02  SerialPONumber      PIC 9(6).
           02  SerialReceiptDate   PIC 9(8).
           02  SerialSONumber      PIC 9(6).
           02  SerialShipDate      PIC 9(8).
           02  SerialCustomer      PIC 9(6).

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

       FD  LayerSequenceFile.
       01  LayerSequenceRecord     PIC 9(8).

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

       FD  FiscalPeriodFile.
       01  FiscalPeriodRecord.
           88  FiscalPeriodFileEnd VALUE HIGH-VALUES.
           02  PeriodNumber        PIC 9(6).
           02  PeriodStartDate     PIC 9(8).
           02  PeriodEndDate       PIC 9(8).
           02  PeriodStatus        PIC X.
           02  PeriodClosedDate    PIC 9(8).

       FD  OperationsLogFile.
       01  OperationsLogRecord.
           02  EventDate           PIC 9(8).
           02  EventTime           PIC 9(6).
           02  EventProgram        PIC X(30).
           02  EventSeverity       PIC X.
           02  EventMessage        PIC X(60).

       FD  LockFile.
       01  LockRecord.
           02  LockProgram         PIC X(30).
           02  LockOperator        PIC X(3).
           02  LockDate            PIC 9(8).
           02  LockTime            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  HoldFileStatus      PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus  PIC X(02)   VALUE ZEROES.
       01  SerializedFileStatus PIC X(02)  VALUE ZEROES.
       01  SerialFileStatus    PIC X(02)   VALUE ZEROES.
       01  CostLayerFileStatus PIC X(02)   VALUE ZEROES.
       01  LayerSequenceFileStatus PIC X(02) VALUE ZEROES.
       01  NextLayerNumber     PIC 9(8)    VALUE 00000001.

       *> The whole hold file held in memory for the session and
       *> rewritten in full at the end.
       01  HoldCount           PIC 9(4)    VALUE ZERO.
       01  HoldTable.
           02  HoldEntry OCCURS 1 TO 5000 TIMES
                         DEPENDING ON HoldCount
                         INDEXED BY HoldIdx.
               03  TblHoldNumber       PIC 9(6).
               03  TblHoldGadgetID     PIC 9(6).
               03  TblHoldSupplier     PIC X(5).
               03  TblHoldPONumber     PIC 9(6).
               03  TblHoldWarehouse    PIC X(4).
               03  TblHoldQty          PIC 9(4).
               03  TblHoldReceiptDate  PIC 9(8).
               03  TblHoldUnitCost     PIC 9(4)V99.
               03  TblHoldStatus       PIC X.
                   88  TblHoldWaiting          VALUE "H".
               03  TblHoldPassedQty    PIC 9(4).
               03  TblHoldFailedQty    PIC 9(4).
               03  TblHoldInspectedBy  PIC X(3).
               03  TblHoldInspectedDate PIC 9(8).
       01  WaitingCount        PIC 9(4)    VALUE ZERO.

       *> The inspector's verdict on the hold in hand. Blank leaves
       *> the receipt on hold for another session.
       01  PassedText          PIC X(4)    VALUE SPACES.
           88  HoldSkipped             VALUE SPACES.
       01  PassedNum REDEFINES PassedText PIC 9(4).
       01  PassedQty           PIC 9(4)    VALUE ZERO.
       01  FailedQty           PIC 9(4)    VALUE ZERO.
       01  FailReason          PIC X(30)   VALUE SPACES.

       01  InspectorInitials   PIC X(3)    VALUE SPACES.
       01  ReleaseDate         PIC 9(8)    VALUE ZERO.
       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  LocationMissing     PIC X       VALUE "N".
           88  LocationNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".
       01  WorkingQty          PIC S9(5)   VALUE ZERO.
       01  LocationDelta       PIC S9(5)   VALUE ZERO.
       01  LocationWorkQty     PIC S9(5)   VALUE ZERO.

       01  SerializedCount     PIC 9(4)    VALUE ZERO.
       01  SerializedTable.
           02  SerializedEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SerializedCount
                               INDEXED BY SerIdx.
               03  SerTblGadgetID  PIC 9(6).
       01  SerialSwitch        PIC X       VALUE "N".
           88  GadgetIsSerialized      VALUE "Y"  WHEN SET TO FALSE "N".
       01  SerialsCaptured     PIC 9(4)    VALUE ZERO.
       01  KeyedSerial         PIC X(15)   VALUE SPACES.

       *> The bin master, with a flag for every bin that already
       *> holds stock so an empty one can be offered for a gadget
       *> new to the warehouse.
       01  BinMasterFileStatus PIC X(02)   VALUE ZEROES.
       01  BinStockFileStatus  PIC X(02)   VALUE ZEROES.
       01  BinCount            PIC 9(4)    VALUE ZERO.
       01  BinTable.
           02  BinEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON BinCount
                        INDEXED BY BinIdx.
               03  BinTblWarehouse PIC X(4).
               03  BinTblCode      PIC X(6).
               03  BinTblAisle     PIC 9(3).
               03  BinTblZone      PIC X(2).
               03  BinTblOccupied  PIC X.
                   88  BinHoldsStock       VALUE "Y".
       01  SuggestedBin        PIC X(6)    VALUE SPACES.
       01  SuggestionReason    PIC X(12)   VALUE SPACES.
       01  PutAwayBin          PIC X(6)    VALUE SPACES.
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".
       01  BinLookupSwitch     PIC X       VALUE "N".
           88  BinOnMaster             VALUE "Y"  WHEN SET TO FALSE "N".
       01  PutAwaySwitch       PIC X       VALUE "N".
           88  PutAwayDone             VALUE "Y"  WHEN SET TO FALSE "N".
       01  BinStockMissing     PIC X       VALUE "N".
           88  BinStockNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".
       01  UnbinnedCount       PIC 9(4)    VALUE ZERO.

       01  HoldsDecided        PIC 9(4)    VALUE ZERO.
       01  UnitsReleased       PIC 9(6)    VALUE ZERO.
       01  UnitsReturned       PIC 9(6)    VALUE ZERO.

       *> Fiscal periods in memory. A posting dated in a closed
       *> period is refused and offered to the current open period;
       *> without FiscalPeriods.dat no period counts as closed.
       01  FiscalPeriodFileStatus PIC X(02) VALUE ZEROES.
       01  PeriodCount         PIC 9(3)    VALUE ZERO.
       01  PeriodTable.
           02  PeriodEntry OCCURS 1 TO 500 TIMES
                           DEPENDING ON PeriodCount
                           INDEXED BY PeriodIdx.
               03  TblPeriodNumber PIC 9(6).
               03  TblPeriodStart  PIC 9(8).
               03  TblPeriodEnd    PIC 9(8).
               03  TblPeriodStatus PIC X.
                   88  TblPeriodClosed     VALUE "C".
       01  PeriodTodaysDate    PIC 9(8)    VALUE ZERO.
       01  PostingDate         PIC 9(8)    VALUE ZERO.
       01  PostingPeriod       PIC 9(6)    VALUE ZERO.
       01  PostingPeriodSwitch PIC X       VALUE "N".
           88  PostingPeriodClosed     VALUE "Y"  WHEN SET TO FALSE "N".
       01  OpenPeriodNumber    PIC 9(6)    VALUE ZERO.
       01  OpenPeriodDate      PIC 9(8)    VALUE ZERO.
       01  PeriodAnswer        PIC X       VALUE "N".
           88  OpenPeriodAccepted      VALUE "Y" "y".

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01  EventTimeRaw        PIC 9(8)    VALUE ZERO.

       *> Run-lock work fields shared by every Product.dat updater.
       01  LockFileStatus      PIC X(02)   VALUE ZEROES.
       01  LockTodaysDate      PIC 9(8)    VALUE ZERO.
       01  LockTimeRaw         PIC 9(8)    VALUE ZERO.
       01  LockHeldSwitch      PIC X       VALUE "N".
           88  LockAlreadyHeld         VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT HoldFile
            IF HoldFileStatus NOT = "00" AND HoldFileStatus
                NOT = "05" AND HoldFileStatus NOT = "07"
                DISPLAY "No InspectionHolds.dat; nothing is waiting ",
                    "on inspection."
                STOP RUN
            END-IF
            PERFORM LoadHoldTable
            IF WaitingCount = ZERO
                DISPLAY "No receipts are waiting on inspection."
                STOP RUN
            END-IF
            DISPLAY "Receipts waiting on inspection: ", WaitingCount

            PERFORM LoadFiscalPeriods
            MOVE PeriodTodaysDate TO ReleaseDate
            MOVE ReleaseDate TO PostingDate
            PERFORM CheckPostingPeriod
            IF PostingPeriodClosed
                PERFORM OfferOpenPeriod
            END-IF

            DISPLAY "Enter your initials as inspector: "
            ACCEPT InspectorInitials
            PERFORM ClaimProductLock

            OPEN I-O ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; inspection aborted."
                PERFORM ReleaseProductLock
                STOP RUN
            END-IF
            PERFORM OpenLocationFileForUpdate
            PERFORM OpenSerialFileForUpdate
            PERFORM OpenCostLayerFileForUpdate
            PERFORM LoadLayerSequence
            PERFORM LoadSerializedGadgets
            PERFORM OpenBinStockFileForUpdate
            PERFORM LoadBinMaster
            OPEN EXTEND MovementFile
            OPEN EXTEND SupplierReturnFile

            PERFORM InspectOneHold
                VARYING HoldIdx FROM 1 BY 1
                UNTIL HoldIdx > HoldCount

            CLOSE ProductFile
            CLOSE LocationFile
            CLOSE SerialFile
            CLOSE CostLayerFile
            CLOSE BinStockFile
            CLOSE MovementFile
            CLOSE SupplierReturnFile
            PERFORM ReleaseProductLock
            PERFORM SaveLayerSequence
            PERFORM RewriteHoldFile

            DISPLAY "Holds decided:            ", HoldsDecided, "."
            DISPLAY "Units released to stock:  ", UnitsReleased, "."
            DISPLAY "Units to return:          ", UnitsReturned, "."
            IF UnitsReturned > ZERO
                DISPLAY "Failed units are on SupplierReturns.dat for ",
                    "shipping back."
            END-IF
            IF UnbinnedCount > ZERO
                DISPLAY "Releases left without a bin: ", UnbinnedCount,
                    "."
            END-IF

            MOVE "I" TO EventSeverity
            MOVE SPACES TO EventMessage
            STRING "Inspection released " DELIMITED BY SIZE
                UnitsReleased DELIMITED BY SIZE
                ", failed " DELIMITED BY SIZE
                UnitsReturned DELIMITED BY SIZE
                " by " DELIMITED BY SIZE
                InspectorInitials DELIMITED BY SIZE
                INTO EventMessage
            END-STRING
            PERFORM WriteOperationsEvent

            *> Stock that just passed may cover waiting backorders.
            IF UnitsReleased > ZERO
                CALL "RELEASE-BACKORDERS"
            END-IF

            STOP RUN.

       LoadHoldTable.
           PERFORM ReadHoldLine
           PERFORM UNTIL HoldFileEnd
               ADD 1 TO HoldCount
               SET HoldIdx TO HoldCount
               MOVE HoldNumber        TO TblHoldNumber(HoldIdx)
               MOVE HoldGadgetID      TO TblHoldGadgetID(HoldIdx)
               MOVE HoldSupplier      TO TblHoldSupplier(HoldIdx)
               MOVE HoldPONumber      TO TblHoldPONumber(HoldIdx)
               MOVE HoldWarehouse     TO TblHoldWarehouse(HoldIdx)
               MOVE HoldQty           TO TblHoldQty(HoldIdx)
               MOVE HoldReceiptDate   TO TblHoldReceiptDate(HoldIdx)
               MOVE HoldUnitCost      TO TblHoldUnitCost(HoldIdx)
               MOVE HoldStatus        TO TblHoldStatus(HoldIdx)
               MOVE HoldPassedQty     TO TblHoldPassedQty(HoldIdx)
               MOVE HoldFailedQty     TO TblHoldFailedQty(HoldIdx)
               MOVE HoldInspectedBy   TO TblHoldInspectedBy(HoldIdx)
               MOVE HoldInspectedDate TO TblHoldInspectedDate(HoldIdx)
               IF TblHoldWaiting(HoldIdx)
                   ADD 1 TO WaitingCount
               END-IF
               PERFORM ReadHoldLine
           END-PERFORM
           CLOSE HoldFile.

       ReadHoldLine.
           READ HoldFile
               AT END SET HoldFileEnd TO TRUE
           END-READ.

       InspectOneHold.
           IF TblHoldWaiting(HoldIdx)
               DISPLAY "Hold ", TblHoldNumber(HoldIdx), ": PO ",
                   TblHoldPONumber(HoldIdx), " supplier ",
                   TblHoldSupplier(HoldIdx), " GadgetID ",
                   TblHoldGadgetID(HoldIdx), ", ", TblHoldQty(HoldIdx),
                   " at ", TblHoldWarehouse(HoldIdx), " since ",
                   TblHoldReceiptDate(HoldIdx), "."
               DISPLAY "    Enter the units that passed as four ",
                   "digits, blank to leave the receipt on hold: "
               MOVE SPACES TO PassedText
               ACCEPT PassedText
               IF NOT HoldSkipped
                   PERFORM DecideHold
               END-IF
           END-IF.

      *> Passed units go to stock and the rest back to the supplier;
      *> the hold is decided in full or left alone.
       DecideHold.
           MOVE ZERO TO PassedQty
           IF PassedText IS NOT NUMERIC
               DISPLAY "    Key the units as four digits; left on ",
                   "hold."
           ELSE
               MOVE PassedNum TO PassedQty
               PERFORM ApplyInspectionResult
           END-IF.

       ApplyInspectionResult.
           IF PassedQty > TblHoldQty(HoldIdx)
               DISPLAY "    Only ", TblHoldQty(HoldIdx), " are on ",
                   "this hold; left on hold."
           ELSE
               SUBTRACT PassedQty FROM TblHoldQty(HoldIdx)
                   GIVING FailedQty
               IF PassedQty > ZERO
                   PERFORM ReleasePassedUnits
               END-IF
               IF PassedQty = ZERO OR NOT UnknownGadgetID
                   IF FailedQty > ZERO
                       PERFORM ReturnFailedUnits
                   END-IF
                   MOVE "D" TO TblHoldStatus(HoldIdx)
                   MOVE PassedQty TO TblHoldPassedQty(HoldIdx)
                   MOVE FailedQty TO TblHoldFailedQty(HoldIdx)
                   MOVE InspectorInitials
                       TO TblHoldInspectedBy(HoldIdx)
                   MOVE ReleaseDate TO TblHoldInspectedDate(HoldIdx)
                   ADD 1 TO HoldsDecided
               END-IF
           END-IF.

      *> The passed units post the way RECEIVE-PURCHASE-ORDERS posts
      *> an unheld receipt, dated the day they became available.
       ReleasePassedUnits.
           SET UnknownGadgetID TO FALSE
           MOVE TblHoldGadgetID(HoldIdx) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF NOT UnknownGadgetID
               ADD QtyInStock TO PassedQty GIVING WorkingQty
               IF WorkingQty > 9999
                   DISPLAY "    Release would overflow QtyInStock; ",
                       "left on hold."
                   SET UnknownGadgetID TO TRUE
               END-IF
           ELSE
               DISPLAY "    GadgetID is not on Product.dat; left on ",
                   "hold."
           END-IF
           IF NOT UnknownGadgetID
               MOVE WorkingQty TO QtyInStock
               IF ReleaseDate > LastMovementDate
                   MOVE ReleaseDate TO LastMovementDate
               END-IF
               REWRITE ProductRecord
                   INVALID KEY
                       DISPLAY "    Unable to update GadgetID ",
                           GadgetID, "; left on hold."
                       SET UnknownGadgetID TO TRUE
                   NOT INVALID KEY
                       MOVE PassedQty TO LocationDelta
                       PERFORM ApplyLocationDelta
                       PERFORM WriteMovementRecord
                       PERFORM WriteCostLayer
                       PERFORM CaptureReleasedSerials
                       PERFORM PutAwayRelease
                       ADD PassedQty TO UnitsReleased
               END-REWRITE
           END-IF.

       ReturnFailedUnits.
           DISPLAY "    Enter why ", FailedQty, " failed: "
           MOVE SPACES TO FailReason
           ACCEPT FailReason
           MOVE TblHoldNumber(HoldIdx)   TO ReturnHoldNumber
           MOVE TblHoldSupplier(HoldIdx) TO ReturnSupplier
           MOVE TblHoldPONumber(HoldIdx) TO ReturnPONumber
           MOVE TblHoldGadgetID(HoldIdx) TO ReturnGadgetID
           MOVE FailedQty                TO ReturnQty
           MOVE TblHoldUnitCost(HoldIdx) TO ReturnUnitCost
           MOVE ReleaseDate              TO ReturnDate
           MOVE InspectorInitials        TO ReturnInspectedBy
           MOVE FailReason               TO ReturnReason
           WRITE SupplierReturnRecord
           ADD FailedQty TO UnitsReturned.

       WriteMovementRecord.
           MOVE GadgetID         TO MoveGadgetID
           MOVE ReleaseDate      TO MoveDate
           MOVE "R"              TO MoveType
           MOVE SPACE            TO MoveSign
           MOVE PassedQty        TO MoveQty
           MOVE SPACES           TO MoveReference
           STRING "PO" DELIMITED BY SIZE
               TblHoldPONumber(HoldIdx) DELIMITED BY SIZE
               INTO MoveReference
           END-STRING
           MOVE TblHoldWarehouse(HoldIdx) TO MoveWarehouse
           MOVE QtyInStock       TO MoveResultingQty
           WRITE MovementRecord.

      *> The layer keeps the day the goods arrived, so FIFO ages the
      *> stock from its arrival rather than its release.
       WriteCostLayer.
           MOVE GadgetID         TO LayerGadgetID
           MOVE NextLayerNumber  TO LayerNumber
           ADD 1 TO NextLayerNumber
           MOVE TblHoldReceiptDate(HoldIdx) TO LayerReceiptDate
           MOVE MoveReference    TO LayerReference
           MOVE PassedQty        TO LayerReceivedQty
           MOVE PassedQty        TO LayerRemainingQty
           IF TblHoldUnitCost(HoldIdx) > ZERO
               MOVE TblHoldUnitCost(HoldIdx) TO LayerUnitCost
           ELSE
               MOVE UnitCost TO LayerUnitCost
           END-IF
           WRITE CostLayerRecord
               INVALID KEY
                   DISPLAY "Unable to add cost layer for ",
                       GadgetID, "; check CostLayerSequence.dat."
           END-WRITE.

       OpenCostLayerFileForUpdate.
           OPEN I-O CostLayerFile
           IF CostLayerFileStatus = "35"
               OPEN OUTPUT CostLayerFile
               CLOSE CostLayerFile
               OPEN I-O CostLayerFile
           END-IF.

       LoadLayerSequence.
           OPEN INPUT LayerSequenceFile
           IF LayerSequenceFileStatus = "00"
               READ LayerSequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LayerSequenceRecord TO NextLayerNumber
               END-READ
               CLOSE LayerSequenceFile
           END-IF.

       SaveLayerSequence.
           OPEN OUTPUT LayerSequenceFile
           MOVE NextLayerNumber TO LayerSequenceRecord
           WRITE LayerSequenceRecord
           CLOSE LayerSequenceFile.

      *> A serialized gadget's release names every unit that passed.
       CaptureReleasedSerials.
           SET GadgetIsSerialized TO FALSE
           SET SerIdx TO 1
           SEARCH SerializedEntry
               AT END
                   CONTINUE
               WHEN SerTblGadgetID(SerIdx) = GadgetID
                   SET GadgetIsSerialized TO TRUE
           END-SEARCH
           IF GadgetIsSerialized
               MOVE ZERO TO SerialsCaptured
               DISPLAY "    GadgetID ", GadgetID, " is serialized; ",
                   "key the ", PassedQty, " serial numbers passed."
               PERFORM PromptForReleasedSerial
                   UNTIL SerialsCaptured >= PassedQty
           END-IF.

       PromptForReleasedSerial.
           DISPLAY "    Serial ", SerialsCaptured, " of ", PassedQty,
               " captured; enter the next serial number: "
           ACCEPT KeyedSerial
           IF KeyedSerial = SPACES
               DISPLAY "    A serial number is required for each unit."
           ELSE
               MOVE GadgetID        TO SerialGadgetID
               MOVE KeyedSerial     TO SerialNumber
               MOVE "I"             TO SerialStatus
               MOVE TblHoldPONumber(HoldIdx) TO SerialPONumber
               MOVE TblHoldReceiptDate(HoldIdx) TO SerialReceiptDate
               MOVE ZERO            TO SerialSONumber
               MOVE ZERO            TO SerialShipDate
               MOVE ZERO            TO SerialCustomer
               WRITE SerialRecord
                   INVALID KEY
                       DISPLAY "    Serial ", KeyedSerial, " is ",
                           "already on file for GadgetID ", GadgetID,
                           "."
                   NOT INVALID KEY
                       ADD 1 TO SerialsCaptured
               END-WRITE
           END-IF.

       LoadSerializedGadgets.
           OPEN INPUT SerializedFile
           IF SerializedFileStatus = "00" OR SerializedFileStatus
               = "05" OR SerializedFileStatus = "07"
               PERFORM ReadSerializedLine
               PERFORM UNTIL SerializedFileEnd
                   ADD 1 TO SerializedCount
                   MOVE SerGadgetID TO SerTblGadgetID(SerializedCount)
                   PERFORM ReadSerializedLine
               END-PERFORM
               CLOSE SerializedFile
           END-IF.

       ReadSerializedLine.
           READ SerializedFile
               AT END SET SerializedFileEnd TO TRUE
           END-READ.

       OpenSerialFileForUpdate.
           OPEN I-O SerialFile
           IF SerialFileStatus = "35"
               OPEN OUTPUT SerialFile
               CLOSE SerialFile
               OPEN I-O SerialFile
           END-IF.

      *> Put away to the first bin in the warehouse that already
      *> holds the gadget, else to an empty bin; the inspector may
      *> name another bin from the master instead.
       PutAwayRelease.
           PERFORM SuggestPutAwayBin
           IF SuggestedBin = SPACES
               DISPLAY "    No bin on BinMaster.dat is free in ",
                   "warehouse ", TblHoldWarehouse(HoldIdx), "."
           ELSE
               DISPLAY "    Put away to bin ", SuggestedBin, " (",
                   SuggestionReason, ")."
           END-IF
           SET PutAwayDone TO FALSE
           PERFORM PromptForPutAwayBin UNTIL PutAwayDone
           IF PutAwayBin = SPACES
               ADD 1 TO UnbinnedCount
           ELSE
               PERFORM AddReleaseToBin
           END-IF.

       SuggestPutAwayBin.
           MOVE SPACES TO SuggestedBin
           SET BinScanDone TO FALSE
           MOVE GadgetID        TO BinGadgetID
           MOVE TblHoldWarehouse(HoldIdx) TO BinWarehouse
           MOVE LOW-VALUES      TO BinCode
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET BinScanDone TO TRUE
           END-START
           PERFORM UNTIL BinScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       IF BinGadgetID NOT = GadgetID
                           OR BinWarehouse NOT =
                               TblHoldWarehouse(HoldIdx)
                           SET BinScanDone TO TRUE
                       ELSE
                           IF BinQty > ZERO
                               MOVE BinCode TO SuggestedBin
                               MOVE "HOLDS GADGET" TO SuggestionReason
                               SET BinScanDone TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF SuggestedBin = SPACES
               SET BinIdx TO 1
               SEARCH BinEntry
                   AT END
                       CONTINUE
                   WHEN BinTblWarehouse(BinIdx)
                       = TblHoldWarehouse(HoldIdx)
                       AND NOT BinHoldsStock(BinIdx)
                       MOVE BinTblCode(BinIdx) TO SuggestedBin
                       MOVE "EMPTY BIN" TO SuggestionReason
               END-SEARCH
           END-IF.

       PromptForPutAwayBin.
           DISPLAY "    Enter the bin put away to, spaces to take the ",
               "suggestion: "
           ACCEPT PutAwayBin
           IF PutAwayBin = SPACES
               MOVE SuggestedBin TO PutAwayBin
           END-IF
           IF PutAwayBin = SPACES
               SET PutAwayDone TO TRUE
           ELSE
               SET BinOnMaster TO FALSE
               SET BinIdx TO 1
               SEARCH BinEntry
                   AT END
                       CONTINUE
                   WHEN BinTblWarehouse(BinIdx)
                       = TblHoldWarehouse(HoldIdx)
                       AND BinTblCode(BinIdx) = PutAwayBin
                       SET BinOnMaster TO TRUE
               END-SEARCH
               IF BinOnMaster
                   SET PutAwayDone TO TRUE
               ELSE
                   DISPLAY "    Bin ", PutAwayBin, " is not on ",
                       "BinMaster.dat for warehouse ",
                       TblHoldWarehouse(HoldIdx), "."
               END-IF
           END-IF.

       AddReleaseToBin.
           MOVE GadgetID        TO BinGadgetID
           MOVE TblHoldWarehouse(HoldIdx) TO BinWarehouse
           MOVE PutAwayBin      TO BinCode
           SET BinStockNotOnFile TO FALSE
           READ BinStockFile
               INVALID KEY
                   SET BinStockNotOnFile TO TRUE
           END-READ
           IF BinStockNotOnFile
               MOVE GadgetID        TO BinGadgetID
               MOVE TblHoldWarehouse(HoldIdx) TO BinWarehouse
               MOVE PutAwayBin      TO BinCode
               MOVE PassedQty       TO BinQty
               WRITE BinStockRecord
                   INVALID KEY
                       DISPLAY "Unable to add bin stock for ",
                           GadgetID, " in bin ", PutAwayBin, "."
               END-WRITE
           ELSE
               ADD PassedQty TO BinQty
               REWRITE BinStockRecord
                   INVALID KEY
                       DISPLAY "Unable to update bin stock for ",
                           GadgetID, " in bin ", PutAwayBin, "."
               END-REWRITE
           END-IF
           MOVE "Y" TO BinTblOccupied(BinIdx).

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
                   MOVE BinFileZone      TO BinTblZone(BinCount)
                   MOVE "N"              TO BinTblOccupied(BinCount)
                   PERFORM ReadBinMasterLine
               END-PERFORM
               CLOSE BinMasterFile
           END-IF
           PERFORM MarkOccupiedBins.

       ReadBinMasterLine.
           READ BinMasterFile
               AT END SET BinMasterFileEnd TO TRUE
           END-READ.

       MarkOccupiedBins.
           SET BinScanDone TO FALSE
           MOVE LOW-VALUES TO BinStockKey
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET BinScanDone TO TRUE
           END-START
           PERFORM UNTIL BinScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       IF BinQty > ZERO
                           PERFORM MarkOneOccupiedBin
                       END-IF
               END-READ
           END-PERFORM.

       MarkOneOccupiedBin.
           SET BinIdx TO 1
           SEARCH BinEntry
               AT END
                   CONTINUE
               WHEN BinTblWarehouse(BinIdx) = BinWarehouse
                   AND BinTblCode(BinIdx) = BinCode
                   MOVE "Y" TO BinTblOccupied(BinIdx)
           END-SEARCH.

       OpenBinStockFileForUpdate.
           OPEN I-O BinStockFile
           IF BinStockFileStatus = "35"
               OPEN OUTPUT BinStockFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
           END-IF.

       OpenLocationFileForUpdate.
           OPEN I-O LocationFile
           IF LocationFileStatus = "35"
               OPEN OUTPUT LocationFile
               CLOSE LocationFile
               OPEN I-O LocationFile
           END-IF.

       ApplyLocationDelta.
           MOVE GadgetID                  TO LocGadgetID
           MOVE TblHoldWarehouse(HoldIdx) TO WarehouseCode
           SET LocationNotOnFile TO FALSE
           READ LocationFile
               INVALID KEY
                   SET LocationNotOnFile TO TRUE
           END-READ
           IF LocationNotOnFile
               MOVE GadgetID                  TO LocGadgetID
               MOVE TblHoldWarehouse(HoldIdx) TO WarehouseCode
               MOVE LocationDelta   TO LocationQty
               WRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Unable to add location record for ",
                           GadgetID, " at ", TblHoldWarehouse(HoldIdx),
                           "."
               END-WRITE
           ELSE
               ADD LocationDelta TO LocationQty
                   GIVING LocationWorkQty
               IF LocationWorkQty > 9999
                   MOVE 9999 TO LocationWorkQty
               END-IF
               MOVE LocationWorkQty TO LocationQty
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Unable to update location record ",
                           "for ", GadgetID, " at ",
                           TblHoldWarehouse(HoldIdx), "."
               END-REWRITE
           END-IF.

       RewriteHoldFile.
           OPEN OUTPUT HoldFile
           PERFORM WriteOneHoldLine
               VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
           CLOSE HoldFile.

       WriteOneHoldLine.
           MOVE TblHoldNumber(HoldIdx)       TO HoldNumber
           MOVE TblHoldGadgetID(HoldIdx)     TO HoldGadgetID
           MOVE TblHoldSupplier(HoldIdx)     TO HoldSupplier
           MOVE TblHoldPONumber(HoldIdx)     TO HoldPONumber
           MOVE TblHoldWarehouse(HoldIdx)    TO HoldWarehouse
           MOVE TblHoldQty(HoldIdx)          TO HoldQty
           MOVE TblHoldReceiptDate(HoldIdx)  TO HoldReceiptDate
           MOVE TblHoldUnitCost(HoldIdx)     TO HoldUnitCost
           MOVE TblHoldStatus(HoldIdx)       TO HoldStatus
           MOVE TblHoldPassedQty(HoldIdx)    TO HoldPassedQty
           MOVE TblHoldFailedQty(HoldIdx)    TO HoldFailedQty
           MOVE TblHoldInspectedBy(HoldIdx)  TO HoldInspectedBy
           MOVE TblHoldInspectedDate(HoldIdx) TO HoldInspectedDate
           WRITE HoldRecord.

      ******************************************************************
      * Fiscal period guard, shared with the other posting programs.
      ******************************************************************
       LoadFiscalPeriods.
           ACCEPT PeriodTodaysDate FROM DATE YYYYMMDD
           OPEN INPUT FiscalPeriodFile
           IF FiscalPeriodFileStatus = "00"
               OR FiscalPeriodFileStatus = "05"
               OR FiscalPeriodFileStatus = "07"
               PERFORM ReadFiscalPeriodLine
               PERFORM UNTIL FiscalPeriodFileEnd
                   ADD 1 TO PeriodCount
                   MOVE PeriodNumber    TO TblPeriodNumber(PeriodCount)
                   MOVE PeriodStartDate TO TblPeriodStart(PeriodCount)
                   MOVE PeriodEndDate   TO TblPeriodEnd(PeriodCount)
                   MOVE PeriodStatus    TO TblPeriodStatus(PeriodCount)
                   PERFORM ReadFiscalPeriodLine
               END-PERFORM
               CLOSE FiscalPeriodFile
           END-IF
           PERFORM FindCurrentOpenPeriod.

       ReadFiscalPeriodLine.
           READ FiscalPeriodFile
               AT END SET FiscalPeriodFileEnd TO TRUE
           END-READ.

      *> Where an entry refused for a closed period can go instead:
      *> the earliest open period not already over, dated today when
      *> today falls inside it and on its first day otherwise.
       FindCurrentOpenPeriod.
           MOVE ZERO TO OpenPeriodNumber
           MOVE ZERO TO OpenPeriodDate
           PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
               IF NOT TblPeriodClosed(PeriodIdx)
                   AND TblPeriodEnd(PeriodIdx) >= PeriodTodaysDate
                   AND (OpenPeriodNumber = ZERO
                       OR TblPeriodStart(PeriodIdx) < OpenPeriodDate)
                   MOVE TblPeriodNumber(PeriodIdx) TO OpenPeriodNumber
                   MOVE TblPeriodStart(PeriodIdx) TO OpenPeriodDate
               END-IF
           END-PERFORM
           IF OpenPeriodNumber NOT = ZERO
               AND OpenPeriodDate < PeriodTodaysDate
               MOVE PeriodTodaysDate TO OpenPeriodDate
           END-IF.

      *> Sets PostingPeriodClosed when PostingDate falls inside a
      *> period accounting has closed. A date no period covers is
      *> left open.
       CheckPostingPeriod.
           SET PostingPeriodClosed TO FALSE
           MOVE ZERO TO PostingPeriod
           PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
               IF PostingDate >= TblPeriodStart(PeriodIdx)
                   AND PostingDate <= TblPeriodEnd(PeriodIdx)
                   MOVE TblPeriodNumber(PeriodIdx) TO PostingPeriod
                   IF TblPeriodClosed(PeriodIdx)
                       SET PostingPeriodClosed TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> Nothing is posted into a closed period. The refusal is
      *> logged for the morning check, and the inspector may date the
      *> session's releases in the current open period instead.
       OfferOpenPeriod.
           MOVE "W" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Refused releases dated " DELIMITED BY SIZE
               PostingDate DELIMITED BY SIZE
               " in closed period " DELIMITED BY SIZE
               PostingPeriod DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent
           DISPLAY "Period ", PostingPeriod, " is closed; nothing ",
               "dated ", PostingDate, " can be posted."
           IF OpenPeriodNumber = ZERO
               DISPLAY "No open period to post into; define one on ",
                   "FiscalPeriods.dat. Nothing posted."
               STOP RUN
           END-IF
           DISPLAY "Enter Y to post these releases dated ",
               OpenPeriodDate, " in open period ", OpenPeriodNumber,
               " instead: "
           ACCEPT PeriodAnswer
           IF NOT OpenPeriodAccepted
               DISPLAY "Nothing posted."
               STOP RUN
           END-IF
           MOVE OpenPeriodDate TO ReleaseDate.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "INSPECT-RECEIPTS" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

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
                       LockTime, " today; inspection not started."
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LockFile
           MOVE SPACES TO LockRecord
           MOVE "INSPECT-RECEIPTS" TO LockProgram
           MOVE InspectorInitials TO LockOperator
           MOVE LockTodaysDate TO LockDate
           ACCEPT LockTimeRaw FROM TIME
           MOVE LockTimeRaw(1:6) TO LockTime
           WRITE LockRecord
           CLOSE LockFile.

       ReleaseProductLock.
           OPEN OUTPUT LockFile
           CLOSE LockFile.

       END PROGRAM INSPECT-RECEIPTS.
