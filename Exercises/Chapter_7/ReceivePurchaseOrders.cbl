               ASSIGN TO "ProductMovements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Gadgets flagged as serialized, whose receipts must
           *> name every unit that arrived.
           SELECT SerializedFile ASSIGN TO "SerializedGadgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SerializedFileStatus.

           *> FIFO cost layers: one per receipt, keyed by gadget and
           *> an ascending layer number so the oldest comes first.
           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

           SELECT LayerSequenceFile ASSIGN TO "CostLayerSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayerSequenceFileStatus.

           SELECT SerialFile ASSIGN TO "SerialNumbers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SerialKey
               FILE STATUS IS SerialFileStatus.

           *> Storage bins within each warehouse, with their aisle
           *> and zone, and what each bin holds of each gadget.
           SELECT BinMasterFile ASSIGN TO "BinMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BinMasterFileStatus.

           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           *> Where each receipt was put away, for the stock handlers.
           SELECT PutAwayFile ASSIGN TO "PutAwayWorksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> UPC/EAN codes to GadgetID, so the receiver can scan the
           *> carton instead of keying the ID.
           SELECT BarcodeFile ASSIGN TO "Barcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BarcodeNumber
               FILE STATUS IS BarcodeFileStatus.

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

           *> The unit each supplier ships a gadget in and its size in
           *> eaches; receipts are keyed in those units.
           SELECT PurchaseUnitFile ASSIGN TO "PurchaseUnits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseUnitFileStatus.

           *> Gadgets and suppliers whose receipts QA must pass before
           *> the stock can be sold.
           SELECT InspectionRuleFile ASSIGN TO "InspectionRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InspectionRuleFileStatus.

           *> Receipts waiting on inspection; they are not in
           *> QtyInStock until INSPECT-RECEIPTS passes them.
           SELECT OPTIONAL HoldFile ASSIGN TO "InspectionHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HoldSequenceFile ASSIGN TO "InspectionSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldSequenceFileStatus.

           *> Shared run lock every Product.dat updater claims at
           *> start and releases at close.
           SELECT LockFile ASSIGN TO "ProductRunLock.dat"
           02  POLineReceivedQty   PIC 9(4).
           02  POLineOrderDate     PIC 9(8).
           02  POLineStatus        PIC X.
           02  POLineUnitCost      PIC 9(4)V99.
           02  POLineLandedCost    PIC 9(6)V99.

       FD  SupplierFile.
       01  SupplierRecord.
           02  MoveWarehouse       PIC X(4).
           02  MoveResultingQty    PIC 9(4).

       FD  SerializedFile.
       01  SerializedRecord.
           88  SerializedFileEnd   VALUE HIGH-VALUES.
           02  SerGadgetID         PIC 9(6).
           02  SerWarrantyMonths   PIC 9(3).

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

       FD  PutAwayFile.
       01  PutAwayRecord           PIC X(80).

       FD  BarcodeFile.
       01  BarcodeRecord.
           02  BarcodeNumber       PIC 9(13).
           02  BarcodeGadgetID     PIC 9(6).

       FD  FiscalPeriodFile.
       01  FiscalPeriodRecord.
           88  FiscalPeriodFileEnd VALUE HIGH-VALUES.
           02  PeriodNumber        PIC 9(6).
           02  PeriodStartDate     PIC 9(8).
           02  PeriodEndDate       PIC 9(8).
           02  PeriodStatus        PIC X.
           02  PeriodClosedDate    PIC 9(8).

       FD  PurchaseUnitFile.
       01  PurchaseUnitRecord.
           88  PurchaseUnitFileEnd VALUE HIGH-VALUES.
           02  PUGadgetID          PIC 9(6).
           02  PUSupplier          PIC X(5).
           02  PUUnit              PIC X(4).
           02  PUEachesPerUnit     PIC 9(4).
           02  PUOrderMultiple     PIC 9(4).

       FD  InspectionRuleFile.
       01  InspectionRuleRecord.
           88  InspectionRuleFileEnd VALUE HIGH-VALUES.
           02  RuleType            PIC X.
           02  RuleCode            PIC X(6).

       FD  HoldFile.
       01  HoldRecord.
           02  HoldNumber          PIC 9(6).
           02  HoldGadgetID        PIC 9(6).
           02  HoldSupplier        PIC X(5).
           02  HoldPONumber        PIC 9(6).
           02  HoldWarehouse       PIC X(4).
           02  HoldQty             PIC 9(4).
           02  HoldReceiptDate     PIC 9(8).
           02  HoldUnitCost        PIC 9(4)V99.
           02  HoldStatus          PIC X.
           02  HoldPassedQty       PIC 9(4).
           02  HoldFailedQty       PIC 9(4).
           02  HoldInspectedBy     PIC X(3).
           02  HoldInspectedDate   PIC 9(8).

       FD  HoldSequenceFile.
       01  HoldSequenceRecord      PIC 9(6).

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
       01  OpenPOFileStatus    PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus  PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus  PIC X(02)   VALUE ZEROES.
       01  SerializedFileStatus PIC X(02)  VALUE ZEROES.
       01  SerialFileStatus    PIC X(02)   VALUE ZEROES.
       01  CostLayerFileStatus PIC X(02)   VALUE ZEROES.
       01  LayerSequenceFileStatus PIC X(02) VALUE ZEROES.
       01  NextLayerNumber     PIC 9(8)    VALUE 00000001.

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

       01  PutAwayHeaderLine.
           02  FILLER          PIC X(20)   VALUE "PUT-AWAY WORKSHEET  ".
           02  FILLER          PIC X(5)    VALUE "DATE ".
           02  PutAwayHeaderDate PIC 9(8).

       01  PutAwayColumnLine.
           02  FILLER          PIC X(16)   VALUE "PO      GADGET  ".
           02  FILLER          PIC X(20)   VALUE "NAME".
           02  FILLER          PIC X(6)    VALUE "   QTY".
           02  FILLER          PIC X(6)    VALUE "  WHSE".
           02  FILLER          PIC X(8)    VALUE "  BIN   ".
           02  FILLER          PIC X(5)    VALUE "AISLE".
           02  FILLER          PIC X(4)    VALUE "ZONE".
           02  FILLER          PIC X(8)    VALUE "  REASON".

       01  PutAwayItemLine.
           02  PutAwayPONumber PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayGadgetID PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayName     PIC X(20).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayQty      PIC ZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayWarehouse PIC X(4).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayBinCode  PIC X(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayAisle    PIC ZZ9     BLANK WHEN ZERO.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayZone     PIC X(2).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  PutAwayReason   PIC X(12).

       *> R posts arrived quantities; L lists what is still on order.
       01  RunMode             PIC X       VALUE "R".
               03  EntryOrderDate      PIC 9(8).
               03  EntryStatus         PIC X.
                   88  EntryClosed         VALUE "C".
               03  EntryUnitCost       PIC 9(4)V99.
               03  EntryLandedCost     PIC 9(6)V99.

       *> The receipt being keyed: which PO line it lands on, how
       *> many arrived, and at which warehouse.
       01  ReceiptPONumber     PIC 9(6)    VALUE ZERO.
       01  ReceiptGadgetID     PIC 9(6)    VALUE ZERO.

       *> The gadget as keyed or scanned: a six-digit GadgetID, a
       *> twelve-digit UPC-A or a thirteen-digit EAN, the barcodes
       *> read through Barcodes.dat.
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.
       01  GadgetEntryText     PIC X(13)   VALUE SPACES.
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeRefusal      PIC X(35)   VALUE SPACES.
           88  BarcodeAcceptable       VALUE SPACES.
       01  BarcodeFileSwitch   PIC X       VALUE "N".
           88  BarcodeFileOpen         VALUE "Y"  WHEN SET TO FALSE "N".
       01  ReceiptQty          PIC 9(4)    VALUE ZERO.

       *> Purchase units per gadget and supplier. The quantity is
       *> keyed in the PO line supplier's unit and converted to the
       *> eaches everything from Product.dat on counts in.
       01  PurchaseUnitFileStatus PIC X(02) VALUE ZEROES.
       01  PurchaseUnitCount   PIC 9(4)    VALUE ZERO.
       01  PurchaseUnitTable.
           02  PurchaseUnitEntry OCCURS 1 TO 3000 TIMES
                                 DEPENDING ON PurchaseUnitCount
                                 INDEXED BY PUidx.
               03  PUTblGadgetID   PIC 9(6).
               03  PUTblSupplier   PIC X(5).
               03  PUTblUnit       PIC X(4).
               03  PUTblEaches     PIC 9(4).
               03  PUTblMultiple   PIC 9(4).
       01  ReceiptUnit         PIC X(4)    VALUE SPACES.
       01  ReceiptEachesPerUnit PIC 9(4)   VALUE ZERO.
       01  ReceiptUnitQty      PIC 9(4)    VALUE ZERO.
       01  ReceiptEaches       PIC 9(8)    VALUE ZERO.

       *> Inspection flags: G lines name a GadgetID, S lines a
       *> supplier code. A receipt matching either is held.
       01  InspectionRuleFileStatus PIC X(02) VALUE ZEROES.
       01  HoldSequenceFileStatus PIC X(02) VALUE ZEROES.
       01  RuleCount           PIC 9(4)    VALUE ZERO.
       01  RuleTable.
           02  RuleEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON RuleCount
                         INDEXED BY RuleIdx.
               03  RuleTblType     PIC X.
               03  RuleTblCode     PIC X(6).
       01  RuleGadgetText      PIC X(6)    VALUE SPACES.
       01  InspectionSwitch    PIC X       VALUE "N".
           88  InspectionRequired      VALUE "Y"  WHEN SET TO FALSE "N".
       01  NextHoldNumber      PIC 9(6)    VALUE 1.
       01  HeldCount           PIC 9(4)    VALUE ZERO.
       01  EntryWarehouse      PIC X(4)    VALUE SPACES.
       01  ReceiptUnitCost     PIC 9(4)V99 VALUE ZERO.
       01  FoundPosition       PIC 9(4)    VALUE ZERO.

       01  ProductNotFound     PIC X   VALUE "N".
       01  SupplierNotFound    PIC X       VALUE "N".
           88  UnknownSupplier         VALUE "Y" WHEN SET TO FALSE "N".

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

       *> Who is keying the receipts, for the run lock.
       01  OperatorInitials    PIC X(3)    VALUE SPACES.

                STOP RUN
            END-IF

            PERFORM LoadFiscalPeriods
            PERFORM PromptForReceiptDate
            PERFORM LoadPurchaseUnits
            PERFORM LoadInspectionRules

            DISPLAY "Enter your operator initials: "
            ACCEPT OperatorInitials
            PERFORM ClaimProductLock
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
            OPEN EXTEND HoldFile
            PERFORM LoadHoldSequence
            OPEN INPUT BarcodeFile
            IF BarcodeFileStatus = "00" OR BarcodeFileStatus = "05"
                OR BarcodeFileStatus = "07"
                SET BarcodeFileOpen TO TRUE
            END-IF
            OPEN OUTPUT PutAwayFile
            MOVE ReceiptDate TO PutAwayHeaderDate
            MOVE PutAwayHeaderLine TO PutAwayRecord
            WRITE PutAwayRecord
            MOVE PutAwayColumnLine TO PutAwayRecord
            WRITE PutAwayRecord

            PERFORM PromptForReceipt *> Init loop.
            PERFORM PromptForReceipt

            CLOSE ProductFile
            CLOSE LocationFile
            CLOSE SerialFile
            CLOSE CostLayerFile
            CLOSE BinStockFile
            CLOSE PutAwayFile
            CLOSE MovementFile
            CLOSE HoldFile
            PERFORM SaveHoldSequence
            IF BarcodeFileOpen
                CLOSE BarcodeFile
            END-IF
            PERFORM ReleaseProductLock
            PERFORM SaveLayerSequence
            PERFORM RewriteOpenPOFile

            DISPLAY "Receipts posted:  ", PostedCount, "."
            DISPLAY "Receipts refused: ", RefusedCount, "."
            IF HeldCount > ZERO
                DISPLAY "Receipts held for inspection: ", HeldCount,
                    "; INSPECT-RECEIPTS releases them to stock."
            END-IF
            IF UnbinnedCount > ZERO
                DISPLAY "Receipts left without a bin: ", UnbinnedCount,
                    "."
            END-IF
            DISPLAY "Put-away instructions are in PutAwayWorksheet.txt."

            *> Stock that just landed may cover waiting backorders.
            IF PostedCount > ZERO

            STOP RUN.

      *> Receipts carry the day the goods arrived, which must fall in
      *> an open fiscal period.
       PromptForReceiptDate.
           DISPLAY "Enter the date the goods arrived (YYYYMMDD), 0 ",
               "for today: "
           ACCEPT ReceiptDate
           IF ReceiptDate = ZERO
               MOVE PeriodTodaysDate TO ReceiptDate
           END-IF
           MOVE ReceiptDate TO PostingDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM OfferOpenPeriod
           END-IF.

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
      *> logged for the morning check, and the operator may move the
      *> session's receipts into the current open period instead.
       OfferOpenPeriod.
           MOVE "W" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Refused receipts dated " DELIMITED BY SIZE
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
           DISPLAY "Enter Y to post these receipts dated ",
               OpenPeriodDate, " in open period ", OpenPeriodNumber,
               " instead: "
           ACCEPT PeriodAnswer
           IF NOT OpenPeriodAccepted
               DISPLAY "Nothing posted."
               STOP RUN
           END-IF
           MOVE OpenPeriodDate TO ReceiptDate.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "RECEIVE-PURCHASE-ORDERS" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

      *> One updater at a time on Product.dat: refuse cleanly when a
      *> same-day run already holds the lock, and take over a stale
      *> lock a crashed run left behind.
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
           DISPLAY "Enter the PO number, 000000 to finish: "
           ACCEPT ReceiptPONumber
           IF ReceiptPONumber NOT = ZERO
               DISPLAY "Enter or scan the GadgetID or barcode on ",
                   "that PO: "
               MOVE SPACES TO GadgetEntryText
               ACCEPT GadgetEntryText
               PERFORM ResolveGadgetEntry
               IF NOT BarcodeAcceptable
                   DISPLAY GadgetEntryText, " refused: ",
                       BarcodeRefusal
                   ADD 1 TO RefusedCount
               ELSE
                   PERFORM FindOpenPOLine
                   IF FoundPosition = ZERO
                       DISPLAY "No open PO line for PO ",
                           ReceiptPONumber, " GadgetID ",
                           ReceiptGadgetID, "."
                       ADD 1 TO RefusedCount
                   ELSE
                       PERFORM PromptForReceiptQty
                   END-IF
               END-IF
           END-IF.

      *> The receiver counts what came off the truck in the
      *> supplier's units; the receipt posts in eaches.
       PromptForReceiptQty.
           PERFORM FindPurchaseUnit
           IF ReceiptEachesPerUnit = 1
               DISPLAY "Enter the quantity received in eaches: "
           ELSE
               DISPLAY "Enter the number of ", ReceiptUnit,
                   " received (", ReceiptEachesPerUnit, " each): "
           END-IF
           ACCEPT ReceiptUnitQty
           COMPUTE ReceiptEaches = ReceiptUnitQty
               * ReceiptEachesPerUnit
           IF ReceiptEaches > 9999
               DISPLAY ReceiptEaches, " eaches is more than one ",
                   "receipt can carry; receipt refused."
               ADD 1 TO RefusedCount
           ELSE
               MOVE ReceiptEaches TO ReceiptQty
               IF ReceiptEachesPerUnit NOT = 1
                   DISPLAY ReceiptUnitQty, " ", ReceiptUnit, " = ",
                       ReceiptQty, " eaches."
               END-IF
               DISPLAY "Enter the receiving warehouse code: "
               ACCEPT EntryWarehouse
               DISPLAY "Enter the unit cost invoiced per each ",
                   "(9999v99), zero for the PO line's agreed cost: "
               ACCEPT ReceiptUnitCost
               PERFORM CheckInspectionRequired
               IF InspectionRequired
                   PERFORM HoldReceiptForInspection
               ELSE
                   PERFORM PostOneReceipt
               END-IF
           END-IF.

       LoadInspectionRules.
           OPEN INPUT InspectionRuleFile
           IF InspectionRuleFileStatus = "00"
               OR InspectionRuleFileStatus = "05"
               OR InspectionRuleFileStatus = "07"
               PERFORM ReadInspectionRuleLine
               PERFORM UNTIL InspectionRuleFileEnd
                   ADD 1 TO RuleCount
                   MOVE RuleType TO RuleTblType(RuleCount)
                   MOVE RuleCode TO RuleTblCode(RuleCount)
                   PERFORM ReadInspectionRuleLine
               END-PERFORM
               CLOSE InspectionRuleFile
           END-IF.

       ReadInspectionRuleLine.
           READ InspectionRuleFile
               AT END SET InspectionRuleFileEnd TO TRUE
           END-READ.

       CheckInspectionRequired.
           SET InspectionRequired TO FALSE
           MOVE ReceiptGadgetID TO RuleGadgetText
           SET RuleIdx TO 1
           SEARCH RuleEntry
               AT END
                   CONTINUE
               WHEN RuleTblType(RuleIdx) = "G"
                   AND RuleTblCode(RuleIdx) = RuleGadgetText
                   SET InspectionRequired TO TRUE
               WHEN RuleTblType(RuleIdx) = "S"
                   AND RuleTblCode(RuleIdx)
                       = EntrySupplier(FoundPosition)
                   SET InspectionRequired TO TRUE
           END-SEARCH.

      *> A held receipt fills the PO line but leaves QtyInStock,
      *> the warehouse and the cost layers alone; it waits on
      *> InspectionHolds.dat at the cost it will layer at, and goes
      *> to the inspection area instead of a bin.
       HoldReceiptForInspection.
           SET UnknownGadgetID TO FALSE
           MOVE ReceiptGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               DISPLAY "GadgetID ", ReceiptGadgetID,
                   " is not on Product.dat; receipt refused."
               ADD 1 TO RefusedCount
           ELSE
               MOVE NextHoldNumber   TO HoldNumber
               ADD 1 TO NextHoldNumber
               MOVE ReceiptGadgetID  TO HoldGadgetID
               MOVE EntrySupplier(FoundPosition) TO HoldSupplier
               MOVE EntryPONumber(FoundPosition) TO HoldPONumber
               MOVE EntryWarehouse   TO HoldWarehouse
               MOVE ReceiptQty       TO HoldQty
               MOVE ReceiptDate      TO HoldReceiptDate
               EVALUATE TRUE
                   WHEN ReceiptUnitCost > ZERO
                       MOVE ReceiptUnitCost TO HoldUnitCost
                   WHEN EntryUnitCost(FoundPosition) > ZERO
                       MOVE EntryUnitCost(FoundPosition)
                           TO HoldUnitCost
                   WHEN OTHER
                       MOVE UnitCost TO HoldUnitCost
               END-EVALUATE
               MOVE "H"              TO HoldStatus
               MOVE ZERO             TO HoldPassedQty
               MOVE ZERO             TO HoldFailedQty
               MOVE SPACES           TO HoldInspectedBy
               MOVE ZERO             TO HoldInspectedDate
               WRITE HoldRecord
               PERFORM UpdatePOLineStatus
               DISPLAY "GadgetID ", ReceiptGadgetID, " needs ",
                   "inspection; ", ReceiptQty, " held as hold ",
                   HoldNumber, ", not yet in stock."
               MOVE EntryPONumber(FoundPosition) TO PutAwayPONumber
               MOVE ReceiptGadgetID  TO PutAwayGadgetID
               MOVE GadgetName       TO PutAwayName
               MOVE ReceiptQty       TO PutAwayQty
               MOVE EntryWarehouse   TO PutAwayWarehouse
               MOVE "QA"             TO PutAwayBinCode
               MOVE ZERO             TO PutAwayAisle
               MOVE SPACES           TO PutAwayZone
               MOVE "INSPECTION"     TO PutAwayReason
               MOVE PutAwayItemLine  TO PutAwayRecord
               WRITE PutAwayRecord
               ADD 1 TO HeldCount
           END-IF.

       LoadHoldSequence.
           OPEN INPUT HoldSequenceFile
           IF HoldSequenceFileStatus = "00"
               READ HoldSequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HoldSequenceRecord TO NextHoldNumber
               END-READ
               CLOSE HoldSequenceFile
           END-IF.

       SaveHoldSequence.
           OPEN OUTPUT HoldSequenceFile
           MOVE NextHoldNumber TO HoldSequenceRecord
           WRITE HoldSequenceRecord
           CLOSE HoldSequenceFile.

       LoadPurchaseUnits.
           OPEN INPUT PurchaseUnitFile
           IF PurchaseUnitFileStatus = "00" OR PurchaseUnitFileStatus
               = "05" OR PurchaseUnitFileStatus = "07"
               PERFORM ReadPurchaseUnitLine
               PERFORM UNTIL PurchaseUnitFileEnd
                   ADD 1 TO PurchaseUnitCount
                   SET PUidx TO PurchaseUnitCount
                   MOVE PUGadgetID      TO PUTblGadgetID(PUidx)
                   MOVE PUSupplier      TO PUTblSupplier(PUidx)
                   MOVE PUUnit          TO PUTblUnit(PUidx)
                   MOVE PUEachesPerUnit TO PUTblEaches(PUidx)
                   MOVE PUOrderMultiple TO PUTblMultiple(PUidx)
                   PERFORM ReadPurchaseUnitLine
               END-PERFORM
               CLOSE PurchaseUnitFile
           END-IF.

       ReadPurchaseUnitLine.
           READ PurchaseUnitFile
               AT END SET PurchaseUnitFileEnd TO TRUE
           END-READ.

      *> The unit the PO line's supplier ships the gadget in; no line
      *> on PurchaseUnits.dat means it comes by the each.
       FindPurchaseUnit.
           MOVE "EACH" TO ReceiptUnit
           MOVE 1 TO ReceiptEachesPerUnit
           SET PUidx TO 1
           SEARCH PurchaseUnitEntry
               AT END
                   CONTINUE
               WHEN PUTblGadgetID(PUidx) = ReceiptGadgetID
                   AND PUTblSupplier(PUidx)
                       = EntrySupplier(FoundPosition)
                   AND PUTblEaches(PUidx) > ZERO
                   MOVE PUTblUnit(PUidx)   TO ReceiptUnit
                   MOVE PUTblEaches(PUidx) TO ReceiptEachesPerUnit
           END-SEARCH.

      *> Six digits is a GadgetID as keyed; twelve is a UPC-A (held
      *> on file behind a leading zero) and thirteen an EAN, both
      *> read through Barcodes.dat. Anything else is refused.
       ResolveGadgetEntry.
           MOVE SPACES TO BarcodeRefusal
           MOVE ZERO TO BarcodeLength
           INSPECT GadgetEntryText TALLYING BarcodeLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN BarcodeLength = 6
                   AND GadgetEntryText(1:6) IS NUMERIC
                   MOVE GadgetEntryText(1:6) TO ReceiptGadgetID
               WHEN BarcodeLength = 12
                   AND GadgetEntryText(1:12) IS NUMERIC
                   MOVE "0" TO BarcodeKeyText(1:1)
                   MOVE GadgetEntryText(1:12) TO BarcodeKeyText(2:12)
                   PERFORM LookUpBarcode
               WHEN BarcodeLength = 13 AND GadgetEntryText IS NUMERIC
                   MOVE GadgetEntryText TO BarcodeKeyText
                   PERFORM LookUpBarcode
               WHEN OTHER
                   MOVE "NOT A GADGETID OR BARCODE" TO BarcodeRefusal
           END-EVALUATE.

       LookUpBarcode.
           IF NOT BarcodeFileOpen
               MOVE "NO BARCODES.DAT TO READ IT" TO BarcodeRefusal
           ELSE
               MOVE BarcodeKeyText TO BarcodeNumber
               READ BarcodeFile
                   INVALID KEY
                       MOVE "BARCODE NOT ON FILE" TO BarcodeRefusal
                   NOT INVALID KEY
                       MOVE BarcodeGadgetID TO ReceiptGadgetID
               END-READ
           END-IF.

      *> Only an open or partial line can take a receipt; a closed
      *> line means the arrival belongs on a new PO.
       FindOpenPOLine.
                   ADD 1 TO RefusedCount
               ELSE
                   MOVE WorkingQty TO QtyInStock
                   IF ReceiptDate > LastMovementDate
                       MOVE ReceiptDate TO LastMovementDate
                   END-IF
                   REWRITE ProductRecord
                       INVALID KEY
                           DISPLAY "Unable to update GadgetID ",
                           PERFORM ApplyLocationDelta
                           PERFORM WriteMovementRecord
                           PERFORM UpdatePOLineStatus
                           PERFORM WriteCostLayer
                           PERFORM CaptureReceivedSerials
                           PERFORM PutAwayReceipt
                           ADD 1 TO PostedCount
                   END-REWRITE
               END-IF
                   " still on order."
           END-IF.

      *> Every receipt becomes a FIFO layer at the cost keyed on the
      *> receipt, the PO line's agreed cost when none was keyed, and
      *> the gadget's UnitCost for an old line raised without one.
       WriteCostLayer.
           MOVE ReceiptGadgetID  TO LayerGadgetID
           MOVE NextLayerNumber  TO LayerNumber
           ADD 1 TO NextLayerNumber
           MOVE ReceiptDate      TO LayerReceiptDate
           MOVE MoveReference    TO LayerReference
           MOVE ReceiptQty       TO LayerReceivedQty
           MOVE ReceiptQty       TO LayerRemainingQty
           EVALUATE TRUE
               WHEN ReceiptUnitCost > ZERO
                   MOVE ReceiptUnitCost TO LayerUnitCost
               WHEN EntryUnitCost(FoundPosition) > ZERO
                   MOVE EntryUnitCost(FoundPosition) TO LayerUnitCost
               WHEN OTHER
                   MOVE UnitCost TO LayerUnitCost
           END-EVALUATE
           WRITE CostLayerRecord
               INVALID KEY
                   DISPLAY "Unable to add cost layer for ",
                       ReceiptGadgetID, "; check CostLayerSequence.dat."
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

      *> A serialized gadget's receipt is not finished until every
      *> unit that arrived has its serial on SerialNumbers.dat; a
      *> serial already on file for the gadget is keyed again.
       CaptureReceivedSerials.
           SET GadgetIsSerialized TO FALSE
           SET SerIdx TO 1
           SEARCH SerializedEntry
               AT END
                   CONTINUE
               WHEN SerTblGadgetID(SerIdx) = ReceiptGadgetID
                   SET GadgetIsSerialized TO TRUE
           END-SEARCH
           IF GadgetIsSerialized
               MOVE ZERO TO SerialsCaptured
               DISPLAY "GadgetID ", ReceiptGadgetID, " is serialized; ",
                   "key the ", ReceiptQty, " serial numbers received."
               PERFORM PromptForReceivedSerial
                   UNTIL SerialsCaptured >= ReceiptQty
           END-IF.

       PromptForReceivedSerial.
           DISPLAY "Serial ", SerialsCaptured, " of ", ReceiptQty,
               " captured; enter the next serial number: "
           ACCEPT KeyedSerial
           IF KeyedSerial = SPACES
               DISPLAY "A serial number is required for each unit."
           ELSE
               MOVE ReceiptGadgetID TO SerialGadgetID
               MOVE KeyedSerial     TO SerialNumber
               MOVE "I"             TO SerialStatus
               MOVE EntryPONumber(FoundPosition) TO SerialPONumber
               MOVE ReceiptDate     TO SerialReceiptDate
               MOVE ZERO            TO SerialSONumber
               MOVE ZERO            TO SerialShipDate
               MOVE ZERO            TO SerialCustomer
               WRITE SerialRecord
                   INVALID KEY
                       DISPLAY "Serial ", KeyedSerial, " is already ",
                           "on file for GadgetID ", ReceiptGadgetID,
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
      *> holds the gadget, else to an empty bin; the operator may
      *> name another bin from the master instead.
       PutAwayReceipt.
           PERFORM SuggestPutAwayBin
           IF SuggestedBin = SPACES
               DISPLAY "No bin on BinMaster.dat is free in warehouse ",
                   EntryWarehouse, "."
           ELSE
               DISPLAY "Put away to bin ", SuggestedBin, " (",
                   SuggestionReason, ")."
           END-IF
           SET PutAwayDone TO FALSE
           PERFORM PromptForPutAwayBin UNTIL PutAwayDone
           IF PutAwayBin = SPACES
               ADD 1 TO UnbinnedCount
               MOVE "NO BIN" TO PutAwayBinCode
               MOVE ZERO     TO PutAwayAisle
               MOVE SPACES   TO PutAwayZone
               MOVE "NOT BINNED" TO PutAwayReason
           ELSE
               PERFORM AddReceiptToBin
               MOVE PutAwayBin TO PutAwayBinCode
               MOVE BinTblAisle(BinIdx) TO PutAwayAisle
               MOVE BinTblZone(BinIdx)  TO PutAwayZone
               IF PutAwayBin = SuggestedBin
                   MOVE SuggestionReason TO PutAwayReason
               ELSE
                   MOVE "OPERATOR" TO PutAwayReason
               END-IF
           END-IF
           MOVE EntryPONumber(FoundPosition) TO PutAwayPONumber
           MOVE ReceiptGadgetID  TO PutAwayGadgetID
           MOVE GadgetName       TO PutAwayName
           MOVE ReceiptQty       TO PutAwayQty
           MOVE EntryWarehouse   TO PutAwayWarehouse
           MOVE PutAwayItemLine  TO PutAwayRecord
           WRITE PutAwayRecord.

       SuggestPutAwayBin.
           MOVE SPACES TO SuggestedBin
           SET BinScanDone TO FALSE
           MOVE ReceiptGadgetID TO BinGadgetID
           MOVE EntryWarehouse  TO BinWarehouse
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
                       IF BinGadgetID NOT = ReceiptGadgetID
                           OR BinWarehouse NOT = EntryWarehouse
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
                   WHEN BinTblWarehouse(BinIdx) = EntryWarehouse
                       AND NOT BinHoldsStock(BinIdx)
                       MOVE BinTblCode(BinIdx) TO SuggestedBin
                       MOVE "EMPTY BIN" TO SuggestionReason
               END-SEARCH
           END-IF.

       PromptForPutAwayBin.
           DISPLAY "Enter the bin put away to, spaces to take the ",
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
                   WHEN BinTblWarehouse(BinIdx) = EntryWarehouse
                       AND BinTblCode(BinIdx) = PutAwayBin
                       SET BinOnMaster TO TRUE
               END-SEARCH
               IF BinOnMaster
                   SET PutAwayDone TO TRUE
               ELSE
                   DISPLAY "Bin ", PutAwayBin, " is not on ",
                       "BinMaster.dat for warehouse ", EntryWarehouse,
                       "."
               END-IF
           END-IF.

      *> Leaves BinIdx on the bin's master entry for the worksheet.
       AddReceiptToBin.
           MOVE ReceiptGadgetID TO BinGadgetID
           MOVE EntryWarehouse  TO BinWarehouse
           MOVE PutAwayBin      TO BinCode
           SET BinStockNotOnFile TO FALSE
           READ BinStockFile
               INVALID KEY
                   SET BinStockNotOnFile TO TRUE
           END-READ
           IF BinStockNotOnFile
               MOVE ReceiptGadgetID TO BinGadgetID
               MOVE EntryWarehouse  TO BinWarehouse
               MOVE PutAwayBin      TO BinCode
               MOVE ReceiptQty      TO BinQty
               WRITE BinStockRecord
                   INVALID KEY
                       DISPLAY "Unable to add bin stock for ",
                           ReceiptGadgetID, " in bin ", PutAwayBin,
                           "."
               END-WRITE
           ELSE
               ADD ReceiptQty TO BinQty
               REWRITE BinStockRecord
                   INVALID KEY
                       DISPLAY "Unable to update bin stock for ",
                           ReceiptGadgetID, " in bin ", PutAwayBin,
                           "."
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
           *> First receiving run before any location records exist:
           MOVE EntryReceivedQty(POidx) TO POLineReceivedQty
           MOVE EntryOrderDate(POidx)   TO POLineOrderDate
           MOVE EntryStatus(POidx)      TO POLineStatus
           MOVE EntryUnitCost(POidx)    TO POLineUnitCost
           MOVE EntryLandedCost(POidx)  TO POLineLandedCost
           WRITE OpenPORecord.

      *> What is on order and overdue: every open or partial line,
