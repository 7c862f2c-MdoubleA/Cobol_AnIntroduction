               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOMFileStatus.

           *> FIFO cost layers the receiving run builds; sales and
           *> negative adjustments use up the oldest layers first.
           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

           *> What each storage bin holds of each gadget; bins move
           *> with every location delta so they still add up to the
           *> warehouse's LocationQty.
           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           *> Shared run lock every Product.dat updater claims at
           *> start and releases at close, so a posting run can never
           *> again run under an open maintenance session.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockFileStatus.

           *> UPC/EAN codes to GadgetID, so a line can name the
           *> gadget by the barcode scanned off the box.
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

           *> Lines refused for a closed period, redated into the
           *> current open period, for the operator to review and
           *> copy over InventoryTransactions.dat.
           SELECT RedatedFile ASSIGN TO "ClosedPeriodRedated.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
           *> only the consolidated figure can be adjusted.
           02  TxWarehouse     PIC X(4).

           *> The UPC (12 digits) or EAN (13) scanned in place of,
           *> or alongside, the GadgetID; blank when keyed by ID.
           02  TxBarcode       PIC X(13).

           *> The day the movement happened; blank or zero posts it
           *> as of the run date.
           02  TxPostingDate   PIC 9(8).

       FD  RejectFile.
       01  RejectRecord.
           02  RejectedTransaction PIC X(47).
           02  FILLER              PIC X(2)    VALUE SPACES.
           02  RejectReason        PIC X(40).

               03  WarehouseCode   PIC X(4).
           02  LocationQty         PIC 9(4).

       FD  BinStockFile.
       01  BinStockRecord.
           02  BinStockKey.
               03  BinGadgetID     PIC 9(6).
               03  BinWarehouse    PIC X(4).
               03  BinCode         PIC X(6).
           02  BinQty              PIC 9(4).

       FD  DemandHistoryFile.
       01  DemandHistoryRecord.
           02  DemandGadgetID      PIC 9(6).
           02  BOMComponentID      PIC 9(6).
           02  BOMComponentQty     PIC 9(3).

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

       FD  LockFile.
       01  LockRecord.
           02  LockProgram         PIC X(30).
           02  LockDate            PIC 9(8).
           02  LockTime            PIC 9(6).

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

       FD  RedatedFile.
       01  RedatedRecord           PIC X(47).

       FD  OperationsLogFile.
       01  OperationsLogRecord.
           02  EventDate           PIC 9(8).
       01  LocationMissing     PIC X       VALUE "N".
           88  LocationNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       *> Bin work fields: what is still to be moved in or out of
       *> the gadget's bins, and units that found no bin to move.
       01  BinStockFileStatus  PIC X(02)   VALUE ZEROES.
       01  BinQtyToMove        PIC 9(5)    VALUE ZERO.
       01  UnbinnedQty         PIC 9(7)    VALUE ZERO.
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".

       *> The bill of materials held in memory for the run; a missing
       *> file just means every assembly transaction rejects.
       01  BOMFileStatus       PIC X(02)   VALUE ZEROES.
       01  AssemblyBlocked     PIC X       VALUE "N".
           88  AssemblyCannotPost      VALUE "Y"  WHEN SET TO FALSE "N".

       *> Layer consumption: what is still to be taken from the
       *> layers, and units that found no layer left to draw on.
       01  CostLayerFileStatus PIC X(02)   VALUE ZEROES.
       01  QtyToConsume        PIC 9(4)    VALUE ZERO.
       01  UnlayeredQty        PIC 9(7)    VALUE ZERO.
       01  LayerScanSwitch     PIC X       VALUE "N".
           88  LayerScanDone           VALUE "Y"  WHEN SET TO FALSE "N".

       *> Barcode resolution: the scanned code normalized to the
       *> thirteen-digit key, and why a line naming one can't post.
       *> Without Barcodes.dat every barcoded line rejects.
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeRefusal      PIC X(40)   VALUE SPACES.
           88  BarcodeAcceptable       VALUE SPACES.
       01  BarcodeFileSwitch   PIC X       VALUE "N".
           88  BarcodeFileOpen         VALUE "Y"  WHEN SET TO FALSE "N".

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
       01  ClosedPeriodCount   PIC 9(5)    VALUE ZERO.
       01  RedatedCount        PIC 9(5)    VALUE ZERO.

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01  EventTimeRaw        PIC 9(8)    VALUE ZERO.


            OPEN OUTPUT RejectFile
            PERFORM OpenLocationFileForUpdate
            PERFORM OpenCostLayerFileForUpdate
            PERFORM OpenBinStockFileForUpdate
            PERFORM LoadBillOfMaterials
            PERFORM OpenBarcodeFile
            PERFORM LoadFiscalPeriods
            OPEN OUTPUT RedatedFile
            OPEN EXTEND DemandHistoryFile
            OPEN EXTEND MovementFile

            CLOSE ProductFile
            CLOSE RejectFile
            CLOSE LocationFile
            CLOSE CostLayerFile
            CLOSE BinStockFile
            IF BarcodeFileOpen
                CLOSE BarcodeFile
            END-IF
            CLOSE RedatedFile
            CLOSE DemandHistoryFile
            CLOSE MovementFile


            DISPLAY "Transactions applied:  ", AppliedCount, "."
            DISPLAY "Transactions rejected: ", RejectedCount, "."
            IF UnlayeredQty > ZERO
                DISPLAY "Units sold or adjusted out with no cost ",
                    "layer left: ", UnlayeredQty, "."
            END-IF
            IF UnbinnedQty > ZERO
                DISPLAY "Units moved at a warehouse with no bin to ",
                    "move them in or out of: ", UnbinnedQty, "."
            END-IF
            IF ClosedPeriodCount > ZERO
                DISPLAY "Transactions dated in a closed period: ",
                    ClosedPeriodCount, "."
                IF RedatedCount > ZERO
                    DISPLAY "Review ClosedPeriodRedated.dat and copy ",
                        "it over InventoryTransactions.dat to post ",
                        "them in period ", OpenPeriodNumber, "."
                ELSE
                    DISPLAY "No open period to move them to; define ",
                        "one on FiscalPeriods.dat."
                END-IF
            END-IF

            IF RejectedCount = ZERO
                MOVE "I" TO EventSeverity
           END-READ.

       PostOneTransaction.
           MOVE SPACES TO BarcodeRefusal
           IF TxBarcode NOT = SPACES
               PERFORM ResolveTxBarcode
           END-IF
           IF TxPostingDate IS NUMERIC AND TxPostingDate NOT = ZERO
               MOVE TxPostingDate TO PostingDate
           ELSE
               MOVE PeriodTodaysDate TO PostingDate
           END-IF
           PERFORM CheckPostingPeriod
           EVALUATE TRUE
               WHEN NOT BarcodeAcceptable
                   MOVE BarcodeRefusal TO RejectReason
                   PERFORM WriteRejectRecord
               WHEN PostingPeriodClosed
                   PERFORM RefuseClosedPeriodPosting
               WHEN AssemblyTx
                   PERFORM PostAssemblyTransaction
               WHEN NOT ReceiptTx AND NOT SaleTx AND NOT AdjustmentTx
                   END-IF
           END-EVALUATE.

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

      *> A line dated in a closed period never touches stock: it is
      *> rejected, logged for the morning check, and - when there is
      *> an open period to take it - copied redated into that period
      *> for the operator to post on the next run.
       RefuseClosedPeriodPosting.
           ADD 1 TO ClosedPeriodCount
           MOVE SPACES TO RejectReason
           STRING "Dated in closed period " DELIMITED BY SIZE
               PostingPeriod DELIMITED BY SIZE
               INTO RejectReason
           END-STRING
           PERFORM WriteRejectRecord
           MOVE "W" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Refused " DELIMITED BY SIZE
               TxReference DELIMITED BY SIZE
               " dated " DELIMITED BY SIZE
               PostingDate DELIMITED BY SIZE
               " in closed period " DELIMITED BY SIZE
               PostingPeriod DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent
           IF OpenPeriodNumber NOT = ZERO
               MOVE OpenPeriodDate TO TxPostingDate
               MOVE TransactionRecord TO RedatedRecord
               WRITE RedatedRecord
               ADD 1 TO RedatedCount
           END-IF.

       OpenBarcodeFile.
           SET BarcodeFileOpen TO FALSE
           OPEN INPUT BarcodeFile
           IF BarcodeFileStatus = "00" OR BarcodeFileStatus = "05"
               OR BarcodeFileStatus = "07"
               SET BarcodeFileOpen TO TRUE
           END-IF.

      *> A scanned barcode names the gadget: twelve digits is a UPC-A
      *> (held on file behind a leading zero), thirteen an EAN. When
      *> the line also carries a GadgetID the two must agree.
       ResolveTxBarcode.
           MOVE ZERO TO BarcodeLength
           INSPECT TxBarcode TALLYING BarcodeLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN BarcodeLength = 12 AND TxBarcode(1:12) IS NUMERIC
                   MOVE "0" TO BarcodeKeyText(1:1)
                   MOVE TxBarcode(1:12) TO BarcodeKeyText(2:12)
               WHEN BarcodeLength = 13 AND TxBarcode IS NUMERIC
                   MOVE TxBarcode TO BarcodeKeyText
               WHEN OTHER
                   MOVE "Barcode is not 12 or 13 digits"
                       TO BarcodeRefusal
           END-EVALUATE
           IF BarcodeAcceptable AND NOT BarcodeFileOpen
               MOVE "No Barcodes.dat to read the barcode"
                   TO BarcodeRefusal
           END-IF
           IF BarcodeAcceptable
               MOVE BarcodeKeyText TO BarcodeNumber
               READ BarcodeFile
                   INVALID KEY
                       MOVE "Barcode not on Barcodes.dat"
                           TO BarcodeRefusal
               END-READ
           END-IF
           IF BarcodeAcceptable
               IF TxGadgetID IS NUMERIC AND TxGadgetID NOT = ZERO
                   AND TxGadgetID NOT = BarcodeGadgetID
                   MOVE "Barcode is for another GadgetID"
                       TO BarcodeRefusal
               ELSE
                   MOVE BarcodeGadgetID TO TxGadgetID
               END-IF
           END-IF.

       LookUpProductRecord.
           SET UnknownGadgetID TO FALSE
           MOVE TxGadgetID TO GadgetID
                   PERFORM WriteRejectRecord
               WHEN OTHER
                   MOVE WorkingQty TO QtyInStock
                   IF PostingDate > LastMovementDate
                       MOVE PostingDate TO LastMovementDate
                   END-IF
                   REWRITE ProductRecord
                       INVALID KEY
                           MOVE "REWRITE failed" TO RejectReason
                           IF SaleTx
                               PERFORM WriteDemandHistoryRecord
                           END-IF
                           IF SaleTx
                               OR (AdjustmentTx AND NegativeAdjustment)
                               PERFORM ConsumeCostLayers
                           END-IF
                           IF TxWarehouse NOT = SPACES
                               SUBTRACT QtyBeforePosting
                                   FROM QtyInStock
                   END-REWRITE
           END-EVALUATE.

      *> Takes the transaction quantity out of the gadget's layers
      *> oldest first. Used-up layers stay on file at zero as the
      *> record of what each receipt cost.
       ConsumeCostLayers.
           MOVE TxQuantity TO QtyToConsume
           SET LayerScanDone TO FALSE
           MOVE TxGadgetID TO LayerGadgetID
           MOVE ZERO       TO LayerNumber
           START CostLayerFile KEY IS NOT LESS THAN LayerKey
               INVALID KEY
                   SET LayerScanDone TO TRUE
           END-START
           PERFORM UNTIL LayerScanDone OR QtyToConsume = ZERO
               READ CostLayerFile NEXT RECORD
                   AT END
                       SET LayerScanDone TO TRUE
                   NOT AT END
                       IF LayerGadgetID NOT = TxGadgetID
                           SET LayerScanDone TO TRUE
                       ELSE
                           PERFORM ConsumeOneLayer
                       END-IF
               END-READ
           END-PERFORM
           ADD QtyToConsume TO UnlayeredQty.

       ConsumeOneLayer.
           IF LayerRemainingQty > ZERO
               IF LayerRemainingQty >= QtyToConsume
                   SUBTRACT QtyToConsume FROM LayerRemainingQty
                   MOVE ZERO TO QtyToConsume
               ELSE
                   SUBTRACT LayerRemainingQty FROM QtyToConsume
                   MOVE ZERO TO LayerRemainingQty
               END-IF
               REWRITE CostLayerRecord
                   INVALID KEY
                       DISPLAY "Unable to update cost layer for ",
                           LayerGadgetID, "."
               END-REWRITE
           END-IF.

       OpenCostLayerFileForUpdate.
           OPEN I-O CostLayerFile
           IF CostLayerFileStatus = "35"
               OPEN OUTPUT CostLayerFile
               CLOSE CostLayerFile
               OPEN I-O CostLayerFile
           END-IF.

       LoadBillOfMaterials.
           OPEN INPUT BOMFile
           IF BOMFileStatus = "00" OR BOMFileStatus = "05"
           COMPUTE ComponentNeedQty =
               BOMTblComponentQty(BOMPosition) * TxQuantity
           SUBTRACT ComponentNeedQty FROM QtyInStock
           IF PostingDate > LastMovementDate
               MOVE PostingDate TO LastMovementDate
           END-IF
           REWRITE ProductRecord
               INVALID KEY
                   DISPLAY "Unable to take down component ",
                   CONTINUE
           END-READ
           ADD TxQuantity TO QtyInStock
           IF PostingDate > LastMovementDate
               MOVE PostingDate TO LastMovementDate
           END-IF
           REWRITE ProductRecord
               INVALID KEY
                   DISPLAY "Unable to add built kits for ",

       WriteComponentMovementRecord.
           MOVE GadgetID         TO MoveGadgetID
           MOVE PostingDate      TO MoveDate
           MOVE "B"              TO MoveType
           MOVE "-"              TO MoveSign
           MOVE ComponentNeedQty TO MoveQty
                           "for ", LocGadgetID, " at ", TxWarehouse,
                           "."
               END-REWRITE
           END-IF
           PERFORM ApplyBinDelta.

       OpenLocationFileForUpdate.
           OPEN I-O LocationFile
                           "for ", TxGadgetID, " at ", TxWarehouse,
                           "."
               END-REWRITE
           END-IF
           PERFORM ApplyBinDelta.

      *> Moves the same delta through the gadget's bins at the
      *> warehouse: stock out is taken from the bins in bin order,
      *> stock in lands in the first bin the gadget already has.
       ApplyBinDelta.
           IF LocationDelta < ZERO
               COMPUTE BinQtyToMove = 0 - LocationDelta
           ELSE
               MOVE LocationDelta TO BinQtyToMove
           END-IF
           SET BinScanDone TO FALSE
           MOVE LocGadgetID   TO BinGadgetID
           MOVE WarehouseCode TO BinWarehouse
           MOVE LOW-VALUES    TO BinCode
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET BinScanDone TO TRUE
           END-START
           PERFORM UNTIL BinScanDone OR BinQtyToMove = ZERO
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       IF BinGadgetID NOT = LocGadgetID
                           OR BinWarehouse NOT = WarehouseCode
                           SET BinScanDone TO TRUE
                       ELSE
                           PERFORM ApplyOneBinDelta
                       END-IF
               END-READ
           END-PERFORM
           ADD BinQtyToMove TO UnbinnedQty.

       ApplyOneBinDelta.
           IF LocationDelta < ZERO
               IF BinQty > ZERO
                   IF BinQty >= BinQtyToMove
                       SUBTRACT BinQtyToMove FROM BinQty
                       MOVE ZERO TO BinQtyToMove
                   ELSE
                       SUBTRACT BinQty FROM BinQtyToMove
                       MOVE ZERO TO BinQty
                   END-IF
                   PERFORM RewriteBinStock
               END-IF
           ELSE
               ADD BinQtyToMove TO BinQty
               MOVE ZERO TO BinQtyToMove
               PERFORM RewriteBinStock
           END-IF.

       RewriteBinStock.
           REWRITE BinStockRecord
               INVALID KEY
                   DISPLAY "Unable to update bin ", BinCode, " for ",
                       BinGadgetID, " at ", BinWarehouse, "."
           END-REWRITE.

       OpenBinStockFileForUpdate.
           OPEN I-O BinStockFile
           IF BinStockFileStatus = "35"
               OPEN OUTPUT BinStockFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
           END-IF.

       WriteMovementRecord.
           MOVE TxGadgetID       TO MoveGadgetID
           MOVE PostingDate      TO MoveDate
           MOVE TxType           TO MoveType
           MOVE TxSign           TO MoveSign
           MOVE TxQuantity       TO MoveQty

       WriteDemandHistoryRecord.
           MOVE TxGadgetID       TO DemandGadgetID
           MOVE PostingDate      TO DemandDate
           MOVE TxQuantity       TO DemandQty
           WRITE DemandHistoryRecord.

