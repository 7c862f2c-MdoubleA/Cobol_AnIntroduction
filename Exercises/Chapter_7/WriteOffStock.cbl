      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Scrap and write-off of damaged, expired, or obsolete
      *    stock, instead of a blind negative "A" adjustment. An R
      *    run records a write-off request (gadget, warehouse,
      *    quantity, reason code, requesting operator) on
      *    WriteOffRequests.dat. An A run lets an operator flagged
      *    for approval on OperatorMaster.dat - never the one who
      *    asked - approve or reject each pending request. Approved
      *    write-offs come out of stock through the movement ledger
      *    as "W" movements, valued at FIFO layer cost, and the
      *    session's approvals are appended to WriteOffGLVouchers.dat
      *    as one batch in the same H/D/T shape as
      *    InventoryGLVouchers.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF-STOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT LocationFile ASSIGN TO "ProductLocation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LocationKey
               FILE STATUS IS LocationFileStatus.

           *> Written-off units leave the gadget's bins in bin order
           *> so the bins still add up to LocationQty.
           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           *> FIFO cost layers; a write-off uses up the oldest layers
           *> first, the same as a sale, and is valued at their cost.
           SELECT CostLayerFile ASSIGN TO "CostLayers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LayerKey
               FILE STATUS IS CostLayerFileStatus.

           SELECT OPTIONAL MovementFile
               ASSIGN TO "ProductMovements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Every request, pending or decided, one line each.
           SELECT WriteOffFile ASSIGN TO "WriteOffRequests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffFileStatus.

           SELECT WriteOffSequenceFile
               ASSIGN TO "WriteOffSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffSequenceFileStatus.

           SELECT OperatorFile ASSIGN TO "OperatorMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.

           *> The inventory chart of accounts: the WO line names the
           *> write-off expense account, the category lines the
           *> accounts the valuation posting adjusts.
           SELECT ChartFile ASSIGN TO "InventoryChart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartFileStatus.

           *> Each approval session appends its own balanced batch.
           SELECT OPTIONAL VoucherFile
               ASSIGN TO "WriteOffGLVouchers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LocationFile.
       01  LocationRecord.
           02  LocationKey.
               03  LocGadgetID     PIC 9(6).
               03  WarehouseCode   PIC X(4).
           02  LocationQty         PIC 9(4).

       FD  BinStockFile.
       01  BinStockRecord.
           02  BinStockKey.
               03  BinGadgetID     PIC 9(6).
               03  BinWarehouse    PIC X(4).
               03  BinCode         PIC X(6).
           02  BinQty              PIC 9(4).

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

       FD  WriteOffFile.
       01  WriteOffRecord.
           88  WriteOffFileEnd     VALUE HIGH-VALUES.
           02  WONumber            PIC 9(6).
           02  WOGadgetID          PIC 9(6).
           02  WOWarehouse         PIC X(4).
           02  WOQty               PIC 9(4).
           02  WOReason            PIC X(4).
           02  WORequestedBy       PIC X(3).
           02  WORequestDate       PIC 9(8).
           *> P pending, A approved and posted, R rejected.
           02  WOStatus            PIC X.
           02  WODecidedBy         PIC X(3).
           02  WODecisionDate      PIC 9(8).
           02  WOCategory          PIC X(4).
           02  WOValue             PIC 9(8)V99.

       FD  WriteOffSequenceFile.
       01  WriteOffSequenceRecord  PIC 9(6).

       FD  OperatorFile.
       01  OperatorFileRecord.
           88  OperatorFileEnd     VALUE HIGH-VALUES.
           02  OpFileInitials      PIC X(3).
           02  OpFileName          PIC X(30).
           02  OpFileActive        PIC X.
           02  OpFileCanMaintain   PIC X.
           02  OpFileCanDiscont    PIC X.
           02  OpFileCanApprove    PIC X.
           02  OpFileCanRollback   PIC X.

       FD  ChartFile.
       01  ChartFileRecord.
           88  ChartFileEnd        VALUE HIGH-VALUES.
           02  ChartSourceCode     PIC X(6).
           02  ChartAccount        PIC X(8).

       FD  VoucherFile.
       01  VoucherRecord           PIC X(40).

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
       01  ProductFileStatus      PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus     PIC X(02)   VALUE ZEROES.
       01  BinStockFileStatus     PIC X(02)   VALUE ZEROES.
       01  CostLayerFileStatus    PIC X(02)   VALUE ZEROES.
       01  WriteOffFileStatus     PIC X(02)   VALUE ZEROES.
       01  WriteOffSequenceFileStatus PIC X(02) VALUE ZEROES.
       01  OperatorFileStatus     PIC X(02)   VALUE ZEROES.
       01  ChartFileStatus        PIC X(02)   VALUE ZEROES.

       *> R records requests, A approves or rejects them.
       01  RunMode             PIC X       VALUE "R".
           88  ApproveMode             VALUE "A" "a".

       *> The whole request file held in memory for the session and
       *> rewritten in full at the end.
       01  WriteOffCount       PIC 9(4)    VALUE ZERO.
       01  WriteOffTable.
           02  WriteOffEntry OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WriteOffCount
                             INDEXED BY WOidx.
               03  TblWONumber     PIC 9(6).
               03  TblWOGadgetID   PIC 9(6).
               03  TblWOWarehouse  PIC X(4).
               03  TblWOQty        PIC 9(4).
               03  TblWOReason     PIC X(4).
               03  TblWORequestedBy PIC X(3).
               03  TblWORequestDate PIC 9(8).
               03  TblWOStatus     PIC X.
                   88  TblWOPending        VALUE "P".
               03  TblWODecidedBy  PIC X(3).
               03  TblWODecisionDate PIC 9(8).
               03  TblWOCategory   PIC X(4).
               03  TblWOValue      PIC 9(8)V99.
       01  NextWONumber        PIC 9(6)    VALUE 1.

       *> What is being keyed for a new request.
       01  KeyedGadgetID       PIC 9(6)    VALUE ZERO.
       01  KeyedWarehouse      PIC X(4)    VALUE SPACES.
       01  KeyedQty            PIC 9(4)    VALUE ZERO.
       01  KeyedReason         PIC X(4)    VALUE SPACES.
           88  ValidReasonCode         VALUE "DAMG" "EXPD" "OBSO".
       01  DecisionAnswer      PIC X       VALUE SPACE.
           88  ApproveAnswer           VALUE "A" "a".
           88  RejectAnswer            VALUE "R" "r".

       *> Who is at the keyboard, as the operator master knows them.
       *> No master file leaves requests unchecked but allows no
       *> approvals at all.
       01  OperatorInitials    PIC X(3)    VALUE SPACES.
       01  OperatorMasterSwitch PIC X      VALUE "N".
           88  OperatorMasterFound     VALUE "Y"  WHEN SET TO FALSE "N".
       01  OperatorActiveSwitch PIC X      VALUE "N".
           88  OperatorActive          VALUE "Y"  WHEN SET TO FALSE "N".
       01  OperatorApproveSwitch PIC X     VALUE "N".
           88  OperatorMayApprove      VALUE "Y"  WHEN SET TO FALSE "N".

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  LocationMissing     PIC X       VALUE "N".
           88  LocationNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       01  WriteOffDate        PIC 9(8)    VALUE ZERO.
       01  LocationDelta       PIC S9(5)   VALUE ZERO.
       01  LocationWorkQty     PIC S9(5)   VALUE ZERO.

       *> Bin work fields: what is still to come out of the gadget's
       *> bins, and units that found no bin to come out of.
       01  BinQtyToMove        PIC 9(5)    VALUE ZERO.
       01  UnbinnedQty         PIC 9(7)    VALUE ZERO.
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".

       *> Layer consumption, and the cost it adds up to. Units past
       *> the last layer are valued at UnitCost.
       01  QtyToConsume        PIC 9(4)    VALUE ZERO.
       01  QtyTaken            PIC 9(4)    VALUE ZERO.
       01  LayerScanSwitch     PIC X       VALUE "N".
           88  LayerScanDone           VALUE "Y"  WHEN SET TO FALSE "N".
       01  WriteOffValue       PIC 9(8)V99 VALUE ZERO.

       *> Chart of accounts in memory; the WO line is held apart as
       *> the debit side of every write-off voucher pair.
       01  ChartCount          PIC 99      VALUE ZERO.
       01  ChartTable.
           02  ChartEntry OCCURS 1 TO 99 TIMES
                          DEPENDING ON ChartCount
                          INDEXED BY ChartIdx.
               03  TblSourceCode   PIC X(6).
               03  TblAccount      PIC X(8).
       01  WriteOffAccount     PIC X(8)    VALUE SPACES.
       01  CategoryAccount     PIC X(8)    VALUE SPACES.
       01  AccountFound        PIC X       VALUE "N".
           88  CategoryMapped          VALUE "Y"  WHEN SET TO FALSE "N".

       *> The session's voucher pairs, written once the session ends.
       01  VoucherCount        PIC 9(3)    VALUE ZERO.
       01  VoucherTable.
           02  VoucherEntry OCCURS 1 TO 500 TIMES
                            DEPENDING ON VoucherCount
                            INDEXED BY VouIdx.
               03  VouSide     PIC X(2).
               03  VouAccount  PIC X(8).
               03  VouAmount   PIC 9(9)V99.
       01  DebitTotal          PIC 9(11)V99 VALUE ZERO.
       01  CreditTotal         PIC 9(11)V99 VALUE ZERO.
       01  HashTotal           PIC 9(11)V99 VALUE ZERO.

       *> Fixed shapes of the three voucher record types, matching
       *> InventoryGLVouchers.dat so one posting intake reads both.
       01  VoucherHeader.
           02  FILLER          PIC X       VALUE "H".
           02  HeaderDate      PIC 9(8).
           02  FILLER          PIC X(31)   VALUE SPACES.

       01  VoucherDetail.
           02  FILLER          PIC X       VALUE "D".
           02  DetailSide      PIC X(2).
           02  DetailAccount   PIC X(8).
           02  DetailAmount    PIC 9(11).
           02  FILLER          PIC X(18)   VALUE SPACES.

       01  VoucherTrailer.
           02  FILLER          PIC X       VALUE "T".
           02  TrailerCount    PIC 9(5).
           02  TrailerHash     PIC 9(13).
           02  FILLER          PIC X(21)   VALUE SPACES.

       01  AmountInCents       PIC 9(11)   VALUE ZERO.
       01  HashInCents         PIC 9(13)   VALUE ZERO.

       01  RequestsAdded       PIC 9(4)    VALUE ZERO.
       01  WriteOffsApproved   PIC 9(4)    VALUE ZERO.
       01  WriteOffsRejected   PIC 9(4)    VALUE ZERO.
       01  WriteOffsLeft       PIC 9(4)    VALUE ZERO.
       01  PrintValue          PIC ZZ,ZZZ,ZZ9.99.

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
            DISPLAY "Enter R to request a write-off or A to approve ",
                "pending write-offs: "
            ACCEPT RunMode
            DISPLAY "Enter your operator initials: "
            ACCEPT OperatorInitials
            PERFORM LookUpOperator

            PERFORM LoadWriteOffLines
            ACCEPT WriteOffDate FROM DATE YYYYMMDD

            IF ApproveMode
                PERFORM ApproveWriteOffs
            ELSE
                PERFORM RequestWriteOffs
            END-IF

            PERFORM RewriteWriteOffFile
            STOP RUN.

      *> Reads the keyed initials' entry off the operator master.
       LookUpOperator.
           SET OperatorMasterFound TO FALSE
           SET OperatorActive TO FALSE
           SET OperatorMayApprove TO FALSE
           OPEN INPUT OperatorFile
           IF OperatorFileStatus = "00"
               SET OperatorMasterFound TO TRUE
               PERFORM ReadOperatorLine
               PERFORM UNTIL OperatorFileEnd
                   IF OpFileInitials = OperatorInitials
                       AND OpFileActive = "Y"
                       SET OperatorActive TO TRUE
                       IF OpFileCanApprove = "Y"
                           SET OperatorMayApprove TO TRUE
                       END-IF
                   END-IF
                   PERFORM ReadOperatorLine
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       ReadOperatorLine.
           READ OperatorFile
               AT END SET OperatorFileEnd TO TRUE
           END-READ.

       LoadWriteOffLines.
           OPEN INPUT WriteOffFile
           IF WriteOffFileStatus = "00" OR WriteOffFileStatus = "05"
               OR WriteOffFileStatus = "07"
               PERFORM ReadWriteOffLine
               PERFORM UNTIL WriteOffFileEnd
                   ADD 1 TO WriteOffCount
                   SET WOidx TO WriteOffCount
                   MOVE WONumber       TO TblWONumber(WOidx)
                   MOVE WOGadgetID     TO TblWOGadgetID(WOidx)
                   MOVE WOWarehouse    TO TblWOWarehouse(WOidx)
                   MOVE WOQty          TO TblWOQty(WOidx)
                   MOVE WOReason       TO TblWOReason(WOidx)
                   MOVE WORequestedBy  TO TblWORequestedBy(WOidx)
                   MOVE WORequestDate  TO TblWORequestDate(WOidx)
                   MOVE WOStatus       TO TblWOStatus(WOidx)
                   MOVE WODecidedBy    TO TblWODecidedBy(WOidx)
                   MOVE WODecisionDate TO TblWODecisionDate(WOidx)
                   MOVE WOCategory     TO TblWOCategory(WOidx)
                   MOVE WOValue        TO TblWOValue(WOidx)
                   PERFORM ReadWriteOffLine
               END-PERFORM
               CLOSE WriteOffFile
           END-IF.

       ReadWriteOffLine.
           READ WriteOffFile
               AT END SET WriteOffFileEnd TO TRUE
           END-READ.

      ******************************************************************
      * R run: record requests. Nothing moves until one is approved.
      ******************************************************************
       RequestWriteOffs.
           IF OperatorMasterFound AND NOT OperatorActive
               DISPLAY "Initials ", OperatorInitials, " are not an ",
                   "active operator; requests not taken."
               STOP RUN
           END-IF
           OPEN INPUT ProductFile
           IF ProductFileStatus NOT = "00" AND ProductFileStatus
               NOT = "05" AND ProductFileStatus NOT = "07"
               DISPLAY "Cannot open Product.dat, status "
                   ProductFileStatus "; requests not taken."
               STOP RUN
           END-IF
           PERFORM LoadWriteOffSequence
           PERFORM PromptForRequest *> Init loop.
           PERFORM PromptForRequest
               UNTIL KeyedGadgetID = ZERO *> Loop.
           CLOSE ProductFile
           PERFORM SaveWriteOffSequence
           DISPLAY "Write-off requests recorded: ", RequestsAdded,
               "; they wait for an approver's A run.".

       PromptForRequest.
           DISPLAY "Enter the GadgetID to write off, 000000 to ",
               "finish: "
           ACCEPT KeyedGadgetID
           IF KeyedGadgetID NOT = ZERO
               SET UnknownGadgetID TO FALSE
               MOVE KeyedGadgetID TO GadgetID
               READ ProductFile
                   INVALID KEY
                       SET UnknownGadgetID TO TRUE
               END-READ
               IF UnknownGadgetID
                   DISPLAY "GadgetID ", KeyedGadgetID, " is not on ",
                       "Product.dat; request refused."
               ELSE
                   DISPLAY GadgetID, " ", GadgetName, " - ",
                       QtyInStock, " in stock."
                   DISPLAY "Enter the warehouse holding the units: "
                   ACCEPT KeyedWarehouse
                   DISPLAY "Enter the quantity to write off: "
                   ACCEPT KeyedQty
                   DISPLAY "Enter the reason - DAMG damaged, EXPD ",
                       "expired, OBSO obsolete: "
                   ACCEPT KeyedReason
                   EVALUATE TRUE
                       WHEN KeyedQty = ZERO
                           DISPLAY "Quantity must be more than zero; ",
                               "request refused."
                       WHEN NOT ValidReasonCode
                           DISPLAY "Reason must be DAMG, EXPD or ",
                               "OBSO; request refused."
                       WHEN OTHER
                           PERFORM AddWriteOffRequest
                   END-EVALUATE
               END-IF
           END-IF.

       AddWriteOffRequest.
           ADD 1 TO WriteOffCount
           SET WOidx TO WriteOffCount
           MOVE NextWONumber     TO TblWONumber(WOidx)
           ADD 1 TO NextWONumber
           MOVE KeyedGadgetID    TO TblWOGadgetID(WOidx)
           MOVE KeyedWarehouse   TO TblWOWarehouse(WOidx)
           MOVE KeyedQty         TO TblWOQty(WOidx)
           MOVE KeyedReason      TO TblWOReason(WOidx)
           MOVE OperatorInitials TO TblWORequestedBy(WOidx)
           MOVE WriteOffDate     TO TblWORequestDate(WOidx)
           MOVE "P"              TO TblWOStatus(WOidx)
           MOVE SPACES           TO TblWODecidedBy(WOidx)
           MOVE ZERO             TO TblWODecisionDate(WOidx)
           MOVE GadgetCategory   TO TblWOCategory(WOidx)
           MOVE ZERO             TO TblWOValue(WOidx)
           ADD 1 TO RequestsAdded
           DISPLAY "Write-off request ", TblWONumber(WOidx),
               " recorded, pending approval.".

       LoadWriteOffSequence.
           OPEN INPUT WriteOffSequenceFile
           IF WriteOffSequenceFileStatus = "00"
               READ WriteOffSequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WriteOffSequenceRecord TO NextWONumber
               END-READ
               CLOSE WriteOffSequenceFile
           END-IF.

       SaveWriteOffSequence.
           OPEN OUTPUT WriteOffSequenceFile
           MOVE NextWONumber TO WriteOffSequenceRecord
           WRITE WriteOffSequenceRecord
           CLOSE WriteOffSequenceFile.

      ******************************************************************
      * A run: an approver other than the requester decides each
      * pending request; approvals post at once.
      ******************************************************************
       ApproveWriteOffs.
           IF NOT OperatorMasterFound
               DISPLAY "No OperatorMaster.dat; write-offs cannot be ",
                   "approved without it."
               STOP RUN
           END-IF
           IF NOT OperatorActive OR NOT OperatorMayApprove
               DISPLAY "Initials ", OperatorInitials, " are not ",
                   "flagged to approve; approval not started."
               STOP RUN
           END-IF
           PERFORM LoadChartOfAccounts
           IF WriteOffAccount = SPACES
               DISPLAY "InventoryChart.dat has no WO line for the ",
                   "write-off expense account; approval not started."
               STOP RUN
           END-IF
           PERFORM LoadFiscalPeriods
           MOVE WriteOffDate TO PostingDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM OfferOpenPeriod
           END-IF

           PERFORM ClaimProductLock
           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00" AND ProductFileStatus
               NOT = "05" AND ProductFileStatus NOT = "07"
               DISPLAY "Cannot open Product.dat, status "
                   ProductFileStatus "; approval aborted."
               PERFORM ReleaseProductLock
               STOP RUN
           END-IF
           PERFORM OpenLocationFileForUpdate
           PERFORM OpenBinStockFileForUpdate
           PERFORM OpenCostLayerFileForUpdate
           OPEN EXTEND MovementFile

           PERFORM ReviewOneWriteOff
               VARYING WOidx FROM 1 BY 1
               UNTIL WOidx > WriteOffCount

           CLOSE ProductFile
           CLOSE LocationFile
           CLOSE BinStockFile
           CLOSE CostLayerFile
           CLOSE MovementFile
           PERFORM ReleaseProductLock

           IF VoucherCount > ZERO
               PERFORM WriteVoucherBatch
           END-IF
           MOVE DebitTotal TO PrintValue
           DISPLAY "Write-offs approved and posted: ",
               WriteOffsApproved, "."
           DISPLAY "Write-offs rejected:            ",
               WriteOffsRejected, "."
           DISPLAY "Write-offs still pending:       ", WriteOffsLeft,
               "."
           IF UnbinnedQty > ZERO
               DISPLAY "Units written off with no bin to take them ",
                   "from: ", UnbinnedQty, "."
           END-IF
           IF VoucherCount > ZERO
               DISPLAY "Voucher batch for ", PrintValue,
                   " is in WriteOffGLVouchers.dat."
           END-IF

           MOVE "I" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Write-offs approved " DELIMITED BY SIZE
               WriteOffsApproved DELIMITED BY SIZE
               ", rejected " DELIMITED BY SIZE
               WriteOffsRejected DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               OperatorInitials DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent.

       ReviewOneWriteOff.
           IF TblWOPending(WOidx)
               DISPLAY "Request ", TblWONumber(WOidx), ": GadgetID ",
                   TblWOGadgetID(WOidx), " at ", TblWOWarehouse(WOidx),
                   ", ", TblWOQty(WOidx), " units, ",
                   TblWOReason(WOidx), ", asked by ",
                   TblWORequestedBy(WOidx), " on ",
                   TblWORequestDate(WOidx), "."
               IF TblWORequestedBy(WOidx) = OperatorInitials
                   DISPLAY "    You asked for this one; another ",
                       "approver must decide it."
                   ADD 1 TO WriteOffsLeft
               ELSE
                   DISPLAY "    Enter A to approve, R to reject, ",
                       "anything else to leave it pending: "
                   MOVE SPACE TO DecisionAnswer
                   ACCEPT DecisionAnswer
                   EVALUATE TRUE
                       WHEN ApproveAnswer
                           PERFORM PostWriteOff
                       WHEN RejectAnswer
                           MOVE "R" TO TblWOStatus(WOidx)
                           MOVE OperatorInitials
                               TO TblWODecidedBy(WOidx)
                           MOVE WriteOffDate
                               TO TblWODecisionDate(WOidx)
                           ADD 1 TO WriteOffsRejected
                       WHEN OTHER
                           ADD 1 TO WriteOffsLeft
                   END-EVALUATE
               END-IF
           END-IF.

      *> The units come out of QtyInStock, the warehouse, its bins and
      *> the oldest cost layers, and a "W" movement records them. A
      *> request that can't post is left pending with the reason.
       PostWriteOff.
           SET UnknownGadgetID TO FALSE
           MOVE TblWOGadgetID(WOidx) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF NOT UnknownGadgetID
               MOVE GadgetCategory TO TblWOCategory(WOidx)
               PERFORM LookupCategoryAccount
           END-IF
           EVALUATE TRUE
               WHEN UnknownGadgetID
                   DISPLAY "    GadgetID is no longer on Product.dat; ",
                       "reject the request instead."
                   ADD 1 TO WriteOffsLeft
               WHEN TblWOQty(WOidx) > QtyInStock
                   DISPLAY "    Only ", QtyInStock, " in stock; left ",
                       "pending."
                   ADD 1 TO WriteOffsLeft
               WHEN NOT CategoryMapped
                   DISPLAY "    No chart entry for category ",
                       GadgetCategory, "; left pending."
                   ADD 1 TO WriteOffsLeft
               WHEN OTHER
                   SUBTRACT TblWOQty(WOidx) FROM QtyInStock
                   IF WriteOffDate > LastMovementDate
                       MOVE WriteOffDate TO LastMovementDate
                   END-IF
                   REWRITE ProductRecord
                       INVALID KEY
                           DISPLAY "    Unable to update GadgetID ",
                               GadgetID, "; left pending."
                           ADD 1 TO WriteOffsLeft
                       NOT INVALID KEY
                           PERFORM CompleteWriteOff
                   END-REWRITE
           END-EVALUATE.

       CompleteWriteOff.
           COMPUTE LocationDelta = 0 - TblWOQty(WOidx)
           PERFORM ApplyLocationDelta
           PERFORM ConsumeCostLayers
           PERFORM WriteWriteOffMovement
           MOVE "A"              TO TblWOStatus(WOidx)
           MOVE OperatorInitials TO TblWODecidedBy(WOidx)
           MOVE WriteOffDate     TO TblWODecisionDate(WOidx)
           MOVE WriteOffValue    TO TblWOValue(WOidx)
           PERFORM AddVoucherPair
           ADD 1 TO WriteOffsApproved
           MOVE WriteOffValue TO PrintValue
           DISPLAY "    Written off at a cost of ", PrintValue, ".".

       WriteWriteOffMovement.
           MOVE GadgetID         TO MoveGadgetID
           MOVE WriteOffDate     TO MoveDate
           MOVE "W"              TO MoveType
           MOVE "-"              TO MoveSign
           MOVE TblWOQty(WOidx)  TO MoveQty
           MOVE SPACES           TO MoveReference
           STRING "WO" DELIMITED BY SIZE
               TblWONumber(WOidx) DELIMITED BY SIZE
               INTO MoveReference
           END-STRING
           MOVE TblWOWarehouse(WOidx) TO MoveWarehouse
           MOVE QtyInStock       TO MoveResultingQty
           WRITE MovementRecord.

      *> The oldest layers first, valued at each layer's cost; units
      *> beyond the last layer are valued at the gadget's UnitCost.
       ConsumeCostLayers.
           MOVE TblWOQty(WOidx) TO QtyToConsume
           MOVE ZERO TO WriteOffValue
           SET LayerScanDone TO FALSE
           MOVE GadgetID TO LayerGadgetID
           MOVE ZERO     TO LayerNumber
           START CostLayerFile KEY IS NOT LESS THAN LayerKey
               INVALID KEY
                   SET LayerScanDone TO TRUE
           END-START
           PERFORM UNTIL LayerScanDone OR QtyToConsume = ZERO
               READ CostLayerFile NEXT RECORD
                   AT END
                       SET LayerScanDone TO TRUE
                   NOT AT END
                       IF LayerGadgetID NOT = GadgetID
                           SET LayerScanDone TO TRUE
                       ELSE
                           PERFORM ConsumeOneLayer
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WriteOffValue = WriteOffValue
               + QtyToConsume * UnitCost.

       ConsumeOneLayer.
           IF LayerRemainingQty > ZERO
               IF LayerRemainingQty >= QtyToConsume
                   MOVE QtyToConsume TO QtyTaken
               ELSE
                   MOVE LayerRemainingQty TO QtyTaken
               END-IF
               SUBTRACT QtyTaken FROM LayerRemainingQty
               SUBTRACT QtyTaken FROM QtyToConsume
               COMPUTE WriteOffValue = WriteOffValue
                   + QtyTaken * LayerUnitCost
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

       OpenLocationFileForUpdate.
           OPEN I-O LocationFile
           IF LocationFileStatus = "35"
               OPEN OUTPUT LocationFile
               CLOSE LocationFile
               OPEN I-O LocationFile
           END-IF.

       ApplyLocationDelta.
           MOVE GadgetID              TO LocGadgetID
           MOVE TblWOWarehouse(WOidx) TO WarehouseCode
           SET LocationNotOnFile TO FALSE
           READ LocationFile
               INVALID KEY
                   SET LocationNotOnFile TO TRUE
           END-READ
           IF LocationNotOnFile
               DISPLAY "    No location record for ", GadgetID,
                   " at ", TblWOWarehouse(WOidx), "; only the ",
                   "consolidated figure moved."
           ELSE
               ADD LocationDelta TO LocationQty
                   GIVING LocationWorkQty
               IF LocationWorkQty < ZERO
                   MOVE ZERO TO LocationWorkQty
               END-IF
               MOVE LocationWorkQty TO LocationQty
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Unable to update location record ",
                           "for ", GadgetID, " at ",
                           TblWOWarehouse(WOidx), "."
               END-REWRITE
               PERFORM ApplyBinDelta
           END-IF.

      *> Takes the written-off units out of the gadget's bins at the
      *> warehouse in bin order.
       ApplyBinDelta.
           COMPUTE BinQtyToMove = 0 - LocationDelta
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
                           PERFORM TakeFromOneBin
                       END-IF
               END-READ
           END-PERFORM
           ADD BinQtyToMove TO UnbinnedQty.

       TakeFromOneBin.
           IF BinQty > ZERO
               IF BinQty >= BinQtyToMove
                   SUBTRACT BinQtyToMove FROM BinQty
                   MOVE ZERO TO BinQtyToMove
               ELSE
                   SUBTRACT BinQty FROM BinQtyToMove
                   MOVE ZERO TO BinQty
               END-IF
               REWRITE BinStockRecord
                   INVALID KEY
                       DISPLAY "Unable to update bin ", BinCode,
                           " for ", BinGadgetID, " at ",
                           BinWarehouse, "."
               END-REWRITE
           END-IF.

       OpenBinStockFileForUpdate.
           OPEN I-O BinStockFile
           IF BinStockFileStatus = "35"
               OPEN OUTPUT BinStockFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
           END-IF.

      ******************************************************************
      * GL side. The valuation posting already credits the inventory
      * asset when stock value falls, against the category's account;
      * the write-off voucher moves the written-off cost out of that
      * category account into write-off expense, so the loss shows
      * as a write-off instead of being booked against inventory
      * twice.
      ******************************************************************
       LoadChartOfAccounts.
           OPEN INPUT ChartFile
           IF ChartFileStatus = "00" OR ChartFileStatus = "05"
               OR ChartFileStatus = "07"
               PERFORM ReadChartLine
               PERFORM UNTIL ChartFileEnd
                   IF ChartSourceCode = "WO"
                       MOVE ChartAccount TO WriteOffAccount
                   ELSE
                       ADD 1 TO ChartCount
                       MOVE ChartSourceCode
                           TO TblSourceCode(ChartCount)
                       MOVE ChartAccount TO TblAccount(ChartCount)
                   END-IF
                   PERFORM ReadChartLine
               END-PERFORM
               CLOSE ChartFile
           END-IF.

       ReadChartLine.
           READ ChartFile
               AT END SET ChartFileEnd TO TRUE
           END-READ.

       LookupCategoryAccount.
           SET CategoryMapped TO FALSE
           MOVE SPACES TO CategoryAccount
           SET ChartIdx TO 1
           SEARCH ChartEntry
               AT END
                   CONTINUE
               WHEN TblSourceCode(ChartIdx)(1:4) = GadgetCategory
                   MOVE TblAccount(ChartIdx) TO CategoryAccount
                   SET CategoryMapped TO TRUE
           END-SEARCH.

       AddVoucherPair.
           IF WriteOffValue > ZERO
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE WriteOffAccount TO VouAccount(VoucherCount)
               MOVE WriteOffValue TO VouAmount(VoucherCount)
               ADD WriteOffValue TO DebitTotal
               ADD WriteOffValue TO HashTotal
               ADD 1 TO VoucherCount
               MOVE "CR" TO VouSide(VoucherCount)
               MOVE CategoryAccount TO VouAccount(VoucherCount)
               MOVE WriteOffValue TO VouAmount(VoucherCount)
               ADD WriteOffValue TO CreditTotal
               ADD WriteOffValue TO HashTotal
           END-IF.

       WriteVoucherBatch.
           OPEN EXTEND VoucherFile
           MOVE WriteOffDate TO HeaderDate
           MOVE VoucherHeader TO VoucherRecord
           WRITE VoucherRecord
           PERFORM WriteOneVoucherRecord
               VARYING VouIdx FROM 1 BY 1
               UNTIL VouIdx > VoucherCount
           MOVE VoucherCount TO TrailerCount
           MULTIPLY HashTotal BY 100 GIVING HashInCents
           MOVE HashInCents TO TrailerHash
           MOVE VoucherTrailer TO VoucherRecord
           WRITE VoucherRecord
           CLOSE VoucherFile.

       WriteOneVoucherRecord.
           MOVE VouSide(VouIdx)    TO DetailSide
           MOVE VouAccount(VouIdx) TO DetailAccount
           MULTIPLY VouAmount(VouIdx) BY 100 GIVING AmountInCents
           MOVE AmountInCents      TO DetailAmount
           MOVE VoucherDetail      TO VoucherRecord
           WRITE VoucherRecord.

       RewriteWriteOffFile.
           OPEN OUTPUT WriteOffFile
           PERFORM WriteOneWriteOffLine
               VARYING WOidx FROM 1 BY 1
               UNTIL WOidx > WriteOffCount
           CLOSE WriteOffFile.

       WriteOneWriteOffLine.
           MOVE TblWONumber(WOidx)       TO WONumber
           MOVE TblWOGadgetID(WOidx)     TO WOGadgetID
           MOVE TblWOWarehouse(WOidx)    TO WOWarehouse
           MOVE TblWOQty(WOidx)          TO WOQty
           MOVE TblWOReason(WOidx)       TO WOReason
           MOVE TblWORequestedBy(WOidx)  TO WORequestedBy
           MOVE TblWORequestDate(WOidx)  TO WORequestDate
           MOVE TblWOStatus(WOidx)       TO WOStatus
           MOVE TblWODecidedBy(WOidx)    TO WODecidedBy
           MOVE TblWODecisionDate(WOidx) TO WODecisionDate
           MOVE TblWOCategory(WOidx)     TO WOCategory
           MOVE TblWOValue(WOidx)        TO WOValue
           WRITE WriteOffRecord.

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
      *> logged for the morning check, and the operator may move the
      *> session's write-offs into the current open period instead.
       OfferOpenPeriod.
           MOVE "W" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Refused write-offs dated " DELIMITED BY SIZE
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
           DISPLAY "Enter Y to post these write-offs dated ",
               OpenPeriodDate, " in open period ", OpenPeriodNumber,
               " instead: "
           ACCEPT PeriodAnswer
           IF NOT OpenPeriodAccepted
               DISPLAY "Nothing posted."
               STOP RUN
           END-IF
           MOVE OpenPeriodDate TO WriteOffDate.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "WRITE-OFF-STOCK" TO EventProgram
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
                       LockTime, " today; approval not started."
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LockFile
           MOVE SPACES TO LockRecord
           MOVE "WRITE-OFF-STOCK" TO LockProgram
           MOVE OperatorInitials TO LockOperator
           MOVE LockTodaysDate TO LockDate
           ACCEPT LockTimeRaw FROM TIME
           MOVE LockTimeRaw(1:6) TO LockTime
           WRITE LockRecord
           CLOSE LockFile.

       ReleaseProductLock.
           OPEN OUTPUT LockFile
           CLOSE LockFile.

       END PROGRAM WRITE-OFF-STOCK.
