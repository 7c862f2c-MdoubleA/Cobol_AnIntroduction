      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/15/2021
      * Purpose: Return authorizations for shipped sales-order lines.
      *    An I run issues a numbered RMA against the original order
      *    and gadget; an R run receives the goods back with a
      *    disposition - restock to a warehouse through the movement
      *    ledger as a customer-return movement, or scrap, which is
      *    logged and never touches stock - and credits the customer
      *    with a credit memo on CustomerLedger.dat at the price the
      *    line was invoiced at. Returns stop being keyed as blind "A"
      *    adjustments.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RETURNS.

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

           *> Restocked units go back into the bin already holding
           *> the gadget so the bins still add up to LocationQty.
           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           SELECT PromotionFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromotionFileStatus.

           *> Negotiated customer prices, which outrank promotions.
           SELECT ContractFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.

           *> One record per return authorization, held in memory and
           *> rewritten in full at the end of the run.
           SELECT RMAFile ASSIGN TO "ReturnAuthorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMAFileStatus.

           SELECT RMASequenceFile ASSIGN TO "RMASequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMASequenceFileStatus.

           SELECT CreditMemoSequenceFile
               ASSIGN TO "CreditMemoSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CreditMemoSequenceFileStatus.

           SELECT OPTIONAL MovementFile
               ASSIGN TO "ProductMovements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CustomerLedgerFile
               ASSIGN TO "CustomerLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Scrapped returns: a record of what came back and was
           *> thrown away, kept off the stock figures entirely.
           SELECT OPTIONAL ScrapLogFile ASSIGN TO "ReturnScrapLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CreditMemoFile ASSIGN TO "CreditMemos.txt"
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
               88  SOLineShipped       VALUE "S".
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  PromotionFile.
       01  PromotionRecord.
           88  PromotionFileEnd    VALUE HIGH-VALUES.
           02  PromoGadgetID       PIC 9(6).
           02  PromoPrice          PIC 9(4)V99.
           02  PromoStartDate      PIC 9(8).
           02  PromoEndDate        PIC 9(8).

      *> A GadgetID of zero is a blanket contract: ContractDiscount
      *> percent off list for every gadget in ContractCategory.
       FD  ContractFile.
       01  ContractRecord.
           88  ContractFileEnd     VALUE HIGH-VALUES.
           02  ContractCustomer    PIC 9(6).
           02  ContractGadgetID    PIC 9(6).
           02  ContractCategory    PIC X(4).
           02  ContractPrice       PIC 9(4)V99.
           02  ContractDiscount    PIC 9(2)V99.
           02  ContractStartDate   PIC 9(8).
           02  ContractEndDate     PIC 9(8).

       FD  RMAFile.
       01  RMARecord.
           88  RMAFileEnd          VALUE HIGH-VALUES.
           02  RMANumber           PIC 9(6).
           02  RMASONumber         PIC 9(6).
           02  RMAGadgetID         PIC 9(6).
           02  RMACustomer         PIC 9(6).
           02  RMAQty              PIC 9(4).
           02  RMAReason           PIC X(4).
           02  RMAIssueDate        PIC 9(8).

           *> I issued and awaiting the goods, R received.
           02  RMAStatus           PIC X.
           02  RMAReceivedQty      PIC 9(4).
           02  RMAReceivedDate     PIC 9(8).

           *> R restocked, S scrapped.
           02  RMADisposition      PIC X.
           02  RMAWarehouse        PIC X(4).
           02  RMACreditMemo       PIC 9(6).

       FD  RMASequenceFile.
       01  RMASequenceRecord       PIC 9(6).

       FD  CreditMemoSequenceFile.
       01  CreditMemoSequenceRecord PIC 9(6).

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

       FD  CustomerLedgerFile.
       01  CustomerLedgerRecord.
           02  CustLedgerCustomer  PIC 9(6).
           02  CustLedgerDate      PIC 9(8).
           02  CustLedgerType      PIC X.
           02  CustLedgerInvoiceNo PIC 9(6).
           02  CustLedgerAmount    PIC 9(8)V99.
           02  CustLedgerReference PIC X(10).

       FD  ScrapLogFile.
       01  ScrapLogRecord.
           02  ScrapRMANumber      PIC 9(6).
           02  ScrapSONumber       PIC 9(6).
           02  ScrapGadgetID       PIC 9(6).
           02  ScrapQty            PIC 9(4).
           02  ScrapDate           PIC 9(8).
           02  ScrapReason         PIC X(4).
           02  ScrapOperator       PIC X(3).

       FD  CreditMemoFile.
       01  CreditMemoRecord        PIC X(80).

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
       01  SalesOrderFileStatus   PIC X(02)   VALUE ZEROES.
       01  PromotionFileStatus    PIC X(02)   VALUE ZEROES.
       01  ContractFileStatus     PIC X(02)   VALUE ZEROES.
       01  RMAFileStatus          PIC X(02)   VALUE ZEROES.
       01  RMASequenceFileStatus  PIC X(02)   VALUE ZEROES.
       01  CreditMemoSequenceFileStatus PIC X(02) VALUE ZEROES.

       *> I issues authorizations; R receives the goods back.
       01  RunMode             PIC X       VALUE "I".
           88  ReceiveMode             VALUE "R" "r".

       01  SOLineCount         PIC 9(4)    VALUE ZERO.
       01  SOLineEntries.
           02  SOLineEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SOLineCount
                           INDEXED BY SOidx.
               03  EntrySONumber       PIC 9(6).
               03  EntryGadgetID       PIC 9(6).
               03  EntryShippedQty     PIC 9(4).
               03  EntryCustomerNumber PIC 9(6).
               03  EntryShipDate       PIC 9(8).
               03  EntryInvoiceNumber  PIC 9(6).
               03  EntrySoldPrice      PIC 9(4)V99.

       01  RMACount            PIC 9(4)    VALUE ZERO.
       01  RMAEntries.
           02  RMAEntry OCCURS 1 TO 3000 TIMES
                        DEPENDING ON RMACount
                        INDEXED BY RMAidx.
               03  TblRMANumber        PIC 9(6).
               03  TblRMASONumber      PIC 9(6).
               03  TblRMAGadgetID      PIC 9(6).
               03  TblRMACustomer      PIC 9(6).
               03  TblRMAQty           PIC 9(4).
               03  TblRMAReason        PIC X(4).
               03  TblRMAIssueDate     PIC 9(8).
               03  TblRMAStatus        PIC X.
                   88  TblRMAIssued        VALUE "I".
                   88  TblRMAReceived      VALUE "R".
               03  TblRMAReceivedQty   PIC 9(4).
               03  TblRMAReceivedDate  PIC 9(8).
               03  TblRMADisposition   PIC X.
               03  TblRMAWarehouse     PIC X(4).
               03  TblRMACreditMemo    PIC 9(6).

       01  PromoCount          PIC 9(3)    VALUE ZERO.
       01  PromoTable.
           02  PromoEntry OCCURS 1 TO 200 TIMES
                          DEPENDING ON PromoCount
                          INDEXED BY PromoIdx.
               03  PromoTblGadgetID PIC 9(6).
               03  PromoTblPrice    PIC 9(4)V99.
               03  PromoTblStart    PIC 9(8).
               03  PromoTblEnd      PIC 9(8).

       01  ContractCount       PIC 9(4)    VALUE ZERO.
       01  ContractTable.
           02  ContractEntry OCCURS 1 TO 1000 TIMES
                             DEPENDING ON ContractCount
                             INDEXED BY ContractIdx.
               03  ContractTblCustomer PIC 9(6).
               03  ContractTblGadgetID PIC 9(6).
               03  ContractTblCategory PIC X(4).
               03  ContractTblPrice    PIC 9(4)V99.
               03  ContractTblDiscount PIC 9(2)V99.
               03  ContractTblStart    PIC 9(8).
               03  ContractTblEnd      PIC 9(8).
       01  ContractPriceSwitch PIC X       VALUE "N".
           88  ContractPriceApplies    VALUE "Y"  WHEN SET TO FALSE "N".

       01  EffectivePrice      PIC 9(4)V99 VALUE ZERO.
       01  PricingDate         PIC 9(8)    VALUE ZERO.
       01  CreditAmount        PIC 9(8)V99 VALUE ZERO.

       01  NextRMANumber       PIC 9(6)    VALUE 000001.
       01  NextCreditMemo      PIC 9(6)    VALUE 000001.
       01  RunDate             PIC 9(8)    VALUE ZERO.

       *> What is being keyed.
       01  KeyedSONumber       PIC 9(6)    VALUE ZERO.
       01  KeyedGadgetID       PIC 9(6)    VALUE ZERO.
       01  KeyedQty            PIC 9(4)    VALUE ZERO.
       01  KeyedReason         PIC X(4)    VALUE SPACES.
       01  KeyedRMANumber      PIC 9(6)    VALUE ZERO.
       01  KeyedDisposition    PIC X       VALUE SPACE.
           88  RestockDisposition      VALUE "R" "r".
           88  ScrapDisposition        VALUE "S" "s".
       01  KeyedWarehouse      PIC X(4)    VALUE SPACES.

       01  SOPosition          PIC 9(4)    VALUE ZERO.
       01  RMAPosition         PIC 9(4)    VALUE ZERO.
       01  AuthorizedQty       PIC 9(6)    VALUE ZERO.
       01  ReturnableQty       PIC S9(6)   VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  LocationMissing     PIC X       VALUE "N".
           88  LocationNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".
       01  ReceiptAccepted     PIC X       VALUE "N".
           88  ReturnReceived          VALUE "Y"  WHEN SET TO FALSE "N".

       01  WorkingQty          PIC S9(5)   VALUE ZERO.
       01  LocationDelta       PIC S9(5)   VALUE ZERO.
       01  LocationWorkQty     PIC S9(5)   VALUE ZERO.
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".
       01  BinRestocked        PIC X       VALUE "N".
           88  ReturnBinned            VALUE "Y"  WHEN SET TO FALSE "N".

       01  RMAsIssued          PIC 9(4)    VALUE ZERO.
       01  ReturnsRestocked    PIC 9(4)    VALUE ZERO.
       01  ReturnsScrapped     PIC 9(4)    VALUE ZERO.
       01  ReturnsRefused      PIC 9(4)    VALUE ZERO.
       01  CreditTotal         PIC 9(9)V99 VALUE ZERO.
       01  PrintCreditTotal    PIC $$$,$$$,$$9.99.

       01  OperatorInitials    PIC X(3)    VALUE SPACES.

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

       01  MemoHeaderLine.
           02  FILLER          PIC X(12)   VALUE "CREDIT MEMO ".
           02  MemoNumber      PIC 9(6).
           02  FILLER          PIC X(7)    VALUE "  DATE ".
           02  MemoDate        PIC 9(8).
           02  FILLER          PIC X(11)   VALUE "  CUSTOMER ".
           02  MemoCustomer    PIC 9(6).

       01  MemoReferenceLine.
           02  FILLER          PIC X(6)    VALUE "  RMA ".
           02  MemoRMANumber   PIC 9(6).
           02  FILLER          PIC X(8)    VALUE "  ORDER ".
           02  MemoSONumber    PIC 9(6).
           02  FILLER          PIC X(10)   VALUE "  INVOICE ".
           02  MemoInvoice     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  MemoDisposition PIC X(10).

       01  MemoItemLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  MemoGadgetID    PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  MemoGadgetName  PIC X(30).
           02  MemoQty         PIC ZZZ9.
           02  FILLER          PIC X(3)    VALUE " @ ".
           02  MemoPrice       PIC Z,ZZ9.99.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  MemoAmount      PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter I to issue return authorizations or R to ",
                "receive returned goods: "
            ACCEPT RunMode

            PERFORM LoadSalesOrderLines
            PERFORM LoadRMALines
            ACCEPT RunDate FROM DATE YYYYMMDD

            IF ReceiveMode
                PERFORM ReceiveReturns
            ELSE
                PERFORM LoadRMASequence
                PERFORM PromptForAuthorization *> Init loop.
                PERFORM PromptForAuthorization
                    UNTIL KeyedSONumber = ZERO *> Loop.
                PERFORM SaveRMASequence
                DISPLAY "Return authorizations issued: ", RMAsIssued,
                    "."
            END-IF

            PERFORM RewriteRMAFile
            STOP RUN.

       LoadSalesOrderLines.
           OPEN INPUT SalesOrderFile
           IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
               NOT = "05" AND SalesOrderFileStatus NOT = "07"
               DISPLAY "Cannot open SalesOrders.dat, status "
                   SalesOrderFileStatus "; returns aborted."
               STOP RUN
           END-IF
           PERFORM ReadSalesOrderLine
           PERFORM UNTIL SalesOrderFileEnd
               IF SOLineShipped
                   ADD 1 TO SOLineCount
                   MOVE SONumber   TO EntrySONumber(SOLineCount)
                   MOVE SOGadgetID TO EntryGadgetID(SOLineCount)
                   MOVE SOAllocatedQty TO EntryShippedQty(SOLineCount)
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
                   IF SOSoldPrice IS NUMERIC
                       MOVE SOSoldPrice TO EntrySoldPrice(SOLineCount)
                   ELSE
                       MOVE ZERO TO EntrySoldPrice(SOLineCount)
                   END-IF
               END-IF
               PERFORM ReadSalesOrderLine
           END-PERFORM
           CLOSE SalesOrderFile.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

       LoadRMALines.
           OPEN INPUT RMAFile
           IF RMAFileStatus = "00" OR RMAFileStatus = "05"
               OR RMAFileStatus = "07"
               PERFORM ReadRMALine
               PERFORM UNTIL RMAFileEnd
                   ADD 1 TO RMACount
                   MOVE RMANumber       TO TblRMANumber(RMACount)
                   MOVE RMASONumber     TO TblRMASONumber(RMACount)
                   MOVE RMAGadgetID     TO TblRMAGadgetID(RMACount)
                   MOVE RMACustomer     TO TblRMACustomer(RMACount)
                   MOVE RMAQty          TO TblRMAQty(RMACount)
                   MOVE RMAReason       TO TblRMAReason(RMACount)
                   MOVE RMAIssueDate    TO TblRMAIssueDate(RMACount)
                   MOVE RMAStatus       TO TblRMAStatus(RMACount)
                   MOVE RMAReceivedQty  TO TblRMAReceivedQty(RMACount)
                   MOVE RMAReceivedDate TO TblRMAReceivedDate(RMACount)
                   MOVE RMADisposition  TO TblRMADisposition(RMACount)
                   MOVE RMAWarehouse    TO TblRMAWarehouse(RMACount)
                   MOVE RMACreditMemo   TO TblRMACreditMemo(RMACount)
                   PERFORM ReadRMALine
               END-PERFORM
               CLOSE RMAFile
           END-IF.

       ReadRMALine.
           READ RMAFile
               AT END SET RMAFileEnd TO TRUE
           END-READ.

       LoadRMASequence.
           OPEN INPUT RMASequenceFile
           IF RMASequenceFileStatus = "00"
               READ RMASequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RMASequenceRecord TO NextRMANumber
               END-READ
               CLOSE RMASequenceFile
           END-IF.

       SaveRMASequence.
           OPEN OUTPUT RMASequenceFile
           MOVE NextRMANumber TO RMASequenceRecord
           WRITE RMASequenceRecord
           CLOSE RMASequenceFile.

       LoadCreditMemoSequence.
           OPEN INPUT CreditMemoSequenceFile
           IF CreditMemoSequenceFileStatus = "00"
               READ CreditMemoSequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CreditMemoSequenceRecord TO NextCreditMemo
               END-READ
               CLOSE CreditMemoSequenceFile
           END-IF.

       SaveCreditMemoSequence.
           OPEN OUTPUT CreditMemoSequenceFile
           MOVE NextCreditMemo TO CreditMemoSequenceRecord
           WRITE CreditMemoSequenceRecord
           CLOSE CreditMemoSequenceFile.

      *> An RMA can only be issued against a line that actually
      *> shipped, and never for more than shipped less what earlier
      *> RMAs on the same line already authorized.
       PromptForAuthorization.
           DISPLAY "Enter the original sales order number, 000000 to ",
               "finish: "
           ACCEPT KeyedSONumber
           IF KeyedSONumber NOT = ZERO
               DISPLAY "Enter the GadgetID being returned: "
               ACCEPT KeyedGadgetID
               PERFORM FindShippedLine
               IF SOPosition = ZERO
                   DISPLAY "Order ", KeyedSONumber, " has no shipped ",
                       "line for GadgetID ", KeyedGadgetID,
                       "; no RMA issued."
               ELSE
                   PERFORM SumAuthorizedQty
                   SUBTRACT AuthorizedQty
                       FROM EntryShippedQty(SOPosition)
                       GIVING ReturnableQty
                   DISPLAY "Shipped ", EntryShippedQty(SOPosition),
                       ", already authorized ", AuthorizedQty, "."
                   DISPLAY "Enter the quantity to authorize: "
                   ACCEPT KeyedQty
                   IF KeyedQty = ZERO OR KeyedQty > ReturnableQty
                       DISPLAY "Quantity must be between 1 and what ",
                           "is still returnable; no RMA issued."
                   ELSE
                       DISPLAY "Enter the return reason code: "
                       ACCEPT KeyedReason
                       PERFORM StoreNewRMA
                   END-IF
               END-IF
           END-IF.

       FindShippedLine.
           MOVE ZERO TO SOPosition
           PERFORM VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
               OR SOPosition NOT = ZERO
               IF EntrySONumber(SOidx) = KeyedSONumber
                   AND EntryGadgetID(SOidx) = KeyedGadgetID
                   SET SOPosition TO SOidx
               END-IF
           END-PERFORM.

       SumAuthorizedQty.
           MOVE ZERO TO AuthorizedQty
           PERFORM VARYING RMAidx FROM 1 BY 1
               UNTIL RMAidx > RMACount
               IF TblRMASONumber(RMAidx) = KeyedSONumber
                   AND TblRMAGadgetID(RMAidx) = KeyedGadgetID
                   ADD TblRMAQty(RMAidx) TO AuthorizedQty
               END-IF
           END-PERFORM.

       StoreNewRMA.
           ADD 1 TO RMACount
           MOVE NextRMANumber     TO TblRMANumber(RMACount)
           ADD 1 TO NextRMANumber
           MOVE KeyedSONumber     TO TblRMASONumber(RMACount)
           MOVE KeyedGadgetID     TO TblRMAGadgetID(RMACount)
           MOVE EntryCustomerNumber(SOPosition)
               TO TblRMACustomer(RMACount)
           MOVE KeyedQty          TO TblRMAQty(RMACount)
           MOVE KeyedReason       TO TblRMAReason(RMACount)
           MOVE RunDate           TO TblRMAIssueDate(RMACount)
           MOVE "I"               TO TblRMAStatus(RMACount)
           MOVE ZERO              TO TblRMAReceivedQty(RMACount)
           MOVE ZERO              TO TblRMAReceivedDate(RMACount)
           MOVE SPACE             TO TblRMADisposition(RMACount)
           MOVE SPACES            TO TblRMAWarehouse(RMACount)
           MOVE ZERO              TO TblRMACreditMemo(RMACount)
           ADD 1 TO RMAsIssued
           DISPLAY "RMA ", TblRMANumber(RMACount), " issued for ",
               KeyedQty, " of ", KeyedGadgetID, " on order ",
               KeyedSONumber, ".".

       ReceiveReturns.
           *> Restocks stamp the run date on Product.dat and the
           *> movement ledger, so it must fall in an open period.
           PERFORM LoadFiscalPeriods
           MOVE RunDate TO PostingDate
           PERFORM CheckPostingPeriod
           IF PostingPeriodClosed
               PERFORM OfferOpenPeriod
           END-IF

           DISPLAY "Enter your operator initials: "
           ACCEPT OperatorInitials
           PERFORM ClaimProductLock

           OPEN I-O ProductFile
           IF ProductFileStatus NOT = "00" AND ProductFileStatus
               NOT = "05" AND ProductFileStatus NOT = "07"
               DISPLAY "Cannot open Product.dat, status "
                   ProductFileStatus "; returns aborted."
               PERFORM ReleaseProductLock
               STOP RUN
           END-IF
           PERFORM OpenLocationFileForUpdate
           PERFORM OpenBinStockFileForUpdate
           PERFORM LoadPromotions
           PERFORM LoadContracts
           PERFORM LoadCreditMemoSequence
           OPEN EXTEND MovementFile
           OPEN EXTEND CustomerLedgerFile
           OPEN EXTEND ScrapLogFile
           OPEN OUTPUT CreditMemoFile

           PERFORM PromptForReturnReceipt *> Init loop.
           PERFORM PromptForReturnReceipt
               UNTIL KeyedRMANumber = ZERO *> Loop.

           CLOSE ProductFile
           CLOSE LocationFile
           CLOSE BinStockFile
           CLOSE MovementFile
           CLOSE CustomerLedgerFile
           CLOSE ScrapLogFile
           CLOSE CreditMemoFile
           PERFORM ReleaseProductLock
           PERFORM SaveCreditMemoSequence

           MOVE CreditTotal TO PrintCreditTotal
           DISPLAY "Returns restocked: ", ReturnsRestocked, "."
           DISPLAY "Returns scrapped:  ", ReturnsScrapped, "."
           DISPLAY "Returns refused:   ", ReturnsRefused, "."
           DISPLAY "Credit memos total ", PrintCreditTotal,
               "; memos are in CreditMemos.txt."

           *> Restocked units may cover waiting backorders.
           IF ReturnsRestocked > ZERO
               CALL "RELEASE-BACKORDERS"
           END-IF.

       PromptForReturnReceipt.
           DISPLAY "Enter the RMA number, 000000 to finish: "
           ACCEPT KeyedRMANumber
           IF KeyedRMANumber NOT = ZERO
               PERFORM FindIssuedRMA
               IF RMAPosition = ZERO
                   DISPLAY "RMA ", KeyedRMANumber, " is not an open ",
                       "authorization; receipt refused."
                   ADD 1 TO ReturnsRefused
               ELSE
                   PERFORM ReceiveOneReturn
               END-IF
           END-IF.

       FindIssuedRMA.
           MOVE ZERO TO RMAPosition
           PERFORM VARYING RMAidx FROM 1 BY 1
               UNTIL RMAidx > RMACount
               OR RMAPosition NOT = ZERO
               IF TblRMANumber(RMAidx) = KeyedRMANumber
                   AND TblRMAIssued(RMAidx)
                   SET RMAPosition TO RMAidx
               END-IF
           END-PERFORM.

       ReceiveOneReturn.
           SET ReturnReceived TO FALSE
           DISPLAY "RMA ", KeyedRMANumber, ": ",
               TblRMAQty(RMAPosition), " of ",
               TblRMAGadgetID(RMAPosition), " authorized on order ",
               TblRMASONumber(RMAPosition), "."
           DISPLAY "Enter the quantity actually received: "
           ACCEPT KeyedQty
           DISPLAY "Enter R to restock or S to scrap: "
           ACCEPT KeyedDisposition
           EVALUATE TRUE
               WHEN KeyedQty = ZERO
                   OR KeyedQty > TblRMAQty(RMAPosition)
                   DISPLAY "Received quantity must be between 1 and ",
                       "the authorized quantity; receipt refused."
               WHEN RestockDisposition
                   DISPLAY "Enter the warehouse to restock into: "
                   ACCEPT KeyedWarehouse
                   PERFORM RestockReturn
               WHEN ScrapDisposition
                   PERFORM ScrapReturn
               WHEN OTHER
                   DISPLAY "Disposition must be R or S; receipt ",
                       "refused."
           END-EVALUATE
           IF ReturnReceived
               MOVE "R"      TO TblRMAStatus(RMAPosition)
               MOVE KeyedQty TO TblRMAReceivedQty(RMAPosition)
               MOVE RunDate  TO TblRMAReceivedDate(RMAPosition)
               PERFORM WriteCreditMemo
           ELSE
               ADD 1 TO ReturnsRefused
           END-IF.

      *> Restocked units come back into QtyInStock and the named
      *> warehouse through the movement ledger, as a "C" customer
      *> return movement referencing the RMA.
       RestockReturn.
           SET UnknownGadgetID TO FALSE
           MOVE TblRMAGadgetID(RMAPosition) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               DISPLAY "GadgetID ", TblRMAGadgetID(RMAPosition),
                   " is no longer on Product.dat; scrap it instead."
           ELSE
               ADD QtyInStock TO KeyedQty GIVING WorkingQty
               IF WorkingQty > 9999
                   DISPLAY "Restock would overflow QtyInStock for ",
                       GadgetID, "; receipt refused."
               ELSE
                   MOVE WorkingQty TO QtyInStock
                   IF RunDate > LastMovementDate
                       MOVE RunDate TO LastMovementDate
                   END-IF
                   REWRITE ProductRecord
                       INVALID KEY
                           DISPLAY "Unable to update GadgetID ",
                               GadgetID, "; receipt refused."
                       NOT INVALID KEY
                           MOVE KeyedQty TO LocationDelta
                           PERFORM ApplyLocationDelta
                           PERFORM RestockToBin
                           PERFORM WriteReturnMovement
                           MOVE "R" TO TblRMADisposition(RMAPosition)
                           MOVE KeyedWarehouse
                               TO TblRMAWarehouse(RMAPosition)
                           ADD 1 TO ReturnsRestocked
                           SET ReturnReceived TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

       WriteReturnMovement.
           MOVE GadgetID         TO MoveGadgetID
           MOVE RunDate          TO MoveDate
           MOVE "C"              TO MoveType
           MOVE SPACE            TO MoveSign
           MOVE KeyedQty         TO MoveQty
           MOVE SPACES           TO MoveReference
           STRING "RMA" DELIMITED BY SIZE
               KeyedRMANumber DELIMITED BY SIZE
               INTO MoveReference
           END-STRING
           MOVE KeyedWarehouse   TO MoveWarehouse
           MOVE QtyInStock       TO MoveResultingQty
           WRITE MovementRecord.

      *> Scrapped units are logged and nothing else: stock and the
      *> movement ledger never see them.
       ScrapReturn.
           MOVE KeyedRMANumber              TO ScrapRMANumber
           MOVE TblRMASONumber(RMAPosition) TO ScrapSONumber
           MOVE TblRMAGadgetID(RMAPosition) TO ScrapGadgetID
           MOVE KeyedQty                    TO ScrapQty
           MOVE RunDate                     TO ScrapDate
           MOVE TblRMAReason(RMAPosition)   TO ScrapReason
           MOVE OperatorInitials            TO ScrapOperator
           WRITE ScrapLogRecord
           MOVE "S" TO TblRMADisposition(RMAPosition)
           ADD 1 TO ReturnsScrapped
           SET ReturnReceived TO TRUE.

      *> The customer is credited at the price the line was invoiced
      *> at, as SALES-INVOICING stored it on the order line - the same
      *> price COMMISSION-RUN reverses at - against the line's invoice,
      *> whichever way the goods were disposed of. A line invoiced
      *> before sold prices were kept is priced the way invoicing
      *> would have priced it on its ship date.
       WriteCreditMemo.
           PERFORM FindReturnedOrderLine
           SET UnknownGadgetID TO FALSE
           MOVE TblRMAGadgetID(RMAPosition) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               MOVE ZERO TO Price
               MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-IF
           IF EntrySoldPrice(SOPosition) NOT = ZERO
               MOVE EntrySoldPrice(SOPosition) TO EffectivePrice
           ELSE
               PERFORM FindEffectivePrice
           END-IF
           MULTIPLY KeyedQty BY EffectivePrice GIVING CreditAmount
           ADD CreditAmount TO CreditTotal
           MOVE NextCreditMemo TO TblRMACreditMemo(RMAPosition)
           ADD 1 TO NextCreditMemo

           MOVE TblRMACustomer(RMAPosition) TO CustLedgerCustomer
           MOVE RunDate                     TO CustLedgerDate
           MOVE "C"                         TO CustLedgerType
           MOVE EntryInvoiceNumber(SOPosition) TO CustLedgerInvoiceNo
           MOVE CreditAmount                TO CustLedgerAmount
           MOVE SPACES                      TO CustLedgerReference
           STRING "CM" DELIMITED BY SIZE
               TblRMACreditMemo(RMAPosition) DELIMITED BY SIZE
               INTO CustLedgerReference
           END-STRING
           WRITE CustomerLedgerRecord

           MOVE TblRMACreditMemo(RMAPosition) TO MemoNumber
           MOVE RunDate                       TO MemoDate
           MOVE TblRMACustomer(RMAPosition)   TO MemoCustomer
           MOVE MemoHeaderLine TO CreditMemoRecord
           WRITE CreditMemoRecord
           MOVE KeyedRMANumber                TO MemoRMANumber
           MOVE TblRMASONumber(RMAPosition)   TO MemoSONumber
           MOVE EntryInvoiceNumber(SOPosition) TO MemoInvoice
           IF TblRMADisposition(RMAPosition) = "R"
               MOVE "RESTOCKED" TO MemoDisposition
           ELSE
               MOVE "SCRAPPED" TO MemoDisposition
           END-IF
           MOVE MemoReferenceLine TO CreditMemoRecord
           WRITE CreditMemoRecord
           MOVE GadgetID       TO MemoGadgetID
           MOVE GadgetName     TO MemoGadgetName
           MOVE KeyedQty       TO MemoQty
           MOVE EffectivePrice TO MemoPrice
           MOVE CreditAmount   TO MemoAmount
           MOVE MemoItemLine TO CreditMemoRecord
           WRITE CreditMemoRecord
           MOVE ALL "-" TO CreditMemoRecord
           WRITE CreditMemoRecord
           DISPLAY "Credit memo ", TblRMACreditMemo(RMAPosition),
               " written for RMA ", KeyedRMANumber, ".".

       FindReturnedOrderLine.
           MOVE TblRMASONumber(RMAPosition) TO KeyedSONumber
           MOVE TblRMAGadgetID(RMAPosition) TO KeyedGadgetID
           PERFORM FindShippedLine
           IF SOPosition = ZERO
               MOVE RunDate TO PricingDate
               ADD 1 TO SOLineCount
               MOVE SOLineCount TO SOPosition
               MOVE ZERO TO EntryInvoiceNumber(SOPosition)
               MOVE ZERO TO EntrySoldPrice(SOPosition)
           ELSE
               MOVE EntryShipDate(SOPosition) TO PricingDate
           END-IF.

      *> Same rule as SALES-INVOICING's FindEffectivePrice, on the
      *> ship date: the customer's contract price, then the first
      *> promotion on file for the gadget, then Price.
       FindEffectivePrice.
           MOVE Price TO EffectivePrice
           PERFORM FindContractPrice
           IF NOT ContractPriceApplies
               SET PromoIdx TO 1
               SEARCH PromoEntry
                   AT END
                       CONTINUE
                   WHEN PromoTblGadgetID(PromoIdx) = GadgetID
                       IF PricingDate >= PromoTblStart(PromoIdx)
                           AND PricingDate <= PromoTblEnd(PromoIdx)
                           MOVE PromoTblPrice(PromoIdx)
                               TO EffectivePrice
                       END-IF
               END-SEARCH
           END-IF.

      *> A contract for the customer and the gadget itself wins; a
      *> blanket contract for the gadget's category comes next.
       FindContractPrice.
           SET ContractPriceApplies TO FALSE
           SET ContractIdx TO 1
           SEARCH ContractEntry
               AT END
                   CONTINUE
               WHEN ContractTblCustomer(ContractIdx)
                       = TblRMACustomer(RMAPosition)
                   AND ContractTblGadgetID(ContractIdx) = GadgetID
                   AND PricingDate >= ContractTblStart(ContractIdx)
                   AND PricingDate <= ContractTblEnd(ContractIdx)
                   MOVE ContractTblPrice(ContractIdx)
                       TO EffectivePrice
                   SET ContractPriceApplies TO TRUE
           END-SEARCH
           IF NOT ContractPriceApplies
               SET ContractIdx TO 1
               SEARCH ContractEntry
                   AT END
                       CONTINUE
                   WHEN ContractTblCustomer(ContractIdx)
                           = TblRMACustomer(RMAPosition)
                       AND ContractTblGadgetID(ContractIdx) = ZERO
                       AND ContractTblCategory(ContractIdx)
                           = GadgetCategory
                       AND PricingDate >= ContractTblStart(ContractIdx)
                       AND PricingDate <= ContractTblEnd(ContractIdx)
                       COMPUTE EffectivePrice ROUNDED = Price *
                           (100 - ContractTblDiscount(ContractIdx))
                           / 100
                       SET ContractPriceApplies TO TRUE
               END-SEARCH
           END-IF.

       LoadPromotions.
           OPEN INPUT PromotionFile
           IF PromotionFileStatus = "00" OR PromotionFileStatus
               = "05" OR PromotionFileStatus = "07"
               PERFORM ReadPromotionLine
               PERFORM UNTIL PromotionFileEnd
                   ADD 1 TO PromoCount
                   MOVE PromoGadgetID  TO PromoTblGadgetID(PromoCount)
                   MOVE PromoPrice     TO PromoTblPrice(PromoCount)
                   MOVE PromoStartDate TO PromoTblStart(PromoCount)
                   MOVE PromoEndDate   TO PromoTblEnd(PromoCount)
                   PERFORM ReadPromotionLine
               END-PERFORM
               CLOSE PromotionFile
           END-IF.

       ReadPromotionLine.
           READ PromotionFile
               AT END SET PromotionFileEnd TO TRUE
           END-READ.

       LoadContracts.
           OPEN INPUT ContractFile
           IF ContractFileStatus = "00" OR ContractFileStatus
               = "05" OR ContractFileStatus = "07"
               PERFORM ReadContractLine
               PERFORM UNTIL ContractFileEnd
                   ADD 1 TO ContractCount
                   MOVE ContractCustomer
                       TO ContractTblCustomer(ContractCount)
                   MOVE ContractGadgetID
                       TO ContractTblGadgetID(ContractCount)
                   MOVE ContractCategory
                       TO ContractTblCategory(ContractCount)
                   MOVE ContractPrice
                       TO ContractTblPrice(ContractCount)
                   MOVE ContractDiscount
                       TO ContractTblDiscount(ContractCount)
                   MOVE ContractStartDate
                       TO ContractTblStart(ContractCount)
                   MOVE ContractEndDate TO ContractTblEnd(ContractCount)
                   PERFORM ReadContractLine
               END-PERFORM
               CLOSE ContractFile
           END-IF.

       ReadContractLine.
           READ ContractFile
               AT END SET ContractFileEnd TO TRUE
           END-READ.

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
      *> session's returns into the current open period instead.
       OfferOpenPeriod.
           MOVE "W" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING "Refused returns dated " DELIMITED BY SIZE
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
           DISPLAY "Enter Y to post these returns dated ",
               OpenPeriodDate, " in open period ", OpenPeriodNumber,
               " instead: "
           ACCEPT PeriodAnswer
           IF NOT OpenPeriodAccepted
               DISPLAY "Nothing posted."
               STOP RUN
           END-IF
           MOVE OpenPeriodDate TO RunDate.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "CUSTOMER-RETURNS" TO EventProgram
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
                       LockTime, " today; returns not started."
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LockFile
           MOVE SPACES TO LockRecord
           MOVE "CUSTOMER-RETURNS" TO LockProgram
           MOVE OperatorInitials TO LockOperator
           MOVE LockTodaysDate TO LockDate
           ACCEPT LockTimeRaw FROM TIME
           MOVE LockTimeRaw(1:6) TO LockTime
           WRITE LockRecord
           CLOSE LockFile.

       ReleaseProductLock.
           OPEN OUTPUT LockFile
           CLOSE LockFile.

       OpenLocationFileForUpdate.
           OPEN I-O LocationFile
           IF LocationFileStatus = "35"
               OPEN OUTPUT LocationFile
               CLOSE LocationFile
               OPEN I-O LocationFile
           END-IF.

       ApplyLocationDelta.
           MOVE GadgetID       TO LocGadgetID
           MOVE KeyedWarehouse TO WarehouseCode
           SET LocationNotOnFile TO FALSE
           READ LocationFile
               INVALID KEY
                   SET LocationNotOnFile TO TRUE
           END-READ
           IF LocationNotOnFile
               MOVE GadgetID       TO LocGadgetID
               MOVE KeyedWarehouse TO WarehouseCode
               MOVE LocationDelta  TO LocationWorkQty
               MOVE LocationWorkQty TO LocationQty
               WRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Unable to add location record for ",
                           GadgetID, " at ", KeyedWarehouse, "."
               END-WRITE
           ELSE
               ADD LocationDelta TO LocationQty
                   GIVING LocationWorkQty
               MOVE LocationWorkQty TO LocationQty
               REWRITE LocationRecord
                   INVALID KEY
                       DISPLAY "Unable to update location record ",
                           "for ", GadgetID, " at ", KeyedWarehouse,
                           "."
               END-REWRITE
           END-IF.

      *> Back into the first bin at the warehouse that has held the
      *> gadget; with none, the units wait for a put-away and the
      *> integrity check shows the warehouse out of step.
       RestockToBin.
           SET ReturnBinned TO FALSE
           SET BinScanDone TO FALSE
           MOVE GadgetID       TO BinGadgetID
           MOVE KeyedWarehouse TO BinWarehouse
           MOVE LOW-VALUES     TO BinCode
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET BinScanDone TO TRUE
           END-START
           PERFORM UNTIL BinScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       SET BinScanDone TO TRUE
                       IF BinGadgetID = GadgetID
                           AND BinWarehouse = KeyedWarehouse
                           ADD KeyedQty TO BinQty
                           REWRITE BinStockRecord
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET ReturnBinned TO TRUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           IF ReturnBinned
               DISPLAY "Return it to bin ", BinCode, "."
           ELSE
               DISPLAY "GadgetID ", GadgetID, " has no bin at ",
                   KeyedWarehouse, "; hold the units for put-away."
           END-IF.

       OpenBinStockFileForUpdate.
           OPEN I-O BinStockFile
           IF BinStockFileStatus = "35"
               OPEN OUTPUT BinStockFile
               CLOSE BinStockFile
               OPEN I-O BinStockFile
           END-IF.

       RewriteRMAFile.
           OPEN OUTPUT RMAFile
           PERFORM WriteOneRMALine
               VARYING RMAidx FROM 1 BY 1
               UNTIL RMAidx > RMACount
           CLOSE RMAFile.

       WriteOneRMALine.
           MOVE TblRMANumber(RMAidx)       TO RMANumber
           MOVE TblRMASONumber(RMAidx)     TO RMASONumber
           MOVE TblRMAGadgetID(RMAidx)     TO RMAGadgetID
           MOVE TblRMACustomer(RMAidx)     TO RMACustomer
           MOVE TblRMAQty(RMAidx)          TO RMAQty
           MOVE TblRMAReason(RMAidx)       TO RMAReason
           MOVE TblRMAIssueDate(RMAidx)    TO RMAIssueDate
           MOVE TblRMAStatus(RMAidx)       TO RMAStatus
           MOVE TblRMAReceivedQty(RMAidx)  TO RMAReceivedQty
           MOVE TblRMAReceivedDate(RMAidx) TO RMAReceivedDate
           MOVE TblRMADisposition(RMAidx)  TO RMADisposition
           MOVE TblRMAWarehouse(RMAidx)    TO RMAWarehouse
           MOVE TblRMACreditMemo(RMAidx)   TO RMACreditMemo
           WRITE RMARecord.

       END PROGRAM CUSTOMER-RETURNS.
