      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/14/2021
      * Purpose: Turn the sales-order lines shipped since the last run
      *    into numbered customer invoices, one per order, priced at
      *    the same effective price SALES-ORDER-ENTRY uses (the
      *    customer's contract price, else the promo price in force on
      *    the ship date, else Price).
      *    Each invoice is printed, posted to CustomerLedger.dat and
      *    listed on an invoice register with control totals, and the
      *    invoice number and the price billed are stamped on its
      *    order lines so they can never be billed twice and the
      *    commission run pays on what the customer was charged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-INVOICING.

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

           SELECT PromotionFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromotionFileStatus.

           *> Negotiated customer prices, which outrank promotions.
           SELECT ContractFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.

           *> Next invoice number to assign, kept the way the order
           *> and PO sequences are.
           SELECT InvoiceSequenceFile ASSIGN TO "InvoiceSequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceSequenceFileStatus.

           *> Customer account ledger: invoices, credit memos and
           *> payments, appended and never rewritten.
           SELECT OPTIONAL CustomerLedgerFile
               ASSIGN TO "CustomerLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InvoiceFile ASSIGN TO "Invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RegisterFile ASSIGN TO "InvoiceRegister.txt"
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

       FD  InvoiceSequenceFile.
       01  InvoiceSequenceRecord   PIC 9(6).

       FD  CustomerLedgerFile.
       01  CustomerLedgerRecord.
           02  CustLedgerCustomer  PIC 9(6).
           02  CustLedgerDate      PIC 9(8).
           02  CustLedgerType      PIC X.
               88  CustLedgerInvoice   VALUE "I".
               88  CustLedgerCredit    VALUE "C".
               88  CustLedgerPayment   VALUE "P".
           02  CustLedgerInvoiceNo PIC 9(6).
           02  CustLedgerAmount    PIC 9(8)V99.
           02  CustLedgerReference PIC X(10).

       FD  InvoiceFile.
       01  InvoiceRecord           PIC X(80).

       FD  RegisterFile.
       01  RegisterRecord          PIC X(80).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus      PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus     PIC X(02)   VALUE ZEROES.
       01  SalesOrderFileStatus   PIC X(02)   VALUE ZEROES.
       01  PromotionFileStatus    PIC X(02)   VALUE ZEROES.
       01  ContractFileStatus     PIC X(02)   VALUE ZEROES.
       01  InvoiceSequenceFileStatus PIC X(02) VALUE ZEROES.

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
                   88  EntryShipped        VALUE "S".
               03  EntryCustomerNumber PIC 9(6).
               03  EntryShipDate       PIC 9(8).
               03  EntryInvoiceNumber  PIC 9(6).
               03  EntrySubstitutedFor PIC 9(6).
               03  EntrySalesperson    PIC X(3).
               03  EntrySoldPrice      PIC 9(4)V99.

       01  PromoCount          PIC 9(3)    VALUE ZERO.
       01  PromoTable.
           02  PromoEntry OCCURS 1 TO 200 TIMES
                          DEPENDING ON PromoCount
                          INDEXED BY PromoIdx.
               03  PromoTblGadgetID PIC 9(6).
               03  PromoTblPrice    PIC 9(4)V99.
               03  PromoTblStart    PIC 9(8).
               03  PromoTblEnd      PIC 9(8).


       *> Customer contracts loaded up front; a contract in force on
       *> the pricing date beats any promotion.
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
       01  LineAmount          PIC 9(8)V99 VALUE ZERO.

       01  NextInvoiceNumber   PIC 9(6)    VALUE 000001.
       01  CurrentInvoiceNumber PIC 9(6)   VALUE ZERO.
       01  FirstInvoiceNumber  PIC 9(6)    VALUE ZERO.
       01  LastInvoiceNumber   PIC 9(6)    VALUE ZERO.
       01  CurrentSONumber     PIC 9(6)    VALUE ZERO.
       01  CurrentCustomer     PIC 9(6)    VALUE ZERO.
       01  InvoiceDate         PIC 9(8)    VALUE ZERO.
       01  ScanPosition        PIC 9(4)    VALUE ZERO.

       01  InvoiceLineCount    PIC 9(4)    VALUE ZERO.
       01  InvoiceTotal        PIC 9(8)V99 VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerMissing     PIC X       VALUE "N".
           88  CustomerNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       *> Register control totals.
       01  InvoicesWritten     PIC 9(5)    VALUE ZERO.
       01  LinesInvoiced       PIC 9(5)    VALUE ZERO.
       01  UnitsInvoiced       PIC 9(7)    VALUE ZERO.
       01  RegisterTotal       PIC 9(10)V99 VALUE ZERO.
       01  LinesHeldBack       PIC 9(5)    VALUE ZERO.
       01  LinesBilledByHand   PIC 9(5)    VALUE ZERO.

       01  InvoiceHeaderLine.
           02  FILLER          PIC X(8)    VALUE "INVOICE ".
           02  InvHeaderNumber PIC 9(6).
           02  FILLER          PIC X(7)    VALUE "  DATE ".
           02  InvHeaderDate   PIC 9(8).
           02  FILLER          PIC X(8)    VALUE "  ORDER ".
           02  InvHeaderOrder  PIC 9(6).
           02  FILLER          PIC X(8)    VALUE "  TERMS ".
           02  InvHeaderTerms  PIC X(6).

       01  InvoiceBillToLine.
           02  FILLER          PIC X(10)   VALUE "BILL TO:  ".
           02  InvBillToText   PIC X(40).

       01  InvoiceItemLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InvItemGadgetID PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InvItemName     PIC X(30).
           02  InvItemQty      PIC ZZZZ9.
           02  FILLER          PIC X(3)    VALUE " @ ".
           02  InvItemPrice    PIC Z,ZZ9.99.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InvItemAmount   PIC ZZ,ZZZ,ZZ9.99.

       01  InvoiceTotalLine.
           02  FILLER          PIC X(56)
               VALUE "  INVOICE TOTAL".
           02  InvTotalAmount  PIC ZZ,ZZZ,ZZ9.99.

       01  RegisterHeaderLine.
           02  FILLER          PIC X(40)
               VALUE "INVOICE REGISTER  RUN DATE ".
           02  RegHeaderDate   PIC 9(8).

       01  RegisterColumnLine.
           02  FILLER          PIC X(40)
               VALUE "INVOICE  ORDER   CUSTOMER NAME".
           02  FILLER          PIC X(40)
               VALUE "                 LINES         AMOUNT".

       01  RegisterItemLine.
           02  RegInvoiceNumber PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  RegSONumber     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  RegCustomer     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  RegCustomerName PIC X(30).
           02  RegLines        PIC ZZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  RegAmount       PIC ZZ,ZZZ,ZZ9.99.

       01  RegisterTotalLine.
           02  RegTotalLabel   PIC X(30).
           02  RegTotalCount   PIC ZZZ,ZZ9.
           02  FILLER          PIC X(4)    VALUE SPACES.
           02  RegTotalAmount  PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadSalesOrderLines
            PERFORM LoadPromotions
            PERFORM LoadContracts
            PERFORM LoadInvoiceSequence
            ACCEPT InvoiceDate FROM DATE YYYYMMDD

            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; invoicing aborted."
                STOP RUN
            END-IF
            OPEN INPUT CustomerFile
            IF CustomerFileStatus NOT = "00" AND CustomerFileStatus
                NOT = "05" AND CustomerFileStatus NOT = "07"
                DISPLAY "Cannot open CustomerMaster.dat, status "
                    CustomerFileStatus "; invoicing aborted."
                STOP RUN
            END-IF
            OPEN EXTEND CustomerLedgerFile
            OPEN OUTPUT InvoiceFile
            OPEN OUTPUT RegisterFile

            MOVE NextInvoiceNumber TO FirstInvoiceNumber
            MOVE InvoiceDate TO RegHeaderDate
            MOVE RegisterHeaderLine TO RegisterRecord
            WRITE RegisterRecord
            MOVE RegisterColumnLine TO RegisterRecord
            WRITE RegisterRecord

            PERFORM InvoiceOrderForLine
                VARYING ScanPosition FROM 1 BY 1
                UNTIL ScanPosition > SOLineCount

            PERFORM WriteRegisterTotals

            CLOSE ProductFile
            CLOSE CustomerFile
            CLOSE CustomerLedgerFile
            CLOSE InvoiceFile
            CLOSE RegisterFile
            PERFORM SaveInvoiceSequence
            PERFORM RewriteSalesOrderFile

            DISPLAY "Invoices written:        ", InvoicesWritten, "."
            DISPLAY "Order lines invoiced:    ", LinesInvoiced, "."
            DISPLAY "Lines held back:         ", LinesHeldBack, "."
            DISPLAY "Lines billed by hand:    ", LinesBilledByHand,
                "."
            DISPLAY "Invoices are in Invoices.txt and the register ",
                "in InvoiceRegister.txt."

            STOP RUN.

       LoadSalesOrderLines.
           OPEN INPUT SalesOrderFile
           IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
               NOT = "05" AND SalesOrderFileStatus NOT = "07"
               DISPLAY "Cannot open SalesOrders.dat, status "
                   SalesOrderFileStatus "; invoicing aborted."
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

       LoadInvoiceSequence.
           OPEN INPUT InvoiceSequenceFile
           IF InvoiceSequenceFileStatus = "00"
               READ InvoiceSequenceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE InvoiceSequenceRecord TO NextInvoiceNumber
               END-READ
               CLOSE InvoiceSequenceFile
           END-IF.

       SaveInvoiceSequence.
           OPEN OUTPUT InvoiceSequenceFile
           MOVE NextInvoiceNumber TO InvoiceSequenceRecord
           WRITE InvoiceSequenceRecord
           CLOSE InvoiceSequenceFile.

      *> The first shipped, uninvoiced line of an order opens that
      *> order's invoice and pulls in its other uninvoiced lines, so
      *> each order is billed once per run however its lines lie.
      *> A line shipped with no customer or ship date on it predates
      *> invoicing and was billed by hand; it is counted and left
      *> alone, never invoiced or posted to the ledger.
       InvoiceOrderForLine.
           IF EntryShipped(ScanPosition)
               AND EntryInvoiceNumber(ScanPosition) = ZERO
               AND (EntryCustomerNumber(ScanPosition) = ZERO
                   OR EntryShipDate(ScanPosition) = ZERO)
               ADD 1 TO LinesBilledByHand
           END-IF
           IF EntryShipped(ScanPosition)
               AND EntryInvoiceNumber(ScanPosition) = ZERO
               AND EntryCustomerNumber(ScanPosition) NOT = ZERO
               AND EntryShipDate(ScanPosition) NOT = ZERO
               MOVE EntrySONumber(ScanPosition) TO CurrentSONumber
               MOVE EntryCustomerNumber(ScanPosition)
                   TO CurrentCustomer
               MOVE ZERO TO InvoiceLineCount
               MOVE ZERO TO InvoiceTotal
               MOVE ZERO TO CurrentInvoiceNumber
               PERFORM InvoiceOneLine
                   VARYING SOidx FROM ScanPosition BY 1
                   UNTIL SOidx > SOLineCount
               IF InvoiceLineCount > ZERO
                   PERFORM FinishInvoice
               END-IF
           END-IF.

       InvoiceOneLine.
           IF EntryShipped(SOidx)
               AND EntryInvoiceNumber(SOidx) = ZERO
               AND EntrySONumber(SOidx) = CurrentSONumber
               AND EntryCustomerNumber(SOidx) NOT = ZERO
               AND EntryShipDate(SOidx) NOT = ZERO
               SET UnknownGadgetID TO FALSE
               MOVE EntryGadgetID(SOidx) TO GadgetID
               READ ProductFile
                   INVALID KEY
                       SET UnknownGadgetID TO TRUE
               END-READ
               IF UnknownGadgetID
                   ADD 1 TO LinesHeldBack
                   DISPLAY "Order ", CurrentSONumber, " GadgetID ",
                       EntryGadgetID(SOidx), " is not on Product.dat;",
                       " line held back unpriced."
               ELSE
                   IF CurrentInvoiceNumber = ZERO
                       PERFORM StartInvoice
                   END-IF
                   MOVE EntryShipDate(SOidx) TO PricingDate
                   PERFORM FindEffectivePrice
                   MULTIPLY EntryAllocatedQty(SOidx) BY EffectivePrice
                       GIVING LineAmount
                   ADD LineAmount TO InvoiceTotal
                   ADD 1 TO InvoiceLineCount
                   ADD EntryAllocatedQty(SOidx) TO UnitsInvoiced
                   MOVE CurrentInvoiceNumber
                       TO EntryInvoiceNumber(SOidx)
                   MOVE EffectivePrice TO EntrySoldPrice(SOidx)
                   MOVE EntryGadgetID(SOidx) TO InvItemGadgetID
                   MOVE GadgetName TO InvItemName
                   MOVE EntryAllocatedQty(SOidx) TO InvItemQty
                   MOVE EffectivePrice TO InvItemPrice
                   MOVE LineAmount TO InvItemAmount
                   MOVE InvoiceItemLine TO InvoiceRecord
                   WRITE InvoiceRecord
               END-IF
           END-IF.

      *> Same rule as SALES-ORDER-ENTRY's FindEffectivePrice, on the
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
                       = CurrentCustomer
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
                           = CurrentCustomer
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

       StartInvoice.
           MOVE NextInvoiceNumber TO CurrentInvoiceNumber
           ADD 1 TO NextInvoiceNumber
           SET CustomerNotOnFile TO FALSE
           MOVE CurrentCustomer TO CustomerNumber
           READ CustomerFile
               INVALID KEY
                   SET CustomerNotOnFile TO TRUE
           END-READ
           IF CustomerNotOnFile
               MOVE "(CUSTOMER NOT ON FILE)" TO CustomerName
               MOVE SPACES TO BillToAddress
               MOVE SPACES TO CustomerTerms
           END-IF
           MOVE CurrentInvoiceNumber TO InvHeaderNumber
           MOVE InvoiceDate TO InvHeaderDate
           MOVE CurrentSONumber TO InvHeaderOrder
           MOVE CustomerTerms TO InvHeaderTerms
           MOVE InvoiceHeaderLine TO InvoiceRecord
           WRITE InvoiceRecord
           MOVE CustomerName TO InvBillToText
           MOVE InvoiceBillToLine TO InvoiceRecord
           WRITE InvoiceRecord
           MOVE SPACES TO InvoiceRecord
           MOVE BillToLine1 TO InvoiceRecord(11:30)
           WRITE InvoiceRecord
           MOVE SPACES TO InvoiceRecord
           MOVE BillToLine2 TO InvoiceRecord(11:30)
           WRITE InvoiceRecord
           MOVE SPACES TO InvoiceRecord
           WRITE InvoiceRecord.

       FinishInvoice.
           MOVE InvoiceTotal TO InvTotalAmount
           MOVE InvoiceTotalLine TO InvoiceRecord
           WRITE InvoiceRecord
           MOVE ALL "-" TO InvoiceRecord
           WRITE InvoiceRecord

           MOVE CurrentCustomer      TO CustLedgerCustomer
           MOVE InvoiceDate          TO CustLedgerDate
           MOVE "I"                  TO CustLedgerType
           MOVE CurrentInvoiceNumber TO CustLedgerInvoiceNo
           MOVE InvoiceTotal         TO CustLedgerAmount
           MOVE SPACES               TO CustLedgerReference
           STRING "SO" DELIMITED BY SIZE
                  CurrentSONumber DELIMITED BY SIZE
               INTO CustLedgerReference
           END-STRING
           WRITE CustomerLedgerRecord

           MOVE CurrentInvoiceNumber TO RegInvoiceNumber
           MOVE CurrentSONumber      TO RegSONumber
           MOVE CurrentCustomer      TO RegCustomer
           MOVE CustomerName         TO RegCustomerName
           MOVE InvoiceLineCount     TO RegLines
           MOVE InvoiceTotal         TO RegAmount
           MOVE RegisterItemLine TO RegisterRecord
           WRITE RegisterRecord

           ADD 1 TO InvoicesWritten
           ADD InvoiceLineCount TO LinesInvoiced
           ADD InvoiceTotal TO RegisterTotal.

      *> Control totals so billing can tie the register to the
      *> ledger: invoice count and number range, lines, units, value.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           MOVE "INVOICES WRITTEN" TO RegTotalLabel
           MOVE InvoicesWritten TO RegTotalCount
           MOVE RegisterTotal TO RegTotalAmount
           MOVE RegisterTotalLine TO RegisterRecord
           WRITE RegisterRecord
           IF InvoicesWritten > ZERO
               SUBTRACT 1 FROM NextInvoiceNumber
                   GIVING LastInvoiceNumber
               MOVE SPACES TO RegisterRecord
               STRING "INVOICE NUMBERS " DELIMITED BY SIZE
                      FirstInvoiceNumber DELIMITED BY SIZE
                      " THRU " DELIMITED BY SIZE
                      LastInvoiceNumber DELIMITED BY SIZE
                   INTO RegisterRecord
               END-STRING
               WRITE RegisterRecord
           END-IF
           MOVE SPACES TO RegisterRecord
           STRING "ORDER LINES INVOICED " DELIMITED BY SIZE
                  LinesInvoiced DELIMITED BY SIZE
                  "   UNITS " DELIMITED BY SIZE
                  UnitsInvoiced DELIMITED BY SIZE
                  "   LINES HELD BACK " DELIMITED BY SIZE
                  LinesHeldBack DELIMITED BY SIZE
               INTO RegisterRecord
           END-STRING
           WRITE RegisterRecord
           IF LinesBilledByHand > ZERO
               MOVE SPACES TO RegisterRecord
               STRING "SHIPPED LINES BILLED BY HAND, NOT INVOICED "
                      DELIMITED BY SIZE
                      LinesBilledByHand DELIMITED BY SIZE
                   INTO RegisterRecord
               END-STRING
               WRITE RegisterRecord
           END-IF.

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

       END PROGRAM SALES-INVOICING.
