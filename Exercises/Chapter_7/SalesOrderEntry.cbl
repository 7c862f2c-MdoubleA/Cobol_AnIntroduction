      *    from the email pile. What the warehouse can't cover goes to
      *    Backorders.dat for the release run to fill when stock
      *    arrives. An S run mode marks pulled lines shipped, which
      *    frees their allocation. A W run mode imports the day's web
      *    storefront orders through the same allocation and writes
      *    an acknowledgment for each web order back to the storefront.
      *    Each keyed order carries the salesperson who took it, and
      *    each line the price it was sold at, for the commission run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOSequenceFileStatus.

           *> Who the order is for: unknown and on-hold customers are
           *> refused, and the credit limit is checked as lines go on.
           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

           *> Promo prices in force, so order value is figured at the
           *> same effective price CHAP-7-PROG-1 uses.
           SELECT PromotionFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PromotionFileStatus.

           *> Negotiated customer prices, which outrank promotions.
           SELECT ContractFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.

           *> Approved alternates for each gadget, in order of
           *> preference, offered when a line cannot be covered.
           SELECT SubstituteFile ASSIGN TO "Substitutes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubstituteFileStatus.

           *> The storefront's daily order file, one record per web
           *> order line, the lines of an order together.
           SELECT WebOrderFile ASSIGN TO "WebOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WebOrderFileStatus.

           *> What became of each web order line and each web order,
           *> picked up by the storefront.
           SELECT WebAckFile ASSIGN TO "WebOrderAcks.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Gadgets taken out of Product.dat, so a web line for one
           *> is refused as discontinued rather than as unknown.
           SELECT DiscontinuedFile ASSIGN TO "DiscontinuedProducts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiscontinuedFileStatus.

           *> Sales reps an order may be stamped with.
           SELECT SalespersonFile ASSIGN TO "SalespersonMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           02  SOWarehouse         PIC X(4).
           02  SOOrderDate         PIC 9(8).
           02  SOStatus            PIC X.
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  BackorderFile.
       01  BackorderRecord.
       FD  SOSequenceFile.
       01  SOSequenceRecord        PIC 9(6).

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
               88  CustomerOnHold      VALUE "Y".

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

       FD  SubstituteFile.
       01  SubstituteRecord.
           88  SubstituteFileEnd   VALUE HIGH-VALUES.
           02  SubGadgetID         PIC 9(6).
           02  SubPreference       PIC 9(2).
           02  SubAlternateID      PIC 9(6).

      *> Every field arrives as text so a bad line can be refused with
      *> a reason instead of stopping the run.
       FD  WebOrderFile.
       01  WebOrderRecord.
           88  WebOrderFileEnd     VALUE HIGH-VALUES.
           02  WebOrderNumber      PIC X(10).
           02  WebCustomerText     PIC X(6).
           02  WebGadgetText       PIC X(6).
           02  WebQtyText          PIC X(4).
           02  WebWarehouse        PIC X(4).

      *> An L record for each web order line followed by an O record
      *> for the order. Status A accepted, B partially backordered,
      *> R rejected; the O record counts the order's rejected lines.
       FD  WebAckFile.
       01  WebAckRecord.
           02  AckRecordType       PIC X.
           02  AckWebOrder         PIC X(10).
           02  AckSONumber         PIC 9(6).
           02  AckGadgetID         PIC X(6).
           02  AckStatus           PIC X.
           02  AckAllocatedQty     PIC 9(4).
           02  AckBackorderQty     PIC 9(4).
           02  AckReason           PIC X(30).
           02  AckLinesRejected    PIC 9(4).

       FD  DiscontinuedFile.
       01  DiscontinuedRecord.
           88  DiscontinuedFileEnd VALUE HIGH-VALUES.
           02  DiscProductImage.
               03  DiscGadgetID        PIC 9(6).
               03  DiscGadgetName      PIC X(30).
               03  DiscGadgetCategory  PIC X(4).
               03  DiscQtyInStock      PIC 9(4).
               03  DiscPrice           PIC 9(4)V99.
               03  DiscSupplierCode    PIC X(5).
               03  DiscMovementDate    PIC 9(8).
               03  DiscUnitCost        PIC 9(4)V99.
           02  DiscontinueDate     PIC 9(8).
           02  DiscontinueReason   PIC X(4).

       FD  SalespersonFile.
       01  SalespersonRecord.
           88  SalespersonFileEnd  VALUE HIGH-VALUES.
           02  SalespersonCode     PIC X(3).
           02  SalespersonName     PIC X(30).
           02  SalespersonActive   PIC X.
           02  SalespersonBasePct  PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01  ProductFileStatus    PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus   PIC X(02)   VALUE ZEROES.
       01  SalesOrderFileStatus PIC X(02)   VALUE ZEROES.
       01  BackorderFileStatus  PIC X(02)   VALUE ZEROES.
       01  SOSequenceFileStatus PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus   PIC X(02)   VALUE ZEROES.
       01  PromotionFileStatus  PIC X(02)   VALUE ZEROES.
       01  ContractFileStatus   PIC X(02)   VALUE ZEROES.
       01  SubstituteFileStatus PIC X(02)   VALUE ZEROES.
       01  WebOrderFileStatus   PIC X(02)   VALUE ZEROES.
       01  DiscontinuedFileStatus PIC X(02) VALUE ZEROES.
       01  SalespersonFileStatus PIC X(02)  VALUE ZEROES.

       *> E keys new orders; S marks pulled lines shipped so their
       *> allocation stops counting against the warehouse; W imports
       *> the storefront's web orders.
       01  RunMode             PIC X       VALUE "E".
           88  ShipMode                VALUE "S" "s".
           88  WebImportMode           VALUE "W" "w".

       *> The whole order book held in memory for the session and
       *> rewritten in full at the end, the way the price-review
               03  EntryOrderDate      PIC 9(8).
               03  EntryStatus         PIC X.
                   88  EntryShipped        VALUE "S".
               03  EntryCustomerNumber PIC 9(6).
               03  EntryShipDate       PIC 9(8).
               03  EntryInvoiceNumber  PIC 9(6).
               03  EntrySubstitutedFor PIC 9(6).
               03  EntrySalesperson    PIC X(3).
               03  EntrySoldPrice      PIC 9(4)V99.

       01  BOLineCount         PIC 9(4)    VALUE ZERO.
       01  BOLineEntries.
       01  ShipGadgetID        PIC 9(6)    VALUE ZERO.
       01  FoundPosition       PIC 9(4)    VALUE ZERO.

       *> The customer the order is being keyed for.
       01  OrderCustomerText   PIC X(6)    VALUE SPACES.
       01  OrderCustomerNumber PIC 9(6)    VALUE ZERO.
       01  CustomerMissing     PIC X       VALUE "N".
           88  CustomerNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerAcceptance  PIC X       VALUE "N".
           88  CustomerAccepted        VALUE "Y"  WHEN SET TO FALSE "N".

       *> Credit exposure: what the customer's unshipped lines are
       *> worth at the effective price, plus each new line as it goes
       *> on. Past the credit limit is a warning, not a refusal.
       01  CustomerOpenValue   PIC 9(9)V99 VALUE ZERO.
       01  LineValue           PIC 9(9)V99 VALUE ZERO.
       01  CreditWarning       PIC X       VALUE "N".
           88  CreditWarningGiven      VALUE "Y"  WHEN SET TO FALSE "N".
       01  PrintCreditValue    PIC $$,$$$,$$9.99.
       01  PrintCreditLimit    PIC $$,$$$,$$9.99.

       *> Promotions loaded up front; the promo price replaces Price
       *> when the order date falls inside its range.
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

       *> The substitutes master, in the preference order it is
       *> kept in.
       01  SubstituteCount     PIC 9(4)    VALUE ZERO.
       01  SubstituteTable.
           02  SubstituteEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SubstituteCount
                               INDEXED BY SubIdx.
               03  SubTblGadgetID    PIC 9(6).
               03  SubTblAlternateID PIC 9(6).

       *> The alternates offered for the line being keyed, with what
       *> the warehouse can spare of each.
       01  OfferCount          PIC 99      VALUE ZERO.
       01  OfferTable.
           02  OfferEntry OCCURS 1 TO 20 TIMES
                          DEPENDING ON OfferCount
                          INDEXED BY OfferIdx.
               03  OfferGadgetID   PIC 9(6).
               03  OfferAvailable  PIC S9(7).

       01  RequestedGadgetID   PIC 9(6)    VALUE ZERO.
       01  RequestedAvailable  PIC S9(7)   VALUE ZERO.
       01  RequestedOrderQty   PIC 9(4)    VALUE ZERO.
       01  LineSubstitutedFor  PIC 9(6)    VALUE ZERO.
       01  SubstituteChoiceText PIC X(6)   VALUE SPACES.
       01  SubstituteGadgetID  PIC 9(6)    VALUE ZERO.
       01  SplitAnswer         PIC X       VALUE "W".
           88  SplitWanted             VALUE "P" "p".
       01  SubstituteAction    PIC X       VALUE "B".
           88  BackorderAsUsual        VALUE "B".
           88  SubstituteWholeLine     VALUE "S".
           88  SplitWithSubstitute     VALUE "P".
       01  PrintOfferPrice     PIC $$,$$9.99.
       01  PrintOfferAvailable PIC -ZZZZZZ9.

       *> Web import: the order being read, why a line or customer
       *> was refused, and the counts the run must balance.
       01  CurrentWebOrder     PIC X(10)   VALUE SPACES.
       01  CustomerRefusal     PIC X(30)   VALUE SPACES.
       01  WebRejectReason     PIC X(30)   VALUE SPACES.
       01  WebOrderLinesTaken  PIC 9(4)    VALUE ZERO.
       01  WebOrderLinesShort  PIC 9(4)    VALUE ZERO.
       01  WebOrderLinesRefused PIC 9(4)   VALUE ZERO.
       01  WebLinesRead        PIC 9(5)    VALUE ZERO.
       01  WebLinesAccepted    PIC 9(5)    VALUE ZERO.
       01  WebLinesRejected    PIC 9(5)    VALUE ZERO.
       01  WebLinesShort       PIC 9(5)    VALUE ZERO.
       01  WebOrdersRead       PIC 9(5)    VALUE ZERO.
       01  WebOrdersAccepted   PIC 9(5)    VALUE ZERO.
       01  WebOrdersPartial    PIC 9(5)    VALUE ZERO.
       01  WebOrdersRejected   PIC 9(5)    VALUE ZERO.
       01  WebLinesBalance     PIC 9(5)    VALUE ZERO.

       01  DiscontinuedCount   PIC 9(4)    VALUE ZERO.
       01  DiscontinuedTable.
           02  DiscontinuedEntry OCCURS 1 TO 5000 TIMES
                                 DEPENDING ON DiscontinuedCount
                                 INDEXED BY DiscIdx.
               03  DiscTblGadgetID PIC 9(6).

       *> The sales reps on file. Without SalespersonMaster.dat no
       *> rep is asked for; a blank rep is a house order and earns
       *> no commission. Web orders are always house orders.
       01  SalespersonCount    PIC 99      VALUE ZERO.
       01  SalespersonTable.
           02  SalespersonEntry OCCURS 1 TO 99 TIMES
                                DEPENDING ON SalespersonCount
                                INDEXED BY RepIdx.
               03  RepTblCode      PIC X(3).
               03  RepTblName      PIC X(30).
               03  RepTblActive    PIC X.
                   88  RepTblIsActive      VALUE "Y".
       01  OrderSalesperson    PIC X(3)    VALUE SPACES.
       01  SalespersonSwitch   PIC X       VALUE "N".
           88  SalespersonAccepted     VALUE "Y"  WHEN SET TO FALSE "N".

       01  LinesEntered        PIC 9(4)    VALUE ZERO.
       01  OrdersRefused       PIC 9(4)    VALUE ZERO.
       01  LinesBackordered    PIC 9(4)    VALUE ZERO.
       01  LinesShipped        PIC 9(4)    VALUE ZERO.
       01  LinesSubstituted    PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter E to key sales orders, S to mark lines ",
                "shipped, or W to import the web orders: "
            ACCEPT RunMode

            PERFORM LoadSalesOrderLines
                PERFORM PromptForShipment
                    UNTIL ShipSONumber = ZERO *> Loop.
            ELSE
                OPEN INPUT CustomerFile
                IF CustomerFileStatus NOT = "00" AND CustomerFileStatus
                    NOT = "05" AND CustomerFileStatus NOT = "07"
                    DISPLAY "Cannot open CustomerMaster.dat, status "
                        CustomerFileStatus "; order entry aborted."
                    STOP RUN
                END-IF
                PERFORM LoadPromotions
                PERFORM LoadContracts
                PERFORM LoadSubstitutes
                PERFORM LoadSalespersons
                PERFORM LoadSOSequence
                ACCEPT OrderDate FROM DATE YYYYMMDD
                IF WebImportMode
                    PERFORM ImportWebOrders
                ELSE
                    PERFORM EnterOneOrder
                    PERFORM UNTIL NOT AnotherOrderWanted
                        DISPLAY "Key another order? (Y/N): "
                        ACCEPT MoreOrdersAnswer
                        IF AnotherOrderWanted
                            PERFORM EnterOneOrder
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM SaveSOSequence
                CLOSE CustomerFile
            END-IF

            CLOSE ProductFile

            DISPLAY "Order lines entered:     ", LinesEntered, "."
            DISPLAY "Lines with backorders:   ", LinesBackordered, "."
            DISPLAY "Lines substituted:       ", LinesSubstituted, "."
            DISPLAY "Orders refused:          ", OrdersRefused, "."
            DISPLAY "Lines marked shipped:    ", LinesShipped, "."

            STOP RUN.
                   MOVE SOWarehouse    TO EntryWarehouse(SOLineCount)
                   MOVE SOOrderDate    TO EntryOrderDate(SOLineCount)
                   MOVE SOStatus       TO EntryStatus(SOLineCount)
                   *> Lines keyed before orders carried a customer
                   *> have spaces there; they belong to nobody.
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
               CLOSE SalesOrderFile
           CLOSE SOSequenceFile.

       EnterOneOrder.
           PERFORM PromptForOrderCustomer
           IF NOT CustomerAccepted
               ADD 1 TO OrdersRefused
           ELSE
               MOVE SPACES TO OrderSalesperson
               IF SalespersonCount > ZERO
                   SET SalespersonAccepted TO FALSE
                   PERFORM PromptForOrderSalesperson
                       UNTIL SalespersonAccepted
               END-IF
               MOVE NextSONumber TO CurrentSONumber
               ADD 1 TO NextSONumber
               DISPLAY "Sales order ", CurrentSONumber, " for ",
                   CustomerName, " - enter lines."
               PERFORM ComputeCustomerOpenValue
               PERFORM EnterOneOrderLine *> Init loop.
               PERFORM EnterOneOrderLine
                   UNTIL OrderLinesDone *> Loop.
           END-IF.

      *> Only an active rep on the master may be stamped on an order;
      *> blank keys a house order.
       PromptForOrderSalesperson.
           DISPLAY "Enter the salesperson's code, blank for a house ",
               "order: "
           MOVE SPACES TO OrderSalesperson
           ACCEPT OrderSalesperson
           IF OrderSalesperson = SPACES
               SET SalespersonAccepted TO TRUE
           ELSE
               SET RepIdx TO 1
               SEARCH SalespersonEntry
                   AT END
                       DISPLAY "Salesperson ", OrderSalesperson,
                           " is not on SalespersonMaster.dat."
                   WHEN RepTblCode(RepIdx) = OrderSalesperson
                       IF RepTblIsActive(RepIdx)
                           SET SalespersonAccepted TO TRUE
                       ELSE
                           DISPLAY "Salesperson ", OrderSalesperson,
                               " ", RepTblName(RepIdx),
                               " is no longer active."
                       END-IF
               END-SEARCH
           END-IF.

       LoadSalespersons.
           OPEN INPUT SalespersonFile
           IF SalespersonFileStatus = "00" OR SalespersonFileStatus
               = "05" OR SalespersonFileStatus = "07"
               PERFORM ReadSalespersonLine
               PERFORM UNTIL SalespersonFileEnd
                   ADD 1 TO SalespersonCount
                   MOVE SalespersonCode
                       TO RepTblCode(SalespersonCount)
                   MOVE SalespersonName
                       TO RepTblName(SalespersonCount)
                   MOVE SalespersonActive
                       TO RepTblActive(SalespersonCount)
                   PERFORM ReadSalespersonLine
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.

       ReadSalespersonLine.
           READ SalespersonFile
               AT END SET SalespersonFileEnd TO TRUE
           END-READ.

      *> The order is refused outright for a customer number that is
      *> not on the master or a customer the credit desk has on hold.
       PromptForOrderCustomer.
           DISPLAY "Enter the customer number for this order: "
           MOVE SPACES TO OrderCustomerText
           ACCEPT OrderCustomerText
           PERFORM ValidateOrderCustomer.

       ValidateOrderCustomer.
           SET CustomerAccepted TO FALSE
           SET CreditWarningGiven TO FALSE
           MOVE SPACES TO CustomerRefusal
           IF OrderCustomerText IS NOT NUMERIC
               MOVE "CUSTOMER NUMBER NOT NUMERIC" TO CustomerRefusal
               DISPLAY "Customer number must be six digits; order ",
                   "refused."
           ELSE
               MOVE OrderCustomerText TO OrderCustomerNumber
               SET CustomerNotOnFile TO FALSE
               MOVE OrderCustomerNumber TO CustomerNumber
               READ CustomerFile
                   INVALID KEY
                       SET CustomerNotOnFile TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN CustomerNotOnFile
                       MOVE "CUSTOMER NOT KNOWN" TO CustomerRefusal
                       DISPLAY "Customer ", OrderCustomerNumber,
                           " is not on CustomerMaster.dat; order ",
                           "refused."
                   WHEN CustomerOnHold
                       MOVE "CUSTOMER ON CREDIT HOLD" TO CustomerRefusal
                       DISPLAY "Customer ", OrderCustomerNumber,
                           " is on hold; order refused."
                   WHEN OTHER
                       SET CustomerAccepted TO TRUE
               END-EVALUATE
           END-IF.

      *> What the customer's unshipped lines already on the book are
      *> worth at today's effective price.
       ComputeCustomerOpenValue.
           MOVE ZERO TO CustomerOpenValue
           PERFORM AddOpenLineValue
               VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount.

       AddOpenLineValue.
           IF EntryCustomerNumber(SOidx) = OrderCustomerNumber
               AND NOT EntryShipped(SOidx)
               MOVE EntryGadgetID(SOidx) TO GadgetID
               READ ProductFile
                   INVALID KEY
                       MOVE ZERO TO Price
               END-READ
               PERFORM FindEffectivePrice
               MULTIPLY EntryOrderQty(SOidx) BY EffectivePrice
                   GIVING LineValue
               ADD LineValue TO CustomerOpenValue
           END-IF.

      *> The customer's contract price when one is in force on the
      *> order date; otherwise the CHAP-7-PROG-1 rule, the first
      *> promotion on file for the gadget when the order date is
      *> inside its range; otherwise Price.
       FindEffectivePrice.
           MOVE Price TO EffectivePrice
           PERFORM FindContractPrice
           IF NOT ContractPriceApplies
               SET PromoIdx TO 1
               SEARCH PromoEntry
                   AT END
                       CONTINUE
                   WHEN PromoTblGadgetID(PromoIdx) = GadgetID
                       IF OrderDate >= PromoTblStart(PromoIdx)
                           AND OrderDate <= PromoTblEnd(PromoIdx)
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
                       = OrderCustomerNumber
                   AND ContractTblGadgetID(ContractIdx) = GadgetID
                   AND OrderDate >= ContractTblStart(ContractIdx)
                   AND OrderDate <= ContractTblEnd(ContractIdx)
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
                           = OrderCustomerNumber
                       AND ContractTblGadgetID(ContractIdx) = ZERO
                       AND ContractTblCategory(ContractIdx)
                           = GadgetCategory
                       AND OrderDate >= ContractTblStart(ContractIdx)
                       AND OrderDate <= ContractTblEnd(ContractIdx)
                       COMPUTE EffectivePrice ROUNDED = Price *
                           (100 - ContractTblDiscount(ContractIdx))
                           / 100
                       SET ContractPriceApplies TO TRUE
               END-SEARCH
           END-IF.

      *> Adds the new line to the customer's exposure and warns the
      *> clerk, once per order, when it goes past the credit limit.
       CheckCreditLimit.
           PERFORM FindEffectivePrice
           MULTIPLY LineOrderQty BY EffectivePrice GIVING LineValue
           ADD LineValue TO CustomerOpenValue
           IF CustomerOpenValue > CreditLimit
               AND NOT CreditWarningGiven
               MOVE CustomerOpenValue TO PrintCreditValue
               MOVE CreditLimit TO PrintCreditLimit
               DISPLAY "  WARNING: open orders for customer ",
                   OrderCustomerNumber, " now total ",
                   PrintCreditValue, ", over the credit limit of ",
                   PrintCreditLimit, "."
               SET CreditWarningGiven TO TRUE
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

       LoadSubstitutes.
           OPEN INPUT SubstituteFile
           IF SubstituteFileStatus = "00" OR SubstituteFileStatus
               = "05" OR SubstituteFileStatus = "07"
               PERFORM ReadSubstituteLine
               PERFORM UNTIL SubstituteFileEnd
                   ADD 1 TO SubstituteCount
                   MOVE SubGadgetID
                       TO SubTblGadgetID(SubstituteCount)
                   MOVE SubAlternateID
                       TO SubTblAlternateID(SubstituteCount)
                   PERFORM ReadSubstituteLine
               END-PERFORM
               CLOSE SubstituteFile
           END-IF.

       ReadSubstituteLine.
           READ SubstituteFile
               AT END SET SubstituteFileEnd TO TRUE
           END-READ.

       EnterOneOrderLine.
           DISPLAY "Enter the GadgetID, blank or zero to finish ",
               END-IF
           END-IF.

      *> A line the warehouse cannot cover is offered the gadget's
      *> approved alternates before it goes to backorder: the clerk
      *> can take an alternate for the whole line, split it between
      *> what is on hand and an alternate, or backorder as before.
       AllocateOrderLine.
           SET UnknownGadgetID TO FALSE
           MOVE LineGadgetID TO GadgetID
               DISPLAY "GadgetID ", LineGadgetID,
                   " is not on Product.dat; line refused."
           ELSE
               MOVE ZERO TO LineSubstitutedFor
               MOVE "B" TO SubstituteAction
               PERFORM ComputeAvailableQty
               IF AvailableQty < LineOrderQty
                   AND NOT WebImportMode
                   PERFORM OfferSubstitutes
               END-IF
               EVALUATE TRUE
                   WHEN SubstituteWholeLine
                       PERFORM SwitchLineToSubstitute
                       PERFORM PlaceOrderLine
                   WHEN SplitWithSubstitute
                       MOVE LineOrderQty TO RequestedOrderQty
                       MOVE AvailableQty TO LineOrderQty
                       PERFORM PlaceOrderLine
                       SUBTRACT LineOrderQty FROM RequestedOrderQty
                           GIVING LineOrderQty
                       PERFORM SwitchLineToSubstitute
                       PERFORM PlaceOrderLine
                   WHEN OTHER
                       PERFORM PlaceOrderLine
               END-EVALUATE
           END-IF.

       SwitchLineToSubstitute.
           MOVE LineGadgetID       TO LineSubstitutedFor
           MOVE SubstituteGadgetID TO LineGadgetID
           MOVE LineGadgetID       TO GadgetID
           READ ProductFile
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM ComputeAvailableQty
           ADD 1 TO LinesSubstituted
           DISPLAY "  Substituting GadgetID ", LineGadgetID,
               " for ", LineSubstitutedFor, ".".

      *> Lists the alternates on Product.dat with what the warehouse
      *> can spare and their effective price, then takes the clerk's
      *> choice. The requested gadget's record and availability are
      *> put back afterwards.
       OfferSubstitutes.
           MOVE LineGadgetID TO RequestedGadgetID
           MOVE AvailableQty TO RequestedAvailable
           MOVE ZERO TO OfferCount
           PERFORM CollectOneOffer
               VARYING SubIdx FROM 1 BY 1
               UNTIL SubIdx > SubstituteCount
           MOVE RequestedGadgetID TO LineGadgetID
           MOVE RequestedGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE RequestedAvailable TO AvailableQty
           IF OfferCount > ZERO
               PERFORM PromptForSubstitute
           END-IF.

       CollectOneOffer.
           IF SubTblGadgetID(SubIdx) = RequestedGadgetID
               AND OfferCount < 20
               MOVE SubTblAlternateID(SubIdx) TO GadgetID
               READ ProductFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GadgetID TO LineGadgetID
                       PERFORM ComputeAvailableQty
                       PERFORM FindEffectivePrice
                       ADD 1 TO OfferCount
                       MOVE GadgetID TO OfferGadgetID(OfferCount)
                       MOVE AvailableQty TO OfferAvailable(OfferCount)
                       IF OfferCount = 1
                           DISPLAY "  Only ", RequestedAvailable,
                               " available; approved alternates at ",
                               LineWarehouse, ":"
                       END-IF
                       MOVE AvailableQty TO PrintOfferAvailable
                       MOVE EffectivePrice TO PrintOfferPrice
                       DISPLAY "    ", GadgetID, " ", GadgetName,
                           " available ", PrintOfferAvailable,
                           " at ", PrintOfferPrice
               END-READ
           END-IF.

       PromptForSubstitute.
           DISPLAY "  Enter the alternate GadgetID to use, or blank ",
               "to backorder as usual: "
           MOVE SPACES TO SubstituteChoiceText
           ACCEPT SubstituteChoiceText
           IF SubstituteChoiceText NOT = SPACES
               IF SubstituteChoiceText IS NOT NUMERIC
                   DISPLAY "  GadgetID must be six digits; line will ",
                       "be backordered."
               ELSE
                   MOVE SubstituteChoiceText TO SubstituteGadgetID
                   SET OfferIdx TO 1
                   SEARCH OfferEntry
                       AT END
                           DISPLAY "  ", SubstituteGadgetID, " is not ",
                               "an approved alternate; line will be ",
                               "backordered."
                       WHEN OfferGadgetID(OfferIdx) = SubstituteGadgetID
                           PERFORM ChooseSubstituteAction
                   END-SEARCH
               END-IF
           END-IF.

       ChooseSubstituteAction.
           MOVE "S" TO SubstituteAction
           IF RequestedAvailable > ZERO
               DISPLAY "  Enter P to ship the ", RequestedAvailable,
                   " on hand and the rest as the alternate, or W to ",
                   "substitute the whole line: "
               ACCEPT SplitAnswer
               IF SplitWanted
                   MOVE "P" TO SubstituteAction
               END-IF
           END-IF.

       PlaceOrderLine.
           IF AvailableQty >= LineOrderQty
               MOVE LineOrderQty TO AllocatedQty
               MOVE ZERO TO ShortQty
           ELSE
               IF AvailableQty > ZERO
                   MOVE AvailableQty TO AllocatedQty
               ELSE
                   MOVE ZERO TO AllocatedQty
               END-IF
               SUBTRACT AllocatedQty FROM LineOrderQty
                   GIVING ShortQty
           END-IF
           PERFORM StoreOrderLine
           PERFORM CheckCreditLimit
           IF ShortQty > ZERO
               PERFORM StoreBackorderLine
               ADD 1 TO LinesBackordered
               DISPLAY "  Allocated ", AllocatedQty,
                   ", backordered ", ShortQty, "."
           ELSE
               DISPLAY "  Allocated ", AllocatedQty, "."
           END-IF
           ADD 1 TO LinesEntered.

      *> What the warehouse holds for the gadget, minus what earlier
      *> unshipped order lines have already promised from it.
       ComputeAvailableQty.
           MOVE AllocatedQty    TO EntryAllocatedQty(SOLineCount)
           MOVE LineWarehouse   TO EntryWarehouse(SOLineCount)
           MOVE OrderDate       TO EntryOrderDate(SOLineCount)
           MOVE OrderCustomerNumber
               TO EntryCustomerNumber(SOLineCount)
           MOVE ZERO            TO EntryShipDate(SOLineCount)
           MOVE ZERO            TO EntryInvoiceNumber(SOLineCount)
           MOVE LineSubstitutedFor
               TO EntrySubstitutedFor(SOLineCount)
           MOVE OrderSalesperson TO EntrySalesperson(SOLineCount)
           PERFORM FindEffectivePrice
           MOVE EffectivePrice  TO EntrySoldPrice(SOLineCount)
           IF ShortQty > ZERO
               IF AllocatedQty > ZERO
                   MOVE "P" TO EntryStatus(SOLineCount)
                       ShipSONumber, " GadgetID ", ShipGadgetID, "."
               ELSE
                   MOVE "S" TO EntryStatus(FoundPosition)
                   ACCEPT EntryShipDate(FoundPosition)
                       FROM DATE YYYYMMDD
                   ADD 1 TO LinesShipped
                   DISPLAY "Line marked shipped; key the Sale ",
                       "transaction so posting takes the stock down."
               END-IF
           END-PERFORM.

      *> Each web order becomes one sales order holding the lines
      *> that pass validation; its number is taken when the first
      *> good line is placed, so an order refused outright uses none.
       ImportWebOrders.
           OPEN INPUT WebOrderFile
           IF WebOrderFileStatus NOT = "00" AND WebOrderFileStatus
               NOT = "05" AND WebOrderFileStatus NOT = "07"
               DISPLAY "Cannot open WebOrders.dat, status "
                   WebOrderFileStatus "; no web orders imported."
           ELSE
               PERFORM LoadDiscontinued
               OPEN OUTPUT WebAckFile
               MOVE SPACES TO CurrentWebOrder
               PERFORM ReadWebOrderLine
               PERFORM UNTIL WebOrderFileEnd
                   IF WebOrderNumber NOT = CurrentWebOrder
                       IF CurrentWebOrder NOT = SPACES
                           PERFORM FinishWebOrder
                       END-IF
                       PERFORM StartWebOrder
                   END-IF
                   PERFORM ImportWebOrderLine
                   PERFORM ReadWebOrderLine
               END-PERFORM
               IF CurrentWebOrder NOT = SPACES
                   PERFORM FinishWebOrder
               END-IF
               CLOSE WebOrderFile
               CLOSE WebAckFile
               PERFORM DisplayWebImportTotals
           END-IF.

       ReadWebOrderLine.
           READ WebOrderFile
               AT END SET WebOrderFileEnd TO TRUE
           END-READ.

       LoadDiscontinued.
           OPEN INPUT DiscontinuedFile
           IF DiscontinuedFileStatus = "00" OR DiscontinuedFileStatus
               = "05" OR DiscontinuedFileStatus = "07"
               PERFORM ReadDiscontinuedLine
               PERFORM UNTIL DiscontinuedFileEnd
                   ADD 1 TO DiscontinuedCount
                   MOVE DiscGadgetID
                       TO DiscTblGadgetID(DiscontinuedCount)
                   PERFORM ReadDiscontinuedLine
               END-PERFORM
               CLOSE DiscontinuedFile
           END-IF.

       ReadDiscontinuedLine.
           READ DiscontinuedFile
               AT END SET DiscontinuedFileEnd TO TRUE
           END-READ.

      *> The customer on the order's first line is the customer for
      *> the whole web order.
       StartWebOrder.
           MOVE WebOrderNumber TO CurrentWebOrder
           ADD 1 TO WebOrdersRead
           MOVE ZERO TO CurrentSONumber
           MOVE ZERO TO WebOrderLinesTaken
           MOVE ZERO TO WebOrderLinesShort
           MOVE ZERO TO WebOrderLinesRefused
           MOVE SPACES TO OrderSalesperson
           MOVE WebCustomerText TO OrderCustomerText
           PERFORM ValidateOrderCustomer
           IF CustomerAccepted
               PERFORM ComputeCustomerOpenValue
           END-IF.

       ImportWebOrderLine.
           ADD 1 TO WebLinesRead
           MOVE SPACES TO WebRejectReason
           EVALUATE TRUE
               WHEN NOT CustomerAccepted
                   MOVE CustomerRefusal TO WebRejectReason
               WHEN WebCustomerText NOT = OrderCustomerText
                   MOVE "CUSTOMER DIFFERS WITHIN ORDER"
                       TO WebRejectReason
               WHEN WebGadgetText IS NOT NUMERIC
                   MOVE "GADGETID NOT NUMERIC" TO WebRejectReason
               WHEN WebQtyText IS NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO WebRejectReason
               WHEN WebQtyText = "0000"
                   MOVE "QUANTITY IS ZERO" TO WebRejectReason
               WHEN WebWarehouse = SPACES
                   MOVE "NO WAREHOUSE GIVEN" TO WebRejectReason
               WHEN OTHER
                   MOVE WebGadgetText TO LineGadgetID
                   PERFORM CheckWebGadget
           END-EVALUATE
           MOVE "L"             TO AckRecordType
           MOVE CurrentWebOrder TO AckWebOrder
           MOVE WebGadgetText   TO AckGadgetID
           MOVE ZERO            TO AckLinesRejected
           IF WebRejectReason = SPACES
               PERFORM PlaceWebOrderLine
           ELSE
               ADD 1 TO WebLinesRejected
               ADD 1 TO WebOrderLinesRefused
               MOVE ZERO TO AckSONumber
               MOVE "R"  TO AckStatus
               MOVE ZERO TO AckAllocatedQty
               MOVE ZERO TO AckBackorderQty
               MOVE WebRejectReason TO AckReason
               DISPLAY "Web order ", CurrentWebOrder, " GadgetID ",
                   WebGadgetText, " rejected: ", WebRejectReason
           END-IF
           WRITE WebAckRecord.

       CheckWebGadget.
           SET DiscIdx TO 1
           SEARCH DiscontinuedEntry
               AT END
                   SET UnknownGadgetID TO FALSE
                   MOVE LineGadgetID TO GadgetID
                   READ ProductFile
                       INVALID KEY
                           SET UnknownGadgetID TO TRUE
                   END-READ
                   IF UnknownGadgetID
                       MOVE "GADGETID NOT ON PRODUCT FILE"
                           TO WebRejectReason
                   END-IF
               WHEN DiscTblGadgetID(DiscIdx) = LineGadgetID
                   MOVE "GADGET DISCONTINUED" TO WebRejectReason
           END-SEARCH.

       PlaceWebOrderLine.
           IF CurrentSONumber = ZERO
               MOVE NextSONumber TO CurrentSONumber
               ADD 1 TO NextSONumber
           END-IF
           MOVE WebQtyText   TO LineOrderQty
           MOVE WebWarehouse TO LineWarehouse
           PERFORM AllocateOrderLine
           ADD 1 TO WebLinesAccepted
           ADD 1 TO WebOrderLinesTaken
           MOVE CurrentSONumber TO AckSONumber
           MOVE AllocatedQty    TO AckAllocatedQty
           MOVE ShortQty        TO AckBackorderQty
           IF ShortQty > ZERO
               ADD 1 TO WebLinesShort
               ADD 1 TO WebOrderLinesShort
               MOVE "B" TO AckStatus
               MOVE "BACKORDERED" TO AckReason
           ELSE
               MOVE "A" TO AckStatus
               MOVE "ACCEPTED" TO AckReason
           END-IF.

      *> The order record: rejected when no line was taken, partially
      *> backordered when any taken line is short, accepted otherwise.
       FinishWebOrder.
           MOVE "O"             TO AckRecordType
           MOVE CurrentWebOrder TO AckWebOrder
           MOVE CurrentSONumber TO AckSONumber
           MOVE SPACES          TO AckGadgetID
           MOVE ZERO            TO AckAllocatedQty
           MOVE ZERO            TO AckBackorderQty
           EVALUATE TRUE
               WHEN WebOrderLinesTaken = ZERO
                   ADD 1 TO WebOrdersRejected
                   MOVE "R" TO AckStatus
                   IF NOT CustomerAccepted
                       MOVE CustomerRefusal TO AckReason
                   ELSE
                       MOVE "NO VALID LINES" TO AckReason
                   END-IF
               WHEN WebOrderLinesShort > ZERO
                   ADD 1 TO WebOrdersPartial
                   MOVE "B" TO AckStatus
                   MOVE "PARTIALLY BACKORDERED" TO AckReason
               WHEN OTHER
                   ADD 1 TO WebOrdersAccepted
                   MOVE "A" TO AckStatus
                   MOVE "ACCEPTED" TO AckReason
           END-EVALUATE
           MOVE WebOrderLinesRefused TO AckLinesRejected
           WRITE WebAckRecord.

      *> Lines read must equal lines accepted plus lines rejected.
       DisplayWebImportTotals.
           ADD WebLinesAccepted WebLinesRejected
               GIVING WebLinesBalance
           DISPLAY "Web orders read:         ", WebOrdersRead, "."
           DISPLAY "  accepted:              ", WebOrdersAccepted, "."
           DISPLAY "  partially backordered: ", WebOrdersPartial, "."
           DISPLAY "  rejected:              ", WebOrdersRejected, "."
           DISPLAY "Web lines read:          ", WebLinesRead, "."
           DISPLAY "  accepted:              ", WebLinesAccepted,
               " (", WebLinesShort, " with backorders)."
           DISPLAY "  rejected:              ", WebLinesRejected, "."
           IF WebLinesBalance = WebLinesRead
               DISPLAY "Web lines balance."
           ELSE
               DISPLAY "WARNING: web lines read ", WebLinesRead,
                   " do not equal accepted plus rejected ",
                   WebLinesBalance, "."
           END-IF.

       RewriteSalesOrderFile.
           OPEN OUTPUT SalesOrderFile
           PERFORM WriteOneSalesOrderLine
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

       RewriteBackorderFile.
