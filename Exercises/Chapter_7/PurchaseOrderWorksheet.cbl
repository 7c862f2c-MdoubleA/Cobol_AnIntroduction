      * Purpose: Turn the valuation run's REORDER flags into an actual
      *    purchase-order worksheet file, one numbered section per
      *    supplier, so purchasing gets a document to order from
      *    instead of retyping console output. Books short for
      *    the term on the bookstore's TextbookDemand.dat are
      *    included whatever their reorder point, ordered at no
      *    less than the shortfall.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParametersFileStatus.

           *> The unit each supplier sells a gadget in and its size in
           *> eaches; suggestions are rounded up to whole units.
           SELECT PurchaseUnitFile ASSIGN TO "PurchaseUnits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseUnitFileStatus.

           *> Required textbook copies short for the term, written
           *> by the bookstore's adoption demand run.
           SELECT TextbookDemandFile ASSIGN TO "TextbookDemand.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TextbookDemandFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
               88  POLinePartial       VALUE "P".
               88  POLineClosed        VALUE "C".

           *> The cost agreed with the supplier when the line was
           *> raised, in dollars; receipts layer stock at this cost.
           02  POLineUnitCost      PIC 9(4)V99.

           *> Freight, duty and brokerage allocated to the line after
           *> receipt by the landed-cost run.
           02  POLineLandedCost    PIC 9(6)V99.

       FD  ParametersFile.
       01  ParametersRecord.
           88  ParametersFileEnd   VALUE HIGH-VALUES.
           02  ParmReorderPoint    PIC 9(4).
           02  ParmOrderQty        PIC 9(4).

       FD  PurchaseUnitFile.
       01  PurchaseUnitRecord.
           88  PurchaseUnitFileEnd VALUE HIGH-VALUES.
           02  PUGadgetID          PIC 9(6).
           02  PUSupplier          PIC X(5).
           02  PUUnit              PIC X(4).
           02  PUEachesPerUnit     PIC 9(4).
           02  PUOrderMultiple     PIC 9(4).

       FD  TextbookDemandFile.
       01  TextbookDemandRecord.
           88  TextbookDemandFileEnd VALUE HIGH-VALUES.
           02  TbdGadgetID         PIC 9(6).
           02  TbdShortQty         PIC 9(4).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus    PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus   PIC X(02)   VALUE ZEROES.
               03  FlagGadgetID    PIC 9(6).
               03  FlagGadgetName  PIC X(30).
               03  FlagQtyInStock  PIC 9(4).
               03  FlagUnitCost    PIC 9(4)V99.
               03  FlagDone        PIC X.

       01  NextPONumber        PIC 9(6)    VALUE 000001.
           88  UnknownSupplier         VALUE "Y" WHEN SET TO FALSE "N".

       01  SuggestedOrderQty   PIC 9(4)    VALUE ZERO.

       *> Purchase units per gadget and supplier. The suggestion in
       *> eaches becomes whole units in the order multiple, and the
       *> order goes on the open-PO line as those units in eaches.
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
       01  OrderUnit           PIC X(4)    VALUE SPACES.
       01  OrderEachesPerUnit  PIC 9(4)    VALUE ZERO.
       01  OrderMultiple       PIC 9(4)    VALUE ZERO.
       01  OrderUnitQty        PIC 9(5)    VALUE ZERO.
       01  OrderMultiples      PIC 9(5)    VALUE ZERO.
       01  OrderEaches         PIC 9(9)    VALUE ZERO.
       01  ScanPosition        PIC 9(4)    VALUE ZERO.

       01  WorksheetDate       PIC 9(8)    VALUE ZERO.

       01  TextbookDemandFileStatus PIC X(02) VALUE ZEROES.
       01  TextbookCount       PIC 9(4)    VALUE ZERO.
       01  TextbookTable.
           02  TextbookEntry OCCURS 1 TO 2000 TIMES
                             DEPENDING ON TextbookCount
                             INDEXED BY TBidx.
               03  TbTblGadgetID   PIC 9(6).
               03  TbTblShortQty   PIC 9(4).
       01  FoundTextbookQty    PIC 9(4)    VALUE ZERO.
       01  TextbookGadgetID    PIC 9(6)    VALUE ZERO.

       01  SectionHeaderLine.
           02  FILLER          PIC X(4)    VALUE "PO #".
           02  HeaderPONumber  PIC 9(6).
           02  ItemQtyInStock  PIC ZZZ9.
           02  FILLER          PIC X(8)    VALUE "  Order ".
           02  ItemOrderQty    PIC ZZZ9.
           02  FILLER          PIC X(3)    VALUE " = ".
           02  ItemUnitQty     PIC ZZZZ9.
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemUnit        PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            END-IF

            PERFORM LoadReorderParameters
            PERFORM LoadPurchaseUnits
            PERFORM LoadTextbookDemand

            PERFORM ReadProductRecord
            PERFORM UNTIL ProductFileEnd
                PERFORM FindEffectiveReorderPoint
                MOVE GadgetID TO TextbookGadgetID
                PERFORM FindTextbookQty
                IF QtyInStock <= EffectiveReorderPoint
                    OR FoundTextbookQty > ZERO
                    PERFORM StoreFlaggedItem
                END-IF
                PERFORM ReadProductRecord
               AT END SET ParametersFileEnd TO TRUE
           END-READ.

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

       LoadTextbookDemand.
           OPEN INPUT TextbookDemandFile
           IF TextbookDemandFileStatus = "00"
               PERFORM ReadTextbookDemandLine
               PERFORM UNTIL TextbookDemandFileEnd
                   ADD 1 TO TextbookCount
                   MOVE TbdGadgetID TO TbTblGadgetID(TextbookCount)
                   MOVE TbdShortQty TO TbTblShortQty(TextbookCount)
                   PERFORM ReadTextbookDemandLine
               END-PERFORM
               CLOSE TextbookDemandFile
           END-IF.

       ReadTextbookDemandLine.
           READ TextbookDemandFile
               AT END SET TextbookDemandFileEnd TO TRUE
           END-READ.

      *> Textbook copies short for TextbookGadgetID; zero when the
      *> gadget is no adopted book or stock already covers it.
       FindTextbookQty.
           MOVE ZERO TO FoundTextbookQty
           IF TextbookCount > ZERO
               SET TBidx TO 1
               SEARCH TextbookEntry
                   AT END
                       CONTINUE
                   WHEN TbTblGadgetID(TBidx) = TextbookGadgetID
                       MOVE TbTblShortQty(TBidx) TO FoundTextbookQty
               END-SEARCH
           END-IF.

      *> The flagged gadget's unit from its supplier; a gadget with
      *> no line is bought by the each in any quantity.
       FindPurchaseUnit.
           MOVE "EACH" TO OrderUnit
           MOVE 1 TO OrderEachesPerUnit
           MOVE 1 TO OrderMultiple
           SET PUidx TO 1
           SEARCH PurchaseUnitEntry
               AT END
                   CONTINUE
               WHEN PUTblGadgetID(PUidx) = FlagGadgetID(ScanPosition)
                   AND PUTblSupplier(PUidx) = CurrentSupplier
                   AND PUTblEaches(PUidx) > ZERO
                   MOVE PUTblUnit(PUidx)   TO OrderUnit
                   MOVE PUTblEaches(PUidx) TO OrderEachesPerUnit
                   IF PUTblMultiple(PUidx) > ZERO
                       MOVE PUTblMultiple(PUidx) TO OrderMultiple
                   END-IF
           END-SEARCH.

      *> Up to whole purchase units, then up to the supplier's order
      *> multiple. An order too big for the PO line's four digits is
      *> cut back to the largest multiple that fits.
       RoundToPurchaseUnits.
           PERFORM FindPurchaseUnit
           COMPUTE OrderUnitQty = (SuggestedOrderQty
               + OrderEachesPerUnit - 1) / OrderEachesPerUnit
           COMPUTE OrderMultiples = (OrderUnitQty + OrderMultiple - 1)
               / OrderMultiple
           COMPUTE OrderUnitQty = OrderMultiples * OrderMultiple
           COMPUTE OrderEaches = OrderUnitQty * OrderEachesPerUnit
           IF OrderEaches > 9999
               COMPUTE OrderMultiples = 9999
                   / (OrderMultiple * OrderEachesPerUnit)
               COMPUTE OrderUnitQty = OrderMultiples * OrderMultiple
               COMPUTE OrderEaches = OrderUnitQty * OrderEachesPerUnit
               DISPLAY "Order for ", FlagGadgetID(ScanPosition),
                   " cut back to ", OrderEaches, " to fit a PO line."
           END-IF
           MOVE OrderEaches TO SuggestedOrderQty.

       FindEffectiveReorderPoint.
           MOVE ReorderPoint TO EffectiveReorderPoint
           SET PRMidx TO 1
           MOVE GadgetID            TO FlagGadgetID(FlaggedCount)
           MOVE GadgetName          TO FlagGadgetName(FlaggedCount)
           MOVE QtyInStock          TO FlagQtyInStock(FlaggedCount)
           MOVE UnitCost            TO FlagUnitCost(FlaggedCount)
           MOVE "N"                 TO FlagDone(FlaggedCount).

       LoadPOSequence.
                       GIVING SuggestedOrderQty
               END-IF
           END-IF
           MOVE FlagGadgetID(ScanPosition) TO TextbookGadgetID
           PERFORM FindTextbookQty
           IF FoundTextbookQty > SuggestedOrderQty
               MOVE FoundTextbookQty TO SuggestedOrderQty
           END-IF
           PERFORM RoundToPurchaseUnits
           MOVE SuggestedOrderQty TO ItemOrderQty
           MOVE OrderUnitQty TO ItemUnitQty
           MOVE OrderUnit TO ItemUnit
           MOVE ItemLine TO WorksheetRecord
           WRITE WorksheetRecord
           PERFORM WriteOpenPORecord.
           MOVE ZERO                         TO POLineReceivedQty
           MOVE WorksheetDate                TO POLineOrderDate
           MOVE "O"                          TO POLineStatus
           MOVE FlagUnitCost(ScanPosition)   TO POLineUnitCost
           MOVE ZERO                         TO POLineLandedCost
           WRITE OpenPORecord.

       END PROGRAM PURCHASE-ORDER-WORKSHEET.
