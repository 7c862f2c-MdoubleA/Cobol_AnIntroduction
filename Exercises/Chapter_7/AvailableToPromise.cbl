      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/26/2021
      * Purpose: Available-to-promise by gadget and warehouse, for the
      *    storefront and the phone desk, instead of the bare
      *    QtyInStock. On hand from ProductLocation.dat, less what
      *    unshipped SalesOrders.dat lines already hold, less stock
      *    frozen under an open physical count; then the open PO
      *    lines still to arrive, dated by order date plus the
      *    supplier's lead time. Written as ATPFeed.dat, a fixed
      *    layout for the web team, and ATPInquiry.txt for the desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILABLE-TO-PROMISE.

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

           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           *> The location freeze of the physical count, and the
           *> marker that says the count is still open.
           SELECT LocationFreezeFile ASSIGN TO "LocationFreeze.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FrzLocationKey
               FILE STATUS IS LocationFreezeFileStatus.

           SELECT CountOpenFile ASSIGN TO "PhysicalCountOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountOpenFileStatus.

           SELECT OpenPOFile ASSIGN TO "OpenPurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPOFileStatus.

           SELECT SupplierFile ASSIGN TO "Supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode
               FILE STATUS IS SupplierFileStatus.

           SELECT FeedFile ASSIGN TO "ATPFeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InquiryFile ASSIGN TO "ATPInquiry.txt"
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

       FD  LocationFile.
       01  LocationRecord.
           88  LocationFileEnd     VALUE HIGH-VALUES.
           02  LocationKey.
               03  LocGadgetID     PIC 9(6).
               03  WarehouseCode   PIC X(4).
           02  LocationQty         PIC 9(4).

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
               88  SOShipped           VALUE "S".
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  LocationFreezeFile.
       01  LocationFreezeRecord.
           02  FrzLocationKey.
               03  FrzGadgetID     PIC 9(6).
               03  FrzWarehouse    PIC X(4).
           02  FrzLocationQty      PIC 9(4).

       FD  CountOpenFile.
       01  CountOpenRecord.
           02  CountOpenDate       PIC 9(8).

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
               88  POLineClosed        VALUE "C".
           02  POLineUnitCost      PIC 9(4)V99.
           02  POLineLandedCost    PIC 9(6)V99.

       FD  SupplierFile.
       01  SupplierRecord.
           02  SupplierCode        PIC X(5).
           02  SupplierName        PIC X(30).
           02  SupplierContact     PIC X(30).
           02  LeadTimeDays        PIC 9(3).
           02  SupplierCurrency    PIC X(3).

      *> An A record per gadget and warehouse, then an R record per
      *> open PO line still to arrive for the gadget, soonest first.
       FD  FeedFile.
       01  FeedRecord.
           02  FeedRecordType      PIC X.
           02  FeedGadgetID        PIC 9(6).
           02  FeedBody            PIC X(30).
           02  FeedAvailableBody REDEFINES FeedBody.
               03  FeedWarehouse   PIC X(4).
               03  FeedOnHand      PIC 9(5).
               03  FeedAllocated   PIC 9(5).
               03  FeedFrozen      PIC 9(5).
               03  FeedAvailable   PIC S9(5) SIGN LEADING SEPARATE.
               03  FILLER          PIC X(5).
           02  FeedReceiptBody REDEFINES FeedBody.
               03  FeedExpectedDate PIC 9(8).
               03  FeedExpectedQty PIC 9(5).
               03  FeedPOLine      PIC 9(6).
               03  FILLER          PIC X(11).

       FD  InquiryFile.
       01  InquiryLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus  PIC X(02)   VALUE ZEROES.
       01  SalesOrderFileStatus PIC X(02)  VALUE ZEROES.
       01  LocationFreezeFileStatus PIC X(02) VALUE ZEROES.
       01  CountOpenFileStatus PIC X(02)   VALUE ZEROES.
       01  OpenPOFileStatus    PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus  PIC X(02)   VALUE ZEROES.

       *> Units unshipped order lines hold, by gadget and warehouse.
       01  AllocCount          PIC 9(4)    VALUE ZERO.
       01  AllocTable.
           02  AllocEntry OCCURS 1 TO 3000 TIMES
                          DEPENDING ON AllocCount
                          INDEXED BY AllocIdx.
               03  AllocGadgetID   PIC 9(6).
               03  AllocWarehouse  PIC X(4).
               03  AllocQty        PIC 9(7).

       *> Open PO lines still to arrive, with the date they are due.
       01  ReceiptCount        PIC 9(4)    VALUE ZERO.
       01  ReceiptTable.
           02  ReceiptEntry OCCURS 1 TO 2000 TIMES
                            DEPENDING ON ReceiptCount
                            INDEXED BY RcptIdx.
               03  RcptGadgetID    PIC 9(6).
               03  RcptPOLine      PIC 9(6).
               03  RcptDueDate     PIC 9(8).
               03  RcptQty         PIC 9(5).
               03  RcptListed      PIC X.
                   88  ReceiptListed       VALUE "Y".
       01  NextRcptIdx         PIC 9(4)    VALUE ZERO.
       01  NextDueDate         PIC 9(8)    VALUE ZERO.
       01  GadgetReceiptCount  PIC 9(4)    VALUE ZERO.
       01  ScanPosition        PIC 9(4)    VALUE ZERO.

       01  CountOpenSwitch     PIC X       VALUE "N".
           88  PhysicalCountOpen       VALUE "Y"  WHEN SET TO FALSE "N".
       01  FreezeMissing       PIC X       VALUE "N".
           88  LocationNotFrozen       VALUE "Y"  WHEN SET TO FALSE "N".
       01  SupplierMissing     PIC X       VALUE "N".
           88  UnknownSupplier         VALUE "Y"  WHEN SET TO FALSE "N".
       01  ProductMissing      PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".

       01  CurrentGadgetID     PIC 9(6)    VALUE ZERO.
       01  OnHandQty           PIC 9(5)    VALUE ZERO.
       01  AllocatedQty        PIC 9(7)    VALUE ZERO.
       01  FrozenQty           PIC 9(5)    VALUE ZERO.
       01  AvailableQty        PIC S9(7)   VALUE ZERO.
       01  TodaysDate          PIC 9(8)    VALUE ZERO.

       *> Order date stepped forward a day at a time through the
       *> supplier's lead time; no lead time on file means two weeks,
       *> the same default the reorder parameters use.
       01  DefaultLeadTime     PIC 9(3)    VALUE 014.
       01  EffectiveLeadTime   PIC 9(3)    VALUE ZERO.
       01  DueDate             PIC 9(8)    VALUE ZERO.
       01  DueDateParts REDEFINES DueDate.
           02  DueYear         PIC 9(4).
           02  DueMonth        PIC 99.
           02  DueDay          PIC 99.
       01  DaysInMonth         PIC 99      VALUE ZERO.
       01  LeapWork            PIC 9(4)    VALUE ZERO.
       01  LeapRemainder       PIC 9(3)    VALUE ZERO.
       01  LeapYearSwitch      PIC X       VALUE "N".
           88  LeapYear                VALUE "Y"  WHEN SET TO FALSE "N".

       01  LocationsWritten    PIC 9(5)    VALUE ZERO.
       01  ReceiptsWritten     PIC 9(5)    VALUE ZERO.
       01  LocationsFrozen     PIC 9(5)    VALUE ZERO.

       01  InquiryHeaderLine.
           02  FILLER          PIC X(40)
               VALUE "AVAILABLE TO PROMISE  RUN DATE ".
           02  InqHeaderDate   PIC 9(8).
           02  FILLER          PIC X(32)   VALUE SPACES.

       01  InquiryGadgetLine.
           02  InqGadgetID     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqGadgetName   PIC X(30).
           02  FILLER          PIC X(42)   VALUE SPACES.

       01  InquiryColumnLine.
           02  FILLER          PIC X(47)
               VALUE "  WHSE  ON HAND    ALLOC   FROZEN    TO PROMISE".
           02  FILLER          PIC X(33)   VALUE SPACES.

       01  InquiryWarehouseLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqWarehouse    PIC X(4).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqOnHand       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqAllocated    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqFrozen       PIC ZZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqAvailable    PIC -ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(33)   VALUE SPACES.

       01  InquiryReceiptLine.
           02  FILLER          PIC X(4)    VALUE SPACES.
           02  FILLER          PIC X(12)   VALUE "DUE IN  PO ".
           02  InqPOLine       PIC 9(6).
           02  FILLER          PIC X(4)    VALUE " ON ".
           02  InqDueDate      PIC 9(8).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqReceiptQty   PIC ZZ,ZZ9.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  InqLateFlag     PIC X(7).
           02  FILLER          PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; ATP run aborted."
                STOP RUN
            END-IF
            OPEN INPUT LocationFile
            IF LocationFileStatus NOT = "00" AND LocationFileStatus
                NOT = "05" AND LocationFileStatus NOT = "07"
                DISPLAY "Cannot open ProductLocation.dat, status "
                    LocationFileStatus "; ATP run aborted."
                CLOSE ProductFile
                STOP RUN
            END-IF
            ACCEPT TodaysDate FROM DATE YYYYMMDD

            PERFORM LoadAllocations
            PERFORM CheckPhysicalCount
            PERFORM LoadExpectedReceipts

            OPEN OUTPUT FeedFile
            OPEN OUTPUT InquiryFile
            MOVE TodaysDate TO InqHeaderDate
            WRITE InquiryLine FROM InquiryHeaderLine

            MOVE ZERO TO CurrentGadgetID
            PERFORM ReadLocationLine
            PERFORM UNTIL LocationFileEnd
                IF LocGadgetID NOT = CurrentGadgetID
                    IF CurrentGadgetID NOT = ZERO
                        PERFORM ListGadgetReceipts
                    END-IF
                    MOVE LocGadgetID TO CurrentGadgetID
                    PERFORM StartGadget
                END-IF
                PERFORM PromiseOneLocation
                PERFORM ReadLocationLine
            END-PERFORM
            IF CurrentGadgetID NOT = ZERO
                PERFORM ListGadgetReceipts
            END-IF

            *> Gadgets on order but not yet stocked anywhere.
            PERFORM ListUnstockedReceipts
                VARYING ScanPosition FROM 1 BY 1
                UNTIL ScanPosition > ReceiptCount

            CLOSE ProductFile
            CLOSE LocationFile
            IF PhysicalCountOpen
                CLOSE LocationFreezeFile
            END-IF
            CLOSE FeedFile
            CLOSE InquiryFile

            DISPLAY "Warehouse positions written: ", LocationsWritten,
                "."
            DISPLAY "Expected receipts written:   ", ReceiptsWritten,
                "."
            IF PhysicalCountOpen
                DISPLAY "Positions frozen by the open count: ",
                    LocationsFrozen, "."
            END-IF

            STOP RUN.

       ReadLocationLine.
           READ LocationFile NEXT RECORD
               AT END SET LocationFileEnd TO TRUE
           END-READ.

       LoadAllocations.
           OPEN INPUT SalesOrderFile
           IF SalesOrderFileStatus = "00" OR SalesOrderFileStatus
               = "05" OR SalesOrderFileStatus = "07"
               PERFORM ReadSalesOrderLine
               PERFORM UNTIL SalesOrderFileEnd
                   IF NOT SOShipped AND SOAllocatedQty > ZERO
                       PERFORM AddAllocation
                   END-IF
                   PERFORM ReadSalesOrderLine
               END-PERFORM
               CLOSE SalesOrderFile
           END-IF.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

       AddAllocation.
           SET AllocIdx TO 1
           SEARCH AllocEntry
               AT END
                   ADD 1 TO AllocCount
                   SET AllocIdx TO AllocCount
                   MOVE SOGadgetID  TO AllocGadgetID(AllocIdx)
                   MOVE SOWarehouse TO AllocWarehouse(AllocIdx)
                   MOVE ZERO        TO AllocQty(AllocIdx)
               WHEN AllocGadgetID(AllocIdx) = SOGadgetID
                   AND AllocWarehouse(AllocIdx) = SOWarehouse
                   CONTINUE
           END-SEARCH
           ADD SOAllocatedQty TO AllocQty(AllocIdx).

      *> A count is open while PhysicalCountOpen.dat holds a freeze
      *> date; the locations on its freeze cannot be promised.
       CheckPhysicalCount.
           SET PhysicalCountOpen TO FALSE
           OPEN INPUT CountOpenFile
           IF CountOpenFileStatus = "00"
               READ CountOpenFile
                   AT END
                       CONTINUE
                   NOT AT END
                       SET PhysicalCountOpen TO TRUE
               END-READ
               CLOSE CountOpenFile
           END-IF
           IF PhysicalCountOpen
               OPEN INPUT LocationFreezeFile
               IF LocationFreezeFileStatus NOT = "00"
                   AND LocationFreezeFileStatus NOT = "05"
                   AND LocationFreezeFileStatus NOT = "07"
                   SET PhysicalCountOpen TO FALSE
               ELSE
                   DISPLAY "Physical count open since ", CountOpenDate,
                       "; frozen locations are held back."
               END-IF
           END-IF.

       LoadExpectedReceipts.
           OPEN INPUT OpenPOFile
           IF OpenPOFileStatus = "00" OR OpenPOFileStatus
               = "05" OR OpenPOFileStatus = "07"
               OPEN INPUT SupplierFile
               PERFORM ReadOpenPOLine
               PERFORM UNTIL OpenPOFileEnd
                   IF NOT POLineClosed
                       AND POLineOrderQty > POLineReceivedQty
                       PERFORM AddExpectedReceipt
                   END-IF
                   PERFORM ReadOpenPOLine
               END-PERFORM
               CLOSE OpenPOFile
               CLOSE SupplierFile
           END-IF.

       ReadOpenPOLine.
           READ OpenPOFile
               AT END SET OpenPOFileEnd TO TRUE
           END-READ.

       AddExpectedReceipt.
           MOVE DefaultLeadTime TO EffectiveLeadTime
           SET UnknownSupplier TO FALSE
           MOVE POLineSupplier TO SupplierCode
           READ SupplierFile
               INVALID KEY
                   SET UnknownSupplier TO TRUE
           END-READ
           IF NOT UnknownSupplier AND LeadTimeDays > ZERO
               MOVE LeadTimeDays TO EffectiveLeadTime
           END-IF
           MOVE POLineOrderDate TO DueDate
           IF DueDate IS NUMERIC AND DueDate > ZERO
               PERFORM AddOneDay EffectiveLeadTime TIMES
           END-IF
           ADD 1 TO ReceiptCount
           MOVE POLineGadgetID TO RcptGadgetID(ReceiptCount)
           MOVE POLineNumber   TO RcptPOLine(ReceiptCount)
           MOVE DueDate        TO RcptDueDate(ReceiptCount)
           SUBTRACT POLineReceivedQty FROM POLineOrderQty
               GIVING RcptQty(ReceiptCount)
           MOVE "N" TO RcptListed(ReceiptCount).

       AddOneDay.
           PERFORM SetDaysInMonth
           IF DueDay < DaysInMonth
               ADD 1 TO DueDay
           ELSE
               MOVE 1 TO DueDay
               IF DueMonth < 12
                   ADD 1 TO DueMonth
               ELSE
                   MOVE 1 TO DueMonth
                   ADD 1 TO DueYear
               END-IF
           END-IF.

       SetDaysInMonth.
           EVALUATE DueMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DaysInMonth
               WHEN 2
                   PERFORM CheckLeapYear
                   IF LeapYear
                       MOVE 29 TO DaysInMonth
                   ELSE
                       MOVE 28 TO DaysInMonth
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DaysInMonth
           END-EVALUATE.

       CheckLeapYear.
           SET LeapYear TO FALSE
           DIVIDE DueYear BY 4
               GIVING LeapWork REMAINDER LeapRemainder
           IF LeapRemainder = ZERO
               SET LeapYear TO TRUE
               DIVIDE DueYear BY 100
                   GIVING LeapWork REMAINDER LeapRemainder
               IF LeapRemainder = ZERO
                   SET LeapYear TO FALSE
                   DIVIDE DueYear BY 400
                       GIVING LeapWork REMAINDER LeapRemainder
                   IF LeapRemainder = ZERO
                       SET LeapYear TO TRUE
                   END-IF
               END-IF
           END-IF.

       StartGadget.
           SET UnknownGadgetID TO FALSE
           MOVE CurrentGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
                   MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-READ
           MOVE SPACES TO InquiryLine
           WRITE InquiryLine
           MOVE CurrentGadgetID TO InqGadgetID
           MOVE GadgetName TO InqGadgetName
           WRITE InquiryLine FROM InquiryGadgetLine
           WRITE InquiryLine FROM InquiryColumnLine.

      *> Frozen stock is whatever the count holds beyond what orders
      *> already have allocated, so a frozen position promises none.
       PromiseOneLocation.
           MOVE LocationQty TO OnHandQty
           MOVE ZERO TO AllocatedQty
           SET AllocIdx TO 1
           SEARCH AllocEntry
               AT END
                   CONTINUE
               WHEN AllocGadgetID(AllocIdx) = LocGadgetID
                   AND AllocWarehouse(AllocIdx) = WarehouseCode
                   MOVE AllocQty(AllocIdx) TO AllocatedQty
           END-SEARCH
           MOVE ZERO TO FrozenQty
           IF PhysicalCountOpen
               SET LocationNotFrozen TO FALSE
               MOVE LocationKey TO FrzLocationKey
               READ LocationFreezeFile
                   INVALID KEY
                       SET LocationNotFrozen TO TRUE
               END-READ
               IF NOT LocationNotFrozen AND OnHandQty > AllocatedQty
                   SUBTRACT AllocatedQty FROM OnHandQty
                       GIVING FrozenQty
                   ADD 1 TO LocationsFrozen
               END-IF
           END-IF
           COMPUTE AvailableQty = OnHandQty - AllocatedQty - FrozenQty

           MOVE "A"           TO FeedRecordType
           MOVE LocGadgetID   TO FeedGadgetID
           MOVE SPACES        TO FeedBody
           MOVE WarehouseCode TO FeedWarehouse
           MOVE OnHandQty     TO FeedOnHand
           MOVE AllocatedQty  TO FeedAllocated
           MOVE FrozenQty     TO FeedFrozen
           MOVE AvailableQty  TO FeedAvailable
           WRITE FeedRecord
           ADD 1 TO LocationsWritten

           MOVE WarehouseCode TO InqWarehouse
           MOVE OnHandQty     TO InqOnHand
           MOVE AllocatedQty  TO InqAllocated
           MOVE FrozenQty     TO InqFrozen
           MOVE AvailableQty  TO InqAvailable
           WRITE InquiryLine FROM InquiryWarehouseLine.

      *> The gadget's expected receipts, earliest due date first.
       ListGadgetReceipts.
           MOVE ZERO TO GadgetReceiptCount
           PERFORM VARYING RcptIdx FROM 1 BY 1
               UNTIL RcptIdx > ReceiptCount
               IF RcptGadgetID(RcptIdx) = CurrentGadgetID
                   AND NOT ReceiptListed(RcptIdx)
                   ADD 1 TO GadgetReceiptCount
               END-IF
           END-PERFORM
           PERFORM ListNextReceipt GadgetReceiptCount TIMES.

       ListNextReceipt.
           MOVE ZERO TO NextRcptIdx
           PERFORM VARYING RcptIdx FROM 1 BY 1
               UNTIL RcptIdx > ReceiptCount
               IF RcptGadgetID(RcptIdx) = CurrentGadgetID
                   AND NOT ReceiptListed(RcptIdx)
                   AND (NextRcptIdx = ZERO
                       OR RcptDueDate(RcptIdx) < NextDueDate)
                   SET NextRcptIdx TO RcptIdx
                   MOVE RcptDueDate(RcptIdx) TO NextDueDate
               END-IF
           END-PERFORM
           SET RcptIdx TO NextRcptIdx
           MOVE "Y" TO RcptListed(RcptIdx)

           MOVE "R"                  TO FeedRecordType
           MOVE CurrentGadgetID      TO FeedGadgetID
           MOVE SPACES               TO FeedBody
           MOVE RcptDueDate(RcptIdx) TO FeedExpectedDate
           MOVE RcptQty(RcptIdx)     TO FeedExpectedQty
           MOVE RcptPOLine(RcptIdx)  TO FeedPOLine
           WRITE FeedRecord
           ADD 1 TO ReceiptsWritten

           MOVE RcptPOLine(RcptIdx)  TO InqPOLine
           MOVE RcptDueDate(RcptIdx) TO InqDueDate
           MOVE RcptQty(RcptIdx)     TO InqReceiptQty
           IF RcptDueDate(RcptIdx) < TodaysDate
               MOVE "OVERDUE" TO InqLateFlag
           ELSE
               MOVE SPACES TO InqLateFlag
           END-IF
           WRITE InquiryLine FROM InquiryReceiptLine.

       ListUnstockedReceipts.
           IF NOT ReceiptListed(ScanPosition)
               MOVE RcptGadgetID(ScanPosition) TO CurrentGadgetID
               PERFORM StartGadget
               PERFORM ListGadgetReceipts
           END-IF.

       END PROGRAM AVAILABLE-TO-PROMISE.
