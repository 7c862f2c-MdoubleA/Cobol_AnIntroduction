      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/20/2021
      * Purpose: Three-way match of supplier invoices before payment.
      *    An E run keys invoice lines into SupplierInvoices.dat; an M
      *    run checks every unmatched line against its PO line in
      *    OpenPurchaseOrders.dat - quantity ordered, quantity the
      *    receiving run actually landed less what earlier invoices
      *    already billed, less units still held for inspection or
      *    failed by QA on InspectionHolds.dat, and the agreed cost,
      *    with a foreign supplier's price converted to dollars
      *    through ExchangeRates.dat. Lines inside tolerance go to
      *    APExtract.dat for payment; the rest stay on hold and are
      *    listed with each variance in APHoldReport.txt, and are
      *    checked again on the next run once receiving catches up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-INVOICE-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Supplier invoice lines, held in memory and rewritten in
           *> full so each line carries its match status.
           SELECT InvoiceFile ASSIGN TO "SupplierInvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvoiceFileStatus.

           SELECT OpenPOFile ASSIGN TO "OpenPurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPOFileStatus.

           SELECT SupplierFile ASSIGN TO "Supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode
               FILE STATUS IS SupplierFileStatus.

           *> Receipts held for inspection: units still held, and
           *> units QA failed and is sending back, are not billable.
           SELECT HoldFile ASSIGN TO "InspectionHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.

           SELECT ExchangeRateFile ASSIGN TO "ExchangeRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExchangeRateFileStatus.

           *> Allowed price variance in whole percent, the way
           *> PriceTolerance.dat sets the price-update run's limit.
           SELECT ToleranceFile ASSIGN TO "MatchTolerance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ToleranceFileStatus.

           SELECT OPTIONAL APExtractFile ASSIGN TO "APExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HoldReportFile ASSIGN TO "APHoldReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
       01  InvoiceRecord.
           88  InvoiceFileEnd      VALUE HIGH-VALUES.
           02  SInvSupplier        PIC X(5).
           02  SInvNumber          PIC X(10).
           02  SInvDate            PIC 9(8).
           02  SInvPONumber        PIC 9(6).
           02  SInvGadgetID        PIC 9(6).
           02  SInvQty             PIC 9(4).

           *> Unit price in the supplier's own currency.
           02  SInvUnitPrice       PIC 9(5)V99.

           *> Blank new, M matched and extracted, H on hold.
           02  SInvStatus          PIC X.

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
           02  POLineUnitCost      PIC 9(4)V99.
           02  POLineLandedCost    PIC 9(6)V99.

       FD  SupplierFile.
       01  SupplierRecord.
           02  SupplierCode        PIC X(5).
           02  SupplierName        PIC X(30).
           02  SupplierContact     PIC X(30).
           02  LeadTimeDays        PIC 9(3).
           02  SupplierCurrency    PIC X(3).

       FD  HoldFile.
       01  HoldRecord.
           88  HoldFileEnd         VALUE HIGH-VALUES.
           02  InspHoldNumber      PIC 9(6).
           02  InspHoldGadgetID    PIC 9(6).
           02  InspHoldSupplier    PIC X(5).
           02  InspHoldPONumber    PIC 9(6).
           02  InspHoldWarehouse   PIC X(4).
           02  InspHoldQty         PIC 9(4).
           02  InspHoldReceiptDate PIC 9(8).
           02  InspHoldUnitCost    PIC 9(4)V99.
           *> H held for inspection, D decided.
           02  InspHoldStatus      PIC X.
           02  InspHoldPassedQty   PIC 9(4).
           02  InspHoldFailedQty   PIC 9(4).
           02  InspHoldInspectedBy PIC X(3).
           02  InspHoldInspectedDate PIC 9(8).

       FD  ExchangeRateFile.
       01  ExchangeRateRecord.
           88  ExchangeRateFileEnd VALUE HIGH-VALUES.
           02  XRCurrencyCode      PIC X(3).
           02  XRRateToDollar      PIC 9(3)V9(4).

       FD  ToleranceFile.
       01  ToleranceRecord         PIC 999.

       FD  APExtractFile.
       01  APExtractRecord.
           02  APSupplier          PIC X(5).
           02  APInvoiceNumber     PIC X(10).
           02  APInvoiceDate       PIC 9(8).
           02  APPONumber          PIC 9(6).
           02  APGadgetID          PIC 9(6).
           02  APQty               PIC 9(4).
           02  APCurrency          PIC X(3).
           02  APForeignAmount     PIC 9(9)V99.
           02  APDollarAmount      PIC 9(9)V99.
           02  APExtractDate       PIC 9(8).

       FD  HoldReportFile.
       01  HoldReportRecord        PIC X(90).

       WORKING-STORAGE SECTION.
       01  InvoiceFileStatus   PIC X(02)   VALUE ZEROES.
       01  OpenPOFileStatus    PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus  PIC X(02)   VALUE ZEROES.
       01  ExchangeRateFileStatus PIC X(02) VALUE ZEROES.
       01  HoldFileStatus      PIC X(02)   VALUE ZEROES.
       01  ToleranceFileStatus PIC X(02)   VALUE ZEROES.
       01  TolerancePercent    PIC 999     VALUE 002.

       *> E keys invoices; M runs the match.
       01  RunMode             PIC X       VALUE "M".
           88  EntryMode               VALUE "E" "e".

       01  InvoiceCount        PIC 9(4)    VALUE ZERO.
       01  InvoiceEntries.
           02  InvoiceEntry OCCURS 1 TO 3000 TIMES
                            DEPENDING ON InvoiceCount
                            INDEXED BY InvIdx, PriorIdx.
               03  TblSupplier     PIC X(5).
               03  TblInvNumber    PIC X(10).
               03  TblInvDate      PIC 9(8).
               03  TblPONumber     PIC 9(6).
               03  TblGadgetID     PIC 9(6).
               03  TblQty          PIC 9(4).
               03  TblUnitPrice    PIC 9(5)V99.
               03  TblStatus       PIC X.
                   88  TblMatched          VALUE "M".

       01  POLineCount         PIC 9(4)    VALUE ZERO.
       01  POLineEntries.
           02  POLineEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON POLineCount
                           INDEXED BY POidx.
               03  EntryPONumber       PIC 9(6).
               03  EntrySupplier       PIC X(5).
               03  EntryGadgetID       PIC 9(6).
               03  EntryOrderQty       PIC 9(4).
               03  EntryReceivedQty    PIC 9(4).
               03  EntryUnitCost       PIC 9(4)V99.

       *> Per hold: the units still in quarantine (status H) and
       *> the units QA failed (status D).
       01  HoldCount           PIC 9(4)    VALUE ZERO.
       01  HoldsNotLoaded      PIC 9(4)    VALUE ZERO.
       01  HoldEntries.
           02  HoldEntry OCCURS 1 TO 3000 TIMES
                         DEPENDING ON HoldCount
                         INDEXED BY HoldIdx.
               03  TblHoldPONumber     PIC 9(6).
               03  TblHoldGadgetID     PIC 9(6).
               03  TblHoldOpenQty      PIC 9(4).
               03  TblHoldFailedQty    PIC 9(4).

       01  RateCount           PIC 99      VALUE ZERO.
       01  RateTable.
           02  RateEntry OCCURS 1 TO 30 TIMES
                         DEPENDING ON RateCount
                         INDEXED BY RateIdx.
               03  RateCurrency    PIC X(3).
               03  RateToDollar    PIC 9(3)V9(4).

       *> Entry-mode header fields.
       01  KeyedSupplier       PIC X(5)    VALUE SPACES.
       01  KeyedInvNumber      PIC X(10)   VALUE SPACES.
       01  KeyedInvDate        PIC 9(8)    VALUE ZERO.
       01  KeyedPONumber       PIC 9(6)    VALUE ZERO.
       01  LinesKeyed          PIC 9(4)    VALUE ZERO.

       *> Match work fields.
       01  POPosition          PIC 9(4)    VALUE ZERO.
       01  VarianceCount       PIC 99      VALUE ZERO.
       01  PriorBilledQty      PIC 9(6)    VALUE ZERO.
       01  BillableQty         PIC S9(6)   VALUE ZERO.
       01  UnbilledQty         PIC S9(6)   VALUE ZERO.
       01  AcceptedQty         PIC S9(6)   VALUE ZERO.
       01  InspectionHeldQty   PIC 9(6)    VALUE ZERO.
       01  InspectionFailedQty PIC 9(6)    VALUE ZERO.
       01  InvoiceCurrency     PIC X(3)    VALUE SPACES.
       01  FoundRate           PIC 9(3)V9(4) VALUE ZERO.
       01  DollarUnitPrice     PIC 9(7)V99 VALUE ZERO.
       01  PriceDifference     PIC S9(7)V99 VALUE ZERO.
       01  PriceVariancePct    PIC 9(5)V99 VALUE ZERO.
       01  ForeignAmount       PIC 9(9)V99 VALUE ZERO.
       01  DollarAmount        PIC 9(9)V99 VALUE ZERO.
       01  RunDate             PIC 9(8)    VALUE ZERO.

       01  SupplierNotFound    PIC X       VALUE "N".
           88  UnknownSupplier         VALUE "Y"  WHEN SET TO FALSE "N".
       01  SupplierMasterSwitch PIC X      VALUE "N".
           88  NoSupplierMaster        VALUE "Y"  WHEN SET TO FALSE "N".
       01  RateSwitch          PIC X       VALUE "N".
           88  RateMissing             VALUE "Y"  WHEN SET TO FALSE "N".

       01  LinesMatched        PIC 9(4)    VALUE ZERO.
       01  LinesHeld           PIC 9(4)    VALUE ZERO.
       01  TotalExtracted      PIC 9(10)V99 VALUE ZERO.
       01  PrintTotalExtracted PIC $$,$$$,$$$,$$9.99.

       01  HoldHeaderLine.
           02  FILLER          PIC X(9)    VALUE "SUPPLIER ".
           02  HoldSupplier    PIC X(5).
           02  FILLER          PIC X(10)   VALUE "  INVOICE ".
           02  HoldInvNumber   PIC X(10).
           02  FILLER          PIC X(6)    VALUE "  PO #".
           02  HoldPONumber    PIC 9(6).
           02  FILLER          PIC X(10)   VALUE "  GADGET  ".
           02  HoldGadgetID    PIC 9(6).
           02  FILLER          PIC X(6)    VALUE "  QTY ".
           02  HoldQty         PIC ZZZ9.

       01  HoldVarianceLine.
           02  FILLER          PIC X(6)    VALUE SPACES.
           02  HoldVarianceText PIC X(30).
           02  FILLER          PIC X(9)    VALUE " INVOICE ".
           02  HoldInvoiceFigure PIC Z,ZZZ,ZZ9.99.
           02  FILLER          PIC X(9)    VALUE "  AGAINST".
           02  HoldAgainstFigure PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter E to key supplier invoices or M to run ",
                "the three-way match: "
            ACCEPT RunMode

            PERFORM LoadInvoiceLines
            ACCEPT RunDate FROM DATE YYYYMMDD

            IF EntryMode
                PERFORM PromptForInvoiceHeader *> Init loop.
                PERFORM PromptForInvoiceHeader
                    UNTIL KeyedSupplier = SPACES *> Loop.
                DISPLAY "Invoice lines keyed: ", LinesKeyed, "."
            ELSE
                PERFORM RunThreeWayMatch
            END-IF

            PERFORM RewriteInvoiceFile
            STOP RUN.

       LoadInvoiceLines.
           OPEN INPUT InvoiceFile
           IF InvoiceFileStatus = "00" OR InvoiceFileStatus = "05"
               OR InvoiceFileStatus = "07"
               PERFORM ReadInvoiceLine
               PERFORM UNTIL InvoiceFileEnd
                   ADD 1 TO InvoiceCount
                   MOVE SInvSupplier  TO TblSupplier(InvoiceCount)
                   MOVE SInvNumber    TO TblInvNumber(InvoiceCount)
                   MOVE SInvDate      TO TblInvDate(InvoiceCount)
                   MOVE SInvPONumber  TO TblPONumber(InvoiceCount)
                   MOVE SInvGadgetID  TO TblGadgetID(InvoiceCount)
                   MOVE SInvQty       TO TblQty(InvoiceCount)
                   MOVE SInvUnitPrice TO TblUnitPrice(InvoiceCount)
                   MOVE SInvStatus    TO TblStatus(InvoiceCount)
                   PERFORM ReadInvoiceLine
               END-PERFORM
               CLOSE InvoiceFile
           END-IF.

       ReadInvoiceLine.
           READ InvoiceFile
               AT END SET InvoiceFileEnd TO TRUE
           END-READ.

       PromptForInvoiceHeader.
           DISPLAY "Enter the supplier code, spaces to finish: "
           ACCEPT KeyedSupplier
           IF KeyedSupplier NOT = SPACES
               DISPLAY "Enter the supplier's invoice number: "
               ACCEPT KeyedInvNumber
               DISPLAY "Enter the invoice date (YYYYMMDD): "
               ACCEPT KeyedInvDate
               PERFORM PromptForInvoiceLine *> Init loop.
               PERFORM PromptForInvoiceLine
                   UNTIL KeyedPONumber = ZERO *> Loop.
           END-IF.

       PromptForInvoiceLine.
           DISPLAY "Enter the PO number billed, 000000 to end this ",
               "invoice: "
           ACCEPT KeyedPONumber
           IF KeyedPONumber NOT = ZERO
               ADD 1 TO InvoiceCount
               MOVE KeyedSupplier  TO TblSupplier(InvoiceCount)
               MOVE KeyedInvNumber TO TblInvNumber(InvoiceCount)
               MOVE KeyedInvDate   TO TblInvDate(InvoiceCount)
               MOVE KeyedPONumber  TO TblPONumber(InvoiceCount)
               DISPLAY "Enter the GadgetID billed: "
               ACCEPT TblGadgetID(InvoiceCount)
               DISPLAY "Enter the quantity billed: "
               ACCEPT TblQty(InvoiceCount)
               DISPLAY "Enter the unit price in the supplier's ",
                   "currency (99999v99): "
               ACCEPT TblUnitPrice(InvoiceCount)
               MOVE SPACE TO TblStatus(InvoiceCount)
               ADD 1 TO LinesKeyed
           END-IF.

       RunThreeWayMatch.
           PERFORM LoadOpenPOLines
           PERFORM LoadInspectionHolds
           PERFORM LoadExchangeRates
           PERFORM LoadTolerance
           SET NoSupplierMaster TO FALSE
           OPEN INPUT SupplierFile
           IF SupplierFileStatus NOT = "00" AND SupplierFileStatus
               NOT = "05" AND SupplierFileStatus NOT = "07"
               SET NoSupplierMaster TO TRUE
               DISPLAY "No Supplier.dat; every invoice is treated as ",
                   "dollar-priced."
           END-IF
           OPEN EXTEND APExtractFile
           OPEN OUTPUT HoldReportFile
           MOVE "SUPPLIER INVOICES ON HOLD" TO HoldReportRecord
           WRITE HoldReportRecord
           MOVE SPACES TO HoldReportRecord
           WRITE HoldReportRecord

           PERFORM MatchOneInvoiceLine
               VARYING InvIdx FROM 1 BY 1
               UNTIL InvIdx > InvoiceCount

           CLOSE APExtractFile
           CLOSE HoldReportFile
           IF NOT NoSupplierMaster
               CLOSE SupplierFile
           END-IF

           MOVE TotalExtracted TO PrintTotalExtracted
           DISPLAY "Invoice lines matched: ", LinesMatched,
               " for ", PrintTotalExtracted, " to APExtract.dat."
           DISPLAY "Invoice lines on hold: ", LinesHeld,
               "; see APHoldReport.txt.".

       MatchOneInvoiceLine.
           IF NOT TblMatched(InvIdx)
               MOVE ZERO TO VarianceCount
               PERFORM FindInvoicedPOLine
               IF POPosition = ZERO
                   MOVE "NO SUCH PO LINE FOR SUPPLIER"
                       TO HoldVarianceText
                   MOVE ZERO TO HoldInvoiceFigure
                   MOVE ZERO TO HoldAgainstFigure
                   PERFORM WriteVarianceLine
               ELSE
                   PERFORM CheckInvoiceQuantity
                   PERFORM CheckInvoicePrice
               END-IF
               IF VarianceCount = ZERO
                   PERFORM WriteAPExtractLine
               ELSE
                   MOVE "H" TO TblStatus(InvIdx)
                   ADD 1 TO LinesHeld
                   MOVE SPACES TO HoldReportRecord
                   WRITE HoldReportRecord
               END-IF
           END-IF.

       FindInvoicedPOLine.
           MOVE ZERO TO POPosition
           PERFORM VARYING POidx FROM 1 BY 1
               UNTIL POidx > POLineCount
               OR POPosition NOT = ZERO
               IF EntryPONumber(POidx) = TblPONumber(InvIdx)
                   AND EntryGadgetID(POidx) = TblGadgetID(InvIdx)
                   AND EntrySupplier(POidx) = TblSupplier(InvIdx)
                   SET POPosition TO POidx
               END-IF
           END-PERFORM.

      *> Quantity: never more than was ordered, and never more than
      *> receiving landed less what earlier matched invoices billed.
      *> Of that, units QA failed are going back to the supplier and
      *> units still held for inspection are not yet accepted;
      *> neither is paid for, and each holds with its own reason.
       CheckInvoiceQuantity.
           IF TblQty(InvIdx) > EntryOrderQty(POPosition)
               MOVE "QTY BILLED OVER QTY ORDERED" TO HoldVarianceText
               MOVE TblQty(InvIdx) TO HoldInvoiceFigure
               MOVE EntryOrderQty(POPosition) TO HoldAgainstFigure
               PERFORM WriteVarianceLine
           END-IF
           MOVE ZERO TO PriorBilledQty
           PERFORM VARYING PriorIdx FROM 1 BY 1
               UNTIL PriorIdx > InvoiceCount
               IF TblMatched(PriorIdx)
                   AND TblPONumber(PriorIdx) = TblPONumber(InvIdx)
                   AND TblGadgetID(PriorIdx) = TblGadgetID(InvIdx)
                   ADD TblQty(PriorIdx) TO PriorBilledQty
               END-IF
           END-PERFORM
           PERFORM SumInspectionHolds
           SUBTRACT PriorBilledQty FROM EntryReceivedQty(POPosition)
               GIVING UnbilledQty
           SUBTRACT InspectionFailedQty FROM UnbilledQty
               GIVING AcceptedQty
           SUBTRACT InspectionHeldQty FROM AcceptedQty
               GIVING BillableQty
           EVALUATE TRUE
               WHEN TblQty(InvIdx) > UnbilledQty
                   MOVE "QTY BILLED OVER QTY RECEIVED"
                       TO HoldVarianceText
                   MOVE UnbilledQty TO BillableQty
                   PERFORM WriteQuantityVariance
               WHEN TblQty(InvIdx) > AcceptedQty
                   MOVE "QTY BILLED INCLUDES QA REJECTS"
                       TO HoldVarianceText
                   MOVE AcceptedQty TO BillableQty
                   PERFORM WriteQuantityVariance
               WHEN TblQty(InvIdx) > BillableQty
                   MOVE "UNITS STILL HELD IN INSPECTION"
                       TO HoldVarianceText
                   PERFORM WriteQuantityVariance
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteQuantityVariance.
           MOVE TblQty(InvIdx) TO HoldInvoiceFigure
           IF BillableQty < ZERO
               MOVE ZERO TO HoldAgainstFigure
           ELSE
               MOVE BillableQty TO HoldAgainstFigure
           END-IF
           PERFORM WriteVarianceLine.

       SumInspectionHolds.
           MOVE ZERO TO InspectionHeldQty InspectionFailedQty
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount
               IF TblHoldPONumber(HoldIdx) = TblPONumber(InvIdx)
                   AND TblHoldGadgetID(HoldIdx) = TblGadgetID(InvIdx)
                   ADD TblHoldOpenQty(HoldIdx) TO InspectionHeldQty
                   ADD TblHoldFailedQty(HoldIdx)
                       TO InspectionFailedQty
               END-IF
           END-PERFORM.

      *> Price: the billed unit price in dollars must sit within the
      *> tolerance percent of the cost agreed on the PO line.
       CheckInvoicePrice.
           PERFORM ConvertInvoicePrice
           IF RateMissing
               MOVE "NO EXCHANGE RATE FOR CURRENCY" TO HoldVarianceText
               MOVE TblUnitPrice(InvIdx) TO HoldInvoiceFigure
               MOVE ZERO TO HoldAgainstFigure
               PERFORM WriteVarianceLine
           ELSE
               IF EntryUnitCost(POPosition) = ZERO
                   MOVE "NO AGREED COST ON PO LINE" TO HoldVarianceText
                   MOVE DollarUnitPrice TO HoldInvoiceFigure
                   MOVE ZERO TO HoldAgainstFigure
                   PERFORM WriteVarianceLine
               ELSE
                   SUBTRACT EntryUnitCost(POPosition)
                       FROM DollarUnitPrice GIVING PriceDifference
                   IF PriceDifference < ZERO
                       MULTIPLY PriceDifference BY -1
                           GIVING PriceDifference
                   END-IF
                   COMPUTE PriceVariancePct ROUNDED =
                       PriceDifference * 100
                       / EntryUnitCost(POPosition)
                   IF PriceVariancePct > TolerancePercent
                       MOVE "UNIT PRICE OUTSIDE TOLERANCE"
                           TO HoldVarianceText
                       MOVE DollarUnitPrice TO HoldInvoiceFigure
                       MOVE EntryUnitCost(POPosition)
                           TO HoldAgainstFigure
                       PERFORM WriteVarianceLine
                   END-IF
               END-IF
           END-IF.

       ConvertInvoicePrice.
           SET RateMissing TO FALSE
           PERFORM LookUpInvoiceCurrency
           IF InvoiceCurrency = SPACES OR InvoiceCurrency = "USD"
               MOVE "USD" TO InvoiceCurrency
               MOVE TblUnitPrice(InvIdx) TO DollarUnitPrice
           ELSE
               MOVE ZERO TO FoundRate
               SET RateIdx TO 1
               SEARCH RateEntry
                   AT END
                       CONTINUE
                   WHEN RateCurrency(RateIdx) = InvoiceCurrency
                       MOVE RateToDollar(RateIdx) TO FoundRate
               END-SEARCH
               IF FoundRate = ZERO
                   SET RateMissing TO TRUE
                   MOVE ZERO TO DollarUnitPrice
               ELSE
                   COMPUTE DollarUnitPrice ROUNDED =
                       TblUnitPrice(InvIdx) * FoundRate
               END-IF
           END-IF.

       LookUpInvoiceCurrency.
           MOVE SPACES TO InvoiceCurrency
           IF NOT NoSupplierMaster
               SET UnknownSupplier TO FALSE
               MOVE TblSupplier(InvIdx) TO SupplierCode
               READ SupplierFile
                   INVALID KEY
                       SET UnknownSupplier TO TRUE
               END-READ
               IF NOT UnknownSupplier
                   MOVE SupplierCurrency TO InvoiceCurrency
               END-IF
           END-IF.

      *> The first variance on a line prints the line's header.
       WriteVarianceLine.
           IF VarianceCount = ZERO
               MOVE TblSupplier(InvIdx)  TO HoldSupplier
               MOVE TblInvNumber(InvIdx) TO HoldInvNumber
               MOVE TblPONumber(InvIdx)  TO HoldPONumber
               MOVE TblGadgetID(InvIdx)  TO HoldGadgetID
               MOVE TblQty(InvIdx)       TO HoldQty
               MOVE HoldHeaderLine TO HoldReportRecord
               WRITE HoldReportRecord
           END-IF
           ADD 1 TO VarianceCount
           MOVE HoldVarianceLine TO HoldReportRecord
           WRITE HoldReportRecord.

       WriteAPExtractLine.
           MULTIPLY TblQty(InvIdx) BY TblUnitPrice(InvIdx)
               GIVING ForeignAmount
           MULTIPLY TblQty(InvIdx) BY DollarUnitPrice
               GIVING DollarAmount
           MOVE TblSupplier(InvIdx)  TO APSupplier
           MOVE TblInvNumber(InvIdx) TO APInvoiceNumber
           MOVE TblInvDate(InvIdx)   TO APInvoiceDate
           MOVE TblPONumber(InvIdx)  TO APPONumber
           MOVE TblGadgetID(InvIdx)  TO APGadgetID
           MOVE TblQty(InvIdx)       TO APQty
           MOVE InvoiceCurrency      TO APCurrency
           MOVE ForeignAmount        TO APForeignAmount
           MOVE DollarAmount         TO APDollarAmount
           MOVE RunDate              TO APExtractDate
           WRITE APExtractRecord
           MOVE "M" TO TblStatus(InvIdx)
           ADD 1 TO LinesMatched
           ADD DollarAmount TO TotalExtracted.

       LoadOpenPOLines.
           OPEN INPUT OpenPOFile
           IF OpenPOFileStatus NOT = "00" AND OpenPOFileStatus
               NOT = "05" AND OpenPOFileStatus NOT = "07"
               DISPLAY "Cannot open OpenPurchaseOrders.dat, status "
                   OpenPOFileStatus "; every line will hold."
           ELSE
               PERFORM ReadOpenPOLine
               PERFORM UNTIL OpenPOFileEnd
                   ADD 1 TO POLineCount
                   MOVE POLineNumber      TO EntryPONumber(POLineCount)
                   MOVE POLineSupplier    TO EntrySupplier(POLineCount)
                   MOVE POLineGadgetID    TO EntryGadgetID(POLineCount)
                   MOVE POLineOrderQty    TO EntryOrderQty(POLineCount)
                   MOVE POLineReceivedQty
                       TO EntryReceivedQty(POLineCount)
                   IF POLineUnitCost IS NUMERIC
                       MOVE POLineUnitCost
                           TO EntryUnitCost(POLineCount)
                   ELSE
                       MOVE ZERO TO EntryUnitCost(POLineCount)
                   END-IF
                   PERFORM ReadOpenPOLine
               END-PERFORM
               CLOSE OpenPOFile
           END-IF.

       ReadOpenPOLine.
           READ OpenPOFile
               AT END SET OpenPOFileEnd TO TRUE
           END-READ.

       LoadInspectionHolds.
           OPEN INPUT HoldFile
           IF HoldFileStatus = "00" OR HoldFileStatus = "05"
               OR HoldFileStatus = "07"
               PERFORM ReadHoldLine
               PERFORM UNTIL HoldFileEnd
                   IF HoldCount < 3000
                       ADD 1 TO HoldCount
                       MOVE InspHoldPONumber
                           TO TblHoldPONumber(HoldCount)
                       MOVE InspHoldGadgetID
                           TO TblHoldGadgetID(HoldCount)
                       MOVE ZERO TO TblHoldOpenQty(HoldCount)
                           TblHoldFailedQty(HoldCount)
                       IF InspHoldStatus = "H"
                           MOVE InspHoldQty
                               TO TblHoldOpenQty(HoldCount)
                       ELSE
                           IF InspHoldFailedQty IS NUMERIC
                               MOVE InspHoldFailedQty
                                   TO TblHoldFailedQty(HoldCount)
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO HoldsNotLoaded
                   END-IF
                   PERFORM ReadHoldLine
               END-PERFORM
               CLOSE HoldFile
               IF HoldsNotLoaded > ZERO
                   DISPLAY "More than 3000 inspection holds; ",
                       HoldsNotLoaded, " later holds are not ",
                       "counted against invoices."
               END-IF
           END-IF.

       ReadHoldLine.
           READ HoldFile
               AT END SET HoldFileEnd TO TRUE
           END-READ.

       LoadExchangeRates.
           OPEN INPUT ExchangeRateFile
           IF ExchangeRateFileStatus = "00"
               OR ExchangeRateFileStatus = "05"
               OR ExchangeRateFileStatus = "07"
               PERFORM ReadExchangeRateLine
               PERFORM UNTIL ExchangeRateFileEnd
                   ADD 1 TO RateCount
                   MOVE XRCurrencyCode TO RateCurrency(RateCount)
                   MOVE XRRateToDollar TO RateToDollar(RateCount)
                   PERFORM ReadExchangeRateLine
               END-PERFORM
               CLOSE ExchangeRateFile
           END-IF.

       ReadExchangeRateLine.
           READ ExchangeRateFile
               AT END SET ExchangeRateFileEnd TO TRUE
           END-READ.

       LoadTolerance.
           OPEN INPUT ToleranceFile
           IF ToleranceFileStatus = "00" OR ToleranceFileStatus = "05"
               OR ToleranceFileStatus = "07"
               READ ToleranceFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ToleranceRecord TO TolerancePercent
               END-READ
               CLOSE ToleranceFile
           END-IF.

       RewriteInvoiceFile.
           OPEN OUTPUT InvoiceFile
           PERFORM WriteOneInvoiceLine
               VARYING InvIdx FROM 1 BY 1
               UNTIL InvIdx > InvoiceCount
           CLOSE InvoiceFile.

       WriteOneInvoiceLine.
           MOVE TblSupplier(InvIdx)  TO SInvSupplier
           MOVE TblInvNumber(InvIdx) TO SInvNumber
           MOVE TblInvDate(InvIdx)   TO SInvDate
           MOVE TblPONumber(InvIdx)  TO SInvPONumber
           MOVE TblGadgetID(InvIdx)  TO SInvGadgetID
           MOVE TblQty(InvIdx)       TO SInvQty
           MOVE TblUnitPrice(InvIdx) TO SInvUnitPrice
           MOVE TblStatus(InvIdx)    TO SInvStatus
           WRITE InvoiceRecord.

       END PROGRAM SUPPLIER-INVOICE-MATCH.
