      *    Product.dat against rows bounced to ImportRejects.dat,
      *    price changes applied against price changes still held in
      *    PendingPriceReview.dat, gadgets sitting at the reorder
      *    point, open-PO lines still unfilled, and the share of
      *    inspected units QA failed - one page per supplier instead
      *    of five files and a hunch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPOFileStatus.

           *> Receipts QA held; decided holds carry the units passed
           *> and failed, for each supplier's reject rate.
           SELECT HoldFile ASSIGN TO "InspectionHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           02  POLineOrderDate     PIC 9(8).
           02  POLineStatus        PIC X.
               88  POLineClosed        VALUE "C".
           02  POLineUnitCost      PIC 9(4)V99.
           02  POLineLandedCost    PIC 9(6)V99.

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
           02  HoldStatus          PIC X.
               88  HoldDecided         VALUE "D".
           02  HoldPassedQty       PIC 9(4).
           02  HoldFailedQty       PIC 9(4).
           02  HoldInspectedBy     PIC X(3).
           02  HoldInspectedDate   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus      PIC X(02)   VALUE ZEROES.
       01  PendingFileStatus      PIC X(02)   VALUE ZEROES.
       01  PriceHistoryFileStatus PIC X(02)   VALUE ZEROES.
       01  OpenPOFileStatus       PIC X(02)   VALUE ZEROES.
       01  HoldFileStatus         PIC X(02)   VALUE ZEROES.

       *> Same floor CHAP-7-PROG-1 flags at.
       01  ReorderPoint        PIC 9(4)    VALUE 0010.
               03  ScoreAppliedChanges PIC 9(5).
               03  ScoreOpenPOLines    PIC 9(5).
               03  ScoreClosedPOLines  PIC 9(5).
               03  ScoreInspectedUnits PIC 9(7).
               03  ScoreFailedUnits    PIC 9(7).

       01  WantedSupplier      PIC X(5)    VALUE SPACES.
       01  FoundSlot           PIC 9(3)    VALUE ZERO.
       01  ProductNotFound     PIC X   VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".

       01  RejectRate          PIC 9(3)V9  VALUE ZERO.
       01  RejectRateOut       PIC ZZ9.9.

       01  ScorecardName       PIC X(30)   VALUE SPACES.
       01  SuppliersListed     PIC 9(3)    VALUE ZERO.

            PERFORM TallyPendingHolds
            PERFORM TallyAppliedChanges
            PERFORM TallyOpenPOLines
            PERFORM TallyInspections
            CLOSE ProductFile

            IF ScoreCount = ZERO
               AT END SET OpenPOFileEnd TO TRUE
           END-READ.

       TallyInspections.
           OPEN INPUT HoldFile
           IF HoldFileStatus = "00" OR HoldFileStatus = "05"
               OR HoldFileStatus = "07"
               PERFORM ReadHoldLine
               PERFORM UNTIL HoldFileEnd
                   IF HoldDecided
                       MOVE HoldSupplier TO WantedSupplier
                       PERFORM FindScoreSlot
                       ADD HoldPassedQty HoldFailedQty
                           TO ScoreInspectedUnits(FoundSlot)
                       ADD HoldFailedQty TO ScoreFailedUnits(FoundSlot)
                   END-IF
                   PERFORM ReadHoldLine
               END-PERFORM
               CLOSE HoldFile
           END-IF.

       ReadHoldLine.
           READ HoldFile
               AT END SET HoldFileEnd TO TRUE
           END-READ.

       LookUpGadgetSupplier.
           SET UnknownGadgetID TO FALSE
           READ ProductFile
                   MOVE ZERO TO ScoreAppliedChanges(ScoreCount)
                   MOVE ZERO TO ScoreOpenPOLines(ScoreCount)
                   MOVE ZERO TO ScoreClosedPOLines(ScoreCount)
                   MOVE ZERO TO ScoreInspectedUnits(ScoreCount)
                   MOVE ZERO TO ScoreFailedUnits(ScoreCount)
                   MOVE ScoreCount TO FoundSlot
               WHEN ScoreSupplier(SCidx) = WantedSupplier
                   SET FoundSlot TO SCidx
           DISPLAY "  PO lines open/partial:     ",
               ScoreOpenPOLines(SCidx)
           DISPLAY "  PO lines filled:           ",
               ScoreClosedPOLines(SCidx)
           DISPLAY "  Units inspected:           ",
               ScoreInspectedUnits(SCidx)
           DISPLAY "  Units failed inspection:   ",
               ScoreFailedUnits(SCidx)
           MOVE ZERO TO RejectRate
           IF ScoreInspectedUnits(SCidx) > ZERO
               COMPUTE RejectRate ROUNDED =
                   ScoreFailedUnits(SCidx) * 100
                   / ScoreInspectedUnits(SCidx)
           END-IF
           MOVE RejectRate TO RejectRateOut
           DISPLAY "  Inspection reject rate:    ", RejectRateOut, "%".

      *> The supplier master drives only the name on the heading; a
      *> code with activity but no master entry still gets scored.
