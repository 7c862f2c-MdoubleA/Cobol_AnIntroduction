      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Maintain PurchaseUnits.dat, the unit each supplier
      *    sells a gadget in - a case of 12, a carton of 24 - with the
      *    number of eaches in one and the multiple of those units the
      *    supplier will take an order for. Product.dat and everything
      *    after it still count in eaches; the PO worksheet and
      *    receiving convert through this file. A gadget with no line
      *    for its supplier is bought by the each.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-PURCHASE-UNITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchaseUnitFile ASSIGN TO "PurchaseUnits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurchaseUnitFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT SupplierFile ASSIGN TO "Supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode
               FILE STATUS IS SupplierFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PurchaseUnitFile.
       01  PurchaseUnitRecord.
           88  PurchaseUnitFileEnd VALUE HIGH-VALUES.
           02  PUGadgetID          PIC 9(6).
           02  PUSupplier          PIC X(5).
           02  PUUnit              PIC X(4).
           02  PUEachesPerUnit     PIC 9(4).
           02  PUOrderMultiple     PIC 9(4).

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

       FD  SupplierFile.
       01  SupplierRecord.
           02  SupplierCode        PIC X(5).
           02  SupplierName        PIC X(30).
           02  SupplierContact     PIC X(30).
           02  LeadTimeDays        PIC 9(3).
           02  SupplierCurrency    PIC X(3).

       WORKING-STORAGE SECTION.
       01  PurchaseUnitFileStatus PIC X(02) VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus  PIC X(02)   VALUE ZEROES.

       *> The whole file held in memory for the session and rewritten
       *> in full at the end. An entry keyed with zero eaches per
       *> unit is dropped.
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

       01  MaintGadgetIDText   PIC X(6)    VALUE SPACES.
           88  MaintenanceDone         VALUE SPACES "0" "000000".
       01  MaintGadgetID       PIC 9(6)    VALUE ZERO.
       01  MaintSupplier       PIC X(5)    VALUE SPACES.
       01  MaintUnit           PIC X(4)    VALUE SPACES.
       01  MaintEaches         PIC 9(4)    VALUE ZERO.
       01  MaintMultiple       PIC 9(4)    VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  SupplierNotFound    PIC X       VALUE "N".
           88  UnknownSupplier         VALUE "Y"  WHEN SET TO FALSE "N".
       01  SupplierFileSwitch  PIC X       VALUE "N".
           88  SupplierFileOpen        VALUE "Y"  WHEN SET TO FALSE "N".
       01  EntryFound          PIC X       VALUE "N".
           88  PurchaseUnitOnFile      VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; maintenance aborted."
                STOP RUN
            END-IF
            OPEN INPUT SupplierFile
            IF SupplierFileStatus = "00" OR SupplierFileStatus = "05"
                OR SupplierFileStatus = "07"
                SET SupplierFileOpen TO TRUE
            END-IF
            PERFORM LoadPurchaseUnitTable
            DISPLAY "Purchase units on file: ", PurchaseUnitCount

            PERFORM PromptForGadget *> Init loop.
            PERFORM PromptForGadget
                UNTIL MaintenanceDone *> Loop.

            CLOSE ProductFile
            IF SupplierFileOpen
                CLOSE SupplierFile
            END-IF
            PERFORM RewritePurchaseUnitFile

            *> Print the file back for visual validation.
            DISPLAY "Purchase units now on file:"
            PERFORM DisplayPurchaseUnit
                VARYING PUidx FROM 1 BY 1
                UNTIL PUidx > PurchaseUnitCount

            STOP RUN.

       LoadPurchaseUnitTable.
           OPEN INPUT PurchaseUnitFile
           IF PurchaseUnitFileStatus NOT = "00"
               DISPLAY "No PurchaseUnits.dat yet; starting a new ",
                   "purchase units file."
           ELSE
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

       PromptForGadget.
           DISPLAY "Enter the GadgetID whose purchase unit to key, ",
               "blank to finish: "
           MOVE SPACES TO MaintGadgetIDText
           ACCEPT MaintGadgetIDText
           IF NOT MaintenanceDone
               IF MaintGadgetIDText IS NOT NUMERIC
                   DISPLAY "GadgetID must be six digits."
               ELSE
                   MOVE MaintGadgetIDText TO MaintGadgetID
                   PERFORM LookUpGadget
                   IF UnknownGadgetID
                       DISPLAY "GadgetID ", MaintGadgetID,
                           " is not on Product.dat."
                   ELSE
                       DISPLAY MaintGadgetID, " ", GadgetName,
                           "  usual supplier ", ProductSupplierCode
                       PERFORM PromptForSupplier
                   END-IF
               END-IF
           END-IF.

       PromptForSupplier.
           DISPLAY "Enter the supplier code, blank for ",
               ProductSupplierCode, ": "
           MOVE SPACES TO MaintSupplier
           ACCEPT MaintSupplier
           IF MaintSupplier = SPACES
               MOVE ProductSupplierCode TO MaintSupplier
           END-IF
           PERFORM LookUpSupplier
           IF UnknownSupplier
               DISPLAY "Supplier ", MaintSupplier, " is not on ",
                   "Supplier.dat."
           ELSE
               PERFORM FindPurchaseUnitEntry
               IF PurchaseUnitOnFile
                   DISPLAY "Current: "
                   PERFORM DisplayPurchaseUnit
               ELSE
                   DISPLAY "No purchase unit yet; bought by the each."
               END-IF
               PERFORM GetPurchaseUnit
           END-IF.

      *> Nothing in the table changes until every figure is keyed.
       GetPurchaseUnit.
           DISPLAY "Enter the eaches in one purchase unit, 0 to buy ",
               "by the each: "
           ACCEPT MaintEaches
           IF MaintEaches = ZERO
               IF PurchaseUnitOnFile
                   MOVE ZERO TO PUTblEaches(PUidx)
                   DISPLAY "Purchase unit will be dropped; the gadget ",
                       "is bought by the each."
               END-IF
           ELSE
               DISPLAY "Enter the name of the unit (CASE, CTN, BOX): "
               MOVE SPACES TO MaintUnit
               ACCEPT MaintUnit
               DISPLAY "Enter the order multiple in those units, ",
                   "0 for any whole number: "
               ACCEPT MaintMultiple
               IF MaintUnit = SPACES
                   MOVE "UNIT" TO MaintUnit
               END-IF
               IF MaintMultiple = ZERO
                   MOVE 1 TO MaintMultiple
               END-IF
               IF NOT PurchaseUnitOnFile
                   ADD 1 TO PurchaseUnitCount
                   SET PUidx TO PurchaseUnitCount
                   MOVE MaintGadgetID TO PUTblGadgetID(PUidx)
                   MOVE MaintSupplier TO PUTblSupplier(PUidx)
               END-IF
               MOVE MaintUnit     TO PUTblUnit(PUidx)
               MOVE MaintEaches   TO PUTblEaches(PUidx)
               MOVE MaintMultiple TO PUTblMultiple(PUidx)
               PERFORM DisplayPurchaseUnit
           END-IF.

       FindPurchaseUnitEntry.
           SET PurchaseUnitOnFile TO FALSE
           SET PUidx TO 1
           SEARCH PurchaseUnitEntry
               AT END
                   CONTINUE
               WHEN PUTblGadgetID(PUidx) = MaintGadgetID
                   AND PUTblSupplier(PUidx) = MaintSupplier
                   AND PUTblEaches(PUidx) NOT = ZERO
                   SET PurchaseUnitOnFile TO TRUE
           END-SEARCH.

       LookUpGadget.
           SET UnknownGadgetID TO FALSE
           MOVE MaintGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ.

      *> Without Supplier.dat any code is taken as keyed.
       LookUpSupplier.
           SET UnknownSupplier TO FALSE
           IF SupplierFileOpen
               MOVE MaintSupplier TO SupplierCode
               READ SupplierFile
                   INVALID KEY
                       SET UnknownSupplier TO TRUE
               END-READ
           END-IF.

       DisplayPurchaseUnit.
           IF PUTblEaches(PUidx) NOT = ZERO
               DISPLAY PUTblGadgetID(PUidx), "  ", PUTblSupplier(PUidx),
                   "  ", PUTblUnit(PUidx), " of ", PUTblEaches(PUidx),
                   " each, ordered in multiples of ",
                   PUTblMultiple(PUidx)
           END-IF.

       RewritePurchaseUnitFile.
           OPEN OUTPUT PurchaseUnitFile
           PERFORM WritePurchaseUnitEntry
               VARYING PUidx FROM 1 BY 1
               UNTIL PUidx > PurchaseUnitCount
           CLOSE PurchaseUnitFile.

       WritePurchaseUnitEntry.
           IF PUTblEaches(PUidx) NOT = ZERO
               MOVE PUTblGadgetID(PUidx) TO PUGadgetID
               MOVE PUTblSupplier(PUidx) TO PUSupplier
               MOVE PUTblUnit(PUidx)     TO PUUnit
               MOVE PUTblEaches(PUidx)   TO PUEachesPerUnit
               MOVE PUTblMultiple(PUidx) TO PUOrderMultiple
               WRITE PurchaseUnitRecord
           END-IF.

       END PROGRAM MAINTAIN-PURCHASE-UNITS.
