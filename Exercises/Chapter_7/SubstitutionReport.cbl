      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/22/2021
      * Purpose: How often sales orders are filled with a substitute,
      *    and for which gadgets. Reads SalesOrders.dat and, for every
      *    gadget that was asked for and replaced by an alternate at
      *    order entry, shows how many lines and units went out as
      *    each alternate, against all order lines on the book.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTITUTION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  SalesOrderFileStatus PIC X(02)  VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.

       *> One row per requested gadget and the alternate it was
       *> filled with.
       01  PairCount           PIC 9(4)    VALUE ZERO.
       01  PairTable.
           02  PairEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON PairCount
                         INDEXED BY PairIdx.
               03  PairRequestedID PIC 9(6).
               03  PairAlternateID PIC 9(6).
               03  PairLines       PIC 9(5).
               03  PairUnits       PIC 9(7).

       01  LinesOnBook         PIC 9(6)    VALUE ZERO.
       01  LinesSubstituted    PIC 9(6)    VALUE ZERO.
       01  SubstitutionRate    PIC 9(3)V99 VALUE ZERO.
       01  PrintRate           PIC ZZ9.99.
       01  RequestedName       PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT SalesOrderFile
            IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
                NOT = "05" AND SalesOrderFileStatus NOT = "07"
                DISPLAY "Cannot open SalesOrders.dat, status "
                    SalesOrderFileStatus "; report aborted."
                STOP RUN
            END-IF
            OPEN INPUT ProductFile

            PERFORM ReadSalesOrderLine
            PERFORM UNTIL SalesOrderFileEnd
                ADD 1 TO LinesOnBook
                IF SOSubstitutedFor IS NUMERIC
                    AND SOSubstitutedFor NOT = ZERO
                    PERFORM TallySubstitution
                END-IF
                PERFORM ReadSalesOrderLine
            END-PERFORM
            CLOSE SalesOrderFile

            DISPLAY "Substitutions on the order book"
            DISPLAY "----------------------------------------------"
            PERFORM PrintOnePair
                VARYING PairIdx FROM 1 BY 1
                UNTIL PairIdx > PairCount
            IF LinesOnBook > ZERO
                COMPUTE SubstitutionRate ROUNDED =
                    LinesSubstituted * 100 / LinesOnBook
            END-IF
            MOVE SubstitutionRate TO PrintRate
            DISPLAY "Order lines on the book: ", LinesOnBook, "."
            DISPLAY "Lines filled by a substitute: ", LinesSubstituted,
                " (", PrintRate, "%)."
            CLOSE ProductFile

            STOP RUN.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

       TallySubstitution.
           ADD 1 TO LinesSubstituted
           SET PairIdx TO 1
           SEARCH PairEntry
               AT END
                   ADD 1 TO PairCount
                   SET PairIdx TO PairCount
                   MOVE SOSubstitutedFor TO PairRequestedID(PairIdx)
                   MOVE SOGadgetID       TO PairAlternateID(PairIdx)
                   MOVE ZERO TO PairLines(PairIdx)
                   MOVE ZERO TO PairUnits(PairIdx)
               WHEN PairRequestedID(PairIdx) = SOSubstitutedFor
                   AND PairAlternateID(PairIdx) = SOGadgetID
                   CONTINUE
           END-SEARCH
           ADD 1 TO PairLines(PairIdx)
           ADD SOOrderQty TO PairUnits(PairIdx).

       PrintOnePair.
           MOVE PairRequestedID(PairIdx) TO GadgetID
           PERFORM LookUpGadgetName
           MOVE GadgetName TO RequestedName
           MOVE PairAlternateID(PairIdx) TO GadgetID
           PERFORM LookUpGadgetName
           DISPLAY PairRequestedID(PairIdx), " ", RequestedName
           DISPLAY "    filled by ", PairAlternateID(PairIdx), " ",
               GadgetName, " on ", PairLines(PairIdx), " lines, ",
               PairUnits(PairIdx), " units".

       LookUpGadgetName.
           READ ProductFile
               INVALID KEY
                   MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-READ.

       END PROGRAM SUBSTITUTION-REPORT.
