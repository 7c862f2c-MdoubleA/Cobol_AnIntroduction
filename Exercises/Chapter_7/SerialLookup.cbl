      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/16/2021
      * Purpose: Warranty-claim lookup by serial number. For each unit
      *    on SerialNumbers.dat carrying the serial keyed, show the
      *    gadget, the PO and date it was received on, the order, ship
      *    date and customer it went out to, and whether today is
      *    still inside the warranty period SerializedGadgets.dat
      *    gives the gadget, counted in months from the ship date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIAL-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerialFile ASSIGN TO "SerialNumbers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SerialKey
               FILE STATUS IS SerialFileStatus.

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

           SELECT SerializedFile ASSIGN TO "SerializedGadgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SerializedFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SerialFile.
       01  SerialRecord.
           02  SerialKey.
               03  SerialGadgetID  PIC 9(6).
               03  SerialNumber    PIC X(15).
           02  SerialStatus        PIC X.
               88  SerialShipped       VALUE "S".
           02  SerialPONumber      PIC 9(6).
           02  SerialReceiptDate   PIC 9(8).
           02  SerialSONumber      PIC 9(6).
           02  SerialShipDate      PIC 9(8).
           02  SerialShipDateParts REDEFINES SerialShipDate.
               03  ShipYear        PIC 9(4).
               03  ShipMonth       PIC 99.
               03  ShipDay         PIC 99.
           02  SerialCustomer      PIC 9(6).

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

       FD  SerializedFile.
       01  SerializedRecord.
           88  SerializedFileEnd   VALUE HIGH-VALUES.
           02  SerGadgetID         PIC 9(6).
           02  SerWarrantyMonths   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  SerialFileStatus    PIC X(02)   VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus  PIC X(02)   VALUE ZEROES.
       01  SerializedFileStatus PIC X(02)  VALUE ZEROES.

       01  SerializedCount     PIC 9(4)    VALUE ZERO.
       01  SerializedTable.
           02  SerializedEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SerializedCount
                               INDEXED BY SerIdx.
               03  SerTblGadgetID  PIC 9(6).
               03  SerTblWarranty  PIC 9(3).

       01  LookupSerial        PIC X(15)   VALUE SPACES.
       01  UnitsFound          PIC 9(3)    VALUE ZERO.
       01  WarrantyMonths      PIC 9(3)    VALUE ZERO.

       01  SerialScanSwitch    PIC X       VALUE "N".
           88  SerialScanDone          VALUE "Y"  WHEN SET TO FALSE "N".
       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerNotFound    PIC X       VALUE "N".
           88  UnknownCustomer         VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerFileSwitch  PIC X       VALUE "N".
           88  CustomerFileOpen        VALUE "Y"  WHEN SET TO FALSE "N".

       *> Warranty end is the ship date moved on by the warranty
       *> months; comparing it as YYYYMMDD against today settles
       *> whether a claim is in time.
       01  TodaysDate          PIC 9(8)    VALUE ZERO.
       01  WarrantyEndDate.
           02  EndYear         PIC 9(4).
           02  EndMonth        PIC 99.
           02  EndDay          PIC 99.
       01  WarrantyEndNumber REDEFINES WarrantyEndDate PIC 9(8).
       01  MonthsFromYearZero  PIC 9(6)    VALUE ZERO.
       01  WarrantyText        PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT SerialFile
            IF SerialFileStatus NOT = "00"
                DISPLAY "Cannot open SerialNumbers.dat, status "
                    SerialFileStatus "; lookup aborted."
                STOP RUN
            END-IF
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; lookup aborted."
                CLOSE SerialFile
                STOP RUN
            END-IF
            OPEN INPUT CustomerFile
            IF CustomerFileStatus = "00"
                SET CustomerFileOpen TO TRUE
            END-IF
            PERFORM LoadSerializedGadgets
            ACCEPT TodaysDate FROM DATE YYYYMMDD

            PERFORM PromptForSerial *> Init loop.
            PERFORM PromptForSerial
                UNTIL LookupSerial = SPACES *> Loop.

            CLOSE SerialFile
            CLOSE ProductFile
            IF CustomerFileOpen
                CLOSE CustomerFile
            END-IF
            STOP RUN.

       LoadSerializedGadgets.
           OPEN INPUT SerializedFile
           IF SerializedFileStatus = "00" OR SerializedFileStatus
               = "05" OR SerializedFileStatus = "07"
               PERFORM ReadSerializedLine
               PERFORM UNTIL SerializedFileEnd
                   ADD 1 TO SerializedCount
                   MOVE SerGadgetID TO SerTblGadgetID(SerializedCount)
                   MOVE SerWarrantyMonths
                       TO SerTblWarranty(SerializedCount)
                   PERFORM ReadSerializedLine
               END-PERFORM
               CLOSE SerializedFile
           END-IF.

       ReadSerializedLine.
           READ SerializedFile
               AT END SET SerializedFileEnd TO TRUE
           END-READ.

      *> The file is keyed gadget first, so a serial alone means a
      *> pass over the whole file; the same serial from two makers
      *> shows as two units.
       PromptForSerial.
           DISPLAY "Enter the serial number, spaces to finish: "
           ACCEPT LookupSerial
           IF LookupSerial NOT = SPACES
               MOVE ZERO TO UnitsFound
               SET SerialScanDone TO FALSE
               MOVE LOW-VALUES TO SerialKey
               START SerialFile KEY IS NOT LESS THAN SerialKey
                   INVALID KEY
                       SET SerialScanDone TO TRUE
               END-START
               PERFORM UNTIL SerialScanDone
                   READ SerialFile NEXT RECORD
                       AT END
                           SET SerialScanDone TO TRUE
                       NOT AT END
                           IF SerialNumber = LookupSerial
                               PERFORM DisplaySerialUnit
                           END-IF
                   END-READ
               END-PERFORM
               IF UnitsFound = ZERO
                   DISPLAY "Serial ", LookupSerial, " is not on file."
               END-IF
           END-IF.

       DisplaySerialUnit.
           ADD 1 TO UnitsFound
           SET UnknownGadgetID TO FALSE
           MOVE SerialGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF UnknownGadgetID
               MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-IF
           DISPLAY "Serial ", SerialNumber, "  GadgetID ",
               SerialGadgetID, " ", GadgetName
           DISPLAY "  Received on PO ", SerialPONumber, " on ",
               SerialReceiptDate
           IF SerialShipped
               PERFORM LookUpSerialCustomer
               DISPLAY "  Shipped on order ", SerialSONumber, " on ",
                   SerialShipDate, " to customer ", SerialCustomer,
                   " ", CustomerName
               PERFORM CheckWarranty
               DISPLAY "  Warranty ", WarrantyMonths, " months, ends ",
                   WarrantyEndNumber, ": ", WarrantyText
           ELSE
               DISPLAY "  Still in stock; the warranty has not started."
           END-IF.

       LookUpSerialCustomer.
           SET UnknownCustomer TO FALSE
           IF CustomerFileOpen
               MOVE SerialCustomer TO CustomerNumber
               READ CustomerFile
                   INVALID KEY
                       SET UnknownCustomer TO TRUE
               END-READ
           ELSE
               SET UnknownCustomer TO TRUE
           END-IF
           IF UnknownCustomer
               MOVE "(NOT ON CUSTOMER MASTER)" TO CustomerName
           END-IF.

       CheckWarranty.
           MOVE ZERO TO WarrantyMonths
           SET SerIdx TO 1
           SEARCH SerializedEntry
               AT END
                   CONTINUE
               WHEN SerTblGadgetID(SerIdx) = SerialGadgetID
                   MOVE SerTblWarranty(SerIdx) TO WarrantyMonths
           END-SEARCH
           COMPUTE MonthsFromYearZero = ShipYear * 12 + ShipMonth - 1
               + WarrantyMonths
           DIVIDE MonthsFromYearZero BY 12 GIVING EndYear
               REMAINDER EndMonth
           ADD 1 TO EndMonth
           MOVE ShipDay TO EndDay
           IF TodaysDate > WarrantyEndNumber
               MOVE "OUT OF WARRANTY" TO WarrantyText
           ELSE
               MOVE "INSIDE THE WARRANTY PERIOD" TO WarrantyText
           END-IF.

       END PROGRAM SERIAL-LOOKUP.
