      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/16/2021
      * Purpose: Record which serial numbers went out on each shipped
      *    sales-order line of a serialized gadget. Every shipped line
      *    in SalesOrders.dat whose gadget is on SerializedGadgets.dat
      *    and that still has units without a serial against it is
      *    offered for keying; each serial keyed must be in stock on
      *    SerialNumbers.dat and is stamped with the order, ship date
      *    and customer, so a warranty claim can be settled from the
      *    file instead of the customer's word.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD-SERIAL-SHIPMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           SELECT SerializedFile ASSIGN TO "SerializedGadgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SerializedFileStatus.

           SELECT SerialFile ASSIGN TO "SerialNumbers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SerialKey
               FILE STATUS IS SerialFileStatus.

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
               88  SOLineShipped       VALUE "S".
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  SerializedFile.
       01  SerializedRecord.
           88  SerializedFileEnd   VALUE HIGH-VALUES.
           02  SerGadgetID         PIC 9(6).
           02  SerWarrantyMonths   PIC 9(3).

       FD  SerialFile.
       01  SerialRecord.
           02  SerialKey.
               03  SerialGadgetID  PIC 9(6).
               03  SerialNumber    PIC X(15).
           02  SerialStatus        PIC X.
               88  SerialInStock       VALUE "I".
               88  SerialShipped       VALUE "S".
           02  SerialPONumber      PIC 9(6).
           02  SerialReceiptDate   PIC 9(8).
           02  SerialSONumber      PIC 9(6).
           02  SerialShipDate      PIC 9(8).
           02  SerialCustomer      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  SalesOrderFileStatus PIC X(02)  VALUE ZEROES.
       01  SerializedFileStatus PIC X(02)  VALUE ZEROES.
       01  SerialFileStatus    PIC X(02)   VALUE ZEROES.

       01  SerializedCount     PIC 9(4)    VALUE ZERO.
       01  SerializedTable.
           02  SerializedEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SerializedCount
                               INDEXED BY SerIdx.
               03  SerTblGadgetID  PIC 9(6).

       01  SerialSwitch        PIC X       VALUE "N".
           88  GadgetIsSerialized      VALUE "Y"  WHEN SET TO FALSE "N".
       01  SerialScanSwitch    PIC X       VALUE "N".
           88  SerialScanDone          VALUE "Y"  WHEN SET TO FALSE "N".
       01  LineSkipSwitch      PIC X       VALUE "N".
           88  LineSkipped             VALUE "Y"  WHEN SET TO FALSE "N".
       01  SerialMissing       PIC X       VALUE "N".
           88  SerialNotOnFile         VALUE "Y"  WHEN SET TO FALSE "N".

       01  SerialsOnLine       PIC 9(4)    VALUE ZERO.
       01  KeyedSerial         PIC X(15)   VALUE SPACES.

       01  LinesChecked        PIC 9(4)    VALUE ZERO.
       01  LinesCompleted      PIC 9(4)    VALUE ZERO.
       01  LinesLeftShort      PIC 9(4)    VALUE ZERO.
       01  SerialsRecorded     PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadSerializedGadgets
            IF SerializedCount = ZERO
                DISPLAY "No gadgets are flagged as serialized; ",
                    "nothing to record."
                STOP RUN
            END-IF

            OPEN INPUT SalesOrderFile
            IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
                NOT = "05" AND SalesOrderFileStatus NOT = "07"
                DISPLAY "Cannot open SalesOrders.dat, status "
                    SalesOrderFileStatus "; serial recording aborted."
                STOP RUN
            END-IF
            OPEN I-O SerialFile
            IF SerialFileStatus NOT = "00"
                DISPLAY "Cannot open SerialNumbers.dat, status "
                    SerialFileStatus "; serial recording aborted."
                CLOSE SalesOrderFile
                STOP RUN
            END-IF

            PERFORM ReadSalesOrderLine
            PERFORM UNTIL SalesOrderFileEnd
                IF SOLineShipped
                    PERFORM CheckShippedLine
                END-IF
                PERFORM ReadSalesOrderLine
            END-PERFORM

            CLOSE SalesOrderFile
            CLOSE SerialFile

            DISPLAY "Serialized lines checked:  ", LinesChecked, "."
            DISPLAY "Lines completed this run:  ", LinesCompleted, "."
            DISPLAY "Lines still missing serials: ", LinesLeftShort,
                "."
            DISPLAY "Serials recorded:          ", SerialsRecorded, "."
            STOP RUN.

       LoadSerializedGadgets.
           OPEN INPUT SerializedFile
           IF SerializedFileStatus = "00" OR SerializedFileStatus
               = "05" OR SerializedFileStatus = "07"
               PERFORM ReadSerializedLine
               PERFORM UNTIL SerializedFileEnd
                   ADD 1 TO SerializedCount
                   MOVE SerGadgetID TO SerTblGadgetID(SerializedCount)
                   PERFORM ReadSerializedLine
               END-PERFORM
               CLOSE SerializedFile
           END-IF.

       ReadSerializedLine.
           READ SerializedFile
               AT END SET SerializedFileEnd TO TRUE
           END-READ.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

       CheckShippedLine.
           SET GadgetIsSerialized TO FALSE
           SET SerIdx TO 1
           SEARCH SerializedEntry
               AT END
                   CONTINUE
               WHEN SerTblGadgetID(SerIdx) = SOGadgetID
                   SET GadgetIsSerialized TO TRUE
           END-SEARCH
           IF GadgetIsSerialized
               ADD 1 TO LinesChecked
               PERFORM CountLineSerials
               IF SerialsOnLine < SOAllocatedQty
                   DISPLAY "Order ", SONumber, " GadgetID ",
                       SOGadgetID, " shipped ", SOAllocatedQty,
                       " on ", SOShipDate, "; ", SerialsOnLine,
                       " serials recorded so far."
                   SET LineSkipped TO FALSE
                   PERFORM PromptForShippedSerial
                       UNTIL SerialsOnLine >= SOAllocatedQty
                       OR LineSkipped
                   IF LineSkipped
                       ADD 1 TO LinesLeftShort
                   ELSE
                       ADD 1 TO LinesCompleted
                   END-IF
               END-IF
           END-IF.

      *> Walks the gadget's serials in key order, counting the ones
      *> already stamped with this order.
       CountLineSerials.
           MOVE ZERO TO SerialsOnLine
           SET SerialScanDone TO FALSE
           MOVE SOGadgetID TO SerialGadgetID
           MOVE LOW-VALUES TO SerialNumber
           START SerialFile KEY IS NOT LESS THAN SerialKey
               INVALID KEY
                   SET SerialScanDone TO TRUE
           END-START
           PERFORM UNTIL SerialScanDone
               READ SerialFile NEXT RECORD
                   AT END
                       SET SerialScanDone TO TRUE
                   NOT AT END
                       IF SerialGadgetID NOT = SOGadgetID
                           SET SerialScanDone TO TRUE
                       ELSE
                           IF SerialShipped
                               AND SerialSONumber = SONumber
                               ADD 1 TO SerialsOnLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PromptForShippedSerial.
           DISPLAY "Enter the serial shipped, spaces to leave the ",
               "rest of this line for later: "
           ACCEPT KeyedSerial
           IF KeyedSerial = SPACES
               SET LineSkipped TO TRUE
           ELSE
               SET SerialNotOnFile TO FALSE
               MOVE SOGadgetID  TO SerialGadgetID
               MOVE KeyedSerial TO SerialNumber
               READ SerialFile
                   INVALID KEY
                       SET SerialNotOnFile TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN SerialNotOnFile
                       DISPLAY "Serial ", KeyedSerial, " was never ",
                           "received for GadgetID ", SOGadgetID, "."
                   WHEN NOT SerialInStock
                       DISPLAY "Serial ", KeyedSerial, " already ",
                           "shipped on order ", SerialSONumber, "."
                   WHEN OTHER
                       PERFORM StampShippedSerial
               END-EVALUATE
           END-IF.

       StampShippedSerial.
           MOVE "S"              TO SerialStatus
           MOVE SONumber         TO SerialSONumber
           MOVE SOShipDate       TO SerialShipDate
           IF SOCustomerNumber IS NUMERIC
               MOVE SOCustomerNumber TO SerialCustomer
           ELSE
               MOVE ZERO TO SerialCustomer
           END-IF
           REWRITE SerialRecord
               INVALID KEY
                   DISPLAY "Unable to update serial ", KeyedSerial, "."
               NOT INVALID KEY
                   ADD 1 TO SerialsOnLine
                   ADD 1 TO SerialsRecorded
           END-REWRITE.

       END PROGRAM RECORD-SERIAL-SHIPMENTS.
