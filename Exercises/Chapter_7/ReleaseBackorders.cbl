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
               CLOSE SalesOrderFile
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
