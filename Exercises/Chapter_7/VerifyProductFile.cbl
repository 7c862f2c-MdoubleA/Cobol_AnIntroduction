      *    their PIC limits, and duplicate GadgetName spellings that
      *    suggest a double-keyed SKU - so a half-finished session or
      *    a wrong-day restore is caught before the day's valuation is
      *    trusted. ProductVerifyFailed.dat is set to 1 when anything
      *    is found, so the nightly schedule holds back what depends
      *    on a clean product file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CategoryFileStatus.

           *> Warehouse quantities and the bins under them; the bins
           *> for a gadget at a warehouse must add up to its
           *> LocationQty.
           SELECT LocationFile ASSIGN TO "ProductLocation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LocationKey
               FILE STATUS IS LocationFileStatus.

           SELECT BinStockFile ASSIGN TO "BinStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BinStockKey
               FILE STATUS IS BinStockFileStatus.

           SELECT ExceptionFile ASSIGN TO "IntegrityExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> 1 when the file could not be verified clean, 0 when it
           *> was; read by the batch scheduler like the close's flag.
           SELECT RunFailFlagFile ASSIGN TO "ProductVerifyFailed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           02  CatFileCode         PIC X(4).
           02  CatFileDescription  PIC X(30).

       FD  LocationFile.
       01  LocationRecord.
           02  LocationKey.
               03  LocGadgetID     PIC 9(6).
               03  WarehouseCode   PIC X(4).
           02  LocationQty         PIC 9(4).

       FD  BinStockFile.
       01  BinStockRecord.
           02  BinStockKey.
               03  BinGadgetID     PIC 9(6).
               03  BinWarehouse    PIC X(4).
               03  BinCode         PIC X(6).
           02  BinQty              PIC 9(4).

       FD  RunFailFlagFile.
       01  RunFailFlagRecord       PIC 9.

       FD  ExceptionFile.
       01  ExceptionRecord.
           02  ExceptionGadgetID   PIC X(6).
       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  CategoryFileStatus  PIC X(02)   VALUE ZEROES.
       01  LocationFileStatus  PIC X(02)   VALUE ZEROES.
       01  BinStockFileStatus  PIC X(02)   VALUE ZEROES.

       *> Known category codes, loaded up front so each record's
       *> category is one table search instead of a file read.
       01  DuplicateName       PIC X       VALUE "N".
           88  NameAlreadySeen         VALUE "Y"  WHEN SET TO FALSE "N".

       *> Bin-to-warehouse check work fields.
       01  BinTotalQty         PIC 9(6)    VALUE ZERO.
       01  PrintBinTotal       PIC Z(5)9.
       01  PrintLocationQty    PIC ZZZ9.
       01  LocationsChecked    PIC 9(5)    VALUE ZERO.
       01  ScanSwitch          PIC X       VALUE "N".
           88  ScanDone                VALUE "Y"  WHEN SET TO FALSE "N".
       01  BinScanSwitch       PIC X       VALUE "N".
           88  BinScanDone             VALUE "Y"  WHEN SET TO FALSE "N".
       01  LocationMissing     PIC X       VALUE "N".
           88  LocationNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       01  RecordsChecked      PIC 9(5)    VALUE ZERO.
       01  ExceptionCount      PIC 9(5)    VALUE ZERO.

                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; verification aborted."
                MOVE 1 TO RunFailFlagRecord
                PERFORM WriteRunFailFlag
                STOP RUN
            END-IF

            END-PERFORM

            CLOSE ProductFile
            PERFORM CheckBinsAgainstLocations
            CLOSE ExceptionFile

            DISPLAY "Records checked:    ", RecordsChecked, "."
            DISPLAY "Locations checked:  ", LocationsChecked, "."
            DISPLAY "Exceptions written: ", ExceptionCount, "."
            IF ExceptionCount = ZERO
                DISPLAY "Product.dat verified clean."
                MOVE 0 TO RunFailFlagRecord
            ELSE
                DISPLAY "Review IntegrityExceptions.txt before ",
                    "trusting today's valuation."
                MOVE 1 TO RunFailFlagRecord
            END-IF
            PERFORM WriteRunFailFlag

            STOP RUN.

       WriteRunFailFlag.
           OPEN OUTPUT RunFailFlagFile
           WRITE RunFailFlagRecord
           CLOSE RunFailFlagFile.

       ReadProductLine.
           READ ProductFile NEXT RECORD
               AT END SET ProductFileEnd TO TRUE
           DISPLAY GadgetID, ": ", ExceptionText
           ADD 1 TO ExceptionCount.

      *> Every warehouse's bins must add up to its LocationQty, and
      *> no bin may hold stock of a gadget the warehouse has no
      *> location record for. Skipped until bins are in use.
       CheckBinsAgainstLocations.
           OPEN INPUT BinStockFile
           IF BinStockFileStatus NOT = "00"
               DISPLAY "No BinStock.dat; bin check skipped."
           ELSE
               OPEN INPUT LocationFile
               IF LocationFileStatus NOT = "00"
                   DISPLAY "No ProductLocation.dat; bin check skipped."
               ELSE
                   PERFORM CheckLocationBins
                   PERFORM CheckBinsHaveLocation
                   CLOSE LocationFile
               END-IF
               CLOSE BinStockFile
           END-IF.

       CheckLocationBins.
           SET ScanDone TO FALSE
           MOVE LOW-VALUES TO LocationKey
           START LocationFile KEY IS NOT LESS THAN LocationKey
               INVALID KEY
                   SET ScanDone TO TRUE
           END-START
           PERFORM UNTIL ScanDone
               READ LocationFile NEXT RECORD
                   AT END
                       SET ScanDone TO TRUE
                   NOT AT END
                       ADD 1 TO LocationsChecked
                       PERFORM TotalLocationBins
                       IF BinTotalQty NOT = LocationQty
                           PERFORM WriteBinMismatch
                       END-IF
               END-READ
           END-PERFORM.

       TotalLocationBins.
           MOVE ZERO TO BinTotalQty
           SET BinScanDone TO FALSE
           MOVE LocGadgetID   TO BinGadgetID
           MOVE WarehouseCode TO BinWarehouse
           MOVE LOW-VALUES    TO BinCode
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET BinScanDone TO TRUE
           END-START
           PERFORM UNTIL BinScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET BinScanDone TO TRUE
                   NOT AT END
                       IF BinGadgetID NOT = LocGadgetID
                           OR BinWarehouse NOT = WarehouseCode
                           SET BinScanDone TO TRUE
                       ELSE
                           ADD BinQty TO BinTotalQty
                       END-IF
               END-READ
           END-PERFORM.

       WriteBinMismatch.
           MOVE BinTotalQty TO PrintBinTotal
           MOVE LocationQty TO PrintLocationQty
           MOVE SPACES TO ExceptionText
           STRING "Warehouse " DELIMITED BY SIZE
                  WarehouseCode DELIMITED BY SIZE
                  " bins hold " DELIMITED BY SIZE
                  PrintBinTotal DELIMITED BY SIZE
                  " but LocationQty is " DELIMITED BY SIZE
                  PrintLocationQty DELIMITED BY SIZE
               INTO ExceptionText
           END-STRING
           MOVE LocGadgetID TO ExceptionGadgetID
           PERFORM WriteBinException.

       CheckBinsHaveLocation.
           SET ScanDone TO FALSE
           MOVE LOW-VALUES TO BinStockKey
           START BinStockFile KEY IS NOT LESS THAN BinStockKey
               INVALID KEY
                   SET ScanDone TO TRUE
           END-START
           PERFORM UNTIL ScanDone
               READ BinStockFile NEXT RECORD
                   AT END
                       SET ScanDone TO TRUE
                   NOT AT END
                       IF BinQty > ZERO
                           PERFORM CheckOneBinLocation
                       END-IF
               END-READ
           END-PERFORM.

       CheckOneBinLocation.
           SET LocationNotOnFile TO FALSE
           MOVE BinGadgetID  TO LocGadgetID
           MOVE BinWarehouse TO WarehouseCode
           READ LocationFile
               INVALID KEY
                   SET LocationNotOnFile TO TRUE
           END-READ
           IF LocationNotOnFile
               MOVE SPACES TO ExceptionText
               STRING "Bin " DELIMITED BY SIZE
                      BinCode DELIMITED BY SIZE
                      " at warehouse " DELIMITED BY SIZE
                      BinWarehouse DELIMITED BY SIZE
                      " holds stock, no location record"
                          DELIMITED BY SIZE
                   INTO ExceptionText
               END-STRING
               MOVE BinGadgetID TO ExceptionGadgetID
               PERFORM WriteBinException
           END-IF.

       WriteBinException.
           WRITE ExceptionRecord
           DISPLAY ExceptionGadgetID, ": ", ExceptionText
           ADD 1 TO ExceptionCount.

       END PROGRAM VERIFY-PRODUCT-FILE.
