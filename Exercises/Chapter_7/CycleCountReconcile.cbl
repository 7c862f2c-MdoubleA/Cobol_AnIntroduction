           SELECT AdjustmentFile ASSIGN TO "CountAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> UPC/EAN codes to GadgetID, for tallies taken with the
           *> scanner instead of keyed by ID.
           SELECT BarcodeFile ASSIGN TO "Barcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BarcodeNumber
               FILE STATUS IS BarcodeFileStatus.

           *> Shared run lock every Product.dat reader/updater in the
           *> update window claims at start and releases at close.
           SELECT LockFile ASSIGN TO "ProductRunLock.dat"
           *> adjustment so posting keeps the location file in step.
           02  CountWarehouse  PIC X(4).

           *> The UPC (12 digits) or EAN (13) scanned off the shelf;
           *> blank when the tally was keyed by GadgetID.
           02  CountBarcode    PIC X(13).

       FD  AdjustmentFile.
       01  AdjustmentRecord.
           02  AdjGadgetID     PIC 9(6).
           02  AdjReference    PIC X(10).
           02  AdjWarehouse    PIC X(4).

       FD  BarcodeFile.
       01  BarcodeRecord.
           02  BarcodeNumber       PIC 9(13).
           02  BarcodeGadgetID     PIC 9(6).

       FD  LockFile.
       01  LockRecord.
           02  LockProgram         PIC X(30).
       01  ShortCount          PIC 9(5)    VALUE ZERO.
       01  MatchedCount        PIC 9(5)    VALUE ZERO.
       01  NotOnFileCount      PIC 9(5)    VALUE ZERO.
       01  BarcodeRejectCount  PIC 9(5)    VALUE ZERO.

       *> Barcode resolution: the scanned code normalized to the
       *> thirteen-digit key, and why a tally naming one is refused.
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeRefusal      PIC X(35)   VALUE SPACES.
           88  BarcodeAcceptable       VALUE SPACES.
       01  BarcodeFileSwitch   PIC X       VALUE "N".
           88  BarcodeFileOpen         VALUE "Y"  WHEN SET TO FALSE "N".

       *> Run-lock work fields shared by every Product.dat updater.
       01  LockFileStatus      PIC X(02)   VALUE ZEROES.
            END-IF

            OPEN OUTPUT AdjustmentFile
            OPEN INPUT BarcodeFile
            IF BarcodeFileStatus = "00" OR BarcodeFileStatus = "05"
                OR BarcodeFileStatus = "07"
                SET BarcodeFileOpen TO TRUE
            END-IF

            DISPLAY "Cycle-count variance report"
            DISPLAY "----------------------------------------------"
            CLOSE CountSheetFile
            CLOSE ProductFile
            CLOSE AdjustmentFile
            IF BarcodeFileOpen
                CLOSE BarcodeFile
            END-IF
            PERFORM ReleaseProductLock

            DISPLAY "Counts matching the file: ", MatchedCount, "."
            DISPLAY "Counts over the file:     ", OverCount, "."
            DISPLAY "Counts short of the file: ", ShortCount, "."
            DISPLAY "Counts not on file:       ", NotOnFileCount, "."
            DISPLAY "Barcodes refused:         ", BarcodeRejectCount,
                "."
            DISPLAY "Review CountAdjustments.dat and copy it over ",
                "InventoryTransactions.dat to post the corrections."

               AT END SET CountSheetFileEnd TO TRUE
           END-READ.

      *> A tally naming a barcode is first read through Barcodes.dat;
      *> one that can't be resolved is refused with its reason rather
      *> than guessed at.
       ReconcileOneCount.
           MOVE SPACES TO BarcodeRefusal
           IF CountBarcode NOT = SPACES
               PERFORM ResolveCountBarcode
           END-IF
           IF NOT BarcodeAcceptable
               DISPLAY CountBarcode, ": REFUSED, ", BarcodeRefusal,
                   " (counted ", CountedQty, " by ", CounterInitials,
                   " on ", CountDate, ")."
               ADD 1 TO BarcodeRejectCount
           ELSE
               PERFORM CompareCountToFile
           END-IF.

      *> Twelve digits is a UPC-A (held on file behind a leading
      *> zero), thirteen an EAN. When the tally also carries a
      *> GadgetID the two must agree.
       ResolveCountBarcode.
           MOVE ZERO TO BarcodeLength
           INSPECT CountBarcode TALLYING BarcodeLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN BarcodeLength = 12
                   AND CountBarcode(1:12) IS NUMERIC
                   MOVE "0" TO BarcodeKeyText(1:1)
                   MOVE CountBarcode(1:12) TO BarcodeKeyText(2:12)
               WHEN BarcodeLength = 13 AND CountBarcode IS NUMERIC
                   MOVE CountBarcode TO BarcodeKeyText
               WHEN OTHER
                   MOVE "BARCODE NOT 12 OR 13 DIGITS"
                       TO BarcodeRefusal
           END-EVALUATE
           IF BarcodeAcceptable AND NOT BarcodeFileOpen
               MOVE "NO BARCODES.DAT" TO BarcodeRefusal
           END-IF
           IF BarcodeAcceptable
               MOVE BarcodeKeyText TO BarcodeNumber
               READ BarcodeFile
                   INVALID KEY
                       MOVE "BARCODE NOT ON FILE" TO BarcodeRefusal
               END-READ
           END-IF
           IF BarcodeAcceptable
               IF CountGadgetID IS NUMERIC AND CountGadgetID NOT = ZERO
                   AND CountGadgetID NOT = BarcodeGadgetID
                   MOVE "BARCODE IS FOR ANOTHER GADGETID"
                       TO BarcodeRefusal
               ELSE
                   MOVE BarcodeGadgetID TO CountGadgetID
               END-IF
           END-IF.

       CompareCountToFile.
           SET UnknownGadgetID TO FALSE
           MOVE CountGadgetID TO GadgetID
           READ ProductFile
