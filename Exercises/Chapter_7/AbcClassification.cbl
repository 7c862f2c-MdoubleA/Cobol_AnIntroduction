               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CountSheetFileStatus.

           SELECT BarcodeFile ASSIGN TO "Barcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BarcodeNumber
               FILE STATUS IS BarcodeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           02  CounterInitials PIC X(3).
           02  CountDate       PIC 9(8).
           02  CountWarehouse  PIC X(4).
           02  CountBarcode    PIC X(13).

       FD  BarcodeFile.
       01  BarcodeRecord.
           02  BarcodeNumber       PIC 9(13).
           02  BarcodeGadgetID     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  ClassFileStatus     PIC X(02)   VALUE ZEROES.
       01  WorklistFileStatus  PIC X(02)   VALUE ZEROES.
       01  CountSheetFileStatus PIC X(02)  VALUE ZEROES.
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.

       *> A count line scanned by barcode is matched to its gadget
       *> through Barcodes.dat; one that won't resolve counts for
       *> nothing, as the reconcile run refuses it too.
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeFileSwitch   PIC X       VALUE "N".
           88  BarcodeFileOpen         VALUE "Y"  WHEN SET TO FALSE "N".

       *> C classifies, W writes a week's count worklist, R reports
       *> scheduled counts that never came back.
           OPEN INPUT CountSheetFile
           IF CountSheetFileStatus = "00" OR CountSheetFileStatus
               = "05" OR CountSheetFileStatus = "07"
               OPEN INPUT BarcodeFile
               IF BarcodeFileStatus = "00" OR BarcodeFileStatus = "05"
                   OR BarcodeFileStatus = "07"
                   SET BarcodeFileOpen TO TRUE
               END-IF
               PERFORM ReadCountSheetLine
               PERFORM UNTIL CountSheetFileEnd
                   IF CountBarcode NOT = SPACES
                       PERFORM ResolveCountBarcode
                   END-IF
                   ADD 1 TO CountedCount
                   MOVE CountGadgetID
                       TO CountedGadgetID(CountedCount)
                   PERFORM ReadCountSheetLine
               END-PERFORM
               CLOSE CountSheetFile
               IF BarcodeFileOpen
                   CLOSE BarcodeFile
               END-IF
           ELSE
               DISPLAY "No CountSheet.dat; every scheduled count ",
                   "will show as missing."
           CLOSE WorklistFile
           DISPLAY "Missing counts: ", MissingCount, ".".

      *> Twelve digits is a UPC-A held behind a leading zero,
      *> thirteen an EAN; a code that isn't on file, or names another
      *> gadget than the line, leaves the line matching nothing.
       ResolveCountBarcode.
           MOVE SPACES TO BarcodeKeyText
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
           END-EVALUATE
           IF BarcodeKeyText = SPACES OR NOT BarcodeFileOpen
               MOVE ZERO TO CountGadgetID
           ELSE
               MOVE BarcodeKeyText TO BarcodeNumber
               READ BarcodeFile
                   INVALID KEY
                       MOVE ZERO TO CountGadgetID
                   NOT INVALID KEY
                       IF CountGadgetID IS NUMERIC
                           AND CountGadgetID NOT = ZERO
                           AND CountGadgetID NOT = BarcodeGadgetID
                           MOVE ZERO TO CountGadgetID
                       ELSE
                           MOVE BarcodeGadgetID TO CountGadgetID
                       END-IF
               END-READ
           END-IF.

       ReadCountSheetLine.
           READ CountSheetFile
               AT END SET CountSheetFileEnd TO TRUE
