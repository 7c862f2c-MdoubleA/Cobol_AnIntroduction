           SELECT AdjustmentFile ASSIGN TO "PhysicalAdjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Holds the freeze date while a count is open, and is left
           *> empty once the variance run finds no recounts owed, so
           *> other programs can tell the frozen locations are still
           *> being counted.
           SELECT CountOpenFile ASSIGN TO "PhysicalCountOpen.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> UPC/EAN codes to GadgetID, so a tag can be keyed by
           *> scanning the box counted.
           SELECT BarcodeFile ASSIGN TO "Barcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BarcodeNumber
               FILE STATUS IS BarcodeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
           02  AdjReference    PIC X(10).
           02  AdjWarehouse    PIC X(4).

       FD  CountOpenFile.
       01  CountOpenRecord.
           02  CountOpenDate   PIC 9(8).

       FD  BarcodeFile.
       01  BarcodeRecord.
           02  BarcodeNumber       PIC 9(13).
           02  BarcodeGadgetID     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus        PIC X(02) VALUE ZEROES.
       01  FreezeFileStatus         PIC X(02) VALUE ZEROES.
       01  EntryCounter        PIC X(3)    VALUE SPACES.
       01  EntryPass           PIC 9       VALUE 1.

       *> The gadget as keyed or scanned: a six-digit GadgetID, a
       *> twelve-digit UPC-A or a thirteen-digit EAN, the barcodes
       *> read through Barcodes.dat.
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.
       01  GadgetEntryText     PIC X(13)   VALUE SPACES.
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeRefusal      PIC X(35)   VALUE SPACES.
           88  BarcodeAcceptable       VALUE SPACES.
       01  BarcodeFileSwitch   PIC X       VALUE "N".
           88  BarcodeFileOpen         VALUE "Y"  WHEN SET TO FALSE "N".

       01  FreezeMissing       PIC X       VALUE "N".
           88  GadgetNotOnFreeze       VALUE "Y"  WHEN SET TO FALSE "N".

               CLOSE LocationFreezeFile
               DISPLAY "Location records frozen: ", CopiedCount, "."
           END-IF
           OPEN OUTPUT CountOpenFile
           ACCEPT CountOpenDate FROM DATE YYYYMMDD
           WRITE CountOpenRecord
           CLOSE CountOpenFile
           DISPLAY "Count from the freeze; key tags through the T ",
               "mode.".

               STOP RUN
           END-IF
           OPEN EXTEND TagFile
           OPEN INPUT BarcodeFile
           IF BarcodeFileStatus = "00" OR BarcodeFileStatus = "05"
               OR BarcodeFileStatus = "07"
               SET BarcodeFileOpen TO TRUE
           END-IF
           PERFORM PromptForTag *> Init loop.
           PERFORM PromptForTag
               UNTIL EntryTagNumber = ZERO *> Loop.
           CLOSE FreezeFile
           CLOSE TagFile
           IF BarcodeFileOpen
               CLOSE BarcodeFile
           END-IF
           DISPLAY "Count tags keyed: ", TagsKeyed, ".".

       PromptForTag.
           DISPLAY "Enter the tag number, 000000 to finish: "
           ACCEPT EntryTagNumber
           IF EntryTagNumber NOT = ZERO
               DISPLAY "Enter or scan the GadgetID or barcode ",
                   "counted: "
               MOVE SPACES TO GadgetEntryText
               ACCEPT GadgetEntryText
               PERFORM ResolveGadgetEntry
               SET GadgetNotOnFreeze TO FALSE
               IF BarcodeAcceptable
                   MOVE EntryGadgetID TO FreezeGadgetID
                   READ FreezeFile
                       INVALID KEY
                           SET GadgetNotOnFreeze TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN NOT BarcodeAcceptable
                       DISPLAY GadgetEntryText, " refused: ",
                           BarcodeRefusal, "; tag refused."
                   WHEN GadgetNotOnFreeze
                       DISPLAY "GadgetID ", EntryGadgetID,
                           " is not on the freeze; tag refused."
                   WHEN OTHER
                       DISPLAY "Enter the warehouse counted: "
                       ACCEPT EntryWarehouse
                       DISPLAY "Enter the quantity counted: "
                       ACCEPT EntryQty
                       DISPLAY "Enter the counter's initials: "
                       ACCEPT EntryCounter
                       DISPLAY "Enter the pass (1 first count, ",
                           "2 recount): "
                       ACCEPT EntryPass
                       IF EntryPass NOT = 2
                           MOVE 1 TO EntryPass
                       END-IF
                       MOVE EntryTagNumber TO TagNumber
                       MOVE EntryGadgetID  TO TagGadgetID
                       MOVE EntryWarehouse TO TagWarehouse
                       MOVE EntryQty       TO TagQty
                       MOVE EntryCounter   TO TagCounter
                       MOVE EntryPass      TO TagPass
                       WRITE TagRecord
                       ADD 1 TO TagsKeyed
               END-EVALUATE
           END-IF.

      *> Six digits is a GadgetID as keyed; twelve is a UPC-A (held
      *> on file behind a leading zero) and thirteen an EAN, both
      *> read through Barcodes.dat. Anything else is refused.
       ResolveGadgetEntry.
           MOVE SPACES TO BarcodeRefusal
           MOVE ZERO TO BarcodeLength
           INSPECT GadgetEntryText TALLYING BarcodeLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN BarcodeLength = 6
                   AND GadgetEntryText(1:6) IS NUMERIC
                   MOVE GadgetEntryText(1:6) TO EntryGadgetID
               WHEN BarcodeLength = 12
                   AND GadgetEntryText(1:12) IS NUMERIC
                   MOVE "0" TO BarcodeKeyText(1:1)
                   MOVE GadgetEntryText(1:12) TO BarcodeKeyText(2:12)
                   PERFORM LookUpBarcode
               WHEN BarcodeLength = 13 AND GadgetEntryText IS NUMERIC
                   MOVE GadgetEntryText TO BarcodeKeyText
                   PERFORM LookUpBarcode
               WHEN OTHER
                   MOVE "NOT A GADGETID OR BARCODE" TO BarcodeRefusal
           END-EVALUATE.

       LookUpBarcode.
           IF NOT BarcodeFileOpen
               MOVE "NO BARCODES.DAT TO READ IT" TO BarcodeRefusal
           ELSE
               MOVE BarcodeKeyText TO BarcodeNumber
               READ BarcodeFile
                   INVALID KEY
                       MOVE "BARCODE NOT ON FILE" TO BarcodeRefusal
                   NOT INVALID KEY
                       MOVE BarcodeGadgetID TO EntryGadgetID
               END-READ
           END-IF.

      *> Value every variance against the freeze. A first count over
           DISPLAY "Adjustments written:       ",
               AdjustmentsWritten, "."
           IF SecondCountNeeded = ZERO
               OPEN OUTPUT CountOpenFile
               CLOSE CountOpenFile
               DISPLAY "Count closed; the frozen locations are ",
                   "released."
               DISPLAY "Review PhysicalAdjustments.dat and copy it ",
                   "over InventoryTransactions.dat so posting ",
                   "applies the corrections through the journal."
