      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/27/2021
      * Purpose: Maintain Barcodes.dat, the cross-reference from the
      *    UPC and EAN codes printed on the packaging to our GadgetID,
      *    so the warehouse can scan a box instead of keying six
      *    digits off a label. A gadget may carry any number of codes;
      *    a code belongs to one gadget only. Twelve-digit UPC-A codes
      *    are held as thirteen-digit EAN with a leading zero, and the
      *    check digit is proved before a code goes on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-BARCODES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BarcodeFile ASSIGN TO "Barcodes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BarcodeNumber
               FILE STATUS IS BarcodeFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BarcodeFile.
       01  BarcodeRecord.
           88  BarcodeFileEnd      VALUE HIGH-VALUES.
           02  BarcodeNumber       PIC 9(13).
           02  BarcodeGadgetID     PIC 9(6).

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
       01  BarcodeFileStatus   PIC X(02)   VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.

       *> What was scanned or keyed, and the same code normalized to
       *> thirteen digits so each digit can be weighed for the check.
       01  MaintBarcodeText    PIC X(13)   VALUE SPACES.
           88  MaintenanceDone         VALUE SPACES "0".
       01  BarcodeLength       PIC 99      VALUE ZERO.
       01  BarcodeKeyText      PIC X(13)   VALUE SPACES.
       01  BarcodeKeyDigits REDEFINES BarcodeKeyText.
           02  BarcodeDigit    PIC 9       OCCURS 13 TIMES.
       01  DigitPosition       PIC 99      VALUE ZERO.
       01  DigitWeight         PIC 9       VALUE ZERO.
       01  WeightedSum         PIC 9(4)    VALUE ZERO.
       01  SumQuotient         PIC 9(4)    VALUE ZERO.
       01  SumRemainder        PIC 9       VALUE ZERO.
       01  ExpectedCheckDigit  PIC 9       VALUE ZERO.

       01  MaintGadgetID       PIC 9(6)    VALUE ZERO.
       01  MaintAnswer         PIC X       VALUE SPACE.
           88  DeleteRequested         VALUE "D" "d".

       01  BarcodeRefusal      PIC X(30)   VALUE SPACES.
           88  BarcodeAcceptable       VALUE SPACES.
       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".

       01  BarcodesListed      PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; maintenance aborted."
                STOP RUN
            END-IF
            OPEN I-O BarcodeFile
            IF BarcodeFileStatus = "35"
                OPEN OUTPUT BarcodeFile
                CLOSE BarcodeFile
                OPEN I-O BarcodeFile
            END-IF
            IF BarcodeFileStatus NOT = "00" AND BarcodeFileStatus
                NOT = "05" AND BarcodeFileStatus NOT = "07"
                DISPLAY "Cannot open Barcodes.dat, status "
                    BarcodeFileStatus "; maintenance aborted."
                CLOSE ProductFile
                STOP RUN
            END-IF

            PERFORM PromptForBarcode *> Init loop.
            PERFORM PromptForBarcode
                UNTIL MaintenanceDone *> Loop.
            CLOSE BarcodeFile
            CLOSE ProductFile

            *> Print the file back for visual validation.
            OPEN INPUT BarcodeFile
            DISPLAY "Barcodes now on file:"
            PERFORM DisplayAnEntry *> Init loop.
            PERFORM DisplayAnEntry UNTIL BarcodeFileEnd *> Loop.
            CLOSE BarcodeFile
            DISPLAY "Barcodes listed: ", BarcodesListed, "."

            STOP RUN.

       PromptForBarcode.
           DISPLAY "Scan or key the UPC (12 digits) or EAN (13 ",
                   "digits), blank to finish: "
           MOVE SPACES TO MaintBarcodeText
           ACCEPT MaintBarcodeText
           IF NOT MaintenanceDone
               PERFORM NormalizeBarcode
               IF BarcodeAcceptable
                   PERFORM ProveCheckDigit
               END-IF
               IF NOT BarcodeAcceptable
                   DISPLAY MaintBarcodeText, " refused: ",
                       BarcodeRefusal
               ELSE
                   MOVE BarcodeKeyText TO BarcodeNumber
                   READ BarcodeFile
                       INVALID KEY
                           PERFORM AddNewBarcode
                       NOT INVALID KEY
                           PERFORM ReviewExistingBarcode
                   END-READ
               END-IF
           END-IF.

      *> Twelve digits is a UPC-A and gains a leading zero; thirteen
      *> is an EAN as it stands; anything else is not a barcode.
       NormalizeBarcode.
           MOVE SPACES TO BarcodeRefusal
           MOVE ZERO TO BarcodeLength
           INSPECT MaintBarcodeText TALLYING BarcodeLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN BarcodeLength = 12
                   AND MaintBarcodeText(1:12) IS NUMERIC
                   MOVE "0" TO BarcodeKeyText(1:1)
                   MOVE MaintBarcodeText(1:12) TO BarcodeKeyText(2:12)
               WHEN BarcodeLength = 13
                   AND MaintBarcodeText IS NUMERIC
                   MOVE MaintBarcodeText TO BarcodeKeyText
               WHEN OTHER
                   MOVE "NOT 12 OR 13 DIGITS" TO BarcodeRefusal
           END-EVALUATE.

      *> EAN-13 check: the first twelve digits weighted 1, 3, 1, 3 ...
      *> and the check digit is what brings the sum up to the next
      *> multiple of ten. A UPC-A behind its leading zero weighs out
      *> the same way.
       ProveCheckDigit.
           MOVE ZERO TO WeightedSum
           PERFORM VARYING DigitPosition FROM 1 BY 1
               UNTIL DigitPosition > 12
               DIVIDE DigitPosition BY 2 GIVING SumQuotient
                   REMAINDER SumRemainder
               IF SumRemainder = ZERO
                   MOVE 3 TO DigitWeight
               ELSE
                   MOVE 1 TO DigitWeight
               END-IF
               COMPUTE WeightedSum = WeightedSum
                   + BarcodeDigit(DigitPosition) * DigitWeight
           END-PERFORM
           DIVIDE WeightedSum BY 10 GIVING SumQuotient
               REMAINDER SumRemainder
           IF SumRemainder = ZERO
               MOVE ZERO TO ExpectedCheckDigit
           ELSE
               COMPUTE ExpectedCheckDigit = 10 - SumRemainder
           END-IF
           IF BarcodeDigit(13) NOT = ExpectedCheckDigit
               MOVE SPACES TO BarcodeRefusal
               STRING "CHECK DIGIT SHOULD BE " DELIMITED BY SIZE
                   ExpectedCheckDigit DELIMITED BY SIZE
                   INTO BarcodeRefusal
               END-STRING
           END-IF.

       AddNewBarcode.
           DISPLAY "Enter the GadgetID this barcode identifies: "
           ACCEPT MaintGadgetID
           PERFORM LookUpGadget
           IF UnknownGadgetID
               DISPLAY "GadgetID ", MaintGadgetID, " is not on ",
                   "Product.dat; barcode not added."
           ELSE
               MOVE BarcodeKeyText TO BarcodeNumber
               MOVE MaintGadgetID TO BarcodeGadgetID
               WRITE BarcodeRecord
                   INVALID KEY
                       DISPLAY "Unable to add barcode ",
                           BarcodeNumber, "."
                   NOT INVALID KEY
                       DISPLAY BarcodeNumber, " now identifies ",
                           MaintGadgetID, " ", GadgetName
               END-WRITE
           END-IF.

      *> A code already on file stays with its gadget: it can be
      *> removed, but never handed to a second GadgetID in place.
       ReviewExistingBarcode.
           MOVE BarcodeGadgetID TO MaintGadgetID
           PERFORM LookUpGadget
           DISPLAY BarcodeNumber, " already identifies ",
               BarcodeGadgetID, " ", GadgetName
           DISPLAY "A barcode belongs to one gadget only. Enter D to ",
               "remove it, anything else to leave it: "
           MOVE SPACE TO MaintAnswer
           ACCEPT MaintAnswer
           IF DeleteRequested
               DELETE BarcodeFile RECORD
                   INVALID KEY
                       DISPLAY "Unable to remove barcode ",
                           BarcodeNumber, "."
                   NOT INVALID KEY
                       DISPLAY "Barcode ", BarcodeNumber, " removed."
               END-DELETE
           END-IF.

       LookUpGadget.
           SET UnknownGadgetID TO FALSE
           MOVE MaintGadgetID TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
                   MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-READ.

       DisplayAnEntry.
           READ BarcodeFile NEXT RECORD
               AT END SET BarcodeFileEnd TO TRUE
           END-READ
           IF NOT BarcodeFileEnd
               DISPLAY BarcodeNumber, "  ", BarcodeGadgetID
               ADD 1 TO BarcodesListed
           END-IF.

       END PROGRAM MAINTAIN-BARCODES.
