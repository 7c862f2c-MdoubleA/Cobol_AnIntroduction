      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/12/2021
      * Purpose: Maintain the CustomerMaster.dat master (who each sales
      *    order is for, where it is billed and shipped, the terms and
      *    credit limit, and whether the customer is on hold), so the
      *    order desk stops working off the clipboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CUSTOMERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       01  CustomerRecord.
           88  CustomerFileEnd     VALUE HIGH-VALUES.
           02  CustomerNumber      PIC 9(6).
           02  CustomerName        PIC X(30).
           02  BillToAddress.
               03  BillToLine1     PIC X(30).
               03  BillToLine2     PIC X(30).
           02  ShipToAddress.
               03  ShipToLine1     PIC X(30).
               03  ShipToLine2     PIC X(30).

           *> Terms as printed on the paperwork (NET30, COD, ...) and
           *> the days they allow before an invoice is due.
           02  CustomerTerms       PIC X(6).
           02  CustomerTermsDays   PIC 9(3).
           02  CreditLimit         PIC 9(7)V99.

           *> Y stops order entry taking new orders for the customer.
           02  CustomerHoldFlag    PIC X.
               88  CustomerOnHold      VALUE "Y".

       WORKING-STORAGE SECTION.
       01  CustomerFileStatus  PIC X(02)   VALUE ZEROES.

       *> Run-mode switch, the same way MAINTAIN-SUPPLIERS picks
       *> between rebuilding and maintaining its master.
       01  RunMode             PIC X       VALUE "M".
           88  RebuildMode             VALUE "R".
           88  MaintainMode            VALUE "M".

       01  MaintCustomerText   PIC X(6)    VALUE SPACES.
           88  MaintenanceDone         VALUE SPACES "0" "000000".
       01  HoldAnswer          PIC X       VALUE "N".
           88  HoldAnswerYes           VALUE "Y" "y".
       01  MaintCustomerNumber PIC 9(6)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Enter R to rebuild CustomerMaster.dat from ",
                    "scratch, or M to maintain the existing file: "
            ACCEPT RunMode
            IF RebuildMode
                OPEN OUTPUT CustomerFile
            ELSE
                OPEN I-O CustomerFile
                IF CustomerFileStatus = "35"
                    OPEN OUTPUT CustomerFile
                    CLOSE CustomerFile
                    OPEN I-O CustomerFile
                END-IF
            END-IF
            IF CustomerFileStatus NOT = "00" AND CustomerFileStatus
                NOT = "05" AND CustomerFileStatus NOT = "07"
                DISPLAY "Cannot open CustomerMaster.dat, status "
                    CustomerFileStatus "; maintenance aborted."
                STOP RUN
            END-IF

            PERFORM PromptForCustomerNumber *> Init loop.
            PERFORM PromptForCustomerNumber
                UNTIL MaintenanceDone *> Loop.
            CLOSE CustomerFile

            *> Print the file back for visual validation.
            OPEN INPUT CustomerFile
            PERFORM DisplayAnEntry *> Init loop.
            PERFORM DisplayAnEntry UNTIL CustomerFileEnd *> Loop.
            CLOSE CustomerFile

            STOP RUN.

       PromptForCustomerNumber.
           DISPLAY "Enter customer number to add or update, ",
                   "blank to finish: "
           MOVE SPACES TO MaintCustomerText
           ACCEPT MaintCustomerText
           IF NOT MaintenanceDone
               IF MaintCustomerText IS NOT NUMERIC
                   DISPLAY "Customer number must be six digits."
               ELSE
                   MOVE MaintCustomerText TO MaintCustomerNumber
                   MOVE MaintCustomerNumber TO CustomerNumber
                   IF RebuildMode
                       PERFORM AddNewCustomer
                   ELSE
                       READ CustomerFile
                           INVALID KEY
                               PERFORM AddNewCustomer
                           NOT INVALID KEY
                               PERFORM UpdateExistingCustomer
                       END-READ
                   END-IF
               END-IF
           END-IF.

       AddNewCustomer.
           DISPLAY "Adding customer ", MaintCustomerNumber, "."
           PERFORM GetCustomerFeatures
           WRITE CustomerRecord
               INVALID KEY
                   DISPLAY "Unable to add customer ",
                       MaintCustomerNumber, " - that number already ",
                       "exists."
           END-WRITE.

       UpdateExistingCustomer.
           DISPLAY "Current record: ", CustomerRecord
           PERFORM GetCustomerFeatures
           REWRITE CustomerRecord
               INVALID KEY
                   DISPLAY "Unable to update customer ",
                       MaintCustomerNumber, "."
           END-REWRITE.

       GetCustomerFeatures.
           MOVE MaintCustomerNumber TO CustomerNumber
           DISPLAY "Enter the customer name: "
           ACCEPT CustomerName
           DISPLAY "Enter bill-to address line 1: "
           ACCEPT BillToLine1
           DISPLAY "Enter bill-to address line 2 (city/state/zip): "
           ACCEPT BillToLine2
           DISPLAY "Enter ship-to address line 1 (blank for the ",
                   "bill-to address): "
           ACCEPT ShipToLine1
           IF ShipToLine1 = SPACES
               MOVE BillToAddress TO ShipToAddress
           ELSE
               DISPLAY "Enter ship-to address line 2: "
               ACCEPT ShipToLine2
           END-IF
           DISPLAY "Enter the terms (blank for NET30): "
           ACCEPT CustomerTerms
           IF CustomerTerms = SPACES
               MOVE "NET30" TO CustomerTerms
           END-IF
           DISPLAY "Enter the days allowed by those terms (3 digits): "
           ACCEPT CustomerTermsDays
           DISPLAY "Enter the credit limit (9 digits, 2 decimals ",
                   "implied): "
           ACCEPT CreditLimit
           DISPLAY "Enter Y to put the customer on hold, N otherwise: "
           MOVE "N" TO HoldAnswer
           ACCEPT HoldAnswer
           IF HoldAnswerYes
               MOVE "Y" TO CustomerHoldFlag
           ELSE
               MOVE "N" TO CustomerHoldFlag
           END-IF.

       DisplayAnEntry.
           READ CustomerFile NEXT RECORD
               AT END SET CustomerFileEnd TO TRUE
           END-READ
           IF NOT CustomerFileEnd
               DISPLAY CustomerRecord
           END-IF.

       END PROGRAM MAINTAIN-CUSTOMERS.
