      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/25/2021
      * Purpose: Maintain ContractPrices.dat - the prices negotiated
      *    with individual customers, each with the dates it applies -
      *    so order entry and invoicing price those accounts from the
      *    file instead of from the clerk's memory. A contract is for
      *    one GadgetID at a fixed price, or, keyed with GadgetID
      *    000000, a blanket percentage off list for a whole category.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CONTRACTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContractFile.
       01  ContractRecord.
           88  ContractFileEnd     VALUE HIGH-VALUES.
           02  ContractCustomer    PIC 9(6).
           02  ContractGadgetID    PIC 9(6).
           02  ContractCategory    PIC X(4).
           02  ContractPrice       PIC 9(4)V99.
           02  ContractDiscount    PIC 9(2)V99.
           02  ContractStartDate   PIC 9(8).
           02  ContractEndDate     PIC 9(8).

       FD  CustomerFile.
       01  CustomerRecord.
           02  CustomerNumber      PIC 9(6).
           02  CustomerName        PIC X(30).
           02  CustomerBillTo.
               03  BillToLine1     PIC X(30).
               03  BillToLine2     PIC X(30).
           02  CustomerShipTo.
               03  ShipToLine1     PIC X(30).
               03  ShipToLine2     PIC X(30).
           02  CustomerTerms       PIC X(6).
           02  CustomerTermsDays   PIC 9(3).
           02  CreditLimit         PIC 9(7)V99.
           02  CustomerHoldFlag    PIC X.

       WORKING-STORAGE SECTION.
       01  ContractFileStatus  PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus  PIC X(02)   VALUE ZEROES.

       *> The whole file held in memory for the session; it is small
       *> and line sequential, so it is rewritten in full at the end.
       *> A contract whose end date is keyed as zero is dropped.
       01  ContractCount       PIC 9(4)    VALUE ZERO.
       01  ContractTable.
           02  ContractEntry OCCURS 1 TO 1000 TIMES
                             DEPENDING ON ContractCount
                             INDEXED BY ContractIdx.
               03  TblCustomer     PIC 9(6).
               03  TblGadgetID     PIC 9(6).
               03  TblCategory     PIC X(4).
               03  TblPrice        PIC 9(4)V99.
               03  TblDiscount     PIC 9(2)V99.
               03  TblStartDate    PIC 9(8).
               03  TblEndDate      PIC 9(8).

       01  MaintCustomer       PIC 9(6)    VALUE ZERO.
       01  MaintGadgetID       PIC 9(6)    VALUE ZERO.
       01  MaintCategory       PIC X(4)    VALUE SPACES.

       01  ContractFound       PIC X       VALUE "N".
           88  ContractOnFile          VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerMissing     PIC X       VALUE "N".
           88  CustomerNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT CustomerFile
            IF CustomerFileStatus NOT = "00" AND CustomerFileStatus
                NOT = "05" AND CustomerFileStatus NOT = "07"
                DISPLAY "Cannot open CustomerMaster.dat, status "
                    CustomerFileStatus "; maintenance aborted."
                STOP RUN
            END-IF
            PERFORM LoadContractTable

            DISPLAY "Contracts on file: ", ContractCount
            PERFORM DisplayContractList

            PERFORM PromptForCustomer *> Init loop.
            PERFORM PromptForCustomer
                UNTIL MaintCustomer = ZERO *> Loop.

            CLOSE CustomerFile
            PERFORM RewriteContractFile

            *> Print the file back for visual validation.
            DISPLAY "Contracts now on file:"
            PERFORM DisplayContractList

            STOP RUN.

       LoadContractTable.
           OPEN INPUT ContractFile
           IF ContractFileStatus NOT = "00"
               DISPLAY "No ContractPrices.dat yet; starting a new ",
                   "contract file."
           ELSE
               PERFORM ReadContractLine
               PERFORM UNTIL ContractFileEnd
                   ADD 1 TO ContractCount
                   MOVE ContractCustomer  TO TblCustomer(ContractCount)
                   MOVE ContractGadgetID  TO TblGadgetID(ContractCount)
                   MOVE ContractCategory  TO TblCategory(ContractCount)
                   MOVE ContractPrice     TO TblPrice(ContractCount)
                   MOVE ContractDiscount  TO TblDiscount(ContractCount)
                   MOVE ContractStartDate TO TblStartDate(ContractCount)
                   MOVE ContractEndDate   TO TblEndDate(ContractCount)
                   PERFORM ReadContractLine
               END-PERFORM
               CLOSE ContractFile
           END-IF.

       ReadContractLine.
           READ ContractFile
               AT END SET ContractFileEnd TO TRUE
           END-READ.

       DisplayContractList.
           PERFORM DisplayContractEntry
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractCount.

       DisplayContractEntry.
           IF TblGadgetID(ContractIdx) = ZERO
               DISPLAY TblCustomer(ContractIdx), " category ",
                   TblCategory(ContractIdx), " less ",
                   TblDiscount(ContractIdx), "% from ",
                   TblStartDate(ContractIdx), " to ",
                   TblEndDate(ContractIdx), "."
           ELSE
               DISPLAY TblCustomer(ContractIdx), " gadget ",
                   TblGadgetID(ContractIdx), " at ",
                   TblPrice(ContractIdx), " from ",
                   TblStartDate(ContractIdx), " to ",
                   TblEndDate(ContractIdx), "."
           END-IF.

       PromptForCustomer.
           DISPLAY "Enter CustomerNumber to add or update a contract, ",
                   "000000 to finish: "
           ACCEPT MaintCustomer
           IF MaintCustomer NOT = ZERO
               SET CustomerNotOnFile TO FALSE
               MOVE MaintCustomer TO CustomerNumber
               READ CustomerFile
                   INVALID KEY
                       SET CustomerNotOnFile TO TRUE
               END-READ
               IF CustomerNotOnFile
                   DISPLAY "Customer ", MaintCustomer,
                       " is not on CustomerMaster.dat."
               ELSE
                   DISPLAY MaintCustomer, " ", CustomerName
                   PERFORM PromptForContractKey
               END-IF
           END-IF.

       PromptForContractKey.
           DISPLAY "Enter the GadgetID, or 000000 for a blanket ",
                   "category discount: "
           ACCEPT MaintGadgetID
           MOVE SPACES TO MaintCategory
           IF MaintGadgetID = ZERO
               DISPLAY "Enter the category: "
               ACCEPT MaintCategory
           END-IF
           PERFORM FindContractEntry
           IF ContractOnFile
               DISPLAY "Current: "
               PERFORM DisplayContractEntry
               PERFORM GetContractFeatures
           ELSE
               ADD 1 TO ContractCount
               SET ContractIdx TO ContractCount
               MOVE MaintCustomer TO TblCustomer(ContractIdx)
               MOVE MaintGadgetID TO TblGadgetID(ContractIdx)
               MOVE MaintCategory TO TblCategory(ContractIdx)
               MOVE ZERO TO TblPrice(ContractIdx)
               MOVE ZERO TO TblDiscount(ContractIdx)
               DISPLAY "Adding contract for customer ", MaintCustomer,
                   "."
               PERFORM GetContractFeatures
           END-IF.

       GetContractFeatures.
           IF TblGadgetID(ContractIdx) = ZERO
               DISPLAY "Enter the discount percent off list (99v99): "
               ACCEPT TblDiscount(ContractIdx)
           ELSE
               DISPLAY "Enter the contract price (9999v99): "
               ACCEPT TblPrice(ContractIdx)
           END-IF
           DISPLAY "Enter the effective date (YYYYMMDD): "
           ACCEPT TblStartDate(ContractIdx)
           DISPLAY "Enter the expiry date (YYYYMMDD), 0 to drop the ",
                   "contract: "
           ACCEPT TblEndDate(ContractIdx)
           IF TblEndDate(ContractIdx) = ZERO
               DISPLAY "Contract will be dropped from the file."
           ELSE
               IF TblEndDate(ContractIdx) < TblStartDate(ContractIdx)
                   DISPLAY "WARNING: expiry date precedes the ",
                       "effective date; this contract will never ",
                       "apply."
               END-IF
           END-IF.

       FindContractEntry.
           SET ContractOnFile TO FALSE
           SET ContractIdx TO 1
           SEARCH ContractEntry
               AT END
                   CONTINUE
               WHEN TblCustomer(ContractIdx) = MaintCustomer
                   AND TblGadgetID(ContractIdx) = MaintGadgetID
                   AND TblCategory(ContractIdx) = MaintCategory
                   SET ContractOnFile TO TRUE
           END-SEARCH.

       RewriteContractFile.
           OPEN OUTPUT ContractFile
           PERFORM WriteContractEntry
               VARYING ContractIdx FROM 1 BY 1
               UNTIL ContractIdx > ContractCount
           CLOSE ContractFile.

       WriteContractEntry.
           IF TblEndDate(ContractIdx) NOT = ZERO
               MOVE TblCustomer(ContractIdx)  TO ContractCustomer
               MOVE TblGadgetID(ContractIdx)  TO ContractGadgetID
               MOVE TblCategory(ContractIdx)  TO ContractCategory
               MOVE TblPrice(ContractIdx)     TO ContractPrice
               MOVE TblDiscount(ContractIdx)  TO ContractDiscount
               MOVE TblStartDate(ContractIdx) TO ContractStartDate
               MOVE TblEndDate(ContractIdx)   TO ContractEndDate
               WRITE ContractRecord
           END-IF.

       END PROGRAM MAINTAIN-CONTRACTS.
