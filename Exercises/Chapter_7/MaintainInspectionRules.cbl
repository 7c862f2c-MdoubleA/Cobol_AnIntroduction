      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Maintain InspectionRules.dat, the gadgets and the
      *    suppliers QA wants to see before their receipts can be
      *    sold. A G line names a GadgetID, an S line a supplier code;
      *    RECEIVE-PURCHASE-ORDERS holds any receipt matching either
      *    for INSPECT-RECEIPTS. Keying a flag already on file takes
      *    it off again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-INSPECTION-RULES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InspectionRuleFile ASSIGN TO "InspectionRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InspectionRuleFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT SupplierFile ASSIGN TO "Supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode
               FILE STATUS IS SupplierFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InspectionRuleFile.
       01  InspectionRuleRecord.
           88  InspectionRuleFileEnd VALUE HIGH-VALUES.
           02  RuleType            PIC X.
           02  RuleCode            PIC X(6).

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

       FD  SupplierFile.
       01  SupplierRecord.
           02  SupplierCode        PIC X(5).
           02  SupplierName        PIC X(30).
           02  SupplierContact     PIC X(30).
           02  LeadTimeDays        PIC 9(3).
           02  SupplierCurrency    PIC X(3).

       WORKING-STORAGE SECTION.
       01  InspectionRuleFileStatus PIC X(02) VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  SupplierFileStatus  PIC X(02)   VALUE ZEROES.

       *> The whole file held in memory for the session and rewritten
       *> in full at the end; a flag taken off is blanked out.
       01  RuleCount           PIC 9(4)    VALUE ZERO.
       01  RuleTable.
           02  RuleEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON RuleCount
                         INDEXED BY RuleIdx.
               03  RuleTblType     PIC X.
               03  RuleTblCode     PIC X(6).

       01  MaintType           PIC X       VALUE SPACE.
           88  MaintenanceDone         VALUE SPACE "0".
           88  GadgetRule              VALUE "G" "g".
           88  SupplierRule            VALUE "S" "s".
       01  MaintCode           PIC X(6)    VALUE SPACES.
       01  MaintName           PIC X(30)   VALUE SPACES.

       01  RuleFound           PIC X       VALUE "N".
           88  RuleOnFile              VALUE "Y"  WHEN SET TO FALSE "N".
       01  CodeFound           PIC X       VALUE "N".
           88  CodeKnown               VALUE "Y"  WHEN SET TO FALSE "N".
       01  SupplierFileSwitch  PIC X       VALUE "N".
           88  SupplierFileOpen        VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; maintenance aborted."
                STOP RUN
            END-IF
            OPEN INPUT SupplierFile
            IF SupplierFileStatus = "00" OR SupplierFileStatus = "05"
                OR SupplierFileStatus = "07"
                SET SupplierFileOpen TO TRUE
            END-IF
            PERFORM LoadRuleTable
            DISPLAY "Inspection flags on file:"
            PERFORM DisplayRuleEntry
                VARYING RuleIdx FROM 1 BY 1
                UNTIL RuleIdx > RuleCount

            PERFORM PromptForRule *> Init loop.
            PERFORM PromptForRule
                UNTIL MaintenanceDone *> Loop.

            CLOSE ProductFile
            IF SupplierFileOpen
                CLOSE SupplierFile
            END-IF
            PERFORM RewriteRuleFile

            *> Print the file back for visual validation.
            DISPLAY "Inspection flags now on file:"
            PERFORM DisplayRuleEntry
                VARYING RuleIdx FROM 1 BY 1
                UNTIL RuleIdx > RuleCount

            STOP RUN.

       LoadRuleTable.
           OPEN INPUT InspectionRuleFile
           IF InspectionRuleFileStatus NOT = "00"
               DISPLAY "No InspectionRules.dat yet; starting a new ",
                   "inspection flag file."
           ELSE
               PERFORM ReadInspectionRuleLine
               PERFORM UNTIL InspectionRuleFileEnd
                   ADD 1 TO RuleCount
                   MOVE RuleType TO RuleTblType(RuleCount)
                   MOVE RuleCode TO RuleTblCode(RuleCount)
                   PERFORM ReadInspectionRuleLine
               END-PERFORM
               CLOSE InspectionRuleFile
           END-IF.

       ReadInspectionRuleLine.
           READ InspectionRuleFile
               AT END SET InspectionRuleFileEnd TO TRUE
           END-READ.

       PromptForRule.
           DISPLAY "Enter G to flag a gadget, S to flag a supplier, ",
               "blank to finish: "
           MOVE SPACE TO MaintType
           ACCEPT MaintType
           IF NOT MaintenanceDone
               IF NOT GadgetRule AND NOT SupplierRule
                   DISPLAY "Enter G or S."
               ELSE
                   IF GadgetRule
                       MOVE "G" TO MaintType
                       DISPLAY "Enter the GadgetID: "
                   ELSE
                       MOVE "S" TO MaintType
                       DISPLAY "Enter the supplier code: "
                   END-IF
                   MOVE SPACES TO MaintCode
                   ACCEPT MaintCode
                   PERFORM CheckRuleCode
                   IF NOT CodeKnown
                       DISPLAY MaintCode, " is not on file; flag not ",
                           "changed."
                   ELSE
                       PERFORM ToggleRule
                   END-IF
               END-IF
           END-IF.

      *> A gadget must be on Product.dat; a supplier on Supplier.dat
      *> when there is one.
       CheckRuleCode.
           SET CodeKnown TO TRUE
           MOVE SPACES TO MaintName
           IF MaintType = "G"
               IF MaintCode IS NOT NUMERIC
                   SET CodeKnown TO FALSE
               ELSE
                   MOVE MaintCode TO GadgetID
                   READ ProductFile
                       INVALID KEY
                           SET CodeKnown TO FALSE
                       NOT INVALID KEY
                           MOVE GadgetName TO MaintName
                   END-READ
               END-IF
           ELSE
               IF SupplierFileOpen
                   MOVE MaintCode TO SupplierCode
                   READ SupplierFile
                       INVALID KEY
                           SET CodeKnown TO FALSE
                       NOT INVALID KEY
                           MOVE SupplierName TO MaintName
                   END-READ
               END-IF
           END-IF.

       ToggleRule.
           SET RuleOnFile TO FALSE
           SET RuleIdx TO 1
           SEARCH RuleEntry
               AT END
                   CONTINUE
               WHEN RuleTblType(RuleIdx) = MaintType
                   AND RuleTblCode(RuleIdx) = MaintCode
                   SET RuleOnFile TO TRUE
           END-SEARCH
           IF RuleOnFile
               MOVE SPACES TO RuleTblType(RuleIdx)
               MOVE SPACES TO RuleTblCode(RuleIdx)
               DISPLAY MaintType, " ", MaintCode, " ", MaintName,
                   " no longer needs inspection."
           ELSE
               ADD 1 TO RuleCount
               MOVE MaintType TO RuleTblType(RuleCount)
               MOVE MaintCode TO RuleTblCode(RuleCount)
               DISPLAY MaintType, " ", MaintCode, " ", MaintName,
                   " now needs inspection on receipt."
           END-IF.

       DisplayRuleEntry.
           IF RuleTblType(RuleIdx) NOT = SPACE
               DISPLAY "  ", RuleTblType(RuleIdx), " ",
                   RuleTblCode(RuleIdx)
           END-IF.

       RewriteRuleFile.
           OPEN OUTPUT InspectionRuleFile
           PERFORM WriteRuleEntry
               VARYING RuleIdx FROM 1 BY 1
               UNTIL RuleIdx > RuleCount
           CLOSE InspectionRuleFile.

       WriteRuleEntry.
           IF RuleTblType(RuleIdx) NOT = SPACE
               MOVE RuleTblType(RuleIdx) TO RuleType
               MOVE RuleTblCode(RuleIdx) TO RuleCode
               WRITE InspectionRuleRecord
           END-IF.

       END PROGRAM MAINTAIN-INSPECTION-RULES.
