      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Maintain SalespersonMaster.dat - rep code, name,
      *    active flag and base commission percentage - and the
      *    per-category commission percentages on CommissionRates.dat
      *    that override the base rate, so the commission run pays
      *    every rep off one agreed table. Percentages are of the
      *    margin over UnitCost, keyed as four digits (0750 = 7.50%).
      *    A category rate of 0000 takes the override off again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SALESPERSONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalespersonFile ASSIGN TO "SalespersonMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.

           SELECT CommissionRateFile ASSIGN TO "CommissionRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommissionRateFileStatus.

           *> Category codes a rate may be set for, when the master
           *> exists.
           SELECT CategoryFile ASSIGN TO "CategoryCodes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CategoryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SalespersonFile.
       01  SalespersonRecord.
           88  SalespersonFileEnd  VALUE HIGH-VALUES.
           02  SalespersonCode     PIC X(3).
           02  SalespersonName     PIC X(30).
           02  SalespersonActive   PIC X.
           02  SalespersonBasePct  PIC 9(2)V99.

       FD  CommissionRateFile.
       01  CommissionRateRecord.
           88  CommissionRateFileEnd VALUE HIGH-VALUES.
           02  RateSalesperson     PIC X(3).
           02  RateCategory        PIC X(4).
           02  RatePercent         PIC 9(2)V99.

       FD  CategoryFile.
       01  CategoryFileRecord.
           88  CategoryFileEnd     VALUE HIGH-VALUES.
           02  CatFileCode         PIC X(4).
           02  CatFileDescription  PIC X(30).

       WORKING-STORAGE SECTION.
       01  SalespersonFileStatus PIC X(02)  VALUE ZEROES.
       01  CommissionRateFileStatus PIC X(02) VALUE ZEROES.
       01  CategoryFileStatus  PIC X(02)   VALUE ZEROES.

       *> Both files held in memory for the session and rewritten in
       *> full when it ends, the way the other small masters are kept.
       01  SalespersonCount    PIC 99      VALUE ZERO.
       01  SalespersonTable.
           02  SalespersonEntry OCCURS 1 TO 99 TIMES
                                DEPENDING ON SalespersonCount
                                INDEXED BY RepIdx.
               03  RepTblCode      PIC X(3).
               03  RepTblName      PIC X(30).
               03  RepTblActive    PIC X.
               03  RepTblBasePct   PIC 9(2)V99.

       01  RateCount           PIC 9(4)    VALUE ZERO.
       01  RateTable.
           02  RateEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON RateCount
                         INDEXED BY RateIdx.
               03  RateTblSalesperson PIC X(3).
               03  RateTblCategory    PIC X(4).
               03  RateTblPercent     PIC 9(2)V99.

       01  CategoryCount       PIC 99      VALUE ZERO.
       01  CategoryTable.
           02  CategoryEntry OCCURS 1 TO 50 TIMES
                             DEPENDING ON CategoryCount
                             INDEXED BY CatIdx.
               03  CategoryCode    PIC X(4).

       01  MaintSalesperson    PIC X(3)    VALUE SPACES.
       01  MaintCategory       PIC X(4)    VALUE SPACES.
       01  PercentText         PIC X(4)    VALUE SPACES.
       01  PercentNum REDEFINES PercentText PIC 9(2)V99.
       01  PrintPercent        PIC Z9.99.

       01  SalespersonFound    PIC X       VALUE "N".
           88  SalespersonOnFile       VALUE "Y"  WHEN SET TO FALSE "N".
       01  RateFound           PIC X       VALUE "N".
           88  RateOnFile              VALUE "Y"  WHEN SET TO FALSE "N".
       01  CategoryFound       PIC X       VALUE "N".
           88  CategoryKnown           VALUE "Y"  WHEN SET TO FALSE "N".

       01  FlagAnswer          PIC X       VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadSalespersonTable
            PERFORM LoadRateTable
            PERFORM LoadCategoryTable

            DISPLAY "Salespersons on file: ", SalespersonCount
            PERFORM DisplaySalespersonList

            PERFORM PromptForSalesperson *> Init loop.
            PERFORM PromptForSalesperson
                UNTIL MaintSalesperson = SPACES *> Loop.

            PERFORM RewriteSalespersonFile
            PERFORM RewriteRateFile

            *> Print the file back for visual validation.
            DISPLAY "Salespersons now on file:"
            PERFORM DisplaySalespersonList

            STOP RUN.

       LoadSalespersonTable.
           OPEN INPUT SalespersonFile
           IF SalespersonFileStatus NOT = "00"
               DISPLAY "No SalespersonMaster.dat yet; starting a new ",
                   "salesperson master."
           ELSE
               PERFORM ReadSalespersonLine
               PERFORM UNTIL SalespersonFileEnd
                   ADD 1 TO SalespersonCount
                   MOVE SalespersonCode
                       TO RepTblCode(SalespersonCount)
                   MOVE SalespersonName
                       TO RepTblName(SalespersonCount)
                   MOVE SalespersonActive
                       TO RepTblActive(SalespersonCount)
                   MOVE SalespersonBasePct
                       TO RepTblBasePct(SalespersonCount)
                   PERFORM ReadSalespersonLine
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.

       ReadSalespersonLine.
           READ SalespersonFile
               AT END SET SalespersonFileEnd TO TRUE
           END-READ.

       LoadRateTable.
           OPEN INPUT CommissionRateFile
           IF CommissionRateFileStatus = "00"
               PERFORM ReadCommissionRateLine
               PERFORM UNTIL CommissionRateFileEnd
                   ADD 1 TO RateCount
                   MOVE RateSalesperson
                       TO RateTblSalesperson(RateCount)
                   MOVE RateCategory TO RateTblCategory(RateCount)
                   MOVE RatePercent  TO RateTblPercent(RateCount)
                   PERFORM ReadCommissionRateLine
               END-PERFORM
               CLOSE CommissionRateFile
           END-IF.

       ReadCommissionRateLine.
           READ CommissionRateFile
               AT END SET CommissionRateFileEnd TO TRUE
           END-READ.

       LoadCategoryTable.
           OPEN INPUT CategoryFile
           IF CategoryFileStatus = "00"
               PERFORM ReadCategoryLine
               PERFORM UNTIL CategoryFileEnd
                   ADD 1 TO CategoryCount
                   MOVE CatFileCode TO CategoryCode(CategoryCount)
                   PERFORM ReadCategoryLine
               END-PERFORM
               CLOSE CategoryFile
           END-IF.

       ReadCategoryLine.
           READ CategoryFile
               AT END SET CategoryFileEnd TO TRUE
           END-READ.

       DisplaySalespersonList.
           PERFORM DisplaySalespersonEntry
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx > SalespersonCount.

       DisplaySalespersonEntry.
           MOVE RepTblBasePct(RepIdx) TO PrintPercent
           DISPLAY RepTblCode(RepIdx), SPACE, RepTblName(RepIdx),
               "  active=", RepTblActive(RepIdx),
               " base=", PrintPercent, "%"
           PERFORM DisplayRateEntry
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount.

       DisplayRateEntry.
           IF RateTblSalesperson(RateIdx) = RepTblCode(RepIdx)
               AND RateTblPercent(RateIdx) > ZERO
               MOVE RateTblPercent(RateIdx) TO PrintPercent
               DISPLAY "    ", RateTblCategory(RateIdx), " ",
                   PrintPercent, "%"
           END-IF.

       PromptForSalesperson.
           DISPLAY "Enter a salesperson code to add or update, ",
               "spaces to finish: "
           ACCEPT MaintSalesperson
           IF MaintSalesperson NOT = SPACES
               PERFORM FindSalespersonEntry
               IF SalespersonOnFile
                   DISPLAY "Current: ", RepTblName(RepIdx)
               ELSE
                   ADD 1 TO SalespersonCount
                   SET RepIdx TO SalespersonCount
                   MOVE MaintSalesperson TO RepTblCode(RepIdx)
                   MOVE ZERO TO RepTblBasePct(RepIdx)
                   DISPLAY "Adding salesperson ", MaintSalesperson, "."
               END-IF
               PERFORM GetSalespersonFeatures
               PERFORM PromptForCategoryRate *> Init loop.
               PERFORM PromptForCategoryRate
                   UNTIL MaintCategory = SPACES *> Loop.
           END-IF.

       GetSalespersonFeatures.
           DISPLAY "Enter the salesperson's name: "
           ACCEPT RepTblName(RepIdx)
           DISPLAY "Active? (Y/N): "
           PERFORM GetYesNoFlag
           MOVE FlagAnswer TO RepTblActive(RepIdx)
           DISPLAY "Enter the base commission percent as four ",
               "digits: "
           PERFORM GetPercent
           MOVE PercentNum TO RepTblBasePct(RepIdx).

       GetPercent.
           ACCEPT PercentText
           PERFORM UNTIL PercentText IS NUMERIC
               DISPLAY "Percent must be four digits, 0750 for 7.50: "
               ACCEPT PercentText
           END-PERFORM.

       GetYesNoFlag.
           ACCEPT FlagAnswer
           IF FlagAnswer = "y"
               MOVE "Y" TO FlagAnswer
           END-IF
           IF FlagAnswer NOT = "Y"
               MOVE "N" TO FlagAnswer
           END-IF.

       PromptForCategoryRate.
           DISPLAY "Enter a category to set a rate for, spaces when ",
               "done with ", RepTblCode(RepIdx), ": "
           MOVE SPACES TO MaintCategory
           ACCEPT MaintCategory
           IF MaintCategory NOT = SPACES
               PERFORM CheckMaintCategory
               IF NOT CategoryKnown
                   DISPLAY MaintCategory, " is not on ",
                       "CategoryCodes.dat."
               ELSE
                   DISPLAY "Enter the percent for ", MaintCategory,
                       ", 0000 to use the base rate: "
                   PERFORM GetPercent
                   PERFORM StoreCategoryRate
               END-IF
           END-IF.

      *> Any category will do when there is no category master.
       CheckMaintCategory.
           SET CategoryKnown TO TRUE
           IF CategoryCount > ZERO
               SET CatIdx TO 1
               SEARCH CategoryEntry
                   AT END
                       SET CategoryKnown TO FALSE
                   WHEN CategoryCode(CatIdx) = MaintCategory
                       CONTINUE
               END-SEARCH
           END-IF.

      *> A rate of zero blanks the override out of the table, so it
      *> is left off the file when the session ends.
       StoreCategoryRate.
           SET RateOnFile TO FALSE
           SET RateIdx TO 1
           SEARCH RateEntry
               AT END
                   CONTINUE
               WHEN RateTblSalesperson(RateIdx) = RepTblCode(RepIdx)
                   AND RateTblCategory(RateIdx) = MaintCategory
                   SET RateOnFile TO TRUE
           END-SEARCH
           IF NOT RateOnFile
               ADD 1 TO RateCount
               SET RateIdx TO RateCount
               MOVE RepTblCode(RepIdx) TO RateTblSalesperson(RateIdx)
               MOVE MaintCategory      TO RateTblCategory(RateIdx)
           END-IF
           MOVE PercentNum TO RateTblPercent(RateIdx).

       FindSalespersonEntry.
           SET SalespersonOnFile TO FALSE
           SET RepIdx TO 1
           SEARCH SalespersonEntry
               AT END
                   CONTINUE
               WHEN RepTblCode(RepIdx) = MaintSalesperson
                   SET SalespersonOnFile TO TRUE
           END-SEARCH.

       RewriteSalespersonFile.
           OPEN OUTPUT SalespersonFile
           PERFORM WriteSalespersonEntry
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx > SalespersonCount
           CLOSE SalespersonFile.

       WriteSalespersonEntry.
           MOVE RepTblCode(RepIdx)    TO SalespersonCode
           MOVE RepTblName(RepIdx)    TO SalespersonName
           MOVE RepTblActive(RepIdx)  TO SalespersonActive
           MOVE RepTblBasePct(RepIdx) TO SalespersonBasePct
           WRITE SalespersonRecord.

       RewriteRateFile.
           OPEN OUTPUT CommissionRateFile
           PERFORM WriteRateEntry
               VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           CLOSE CommissionRateFile.

       WriteRateEntry.
           IF RateTblPercent(RateIdx) > ZERO
               MOVE RateTblSalesperson(RateIdx) TO RateSalesperson
               MOVE RateTblCategory(RateIdx)    TO RateCategory
               MOVE RateTblPercent(RateIdx)     TO RatePercent
               WRITE CommissionRateRecord
           END-IF.

       END PROGRAM MAINTAIN-SALESPERSONS.
