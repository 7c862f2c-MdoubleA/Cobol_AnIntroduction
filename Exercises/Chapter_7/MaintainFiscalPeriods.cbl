      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/28/2021
      * Purpose: Maintain FiscalPeriods.dat, the fiscal calendar the
      *    posting programs check every movement date against: one
      *    line per period (YYYYPP) with its first and last day and
      *    whether accounting has closed it. Open periods can be added,
      *    redated, or dropped; a closed period is left exactly as the
      *    close step wrote it. Periods may not overlap.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-FISCAL-PERIODS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FiscalPeriodFile ASSIGN TO "FiscalPeriods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FiscalPeriodFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FiscalPeriodFile.
       01  FiscalPeriodRecord.
           88  FiscalPeriodFileEnd VALUE HIGH-VALUES.
           02  PeriodNumber        PIC 9(6).
           02  PeriodStartDate     PIC 9(8).
           02  PeriodEndDate       PIC 9(8).
           02  PeriodStatus        PIC X.
               88  PeriodClosed        VALUE "C".
           02  PeriodClosedDate    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FiscalPeriodFileStatus PIC X(02) VALUE ZEROES.

       *> The whole calendar held in memory for the session and
       *> rewritten in full at the end. An open period whose start
       *> date is keyed as zero is dropped.
       01  PeriodCount         PIC 9(3)    VALUE ZERO.
       01  PeriodTable.
           02  PeriodEntry OCCURS 1 TO 500 TIMES
                           DEPENDING ON PeriodCount
                           INDEXED BY PeriodIdx.
               03  TblPeriodNumber PIC 9(6).
               03  TblPeriodStart  PIC 9(8).
               03  TblPeriodEnd    PIC 9(8).
               03  TblPeriodStatus PIC X.
                   88  TblPeriodClosed     VALUE "C".
               03  TblClosedDate   PIC 9(8).
       01  OtherIdx            PIC 9(3)    VALUE ZERO.

       01  MaintPeriod         PIC 9(6)    VALUE ZERO.
       01  MaintStartDate      PIC 9(8)    VALUE ZERO.
       01  MaintEndDate        PIC 9(8)    VALUE ZERO.

       01  PeriodFound         PIC X       VALUE "N".
           88  PeriodOnFile            VALUE "Y"  WHEN SET TO FALSE "N".
       01  PeriodOverlap       PIC X       VALUE "N".
           88  PeriodOverlaps          VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadPeriodTable

            DISPLAY "Fiscal periods on file: ", PeriodCount
            PERFORM DisplayPeriodList

            PERFORM PromptForPeriod *> Init loop.
            PERFORM PromptForPeriod
                UNTIL MaintPeriod = ZERO *> Loop.

            PERFORM RewritePeriodFile

            *> Print the file back for visual validation.
            DISPLAY "Fiscal periods now on file:"
            PERFORM DisplayPeriodList

            STOP RUN.

       LoadPeriodTable.
           OPEN INPUT FiscalPeriodFile
           IF FiscalPeriodFileStatus NOT = "00"
               DISPLAY "No FiscalPeriods.dat yet; starting a new ",
                   "fiscal calendar."
           ELSE
               PERFORM ReadFiscalPeriodLine
               PERFORM UNTIL FiscalPeriodFileEnd
                   ADD 1 TO PeriodCount
                   MOVE PeriodNumber    TO TblPeriodNumber(PeriodCount)
                   MOVE PeriodStartDate TO TblPeriodStart(PeriodCount)
                   MOVE PeriodEndDate   TO TblPeriodEnd(PeriodCount)
                   MOVE PeriodStatus    TO TblPeriodStatus(PeriodCount)
                   MOVE PeriodClosedDate
                       TO TblClosedDate(PeriodCount)
                   PERFORM ReadFiscalPeriodLine
               END-PERFORM
               CLOSE FiscalPeriodFile
           END-IF.

       ReadFiscalPeriodLine.
           READ FiscalPeriodFile
               AT END SET FiscalPeriodFileEnd TO TRUE
           END-READ.

       DisplayPeriodList.
           PERFORM DisplayPeriodEntry
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount.

       DisplayPeriodEntry.
           IF TblPeriodStart(PeriodIdx) NOT = ZERO
               IF TblPeriodClosed(PeriodIdx)
                   DISPLAY TblPeriodNumber(PeriodIdx), "  ",
                       TblPeriodStart(PeriodIdx), " to ",
                       TblPeriodEnd(PeriodIdx), "  CLOSED ",
                       TblClosedDate(PeriodIdx)
               ELSE
                   DISPLAY TblPeriodNumber(PeriodIdx), "  ",
                       TblPeriodStart(PeriodIdx), " to ",
                       TblPeriodEnd(PeriodIdx), "  OPEN"
               END-IF
           END-IF.

       PromptForPeriod.
           DISPLAY "Enter the period (YYYYPP) to add or change, ",
                   "000000 to finish: "
           ACCEPT MaintPeriod
           IF MaintPeriod NOT = ZERO
               PERFORM FindPeriodEntry
               EVALUATE TRUE
                   WHEN PeriodOnFile AND TblPeriodClosed(PeriodIdx)
                       DISPLAY "Period ", MaintPeriod, " was closed ",
                           "on ", TblClosedDate(PeriodIdx),
                           " and cannot be changed."
                   WHEN PeriodOnFile
                       DISPLAY "Current: "
                       PERFORM DisplayPeriodEntry
                       PERFORM GetPeriodDates
                   WHEN OTHER
                       DISPLAY "Adding period ", MaintPeriod, "."
                       PERFORM GetPeriodDates
               END-EVALUATE
           END-IF.

      *> The dates are proved before anything in the table changes,
      *> so a refused entry leaves the period as it was.
       GetPeriodDates.
           DISPLAY "Enter the first day (YYYYMMDD), 0 to drop the ",
                   "period: "
           ACCEPT MaintStartDate
           IF MaintStartDate = ZERO
               IF PeriodOnFile
                   MOVE ZERO TO TblPeriodStart(PeriodIdx)
                   DISPLAY "Period will be dropped from the file."
               END-IF
           ELSE
               DISPLAY "Enter the last day (YYYYMMDD): "
               ACCEPT MaintEndDate
               PERFORM CheckPeriodOverlap
               EVALUATE TRUE
                   WHEN MaintEndDate < MaintStartDate
                       DISPLAY "The last day precedes the first; ",
                           "period not changed."
                   WHEN PeriodOverlaps
                       DISPLAY "Those dates overlap period ",
                           TblPeriodNumber(OtherIdx),
                           "; period not changed."
                   WHEN OTHER
                       IF NOT PeriodOnFile
                           ADD 1 TO PeriodCount
                           SET PeriodIdx TO PeriodCount
                           MOVE MaintPeriod
                               TO TblPeriodNumber(PeriodIdx)
                           MOVE "O" TO TblPeriodStatus(PeriodIdx)
                           MOVE ZERO TO TblClosedDate(PeriodIdx)
                       END-IF
                       MOVE MaintStartDate TO TblPeriodStart(PeriodIdx)
                       MOVE MaintEndDate   TO TblPeriodEnd(PeriodIdx)
               END-EVALUATE
           END-IF.

       FindPeriodEntry.
           SET PeriodOnFile TO FALSE
           SET PeriodIdx TO 1
           SEARCH PeriodEntry
               AT END
                   CONTINUE
               WHEN TblPeriodNumber(PeriodIdx) = MaintPeriod
                   AND TblPeriodStart(PeriodIdx) NOT = ZERO
                   SET PeriodOnFile TO TRUE
           END-SEARCH.

      *> Any other live period sharing a day with the keyed dates.
       CheckPeriodOverlap.
           SET PeriodOverlaps TO FALSE
           PERFORM VARYING OtherIdx FROM 1 BY 1
               UNTIL OtherIdx > PeriodCount OR PeriodOverlaps
               IF TblPeriodNumber(OtherIdx) NOT = MaintPeriod
                   AND TblPeriodStart(OtherIdx) NOT = ZERO
                   AND MaintStartDate <= TblPeriodEnd(OtherIdx)
                   AND MaintEndDate >= TblPeriodStart(OtherIdx)
                   SET PeriodOverlaps TO TRUE
               END-IF
           END-PERFORM
           IF PeriodOverlaps
               SUBTRACT 1 FROM OtherIdx
           END-IF.

       RewritePeriodFile.
           OPEN OUTPUT FiscalPeriodFile
           PERFORM WritePeriodEntry
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
           CLOSE FiscalPeriodFile.

       WritePeriodEntry.
           IF TblPeriodStart(PeriodIdx) NOT = ZERO
               MOVE TblPeriodNumber(PeriodIdx) TO PeriodNumber
               MOVE TblPeriodStart(PeriodIdx)  TO PeriodStartDate
               MOVE TblPeriodEnd(PeriodIdx)    TO PeriodEndDate
               MOVE TblPeriodStatus(PeriodIdx) TO PeriodStatus
               MOVE TblClosedDate(PeriodIdx)   TO PeriodClosedDate
               WRITE FiscalPeriodRecord
           END-IF.

       END PROGRAM MAINTAIN-FISCAL-PERIODS.
