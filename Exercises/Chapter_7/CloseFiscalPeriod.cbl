      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/28/2021
      * Purpose: Accounting's period close. Closes the earliest open
      *    period on FiscalPeriods.dat once it has ended, after
      *    checking that INVENTORY-VOUCHER-GENERATOR has posted the
      *    valuations through its last day. From then on the posting
      *    programs refuse any movement dated inside it, so the GL and
      *    ValuationHistory.dat can no longer drift apart. Periods
      *    close strictly in order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-FISCAL-PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FiscalPeriodFile ASSIGN TO "FiscalPeriods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FiscalPeriodFileStatus.

           *> The run date the last inventory voucher batch posted
           *> through, as INVENTORY-VOUCHER-GENERATOR leaves it.
           SELECT CursorFile ASSIGN TO "PostedValuationCursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CursorFileStatus.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
               ASSIGN TO "OperationsLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  CursorFile.
       01  CursorRecord            PIC 9(8).

       FD  OperationsLogFile.
       01  OperationsLogRecord.
           02  EventDate           PIC 9(8).
           02  EventTime           PIC 9(6).
           02  EventProgram        PIC X(30).
           02  EventSeverity       PIC X.
           02  EventMessage        PIC X(60).

       WORKING-STORAGE SECTION.
       01  FiscalPeriodFileStatus PIC X(02) VALUE ZEROES.
       01  CursorFileStatus    PIC X(02)   VALUE ZEROES.

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

       *> The period to close: the open one starting earliest.
       01  ClosePosition       PIC 9(3)    VALUE ZERO.
       01  TodaysNumericDate   PIC 9(8)    VALUE ZERO.
       01  PostedThroughDate   PIC 9(8)    VALUE ZERO.

       01  CloseAnswer         PIC X       VALUE "N".
           88  CloseConfirmed          VALUE "Y" "y".

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01  EventTimeRaw        PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT FiscalPeriodFile
            IF FiscalPeriodFileStatus NOT = "00"
                AND FiscalPeriodFileStatus NOT = "05"
                AND FiscalPeriodFileStatus NOT = "07"
                DISPLAY "Cannot open FiscalPeriods.dat, status "
                    FiscalPeriodFileStatus "; period close aborted."
                STOP RUN
            END-IF
            PERFORM LoadPeriodTable
            ACCEPT TodaysNumericDate FROM DATE YYYYMMDD

            PERFORM FindEarliestOpenPeriod
            IF ClosePosition = ZERO
                DISPLAY "Every period on FiscalPeriods.dat is ",
                    "already closed; define the next one first."
                STOP RUN
            END-IF
            SET PeriodIdx TO ClosePosition
            DISPLAY "Earliest open period: ",
                TblPeriodNumber(PeriodIdx), "  ",
                TblPeriodStart(PeriodIdx), " to ",
                TblPeriodEnd(PeriodIdx)
            IF TblPeriodEnd(PeriodIdx) >= TodaysNumericDate
                DISPLAY "Period ", TblPeriodNumber(PeriodIdx),
                    " has not ended yet; period close aborted."
                STOP RUN
            END-IF

            PERFORM LoadPostedThroughDate
            IF PostedThroughDate < TblPeriodEnd(PeriodIdx)
                DISPLAY "WARNING: inventory vouchers are posted only ",
                    "through ", PostedThroughDate, "; run ",
                    "INVENTORY-VOUCHER-GENERATOR before closing."
            END-IF
            DISPLAY "Enter Y to close period ",
                TblPeriodNumber(PeriodIdx), " to further postings: "
            ACCEPT CloseAnswer
            IF NOT CloseConfirmed
                DISPLAY "Period left open."
                STOP RUN
            END-IF

            MOVE "C" TO TblPeriodStatus(PeriodIdx)
            MOVE TodaysNumericDate TO TblClosedDate(PeriodIdx)
            PERFORM RewritePeriodFile

            DISPLAY "Period ", TblPeriodNumber(PeriodIdx),
                " closed; movements dated ", TblPeriodStart(PeriodIdx),
                " to ", TblPeriodEnd(PeriodIdx), " are now refused."
            MOVE "I" TO EventSeverity
            MOVE SPACES TO EventMessage
            STRING "Fiscal period " DELIMITED BY SIZE
                TblPeriodNumber(PeriodIdx) DELIMITED BY SIZE
                " closed to postings" DELIMITED BY SIZE
                INTO EventMessage
            END-STRING
            PERFORM WriteOperationsEvent

            STOP RUN.

       LoadPeriodTable.
           PERFORM ReadFiscalPeriodLine
           PERFORM UNTIL FiscalPeriodFileEnd
               ADD 1 TO PeriodCount
               MOVE PeriodNumber     TO TblPeriodNumber(PeriodCount)
               MOVE PeriodStartDate  TO TblPeriodStart(PeriodCount)
               MOVE PeriodEndDate    TO TblPeriodEnd(PeriodCount)
               MOVE PeriodStatus     TO TblPeriodStatus(PeriodCount)
               MOVE PeriodClosedDate TO TblClosedDate(PeriodCount)
               PERFORM ReadFiscalPeriodLine
           END-PERFORM
           CLOSE FiscalPeriodFile.

       ReadFiscalPeriodLine.
           READ FiscalPeriodFile
               AT END SET FiscalPeriodFileEnd TO TRUE
           END-READ.

       FindEarliestOpenPeriod.
           MOVE ZERO TO ClosePosition
           PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
               IF NOT TblPeriodClosed(PeriodIdx)
                   IF ClosePosition = ZERO
                       SET ClosePosition TO PeriodIdx
                   ELSE
                       IF TblPeriodStart(PeriodIdx)
                           < TblPeriodStart(ClosePosition)
                           SET ClosePosition TO PeriodIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> No cursor file means no voucher batch has posted at all.
       LoadPostedThroughDate.
           MOVE ZERO TO PostedThroughDate
           OPEN INPUT CursorFile
           IF CursorFileStatus = "00"
               READ CursorFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CursorRecord TO PostedThroughDate
               END-READ
               CLOSE CursorFile
           END-IF.

       RewritePeriodFile.
           OPEN OUTPUT FiscalPeriodFile
           PERFORM WritePeriodEntry
               VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > PeriodCount
           CLOSE FiscalPeriodFile
           SET PeriodIdx TO ClosePosition.

       WritePeriodEntry.
           MOVE TblPeriodNumber(PeriodIdx) TO PeriodNumber
           MOVE TblPeriodStart(PeriodIdx)  TO PeriodStartDate
           MOVE TblPeriodEnd(PeriodIdx)    TO PeriodEndDate
           MOVE TblPeriodStatus(PeriodIdx) TO PeriodStatus
           MOVE TblClosedDate(PeriodIdx)   TO PeriodClosedDate
           WRITE FiscalPeriodRecord.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "CLOSE-FISCAL-PERIOD" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

       END PROGRAM CLOSE-FISCAL-PERIOD.
