      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Monthly write-off report. Lists the write-offs on
      *    WriteOffRequests.dat approved in a given month, with who
      *    asked and who approved, then totals them by reason code -
      *    damaged, expired, obsolete - in units and cost, so the
      *    losses behind the write-off expense account can be seen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WriteOffFile ASSIGN TO "WriteOffRequests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  WriteOffFile.
       01  WriteOffRecord.
           88  WriteOffFileEnd     VALUE HIGH-VALUES.
           02  WONumber            PIC 9(6).
           02  WOGadgetID          PIC 9(6).
           02  WOWarehouse         PIC X(4).
           02  WOQty               PIC 9(4).
           02  WOReason            PIC X(4).
           02  WORequestedBy       PIC X(3).
           02  WORequestDate       PIC 9(8).
           02  WOStatus            PIC X.
               88  WOApproved          VALUE "A".
               88  WOPending           VALUE "P".
           02  WODecidedBy         PIC X(3).
           02  WODecisionDate      PIC 9(8).
           02  WODecisionMonth REDEFINES WODecisionDate.
               03  WODecisionYYYYMM PIC 9(6).
               03  FILLER          PIC 9(2).
           02  WOCategory          PIC X(4).
           02  WOValue             PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  WriteOffFileStatus  PIC X(02)   VALUE ZEROES.

       01  ReportMonth         PIC 9(6)    VALUE ZERO.

       *> One total line per reason code met in the month, the three
       *> standard codes first so they always print.
       01  ReasonCount         PIC 99      VALUE 3.
       01  ReasonTable.
           02  ReasonEntry OCCURS 1 TO 20 TIMES
                           DEPENDING ON ReasonCount
                           INDEXED BY ReasonIdx.
               03  TblReasonCode   PIC X(4).
               03  TblReasonName   PIC X(10).
               03  TblReasonLines  PIC 9(5).
               03  TblReasonUnits  PIC 9(7).
               03  TblReasonValue  PIC 9(9)V99.

       01  LinesListed         PIC 9(5)    VALUE ZERO.
       01  PendingCount        PIC 9(5)    VALUE ZERO.
       01  TotalUnits          PIC 9(7)    VALUE ZERO.
       01  TotalValue          PIC 9(9)V99 VALUE ZERO.

       01  WriteOffHeaderLine.
           02  FILLER          PIC X(38)
               VALUE "NUMBER GADGET WHSE  QTY REAS CAT  ASK ".
           02  FILLER          PIC X(26)
               VALUE "APP DECIDED          VALUE".

       01  WriteOffItemLine.
           02  ItemNumber      PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemGadgetID    PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemWarehouse   PIC X(4).
           02  ItemQty         PIC Z,ZZ9.
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemReason      PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemCategory    PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemRequestedBy PIC X(3).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemDecidedBy   PIC X(3).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemDecisionDate PIC 9(8).
           02  ItemValue       PIC Z,ZZZ,ZZ9.99.

       01  ReasonTotalLine.
           02  TotReasonCode   PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  TotReasonName   PIC X(10).
           02  TotLines        PIC ZZ,ZZ9.
           02  FILLER          PIC X(7)    VALUE " lines ".
           02  TotUnits        PIC Z,ZZZ,ZZ9.
           02  FILLER          PIC X(7)    VALUE " units ".
           02  TotValue        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT WriteOffFile
            IF WriteOffFileStatus NOT = "00" AND WriteOffFileStatus
                NOT = "05" AND WriteOffFileStatus NOT = "07"
                DISPLAY "Cannot open WriteOffRequests.dat, status "
                    WriteOffFileStatus "; write-off report aborted."
                STOP RUN
            END-IF
            DISPLAY "Report write-offs approved in which month ",
                "(YYYYMM): "
            ACCEPT ReportMonth
            PERFORM SetUpReasonTable

            DISPLAY "Write-offs approved in ", ReportMonth
            DISPLAY WriteOffHeaderLine
            PERFORM ReadWriteOffLine
            PERFORM UNTIL WriteOffFileEnd
                IF WOApproved AND WODecisionYYYYMM = ReportMonth
                    PERFORM ListOneWriteOff
                END-IF
                IF WOPending
                    ADD 1 TO PendingCount
                END-IF
                PERFORM ReadWriteOffLine
            END-PERFORM
            CLOSE WriteOffFile

            DISPLAY SPACE
            DISPLAY "Totals by reason:"
            PERFORM DisplayReasonTotal
                VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > ReasonCount
            MOVE "ALL " TO TotReasonCode
            MOVE SPACES TO TotReasonName
            MOVE LinesListed TO TotLines
            MOVE TotalUnits TO TotUnits
            MOVE TotalValue TO TotValue
            DISPLAY ReasonTotalLine
            IF PendingCount > ZERO
                DISPLAY "Requests still awaiting approval: ",
                    PendingCount, "."
            END-IF

            STOP RUN.

       SetUpReasonTable.
           MOVE "DAMG"       TO TblReasonCode(1)
           MOVE "DAMAGED"    TO TblReasonName(1)
           MOVE "EXPD"       TO TblReasonCode(2)
           MOVE "EXPIRED"    TO TblReasonName(2)
           MOVE "OBSO"       TO TblReasonCode(3)
           MOVE "OBSOLETE"   TO TblReasonName(3)
           PERFORM VARYING ReasonIdx FROM 1 BY 1
               UNTIL ReasonIdx > ReasonCount
               MOVE ZERO TO TblReasonLines(ReasonIdx)
               MOVE ZERO TO TblReasonUnits(ReasonIdx)
               MOVE ZERO TO TblReasonValue(ReasonIdx)
           END-PERFORM.

       ReadWriteOffLine.
           READ WriteOffFile
               AT END SET WriteOffFileEnd TO TRUE
           END-READ.

       ListOneWriteOff.
           MOVE WONumber       TO ItemNumber
           MOVE WOGadgetID     TO ItemGadgetID
           MOVE WOWarehouse    TO ItemWarehouse
           MOVE WOQty          TO ItemQty
           MOVE WOReason       TO ItemReason
           MOVE WOCategory     TO ItemCategory
           MOVE WORequestedBy  TO ItemRequestedBy
           MOVE WODecidedBy    TO ItemDecidedBy
           MOVE WODecisionDate TO ItemDecisionDate
           MOVE WOValue        TO ItemValue
           DISPLAY WriteOffItemLine
           ADD 1 TO LinesListed
           ADD WOQty TO TotalUnits
           ADD WOValue TO TotalValue
           PERFORM FindReasonEntry
           ADD 1 TO TblReasonLines(ReasonIdx)
           ADD WOQty TO TblReasonUnits(ReasonIdx)
           ADD WOValue TO TblReasonValue(ReasonIdx).

      *> A code outside the standard three gets a line of its own.
       FindReasonEntry.
           SET ReasonIdx TO 1
           SEARCH ReasonEntry
               AT END
                   ADD 1 TO ReasonCount
                   SET ReasonIdx TO ReasonCount
                   MOVE WOReason TO TblReasonCode(ReasonIdx)
                   MOVE "OTHER"  TO TblReasonName(ReasonIdx)
                   MOVE ZERO TO TblReasonLines(ReasonIdx)
                   MOVE ZERO TO TblReasonUnits(ReasonIdx)
                   MOVE ZERO TO TblReasonValue(ReasonIdx)
               WHEN TblReasonCode(ReasonIdx) = WOReason
                   CONTINUE
           END-SEARCH.

       DisplayReasonTotal.
           MOVE TblReasonCode(ReasonIdx)  TO TotReasonCode
           MOVE TblReasonName(ReasonIdx)  TO TotReasonName
           MOVE TblReasonLines(ReasonIdx) TO TotLines
           MOVE TblReasonUnits(ReasonIdx) TO TotUnits
           MOVE TblReasonValue(ReasonIdx) TO TotValue
           DISPLAY ReasonTotalLine.

       END PROGRAM WRITE-OFF-REPORT.
