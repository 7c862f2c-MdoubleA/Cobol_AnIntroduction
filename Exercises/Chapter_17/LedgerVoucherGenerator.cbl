      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Daily run that carries the student ledger's own
      *          activity - payments, refunds, aid and sponsor
      *          credits, late fees, adjustments - to the general
      *          ledger. Picks up only the StudentLedger.dat lines
      *          added since the last run (its cursor is kept on
      *          LedgerGLCursor.dat), maps each ledger type to its
      *          offset account through the chart of accounts
      *          (LDG-P, LDG-R and so on) against the receivable,
      *          and appends one balanced batch to LedgerVouchers.dat
      *          in the GLVoucherGenerator layout. Lines already
      *          vouchered elsewhere - tuition charges from the
      *          billing extract, the flat-rate band adjustment,
      *          write-offs and agency recoveries - are counted but
      *          not posted again. A summary by ledger type ties
      *          the lines read to what was vouchered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerVoucherGenerator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.

           *> How many ledger lines earlier runs have already posted.
           SELECT OPTIONAL CursorFile
             ASSIGN TO "./Exercises/Chapter_17/LedgerGLCursor.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CursorFileStatus.

           *> AR for the receivable, LDG- plus the ledger type for
           *> each type's offset account.
           SELECT ChartFile
             ASSIGN TO "./Exercises/Chapter_17/ChartOfAccounts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ChartFileStatus.

           *> Each daily run appends its own balanced batch.
           SELECT OPTIONAL VoucherFile
             ASSIGN TO "./Exercises/Chapter_17/LedgerVouchers.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
               88 LedgerCharge    VALUE "C".
               88 LedgerLateFee   VALUE "F".
               88 LedgerAdjust    VALUE "A".
               88 LedgerPayment   VALUE "P".
               88 LedgerWriteOff  VALUE "W".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
               88 PositiveAdjust  VALUE "+".
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

       FD CursorFile.
       01 CursorRecord.
           88 EOCursorFile VALUE HIGH-VALUES.
           02 CursorLineCount PIC 9(9).
           02 CursorRunDate   PIC 9(8).

       FD ChartFile.
       01 ChartFileRecord.
           88 EOChartFile VALUE HIGH-VALUES.
           02 ChartSourceCode PIC X(6).
           02 ChartAccount    PIC X(8).

       FD VoucherFile.
       01 VoucherRecord PIC X(40).

       WORKING-STORAGE SECTION.
       01 LedgerFileStatus PIC X(02) VALUE ZEROES.
       01 CursorFileStatus PIC X(02) VALUE ZEROES.
       01 ChartFileStatus  PIC X(02) VALUE ZEROES.

       *> The ledger types in the order the summary prints them.
       01 LedgerTypeNames.
           02 FILLER PIC X(16) VALUE "CCharges        ".
           02 FILLER PIC X(16) VALUE "FLate fees      ".
           02 FILLER PIC X(16) VALUE "AAdjustments    ".
           02 FILLER PIC X(16) VALUE "PPayments       ".
           02 FILLER PIC X(16) VALUE "RRefunds        ".
           02 FILLER PIC X(16) VALUE "DAid credits    ".
           02 FILLER PIC X(16) VALUE "SSponsor credits".
           02 FILLER PIC X(16) VALUE "WWrite-offs     ".
       01 LedgerTypeTable REDEFINES LedgerTypeNames.
           02 LedgerTypeEntry OCCURS 8 TIMES INDEXED BY TypeIdx.
               03 TypeCode  PIC X.
               03 TypeLabel PIC X(15).

       *> What each type contributed this run: everything read, the
       *> part that raises the receivable, the part that lowers it,
       *> and the part some other program has already vouchered.
       01 TypeTotals.
           02 TypeTotalEntry OCCURS 8 TIMES.
               03 TypeLineCount     PIC 9(7).
               03 TypeReadAmount    PIC 9(9)V99.
               03 TypeIncrease      PIC 9(9)V99.
               03 TypeDecrease      PIC 9(9)V99.
               03 TypeElsewhere     PIC 9(9)V99.
               03 TypeOffsetAccount PIC X(8).

       01 ReceivableAccount PIC X(8) VALUE SPACES.
       01 WantedChartCode.
           02 FILLER          PIC X(4) VALUE "LDG-".
           02 WantedTypeCode  PIC X.
           02 FILLER          PIC X    VALUE SPACE.

       01 LinesAlreadyPosted PIC 9(9) VALUE ZERO.
       01 LedgerLineCount    PIC 9(9) VALUE ZERO.
       01 NewLineCount       PIC 9(9) VALUE ZERO.
       01 FirstNewLine       PIC 9(9) VALUE ZERO.
       01 UnknownTypeCount   PIC 9(5) VALUE ZERO.
       01 UnmappedCount      PIC 9(3) VALUE ZERO.
       01 FirstLedgerDate    PIC 9(8) VALUE ZERO.
       01 LastLedgerDate     PIC 9(8) VALUE ZERO.

       *> An agency recovery is a W "+" line followed by its P line;
       *> both were vouchered when the remittance was posted.
       01 RecoveryKey.
           02 RecoveryStudentID PIC X(9)  VALUE SPACES.
           02 RecoveryReference PIC X(10) VALUE SPACES.

       01 LineFound PIC X VALUE "N".
           88 LedgerTypeKnown VALUE "Y" WHEN SET TO FALSE "N".
       01 ElsewhereSwitch PIC X VALUE "N".
           88 VoucheredElsewhere VALUE "Y" WHEN SET TO FALSE "N".

       01 VoucherCount PIC 9(3) VALUE ZERO.
       01 VoucherTable.
           02 VoucherEntry OCCURS 1 TO 40 TIMES
                           DEPENDING ON VoucherCount
                           INDEXED BY VouIdx.
               03 VouSide    PIC X(2).
               03 VouAccount PIC X(8).
               03 VouAmount  PIC 9(9)V99.

       01 DebitTotal  PIC 9(11)V99 VALUE ZERO.
       01 CreditTotal PIC 9(11)V99 VALUE ZERO.
       01 HashTotal   PIC 9(11)V99 VALUE ZERO.
       01 BatchDate   PIC 9(8) VALUE ZERO.

       01 VoucherHeader.
           02 FILLER          PIC X       VALUE "H".
           02 HeaderDate      PIC 9(8).
           02 FILLER          PIC X(31)   VALUE SPACES.

       01 VoucherDetail.
           02 FILLER          PIC X       VALUE "D".
           02 DetailSide      PIC X(2).
           02 DetailAccount   PIC X(8).
           02 DetailAmount    PIC 9(11).
           02 FILLER          PIC X(18)   VALUE SPACES.

       01 VoucherTrailer.
           02 FILLER          PIC X       VALUE "T".
           02 TrailerCount    PIC 9(5).
           02 TrailerHash     PIC 9(13).
           02 FILLER          PIC X(21)   VALUE SPACES.

       01 AmountInCents PIC 9(11) VALUE ZERO.
       01 HashInCents   PIC 9(13) VALUE ZERO.

       01 ReadTotal      PIC 9(11)V99 VALUE ZERO.
       01 PostedTotal    PIC 9(11)V99 VALUE ZERO.
       01 ElsewhereTotal PIC 9(11)V99 VALUE ZERO.
       01 TypePosted     PIC 9(11)V99 VALUE ZERO.

       01 SummaryLine.
           02 SumLabel     PIC X(16).
           02 SumLines     PIC Z,ZZZ,ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SumRead      PIC $$$$,$$$,$$9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SumPosted    PIC $$$$,$$$,$$9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 SumElsewhere PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadChartOfAccounts
           IF ReceivableAccount = SPACES
               DISPLAY "ChartOfAccounts.dat has no AR line; voucher "
                   "batch not written."
               STOP RUN
           END-IF

           OPEN INPUT CursorFile
           IF CursorFileStatus = "00"
               READ CursorFile
                   AT END SET EOCursorFile TO TRUE
               END-READ
               IF NOT EOCursorFile
                   MOVE CursorLineCount TO LinesAlreadyPosted
               END-IF
           END-IF
           CLOSE CursorFile

           MOVE ZEROES TO TypeTotals
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00"
               AND LedgerFileStatus NOT = "05"
               AND LedgerFileStatus NOT = "07"
               DISPLAY "Cannot open StudentLedger.dat, status "
                   LedgerFileStatus "; voucher batch not written."
               STOP RUN
           END-IF
           PERFORM ReadLedgerLine
           PERFORM UNTIL EOLedgerFile
               ADD 1 TO LedgerLineCount
               IF LedgerLineCount > LinesAlreadyPosted
                   PERFORM TallyLedgerLine
               END-IF
               PERFORM ReadLedgerLine
           END-PERFORM
           CLOSE LedgerFile

           IF LedgerLineCount < LinesAlreadyPosted
               DISPLAY "StudentLedger.dat has ", LedgerLineCount,
                   " lines but ", LinesAlreadyPosted,
                   " were already posted; the ledger has been cut "
                   "back. Voucher batch not written."
               STOP RUN
           END-IF
           IF NewLineCount = ZERO
               DISPLAY "No ledger activity since the last run."
               STOP RUN
           END-IF
           IF UnknownTypeCount NOT = ZERO
               DISPLAY "Ledger lines of unknown type: ",
                   UnknownTypeCount, "; voucher batch not written."
               STOP RUN
           END-IF

           PERFORM BuildTypeVouchers
               VARYING TypeIdx FROM 1 BY 1 UNTIL TypeIdx > 8
           IF UnmappedCount NOT = ZERO
               DISPLAY "Ledger types with no chart entry: ",
                   UnmappedCount, "; voucher batch not written."
               STOP RUN
           END-IF
           IF DebitTotal NOT = CreditTotal
               DISPLAY "Debits ", DebitTotal, " do not equal "
                   "credits ", CreditTotal,
                   "; voucher batch not written."
               STOP RUN
           END-IF

           ACCEPT BatchDate FROM DATE YYYYMMDD
           IF VoucherCount > ZERO
               PERFORM WriteVoucherBatch
           END-IF
           PERFORM AdvanceCursor
           PERFORM PrintTypeSummary
           STOP RUN.

       LoadChartOfAccounts.
           OPEN INPUT ChartFile
           IF ChartFileStatus = "00" OR ChartFileStatus = "05"
               OR ChartFileStatus = "07"
               PERFORM ReadChartLine
               PERFORM UNTIL EOChartFile
                   IF ChartSourceCode = "AR"
                       MOVE ChartAccount TO ReceivableAccount
                   END-IF
                   PERFORM ReadChartLine
               END-PERFORM
               CLOSE ChartFile
           END-IF.

       ReadChartLine.
           READ ChartFile
               AT END SET EOChartFile TO TRUE.

       ReadLedgerLine.
           READ LedgerFile
               AT END SET EOLedgerFile TO TRUE.

       TallyLedgerLine.
           ADD 1 TO NewLineCount
           IF FirstLedgerDate = ZERO OR LedgerDate < FirstLedgerDate
               MOVE LedgerDate TO FirstLedgerDate
           END-IF
           IF LedgerDate > LastLedgerDate
               MOVE LedgerDate TO LastLedgerDate
           END-IF
           SET LedgerTypeKnown TO FALSE
           SET TypeIdx TO 1
           SEARCH LedgerTypeEntry
               AT END
                   CONTINUE
               WHEN TypeCode(TypeIdx) = LedgerType
                   SET LedgerTypeKnown TO TRUE
           END-SEARCH
           IF NOT LedgerTypeKnown
               DISPLAY "Ledger line ", LedgerLineCount,
                   " has unknown type ", LedgerType
               ADD 1 TO UnknownTypeCount
           ELSE
               ADD 1 TO TypeLineCount(TypeIdx)
               ADD LedgerAmount TO TypeReadAmount(TypeIdx)
               PERFORM CheckVoucheredElsewhere
               EVALUATE TRUE
                   WHEN VoucheredElsewhere
                       ADD LedgerAmount TO TypeElsewhere(TypeIdx)
                   WHEN LedgerCharge OR LedgerLateFee
                       ADD LedgerAmount TO TypeIncrease(TypeIdx)
                   WHEN LedgerAdjust AND NegativeAdjust
                       ADD LedgerAmount TO TypeDecrease(TypeIdx)
                   WHEN LedgerAdjust
                       ADD LedgerAmount TO TypeIncrease(TypeIdx)
                   WHEN OTHER
                       ADD LedgerAmount TO TypeDecrease(TypeIdx)
               END-EVALUATE
           END-IF.

      *> Tuition charges (all but the payment plan fee) and the
      *> flat-rate band adjustment reach the GL through the billing
      *> extract; write-offs and recoveries carry their own batches.
       CheckVoucheredElsewhere.
           SET VoucheredElsewhere TO FALSE
           EVALUATE TRUE
               WHEN LedgerCharge AND LedgerReference NOT = "PLANFEE"
                   SET VoucheredElsewhere TO TRUE
               WHEN LedgerAdjust AND LedgerReference = "FLATRATE"
                   SET VoucheredElsewhere TO TRUE
               WHEN LedgerWriteOff
                   SET VoucheredElsewhere TO TRUE
               WHEN LedgerPayment
                   AND LedgerStudentID = RecoveryStudentID
                   AND LedgerReference = RecoveryReference
                   SET VoucheredElsewhere TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO RecoveryKey
           IF LedgerWriteOff AND PositiveAdjust
               MOVE LedgerStudentID TO RecoveryStudentID
               MOVE LedgerReference TO RecoveryReference
           END-IF.

      *> A type that raises the receivable debits AR and credits its
      *> offset account; one that lowers it posts the other way.
       BuildTypeVouchers.
           IF TypeIncrease(TypeIdx) > ZERO
               OR TypeDecrease(TypeIdx) > ZERO
               PERFORM LookupTypeAccount
           END-IF
           IF TypeIncrease(TypeIdx) > ZERO
               AND TypeOffsetAccount(TypeIdx) NOT = SPACES
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE ReceivableAccount TO VouAccount(VoucherCount)
               MOVE TypeIncrease(TypeIdx) TO VouAmount(VoucherCount)
               ADD 1 TO VoucherCount
               MOVE "CR" TO VouSide(VoucherCount)
               MOVE TypeOffsetAccount(TypeIdx)
                   TO VouAccount(VoucherCount)
               MOVE TypeIncrease(TypeIdx) TO VouAmount(VoucherCount)
               ADD TypeIncrease(TypeIdx) TO DebitTotal
               ADD TypeIncrease(TypeIdx) TO CreditTotal
               ADD TypeIncrease(TypeIdx) TO HashTotal
               ADD TypeIncrease(TypeIdx) TO HashTotal
           END-IF
           IF TypeDecrease(TypeIdx) > ZERO
               AND TypeOffsetAccount(TypeIdx) NOT = SPACES
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE TypeOffsetAccount(TypeIdx)
                   TO VouAccount(VoucherCount)
               MOVE TypeDecrease(TypeIdx) TO VouAmount(VoucherCount)
               ADD 1 TO VoucherCount
               MOVE "CR" TO VouSide(VoucherCount)
               MOVE ReceivableAccount TO VouAccount(VoucherCount)
               MOVE TypeDecrease(TypeIdx) TO VouAmount(VoucherCount)
               ADD TypeDecrease(TypeIdx) TO DebitTotal
               ADD TypeDecrease(TypeIdx) TO CreditTotal
               ADD TypeDecrease(TypeIdx) TO HashTotal
               ADD TypeDecrease(TypeIdx) TO HashTotal
           END-IF.

       LookupTypeAccount.
           MOVE TypeCode(TypeIdx) TO WantedTypeCode
           MOVE SPACES TO TypeOffsetAccount(TypeIdx)
           OPEN INPUT ChartFile
           IF ChartFileStatus = "00" OR ChartFileStatus = "05"
               OR ChartFileStatus = "07"
               PERFORM ReadChartLine
               PERFORM UNTIL EOChartFile
                   IF ChartSourceCode = WantedChartCode
                       MOVE ChartAccount TO TypeOffsetAccount(TypeIdx)
                   END-IF
                   PERFORM ReadChartLine
               END-PERFORM
               CLOSE ChartFile
           END-IF
           IF TypeOffsetAccount(TypeIdx) = SPACES
               DISPLAY "No chart entry for source code ",
                   WantedChartCode
               ADD 1 TO UnmappedCount
           END-IF.

       WriteVoucherBatch.
           OPEN EXTEND VoucherFile
           MOVE BatchDate TO HeaderDate
           MOVE VoucherHeader TO VoucherRecord
           WRITE VoucherRecord
           PERFORM WriteOneVoucherRecord
               VARYING VouIdx FROM 1 BY 1
               UNTIL VouIdx > VoucherCount
           MOVE VoucherCount TO TrailerCount
           MULTIPLY HashTotal BY 100 GIVING HashInCents
           MOVE HashInCents TO TrailerHash
           MOVE VoucherTrailer TO VoucherRecord
           WRITE VoucherRecord
           CLOSE VoucherFile.

       WriteOneVoucherRecord.
           MOVE VouSide(VouIdx)    TO DetailSide
           MOVE VouAccount(VouIdx) TO DetailAccount
           MULTIPLY VouAmount(VouIdx) BY 100 GIVING AmountInCents
           MOVE AmountInCents      TO DetailAmount
           MOVE VoucherDetail      TO VoucherRecord
           WRITE VoucherRecord.

       AdvanceCursor.
           OPEN OUTPUT CursorFile
           MOVE LedgerLineCount TO CursorLineCount
           MOVE BatchDate       TO CursorRunDate
           WRITE CursorRecord
           CLOSE CursorFile.

       PrintTypeSummary.
           DISPLAY "STUDENT LEDGER TO GL - ", BatchDate
           ADD 1 TO LinesAlreadyPosted GIVING FirstNewLine
           DISPLAY "Ledger lines ", FirstNewLine, " to ",
               LedgerLineCount, ", dated ", FirstLedgerDate,
               " to ", LastLedgerDate
           DISPLAY " "
           DISPLAY "Ledger type        Lines        Ledger amount"
               "         Vouchered    Posted elsewhere"
           PERFORM PrintOneTypeLine
               VARYING TypeIdx FROM 1 BY 1 UNTIL TypeIdx > 8
           MOVE "Total" TO SumLabel
           MOVE NewLineCount TO SumLines
           MOVE ReadTotal TO SumRead
           MOVE PostedTotal TO SumPosted
           MOVE ElsewhereTotal TO SumElsewhere
           DISPLAY SummaryLine
           DISPLAY " "
           DISPLAY "Voucher records written: ", VoucherCount
           DISPLAY "Batch debits = credits = ", DebitTotal
           IF ReadTotal NOT = PostedTotal + ElsewhereTotal
               DISPLAY "*** Ledger total does not equal vouchered "
                   "plus posted elsewhere ***"
           END-IF.

       PrintOneTypeLine.
           IF TypeLineCount(TypeIdx) > ZERO
               ADD TypeIncrease(TypeIdx) TypeDecrease(TypeIdx)
                   GIVING TypePosted
               MOVE TypeLabel(TypeIdx) TO SumLabel
               MOVE TypeLineCount(TypeIdx) TO SumLines
               MOVE TypeReadAmount(TypeIdx) TO SumRead
               MOVE TypePosted TO SumPosted
               MOVE TypeElsewhere(TypeIdx) TO SumElsewhere
               DISPLAY SummaryLine
               ADD TypeReadAmount(TypeIdx) TO ReadTotal
               ADD TypePosted TO PostedTotal
               ADD TypeElsewhere(TypeIdx) TO ElsewhereTotal
           END-IF.

       END PROGRAM LedgerVoucherGenerator.
