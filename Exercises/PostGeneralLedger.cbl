      ******************************************************************
      * Author: Michael Alaniz
      * Date: 02/01/2021
      * Purpose: The general ledger. Posts the H/D/T voucher batches
      *          GLVoucherGenerator, INVENTORY-VOUCHER-GENERATOR and
      *          the other voucher writers hand over - any file in
      *          that shape, one or many batches to a file - into
      *          the indexed account balance file GLBalances.dat by
      *          account and fiscal period. A batch posts whole or
      *          not at all: its trailer count and hash total must
      *          agree with its detail lines, debits must equal
      *          credits, every account must be on ChartOfAccounts.dat
      *          or InventoryChart.dat, its date must fall in an open
      *          period on FiscalPeriods.dat, and it must not be on
      *          PostedGLBatches.dat already. Every batch read, posted
      *          or refused, is listed on GLPostingJournal.txt; the
      *          run ends with TrialBalance.txt for the period asked
      *          for - every account on both charts with its opening
      *          balance, period activity and ending balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostGeneralLedger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Whichever voucher file the operator names.
           SELECT VoucherFile ASSIGN USING VoucherFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VoucherFileStatus.

           SELECT TuitionChartFile
             ASSIGN TO "./Exercises/Chapter_17/ChartOfAccounts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TuitionChartFileStatus.

           SELECT InventoryChartFile ASSIGN TO "InventoryChart.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS InventoryChartFileStatus.

           *> Fiscal periods and whether accounting has closed them;
           *> nothing may be posted into a closed period.
           SELECT FiscalPeriodFile ASSIGN TO "FiscalPeriods.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FiscalPeriodFileStatus.

           *> Period debits and credits per account, one record per
           *> account and fiscal period.
           SELECT BalanceFile ASSIGN TO "GLBalances.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BalanceKey
             FILE STATUS IS BalanceFileStatus.

           *> One line per batch ever posted, so a batch handed over
           *> twice - or left on an appended voucher file - can never
           *> post a second time.
           SELECT OPTIONAL RegisterFile ASSIGN TO "PostedGLBatches.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RegisterFileStatus.

           SELECT JournalFile ASSIGN TO "GLPostingJournal.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TrialBalanceFile ASSIGN TO "TrialBalance.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
             ASSIGN TO "OperationsLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VoucherFile.
       01 VoucherRecord.
           88 EOVoucherFile VALUE HIGH-VALUES.
           02 VoucherRecordType PIC X.
             88 VoucherHeaderLine  VALUE "H".
             88 VoucherDetailLine  VALUE "D".
             88 VoucherTrailerLine VALUE "T".
           02 VoucherBody PIC X(39).
           02 VoucherHeaderBody REDEFINES VoucherBody.
             03 HeaderDate    PIC 9(8).
             03 FILLER        PIC X(31).
           02 VoucherDetailBody REDEFINES VoucherBody.
             03 DetailSide    PIC X(2).
             03 DetailAccount PIC X(8).
             03 DetailAmount  PIC 9(11).
             03 FILLER        PIC X(18).
           02 VoucherTrailerBody REDEFINES VoucherBody.
             03 TrailerCount  PIC 9(5).
             03 TrailerHash   PIC 9(13).
             03 FILLER        PIC X(21).

       FD TuitionChartFile.
       01 TuitionChartRecord.
           88 EOTuitionChartFile VALUE HIGH-VALUES.
           02 TuitionSourceCode PIC X(6).
           02 TuitionAccount    PIC X(8).

       FD InventoryChartFile.
       01 InventoryChartRecord.
           88 EOInventoryChartFile VALUE HIGH-VALUES.
           02 InventorySourceCode PIC X(6).
           02 InventoryAccount    PIC X(8).

       FD FiscalPeriodFile.
       01 FiscalPeriodRecord.
           88 EOFiscalPeriodFile VALUE HIGH-VALUES.
           02 PeriodNumber     PIC 9(6).
           02 PeriodStartDate  PIC 9(8).
           02 PeriodEndDate    PIC 9(8).
           02 PeriodStatus     PIC X.
           02 PeriodClosedDate PIC 9(8).

       FD BalanceFile.
       01 BalanceRecord.
           02 BalanceKey.
             03 BalAccount  PIC X(8).
             03 BalPeriod   PIC 9(6).
           02 BalDebits     PIC 9(11)V99.
           02 BalCredits    PIC 9(11)V99.
           02 BalLastPosted PIC 9(8).

       FD RegisterFile.
       01 RegisterRecord.
           88 EORegisterFile VALUE HIGH-VALUES.
           02 RegBatchDate    PIC 9(8).
           02 RegCount        PIC 9(5).
           02 RegHash         PIC 9(13).
           02 RegFirstAccount PIC X(8).
           02 RegPeriod       PIC 9(6).
           02 RegPostedDate   PIC 9(8).
           02 RegFileName     PIC X(60).

       FD JournalFile.
       01 JournalLine PIC X(100).

       FD TrialBalanceFile.
       01 TrialBalanceLine PIC X(132).

       FD OperationsLogFile.
       01 OperationsLogRecord.
           02 EventDate     PIC 9(8).
           02 EventTime     PIC 9(6).
           02 EventProgram  PIC X(30).
           02 EventSeverity PIC X.
           02 EventMessage  PIC X(60).

       WORKING-STORAGE SECTION.
       01 VoucherFileStatus        PIC X(02) VALUE ZEROES.
       01 TuitionChartFileStatus   PIC X(02) VALUE ZEROES.
       01 InventoryChartFileStatus PIC X(02) VALUE ZEROES.
       01 FiscalPeriodFileStatus   PIC X(02) VALUE ZEROES.
       01 BalanceFileStatus        PIC X(02) VALUE ZEROES.
       01 RegisterFileStatus       PIC X(02) VALUE ZEROES.

       01 VoucherFileName PIC X(60) VALUE SPACES.
       01 RunDate PIC 9(8) VALUE ZERO.

       *> Every account on either chart, kept in account order; the
       *> trial balance works straight down this table.
       01 AccountCount PIC 9(3) VALUE ZERO.
       01 AccountTable.
           02 AccountEntry OCCURS 1 TO 500 TIMES
                           DEPENDING ON AccountCount
                           INDEXED BY AcctIdx.
               03 TblAccount     PIC X(8).
               03 TblChartName   PIC X(12).
               03 TblOpening     PIC S9(11)V99.
               03 TblPeriodDebit  PIC 9(11)V99.
               03 TblPeriodCredit PIC 9(11)V99.
       01 NewAccount   PIC X(8) VALUE SPACES.
       01 NewChartName PIC X(12) VALUE SPACES.
       01 InsertPos PIC 9(3) VALUE ZERO.
       01 ShiftPos  PIC 9(3) VALUE ZERO.
       01 AccountFoundSwitch PIC X VALUE "N".
           88 AccountOnTable VALUE "Y" WHEN SET TO FALSE "N".

       *> Fiscal periods in memory. Without FiscalPeriods.dat each
       *> calendar month stands as its own open period.
       01 PeriodCount PIC 9(3) VALUE ZERO.
       01 PeriodTable.
           02 PeriodEntry OCCURS 1 TO 500 TIMES
                          DEPENDING ON PeriodCount
                          INDEXED BY PeriodIdx.
               03 TblPeriodNumber PIC 9(6).
               03 TblPeriodStart  PIC 9(8).
               03 TblPeriodEnd    PIC 9(8).
               03 TblPeriodStatus PIC X.
                   88 TblPeriodClosed VALUE "C".
       01 LookupDate     PIC 9(8) VALUE ZERO.
       01 LookupPeriod   PIC 9(6) VALUE ZERO.
       01 LookupPeriodSwitch PIC X VALUE "N".
           88 LookupPeriodClosed VALUE "C".
           88 LookupPeriodNone   VALUE "N".

       *> Batches already posted, from PostedGLBatches.dat plus the
       *> ones posted this run. A batch is known by its date, its
       *> trailer count and hash, and the account on its first line.
       01 RegisterCount PIC 9(4) VALUE ZERO.
       01 RegisterTable.
           02 RegisterEntry OCCURS 1 TO 5000 TIMES
                            DEPENDING ON RegisterCount
                            INDEXED BY RegIdx.
               03 TblRegDate    PIC 9(8).
               03 TblRegCount   PIC 9(5).
               03 TblRegHash    PIC 9(13).
               03 TblRegAccount PIC X(8).
               03 TblRegPosted  PIC 9(8).

       *> The batch being read, held until its trailer proves it.
       01 BatchSwitch PIC X VALUE "N".
           88 InBatch VALUE "Y" WHEN SET TO FALSE "N".
       01 BatchInFile    PIC 9(3) VALUE ZERO.
       01 BatchDate      PIC 9(8) VALUE ZERO.
       01 BatchDateText REDEFINES BatchDate PIC X(8).
       01 BatchPeriod    PIC 9(6) VALUE ZERO.
       01 BatchLineCount PIC 9(4) VALUE ZERO.
       01 BatchTable.
           02 BatchEntry OCCURS 1 TO 6000 TIMES
                         DEPENDING ON BatchLineCount
                         INDEXED BY BatIdx.
               03 BatSide    PIC X(2).
               03 BatAccount PIC X(8).
               03 BatAmount  PIC 9(9)V99.
       01 BatchDebits  PIC 9(11)V99 VALUE ZERO.
       01 BatchCredits PIC 9(11)V99 VALUE ZERO.
       01 BatchHash    PIC 9(11)V99 VALUE ZERO.
       01 BatchHashInCents PIC 9(13) VALUE ZERO.
       01 BatchTrailerCount PIC X(5) VALUE SPACES.
       01 BatchTrailerNumber REDEFINES BatchTrailerCount PIC 9(5).
       01 BatchTrailerHash PIC 9(13) VALUE ZERO.
       01 BatchFirstAccount PIC X(8) VALUE SPACES.
       01 DetailsRead PIC 9(5) VALUE ZERO.
       01 BatchProblem PIC X(50) VALUE SPACES.
       01 AlreadyPostedSwitch PIC X VALUE "N".
           88 BatchAlreadyPosted VALUE "Y" WHEN SET TO FALSE "N".
       01 StrayLineCount PIC 9(5) VALUE ZERO.

       01 FilesRead      PIC 9(3) VALUE ZERO.
       01 BatchesRead    PIC 9(4) VALUE ZERO.
       01 BatchesPosted  PIC 9(4) VALUE ZERO.
       01 BatchesRefused PIC 9(4) VALUE ZERO.
       01 BatchesSkipped PIC 9(4) VALUE ZERO.
       01 RunDebits      PIC 9(11)V99 VALUE ZERO.

       *> Trial balance period and running totals.
       01 TrialInput PIC X(6) VALUE SPACES.
       01 TrialNumber REDEFINES TrialInput PIC 9(6).
       01 TrialPeriod PIC 9(6) VALUE ZERO.
       01 BalanceEndSwitch PIC X VALUE "N".
           88 EndOfBalances VALUE "Y" WHEN SET TO FALSE "N".
       01 AccountEnding PIC S9(11)V99 VALUE ZERO.
       01 TotalPeriodDebit  PIC 9(12)V99 VALUE ZERO.
       01 TotalPeriodCredit PIC 9(12)V99 VALUE ZERO.
       01 TotalEndDebit     PIC 9(12)V99 VALUE ZERO.
       01 TotalEndCredit    PIC 9(12)V99 VALUE ZERO.
       01 OutOfBalance      PIC S9(12)V99 VALUE ZERO.

       01 JournalHeading.
           02 FILLER PIC X(7) VALUE "  LINE ".
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(12) VALUE "CHART".
           02 FILLER PIC X(17) VALUE "            DEBIT".
           02 FILLER PIC X(18) VALUE "           CREDIT".
       01 JournalDetail.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 JnlLine        PIC ZZZ9.
           02 FILLER         PIC X    VALUE SPACE.
           02 JnlAccount     PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 JnlChart       PIC X(12).
           02 JnlDebit       PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER         PIC X    VALUE SPACE.
           02 JnlCredit      PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 PrintCount PIC ZZZZ9.
       01 PeriodText PIC X(16) VALUE SPACES.

       01 TrialHeading.
           02 FILLER PIC X(10) VALUE "ACCOUNT".
           02 FILLER PIC X(12) VALUE "CHART".
           02 FILLER PIC X(19) VALUE "    OPENING BALANCE".
           02 FILLER PIC X(18) VALUE "     PERIOD DEBITS".
           02 FILLER PIC X(18) VALUE "    PERIOD CREDITS".
           02 FILLER PIC X(18) VALUE "      ENDING DEBIT".
           02 FILLER PIC X(18) VALUE "     ENDING CREDIT".
       01 TrialDetail.
           02 TrlAccount    PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 TrlChart      PIC X(12).
           02 TrlOpening    PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           02 FILLER        PIC X    VALUE SPACE.
           02 TrlDebit      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER        PIC X    VALUE SPACE.
           02 TrlCredit     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER        PIC X    VALUE SPACE.
           02 TrlEndDebit   PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER        PIC X    VALUE SPACE.
           02 TrlEndCredit  PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 TrialTotals.
           02 FILLER        PIC X(22) VALUE "TOTALS".
           02 FILLER        PIC X(19) VALUE SPACES.
           02 TotDebit      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 TotCredit     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 TotEndDebit   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 TotEndCredit  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 PrintMoney PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01 EventTimeRaw PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM LoadChartAccounts
           IF AccountCount = ZERO
               DISPLAY "Neither ChartOfAccounts.dat nor "
                   "InventoryChart.dat could be read; nothing posted."
               STOP RUN
           END-IF
           PERFORM LoadFiscalPeriods
           PERFORM LoadPostedBatches

           OPEN I-O BalanceFile
           *> First posting run: create the balance file rather
           *> than refusing every batch.
           IF BalanceFileStatus = "35"
               OPEN OUTPUT BalanceFile
               CLOSE BalanceFile
               OPEN I-O BalanceFile
           END-IF
           IF BalanceFileStatus NOT = "00"
               DISPLAY "Cannot open GLBalances.dat, status "
                   BalanceFileStatus "; nothing posted."
               STOP RUN
           END-IF

           OPEN OUTPUT JournalFile
           MOVE SPACES TO JournalLine
           STRING "GENERAL LEDGER POSTING JOURNAL    RUN "
                   DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO JournalLine
           END-STRING
           WRITE JournalLine

           PERFORM PromptForVoucherFile
           PERFORM UNTIL VoucherFileName = SPACES
               PERFORM PostVoucherFile
               PERFORM PromptForVoucherFile
           END-PERFORM

           PERFORM WriteJournalSummary
           CLOSE JournalFile

           PERFORM ChooseTrialPeriod
           PERFORM PrintTrialBalance
           CLOSE BalanceFile

           DISPLAY "Batches read ", BatchesRead, ", posted ",
               BatchesPosted, ", refused ", BatchesRefused,
               ", already posted ", BatchesSkipped, "."
           DISPLAY "Posting journal is in GLPostingJournal.txt; trial "
               "balance for period ", TrialPeriod,
               " is in TrialBalance.txt."
           PERFORM LogPostingRun
           STOP RUN.

       PromptForVoucherFile.
           DISPLAY "Voucher file to post (blank when done): "
           MOVE SPACES TO VoucherFileName
           ACCEPT VoucherFileName.

      *> Both charts into one account list. The special lines (AR,
      *> IN, WO, CASH and the like) name accounts too.
       LoadChartAccounts.
           OPEN INPUT TuitionChartFile
           IF TuitionChartFileStatus = "00"
               OR TuitionChartFileStatus = "05"
               OR TuitionChartFileStatus = "07"
               READ TuitionChartFile
                   AT END SET EOTuitionChartFile TO TRUE
               END-READ
               PERFORM UNTIL EOTuitionChartFile
                   MOVE TuitionAccount TO NewAccount
                   MOVE "TUITION" TO NewChartName
                   PERFORM AddChartAccount
                   READ TuitionChartFile
                       AT END SET EOTuitionChartFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TuitionChartFile
           END-IF
           OPEN INPUT InventoryChartFile
           IF InventoryChartFileStatus = "00"
               OR InventoryChartFileStatus = "05"
               OR InventoryChartFileStatus = "07"
               READ InventoryChartFile
                   AT END SET EOInventoryChartFile TO TRUE
               END-READ
               PERFORM UNTIL EOInventoryChartFile
                   MOVE InventoryAccount TO NewAccount
                   MOVE "INVENTORY" TO NewChartName
                   PERFORM AddChartAccount
                   READ InventoryChartFile
                       AT END SET EOInventoryChartFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InventoryChartFile
           END-IF.

      *> Several source codes can map to one account; the account
      *> is listed once, marked BOTH if the two charts share it.
       AddChartAccount.
           IF NewAccount NOT = SPACES
               PERFORM FindAccount
               IF AccountOnTable
                   IF TblChartName(AcctIdx) NOT = NewChartName
                       MOVE "BOTH" TO TblChartName(AcctIdx)
                   END-IF
               ELSE
                   PERFORM InsertAccount
               END-IF
           END-IF.

       FindAccount.
           SET AccountOnTable TO FALSE
           IF AccountCount > ZERO
               SET AcctIdx TO 1
               SEARCH AccountEntry
                   AT END
                       CONTINUE
                   WHEN TblAccount(AcctIdx) = NewAccount
                       SET AccountOnTable TO TRUE
               END-SEARCH
           END-IF.

      *> Insert in account order, leaving AcctIdx on the new entry.
       InsertAccount.
           IF AccountCount < 500
               PERFORM VARYING InsertPos FROM 1 BY 1
                   UNTIL InsertPos > AccountCount
                   OR TblAccount(InsertPos) > NewAccount
               END-PERFORM
               ADD 1 TO AccountCount
               PERFORM VARYING ShiftPos FROM AccountCount BY -1
                   UNTIL ShiftPos <= InsertPos
                   MOVE AccountEntry(ShiftPos - 1)
                       TO AccountEntry(ShiftPos)
               END-PERFORM
               MOVE NewAccount TO TblAccount(InsertPos)
               MOVE NewChartName TO TblChartName(InsertPos)
               MOVE ZERO TO TblOpening(InsertPos)
                   TblPeriodDebit(InsertPos) TblPeriodCredit(InsertPos)
               SET AcctIdx TO InsertPos
               SET AccountOnTable TO TRUE
           END-IF.

       LoadFiscalPeriods.
           OPEN INPUT FiscalPeriodFile
           IF FiscalPeriodFileStatus = "00"
               OR FiscalPeriodFileStatus = "05"
               OR FiscalPeriodFileStatus = "07"
               READ FiscalPeriodFile
                   AT END SET EOFiscalPeriodFile TO TRUE
               END-READ
               PERFORM UNTIL EOFiscalPeriodFile
                   IF PeriodCount < 500
                       ADD 1 TO PeriodCount
                       MOVE PeriodNumber TO TblPeriodNumber(PeriodCount)
                       MOVE PeriodStartDate
                           TO TblPeriodStart(PeriodCount)
                       MOVE PeriodEndDate TO TblPeriodEnd(PeriodCount)
                       MOVE PeriodStatus TO TblPeriodStatus(PeriodCount)
                   END-IF
                   READ FiscalPeriodFile
                       AT END SET EOFiscalPeriodFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FiscalPeriodFile
           END-IF.

      *> The period LookupDate falls in, and whether it is closed.
       FindPeriodForDate.
           SET LookupPeriodNone TO TRUE
           MOVE ZERO TO LookupPeriod
           IF PeriodCount = ZERO
               MOVE LookupDate(1:6) TO LookupPeriod
               MOVE "Y" TO LookupPeriodSwitch
           ELSE
               SET PeriodIdx TO 1
               SEARCH PeriodEntry
                   AT END
                       CONTINUE
                   WHEN LookupDate >= TblPeriodStart(PeriodIdx)
                       AND LookupDate <= TblPeriodEnd(PeriodIdx)
                       MOVE TblPeriodNumber(PeriodIdx) TO LookupPeriod
                       MOVE "Y" TO LookupPeriodSwitch
                       IF TblPeriodClosed(PeriodIdx)
                           SET LookupPeriodClosed TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       LoadPostedBatches.
           OPEN INPUT RegisterFile
           IF RegisterFileStatus = "00" OR RegisterFileStatus = "05"
               OR RegisterFileStatus = "07"
               READ RegisterFile AT END SET EORegisterFile TO TRUE
               END-READ
               PERFORM UNTIL EORegisterFile
                   IF RegisterCount < 5000
                       ADD 1 TO RegisterCount
                       MOVE RegBatchDate TO TblRegDate(RegisterCount)
                       MOVE RegCount TO TblRegCount(RegisterCount)
                       MOVE RegHash TO TblRegHash(RegisterCount)
                       MOVE RegFirstAccount
                           TO TblRegAccount(RegisterCount)
                       MOVE RegPostedDate TO TblRegPosted(RegisterCount)
                   END-IF
                   READ RegisterFile AT END SET EORegisterFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RegisterFile
           END-IF.

      *> Reads the file a batch at a time: a header opens a batch,
      *> details collect under it, and its trailer settles it. A
      *> batch the file ends inside, or that a new header cuts off,
      *> never had a trailer and is refused.
       PostVoucherFile.
           OPEN INPUT VoucherFile
           IF VoucherFileStatus NOT = "00"
               AND VoucherFileStatus NOT = "05"
               AND VoucherFileStatus NOT = "07"
               DISPLAY "Cannot open ", VoucherFileName(1:50),
                   " status ", VoucherFileStatus, "; not posted."
           ELSE
               PERFORM ReadVoucherBatches
           END-IF.

       ReadVoucherBatches.
           ADD 1 TO FilesRead
           MOVE ZERO TO BatchInFile StrayLineCount
           SET InBatch TO FALSE
           READ VoucherFile AT END SET EOVoucherFile TO TRUE
           END-READ
           PERFORM UNTIL EOVoucherFile
               EVALUATE TRUE
                   WHEN VoucherHeaderLine
                       IF InBatch
                           MOVE "no trailer before the next header"
                               TO BatchProblem
                           PERFORM SettleBatch
                       END-IF
                       PERFORM StartBatch
                   WHEN NOT InBatch
                       ADD 1 TO StrayLineCount
                   WHEN VoucherDetailLine
                       PERFORM CollectDetailLine
                   WHEN VoucherTrailerLine
                       MOVE TrailerCount TO BatchTrailerCount
                       MOVE ZERO TO BatchTrailerHash
                       IF TrailerHash IS NUMERIC
                           MOVE TrailerHash TO BatchTrailerHash
                       ELSE
                           MOVE "trailer hash total is not numeric"
                               TO BatchProblem
                       END-IF
                       PERFORM SettleBatch
                   WHEN OTHER
                       IF BatchProblem = SPACES
                           MOVE "a line is not H, D or T"
                               TO BatchProblem
                       END-IF
               END-EVALUATE
               READ VoucherFile AT END SET EOVoucherFile TO TRUE
               END-READ
           END-PERFORM
           IF InBatch
               MOVE "file ends with no trailer" TO BatchProblem
               PERFORM SettleBatch
           END-IF
           CLOSE VoucherFile
           IF StrayLineCount > ZERO
               DISPLAY StrayLineCount, " lines outside any batch in ",
                   VoucherFileName(1:50), " were ignored."
               MOVE SPACES TO JournalLine
               MOVE StrayLineCount TO PrintCount
               STRING PrintCount DELIMITED BY SIZE
                   " LINES OUTSIDE ANY BATCH IGNORED IN "
                       DELIMITED BY SIZE
                   VoucherFileName DELIMITED BY SPACE
                   INTO JournalLine
               END-STRING
               WRITE JournalLine
           END-IF.

       StartBatch.
           SET InBatch TO TRUE
           ADD 1 TO BatchInFile
           MOVE ZERO TO BatchDate BatchLineCount DetailsRead
               BatchDebits BatchCredits BatchHash BatchPeriod
               BatchTrailerHash
           MOVE SPACES TO BatchProblem BatchFirstAccount
               BatchTrailerCount
           IF HeaderDate IS NUMERIC
               MOVE HeaderDate TO BatchDate
           ELSE
               MOVE "header date is not a date" TO BatchProblem
           END-IF.

       CollectDetailLine.
           ADD 1 TO DetailsRead
           EVALUATE TRUE
               WHEN DetailAmount IS NOT NUMERIC
                   IF BatchProblem = SPACES
                       MOVE "a detail amount is not numeric"
                           TO BatchProblem
                   END-IF
               WHEN DetailSide NOT = "DR" AND DetailSide NOT = "CR"
                   IF BatchProblem = SPACES
                       MOVE "a detail line is neither DR nor CR"
                           TO BatchProblem
                   END-IF
               WHEN BatchLineCount = 6000
                   IF BatchProblem = SPACES
                       MOVE "more than 6000 detail lines"
                           TO BatchProblem
                   END-IF
               WHEN OTHER
                   ADD 1 TO BatchLineCount
                   MOVE DetailSide TO BatSide(BatchLineCount)
                   MOVE DetailAccount TO BatAccount(BatchLineCount)
                   DIVIDE DetailAmount BY 100
                       GIVING BatAmount(BatchLineCount)
                   ADD BatAmount(BatchLineCount) TO BatchHash
                   IF DetailSide = "DR"
                       ADD BatAmount(BatchLineCount) TO BatchDebits
                   ELSE
                       ADD BatAmount(BatchLineCount) TO BatchCredits
                   END-IF
                   IF BatchLineCount = 1
                       MOVE DetailAccount TO BatchFirstAccount
                   END-IF
           END-EVALUATE.

      *> Proves the batch, lists it on the journal, then posts it
      *> whole or refuses it whole.
       SettleBatch.
           SET InBatch TO FALSE
           ADD 1 TO BatchesRead
           SET BatchAlreadyPosted TO FALSE
           MULTIPLY BatchHash BY 100 GIVING BatchHashInCents
           IF BatchProblem = SPACES
               PERFORM ProveBatch
           END-IF
           PERFORM WriteBatchJournal
           EVALUATE TRUE
               WHEN BatchAlreadyPosted
                   ADD 1 TO BatchesSkipped
                   DISPLAY "Batch ", BatchInFile, " of ",
                       VoucherFileName(1:40), " skipped: ",
                       BatchProblem
               WHEN BatchProblem NOT = SPACES
                   ADD 1 TO BatchesRefused
                   DISPLAY "Batch ", BatchInFile, " of ",
                       VoucherFileName(1:40), " refused: ",
                       BatchProblem
               WHEN OTHER
                   PERFORM PostBatch
                   ADD 1 TO BatchesPosted
                   ADD BatchDebits TO RunDebits
           END-EVALUATE.

       ProveBatch.
           EVALUATE TRUE
               WHEN BatchTrailerCount IS NOT NUMERIC
                   MOVE "trailer count is not numeric" TO BatchProblem
               WHEN BatchTrailerNumber NOT = DetailsRead
                   MOVE "trailer count does not match the details"
                       TO BatchProblem
               WHEN BatchTrailerHash NOT = BatchHashInCents
                   MOVE "trailer hash total does not match the details"
                       TO BatchProblem
               WHEN BatchDebits NOT = BatchCredits
                   MOVE "debits do not equal credits" TO BatchProblem
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BatchProblem = SPACES
               PERFORM CheckBatchAccounts
                   VARYING BatIdx FROM 1 BY 1
                   UNTIL BatIdx > BatchLineCount
                   OR BatchProblem NOT = SPACES
           END-IF
           IF BatchProblem = SPACES
               PERFORM CheckAlreadyPosted
           END-IF
           IF BatchProblem = SPACES
               MOVE BatchDate TO LookupDate
               PERFORM FindPeriodForDate
               EVALUATE TRUE
                   WHEN LookupPeriodNone
                       MOVE "no fiscal period covers the batch date"
                           TO BatchProblem
                   WHEN LookupPeriodClosed
                       STRING "fiscal period " DELIMITED BY SIZE
                           LookupPeriod DELIMITED BY SIZE
                           " is closed" DELIMITED BY SIZE
                           INTO BatchProblem
                       END-STRING
                   WHEN OTHER
                       MOVE LookupPeriod TO BatchPeriod
               END-EVALUATE
           END-IF.

       CheckBatchAccounts.
           MOVE BatAccount(BatIdx) TO NewAccount
           PERFORM FindAccount
           IF NOT AccountOnTable
               STRING "account " DELIMITED BY SIZE
                   NewAccount DELIMITED BY SIZE
                   " is on neither chart" DELIMITED BY SIZE
                   INTO BatchProblem
               END-STRING
           END-IF.

       CheckAlreadyPosted.
           IF RegisterCount > ZERO
               SET RegIdx TO 1
               SEARCH RegisterEntry
                   AT END
                       CONTINUE
                   WHEN TblRegDate(RegIdx) = BatchDate
                       AND TblRegCount(RegIdx) = DetailsRead
                       AND TblRegHash(RegIdx) = BatchHashInCents
                       AND TblRegAccount(RegIdx) = BatchFirstAccount
                       SET BatchAlreadyPosted TO TRUE
                       STRING "already posted " DELIMITED BY SIZE
                           TblRegPosted(RegIdx) DELIMITED BY SIZE
                           INTO BatchProblem
                       END-STRING
               END-SEARCH
           END-IF.

       PostBatch.
           PERFORM PostOneDetail
               VARYING BatIdx FROM 1 BY 1
               UNTIL BatIdx > BatchLineCount
           OPEN EXTEND RegisterFile
           MOVE BatchDate TO RegBatchDate
           MOVE DetailsRead TO RegCount
           MOVE BatchHashInCents TO RegHash
           MOVE BatchFirstAccount TO RegFirstAccount
           MOVE BatchPeriod TO RegPeriod
           MOVE RunDate TO RegPostedDate
           MOVE VoucherFileName TO RegFileName
           WRITE RegisterRecord
           CLOSE RegisterFile
           IF RegisterCount < 5000
               ADD 1 TO RegisterCount
               MOVE BatchDate TO TblRegDate(RegisterCount)
               MOVE DetailsRead TO TblRegCount(RegisterCount)
               MOVE BatchHashInCents TO TblRegHash(RegisterCount)
               MOVE BatchFirstAccount TO TblRegAccount(RegisterCount)
               MOVE RunDate TO TblRegPosted(RegisterCount)
           END-IF.

       PostOneDetail.
           MOVE BatAccount(BatIdx) TO BalAccount
           MOVE BatchPeriod TO BalPeriod
           READ BalanceFile
               INVALID KEY
                   MOVE ZERO TO BalDebits BalCredits
                   PERFORM ApplyDetailAmount
                   WRITE BalanceRecord
                       INVALID KEY
                           DISPLAY "Cannot add GLBalances.dat record "
                               BalanceKey ", status "
                               BalanceFileStatus
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ApplyDetailAmount
                   REWRITE BalanceRecord
                       INVALID KEY
                           DISPLAY "Cannot update GLBalances.dat "
                               "record " BalanceKey ", status "
                               BalanceFileStatus
                   END-REWRITE
           END-READ.

       ApplyDetailAmount.
           IF BatSide(BatIdx) = "DR"
               ADD BatAmount(BatIdx) TO BalDebits
           ELSE
               ADD BatAmount(BatIdx) TO BalCredits
           END-IF
           MOVE RunDate TO BalLastPosted.

       WriteBatchJournal.
           MOVE SPACES TO JournalLine
           WRITE JournalLine
           MOVE BatchInFile TO PrintCount
           MOVE SPACES TO PeriodText
           IF BatchPeriod NOT = ZERO
               STRING "   PERIOD " DELIMITED BY SIZE
                   BatchPeriod DELIMITED BY SIZE
                   INTO PeriodText
               END-STRING
           END-IF
           STRING "BATCH " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               VoucherFileName DELIMITED BY SPACE
               "   DATED " DELIMITED BY SIZE
               BatchDateText DELIMITED BY SIZE
               PeriodText DELIMITED BY SIZE
               INTO JournalLine
           END-STRING
           WRITE JournalLine
           MOVE JournalHeading TO JournalLine
           WRITE JournalLine
           PERFORM WriteJournalDetail
               VARYING BatIdx FROM 1 BY 1
               UNTIL BatIdx > BatchLineCount
           MOVE SPACES TO JournalDetail
           MOVE "BATCH TOTALS" TO JournalDetail(3:12)
           MOVE BatchDebits TO JnlDebit
           MOVE BatchCredits TO JnlCredit
           MOVE JournalDetail TO JournalLine
           WRITE JournalLine
           MOVE SPACES TO JournalLine
           MOVE DetailsRead TO PrintCount
           STRING "  TRAILER COUNT " DELIMITED BY SIZE
               BatchTrailerCount DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               BatchTrailerHash DELIMITED BY SIZE
               "  DETAILS READ " DELIMITED BY SIZE
               PrintCount DELIMITED BY SIZE
               INTO JournalLine
           END-STRING
           WRITE JournalLine
           MOVE SPACES TO JournalLine
           EVALUATE TRUE
               WHEN BatchAlreadyPosted
                   STRING "  NOT POSTED - " DELIMITED BY SIZE
                       BatchProblem DELIMITED BY SIZE
                       INTO JournalLine
                   END-STRING
               WHEN BatchProblem NOT = SPACES
                   STRING "  REFUSED - " DELIMITED BY SIZE
                       BatchProblem DELIMITED BY SIZE
                       INTO JournalLine
                   END-STRING
               WHEN OTHER
                   MOVE "  POSTED" TO JournalLine
           END-EVALUATE
           WRITE JournalLine.

       WriteJournalDetail.
           MOVE SPACES TO JournalDetail
           MOVE BatIdx TO JnlLine
           MOVE BatAccount(BatIdx) TO JnlAccount NewAccount
           PERFORM FindAccount
           IF AccountOnTable
               MOVE TblChartName(AcctIdx) TO JnlChart
           ELSE
               MOVE "NOT ON CHART" TO JnlChart
           END-IF
           MOVE ZERO TO JnlDebit JnlCredit
           IF BatSide(BatIdx) = "DR"
               MOVE BatAmount(BatIdx) TO JnlDebit
           ELSE
               MOVE BatAmount(BatIdx) TO JnlCredit
           END-IF
           MOVE JournalDetail TO JournalLine
           WRITE JournalLine.

       WriteJournalSummary.
           MOVE SPACES TO JournalLine
           WRITE JournalLine
           MOVE RunDebits TO PrintMoney
           STRING "RUN TOTALS: FILES " DELIMITED BY SIZE
               FilesRead DELIMITED BY SIZE
               "  BATCHES " DELIMITED BY SIZE
               BatchesRead DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               BatchesPosted DELIMITED BY SIZE
               "  REFUSED " DELIMITED BY SIZE
               BatchesRefused DELIMITED BY SIZE
               "  ALREADY POSTED " DELIMITED BY SIZE
               BatchesSkipped DELIMITED BY SIZE
               INTO JournalLine
           END-STRING
           WRITE JournalLine
           MOVE SPACES TO JournalLine
           STRING "DEBITS = CREDITS POSTED " DELIMITED BY SIZE
               PrintMoney DELIMITED BY SIZE
               INTO JournalLine
           END-STRING
           WRITE JournalLine.

      *> Blank takes the period today's date falls in.
       ChooseTrialPeriod.
           DISPLAY "Fiscal period (YYYYPP) for the trial balance, "
               "blank for the current period: "
           MOVE SPACES TO TrialInput
           ACCEPT TrialInput
           IF TrialInput IS NUMERIC
               MOVE TrialNumber TO TrialPeriod
           ELSE
               IF TrialInput NOT = SPACES
                   DISPLAY TrialInput, " is not a period; using the "
                       "current period."
               END-IF
               MOVE RunDate TO LookupDate
               PERFORM FindPeriodForDate
               IF LookupPeriodNone
                   MOVE RunDate(1:6) TO TrialPeriod
               ELSE
                   MOVE LookupPeriod TO TrialPeriod
               END-IF
           END-IF.

      *> Activity before the period is the opening balance; the
      *> period's own debits and credits are its activity; later
      *> periods are left out. An account on the balance file but
      *> no longer on either chart still prints, so the trial
      *> balance always adds up.
       PrintTrialBalance.
           MOVE LOW-VALUES TO BalanceKey
           SET EndOfBalances TO FALSE
           START BalanceFile KEY IS NOT LESS THAN BalanceKey
               INVALID KEY SET EndOfBalances TO TRUE
           END-START
           IF NOT EndOfBalances
               READ BalanceFile NEXT RECORD
                   AT END SET EndOfBalances TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfBalances
               PERFORM AccumulateBalance
               READ BalanceFile NEXT RECORD
                   AT END SET EndOfBalances TO TRUE
               END-READ
           END-PERFORM

           OPEN OUTPUT TrialBalanceFile
           MOVE SPACES TO TrialBalanceLine
           STRING "TRIAL BALANCE FOR FISCAL PERIOD " DELIMITED BY SIZE
               TrialPeriod DELIMITED BY SIZE
               "    RUN " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO TrialBalanceLine
           END-STRING
           WRITE TrialBalanceLine
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE TrialHeading TO TrialBalanceLine
           WRITE TrialBalanceLine
           PERFORM PrintTrialAccount
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx > AccountCount
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE TotalPeriodDebit TO TotDebit
           MOVE TotalPeriodCredit TO TotCredit
           MOVE TotalEndDebit TO TotEndDebit
           MOVE TotalEndCredit TO TotEndCredit
           MOVE TrialTotals TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE SPACES TO TrialBalanceLine
           SUBTRACT TotalEndCredit FROM TotalEndDebit
               GIVING OutOfBalance
           IF OutOfBalance = ZERO
               MOVE "TRIAL BALANCE IS IN BALANCE" TO TrialBalanceLine
           ELSE
               MOVE OutOfBalance TO TrlOpening
               STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                   TrlOpening DELIMITED BY SIZE
                   INTO TrialBalanceLine
               END-STRING
               DISPLAY "*** Trial balance is out of balance."
           END-IF
           WRITE TrialBalanceLine
           CLOSE TrialBalanceFile.

       AccumulateBalance.
           IF BalPeriod <= TrialPeriod
               MOVE BalAccount TO NewAccount
               PERFORM FindAccount
               IF NOT AccountOnTable
                   MOVE "NOT ON CHART" TO NewChartName
                   PERFORM InsertAccount
               END-IF
               IF AccountOnTable
                   IF BalPeriod = TrialPeriod
                       ADD BalDebits TO TblPeriodDebit(AcctIdx)
                       ADD BalCredits TO TblPeriodCredit(AcctIdx)
                   ELSE
                       ADD BalDebits TO TblOpening(AcctIdx)
                       SUBTRACT BalCredits FROM TblOpening(AcctIdx)
                   END-IF
               END-IF
           END-IF.

       PrintTrialAccount.
           MOVE TblAccount(AcctIdx) TO TrlAccount
           MOVE TblChartName(AcctIdx) TO TrlChart
           MOVE TblOpening(AcctIdx) TO TrlOpening
           MOVE TblPeriodDebit(AcctIdx) TO TrlDebit
           MOVE TblPeriodCredit(AcctIdx) TO TrlCredit
           COMPUTE AccountEnding = TblOpening(AcctIdx)
               + TblPeriodDebit(AcctIdx) - TblPeriodCredit(AcctIdx)
           MOVE ZERO TO TrlEndDebit TrlEndCredit
           IF AccountEnding < ZERO
               MULTIPLY AccountEnding BY -1 GIVING TrlEndCredit
               SUBTRACT AccountEnding FROM TotalEndCredit
           ELSE
               MOVE AccountEnding TO TrlEndDebit
               ADD AccountEnding TO TotalEndDebit
           END-IF
           ADD TblPeriodDebit(AcctIdx) TO TotalPeriodDebit
           ADD TblPeriodCredit(AcctIdx) TO TotalPeriodCredit
           MOVE TrialDetail TO TrialBalanceLine
           WRITE TrialBalanceLine.

       LogPostingRun.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "PostGeneralLedger" TO EventProgram
           MOVE "I" TO EventSeverity
           IF BatchesRefused > ZERO
               MOVE "W" TO EventSeverity
           END-IF
           MOVE SPACES TO EventMessage
           STRING "GL batches posted " DELIMITED BY SIZE
               BatchesPosted DELIMITED BY SIZE
               ", refused " DELIMITED BY SIZE
               BatchesRefused DELIMITED BY SIZE
               ", already posted " DELIMITED BY SIZE
               BatchesSkipped DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

       END PROGRAM PostGeneralLedger.
