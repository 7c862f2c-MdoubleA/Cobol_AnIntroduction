      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Bursar side of the collections run: show each account
      *          queued on CollectionReview.dat with the balance as it
      *          stands on the ledger today, and for each one approved
      *          place it with the collection agency on
      *          CollectionPlacements.dat (name, address, balance and
      *          last-activity date), write the balance off to
      *          StudentLedger.dat as a type W line, and add a voucher
      *          pair debiting bad-debt expense and crediting the
      *          receivable to WriteOffVouchers.dat. Rejected accounts
      *          leave the queue; the rest carry forward. Every
      *          decision is logged with the bursar's initials.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReviewCollectionAccounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReviewFile
             ASSIGN TO "./Exercises/Chapter_17/CollectionReview.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ReviewFileStatus.

           SELECT OPTIONAL LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           *> Source code to GL account: AR for the receivable and
           *> BADDBT for bad-debt expense.
           SELECT ChartFile
             ASSIGN TO "./Exercises/Chapter_17/ChartOfAccounts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ChartFileStatus.

           *> What goes to the agency, one line per account placed.
           SELECT OPTIONAL PlacementFile
             ASSIGN TO
               "./Exercises/Chapter_17/CollectionPlacements.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Each review session appends its own balanced batch.
           SELECT OPTIONAL VoucherFile
             ASSIGN TO "./Exercises/Chapter_17/WriteOffVouchers.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ReviewLogFile
             ASSIGN TO
               "./Exercises/Chapter_17/CollectionReviewLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReviewFile.
       01 ReviewRecord.
           88 EOReviewFile VALUE HIGH-VALUES.
           02 RvwStudentID    PIC X(9).
           02 RvwBalance      PIC 9(7)V99.
           02 RvwOldestDate   PIC 9(8).
           02 RvwLastPayDate  PIC 9(8).
           02 RvwLastActivity PIC 9(8).
           02 RvwSelectedDate PIC 9(8).

       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
               88 LedgerCharge    VALUE "C".
               88 LedgerLateFee   VALUE "F".
               88 LedgerAdjust    VALUE "A".
               88 LedgerWriteOff  VALUE "W".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

       FD StudentFile.
       01 StudentFileRecord.
           88 EOStudentFile VALUE HIGH-VALUES.
           02 StuFileID        PIC X(9).
           02 StuFileLastName  PIC X(16).
           02 StuFileFirstName PIC X(16).
           02 StuFileAddress1  PIC X(30).
           02 StuFileAddress2  PIC X(30).
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       FD ChartFile.
       01 ChartFileRecord.
           88 EOChartFile VALUE HIGH-VALUES.
           02 ChartSourceCode PIC X(6).
           02 ChartAccount    PIC X(8).

       FD PlacementFile.
       01 PlacementRecord.
           02 PlcStudentID    PIC X(9).
           02 PlcLastName     PIC X(16).
           02 PlcFirstName    PIC X(16).
           02 PlcAddress1     PIC X(30).
           02 PlcAddress2     PIC X(30).
           02 PlcBalance      PIC 9(7)V99.
           02 PlcLastActivity PIC 9(8).
           02 PlcPlacedDate   PIC 9(8).

       FD VoucherFile.
       01 VoucherRecord PIC X(40).

       FD ReviewLogFile.
       01 ReviewLogRecord.
           02 LogDate      PIC 9(8).
           02 LogApprover  PIC X(3).
           02 LogAction    PIC X.
           02 LogStudentID PIC X(9).
           02 LogAmount    PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 ReviewFileStatus  PIC X(02) VALUE ZEROES.
       01 LedgerFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.
       01 ChartFileStatus   PIC X(02) VALUE ZEROES.

       01 ApproverInitials PIC X(3) VALUE SPACES.
       01 ReviewDate       PIC 9(8) VALUE ZERO.

       *> The bursar's verdict on each queued account.
       01 ReviewAction PIC X VALUE "S".
           88 ApproveWriteOff VALUE "A" "a".
           88 RejectWriteOff  VALUE "R" "r".

       *> Queued accounts held in memory for the session so the file
       *> can be rewritten with only what stays queued.
       01 QueueCount PIC 9(4) VALUE ZERO.
       01 QueueTable.
           02 QueueEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON QueueCount
                         INDEXED BY QueIdx.
               03 QueEntryImage PIC X(50).
               03 QueEntryKept  PIC X.
                   88 EntryStaysQueued VALUE "Y".

       *> Today's balance and last activity per student, so an
       *> account paid down since selection isn't written off.
       01 AcctCount PIC 9(4) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON AcctCount
                        INDEXED BY AcctIdx.
               03 AcctStudentID    PIC X(9).
               03 AcctBalance      PIC S9(9)V99.
               03 AcctLastActivity PIC 9(8).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).
               03 TblAddress1  PIC X(30).
               03 TblAddress2  PIC X(30).

       01 ReceivableAccount PIC X(8) VALUE SPACES.
       01 BadDebtAccount    PIC X(8) VALUE SPACES.

       01 QueuePosition  PIC 9(4) VALUE ZERO.
       01 CurrentBalance PIC S9(9)V99 VALUE ZERO.
       01 LastActivity   PIC 9(8) VALUE ZERO.
       01 PrintBalance   PIC $$,$$$,$$9.99.
       01 PrintSelected  PIC $$,$$$,$$9.99.
       01 PrintTotal     PIC $$$,$$$,$$9.99.
       01 StudentName    PIC X(33) VALUE SPACES.

       01 AccountFound PIC X VALUE "N".
           88 AccountOnLedger VALUE "Y" WHEN SET TO FALSE "N".
       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       *> The write-off voucher pairs built up over the session and
       *> written as one batch at the end, in the voucher layout.
       01 VoucherCount PIC 9(4) VALUE ZERO.
       01 VoucherTable.
           02 VoucherEntry OCCURS 1 TO 4000 TIMES
                           DEPENDING ON VoucherCount
                           INDEXED BY VouIdx.
               03 VouSide    PIC X(2).
               03 VouAccount PIC X(8).
               03 VouAmount  PIC 9(9)V99.
       01 HashTotal     PIC 9(11)V99 VALUE ZERO.
       01 WrittenOffTotal PIC 9(11)V99 VALUE ZERO.

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

       01 ApprovedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.
       01 PaidDownCount PIC 9(4) VALUE ZERO.
       01 CarriedCount  PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ReviewFile
           IF ReviewFileStatus NOT = "00"
               AND ReviewFileStatus NOT = "05"
               AND ReviewFileStatus NOT = "07"
               DISPLAY "Cannot open CollectionReview.dat, status "
                   ReviewFileStatus "; nothing to review."
               STOP RUN
           END-IF
           PERFORM ReadReviewLine
           PERFORM UNTIL EOReviewFile
               ADD 1 TO QueueCount
               MOVE ReviewRecord TO QueEntryImage(QueueCount)
               MOVE "Y" TO QueEntryKept(QueueCount)
               PERFORM ReadReviewLine
           END-PERFORM
           CLOSE ReviewFile

           IF QueueCount = ZERO
               DISPLAY "No accounts are waiting for collection "
                   "review."
               STOP RUN
           END-IF

           PERFORM LoadChartOfAccounts
           IF ReceivableAccount = SPACES OR BadDebtAccount = SPACES
               DISPLAY "ChartOfAccounts.dat needs AR and BADDBT "
                   "lines; nothing written off."
               STOP RUN
           END-IF
           PERFORM LoadStudentMaster
           PERFORM LoadLedgerAccounts

           DISPLAY "Enter your approver initials: "
           ACCEPT ApproverInitials
           ACCEPT ReviewDate FROM DATE YYYYMMDD

           OPEN EXTEND LedgerFile
           PERFORM ReviewOneAccount
               VARYING QueuePosition FROM 1 BY 1
               UNTIL QueuePosition > QueueCount
           CLOSE LedgerFile

           IF VoucherCount > ZERO
               PERFORM WriteVoucherBatch
           END-IF
           PERFORM RewriteReviewFile

           MOVE WrittenOffTotal TO PrintTotal
           DISPLAY "Accounts placed and written off: ", ApprovedCount
           DISPLAY "Amount written off:     ", PrintTotal
           DISPLAY "Accounts rejected:               ", RejectedCount
           DISPLAY "Paid down since selection:       ", PaidDownCount
           DISPLAY "Accounts still queued:           ", CarriedCount
           STOP RUN.

       ReadReviewLine.
           READ ReviewFile
               AT END SET EOReviewFile TO TRUE.

       LoadChartOfAccounts.
           OPEN INPUT ChartFile
           IF ChartFileStatus = "00" OR ChartFileStatus = "05"
               OR ChartFileStatus = "07"
               PERFORM ReadChartLine
               PERFORM UNTIL EOChartFile
                   EVALUATE ChartSourceCode
                       WHEN "AR"
                           MOVE ChartAccount TO ReceivableAccount
                       WHEN "BADDBT"
                           MOVE ChartAccount TO BadDebtAccount
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM ReadChartLine
               END-PERFORM
               CLOSE ChartFile
           END-IF.

       ReadChartLine.
           READ ChartFile
               AT END SET EOChartFile TO TRUE.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus = "00" OR StudentFileStatus = "05"
               OR StudentFileStatus = "07"
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   MOVE StuFileAddress1  TO TblAddress1(StudentCount)
                   MOVE StuFileAddress2  TO TblAddress2(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadLedgerAccounts.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "05"
               OR LedgerFileStatus = "07"
               PERFORM ReadLedgerLine
               PERFORM UNTIL EOLedgerFile
                   PERFORM AddLedgerLineToAccount
                   PERFORM ReadLedgerLine
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       ReadLedgerLine.
           READ LedgerFile
               AT END SET EOLedgerFile TO TRUE.

       AddLedgerLineToAccount.
           SET AcctIdx TO 1
           SEARCH AcctEntry
               AT END
                   ADD 1 TO AcctCount
                   MOVE LedgerStudentID TO AcctStudentID(AcctCount)
                   MOVE ZERO TO AcctBalance(AcctCount)
                   MOVE ZERO TO AcctLastActivity(AcctCount)
                   SET AcctIdx TO AcctCount
                   PERFORM ApplyLedgerLineToAccount
               WHEN AcctStudentID(AcctIdx) = LedgerStudentID
                   PERFORM ApplyLedgerLineToAccount
           END-SEARCH.

       ApplyLedgerLineToAccount.
           EVALUATE TRUE
               WHEN LedgerCharge OR LedgerLateFee
                   ADD LedgerAmount TO AcctBalance(AcctIdx)
               WHEN (LedgerAdjust OR LedgerWriteOff) AND NegativeAdjust
                   SUBTRACT LedgerAmount FROM AcctBalance(AcctIdx)
               WHEN LedgerAdjust OR LedgerWriteOff
                   ADD LedgerAmount TO AcctBalance(AcctIdx)
               WHEN OTHER
                   SUBTRACT LedgerAmount FROM AcctBalance(AcctIdx)
           END-EVALUATE
           IF LedgerDate > AcctLastActivity(AcctIdx)
               MOVE LedgerDate TO AcctLastActivity(AcctIdx)
           END-IF.

       ReviewOneAccount.
           MOVE QueEntryImage(QueuePosition) TO ReviewRecord
           PERFORM FindCurrentBalance
           IF CurrentBalance <= ZERO
               DISPLAY "Student ", RvwStudentID, " no longer owes "
                   "anything; taken off the queue."
               MOVE "N" TO QueEntryKept(QueuePosition)
               ADD 1 TO PaidDownCount
           ELSE
               PERFORM FindStudent
               MOVE RvwBalance TO PrintSelected
               MOVE CurrentBalance TO PrintBalance
               DISPLAY "Student ", RvwStudentID, "  ", StudentName
               DISPLAY "  Selected ", RvwSelectedDate, " owing ",
                   PrintSelected, "; owes ", PrintBalance, " today."
               DISPLAY "  Oldest charge ", RvwOldestDate,
                   ", last payment ", RvwLastPayDate,
                   ", last activity ", LastActivity
               DISPLAY "Enter A to place and write off, R to reject, "
                   "or S to leave queued: "
               ACCEPT ReviewAction
               EVALUATE TRUE
                   WHEN ApproveWriteOff
                       PERFORM PlaceAndWriteOff
                       MOVE "N" TO QueEntryKept(QueuePosition)
                       ADD 1 TO ApprovedCount
                       MOVE "A" TO LogAction
                       PERFORM WriteReviewLogRecord
                   WHEN RejectWriteOff
                       MOVE "N" TO QueEntryKept(QueuePosition)
                       ADD 1 TO RejectedCount
                       MOVE "R" TO LogAction
                       PERFORM WriteReviewLogRecord
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FindCurrentBalance.
           MOVE ZERO TO CurrentBalance
           MOVE RvwLastActivity TO LastActivity
           SET AccountOnLedger TO FALSE
           SET AcctIdx TO 1
           SEARCH AcctEntry
               AT END
                   CONTINUE
               WHEN AcctStudentID(AcctIdx) = RvwStudentID
                   SET AccountOnLedger TO TRUE
                   MOVE AcctBalance(AcctIdx) TO CurrentBalance
                   MOVE AcctLastActivity(AcctIdx) TO LastActivity
           END-SEARCH.

       FindStudent.
           SET StudentIsKnown TO FALSE
           MOVE "(NOT ON STUDENT MASTER)" TO StudentName
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   CONTINUE
               WHEN TblStudentID(StuIdx) = RvwStudentID
                   SET StudentIsKnown TO TRUE
                   MOVE SPACES TO StudentName
                   STRING TblFirstName(StuIdx) DELIMITED BY "  "
                       SPACE DELIMITED BY SIZE
                       TblLastName(StuIdx) DELIMITED BY SIZE
                       INTO StudentName
                   END-STRING
           END-SEARCH.

      *> The agency gets today's balance, not the one selected; the
      *> write-off brings the ledger balance to zero, and the
      *> voucher moves the same amount out of the receivable.
       PlaceAndWriteOff.
           MOVE SPACES TO PlacementRecord
           MOVE RvwStudentID TO PlcStudentID
           IF StudentIsKnown
               MOVE TblLastName(StuIdx)  TO PlcLastName
               MOVE TblFirstName(StuIdx) TO PlcFirstName
               MOVE TblAddress1(StuIdx)  TO PlcAddress1
               MOVE TblAddress2(StuIdx)  TO PlcAddress2
           END-IF
           MOVE CurrentBalance TO PlcBalance
           MOVE LastActivity   TO PlcLastActivity
           MOVE ReviewDate     TO PlcPlacedDate
           OPEN EXTEND PlacementFile
           WRITE PlacementRecord
           CLOSE PlacementFile

           MOVE RvwStudentID   TO LedgerStudentID
           MOVE ReviewDate     TO LedgerDate
           MOVE "W"            TO LedgerType
           MOVE "-"            TO LedgerSign
           MOVE CurrentBalance TO LedgerAmount
           MOVE "WRITEOFF"     TO LedgerReference
           WRITE LedgerRecord
           MOVE ZERO TO AcctBalance(AcctIdx)

           ADD 1 TO VoucherCount
           MOVE "DR" TO VouSide(VoucherCount)
           MOVE BadDebtAccount TO VouAccount(VoucherCount)
           MOVE CurrentBalance TO VouAmount(VoucherCount)
           ADD 1 TO VoucherCount
           MOVE "CR" TO VouSide(VoucherCount)
           MOVE ReceivableAccount TO VouAccount(VoucherCount)
           MOVE CurrentBalance TO VouAmount(VoucherCount)
           ADD CurrentBalance TO HashTotal
           ADD CurrentBalance TO HashTotal
           ADD CurrentBalance TO WrittenOffTotal
           DISPLAY "Placed with the agency and written off.".

       WriteReviewLogRecord.
           OPEN EXTEND ReviewLogFile
           MOVE ReviewDate       TO LogDate
           MOVE ApproverInitials TO LogApprover
           MOVE RvwStudentID     TO LogStudentID
           MOVE CurrentBalance   TO LogAmount
           WRITE ReviewLogRecord
           CLOSE ReviewLogFile.

       WriteVoucherBatch.
           OPEN EXTEND VoucherFile
           MOVE ReviewDate TO HeaderDate
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

       RewriteReviewFile.
           OPEN OUTPUT ReviewFile
           PERFORM CarryForwardQueueEntry
               VARYING QueuePosition FROM 1 BY 1
               UNTIL QueuePosition > QueueCount
           CLOSE ReviewFile.

       CarryForwardQueueEntry.
           IF EntryStaysQueued(QueuePosition)
               MOVE QueEntryImage(QueuePosition) TO ReviewRecord
               WRITE ReviewRecord
               ADD 1 TO CarriedCount
           END-IF.

       END PROGRAM ReviewCollectionAccounts.
