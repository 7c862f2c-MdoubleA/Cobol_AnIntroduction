      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Post the collection agency's remittance file
      *          (AgencyRemittances.dat) against accounts that were
      *          written off. Each good line reinstates the gross
      *          recovered on StudentLedger.dat (type W, sign +) and
      *          posts it as a payment, so the account history shows
      *          both the write-off and what came back. The cash side
      *          goes to RecoveryVouchers.dat: cash for the net
      *          remitted, agency fee expense for the commission, and
      *          a credit to bad-debt expense for the gross. Lines for
      *          students not written off, for more than is still
      *          written off, or already posted are rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostAgencyRecoveries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemittanceFile
             ASSIGN TO "./Exercises/Chapter_17/AgencyRemittances.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RemittanceFileStatus.

           SELECT OPTIONAL LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.

           *> Source code to GL account: CASH, AGCYFE for the agency's
           *> commission and BADDBT for bad-debt expense.
           SELECT ChartFile
             ASSIGN TO "./Exercises/Chapter_17/ChartOfAccounts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ChartFileStatus.

           SELECT OPTIONAL VoucherFile
             ASSIGN TO "./Exercises/Chapter_17/RecoveryVouchers.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RemittanceFile.
       01 RemittanceRecord.
           88 EORemittanceFile VALUE HIGH-VALUES.
           02 RemStudentID  PIC X(9).
           02 RemDate       PIC 9(8).
           02 RemReference  PIC X(10).
           02 RemGross      PIC 9(7)V99.
           02 RemCommission PIC 9(7)V99.

       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
               88 LedgerPayment   VALUE "P".
               88 LedgerWriteOff  VALUE "W".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

       FD ChartFile.
       01 ChartFileRecord.
           88 EOChartFile VALUE HIGH-VALUES.
           02 ChartSourceCode PIC X(6).
           02 ChartAccount    PIC X(8).

       FD VoucherFile.
       01 VoucherRecord PIC X(40).

       WORKING-STORAGE SECTION.
       01 RemittanceFileStatus PIC X(02) VALUE ZEROES.
       01 LedgerFileStatus     PIC X(02) VALUE ZEROES.
       01 ChartFileStatus      PIC X(02) VALUE ZEROES.

       01 PostingDate PIC 9(8) VALUE ZERO.

       *> What is still written off per student: write-offs less
       *> amounts already reinstated.
       01 WriteOffCount PIC 9(4) VALUE ZERO.
       01 WriteOffTable.
           02 WriteOffEntry OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WriteOffCount
                            INDEXED BY WofIdx.
               03 WofStudentID   PIC X(9).
               03 WofOutstanding PIC S9(9)V99.

       *> Payments already on the ledger, so a remittance file run
       *> twice doesn't post twice.
       01 PaymentCount PIC 9(5) VALUE ZERO.
       01 PaymentTable.
           02 PaymentEntry OCCURS 1 TO 20000 TIMES
                           DEPENDING ON PaymentCount
                           INDEXED BY PayIdx.
               03 PayStudentID PIC X(9).
               03 PayReference PIC X(10).

       01 CashAccount      PIC X(8) VALUE SPACES.
       01 AgencyFeeAccount PIC X(8) VALUE SPACES.
       01 BadDebtAccount   PIC X(8) VALUE SPACES.

       01 RejectReason PIC X(40) VALUE SPACES.
           88 RemittanceIsGood VALUE SPACES.
       01 NetRemitted  PIC 9(7)V99 VALUE ZERO.

       01 VoucherCount PIC 9(4) VALUE ZERO.
       01 VoucherTable.
           02 VoucherEntry OCCURS 1 TO 6000 TIMES
                           DEPENDING ON VoucherCount
                           INDEXED BY VouIdx.
               03 VouSide    PIC X(2).
               03 VouAccount PIC X(8).
               03 VouAmount  PIC 9(9)V99.
       01 HashTotal PIC 9(11)V99 VALUE ZERO.

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

       01 PostedCount     PIC 9(4) VALUE ZERO.
       01 RejectedCount   PIC 9(4) VALUE ZERO.
       01 GrossTotal      PIC 9(9)V99 VALUE ZERO.
       01 CommissionTotal PIC 9(9)V99 VALUE ZERO.
       01 NetTotal        PIC 9(9)V99 VALUE ZERO.
       01 PrintAmount     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RemittanceFile
           IF RemittanceFileStatus NOT = "00"
               AND RemittanceFileStatus NOT = "05"
               AND RemittanceFileStatus NOT = "07"
               DISPLAY "Cannot open AgencyRemittances.dat, status "
                   RemittanceFileStatus "; nothing posted."
               STOP RUN
           END-IF

           PERFORM LoadChartOfAccounts
           IF CashAccount = SPACES OR AgencyFeeAccount = SPACES
               OR BadDebtAccount = SPACES
               DISPLAY "ChartOfAccounts.dat needs CASH, AGCYFE and "
                   "BADDBT lines; nothing posted."
               CLOSE RemittanceFile
               STOP RUN
           END-IF
           PERFORM LoadLedgerHistory
           ACCEPT PostingDate FROM DATE YYYYMMDD

           OPEN EXTEND LedgerFile
           PERFORM ReadRemittanceLine
           PERFORM UNTIL EORemittanceFile
               PERFORM CheckRemittance
               IF RemittanceIsGood
                   PERFORM PostRecovery
               ELSE
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected ", RemStudentID, " ",
                       RemReference, ": ", RejectReason
               END-IF
               PERFORM ReadRemittanceLine
           END-PERFORM
           CLOSE LedgerFile
           CLOSE RemittanceFile

           IF VoucherCount > ZERO
               PERFORM WriteVoucherBatch
           END-IF

           DISPLAY "Recoveries posted:  ", PostedCount
           DISPLAY "Lines rejected:     ", RejectedCount
           MOVE GrossTotal TO PrintAmount
           DISPLAY "Gross recovered:    ", PrintAmount
           MOVE CommissionTotal TO PrintAmount
           DISPLAY "Agency commission:  ", PrintAmount
           MOVE NetTotal TO PrintAmount
           DISPLAY "Net cash received:  ", PrintAmount
           STOP RUN.

       ReadRemittanceLine.
           READ RemittanceFile
               AT END SET EORemittanceFile TO TRUE.

       LoadChartOfAccounts.
           OPEN INPUT ChartFile
           IF ChartFileStatus = "00" OR ChartFileStatus = "05"
               OR ChartFileStatus = "07"
               PERFORM ReadChartLine
               PERFORM UNTIL EOChartFile
                   EVALUATE ChartSourceCode
                       WHEN "CASH"
                           MOVE ChartAccount TO CashAccount
                       WHEN "AGCYFE"
                           MOVE ChartAccount TO AgencyFeeAccount
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

       LoadLedgerHistory.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "05"
               OR LedgerFileStatus = "07"
               PERFORM ReadLedgerLine
               PERFORM UNTIL EOLedgerFile
                   EVALUATE TRUE
                       WHEN LedgerWriteOff
                           PERFORM AddWriteOffLine
                       WHEN LedgerPayment
                           ADD 1 TO PaymentCount
                           MOVE LedgerStudentID
                               TO PayStudentID(PaymentCount)
                           MOVE LedgerReference
                               TO PayReference(PaymentCount)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM ReadLedgerLine
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       ReadLedgerLine.
           READ LedgerFile
               AT END SET EOLedgerFile TO TRUE.

       AddWriteOffLine.
           SET WofIdx TO 1
           SEARCH WriteOffEntry
               AT END
                   ADD 1 TO WriteOffCount
                   MOVE LedgerStudentID TO WofStudentID(WriteOffCount)
                   MOVE ZERO TO WofOutstanding(WriteOffCount)
                   SET WofIdx TO WriteOffCount
               WHEN WofStudentID(WofIdx) = LedgerStudentID
                   CONTINUE
           END-SEARCH
           IF NegativeAdjust
               ADD LedgerAmount TO WofOutstanding(WofIdx)
           ELSE
               SUBTRACT LedgerAmount FROM WofOutstanding(WofIdx)
           END-IF.

       CheckRemittance.
           MOVE SPACES TO RejectReason
           SET WofIdx TO 1
           SEARCH WriteOffEntry
               AT END
                   MOVE "student has no write-off on the ledger"
                       TO RejectReason
               WHEN WofStudentID(WofIdx) = RemStudentID
                   IF RemGross > WofOutstanding(WofIdx)
                       MOVE "gross is more than is written off"
                           TO RejectReason
                   END-IF
           END-SEARCH
           IF RemittanceIsGood AND RemGross = ZERO
               MOVE "gross amount is zero" TO RejectReason
           END-IF
           IF RemittanceIsGood AND RemCommission > RemGross
               MOVE "commission is more than the gross"
                   TO RejectReason
           END-IF
           IF RemittanceIsGood
               SET PayIdx TO 1
               SEARCH PaymentEntry
                   AT END
                       CONTINUE
                   WHEN PayStudentID(PayIdx) = RemStudentID
                       AND PayReference(PayIdx) = RemReference
                       MOVE "reference already posted" TO RejectReason
               END-SEARCH
           END-IF.

      *> Reinstate then pay, so the ledger balance is unchanged while
      *> the account history shows the recovery. The GL side never
      *> touches the receivable: the cash came in against an expense
      *> already taken.
       PostRecovery.
           MOVE RemStudentID TO LedgerStudentID
           MOVE RemDate      TO LedgerDate
           MOVE "W"          TO LedgerType
           MOVE "+"          TO LedgerSign
           MOVE RemGross     TO LedgerAmount
           MOVE RemReference TO LedgerReference
           WRITE LedgerRecord
           MOVE "P"          TO LedgerType
           MOVE SPACE        TO LedgerSign
           WRITE LedgerRecord
           SUBTRACT RemGross FROM WofOutstanding(WofIdx)
           ADD 1 TO PaymentCount
           MOVE RemStudentID TO PayStudentID(PaymentCount)
           MOVE RemReference TO PayReference(PaymentCount)

           SUBTRACT RemCommission FROM RemGross GIVING NetRemitted
           IF NetRemitted > ZERO
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE CashAccount TO VouAccount(VoucherCount)
               MOVE NetRemitted TO VouAmount(VoucherCount)
           END-IF
           IF RemCommission > ZERO
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE AgencyFeeAccount TO VouAccount(VoucherCount)
               MOVE RemCommission TO VouAmount(VoucherCount)
           END-IF
           ADD 1 TO VoucherCount
           MOVE "CR" TO VouSide(VoucherCount)
           MOVE BadDebtAccount TO VouAccount(VoucherCount)
           MOVE RemGross TO VouAmount(VoucherCount)
           ADD RemGross TO HashTotal
           ADD RemGross TO HashTotal

           ADD 1 TO PostedCount
           ADD RemGross TO GrossTotal
           ADD RemCommission TO CommissionTotal
           ADD NetRemitted TO NetTotal.

       WriteVoucherBatch.
           OPEN EXTEND VoucherFile
           MOVE PostingDate TO HeaderDate
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

       END PROGRAM PostAgencyRecoveries.
