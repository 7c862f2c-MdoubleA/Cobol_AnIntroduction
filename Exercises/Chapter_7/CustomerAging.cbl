      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/14/2021
      * Purpose: Age the open customer invoices on CustomerLedger.dat
      *    into current/30/60/90-day buckets from the invoice date, the
      *    way ReceivablesAging ages the student accounts, netting the
      *    credit memos and payments applied against each invoice, so
      *    the gadget side has a receivables picture too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerLedgerFile ASSIGN TO "CustomerLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerLedgerFileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerLedgerFile.
       01  CustomerLedgerRecord.
           88  CustomerLedgerFileEnd VALUE HIGH-VALUES.
           02  CustLedgerCustomer  PIC 9(6).
           02  CustLedgerDate      PIC 9(8).
           02  CustLedgerType      PIC X.
               88  CustLedgerInvoice   VALUE "I".
               88  CustLedgerCredit    VALUE "C".
               88  CustLedgerPayment   VALUE "P".
           02  CustLedgerInvoiceNo PIC 9(6).
           02  CustLedgerAmount    PIC 9(8)V99.
           02  CustLedgerReference PIC X(10).

       FD  CustomerFile.
       01  CustomerRecord.
           02  CustomerNumber      PIC 9(6).
           02  CustomerName        PIC X(30).
           02  BillToAddress.
               03  BillToLine1     PIC X(30).
               03  BillToLine2     PIC X(30).
           02  ShipToAddress.
               03  ShipToLine1     PIC X(30).
               03  ShipToLine2     PIC X(30).
           02  CustomerTerms       PIC X(6).
           02  CustomerTermsDays   PIC 9(3).
           02  CreditLimit         PIC 9(7)V99.
           02  CustomerHoldFlag    PIC X.

       WORKING-STORAGE SECTION.
       01  CustomerLedgerFileStatus PIC X(02) VALUE ZEROES.
       01  CustomerFileStatus   PIC X(02)   VALUE ZEROES.

       *> One row per invoice with what is still owed on it.
       01  InvoiceCount        PIC 9(5)    VALUE ZERO.
       01  InvoiceTable.
           02  InvoiceEntry OCCURS 1 TO 9000 TIMES
                            DEPENDING ON InvoiceCount
                            INDEXED BY InvIdx.
               03  InvTblNumber    PIC 9(6).
               03  InvTblCustomer  PIC 9(6).
               03  InvTblDate      PIC 9(8).
               03  InvTblBalance   PIC S9(9)V99.

       *> One row per customer: the aged buckets plus credits and
       *> payments that name no invoice on file.
       01  AgeCount            PIC 9(4)    VALUE ZERO.
       01  AgeTable.
           02  AgeEntry OCCURS 1 TO 3000 TIMES
                        DEPENDING ON AgeCount
                        INDEXED BY AgeIdx.
               03  AgeCustomer     PIC 9(6).
               03  AgeCurrent      PIC S9(9)V99.
               03  Age30           PIC S9(9)V99.
               03  Age60           PIC S9(9)V99.
               03  Age90           PIC S9(9)V99.
               03  AgeUnapplied    PIC S9(9)V99.

       *> Calendar dates turned into rough day numbers
       *> (year*365 + month*30 + day), as ReceivablesAging does.
       01  TodaysDate.
           02  TodaysYear      PIC 9(4).
           02  TodaysMonth     PIC 99.
           02  TodaysDay       PIC 99.
       01  InvoiceDateParts.
           02  InvoiceYear     PIC 9(4).
           02  InvoiceMonth    PIC 99.
           02  InvoiceDay      PIC 99.
       01  TodayDayNumber      PIC 9(7)    VALUE ZERO.
       01  InvoiceDayNumber    PIC 9(7)    VALUE ZERO.
       01  DaysOpen            PIC S9(5)   VALUE ZERO.
       01  SearchCustomer      PIC 9(6)    VALUE ZERO.

       01  BucketCurrent       PIC S9(11)V99 VALUE ZERO.
       01  Bucket30            PIC S9(11)V99 VALUE ZERO.
       01  Bucket60            PIC S9(11)V99 VALUE ZERO.
       01  Bucket90            PIC S9(11)V99 VALUE ZERO.
       01  BucketUnapplied     PIC S9(11)V99 VALUE ZERO.
       01  CustomerTotal       PIC S9(11)V99 VALUE ZERO.

       01  PrintBucket         PIC $$,$$$,$$$,$$9.99-.
       01  PrintCurrent        PIC ZZZ,ZZ9.99-.
       01  Print30             PIC ZZZ,ZZ9.99-.
       01  Print60             PIC ZZZ,ZZ9.99-.
       01  Print90             PIC ZZZ,ZZ9.99-.
       01  PrintTotal          PIC Z,ZZZ,ZZ9.99-.

       01  InvoiceFound        PIC X       VALUE "N".
           88  InvoiceOnFile           VALUE "Y"  WHEN SET TO FALSE "N".
       01  CustomerMissing     PIC X       VALUE "N".
           88  CustomerNotOnFile       VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CustomerLedgerFile
           IF CustomerLedgerFileStatus NOT = "00"
               AND CustomerLedgerFileStatus NOT = "05"
               AND CustomerLedgerFileStatus NOT = "07"
               DISPLAY "Cannot open CustomerLedger.dat, status "
                   CustomerLedgerFileStatus "; aging aborted."
               STOP RUN
           END-IF
           PERFORM ReadLedgerLine
           PERFORM UNTIL CustomerLedgerFileEnd
               PERFORM ApplyLedgerLine
               PERFORM ReadLedgerLine
           END-PERFORM
           CLOSE CustomerLedgerFile

           IF InvoiceCount = ZERO AND AgeCount = ZERO
               DISPLAY "The customer ledger is empty; nothing to age."
               STOP RUN
           END-IF

           ACCEPT TodaysDate FROM DATE YYYYMMDD
           COMPUTE TodayDayNumber =
               TodaysYear * 365 + TodaysMonth * 30 + TodaysDay

           PERFORM AgeOneInvoice
               VARYING InvIdx FROM 1 BY 1
               UNTIL InvIdx > InvoiceCount

           OPEN INPUT CustomerFile
           DISPLAY "CUSTOMER AGING"
           DISPLAY "--------------"
           DISPLAY "CUSTNO NAME                              CURRENT",
               "      31-60      61-90    OVER 90        TOTAL"
           PERFORM PrintOneCustomer
               VARYING AgeIdx FROM 1 BY 1
               UNTIL AgeIdx > AgeCount
           CLOSE CustomerFile

           DISPLAY SPACE
           MOVE BucketCurrent TO PrintBucket
           DISPLAY "Current (0-30):    ", PrintBucket
           MOVE Bucket30 TO PrintBucket
           DISPLAY "31-60 days:        ", PrintBucket
           MOVE Bucket60 TO PrintBucket
           DISPLAY "61-90 days:        ", PrintBucket
           MOVE Bucket90 TO PrintBucket
           DISPLAY "Over 90 days:      ", PrintBucket
           MOVE BucketUnapplied TO PrintBucket
           DISPLAY "Unapplied credits: ", PrintBucket
           STOP RUN.

       ReadLedgerLine.
           READ CustomerLedgerFile
               AT END SET CustomerLedgerFileEnd TO TRUE
           END-READ.

      *> Invoices open a row; credit memos and payments come off the
      *> invoice they name, or sit as unapplied for the customer when
      *> they name none.
       ApplyLedgerLine.
           MOVE CustLedgerCustomer TO SearchCustomer
           PERFORM FindCustomerRow
           IF CustLedgerInvoice
               ADD 1 TO InvoiceCount
               MOVE CustLedgerInvoiceNo TO InvTblNumber(InvoiceCount)
               MOVE CustLedgerCustomer
                   TO InvTblCustomer(InvoiceCount)
               MOVE CustLedgerDate TO InvTblDate(InvoiceCount)
               MOVE CustLedgerAmount TO InvTblBalance(InvoiceCount)
           ELSE
               SET InvoiceOnFile TO FALSE
               IF CustLedgerInvoiceNo NOT = ZERO
                   SET InvIdx TO 1
                   SEARCH InvoiceEntry
                       AT END
                           CONTINUE
                       WHEN InvTblNumber(InvIdx) = CustLedgerInvoiceNo
                           SET InvoiceOnFile TO TRUE
                           SUBTRACT CustLedgerAmount
                               FROM InvTblBalance(InvIdx)
                   END-SEARCH
               END-IF
               IF NOT InvoiceOnFile
                   SUBTRACT CustLedgerAmount
                       FROM AgeUnapplied(AgeIdx)
               END-IF
           END-IF.

       FindCustomerRow.
           SET AgeIdx TO 1
           SEARCH AgeEntry
               AT END
                   ADD 1 TO AgeCount
                   MOVE SearchCustomer TO AgeCustomer(AgeCount)
                   MOVE ZERO TO AgeCurrent(AgeCount)
                   MOVE ZERO TO Age30(AgeCount)
                   MOVE ZERO TO Age60(AgeCount)
                   MOVE ZERO TO Age90(AgeCount)
                   MOVE ZERO TO AgeUnapplied(AgeCount)
                   SET AgeIdx TO AgeCount
               WHEN AgeCustomer(AgeIdx) = SearchCustomer
                   CONTINUE
           END-SEARCH.

       AgeOneInvoice.
           IF InvTblBalance(InvIdx) NOT = ZERO
               MOVE InvTblDate(InvIdx) TO InvoiceDateParts
               COMPUTE InvoiceDayNumber =
                   InvoiceYear * 365 + InvoiceMonth * 30 + InvoiceDay
               SUBTRACT InvoiceDayNumber FROM TodayDayNumber
                   GIVING DaysOpen
               IF DaysOpen < ZERO
                   MOVE ZERO TO DaysOpen
               END-IF
               MOVE InvTblCustomer(InvIdx) TO SearchCustomer
               PERFORM FindCustomerRow
               EVALUATE TRUE
                   WHEN DaysOpen <= 30
                       ADD InvTblBalance(InvIdx) TO AgeCurrent(AgeIdx)
                       ADD InvTblBalance(InvIdx) TO BucketCurrent
                   WHEN DaysOpen <= 60
                       ADD InvTblBalance(InvIdx) TO Age30(AgeIdx)
                       ADD InvTblBalance(InvIdx) TO Bucket30
                   WHEN DaysOpen <= 90
                       ADD InvTblBalance(InvIdx) TO Age60(AgeIdx)
                       ADD InvTblBalance(InvIdx) TO Bucket60
                   WHEN OTHER
                       ADD InvTblBalance(InvIdx) TO Age90(AgeIdx)
                       ADD InvTblBalance(InvIdx) TO Bucket90
               END-EVALUATE
           END-IF.

       PrintOneCustomer.
           COMPUTE CustomerTotal = AgeCurrent(AgeIdx) + Age30(AgeIdx)
               + Age60(AgeIdx) + Age90(AgeIdx) + AgeUnapplied(AgeIdx)
           ADD AgeUnapplied(AgeIdx) TO BucketUnapplied
           IF CustomerTotal NOT = ZERO
               SET CustomerNotOnFile TO FALSE
               MOVE AgeCustomer(AgeIdx) TO CustomerNumber
               READ CustomerFile
                   INVALID KEY
                       SET CustomerNotOnFile TO TRUE
               END-READ
               IF CustomerNotOnFile
                   MOVE "(NOT ON CUSTOMER MASTER)" TO CustomerName
               END-IF
               MOVE AgeCurrent(AgeIdx) TO PrintCurrent
               MOVE Age30(AgeIdx)      TO Print30
               MOVE Age60(AgeIdx)      TO Print60
               MOVE Age90(AgeIdx)      TO Print90
               MOVE CustomerTotal      TO PrintTotal
               DISPLAY AgeCustomer(AgeIdx), SPACE, CustomerName,
                   PrintCurrent, Print30,
                   Print60, Print90, PrintTotal
           END-IF.

       END PROGRAM CUSTOMER-AGING.
