      *          debit (receivable) and credit (revenue) records with
      *          a batch header and a trailer carrying record count
      *          and hash total, and refuse to write the batch when
      *          the debits and credits don't balance. A negative
      *          extract amount (the flat-rate band adjustment)
      *          posts the other way round: debit the mapped
      *          account, credit the receivable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 AmountDecText     PIC X(2)  VALUE SPACES.
       01 AmountDecNum REDEFINES AmountDecText PIC 99.
       01 ExtractAmount     PIC 9(9)V99 VALUE ZERO.
       01 MinusSignCount    PIC 99      VALUE ZERO.

       *> The voucher batch built in memory first, written only once
       *> the debit and credit totals prove equal.
               ADD 1 TO VoucherCount
               MOVE "DR" TO VouSide(VoucherCount)
               MOVE ReceivableAccount TO VouAccount(VoucherCount)
               IF MinusSignCount > ZERO
                   MOVE RevenueAccount TO VouAccount(VoucherCount)
               END-IF
               MOVE ExtractAmount TO VouAmount(VoucherCount)
               ADD ExtractAmount TO DebitTotal
               ADD ExtractAmount TO HashTotal
               ADD 1 TO VoucherCount
               MOVE "CR" TO VouSide(VoucherCount)
               MOVE RevenueAccount TO VouAccount(VoucherCount)
               IF MinusSignCount > ZERO
                   MOVE ReceivableAccount TO VouAccount(VoucherCount)
               END-IF
               MOVE ExtractAmount TO VouAmount(VoucherCount)
               ADD ExtractAmount TO CreditTotal
               ADD ExtractAmount TO HashTotal
           END-IF.

       ParseExtractAmount.
           MOVE ZERO TO MinusSignCount
           INSPECT ExtractAmountText TALLYING MinusSignCount
               FOR ALL "-"
           INSPECT ExtractAmountText REPLACING ALL "-" BY " "
           MOVE SPACES TO AmountIntText AmountDecText
           UNSTRING ExtractAmountText DELIMITED BY "."
               INTO AmountIntText AmountDecText
