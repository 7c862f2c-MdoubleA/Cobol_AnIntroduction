      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/29/2021
      * Purpose: Monthly sales commission run. Takes the sales-order
      *    lines shipped in the month for each salesperson on
      *    SalespersonMaster.dat, prices them at the price they were
      *    sold at, and pays the rep's percentage - the category rate
      *    on CommissionRates.dat, else the base rate - of the margin
      *    over UnitCost. Returns received back in the month take
      *    back what their units earned. Prints a statement per rep
      *    to CommissionStatements.txt and writes CommissionPayroll.dat
      *    for payroll, a header, one detail per rep and a trailer
      *    carrying the rep count and hash totals payroll balances to.
      *    A line sold at or below cost earns nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalesOrderFileStatus.

           *> Return authorizations; the received ones reverse the
           *> commission their units earned.
           SELECT RMAFile ASSIGN TO "ReturnAuthorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMAFileStatus.

           SELECT SalespersonFile ASSIGN TO "SalespersonMaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SalespersonFileStatus.

           SELECT CommissionRateFile ASSIGN TO "CommissionRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommissionRateFileStatus.

           SELECT StatementFile ASSIGN TO "CommissionStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PayrollFile ASSIGN TO "CommissionPayroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
               ASSIGN TO "OperationsLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProductFile.
       01  ProductRecord.
           02  IDFeatures.
               03  GadgetID        PIC 9(6).
               03  GadgetName      PIC X(30).
               03  GadgetCategory  PIC X(4).
           02  PotentialProfitFeatures.
               03  QtyInStock      PIC 9(4).
               03  Price           PIC 9(4)V99.
           02  ProductSupplierCode PIC X(5).
           02  LastMovementDate    PIC 9(8).
           02  UnitCost            PIC 9(4)V99.

       FD  SalesOrderFile.
       01  SalesOrderRecord.
           88  SalesOrderFileEnd   VALUE HIGH-VALUES.
           02  SONumber            PIC 9(6).
           02  SOGadgetID          PIC 9(6).
           02  SOOrderQty          PIC 9(4).
           02  SOAllocatedQty      PIC 9(4).
           02  SOWarehouse         PIC X(4).
           02  SOOrderDate         PIC 9(8).
           02  SOStatus            PIC X.
               88  SOLineShipped       VALUE "S".
           02  SOCustomerNumber    PIC 9(6).
           02  SOShipDate          PIC 9(8).
           02  SOInvoiceNumber     PIC 9(6).
           02  SOSubstitutedFor    PIC 9(6).
           02  SOSalesperson       PIC X(3).
           02  SOSoldPrice         PIC 9(4)V99.

       FD  RMAFile.
       01  RMARecord.
           88  RMAFileEnd          VALUE HIGH-VALUES.
           02  RMANumber           PIC 9(6).
           02  RMASONumber         PIC 9(6).
           02  RMAGadgetID         PIC 9(6).
           02  RMACustomer         PIC 9(6).
           02  RMAQty              PIC 9(4).
           02  RMAReason           PIC X(4).
           02  RMAIssueDate        PIC 9(8).
           02  RMAStatus           PIC X.
               88  RMAReceived         VALUE "R".
           02  RMAReceivedQty      PIC 9(4).
           02  RMAReceivedDate     PIC 9(8).
           02  RMAReceivedMonth REDEFINES RMAReceivedDate.
               03  RMAReceivedYYYYMM PIC 9(6).
               03  FILLER          PIC 9(2).
           02  RMADisposition      PIC X.
           02  RMAWarehouse        PIC X(4).
           02  RMACreditMemo       PIC 9(6).

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

       FD  StatementFile.
       01  StatementRecord         PIC X(80).

       FD  PayrollFile.
       01  PayrollRecord           PIC X(80).

       FD  OperationsLogFile.
       01  OperationsLogRecord.
           02  EventDate           PIC 9(8).
           02  EventTime           PIC 9(6).
           02  EventProgram        PIC X(30).
           02  EventSeverity       PIC X.
           02  EventMessage        PIC X(60).

       WORKING-STORAGE SECTION.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.
       01  SalesOrderFileStatus PIC X(02)  VALUE ZEROES.
       01  RMAFileStatus       PIC X(02)   VALUE ZEROES.
       01  SalespersonFileStatus PIC X(02) VALUE ZEROES.
       01  CommissionRateFileStatus PIC X(02) VALUE ZEROES.

       01  ReportMonth         PIC 9(6)    VALUE ZERO.
       01  RunDate             PIC 9(8)    VALUE ZERO.

       *> Every shipped order line carrying a salesperson; the ones
       *> shipped in the month are paid, and any of them may be the
       *> line a return in the month came back against.
       01  SOLineCount         PIC 9(4)    VALUE ZERO.
       01  SOLineEntries.
           02  SOLineEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON SOLineCount
                           INDEXED BY SOidx.
               03  EntrySONumber       PIC 9(6).
               03  EntryGadgetID       PIC 9(6).
               03  EntryShippedQty     PIC 9(4).
               03  EntryShipDate       PIC 9(8).
               03  EntryShipMonth REDEFINES EntryShipDate.
                   04  EntryShipYYYYMM PIC 9(6).
                   04  FILLER          PIC 9(2).
               03  EntrySalesperson    PIC X(3).
               03  EntrySoldPrice      PIC 9(4)V99.

       *> The returns received in the month.
       01  ReturnCount         PIC 9(4)    VALUE ZERO.
       01  ReturnEntries.
           02  ReturnEntry OCCURS 1 TO 3000 TIMES
                           DEPENDING ON ReturnCount
                           INDEXED BY RetIdx.
               03  RetRMANumber    PIC 9(6).
               03  RetSONumber     PIC 9(6).
               03  RetGadgetID     PIC 9(6).
               03  RetQty          PIC 9(4).
               03  RetSalesperson  PIC X(3).
               03  RetSoldPrice    PIC 9(4)V99.

       01  SalespersonCount    PIC 99      VALUE ZERO.
       01  SalespersonTable.
           02  SalespersonEntry OCCURS 1 TO 99 TIMES
                                DEPENDING ON SalespersonCount
                                INDEXED BY RepIdx.
               03  RepTblCode      PIC X(3).
               03  RepTblName      PIC X(30).
               03  RepTblBasePct   PIC 9(2)V99.

       01  RateCount           PIC 9(4)    VALUE ZERO.
       01  RateTable.
           02  RateEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON RateCount
                         INDEXED BY RateIdx.
               03  RateTblSalesperson PIC X(3).
               03  RateTblCategory    PIC X(4).
               03  RateTblPercent     PIC 9(2)V99.

       *> The line being paid or taken back.
       01  LineQty             PIC 9(4)    VALUE ZERO.
       01  LinePrice           PIC 9(4)V99 VALUE ZERO.
       01  LineMargin          PIC S9(7)V99 VALUE ZERO.
       01  LinePercent         PIC 9(2)V99 VALUE ZERO.
       01  LineCommission      PIC 9(7)V99 VALUE ZERO.
       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  RepActivitySwitch   PIC X       VALUE "N".
           88  RepHasActivity          VALUE "Y"  WHEN SET TO FALSE "N".
       01  ReturnLineSwitch    PIC X       VALUE "N".
           88  ReturnLineFound         VALUE "Y"  WHEN SET TO FALSE "N".

       *> The salesperson whose statement is being printed.
       01  RepSalesLines       PIC 9(5)    VALUE ZERO.
       01  RepSalesValue       PIC 9(9)V99 VALUE ZERO.
       01  RepMargin           PIC S9(9)V99 VALUE ZERO.
       01  RepEarned           PIC 9(7)V99 VALUE ZERO.
       01  RepReturnLines      PIC 9(5)    VALUE ZERO.
       01  RepReversed         PIC 9(7)V99 VALUE ZERO.
       01  RepNet              PIC S9(7)V99 VALUE ZERO.

       *> Run totals, which the payroll trailer must agree with.
       01  RepsPaid            PIC 9(5)    VALUE ZERO.
       01  TotalSalesLines     PIC 9(7)    VALUE ZERO.
       01  TotalReturnLines    PIC 9(7)    VALUE ZERO.
       01  TotalEarned         PIC 9(9)V99 VALUE ZERO.
       01  TotalReversed       PIC 9(9)V99 VALUE ZERO.
       01  TotalNet            PIC S9(9)V99 VALUE ZERO.
       01  LinesHeldBack       PIC 9(5)    VALUE ZERO.
       01  LinesUnknownRep     PIC 9(5)    VALUE ZERO.

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
       01  EventTimeRaw        PIC 9(8)    VALUE ZERO.

       01  StatementHeaderLine.
           02  FILLER          PIC X(28)
               VALUE "COMMISSION STATEMENT  MONTH ".
           02  StmtMonth       PIC 9(6).
           02  FILLER          PIC X(7)    VALUE "  REP  ".
           02  StmtRepCode     PIC X(3).
           02  FILLER          PIC X       VALUE SPACE.
           02  StmtRepName     PIC X(30).

       01  StatementColumnLine.
           02  FILLER          PIC X(40)
               VALUE "  ORDER  GADGET CAT  QTY    PRICE     CO".
           02  FILLER          PIC X(30)
               VALUE "ST     MARGIN  RATE COMMISSION".

       01  StatementItemLine.
           02  ItemFlag        PIC X(2).
           02  ItemOrder       PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemGadgetID    PIC 9(6).
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemCategory    PIC X(4).
           02  ItemQty         PIC ZZZ9.
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemPrice       PIC Z,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemCost        PIC Z,ZZ9.99.
           02  ItemMargin      PIC -ZZZ,ZZ9.99.
           02  FILLER          PIC X       VALUE SPACE.
           02  ItemPercent     PIC Z9.99.
           02  ItemCommission  PIC -ZZZ,ZZ9.99.

       01  StatementCountLine.
           02  FILLER          PIC X(4)    VALUE SPACES.
           02  CountLabel      PIC X(30).
           02  CountAmount     PIC ZZ,ZZ9.

       01  StatementTotalLine.
           02  FILLER          PIC X(4)    VALUE SPACES.
           02  TotLabel        PIC X(30).
           02  TotAmount       PIC -ZZ,ZZZ,ZZ9.99.

       *> The three payroll record shapes, distinguished by the
       *> record-type byte payroll's intake keys on. Money is in
       *> whole cents with a leading sign so no decimal point travels.
       01  PayrollHeader.
           02  FILLER              PIC X       VALUE "H".
           02  PayHeaderRunDate    PIC 9(8).
           02  PayHeaderMonth      PIC 9(6).
           02  FILLER              PIC X(65)   VALUE SPACES.

       01  PayrollDetail.
           02  FILLER              PIC X       VALUE "D".
           02  PayRepCode          PIC X(3).
           02  PayRepName          PIC X(30).
           02  PaySalesLines       PIC 9(5).
           02  PayReturnLines      PIC 9(5).
           02  PayEarnedCents      PIC 9(9).
           02  PayReversedCents    PIC 9(9).
           02  PayNetCents         PIC S9(9) SIGN LEADING SEPARATE.
           02  FILLER              PIC X(8)    VALUE SPACES.

       01  PayrollTrailer.
           02  FILLER              PIC X       VALUE "T".
           02  PayTrailerCount     PIC 9(5).
           02  PayTrailerLines     PIC 9(7).
           02  PayTrailerEarned    PIC 9(11).
           02  PayTrailerReversed  PIC 9(11).
           02  PayTrailerNet       PIC S9(11) SIGN LEADING SEPARATE.
           02  FILLER              PIC X(33)   VALUE SPACES.

       01  PrintTotal          PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; commission run aborted."
                STOP RUN
            END-IF
            PERFORM LoadSalespersons
            IF SalespersonCount = ZERO
                DISPLAY "No salespersons on SalespersonMaster.dat; ",
                    "commission run aborted."
                CLOSE ProductFile
                STOP RUN
            END-IF
            PERFORM LoadCommissionRates

            DISPLAY "Pay commission on which month (YYYYMM): "
            ACCEPT ReportMonth
            ACCEPT RunDate FROM DATE YYYYMMDD

            PERFORM LoadShippedLines
            PERFORM LoadMonthReturns

            OPEN OUTPUT StatementFile
            OPEN OUTPUT PayrollFile
            MOVE RunDate     TO PayHeaderRunDate
            MOVE ReportMonth TO PayHeaderMonth
            MOVE PayrollHeader TO PayrollRecord
            WRITE PayrollRecord

            PERFORM PayOneSalesperson
                VARYING RepIdx FROM 1 BY 1
                UNTIL RepIdx > SalespersonCount

            MOVE RepsPaid        TO PayTrailerCount
            ADD TotalSalesLines TotalReturnLines
                GIVING PayTrailerLines
            COMPUTE PayTrailerEarned = TotalEarned * 100
            COMPUTE PayTrailerReversed = TotalReversed * 100
            COMPUTE PayTrailerNet = TotalNet * 100
            MOVE PayrollTrailer TO PayrollRecord
            WRITE PayrollRecord
            CLOSE StatementFile
            CLOSE PayrollFile
            CLOSE ProductFile

            PERFORM CountUnknownRepLines
                VARYING SOidx FROM 1 BY 1
                UNTIL SOidx > SOLineCount

            DISPLAY "Commission for month ", ReportMonth
            DISPLAY "Salespersons paid:        ", RepsPaid
            DISPLAY "Sales lines paid:         ", TotalSalesLines
            DISPLAY "Return lines taken back:  ", TotalReturnLines
            MOVE TotalEarned TO PrintTotal
            DISPLAY "Commission earned:     ", PrintTotal
            MOVE TotalReversed TO PrintTotal
            DISPLAY "Reversed for returns:  ", PrintTotal
            MOVE TotalNet TO PrintTotal
            DISPLAY "Net commission:        ", PrintTotal
            IF LinesHeldBack > ZERO
                DISPLAY "Lines held back, gadget not on Product.dat: ",
                    LinesHeldBack
            END-IF
            IF LinesUnknownRep > ZERO
                DISPLAY "Lines in the month for salespersons not on ",
                    "the master: ", LinesUnknownRep
            END-IF
            DISPLAY "Statements are in CommissionStatements.txt; ",
                "payroll extract in CommissionPayroll.dat."

            MOVE "I" TO EventSeverity
            MOVE SPACES TO EventMessage
            STRING "Commission for " DELIMITED BY SIZE
                ReportMonth DELIMITED BY SIZE
                ", reps paid " DELIMITED BY SIZE
                RepsPaid DELIMITED BY SIZE
                INTO EventMessage
            END-STRING
            PERFORM WriteOperationsEvent

            STOP RUN.

       LoadSalespersons.
           OPEN INPUT SalespersonFile
           IF SalespersonFileStatus = "00" OR SalespersonFileStatus
               = "05" OR SalespersonFileStatus = "07"
               PERFORM ReadSalespersonLine
               PERFORM UNTIL SalespersonFileEnd
                   ADD 1 TO SalespersonCount
                   MOVE SalespersonCode
                       TO RepTblCode(SalespersonCount)
                   MOVE SalespersonName
                       TO RepTblName(SalespersonCount)
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

       LoadCommissionRates.
           OPEN INPUT CommissionRateFile
           IF CommissionRateFileStatus = "00"
               OR CommissionRateFileStatus = "05"
               OR CommissionRateFileStatus = "07"
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

      *> House orders carry no salesperson and are left out here.
       LoadShippedLines.
           OPEN INPUT SalesOrderFile
           IF SalesOrderFileStatus NOT = "00" AND SalesOrderFileStatus
               NOT = "05" AND SalesOrderFileStatus NOT = "07"
               DISPLAY "Cannot open SalesOrders.dat, status "
                   SalesOrderFileStatus "; commission run aborted."
               CLOSE ProductFile
               STOP RUN
           END-IF
           PERFORM ReadSalesOrderLine
           PERFORM UNTIL SalesOrderFileEnd
               IF SOLineShipped AND SOSalesperson NOT = SPACES
                   ADD 1 TO SOLineCount
                   MOVE SONumber   TO EntrySONumber(SOLineCount)
                   MOVE SOGadgetID TO EntryGadgetID(SOLineCount)
                   MOVE SOAllocatedQty TO EntryShippedQty(SOLineCount)
                   IF SOShipDate IS NUMERIC
                       MOVE SOShipDate TO EntryShipDate(SOLineCount)
                   ELSE
                       MOVE ZERO TO EntryShipDate(SOLineCount)
                   END-IF
                   MOVE SOSalesperson TO EntrySalesperson(SOLineCount)
                   IF SOSoldPrice IS NUMERIC
                       MOVE SOSoldPrice TO EntrySoldPrice(SOLineCount)
                   ELSE
                       MOVE ZERO TO EntrySoldPrice(SOLineCount)
                   END-IF
               END-IF
               PERFORM ReadSalesOrderLine
           END-PERFORM
           CLOSE SalesOrderFile.

       ReadSalesOrderLine.
           READ SalesOrderFile
               AT END SET SalesOrderFileEnd TO TRUE
           END-READ.

      *> A return is charged to the rep on the order line it came
      *> back against, at the price that line was sold at.
       LoadMonthReturns.
           OPEN INPUT RMAFile
           IF RMAFileStatus = "00" OR RMAFileStatus = "05"
               OR RMAFileStatus = "07"
               PERFORM ReadRMALine
               PERFORM UNTIL RMAFileEnd
                   IF RMAReceived AND RMAReceivedYYYYMM = ReportMonth
                       PERFORM FindReturnedLine
                       IF ReturnLineFound
                           ADD 1 TO ReturnCount
                           MOVE RMANumber   TO RetRMANumber(ReturnCount)
                           MOVE RMASONumber TO RetSONumber(ReturnCount)
                           MOVE RMAGadgetID TO RetGadgetID(ReturnCount)
                           MOVE RMAReceivedQty TO RetQty(ReturnCount)
                           MOVE EntrySalesperson(SOidx)
                               TO RetSalesperson(ReturnCount)
                           MOVE EntrySoldPrice(SOidx)
                               TO RetSoldPrice(ReturnCount)
                       END-IF
                   END-IF
                   PERFORM ReadRMALine
               END-PERFORM
               CLOSE RMAFile
           END-IF.

       ReadRMALine.
           READ RMAFile
               AT END SET RMAFileEnd TO TRUE
           END-READ.

       FindReturnedLine.
           SET ReturnLineFound TO FALSE
           SET SOidx TO 1
           SEARCH SOLineEntry
               AT END
                   CONTINUE
               WHEN EntrySONumber(SOidx) = RMASONumber
                   AND EntryGadgetID(SOidx) = RMAGadgetID
                   SET ReturnLineFound TO TRUE
           END-SEARCH.

      ******************************************************************
      * One statement and one payroll detail per salesperson with
      * anything shipped or returned in the month.
      ******************************************************************
       PayOneSalesperson.
           MOVE ZERO TO RepSalesLines RepSalesValue RepMargin
               RepEarned RepReturnLines RepReversed RepNet
           PERFORM CheckRepActivity
           IF RepHasActivity
               PERFORM PrintRepStatement
           END-IF.

       PrintRepStatement.
           MOVE ReportMonth        TO StmtMonth
           MOVE RepTblCode(RepIdx) TO StmtRepCode
           MOVE RepTblName(RepIdx) TO StmtRepName
           MOVE StatementHeaderLine TO StatementRecord
           WRITE StatementRecord
           MOVE StatementColumnLine TO StatementRecord
           WRITE StatementRecord
           PERFORM PayOneShippedLine
               VARYING SOidx FROM 1 BY 1
               UNTIL SOidx > SOLineCount
           PERFORM ReverseOneReturn
               VARYING RetIdx FROM 1 BY 1
               UNTIL RetIdx > ReturnCount
           SUBTRACT RepReversed FROM RepEarned GIVING RepNet
           MOVE "Sales lines paid" TO CountLabel
           MOVE RepSalesLines TO CountAmount
           MOVE StatementCountLine TO StatementRecord
           WRITE StatementRecord
           MOVE "Return lines (R)" TO CountLabel
           MOVE RepReturnLines TO CountAmount
           MOVE StatementCountLine TO StatementRecord
           WRITE StatementRecord
           MOVE "Sales value" TO TotLabel
           MOVE RepSalesValue TO TotAmount
           PERFORM WriteStatementTotal
           MOVE "Margin over cost" TO TotLabel
           MOVE RepMargin TO TotAmount
           PERFORM WriteStatementTotal
           MOVE "Commission earned" TO TotLabel
           MOVE RepEarned TO TotAmount
           PERFORM WriteStatementTotal
           MOVE "Reversed for returns" TO TotLabel
           MOVE RepReversed TO TotAmount
           PERFORM WriteStatementTotal
           MOVE "NET COMMISSION" TO TotLabel
           MOVE RepNet TO TotAmount
           PERFORM WriteStatementTotal
           MOVE ALL "-" TO StatementRecord
           WRITE StatementRecord
           PERFORM WritePayrollDetail.

       CheckRepActivity.
           SET RepHasActivity TO FALSE
           SET SOidx TO 1
           SEARCH SOLineEntry
               AT END
                   CONTINUE
               WHEN EntrySalesperson(SOidx) = RepTblCode(RepIdx)
                   AND EntryShipYYYYMM(SOidx) = ReportMonth
                   SET RepHasActivity TO TRUE
           END-SEARCH
           IF NOT RepHasActivity
               SET RetIdx TO 1
               SEARCH ReturnEntry
                   AT END
                       CONTINUE
                   WHEN RetSalesperson(RetIdx) = RepTblCode(RepIdx)
                       SET RepHasActivity TO TRUE
               END-SEARCH
           END-IF.

       PayOneShippedLine.
           IF EntrySalesperson(SOidx) = RepTblCode(RepIdx)
               AND EntryShipYYYYMM(SOidx) = ReportMonth
               MOVE EntryGadgetID(SOidx) TO GadgetID
               MOVE EntryShippedQty(SOidx) TO LineQty
               MOVE EntrySoldPrice(SOidx) TO LinePrice
               PERFORM PriceCommissionLine
               IF UnknownGadgetID
                   ADD 1 TO LinesHeldBack
               ELSE
                   ADD 1 TO RepSalesLines
                   ADD 1 TO TotalSalesLines
                   COMPUTE RepSalesValue = RepSalesValue
                       + LineQty * LinePrice
                   ADD LineMargin TO RepMargin
                   ADD LineCommission TO RepEarned
                   ADD LineCommission TO TotalEarned
                   ADD LineCommission TO TotalNet
                   MOVE SPACES TO ItemFlag
                   MOVE EntrySONumber(SOidx) TO ItemOrder
                   MOVE LineCommission TO ItemCommission
                   PERFORM WriteStatementItem
               END-IF
           END-IF.

       ReverseOneReturn.
           IF RetSalesperson(RetIdx) = RepTblCode(RepIdx)
               MOVE RetGadgetID(RetIdx) TO GadgetID
               MOVE RetQty(RetIdx) TO LineQty
               MOVE RetSoldPrice(RetIdx) TO LinePrice
               PERFORM PriceCommissionLine
               IF UnknownGadgetID
                   ADD 1 TO LinesHeldBack
               ELSE
                   ADD 1 TO RepReturnLines
                   ADD 1 TO TotalReturnLines
                   ADD LineCommission TO RepReversed
                   ADD LineCommission TO TotalReversed
                   SUBTRACT LineCommission FROM TotalNet
                   MOVE "R " TO ItemFlag
                   MOVE RetSONumber(RetIdx) TO ItemOrder
                   COMPUTE ItemCommission = ZERO - LineCommission
                   PERFORM WriteStatementItem
               END-IF
           END-IF.

      *> Margin is the sold price over today's UnitCost for the
      *> units; a line sold before prices were kept on the order is
      *> priced at the gadget's list Price. Only a positive margin
      *> earns commission.
       PriceCommissionLine.
           SET UnknownGadgetID TO FALSE
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           IF NOT UnknownGadgetID
               IF LinePrice = ZERO
                   MOVE Price TO LinePrice
               END-IF
               COMPUTE LineMargin = (LinePrice - UnitCost) * LineQty
               PERFORM FindCommissionPercent
               MOVE ZERO TO LineCommission
               IF LineMargin > ZERO
                   COMPUTE LineCommission ROUNDED =
                       LineMargin * LinePercent / 100
               END-IF
           END-IF.

       FindCommissionPercent.
           MOVE RepTblBasePct(RepIdx) TO LinePercent
           SET RateIdx TO 1
           SEARCH RateEntry
               AT END
                   CONTINUE
               WHEN RateTblSalesperson(RateIdx) = RepTblCode(RepIdx)
                   AND RateTblCategory(RateIdx) = GadgetCategory
                   MOVE RateTblPercent(RateIdx) TO LinePercent
           END-SEARCH.

       WriteStatementItem.
           MOVE GadgetID       TO ItemGadgetID
           MOVE GadgetCategory TO ItemCategory
           MOVE LineQty        TO ItemQty
           MOVE LinePrice      TO ItemPrice
           MOVE UnitCost       TO ItemCost
           MOVE LineMargin     TO ItemMargin
           MOVE LinePercent    TO ItemPercent
           MOVE StatementItemLine TO StatementRecord
           WRITE StatementRecord.

       WriteStatementTotal.
           MOVE StatementTotalLine TO StatementRecord
           WRITE StatementRecord.

       WritePayrollDetail.
           ADD 1 TO RepsPaid
           MOVE RepTblCode(RepIdx) TO PayRepCode
           MOVE RepTblName(RepIdx) TO PayRepName
           MOVE RepSalesLines      TO PaySalesLines
           MOVE RepReturnLines     TO PayReturnLines
           COMPUTE PayEarnedCents = RepEarned * 100
           COMPUTE PayReversedCents = RepReversed * 100
           COMPUTE PayNetCents = RepNet * 100
           MOVE PayrollDetail TO PayrollRecord
           WRITE PayrollRecord.

      *> Lines in the month whose salesperson has since left the
      *> master are not paid; the count tells payroll to look.
       CountUnknownRepLines.
           IF EntryShipYYYYMM(SOidx) = ReportMonth
               SET RepIdx TO 1
               SEARCH SalespersonEntry
                   AT END
                       ADD 1 TO LinesUnknownRep
                   WHEN RepTblCode(RepIdx) = EntrySalesperson(SOidx)
                       CONTINUE
               END-SEARCH
           END-IF.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "COMMISSION-RUN" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

       END PROGRAM COMMISSION-RUN.
