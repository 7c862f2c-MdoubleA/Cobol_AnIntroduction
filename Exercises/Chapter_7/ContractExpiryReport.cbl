      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/25/2021
      * Purpose: List the customer contracts on ContractPrices.dat that
      *    expire within the next N business days, counted off
      *    BusinessCalendar.dat, soonest first, so sales can go back to
      *    those accounts and renegotiate before the contract price
      *    quietly falls back to promotion or list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-EXPIRY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContractFile ASSIGN TO "ContractPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.

           SELECT CustomerFile ASSIGN TO "CustomerMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerNumber
               FILE STATUS IS CustomerFileStatus.

           SELECT CalendarFile ASSIGN TO "BusinessCalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalendarFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ContractFile.
       01  ContractRecord.
           88  ContractFileEnd     VALUE HIGH-VALUES.
           02  ContractCustomer    PIC 9(6).
           02  ContractGadgetID    PIC 9(6).
           02  ContractCategory    PIC X(4).
           02  ContractPrice       PIC 9(4)V99.
           02  ContractDiscount    PIC 9(2)V99.
           02  ContractStartDate   PIC 9(8).
           02  ContractEndDate     PIC 9(8).

       FD  CustomerFile.
       01  CustomerRecord.
           02  CustomerNumber      PIC 9(6).
           02  CustomerName        PIC X(30).
           02  CustomerBillTo.
               03  BillToLine1     PIC X(30).
               03  BillToLine2     PIC X(30).
           02  CustomerShipTo.
               03  ShipToLine1     PIC X(30).
               03  ShipToLine2     PIC X(30).
           02  CustomerTerms       PIC X(6).
           02  CustomerTermsDays   PIC 9(3).
           02  CreditLimit         PIC 9(7)V99.
           02  CustomerHoldFlag    PIC X.

       FD  CalendarFile.
       01  CalendarRecord.
           88  CalendarFileEnd     VALUE HIGH-VALUES.
           02  CalDate             PIC 9(8).
           02  CalDayType          PIC X.

       WORKING-STORAGE SECTION.
       01  ContractFileStatus  PIC X(02)   VALUE ZEROES.
       01  CustomerFileStatus  PIC X(02)   VALUE ZEROES.
       01  CalendarFileStatus  PIC X(02)   VALUE ZEROES.

       01  CalendarDayCount    PIC 9(4)    VALUE ZERO.
       01  BusinessCalendarTable.
           02  CalendarEntry OCCURS 1 TO 2200 TIMES
                             DEPENDING ON CalendarDayCount
                             INDEXED BY CALidx.
               03  CalTblDate  PIC 9(8).
               03  CalTblType  PIC X.

       *> Contracts inside the window, printed soonest expiry first.
       01  ExpiringCount       PIC 9(4)    VALUE ZERO.
       01  ExpiringTable.
           02  ExpiringEntry OCCURS 1 TO 1000 TIMES
                             DEPENDING ON ExpiringCount
                             INDEXED BY ExpIdx.
               03  ExpCustomer     PIC 9(6).
               03  ExpGadgetID     PIC 9(6).
               03  ExpCategory     PIC X(4).
               03  ExpPrice        PIC 9(4)V99.
               03  ExpDiscount     PIC 9(2)V99.
               03  ExpEndDate      PIC 9(8).
               03  ExpDaysLeft     PIC 9(4).
               03  ExpPrinted      PIC X.
                   88  ExpiringPrinted     VALUE "Y".
       01  NextExpIdx          PIC 9(4)    VALUE ZERO.
       01  NextEndDate         PIC 9(8)    VALUE ZERO.

       01  WindowDays          PIC 9(3)    VALUE ZERO.
       01  TodaysNumericDate   PIC 9(8)    VALUE ZERO.
       01  WindowEndDate       PIC 9(8)    VALUE ZERO.
       01  BusinessDaysFound   PIC 9(4)    VALUE ZERO.
       01  BusinessDaysLeft    PIC 9(4)    VALUE ZERO.
       01  ContractsRead       PIC 9(5)    VALUE ZERO.

       01  ExpiryHeaderLine.
           02  FILLER          PIC X(44)
               VALUE "CUST    NAME                    GADGET/CAT  ".
           02  FILLER          PIC X(29)
               VALUE "CONTRACT      EXPIRES  DAYS".

       01  ExpiryItemLine.
           02  ExpItemCustomer PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ExpItemName     PIC X(24).
           02  ExpItemKey      PIC X(10).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ExpItemTerms    PIC X(12).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  ExpItemEndDate  PIC 9(8).
           02  ExpItemDaysLeft PIC ZZZ,ZZ9.

       01  PrintPrice          PIC Z,ZZ9.99.
       01  PrintDiscount       PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ContractFile
            IF ContractFileStatus NOT = "00" AND ContractFileStatus
                NOT = "05" AND ContractFileStatus NOT = "07"
                DISPLAY "Cannot open ContractPrices.dat, status "
                    ContractFileStatus "; expiry report aborted."
                STOP RUN
            END-IF
            OPEN INPUT CalendarFile
            IF CalendarFileStatus NOT = "00"
                DISPLAY "No BusinessCalendar.dat; business days ",
                    "cannot be counted; expiry report aborted."
                CLOSE ContractFile
                STOP RUN
            END-IF
            PERFORM LoadBusinessCalendar
            OPEN INPUT CustomerFile

            DISPLAY "Report contracts expiring within how many ",
                "business days (999): "
            ACCEPT WindowDays
            ACCEPT TodaysNumericDate FROM DATE YYYYMMDD
            PERFORM FindWindowEndDate

            PERFORM ReadContractLine
            PERFORM UNTIL ContractFileEnd
                ADD 1 TO ContractsRead
                IF ContractEndDate >= TodaysNumericDate
                    AND ContractEndDate <= WindowEndDate
                    PERFORM CollectExpiringContract
                END-IF
                PERFORM ReadContractLine
            END-PERFORM
            CLOSE ContractFile

            DISPLAY "Contracts Expiring in the Next ", WindowDays,
                " Business Days (through ", WindowEndDate, ")"
            DISPLAY ExpiryHeaderLine
            DISPLAY "----------------------------------------------"
            PERFORM PrintNextExpiring ExpiringCount TIMES
            CLOSE CustomerFile
            DISPLAY "Contracts read: ", ContractsRead,
                "; expiring in the window: ", ExpiringCount, "."

            STOP RUN.

       LoadBusinessCalendar.
           PERFORM ReadCalendarLine
           PERFORM UNTIL CalendarFileEnd
               ADD 1 TO CalendarDayCount
               MOVE CalDate    TO CalTblDate(CalendarDayCount)
               MOVE CalDayType TO CalTblType(CalendarDayCount)
               PERFORM ReadCalendarLine
           END-PERFORM
           CLOSE CalendarFile.

       ReadCalendarLine.
           READ CalendarFile
               AT END SET CalendarFileEnd TO TRUE
           END-READ.

      *> The date of the Nth business day after today. When the
      *> calendar runs out first the window stops at its last day.
       FindWindowEndDate.
           MOVE TodaysNumericDate TO WindowEndDate
           MOVE ZERO TO BusinessDaysFound
           PERFORM VARYING CALidx FROM 1 BY 1
               UNTIL CALidx > CalendarDayCount
               OR BusinessDaysFound >= WindowDays
               IF CalTblDate(CALidx) > TodaysNumericDate
                   AND CalTblType(CALidx) = "B"
                   ADD 1 TO BusinessDaysFound
                   MOVE CalTblDate(CALidx) TO WindowEndDate
               END-IF
           END-PERFORM
           IF BusinessDaysFound < WindowDays
               DISPLAY "BusinessCalendar.dat holds only ",
                   BusinessDaysFound, " business days after today; ",
                   "the window stops at ", WindowEndDate, "."
           END-IF.

       ReadContractLine.
           READ ContractFile
               AT END SET ContractFileEnd TO TRUE
           END-READ.

       CollectExpiringContract.
           ADD 1 TO ExpiringCount
           MOVE ContractCustomer TO ExpCustomer(ExpiringCount)
           MOVE ContractGadgetID TO ExpGadgetID(ExpiringCount)
           MOVE ContractCategory TO ExpCategory(ExpiringCount)
           MOVE ContractPrice    TO ExpPrice(ExpiringCount)
           MOVE ContractDiscount TO ExpDiscount(ExpiringCount)
           MOVE ContractEndDate  TO ExpEndDate(ExpiringCount)
           MOVE "N" TO ExpPrinted(ExpiringCount)
           MOVE ZERO TO BusinessDaysLeft
           PERFORM VARYING CALidx FROM 1 BY 1
               UNTIL CALidx > CalendarDayCount
               IF CalTblDate(CALidx) > TodaysNumericDate
                   AND CalTblDate(CALidx) <= ContractEndDate
                   AND CalTblType(CALidx) = "B"
                   ADD 1 TO BusinessDaysLeft
               END-IF
           END-PERFORM
           MOVE BusinessDaysLeft TO ExpDaysLeft(ExpiringCount).

      *> Selects the unprinted contract with the earliest expiry.
       PrintNextExpiring.
           MOVE ZERO TO NextExpIdx
           PERFORM VARYING ExpIdx FROM 1 BY 1
               UNTIL ExpIdx > ExpiringCount
               IF NOT ExpiringPrinted(ExpIdx)
                   AND (NextExpIdx = ZERO
                       OR ExpEndDate(ExpIdx) < NextEndDate)
                   SET NextExpIdx TO ExpIdx
                   MOVE ExpEndDate(ExpIdx) TO NextEndDate
               END-IF
           END-PERFORM
           SET ExpIdx TO NextExpIdx
           MOVE "Y" TO ExpPrinted(ExpIdx)
           MOVE ExpCustomer(ExpIdx) TO ExpItemCustomer
           MOVE ExpCustomer(ExpIdx) TO CustomerNumber
           READ CustomerFile
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO CustomerName
           END-READ
           MOVE CustomerName TO ExpItemName
           IF ExpGadgetID(ExpIdx) = ZERO
               MOVE SPACES TO ExpItemKey
               STRING "CAT " ExpCategory(ExpIdx)
                   DELIMITED BY SIZE INTO ExpItemKey
               MOVE ExpDiscount(ExpIdx) TO PrintDiscount
               MOVE SPACES TO ExpItemTerms
               STRING PrintDiscount "% OFF"
                   DELIMITED BY SIZE INTO ExpItemTerms
           ELSE
               MOVE ExpGadgetID(ExpIdx) TO ExpItemKey
               MOVE ExpPrice(ExpIdx) TO PrintPrice
               MOVE SPACES TO ExpItemTerms
               STRING "AT " PrintPrice
                   DELIMITED BY SIZE INTO ExpItemTerms
           END-IF
           MOVE ExpEndDate(ExpIdx) TO ExpItemEndDate
           MOVE ExpDaysLeft(ExpIdx) TO ExpItemDaysLeft
           DISPLAY ExpiryItemLine.

       END PROGRAM CONTRACT-EXPIRY-REPORT.
