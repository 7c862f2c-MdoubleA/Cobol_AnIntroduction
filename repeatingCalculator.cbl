       *> memory registers, so multi-step checks stop being retyped.
       *> Batch mode reads an operations file and writes a results
       *> file with the same arithmetic and error handling.
       *> ST keeps a list of values for count, sum, mean, median,
       *> spread and standard deviation, with corrections; batch
       *> mode takes the same list from V lines in the operations
       *> file.
       *> D works dates against BusinessCalendar.dat: business or
       *> calendar days added to a date, counted between two dates,
       *> and a date's day of week and holiday status.
       *> U converts a value between units of one dimension through
       *> the factors in UnitFactors.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CalcResultsFile ASSIGN TO "CalcResults.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Conversion chart: dimension (LENGTH, WEIGHT, VOLUME,
           *> COUNT, ...), unit, and how many of the dimension's base
           *> unit one of it makes - the base unit itself at 1. Kept
           *> by hand, so a new unit is a new line, not a recompile.
           SELECT UnitFactorFile ASSIGN TO "UnitFactors.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS UnitFactorFileStatus.

           *> The day-by-day calendar BuildBusinessCalendar writes,
           *> B business day, W weekend, H holiday, for date mode.
           SELECT CalendarFile ASSIGN TO "BusinessCalendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CalendarFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CalcLogFile.
           *> expression text replaces the fixed operand columns,
           *> with the same trailing reference field. Old fixed
           *> lines start with a digit, so nothing ambiguates.
           *> A V line carries one statistics value in the same
           *> text columns; an S line reports the values read since
           *> the last S and starts a new list.
           02 OpsExpressionFields REDEFINES OpsClassicFields.
               03 OpsExprFlag PIC X.
                   88 ExpressionOpsLine VALUE "E".
                   88 StatValueOpsLine  VALUE "V".
                   88 StatReportOpsLine VALUE "S".
               03 OpsExprText PIC X(39).
               03 OpsExprReference PIC X(20).

       FD CalcResultsFile.
       01 CalcResultsRecord PIC X(80).

       FD UnitFactorFile.
       01 UnitFactorRecord.
           88 EOUnitFactorFile VALUE HIGH-VALUES.
           02 UnitDimension PIC X(10).
           02 UnitCode      PIC X(8).
           02 UnitFactor    PIC 9(7)V9(8).

       FD CalendarFile.
       01 CalendarRecord.
           88 EOCalendarFile VALUE HIGH-VALUES.
           02 CalDate    PIC 9(8).
           02 CalDayType PIC X.

       WORKING-STORAGE SECTION.
       01 CalcLogFileOpenSwitch PIC X VALUE "N".
           88 CalcLogFileIsOpen VALUE "Y" WHEN SET TO FALSE "N".
           88 ClearMemoryCommand   VALUE "MC".
           88 ExpressionCommand    VALUE "E ".
           88 FinancialCommand     VALUE "F ".
           88 StatisticsCommand    VALUE "ST".
           88 DateCommand          VALUE "D ".
           88 ConvertCommand       VALUE "U ".

       01 PrintResult      PIC A(5) VALUE "true".

       01 PrintLoanBal   PIC $$,$$$,$$9.99.
       01 PrintLoanTotal PIC $$$,$$$,$$9.99.

       *> Statistics mode: the values as keyed, held so any one can
       *> be corrected or removed and the figures worked again, and
       *> a sorted copy for the median.
       01 StatValueCount PIC 999 VALUE ZERO.
       01 StatValueTable.
           02 StatValue PIC S9(6)V99 OCCURS 500 TIMES.
       01 StatSortedTable.
           02 StatSorted PIC S9(6)V99 OCCURS 500 TIMES.
       01 StatInput      PIC X(20) VALUE SPACES.
       01 StatItemNumber PIC 999 VALUE ZERO.
       01 StatPos        PIC 999 VALUE ZERO.
       01 StatShift      PIC 999 VALUE ZERO.
       01 StatHold       PIC S9(6)V99 VALUE ZERO.
       01 StatParsedValue PIC S9(6)V99 VALUE ZERO.
       01 StatNegativeSwitch PIC X VALUE "N".
           88 StatValueNegative VALUE "Y" WHEN SET TO FALSE "N".
       01 StatDoneSwitch PIC X VALUE "N".
           88 StatisticsDone VALUE "Y" WHEN SET TO FALSE "N".
       01 StatSinkSwitch PIC X VALUE "N".
           88 StatValueSettled VALUE "Y" WHEN SET TO FALSE "N".
       01 StatOutputSwitch PIC X VALUE "N".
           88 StatToResultsFile VALUE "Y" WHEN SET TO FALSE "N".

       *> The figures. Variance is the sample variance (n - 1), the
       *> way the clerks' spreadsheet STDEV works it.
       01 StatSum        PIC S9(9)V99 VALUE ZERO.
       01 StatMean       PIC S9(6)V9(6) VALUE ZERO.
       01 StatMedian     PIC S9(6)V999 VALUE ZERO.
       01 StatMinimum    PIC S9(6)V99 VALUE ZERO.
       01 StatMaximum    PIC S9(6)V99 VALUE ZERO.
       01 StatRange      PIC S9(7)V99 VALUE ZERO.
       01 StatDeviation  PIC S9(7)V9(6) VALUE ZERO.
       01 StatSumSquares PIC 9(15)V999 VALUE ZERO.
       01 StatVariance   PIC 9(13)V9(4) VALUE ZERO.
       01 StatStdDev     PIC 9(7)V9(4) VALUE ZERO.
       01 StatMiddle     PIC 999 VALUE ZERO.
       01 StatDivisor    PIC 999 VALUE ZERO.
       01 StatMiddlePair PIC S9(7)V99 VALUE ZERO.

       01 StatReportLine.
           02 StatLabel  PIC X(20).
           02 StatFigure PIC ----,---,---,--9.99.
           02 StatCountFigure REDEFINES StatFigure
                         PIC BZZZ,ZZZ,ZZZ,ZZ9BBB.
       01 PrintStatItem  PIC ZZ9.
       01 PrintStatValue PIC ----,--9.99.

       *> Date mode: the calendar in memory, one entry per day in
       *> date order, so a day count is a walk along the table. It
       *> loads as far as the days run unbroken; a date beyond that
       *> is refused rather than guessed at.
       01 CalendarFileStatus PIC X(02) VALUE ZEROES.
       01 CalendarLoadSwitch PIC X VALUE "N".
           88 CalendarLoaded VALUE "Y" WHEN SET TO FALSE "N".
       01 CalendarDayCount PIC 9(4) VALUE ZERO.
       01 BusinessCalendarTable.
           02 CalendarEntry OCCURS 1 TO 3700 TIMES
                            DEPENDING ON CalendarDayCount
                            INDEXED BY CALidx.
               03 CalTblDate PIC 9(8).
               03 CalTblType PIC X.
                   88 CalBusinessDay VALUE "B".
                   88 CalWeekendDay  VALUE "W".
                   88 CalHolidayDay  VALUE "H".
       01 CalendarBreakSwitch PIC X VALUE "N".
           88 CalendarBroken VALUE "Y" WHEN SET TO FALSE "N".
       01 PrevCalDate PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES PrevCalDate.
           02 PrevCalYear PIC 9(4).
           02 PrevCalMMDD PIC 9(4).
       01 NextCalDate PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES NextCalDate.
           02 NextCalYear PIC 9(4).
           02 NextCalMMDD PIC 9(4).

       01 DateOperation PIC X VALUE SPACE.
           88 AddBusinessDaysOp   VALUE "A" "a".
           88 AddCalendarDaysOp   VALUE "C" "c".
           88 CountBusinessDaysOp VALUE "B" "b".
           88 CountCalendarDaysOp VALUE "N" "n".
           88 DescribeDateOp      VALUE "W" "w".
       01 EnteredDate    PIC 9(8) VALUE ZERO.
       01 FirstDate      PIC 9(8) VALUE ZERO.
       01 FirstDatePos   PIC 9(4) VALUE ZERO.
       01 SecondDate     PIC 9(8) VALUE ZERO.
       01 SecondDatePos  PIC 9(4) VALUE ZERO.
       01 DatePos        PIC 9(4) VALUE ZERO.
       01 TargetPos      PIC S9(5) VALUE ZERO.
       01 LowDatePos     PIC 9(4) VALUE ZERO.
       01 HighDatePos    PIC 9(4) VALUE ZERO.
       01 DateDayCount   PIC S9(4) VALUE ZERO.
       01 DaysToGo       PIC 9(4) VALUE ZERO.
       01 DayTally       PIC S9(5) VALUE ZERO.
       01 PrintDayTally  PIC -(5)9.
       01 PrintDayCount  PIC -(4)9.
       01 DateRefusedSwitch PIC X VALUE "N".
           88 DateRefused VALUE "Y" WHEN SET TO FALSE "N".

       *> Day of week: Zeller's congruence on the calendar's first
       *> date, BuildBusinessCalendar's way, then one day on per
       *> entry. ZellerDay 0 = Saturday, 1 = Sunday.
       01 ZellerDate PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES ZellerDate.
           02 ZellerDateYear  PIC 9(4).
           02 ZellerDateMonth PIC 99.
           02 ZellerDateDay   PIC 99.
       01 ZellerYear  PIC 9(4) VALUE ZERO.
       01 ZellerMonth PIC 99 VALUE ZERO.
       01 ZellerK     PIC 99 VALUE ZERO.
       01 ZellerJ     PIC 99 VALUE ZERO.
       01 ZellerM1    PIC 9(4) VALUE ZERO.
       01 ZellerTerm2 PIC 9(4) VALUE ZERO.
       01 ZellerKDiv4 PIC 99 VALUE ZERO.
       01 ZellerJDiv4 PIC 99 VALUE ZERO.
       01 ZellerWork  PIC 9(6) VALUE ZERO.
       01 ZellerQuot  PIC 9(6) VALUE ZERO.
       01 ZellerDay   PIC 9 VALUE ZERO.
       01 CalendarAnchorDay PIC 9 VALUE ZERO.
       01 DayOfWeekWork PIC 9(5) VALUE ZERO.
       01 DayOfWeekQuot PIC 9(5) VALUE ZERO.
       01 DayOfWeekCode PIC 9 VALUE ZERO.
       01 DayNameValues.
           02 FILLER PIC X(9) VALUE "SATURDAY".
           02 FILLER PIC X(9) VALUE "SUNDAY".
           02 FILLER PIC X(9) VALUE "MONDAY".
           02 FILLER PIC X(9) VALUE "TUESDAY".
           02 FILLER PIC X(9) VALUE "WEDNESDAY".
           02 FILLER PIC X(9) VALUE "THURSDAY".
           02 FILLER PIC X(9) VALUE "FRIDAY".
       01 FILLER REDEFINES DayNameValues.
           02 DayName PIC X(9) OCCURS 7 TIMES.
       01 DayKindText PIC X(12) VALUE SPACES.
       01 DayUnitText PIC X(8) VALUE SPACES.

       *> Conversion mode: the chart in memory, and the two units of
       *> the conversion in hand.
       01 UnitFactorFileStatus PIC X(02) VALUE ZEROES.
       01 UnitLoadSwitch PIC X VALUE "N".
           88 UnitFactorsLoaded VALUE "Y" WHEN SET TO FALSE "N".
       01 UnitCount PIC 999 VALUE ZERO.
       01 UnitTable.
           02 UnitEntry OCCURS 1 TO 200 TIMES
                        DEPENDING ON UnitCount
                        INDEXED BY UNITidx.
               03 TblUnitDimension PIC X(10).
               03 TblUnitCode      PIC X(8).
               03 TblUnitFactor    PIC 9(7)V9(8).
       01 UnitFoundSwitch PIC X VALUE "N".
           88 UnitFound VALUE "Y" WHEN SET TO FALSE "N".
       01 WantedUnit    PIC X(8) VALUE SPACES.
       01 FromUnitPos   PIC 999 VALUE ZERO.
       01 ToUnitPos     PIC 999 VALUE ZERO.
       01 UnitListPos   PIC 999 VALUE ZERO.
       01 ConvertValue  PIC 9(6)V99 VALUE ZERO.
       01 ConvertBase   PIC 9(10)V9(8) VALUE ZERO.
       01 ConvertAnswer PIC 9(10)V9(6) VALUE ZERO.
       01 PrintConvertValue  PIC Z(5)9.99.
       01 PrintConvertBase   PIC Z(9)9.9(6).
       01 PrintConvertAnswer PIC Z(9)9.9(6).
       01 PrintUnitFactor    PIC Z(6)9.9(8).

       PROCEDURE DIVISION.
       SelectRunMode.
            DISPLAY "Enter B for batch mode or I for interactive: "
            *> WITH NO ADVANCING seems to not be working in this set up.
            DISPLAY "Enter an operator (R chains the last result, "
                "MS/MR/M+/MC work the memory registers, E takes "
                "a full expression, F runs an amortization, ST "
                "works statistics on a list, D does date "
                "arithmetic, U converts units): "
            MOVE SPACES TO CommandField
            ACCEPT CommandField

                GO TO CalculateResult
            END-IF

            IF StatisticsCommand
                PERFORM EnterStatisticsMode
                GO TO CalculateResult
            END-IF

            IF DateCommand
                PERFORM EnterDateMode
                GO TO CalculateResult
            END-IF

            IF ConvertCommand
                PERFORM EnterConversionMode
                GO TO CalculateResult
            END-IF

            IF Num1Staged
                SET Num1Staged TO FALSE
            ELSE
           END-STRING
           WRITE CalcResultsRecord.

      *> A list of values keyed one at a time, each checked the way
      *> an expression's numbers are. The list stays in memory until
      *> Q, so a mistyped value is corrected or dropped and the
      *> figures asked for again; Q leaves the mean in Result for R.
       EnterStatisticsMode.
           MOVE ZERO TO StatValueCount
           SET StatisticsDone TO FALSE
           PERFORM AcceptStatisticsEntry UNTIL StatisticsDone.

       AcceptStatisticsEntry.
           DISPLAY "Enter a value, or C to correct one, D to delete "
               "one, L to list, T for the statistics, Q to finish: "
           MOVE SPACES TO StatInput
           ACCEPT StatInput
           EVALUATE StatInput
               WHEN SPACES
                   CONTINUE
               WHEN "Q"
               WHEN "q"
                   PERFORM ReportStatistics
                   IF StatValueCount > ZERO
                       COMPUTE Result ROUNDED = StatMean
                       DISPLAY "Mean ", Result, " is the result; R "
                           "chains it."
                   END-IF
                   SET StatisticsDone TO TRUE
               WHEN "T"
               WHEN "t"
                   PERFORM ReportStatistics
               WHEN "L"
               WHEN "l"
                   PERFORM ListStatValues
               WHEN "C"
               WHEN "c"
                   PERFORM CorrectStatValue
               WHEN "D"
               WHEN "d"
                   PERFORM DeleteStatValue
               WHEN OTHER
                   PERFORM AddStatValue
           END-EVALUATE.

       AddStatValue.
           PERFORM ParseStatValue
           EVALUATE TRUE
               WHEN ExprErrorFound
                   DISPLAY "Not a value (", ExprErrorText, "); "
                       "nothing added."
               WHEN StatValueCount = 500
                   DISPLAY "The list holds 500 values; nothing added."
               WHEN OTHER
                   ADD 1 TO StatValueCount
                   MOVE StatParsedValue TO StatValue(StatValueCount)
           END-EVALUATE.

       ListStatValues.
           IF StatValueCount = ZERO
               DISPLAY "No values entered."
           END-IF
           PERFORM VARYING StatPos FROM 1 BY 1
               UNTIL StatPos > StatValueCount
               MOVE StatPos TO PrintStatItem
               MOVE StatValue(StatPos) TO PrintStatValue
               DISPLAY PrintStatItem, ". ", PrintStatValue
           END-PERFORM.

       CorrectStatValue.
           PERFORM AcceptStatItemNumber
           IF StatItemNumber NOT = ZERO
               DISPLAY "New value: "
               MOVE SPACES TO StatInput
               ACCEPT StatInput
               PERFORM ParseStatValue
               IF ExprErrorFound
                   DISPLAY "Not a value (", ExprErrorText, "); "
                       "item left as it was."
               ELSE
                   MOVE StatParsedValue TO StatValue(StatItemNumber)
                   PERFORM ReportStatistics
               END-IF
           END-IF.

       DeleteStatValue.
           PERFORM AcceptStatItemNumber
           IF StatItemNumber NOT = ZERO
               PERFORM VARYING StatPos FROM StatItemNumber BY 1
                   UNTIL StatPos >= StatValueCount
                   MOVE StatValue(StatPos + 1) TO StatValue(StatPos)
               END-PERFORM
               SUBTRACT 1 FROM StatValueCount
               PERFORM ReportStatistics
           END-IF.

      *> Zero back means no such item; the caller leaves the list be.
       AcceptStatItemNumber.
           MOVE StatValueCount TO PrintStatItem
           DISPLAY "Which value (1-", PrintStatItem, "): "
           ACCEPT StatItemNumber
           IF StatItemNumber > StatValueCount
               DISPLAY "There is no value ", StatItemNumber, "."
               MOVE ZERO TO StatItemNumber
           END-IF.

      *> The expression parser's number rules - up to 999999.99, two
      *> decimals - with a leading minus allowed, and nothing but
      *> spaces after the number.
       ParseStatValue.
           SET ExprErrorFound TO FALSE
           MOVE SPACES TO ExprErrorText
           SET StatValueNegative TO FALSE
           MOVE SPACES TO ExprText
           IF StatInput(1:1) = "-"
               SET StatValueNegative TO TRUE
               MOVE StatInput(2:19) TO ExprText
           ELSE
               MOVE StatInput TO ExprText
           END-IF
           MOVE ZERO TO ValTop
           MOVE 1 TO ExprPos
           PERFORM ParseExprNumber
           IF NOT ExprErrorFound AND ExprPos <= 39
               IF ExprText(ExprPos:) NOT = SPACES
                   MOVE "unrecognized character" TO ExprErrorText
                   PERFORM FlagExprError
               END-IF
           END-IF
           IF NOT ExprErrorFound
               MOVE ParsedNumber TO StatParsedValue
               IF StatValueNegative
                   COMPUTE StatParsedValue = 0 - StatParsedValue
               END-IF
           END-IF.

      *> Count through standard deviation to the console and the
      *> calculation log, and to the results file in batch.
       ReportStatistics.
           IF StatValueCount = ZERO
               DISPLAY "No values entered."
           ELSE
               PERFORM ComputeStatistics
               IF NOT CalcLogFileIsOpen
                   OPEN EXTEND CalcLogFile
                   SET CalcLogFileIsOpen TO TRUE
               END-IF
               MOVE SPACES TO StatReportLine
               MOVE "STATISTICS COUNT" TO StatLabel
               MOVE StatValueCount TO StatCountFigure
               PERFORM WriteStatReportLine
               MOVE "SUM" TO StatLabel
               MOVE StatSum TO StatFigure
               PERFORM WriteStatReportLine
               MOVE "MEAN" TO StatLabel
               COMPUTE StatFigure ROUNDED = StatMean
               PERFORM WriteStatReportLine
               MOVE "MEDIAN" TO StatLabel
               COMPUTE StatFigure ROUNDED = StatMedian
               PERFORM WriteStatReportLine
               MOVE "MINIMUM" TO StatLabel
               MOVE StatMinimum TO StatFigure
               PERFORM WriteStatReportLine
               MOVE "MAXIMUM" TO StatLabel
               MOVE StatMaximum TO StatFigure
               PERFORM WriteStatReportLine
               MOVE "RANGE" TO StatLabel
               MOVE StatRange TO StatFigure
               PERFORM WriteStatReportLine
               MOVE "VARIANCE" TO StatLabel
               COMPUTE StatFigure ROUNDED = StatVariance
               PERFORM WriteStatReportLine
               MOVE "STANDARD DEVIATION" TO StatLabel
               COMPUTE StatFigure ROUNDED = StatStdDev
               PERFORM WriteStatReportLine
           END-IF.

       WriteStatReportLine.
           DISPLAY StatReportLine
           MOVE StatReportLine TO CalcLogRecord
           WRITE CalcLogRecord
           IF StatToResultsFile
               MOVE StatReportLine TO CalcResultsRecord
               WRITE CalcResultsRecord
           END-IF.

      *> Stepwise, as with the loan payment, so no one COMPUTE
      *> carries the whole formula's intermediate precision.
       ComputeStatistics.
           MOVE ZERO TO StatSum
           MOVE StatValue(1) TO StatMinimum
           MOVE StatValue(1) TO StatMaximum
           PERFORM VARYING StatPos FROM 1 BY 1
               UNTIL StatPos > StatValueCount
               ADD StatValue(StatPos) TO StatSum
               IF StatValue(StatPos) < StatMinimum
                   MOVE StatValue(StatPos) TO StatMinimum
               END-IF
               IF StatValue(StatPos) > StatMaximum
                   MOVE StatValue(StatPos) TO StatMaximum
               END-IF
               MOVE StatValue(StatPos) TO StatSorted(StatPos)
           END-PERFORM
           SUBTRACT StatMinimum FROM StatMaximum GIVING StatRange
           DIVIDE StatSum BY StatValueCount GIVING StatMean ROUNDED

           PERFORM SortStatValue
               VARYING StatPos FROM 2 BY 1
               UNTIL StatPos > StatValueCount
           DIVIDE StatValueCount BY 2 GIVING StatMiddle
           IF StatMiddle * 2 = StatValueCount
               ADD StatSorted(StatMiddle) StatSorted(StatMiddle + 1)
                   GIVING StatMiddlePair
               DIVIDE StatMiddlePair BY 2 GIVING StatMedian ROUNDED
           ELSE
               MOVE StatSorted(StatMiddle + 1) TO StatMedian
           END-IF

           MOVE ZERO TO StatSumSquares
           PERFORM VARYING StatPos FROM 1 BY 1
               UNTIL StatPos > StatValueCount
               SUBTRACT StatMean FROM StatValue(StatPos)
                   GIVING StatDeviation
               COMPUTE StatSumSquares ROUNDED = StatSumSquares
                   + StatDeviation * StatDeviation
           END-PERFORM
           MOVE ZERO TO StatVariance
           IF StatValueCount > 1
               SUBTRACT 1 FROM StatValueCount GIVING StatDivisor
               DIVIDE StatSumSquares BY StatDivisor
                   GIVING StatVariance ROUNDED
           END-IF
           COMPUTE StatStdDev ROUNDED = StatVariance ** 0.5.

      *> Insertion sort of the copy: the value at StatPos sinks to
      *> its place among the already-sorted values above it.
       SortStatValue.
           MOVE StatSorted(StatPos) TO StatHold
           MOVE StatPos TO StatShift
           SET StatValueSettled TO FALSE
           PERFORM UNTIL StatValueSettled
               IF StatShift = 1
                   SET StatValueSettled TO TRUE
               ELSE
                   IF StatSorted(StatShift - 1) <= StatHold
                       SET StatValueSettled TO TRUE
                   ELSE
                       MOVE StatSorted(StatShift - 1)
                           TO StatSorted(StatShift)
                       SUBTRACT 1 FROM StatShift
                   END-IF
               END-IF
           END-PERFORM
           MOVE StatHold TO StatSorted(StatShift).

      *> One value from one unit to another of the same dimension,
      *> up to the base unit and back down. The answer, to two
      *> places, becomes Result, so R chains it and MS stores it.
       EnterConversionMode.
           IF NOT UnitFactorsLoaded
               PERFORM LoadUnitFactors
           END-IF
           IF UnitCount = ZERO
               DISPLAY "No UnitFactors.dat to convert with."
           ELSE
               DISPLAY "Convert from which unit (? lists them): "
               PERFORM AcceptUnit
               MOVE UNITidx TO FromUnitPos
               IF UnitFound
                   DISPLAY "To which unit: "
                   PERFORM AcceptUnit
                   MOVE UNITidx TO ToUnitPos
               END-IF
               IF UnitFound
                   IF TblUnitDimension(FromUnitPos)
                       NOT = TblUnitDimension(ToUnitPos)
                       DISPLAY TblUnitCode(FromUnitPos), " is ",
                           TblUnitDimension(FromUnitPos), ", ",
                           TblUnitCode(ToUnitPos), " is ",
                           TblUnitDimension(ToUnitPos),
                           "; units of different dimensions don't "
                           "convert."
                   ELSE
                       DISPLAY "Value to convert: "
                       ACCEPT ConvertValue
                       PERFORM ConvertOneValue
                   END-IF
               END-IF
           END-IF.

      *> Upper case, like the chart; ? lists the chart and asks
      *> again.
       AcceptUnit.
           MOVE SPACES TO WantedUnit
           ACCEPT WantedUnit
           INSPECT WantedUnit CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WantedUnit = "?"
               PERFORM ListUnitFactors
               DISPLAY "Unit: "
               MOVE SPACES TO WantedUnit
               ACCEPT WantedUnit
               INSPECT WantedUnit CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           SET UnitFound TO FALSE
           SET UNITidx TO 1
           SEARCH UnitEntry
               AT END
                   DISPLAY "No unit ", WantedUnit, " on the chart."
               WHEN TblUnitCode(UNITidx) = WantedUnit
                   SET UnitFound TO TRUE
           END-SEARCH.

       ListUnitFactors.
           PERFORM VARYING UnitListPos FROM 1 BY 1
               UNTIL UnitListPos > UnitCount
               MOVE TblUnitFactor(UnitListPos) TO PrintUnitFactor
               DISPLAY TblUnitDimension(UnitListPos), " ",
                   TblUnitCode(UnitListPos), " ", PrintUnitFactor
           END-PERFORM.

      *> Multiply up to the base unit, then divide down, each step
      *> on its own so neither step loses the decimals.
       ConvertOneValue.
           MULTIPLY ConvertValue BY TblUnitFactor(FromUnitPos)
               GIVING ConvertBase ROUNDED
           DIVIDE ConvertBase BY TblUnitFactor(ToUnitPos)
               GIVING ConvertAnswer ROUNDED
               ON SIZE ERROR
                   DISPLAY "The converted value is too large to "
                       "show."
               NOT ON SIZE ERROR
                   PERFORM ReportConversion
           END-DIVIDE.

       ReportConversion.
           MOVE ConvertValue TO PrintConvertValue
           MOVE ConvertBase TO PrintConvertBase
           MOVE ConvertAnswer TO PrintConvertAnswer
           DISPLAY PrintConvertValue, " ", TblUnitCode(FromUnitPos),
               " = ", PrintConvertAnswer, " ", TblUnitCode(ToUnitPos),
               " (", PrintConvertBase, " in base units)"
           COMPUTE Result ROUNDED = ConvertAnswer
               ON SIZE ERROR
                   DISPLAY "Too large to carry as the result."
               NOT ON SIZE ERROR
                   DISPLAY "Result = ", Result, "; R chains it, MS "
                       "stores it."
           END-COMPUTE
           MOVE SPACES TO CalcLogRecord
           STRING PrintConvertValue DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TblUnitCode(FromUnitPos) DELIMITED BY SPACE
               " = " DELIMITED BY SIZE
               PrintConvertAnswer DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TblUnitCode(ToUnitPos) DELIMITED BY SPACE
               INTO CalcLogRecord
           END-STRING
           WRITE CalcLogRecord.

      *> A zero factor or a unit already on the chart is reported and
      *> left out rather than allowed to divide by zero or shadow the
      *> first entry.
       LoadUnitFactors.
           SET UnitFactorsLoaded TO TRUE
           MOVE ZERO TO UnitCount
           OPEN INPUT UnitFactorFile
           IF UnitFactorFileStatus = "00" OR UnitFactorFileStatus
               = "05" OR UnitFactorFileStatus = "07"
               READ UnitFactorFile
                   AT END SET EOUnitFactorFile TO TRUE
               END-READ
               PERFORM UNTIL EOUnitFactorFile
                   PERFORM LoadOneUnitFactor
                   READ UnitFactorFile
                       AT END SET EOUnitFactorFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UnitFactorFile
           END-IF.

       LoadOneUnitFactor.
           INSPECT UnitFactorRecord CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE UnitCode TO WantedUnit
           SET UnitFound TO FALSE
           SET UNITidx TO 1
           SEARCH UnitEntry
               AT END
                   CONTINUE
               WHEN TblUnitCode(UNITidx) = WantedUnit
                   SET UnitFound TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN UnitCode = SPACES
                   CONTINUE
               WHEN UnitFactor NOT NUMERIC OR UnitFactor = ZERO
                   DISPLAY "UnitFactors.dat: ", UnitCode,
                       " has no usable factor; left out."
               WHEN UnitFound
                   DISPLAY "UnitFactors.dat: ", UnitCode,
                       " is listed twice; the first one stands."
               WHEN UnitCount = 200
                   DISPLAY "UnitFactors.dat: more than 200 units; ",
                       UnitCode, " and after left out."
               WHEN OTHER
                   ADD 1 TO UnitCount
                   MOVE UnitDimension TO TblUnitDimension(UnitCount)
                   MOVE UnitCode TO TblUnitCode(UnitCount)
                   MOVE UnitFactor TO TblUnitFactor(UnitCount)
           END-EVALUATE.

      *> Business-day and calendar-day arithmetic off the calendar.
      *> A day count lands in Result so R can chain it; every answer
      *> is logged with the calculations.
       EnterDateMode.
           IF NOT CalendarLoaded
               PERFORM LoadBusinessCalendar
           END-IF
           IF CalendarDayCount = ZERO
               DISPLAY "No BusinessCalendar.dat to work from; run "
                   "BuildBusinessCalendar first."
           ELSE
               DISPLAY "Enter A to add business days, C to add "
                   "calendar days, B to count business days, N to "
                   "count calendar days, W for day of week: "
               MOVE SPACE TO DateOperation
               ACCEPT DateOperation
               EVALUATE TRUE
                   WHEN AddBusinessDaysOp
                   WHEN AddCalendarDaysOp
                       PERFORM AcceptFirstDate
                       IF NOT DateRefused
                           DISPLAY "How many days (negative to go "
                               "back): "
                           ACCEPT DateDayCount
                           IF AddBusinessDaysOp
                               PERFORM AddBusinessDays
                           ELSE
                               PERFORM AddCalendarDays
                           END-IF
                       END-IF
                   WHEN CountBusinessDaysOp
                   WHEN CountCalendarDaysOp
                       PERFORM AcceptFirstDate
                       IF NOT DateRefused
                           PERFORM AcceptSecondDate
                       END-IF
                       IF NOT DateRefused
                           PERFORM CountDaysBetween
                       END-IF
                   WHEN DescribeDateOp
                       PERFORM AcceptFirstDate
                       IF NOT DateRefused
                           MOVE FirstDatePos TO DatePos
                           PERFORM DescribeCalendarDay
                           DISPLAY FirstDate, " is a ",
                               DayName(DayOfWeekCode), " ",
                               DayKindText
                           MOVE SPACES TO CalcLogRecord
                           STRING FirstDate DELIMITED BY SIZE
                               SPACE DELIMITED BY SIZE
                               DayName(DayOfWeekCode)
                                   DELIMITED BY SPACE
                               SPACE DELIMITED BY SIZE
                               DayKindText DELIMITED BY SIZE
                               INTO CalcLogRecord
                           END-STRING
                           WRITE CalcLogRecord
                       END-IF
                   WHEN OTHER
                       DISPLAY "Date operations are A, C, B, N or W."
               END-EVALUATE
           END-IF.

      *> Loads day by day while each date follows the last: within a
      *> year the builder writes every day, so a break can only come
      *> at a year end - a missing, repeated or out-of-order year -
      *> and the range stops there.
       LoadBusinessCalendar.
           SET CalendarLoaded TO TRUE
           SET CalendarBroken TO FALSE
           MOVE ZERO TO CalendarDayCount
           OPEN INPUT CalendarFile
           IF CalendarFileStatus = "00" OR CalendarFileStatus = "05"
               OR CalendarFileStatus = "07"
               READ CalendarFile AT END SET EOCalendarFile TO TRUE
               END-READ
               PERFORM UNTIL EOCalendarFile OR CalendarBroken
                   PERFORM CheckCalendarContinues
                   IF NOT CalendarBroken
                       ADD 1 TO CalendarDayCount
                       MOVE CalDate TO CalTblDate(CalendarDayCount)
                       MOVE CalDayType TO CalTblType(CalendarDayCount)
                       READ CalendarFile
                           AT END SET EOCalendarFile TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CalendarFile
               IF CalendarBroken
                   DISPLAY "BusinessCalendar.dat breaks after ",
                       PrevCalDate, "; dates are worked only up to "
                       "there."
               END-IF
               IF CalendarDayCount > ZERO
                   MOVE CalTblDate(1) TO ZellerDate
                   PERFORM FindDayOfWeek
                   MOVE ZellerDay TO CalendarAnchorDay
               END-IF
           END-IF.

       CheckCalendarContinues.
           IF CalendarDayCount > ZERO
               MOVE CalTblDate(CalendarDayCount) TO PrevCalDate
           END-IF
           IF CalendarDayCount = 3700
               SET CalendarBroken TO TRUE
           END-IF
           IF CalendarDayCount > ZERO AND NOT CalendarBroken
               MOVE CalDate TO NextCalDate
               EVALUATE TRUE
                   WHEN NextCalDate NOT > PrevCalDate
                       SET CalendarBroken TO TRUE
                   WHEN NextCalYear = PrevCalYear
                       CONTINUE
                   WHEN NextCalYear = PrevCalYear + 1
                       AND PrevCalMMDD = 1231
                       AND NextCalMMDD = 0101
                       CONTINUE
                   WHEN OTHER
                       SET CalendarBroken TO TRUE
               END-EVALUATE
           END-IF.

       AcceptFirstDate.
           DISPLAY "Enter the date (YYYYMMDD): "
           ACCEPT EnteredDate
           PERFORM LocateCalendarDate
           MOVE EnteredDate TO FirstDate
           MOVE DatePos TO FirstDatePos.

       AcceptSecondDate.
           DISPLAY "Enter the second date (YYYYMMDD): "
           ACCEPT EnteredDate
           PERFORM LocateCalendarDate
           MOVE EnteredDate TO SecondDate
           MOVE DatePos TO SecondDatePos.

       LocateCalendarDate.
           SET DateRefused TO FALSE
           MOVE ZERO TO DatePos
           IF EnteredDate < CalTblDate(1)
               OR EnteredDate > CalTblDate(CalendarDayCount)
               DISPLAY "Date ", EnteredDate, " is outside the "
                   "calendar's built range, ", CalTblDate(1), " to ",
                   CalTblDate(CalendarDayCount), "."
               SET DateRefused TO TRUE
           ELSE
               SET CALidx TO 1
               SEARCH CalendarEntry
                   AT END
                       DISPLAY EnteredDate, " is not a calendar date."
                       SET DateRefused TO TRUE
                   WHEN CalTblDate(CALidx) = EnteredDate
                       SET DatePos TO CALidx
               END-SEARCH
           END-IF.

      *> Steps a day at a time, counting only business days, so ten
      *> business days after a Friday census date is the second
      *> Friday after it, holidays skipped.
       AddBusinessDays.
           MOVE FirstDatePos TO DatePos
           IF DateDayCount < ZERO
               COMPUTE DaysToGo = 0 - DateDayCount
           ELSE
               MOVE DateDayCount TO DaysToGo
           END-IF
           PERFORM UNTIL DaysToGo = ZERO OR DateRefused
               IF DateDayCount > ZERO
                   IF DatePos = CalendarDayCount
                       SET DateRefused TO TRUE
                   ELSE
                       ADD 1 TO DatePos
                   END-IF
               ELSE
                   IF DatePos = 1
                       SET DateRefused TO TRUE
                   ELSE
                       SUBTRACT 1 FROM DatePos
                   END-IF
               END-IF
               IF NOT DateRefused AND CalBusinessDay(DatePos)
                   SUBTRACT 1 FROM DaysToGo
               END-IF
           END-PERFORM
           IF DateRefused
               PERFORM RefuseBeyondCalendar
           ELSE
               PERFORM ReportDateAnswer
           END-IF.

       AddCalendarDays.
           COMPUTE TargetPos = FirstDatePos + DateDayCount
           IF TargetPos < 1 OR TargetPos > CalendarDayCount
               PERFORM RefuseBeyondCalendar
           ELSE
               MOVE TargetPos TO DatePos
               PERFORM ReportDateAnswer
           END-IF.

       RefuseBeyondCalendar.
           MOVE DateDayCount TO PrintDayCount
           DISPLAY FirstDate, PrintDayCount, " days runs outside the "
               "calendar's built range, ", CalTblDate(1), " to ",
               CalTblDate(CalendarDayCount), "; nothing computed.".

       ReportDateAnswer.
           PERFORM DescribeCalendarDay
           MOVE DateDayCount TO PrintDayCount
           IF AddBusinessDaysOp
               MOVE "business" TO DayUnitText
           ELSE
               MOVE "calendar" TO DayUnitText
           END-IF
           DISPLAY FirstDate, PrintDayCount, " ", DayUnitText,
               " days = ", CalTblDate(DatePos), " ",
               DayName(DayOfWeekCode), " ", DayKindText
           MOVE SPACES TO CalcLogRecord
           STRING FirstDate DELIMITED BY SIZE
               PrintDayCount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DayUnitText DELIMITED BY SIZE
               " days = " DELIMITED BY SIZE
               CalTblDate(DatePos) DELIMITED BY SIZE
               INTO CalcLogRecord
           END-STRING
           WRITE CalcLogRecord.

      *> Business days counted after the earlier date up to and
      *> including the later one; negative when the second date is
      *> the earlier.
       CountDaysBetween.
           IF FirstDatePos > SecondDatePos
               MOVE SecondDatePos TO LowDatePos
               MOVE FirstDatePos TO HighDatePos
           ELSE
               MOVE FirstDatePos TO LowDatePos
               MOVE SecondDatePos TO HighDatePos
           END-IF
           IF CountCalendarDaysOp
               COMPUTE DayTally = HighDatePos - LowDatePos
           ELSE
               MOVE ZERO TO DayTally
               PERFORM VARYING DatePos FROM LowDatePos BY 1
                   UNTIL DatePos >= HighDatePos
                   IF CalBusinessDay(DatePos + 1)
                       ADD 1 TO DayTally
                   END-IF
               END-PERFORM
           END-IF
           IF FirstDatePos > SecondDatePos
               COMPUTE DayTally = 0 - DayTally
           END-IF
           MOVE DayTally TO Result
           MOVE DayTally TO PrintDayTally
           IF CountCalendarDaysOp
               DISPLAY "Calendar days from ", FirstDate, " to ",
                   SecondDate, ": ", PrintDayTally
           ELSE
               DISPLAY "Business days from ", FirstDate, " to ",
                   SecondDate, ": ", PrintDayTally
           END-IF
           MOVE SPACES TO CalcLogRecord
           IF CountCalendarDaysOp
               MOVE "calendar" TO DayUnitText
           ELSE
               MOVE "business" TO DayUnitText
           END-IF
           STRING FirstDate DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               SecondDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DayUnitText DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               PrintDayTally DELIMITED BY SIZE
               INTO CalcLogRecord
           END-STRING
           WRITE CalcLogRecord.

       DescribeCalendarDay.
           COMPUTE DayOfWeekWork = CalendarAnchorDay + DatePos - 1
           DIVIDE DayOfWeekWork BY 7
               GIVING DayOfWeekQuot REMAINDER DayOfWeekCode
           ADD 1 TO DayOfWeekCode
           EVALUATE TRUE
               WHEN CalHolidayDay(DatePos)
                   MOVE "holiday" TO DayKindText
               WHEN CalWeekendDay(DatePos)
                   MOVE "weekend" TO DayKindText
               WHEN OTHER
                   MOVE "business day" TO DayKindText
           END-EVALUATE.

      *> Zeller's congruence: January and February count as months
      *> 13 and 14 of the previous year.
       FindDayOfWeek.
           MOVE ZellerDateYear  TO ZellerYear
           MOVE ZellerDateMonth TO ZellerMonth
           IF ZellerMonth < 3
               ADD 12 TO ZellerMonth
               SUBTRACT 1 FROM ZellerYear
           END-IF
           DIVIDE ZellerYear BY 100
               GIVING ZellerJ REMAINDER ZellerK
           COMPUTE ZellerM1 = 13 * (ZellerMonth + 1)
           DIVIDE ZellerM1 BY 5 GIVING ZellerTerm2
           DIVIDE ZellerK BY 4 GIVING ZellerKDiv4
           DIVIDE ZellerJ BY 4 GIVING ZellerJDiv4
           COMPUTE ZellerWork =
               ZellerDateDay + ZellerTerm2 + ZellerK + ZellerKDiv4
               + ZellerJDiv4 + (5 * ZellerJ)
           DIVIDE ZellerWork BY 7
               GIVING ZellerQuot REMAINDER ZellerDay.

      *> Classic two-stack evaluation: operands push as they parse,
      *> and an arriving operator first applies everything on the
      *> stack that binds at least as tightly.
               OPEN OUTPUT CalcResultsFile
               READ CalcOpsFile AT END SET EOCalcOpsFile TO TRUE
               END-READ
               MOVE ZERO TO StatValueCount
               PERFORM UNTIL EOCalcOpsFile
                   PERFORM BatchOneRecord
                   READ CalcOpsFile AT END SET EOCalcOpsFile TO TRUE
                   END-READ
               END-PERFORM
               *> V lines with no closing S still get their report.
               IF StatValueCount > ZERO
                   MOVE SPACES TO OpsExprReference
                   PERFORM BatchStatReport
               END-IF
               CLOSE CalcOpsFile
               CLOSE CalcResultsFile
               DISPLAY "Batch calculations succeeded: ",
           END-IF.

       BatchOneRecord.
           EVALUATE TRUE
               WHEN ExpressionOpsLine
                   PERFORM BatchExpressionRecord
               WHEN StatValueOpsLine
                   PERFORM BatchStatValueRecord
               WHEN StatReportOpsLine
                   PERFORM BatchStatReport
               WHEN OTHER
                   PERFORM BatchClassicRecord
           END-EVALUATE.

      *> A V line's value joins the list; a bad one is echoed with
      *> its reason and left out.
       BatchStatValueRecord.
           MOVE OpsExprText(1:20) TO StatInput
           PERFORM ParseStatValue
           MOVE SPACES TO CalcResultsRecord
           EVALUATE TRUE
               WHEN ExprErrorFound
                   ADD 1 TO BatchFailureCount
                   STRING OpsExprReference DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       OpsExprText(1:20) DELIMITED BY SIZE
                       " ERROR: " DELIMITED BY SIZE
                       ExprErrorText DELIMITED BY SIZE
                       INTO CalcResultsRecord
                   END-STRING
                   WRITE CalcResultsRecord
               WHEN StatValueCount = 500
                   ADD 1 TO BatchFailureCount
                   STRING OpsExprReference DELIMITED BY SIZE
                       SPACE DELIMITED BY SIZE
                       OpsExprText(1:20) DELIMITED BY SIZE
                       " ERROR: list holds 500 values" DELIMITED BY SIZE
                       INTO CalcResultsRecord
                   END-STRING
                   WRITE CalcResultsRecord
               WHEN OTHER
                   ADD 1 TO BatchSuccessCount
                   ADD 1 TO StatValueCount
                   MOVE StatParsedValue TO StatValue(StatValueCount)
           END-EVALUATE.

       BatchStatReport.
           MOVE SPACES TO CalcResultsRecord
           STRING OpsExprReference DELIMITED BY SIZE
               " STATISTICS" DELIMITED BY SIZE
               INTO CalcResultsRecord
           END-STRING
           WRITE CalcResultsRecord
           SET StatToResultsFile TO TRUE
           PERFORM ReportStatistics
           SET StatToResultsFile TO FALSE
           MOVE ZERO TO StatValueCount.

      *> Expression lines run through the same evaluator as the
      *> console's E mode, errors echoed with their position.
