      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/04/2021
      * Purpose: Build the calendar year's 1098-T tuition statements
      *          off StudentLedger.dat: per student, the qualified
      *          tuition and fee charges billed in the year net of the
      *          year's own refunds and adjustments, the aid and
      *          scholarships credited, and the refunds and adjustments
      *          that belong to an earlier year's charges. Writes the
      *          fixed-layout electronic filing extract and a printed
      *          student copy, skips students with nothing to report,
      *          and lists students with no taxpayer ID or no master
      *          record for follow-up instead of dropping them - so
      *          January stops being a hand build from the ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionTaxStatements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
             ASSIGN TO "./Exercises/Chapter_17/StudentLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           *> The electronic filing extract: header, one detail per
           *> reportable student, trailer with count and hash totals.
           SELECT ExtractFile
             ASSIGN TO "./Exercises/Chapter_17/TuitionTaxExtract.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StatementFile
             ASSIGN TO "./Exercises/Chapter_17/TuitionTaxStatements.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FollowUpFile
             ASSIGN TO "./Exercises/Chapter_17/TuitionTaxFollowUp.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerDateParts REDEFINES LedgerDate.
               03 LedgerYear      PIC 9(4).
               03 FILLER          PIC 9(4).
           02 LedgerType      PIC X.
               88 LedgerCharge    VALUE "C".
               88 LedgerRefund    VALUE "R".
               88 LedgerAid       VALUE "D".
               88 LedgerAdjust    VALUE "A".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).
               88 PlanFeeCharge   VALUE "PLANFEE".

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

       FD ExtractFile.
       01 ExtractRecord PIC X(150).

       FD StatementFile.
       01 StatementLine PIC X(80).

       FD FollowUpFile.
       01 FollowUpLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 LedgerFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.

       *> The tax year keyed as four digits; spaces take the year
       *> before the run date, the usual January run.
       01 EntryYearText PIC X(4) VALUE SPACES.
       01 EntryYearNum REDEFINES EntryYearText PIC 9(4).
       01 TaxYear       PIC 9(4) VALUE ZERO.
       01 TodaysDate.
           02 TodaysYear  PIC 9(4).
           02 TodaysMonth PIC 99.
           02 TodaysDay   PIC 99.
       01 RunDate REDEFINES TodaysDate PIC 9(8).

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
               03 TblTaxID     PIC X(9).

       *> Every qualified charge through the end of the tax year, by
       *> student and course reference, so a refund or adjustment can
       *> be traced to the charge it corrects and that charge's year.
       01 ChargeKeyCount PIC 9(5) VALUE ZERO.
       01 ChargeKeyTable.
           02 ChargeKeyEntry OCCURS 1 TO 20000 TIMES
                             DEPENDING ON ChargeKeyCount
                             INDEXED BY KeyIdx.
               03 KeyStudentID PIC X(9).
               03 KeyReference PIC X(10).
               03 KeyDate      PIC 9(8).
       01 OriginDate     PIC 9(8) VALUE ZERO.
       01 OriginDateParts REDEFINES OriginDate.
           02 OriginYear PIC 9(4).
           02 FILLER     PIC 9(4).

       *> The year's reportable amounts per student.
       01 TaxCount PIC 9(4) VALUE ZERO.
       01 TaxTable.
           02 TaxEntry OCCURS 1 TO 5000 TIMES
                       DEPENDING ON TaxCount
                       INDEXED BY TaxIdx.
               03 TaxStudentID PIC X(9).
               03 TaxCharges   PIC S9(9)V99.
               03 TaxAid       PIC S9(9)V99.
               03 TaxPriorAdj  PIC S9(9)V99.

       01 StudentKnownSwitch PIC X VALUE "N".
           88 StudentIsKnown VALUE "Y" WHEN SET TO FALSE "N".
       01 TaxIDSwitch PIC X VALUE "N".
           88 TaxIDOnFile VALUE "Y" WHEN SET TO FALSE "N".

       *> The filing's three fixed record shapes, amounts in cents.
       01 TaxHeader.
           02 FILLER          PIC X       VALUE "H".
           02 HeaderTaxYear   PIC 9(4).
           02 HeaderDate      PIC 9(8).
           02 FILLER          PIC X(137)  VALUE SPACES.

       01 TaxDetail.
           02 FILLER          PIC X       VALUE "D".
           02 DetailTaxYear   PIC 9(4).
           02 DetailTaxID     PIC X(9).
           02 DetailStudentID PIC X(9).
           02 DetailLastName  PIC X(16).
           02 DetailFirstName PIC X(16).
           02 DetailAddress1  PIC X(30).
           02 DetailAddress2  PIC X(30).
           02 DetailChargeCents PIC 9(11).
           02 DetailPriorCents  PIC 9(11).
           02 DetailAidCents    PIC 9(11).
           02 FILLER          PIC X(2)    VALUE SPACES.

       01 TaxTrailer.
           02 FILLER          PIC X       VALUE "T".
           02 TrailerCount    PIC 9(7).
           02 TrailerChargeHash PIC 9(13).
           02 TrailerPriorHash  PIC 9(13).
           02 TrailerAidHash    PIC 9(13).
           02 FILLER          PIC X(103)  VALUE SPACES.

       01 ReportCharges  PIC 9(9)V99 VALUE ZERO.
       01 ReportPriorAdj PIC 9(9)V99 VALUE ZERO.
       01 ReportAid      PIC 9(9)V99 VALUE ZERO.
       01 DetailCount    PIC 9(7)    VALUE ZERO.
       01 ChargeHash     PIC 9(13)   VALUE ZERO.
       01 PriorHash      PIC 9(13)   VALUE ZERO.
       01 AidHash        PIC 9(13)   VALUE ZERO.
       01 SkippedCount   PIC 9(5)    VALUE ZERO.
       01 FollowUpCount  PIC 9(5)    VALUE ZERO.
       01 FollowUpReason PIC X(30)   VALUE SPACES.
       01 PrintAmount    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           DISPLAY "Enter the tax year YYYY, spaces for last year: "
           ACCEPT EntryYearText
           PERFORM UNTIL EntryYearText = SPACES
               OR EntryYearText IS NUMERIC
               DISPLAY "Tax year must be four digits or spaces. "
                   "Re-enter: "
               ACCEPT EntryYearText
           END-PERFORM
           IF EntryYearText = SPACES
               SUBTRACT 1 FROM TodaysYear GIVING TaxYear
           ELSE
               MOVE EntryYearNum TO TaxYear
           END-IF

           PERFORM LoadStudentMaster
           PERFORM LoadChargeKeys
           PERFORM AccumulateTaxYear
           IF TaxCount = ZERO
               DISPLAY "No ledger activity in ", TaxYear,
                   "; no statements written."
               STOP RUN
           END-IF

           OPEN OUTPUT ExtractFile
           OPEN OUTPUT StatementFile
           OPEN OUTPUT FollowUpFile
           MOVE TaxYear TO HeaderTaxYear
           MOVE RunDate TO HeaderDate
           MOVE TaxHeader TO ExtractRecord
           WRITE ExtractRecord
           MOVE SPACES TO FollowUpLine
           STRING "TUITION STATEMENT FOLLOW-UP - TAX YEAR "
                   DELIMITED BY SIZE
               TaxYear DELIMITED BY SIZE
               INTO FollowUpLine
           END-STRING
           WRITE FollowUpLine
           MOVE "STUDENT    REASON                          AMOUNT"
               TO FollowUpLine
           WRITE FollowUpLine

           PERFORM ReportOneStudent
               VARYING TaxIdx FROM 1 BY 1
               UNTIL TaxIdx > TaxCount

           MOVE DetailCount TO TrailerCount
           MOVE ChargeHash  TO TrailerChargeHash
           MOVE PriorHash   TO TrailerPriorHash
           MOVE AidHash     TO TrailerAidHash
           MOVE TaxTrailer TO ExtractRecord
           WRITE ExtractRecord
           CLOSE ExtractFile
           CLOSE StatementFile
           CLOSE FollowUpFile

           DISPLAY "Tuition statements for ", TaxYear, ": ",
               DetailCount, " written"
           DISPLAY "Students with nothing to report:  ", SkippedCount
           DISPLAY "Students listed for follow-up:    ", FollowUpCount
           STOP RUN.

       LoadStudentMaster.
           OPEN INPUT StudentFile
           IF StudentFileStatus NOT = "00"
               DISPLAY "No StudentMaster.dat; every student will be "
                   "listed for follow-up."
           ELSE
               PERFORM ReadStudentLine
               PERFORM UNTIL EOStudentFile
                   ADD 1 TO StudentCount
                   MOVE StuFileID        TO TblStudentID(StudentCount)
                   MOVE StuFileLastName  TO TblLastName(StudentCount)
                   MOVE StuFileFirstName TO TblFirstName(StudentCount)
                   MOVE StuFileAddress1  TO TblAddress1(StudentCount)
                   MOVE StuFileAddress2  TO TblAddress2(StudentCount)
                   MOVE StuFileTaxID     TO TblTaxID(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       OpenLedgerFile.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00" AND LedgerFileStatus
               NOT = "05" AND LedgerFileStatus NOT = "07"
               DISPLAY "Cannot open StudentLedger.dat, status "
                   LedgerFileStatus "; no statements written."
               STOP RUN
           END-IF.

       ReadLedgerLine.
           READ LedgerFile
               AT END SET EOLedgerFile TO TRUE.

      *> The payment plan enrollment fee is a finance charge, not
      *> tuition, so it is never a qualified charge.
       LoadChargeKeys.
           PERFORM OpenLedgerFile
           PERFORM ReadLedgerLine
           PERFORM UNTIL EOLedgerFile
               IF LedgerCharge AND NOT PlanFeeCharge
                   AND LedgerYear <= TaxYear
                   ADD 1 TO ChargeKeyCount
                   MOVE LedgerStudentID
                       TO KeyStudentID(ChargeKeyCount)
                   MOVE LedgerReference
                       TO KeyReference(ChargeKeyCount)
                   MOVE LedgerDate TO KeyDate(ChargeKeyCount)
               END-IF
               PERFORM ReadLedgerLine
           END-PERFORM
           CLOSE LedgerFile.

       AccumulateTaxYear.
           PERFORM OpenLedgerFile
           PERFORM ReadLedgerLine
           PERFORM UNTIL EOLedgerFile
               IF LedgerYear = TaxYear
                   PERFORM AddLedgerLineToTax
               END-IF
               PERFORM ReadLedgerLine
           END-PERFORM
           CLOSE LedgerFile.

       AddLedgerLineToTax.
           SET TaxIdx TO 1
           SEARCH TaxEntry
               AT END
                   ADD 1 TO TaxCount
                   MOVE LedgerStudentID TO TaxStudentID(TaxCount)
                   MOVE ZERO TO TaxCharges(TaxCount)
                   MOVE ZERO TO TaxAid(TaxCount)
                   MOVE ZERO TO TaxPriorAdj(TaxCount)
                   SET TaxIdx TO TaxCount
                   PERFORM ApplyLedgerLineToTax
               WHEN TaxStudentID(TaxIdx) = LedgerStudentID
                   PERFORM ApplyLedgerLineToTax
           END-SEARCH.

      *> A refund or adjustment whose charge was billed in an earlier
      *> year is a prior-year adjustment; one correcting this year's
      *> charge (or with no charge on file to trace) nets against
      *> this year's charges. Payments and late fees aren't reported.
       ApplyLedgerLineToTax.
           EVALUATE TRUE
               WHEN LedgerCharge AND NOT PlanFeeCharge
                   ADD LedgerAmount TO TaxCharges(TaxIdx)
               WHEN LedgerAid
                   ADD LedgerAmount TO TaxAid(TaxIdx)
               WHEN LedgerRefund
                   PERFORM FindOriginCharge
                   IF OriginYear < TaxYear
                       ADD LedgerAmount TO TaxPriorAdj(TaxIdx)
                   ELSE
                       SUBTRACT LedgerAmount FROM TaxCharges(TaxIdx)
                   END-IF
               WHEN LedgerAdjust AND NegativeAdjust
                   PERFORM FindOriginCharge
                   IF OriginYear < TaxYear
                       ADD LedgerAmount TO TaxPriorAdj(TaxIdx)
                   ELSE
                       SUBTRACT LedgerAmount FROM TaxCharges(TaxIdx)
                   END-IF
               WHEN LedgerAdjust
                   PERFORM FindOriginCharge
                   IF OriginYear < TaxYear
                       SUBTRACT LedgerAmount FROM TaxPriorAdj(TaxIdx)
                   ELSE
                       ADD LedgerAmount TO TaxCharges(TaxIdx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The latest charge for the same student and course reference
      *> on or before the correcting line; none found leaves the
      *> origin in the tax year itself.
       FindOriginCharge.
           MOVE ZERO TO OriginDate
           PERFORM VARYING KeyIdx FROM 1 BY 1
               UNTIL KeyIdx > ChargeKeyCount
               IF KeyStudentID(KeyIdx) = LedgerStudentID
                   AND KeyReference(KeyIdx) = LedgerReference
                   AND KeyDate(KeyIdx) <= LedgerDate
                   AND KeyDate(KeyIdx) > OriginDate
                   MOVE KeyDate(KeyIdx) TO OriginDate
               END-IF
           END-PERFORM
           IF OriginDate = ZERO
               MOVE LedgerDate TO OriginDate
           END-IF.

      *> Net charges or prior-year adjustments below zero report as
      *> zero; a student with nothing left to report is skipped.
       ReportOneStudent.
           MOVE ZERO TO ReportCharges ReportPriorAdj ReportAid
           IF TaxCharges(TaxIdx) > ZERO
               MOVE TaxCharges(TaxIdx) TO ReportCharges
           END-IF
           IF TaxPriorAdj(TaxIdx) > ZERO
               MOVE TaxPriorAdj(TaxIdx) TO ReportPriorAdj
           END-IF
           IF TaxAid(TaxIdx) > ZERO
               MOVE TaxAid(TaxIdx) TO ReportAid
           END-IF
           IF ReportCharges = ZERO AND ReportPriorAdj = ZERO
               AND ReportAid = ZERO
               ADD 1 TO SkippedCount
           ELSE
               PERFORM FindTaxStudent
               EVALUATE TRUE
                   WHEN NOT StudentIsKnown
                       MOVE "NOT ON STUDENT MASTER" TO FollowUpReason
                       PERFORM WriteFollowUpLine
                   WHEN NOT TaxIDOnFile
                       MOVE "NO TAXPAYER ID ON FILE" TO FollowUpReason
                       PERFORM WriteFollowUpLine
                   WHEN OTHER
                       PERFORM WriteTaxDetail
                       PERFORM WriteStudentCopy
               END-EVALUATE
           END-IF.

       FindTaxStudent.
           SET StudentIsKnown TO FALSE
           SET TaxIDOnFile TO FALSE
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   CONTINUE
               WHEN TblStudentID(StuIdx) = TaxStudentID(TaxIdx)
                   SET StudentIsKnown TO TRUE
                   IF TblTaxID(StuIdx) IS NUMERIC
                       AND TblTaxID(StuIdx) NOT = "000000000"
                       SET TaxIDOnFile TO TRUE
                   END-IF
           END-SEARCH.

       WriteFollowUpLine.
           ADD 1 TO FollowUpCount
           MOVE ReportCharges TO PrintAmount
           MOVE SPACES TO FollowUpLine
           STRING TaxStudentID(TaxIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FollowUpReason DELIMITED BY SIZE
               PrintAmount DELIMITED BY SIZE
               INTO FollowUpLine
           END-STRING
           WRITE FollowUpLine.

       WriteTaxDetail.
           MOVE TaxYear               TO DetailTaxYear
           MOVE TblTaxID(StuIdx)      TO DetailTaxID
           MOVE TaxStudentID(TaxIdx)  TO DetailStudentID
           MOVE TblLastName(StuIdx)   TO DetailLastName
           MOVE TblFirstName(StuIdx)  TO DetailFirstName
           MOVE TblAddress1(StuIdx)   TO DetailAddress1
           MOVE TblAddress2(StuIdx)   TO DetailAddress2
           COMPUTE DetailChargeCents = ReportCharges * 100
           COMPUTE DetailPriorCents  = ReportPriorAdj * 100
           COMPUTE DetailAidCents    = ReportAid * 100
           MOVE TaxDetail TO ExtractRecord
           WRITE ExtractRecord
           ADD 1 TO DetailCount
           ADD DetailChargeCents TO ChargeHash
           ADD DetailPriorCents  TO PriorHash
           ADD DetailAidCents    TO AidHash.

      *> The student's copy shows only the last four digits of the
      *> taxpayer ID.
       WriteStudentCopy.
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE ALL "=" TO StatementLine
           WRITE StatementLine
           MOVE SPACES TO StatementLine
           STRING "FORM 1098-T TUITION STATEMENT  TAX YEAR "
                   DELIMITED BY SIZE
               TaxYear DELIMITED BY SIZE
               "  STUDENT COPY" DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE SPACES TO StatementLine
           STRING TblFirstName(StuIdx) DELIMITED BY "  "
               SPACE DELIMITED BY SIZE
               TblLastName(StuIdx) DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE TblAddress1(StuIdx) TO StatementLine
           WRITE StatementLine
           MOVE TblAddress2(StuIdx) TO StatementLine
           WRITE StatementLine
           MOVE SPACES TO StatementLine
           STRING "STUDENT ID " DELIMITED BY SIZE
               TaxStudentID(TaxIdx) DELIMITED BY SIZE
               "   TAXPAYER ID ***-**-" DELIMITED BY SIZE
               TblTaxID(StuIdx)(6:4) DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE "----------------------------------------" TO
               StatementLine
           WRITE StatementLine
           MOVE ReportCharges TO PrintAmount
           MOVE SPACES TO StatementLine
           STRING "QUALIFIED TUITION AND FEES BILLED     "
                   DELIMITED BY SIZE
               PrintAmount DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE ReportPriorAdj TO PrintAmount
           MOVE SPACES TO StatementLine
           STRING "ADJUSTMENTS MADE FOR A PRIOR YEAR     "
                   DELIMITED BY SIZE
               PrintAmount DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine
           MOVE ReportAid TO PrintAmount
           MOVE SPACES TO StatementLine
           STRING "SCHOLARSHIPS OR GRANTS                "
                   DELIMITED BY SIZE
               PrintAmount DELIMITED BY SIZE
               INTO StatementLine
           END-STRING
           WRITE StatementLine.

       END PROGRAM TuitionTaxStatements.
