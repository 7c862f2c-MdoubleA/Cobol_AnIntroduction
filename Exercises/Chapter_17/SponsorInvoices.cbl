      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Invoice each employer, military or agency sponsor
      *          off the sponsor receivable in SponsorLedger.dat:
      *          every covered student and course billed to it for
      *          the current term, with the student's name and the
      *          course title, then the charges to date, payments
      *          received and the balance due - so sponsor money is
      *          chased from the sponsor, not from the student.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SponsorInvoices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SponsorLedgerFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorLedgerFileStatus.

           SELECT SponsorWorkFile ASSIGN TO "SponsorWork.TMP".

           SELECT SortedSponsorFile
             ASSIGN TO "./Exercises/Chapter_17/SortedSponsor.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SponsorFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SponsorFileStatus.

           SELECT StudentFile
             ASSIGN TO "./Exercises/Chapter_17/StudentMaster.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS StudentFileStatus.

           SELECT CatalogFile
             ASSIGN TO "./Exercises/Chapter_17/CourseCatalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.

           SELECT SemesterInfoFile
             ASSIGN TO "./Exercises/Chapter_17/SemesterInfo.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SemesterInfoFileStatus.

           SELECT InvoiceFile
             ASSIGN TO "./Exercises/Chapter_17/SponsorInvoices.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SponsorLedgerFile.
       01 SponsorLedgerRecord.
           88 EOSponsorLedgerFile VALUE HIGH-VALUES.
           02 LedSponsorID PIC X(6).
           02 LedStudentID PIC X(9).
           02 LedSemester  PIC X(6).
           02 LedDate      PIC 9(8).
           02 LedType      PIC X.
           02 LedAmount    PIC 9(7)V99.
           02 LedReference PIC X(10).

       SD SponsorWorkFile.
       01 SponsorWorkRecord.
           02 WorkSponsorID PIC X(6).
           02 WorkStudentID PIC X(9).
           02 WorkSemester  PIC X(6).
           02 WorkDate      PIC 9(8).
           02 WorkType      PIC X.
           02 WorkAmount    PIC 9(7)V99.
           02 WorkReference PIC X(10).

       FD SortedSponsorFile.
       01 SortedSponsorRecord.
           88 EOSortedSponsorFile VALUE HIGH-VALUES.
           02 SlgSponsorID PIC X(6).
           02 SlgStudentID PIC X(9).
           02 SlgSemester  PIC X(6).
           02 SlgDate      PIC 9(8).
           02 SlgType      PIC X.
               88 SponsorCharge  VALUE "C".
               88 SponsorPayment VALUE "P".
           02 SlgAmount    PIC 9(7)V99.
           02 SlgReference.
               03 SlgSubject PIC X(4).
               03 SlgNumber  PIC X(3).
               03 FILLER     PIC X(3).

       FD SponsorFile.
       01 SponsorRecord.
           88 EOSponsorFile VALUE HIGH-VALUES.
           02 SponsorID       PIC X(6).
           02 SponsorName     PIC X(30).
           02 SponsorType     PIC X.
           02 SponsorAddress1 PIC X(30).
           02 SponsorAddress2 PIC X(30).

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

       FD CatalogFile.
       01 CatalogFileRecord.
           88 EOCatalogFile VALUE HIGH-VALUES.
           02 CatalogSubject PIC X(4).
           02 CatalogNumber  PIC X(3).
           02 CatalogTitle   PIC X(30).

       FD SemesterInfoFile.
       01 SemesterInfoRecord.
           02 SemInfoCode      PIC X(6).
           02 SemInfoTitle     PIC X(20).
           02 SemInfoStartDate PIC 9(8).
           02 SemInfoEndDate   PIC 9(8).
           02 SemInfoPriorCode PIC X(6).

       FD InvoiceFile.
       01 InvoiceLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 SponsorLedgerFileStatus PIC X(02) VALUE ZEROES.
       01 SponsorFileStatus       PIC X(02) VALUE ZEROES.
       01 StudentFileStatus       PIC X(02) VALUE ZEROES.
       01 CatalogFileStatus       PIC X(02) VALUE ZEROES.
       01 SemesterInfoFileStatus  PIC X(02) VALUE ZEROES.

       01 CurrentSemesterCode  PIC X(6)  VALUE SPACES.
       01 CurrentSemesterTitle PIC X(20) VALUE SPACES.
       01 InvoiceDate PIC 9(8) VALUE ZERO.

       01 SponsorCount PIC 9(4) VALUE ZERO.
       01 SponsorTable.
           02 SponsorEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON SponsorCount
                           INDEXED BY SponIdx.
               03 TblSponsorID       PIC X(6).
               03 TblSponsorName     PIC X(30).
               03 TblSponsorAddress1 PIC X(30).
               03 TblSponsorAddress2 PIC X(30).

       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).

       01 CatalogCount PIC 9(4) VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON CatalogCount
                           INDEXED BY CatIdx.
               03 CatSubject PIC X(4).
               03 CatNumber  PIC X(3).
               03 CatTitle   PIC X(30).

       01 PreviousSponsorID PIC X(6) VALUE HIGH-VALUES.
       01 SponsorKnownSwitch PIC X VALUE "N".
           88 SponsorIsKnown VALUE "Y" WHEN SET TO FALSE "N".

       *> Running figures for the sponsor being invoiced.
       01 TermCharges    PIC 9(9)V99 VALUE ZERO.
       01 ChargesToDate  PIC 9(9)V99 VALUE ZERO.
       01 PaymentsToDate PIC 9(9)V99 VALUE ZERO.
       01 BalanceDue     PIC S9(9)V99 VALUE ZERO.
       01 StudentNameText PIC X(30) VALUE SPACES.
       01 CourseTitleText PIC X(30) VALUE SPACES.
       01 PrintAmount  PIC $$,$$$,$$9.99.
       01 PrintBalance PIC +$$,$$$,$$9.99.

       01 InvoicesWritten PIC 9(4) VALUE ZERO.
       01 InvoiceTotal    PIC 9(11)V99 VALUE ZERO.
       01 PrintInvoiceTotal PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SponsorLedgerFile
           IF SponsorLedgerFileStatus NOT = "00"
               DISPLAY "Cannot open SponsorLedger.dat, status "
                   SponsorLedgerFileStatus "; no invoices written."
               STOP RUN
           END-IF
           CLOSE SponsorLedgerFile

           ACCEPT InvoiceDate FROM DATE YYYYMMDD
           PERFORM LoadSemesterInfo
           PERFORM LoadSponsorMaster
           PERFORM LoadStudentMaster
           PERFORM LoadCatalogTable

           SORT SponsorWorkFile ON ASCENDING KEY WorkSponsorID,
               WorkType, WorkSemester, WorkStudentID, WorkReference
             USING SponsorLedgerFile
             GIVING SortedSponsorFile.

           OPEN INPUT SortedSponsorFile
           OPEN OUTPUT InvoiceFile
           PERFORM ReadSortedSponsorLine
           PERFORM UNTIL EOSortedSponsorFile
               IF SlgSponsorID NOT = PreviousSponsorID
                   PERFORM CloseOutInvoice
                   PERFORM StartNewInvoice
               END-IF
               PERFORM ApplySponsorLine
               PERFORM ReadSortedSponsorLine
           END-PERFORM
           PERFORM CloseOutInvoice
           CLOSE SortedSponsorFile
           CLOSE InvoiceFile

           MOVE InvoiceTotal TO PrintInvoiceTotal
           DISPLAY "Sponsor invoices written: ", InvoicesWritten,
               "  balance due from sponsors ", PrintInvoiceTotal
           STOP RUN.

       LoadSemesterInfo.
           OPEN INPUT SemesterInfoFile
           IF SemesterInfoFileStatus = "00"
               OR SemesterInfoFileStatus = "05"
               OR SemesterInfoFileStatus = "07"
               READ SemesterInfoFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SemInfoCode  TO CurrentSemesterCode
                       MOVE SemInfoTitle TO CurrentSemesterTitle
               END-READ
               CLOSE SemesterInfoFile
           END-IF.

       LoadSponsorMaster.
           OPEN INPUT SponsorFile
           IF SponsorFileStatus = "00"
               PERFORM ReadSponsorLine
               PERFORM UNTIL EOSponsorFile
                   ADD 1 TO SponsorCount
                   MOVE SponsorID   TO TblSponsorID(SponsorCount)
                   MOVE SponsorName TO TblSponsorName(SponsorCount)
                   MOVE SponsorAddress1
                       TO TblSponsorAddress1(SponsorCount)
                   MOVE SponsorAddress2
                       TO TblSponsorAddress2(SponsorCount)
                   PERFORM ReadSponsorLine
               END-PERFORM
               CLOSE SponsorFile
           END-IF.

       ReadSponsorLine.
           READ SponsorFile
               AT END SET EOSponsorFile TO TRUE.

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
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           END-IF.

       ReadStudentLine.
           READ StudentFile
               AT END SET EOStudentFile TO TRUE.

       LoadCatalogTable.
           OPEN INPUT CatalogFile
           IF CatalogFileStatus = "00" OR CatalogFileStatus = "05"
               OR CatalogFileStatus = "07"
               PERFORM ReadCatalogLine
               PERFORM UNTIL EOCatalogFile
                   ADD 1 TO CatalogCount
                   MOVE CatalogSubject TO CatSubject(CatalogCount)
                   MOVE CatalogNumber  TO CatNumber(CatalogCount)
                   MOVE CatalogTitle   TO CatTitle(CatalogCount)
                   PERFORM ReadCatalogLine
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

       ReadCatalogLine.
           READ CatalogFile
               AT END SET EOCatalogFile TO TRUE.

       ReadSortedSponsorLine.
           READ SortedSponsorFile
               AT END SET EOSortedSponsorFile TO TRUE.

       StartNewInvoice.
           MOVE SlgSponsorID TO PreviousSponsorID
           MOVE ZERO TO TermCharges
           MOVE ZERO TO ChargesToDate
           MOVE ZERO TO PaymentsToDate
           ADD 1 TO InvoicesWritten
           SET SponsorIsKnown TO FALSE
           IF SponsorCount > ZERO
               SET SponIdx TO 1
               SEARCH SponsorEntry
                   AT END
                       CONTINUE
                   WHEN TblSponsorID(SponIdx) = SlgSponsorID
                       SET SponsorIsKnown TO TRUE
               END-SEARCH
           END-IF
           MOVE SPACES TO InvoiceLine
           WRITE InvoiceLine
           MOVE ALL "=" TO InvoiceLine
           WRITE InvoiceLine
           MOVE SPACES TO InvoiceLine
           STRING "SPONSOR INVOICE  " DELIMITED BY SIZE
               SlgSponsorID DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               InvoiceDate DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CurrentSemesterCode DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               CurrentSemesterTitle DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
           IF SponsorIsKnown
               MOVE TblSponsorName(SponIdx) TO InvoiceLine
               WRITE InvoiceLine
               MOVE TblSponsorAddress1(SponIdx) TO InvoiceLine
               WRITE InvoiceLine
               MOVE TblSponsorAddress2(SponIdx) TO InvoiceLine
               WRITE InvoiceLine
           ELSE
               MOVE "(NOT ON SPONSOR MASTER - see the bursar)"
                   TO InvoiceLine
               WRITE InvoiceLine
           END-IF
           MOVE SPACES TO InvoiceLine
           STRING "STUDENT    NAME                            "
                   DELIMITED BY SIZE
               "COURSE    TITLE" DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine.

      *> This term's covered charges print as detail; earlier terms'
      *> charges and every payment only count toward the balance.
       ApplySponsorLine.
           EVALUATE TRUE
               WHEN SponsorCharge
                   ADD SlgAmount TO ChargesToDate
                   IF SlgSemester = CurrentSemesterCode
                       ADD SlgAmount TO TermCharges
                       PERFORM WriteCoveredCourse
                   END-IF
               WHEN SponsorPayment
                   ADD SlgAmount TO PaymentsToDate
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteCoveredCourse.
           MOVE "(NOT ON STUDENT MASTER)" TO StudentNameText
           IF StudentCount > ZERO
               SET StuIdx TO 1
               SEARCH StudentEntry
                   AT END
                       CONTINUE
                   WHEN TblStudentID(StuIdx) = SlgStudentID
                       MOVE SPACES TO StudentNameText
                       STRING TblLastName(StuIdx) DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           TblFirstName(StuIdx) DELIMITED BY "  "
                           INTO StudentNameText
                       END-STRING
               END-SEARCH
           END-IF
           MOVE SPACES TO CourseTitleText
           IF CatalogCount > ZERO
               SET CatIdx TO 1
               SEARCH CatalogEntry
                   AT END
                       CONTINUE
                   WHEN CatSubject(CatIdx) = SlgSubject
                    AND CatNumber(CatIdx)  = SlgNumber
                       MOVE CatTitle(CatIdx) TO CourseTitleText
               END-SEARCH
           END-IF
           MOVE SlgAmount TO PrintAmount
           MOVE SPACES TO InvoiceLine
           STRING SlgStudentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StudentNameText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SlgSubject DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               SlgNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CourseTitleText DELIMITED BY SIZE
               PrintAmount DELIMITED BY SIZE
               INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine.

       CloseOutInvoice.
           IF PreviousSponsorID NOT = HIGH-VALUES
               SUBTRACT PaymentsToDate FROM ChargesToDate
                   GIVING BalanceDue
               IF BalanceDue > ZERO
                   ADD BalanceDue TO InvoiceTotal
               END-IF
               MOVE SPACES TO InvoiceLine
               WRITE InvoiceLine
               MOVE TermCharges TO PrintAmount
               MOVE SPACES TO InvoiceLine
               STRING "CHARGES THIS TERM:   " DELIMITED BY SIZE
                   PrintAmount DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
               MOVE ChargesToDate TO PrintAmount
               MOVE SPACES TO InvoiceLine
               STRING "CHARGES TO DATE:     " DELIMITED BY SIZE
                   PrintAmount DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
               MOVE PaymentsToDate TO PrintAmount
               MOVE SPACES TO InvoiceLine
               STRING "PAYMENTS RECEIVED:   " DELIMITED BY SIZE
                   PrintAmount DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
               MOVE BalanceDue TO PrintBalance
               MOVE SPACES TO InvoiceLine
               STRING "BALANCE DUE:        " DELIMITED BY SIZE
                   PrintBalance DELIMITED BY SIZE
                   INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.

       END PROGRAM SponsorInvoices.
