      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Bookstore demand run off the faculty's textbook
      *    adoptions. Each required adoption is multiplied by the
      *    enrollment of the adopting professor's sections on the
      *    registrar's CoursesProcessed.prn, totalled per gadget and
      *    netted against stock on hand; the shortfall goes to
      *    TextbookDemand.dat for the purchase-order worksheet to
      *    include. TextbookDemand.txt lists the adoptions, the
      *    per-gadget figures, any adoption that could not be used,
      *    and every section with no adoption on file so the
      *    bookstore can chase the faculty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEXTBOOK-DEMAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Adoptions and sections both belong to the registrar's
           *> side and are read where that system keeps them.
           SELECT AdoptionFile
               ASSIGN TO "./Exercises/Chapter_17/TextbookAdoptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdoptionFileStatus.

           SELECT CoursesFile
               ASSIGN TO "./Exercises/Chapter_17/CoursesProcessed.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CoursesFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

           *> One line per gadget short for the term: the worksheet
           *> orders at least this many.
           SELECT DemandFile ASSIGN TO "TextbookDemand.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ReportFile ASSIGN TO "TextbookDemand.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AdoptionFile.
       01  AdoptionRecord.
           88  AdoptionFileEnd     VALUE HIGH-VALUES.
           02  AdoptSubject        PIC X(4).
           02  AdoptNumber         PIC X(3).
           02  AdoptProfessorID    PIC X(5).
           02  AdoptGadgetID       PIC 9(6).
           02  AdoptRequirement    PIC X.
               88  AdoptRequired       VALUE "R".
           02  AdoptEnteredDate    PIC 9(8).

       FD  CoursesFile.
       01  CourseFileRecord.
           88  CoursesFileEnd      VALUE HIGH-VALUES.
           02  CourseSubject       PIC X(4).
           02  FILLER              PIC X(2).
           02  CourseNumberText    PIC X(3).
           02  FILLER              PIC X(64).
           02  CourseLastName      PIC X(16).
           02  CourseFirstName     PIC X(16).
           02  CourseDeliveryMode  PIC X.
           02  CourseProfessorID   PIC X(5).
           02  FILLER              PIC X(26).
           02  CourseEnrollment    PIC X(3).

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

       FD  DemandFile.
       01  DemandRecord.
           02  DemGadgetID         PIC 9(6).
           02  DemShortQty         PIC 9(4).

       FD  ReportFile.
       01  ReportLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  AdoptionFileStatus      PIC X(02)   VALUE ZEROES.
       01  CoursesFileStatus       PIC X(02)   VALUE ZEROES.
       01  ProductFileStatus       PIC X(02)   VALUE ZEROES.

       *> Every section on the processed course file, with whether
       *> any adoption from its professor covers it.
       01  SectionCount        PIC 9(4)    VALUE ZERO.
       01  SectionTable.
           02  SectionEntry OCCURS 1 TO 2000 TIMES
                            DEPENDING ON SectionCount
                            INDEXED BY SECidx.
               03  SecSubject      PIC X(4).
               03  SecNumber       PIC X(3).
               03  SecProfessorID  PIC X(5).
               03  SecLastName     PIC X(16).
               03  SecFirstName    PIC X(16).
               03  SecEnrollment   PIC 9(3).
               03  SecAdopted      PIC X.

       *> Required demand per gadget across all adoptions.
       01  GadgetCount         PIC 9(4)    VALUE ZERO.
       01  GadgetTable.
           02  GadgetEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON GadgetCount
                           INDEXED BY GDidx.
               03  GdGadgetID      PIC 9(6).
               03  GdRequiredQty   PIC 9(6).

       01  AdoptionEnrollment  PIC 9(5)    VALUE ZERO.
       01  SectionsMatched     PIC 9(3)    VALUE ZERO.
       01  ShortQty            PIC 9(6)    VALUE ZERO.
       01  ScanPosition        PIC 9(4)    VALUE ZERO.

       01  ProductNotFound     PIC X   VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".

       01  AdoptionsRead       PIC 9(4)    VALUE ZERO.
       01  AdoptionsRejected   PIC 9(4)    VALUE ZERO.
       01  GadgetsShort        PIC 9(4)    VALUE ZERO.
       01  SectionsUnadopted   PIC 9(4)    VALUE ZERO.

       01  AdoptionLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  AdlSubject      PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  AdlNumber       PIC X(3).
           02  FILLER          PIC X(7)    VALUE "  PROF ".
           02  AdlProfessorID  PIC X(5).
           02  FILLER          PIC X(9)    VALUE "  GADGET ".
           02  AdlGadgetID     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  AdlRequirement  PIC X(8).
           02  FILLER          PIC X(10)   VALUE "  ENROLLED".
           02  AdlEnrollment   PIC ZZZZ9.

       01  GadgetLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  GdlGadgetID     PIC 9(6).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  GdlGadgetName   PIC X(30).
           02  FILLER          PIC X(5)    VALUE " REQ ".
           02  GdlRequired     PIC ZZZZZ9.
           02  FILLER          PIC X(5)    VALUE "  OH ".
           02  GdlOnHand       PIC ZZZ9.
           02  FILLER          PIC X(7)    VALUE "  SHORT".
           02  GdlShort        PIC ZZZZZ9.

       01  UnadoptedLine.
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  UnlSubject      PIC X(4).
           02  FILLER          PIC X       VALUE SPACE.
           02  UnlNumber       PIC X(3).
           02  FILLER          PIC X(7)    VALUE "  PROF ".
           02  UnlProfessorID  PIC X(5).
           02  FILLER          PIC X(2)    VALUE SPACES.
           02  UnlLastName     PIC X(16).
           02  FILLER          PIC X       VALUE SPACE.
           02  UnlFirstName    PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT CoursesFile
            IF CoursesFileStatus NOT = "00"
                DISPLAY "Cannot open CoursesProcessed.prn, status "
                    CoursesFileStatus "; no sections to order for."
                STOP RUN
            END-IF
            PERFORM ReadCourseLine
            PERFORM UNTIL CoursesFileEnd
                PERFORM StoreSection
                PERFORM ReadCourseLine
            END-PERFORM
            CLOSE CoursesFile

            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; demand run aborted."
                STOP RUN
            END-IF
            OPEN OUTPUT ReportFile
            OPEN OUTPUT DemandFile

            MOVE "TEXTBOOK ADOPTIONS" TO ReportLine
            WRITE ReportLine
            OPEN INPUT AdoptionFile
            IF AdoptionFileStatus = "00"
                PERFORM ReadAdoptionLine
                PERFORM UNTIL AdoptionFileEnd
                    PERFORM ApplyOneAdoption
                    PERFORM ReadAdoptionLine
                END-PERFORM
                CLOSE AdoptionFile
            ELSE
                MOVE "  (NO TEXTBOOKADOPTIONS.DAT ON FILE)"
                    TO ReportLine
                WRITE ReportLine
            END-IF

            MOVE SPACES TO ReportLine
            WRITE ReportLine
            MOVE "REQUIRED BOOKS AGAINST STOCK ON HAND" TO ReportLine
            WRITE ReportLine
            PERFORM NetOneGadget
                VARYING GDidx FROM 1 BY 1
                UNTIL GDidx > GadgetCount

            MOVE SPACES TO ReportLine
            WRITE ReportLine
            MOVE "SECTIONS WITH NO ADOPTION ON FILE" TO ReportLine
            WRITE ReportLine
            PERFORM ListUnadoptedSection
                VARYING SECidx FROM 1 BY 1
                UNTIL SECidx > SectionCount

            CLOSE ProductFile
            CLOSE ReportFile
            CLOSE DemandFile

            DISPLAY "Adoptions read: ", AdoptionsRead,
                "  rejected: ", AdoptionsRejected
            DISPLAY "Gadgets short for the term: ", GadgetsShort
            DISPLAY "Sections with no adoption: ", SectionsUnadopted
            DISPLAY "TextbookDemand.dat is ready for the purchase-",
                "order worksheet."

            STOP RUN.

       ReadCourseLine.
           READ CoursesFile
               AT END SET CoursesFileEnd TO TRUE
           END-READ.

       ReadAdoptionLine.
           READ AdoptionFile
               AT END SET AdoptionFileEnd TO TRUE
           END-READ.

       StoreSection.
           ADD 1 TO SectionCount
           MOVE CourseSubject     TO SecSubject(SectionCount)
           MOVE CourseNumberText  TO SecNumber(SectionCount)
           MOVE CourseProfessorID TO SecProfessorID(SectionCount)
           MOVE CourseLastName    TO SecLastName(SectionCount)
           MOVE CourseFirstName   TO SecFirstName(SectionCount)
           IF CourseEnrollment IS NUMERIC
               MOVE CourseEnrollment TO SecEnrollment(SectionCount)
           ELSE
               MOVE ZERO TO SecEnrollment(SectionCount)
           END-IF
           MOVE "N" TO SecAdopted(SectionCount).

      *> An adoption covers the sections of its course the adopting
      *> professor teaches; one that matches no section is listed
      *> as rejected and orders nothing.
       ApplyOneAdoption.
           ADD 1 TO AdoptionsRead
           MOVE ZERO TO AdoptionEnrollment
           MOVE ZERO TO SectionsMatched
           PERFORM VARYING ScanPosition FROM 1 BY 1
               UNTIL ScanPosition > SectionCount
               IF SecSubject(ScanPosition) = AdoptSubject
                   AND SecNumber(ScanPosition) = AdoptNumber
                   AND SecProfessorID(ScanPosition) = AdoptProfessorID
                   ADD SecEnrollment(ScanPosition)
                       TO AdoptionEnrollment
                   ADD 1 TO SectionsMatched
                   MOVE "Y" TO SecAdopted(ScanPosition)
               END-IF
           END-PERFORM
           MOVE AdoptSubject     TO AdlSubject
           MOVE AdoptNumber      TO AdlNumber
           MOVE AdoptProfessorID TO AdlProfessorID
           MOVE AdoptGadgetID    TO AdlGadgetID
           MOVE AdoptionEnrollment TO AdlEnrollment
           IF SectionsMatched = ZERO
               MOVE "REJECTED" TO AdlRequirement
               ADD 1 TO AdoptionsRejected
           ELSE
               IF AdoptRequired
                   MOVE "REQUIRED" TO AdlRequirement
                   PERFORM AddGadgetDemand
               ELSE
                   MOVE "OPTIONAL" TO AdlRequirement
               END-IF
           END-IF
           MOVE AdoptionLine TO ReportLine
           WRITE ReportLine.

       AddGadgetDemand.
           SET GDidx TO 1
           SEARCH GadgetEntry
               AT END
                   ADD 1 TO GadgetCount
                   MOVE AdoptGadgetID TO GdGadgetID(GadgetCount)
                   MOVE AdoptionEnrollment
                       TO GdRequiredQty(GadgetCount)
               WHEN GdGadgetID(GDidx) = AdoptGadgetID
                   ADD AdoptionEnrollment TO GdRequiredQty(GDidx)
           END-SEARCH.

      *> Required copies less stock on hand; a gadget not on
      *> Product.dat can't be ordered and is listed as such.
       NetOneGadget.
           SET UnknownGadgetID TO FALSE
           MOVE GdGadgetID(GDidx) TO GadgetID
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
           END-READ
           MOVE GdGadgetID(GDidx)    TO GdlGadgetID
           MOVE GdRequiredQty(GDidx) TO GdlRequired
           IF UnknownGadgetID
               MOVE "(NOT ON PRODUCT.DAT)" TO GdlGadgetName
               MOVE ZERO TO GdlOnHand
               MOVE ZERO TO GdlShort
           ELSE
               MOVE GadgetName TO GdlGadgetName
               MOVE QtyInStock TO GdlOnHand
               IF GdRequiredQty(GDidx) > QtyInStock
                   SUBTRACT QtyInStock FROM GdRequiredQty(GDidx)
                       GIVING ShortQty
                   IF ShortQty > 9999
                       MOVE 9999 TO ShortQty
                   END-IF
                   MOVE GdGadgetID(GDidx) TO DemGadgetID
                   MOVE ShortQty          TO DemShortQty
                   WRITE DemandRecord
                   ADD 1 TO GadgetsShort
               ELSE
                   MOVE ZERO TO ShortQty
               END-IF
               MOVE ShortQty TO GdlShort
           END-IF
           MOVE GadgetLine TO ReportLine
           WRITE ReportLine.

       ListUnadoptedSection.
           IF SecAdopted(SECidx) = "N"
               ADD 1 TO SectionsUnadopted
               MOVE SecSubject(SECidx)     TO UnlSubject
               MOVE SecNumber(SECidx)      TO UnlNumber
               MOVE SecProfessorID(SECidx) TO UnlProfessorID
               MOVE SecLastName(SECidx)    TO UnlLastName
               MOVE SecFirstName(SECidx)   TO UnlFirstName
               MOVE UnadoptedLine TO ReportLine
               WRITE ReportLine
           END-IF.

       END PROGRAM TEXTBOOK-DEMAND.
