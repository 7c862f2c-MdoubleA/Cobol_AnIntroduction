      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Maintain TextbookAdoptions.dat, the bookstore's list
      *          of which gadgets (books) off Product.dat each course
      *          uses, marked required or optional. A professor keys
      *          in their own ID and may only adopt for a course they
      *          teach a section of on CoursesProcessed.prn, so the
      *          bookstore orders off the file instead of e-mails.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainAdoptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdoptionFile
             ASSIGN TO "./Exercises/Chapter_17/TextbookAdoptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AdoptionFileStatus.

           SELECT CoursesFile
             ASSIGN TO "./Exercises/Chapter_17/CoursesProcessed.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CoursesFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AdoptionFile.
       01 AdoptionRecord.
           88 EOAdoptionFile VALUE HIGH-VALUES.
           02 AdoptSubject     PIC X(4).
           02 AdoptNumber      PIC X(3).
           02 AdoptProfessorID PIC X(5).
           02 AdoptGadgetID    PIC 9(6).
           02 AdoptRequirement PIC X.
           02 AdoptEnteredDate PIC 9(8).

       FD CoursesFile.
       01 CourseFileRecord.
           88 EOCoursesFile VALUE HIGH-VALUES.
           02 CourseSubject     PIC X(4).
           02 FILLER            PIC X(2).
           02 CourseNumberText  PIC X(3).
           02 FILLER            PIC X(96).
           02 CourseDeliveryMode PIC X(1).
           02 CourseProfessorID PIC X(5).
           02 FILLER            PIC X(29).

       WORKING-STORAGE SECTION.
       01 AdoptionFileStatus PIC X(02) VALUE ZEROES.
       01 CoursesFileStatus  PIC X(02) VALUE ZEROES.

       *> The whole adoption file held in memory for the session and
       *> rewritten in full when it ends, as the professor master
       *> maintenance does. A dropped adoption is flagged and left
       *> out of the rewrite.
       01 AdoptionCount PIC 9(4) VALUE ZERO.
       01 AdoptionTable.
           02 AdoptionEntry OCCURS 1 TO 3000 TIMES
                            DEPENDING ON AdoptionCount
                            INDEXED BY AdpIdx.
               03 TblSubject     PIC X(4).
               03 TblNumber      PIC X(3).
               03 TblProfessorID PIC X(5).
               03 TblGadgetID    PIC 9(6).
               03 TblRequirement PIC X.
               03 TblEnteredDate PIC 9(8).
               03 TblDroppedSwitch PIC X.
                   88 TblDropped VALUE "Y" WHEN SET TO FALSE "N".

       *> Who teaches what: one line per section on the processed
       *> course file.
       01 TeachingCount PIC 9(4) VALUE ZERO.
       01 TeachingTable.
           02 TeachingEntry OCCURS 1 TO 2000 TIMES
                            DEPENDING ON TeachingCount
                            INDEXED BY TchIdx.
               03 TchSubject     PIC X(4).
               03 TchNumber      PIC X(3).
               03 TchProfessorID PIC X(5).

       01 MaintProfessorID PIC X(5) VALUE SPACES.
       01 MaintCourse.
           02 MaintSubject PIC X(4).
           02 MaintNumber  PIC X(3).
       01 MaintGadgetText PIC X(6) VALUE SPACES.
       01 MaintGadgetID REDEFINES MaintGadgetText PIC 9(6).
       01 MaintRequirement PIC X VALUE SPACE.
           88 ValidRequirement VALUE "R" "O".
       01 MaintAction PIC X VALUE SPACE.

       01 TodaysDate PIC 9(8) VALUE ZERO.
       01 AdoptionsAdded   PIC 9(4) VALUE ZERO.
       01 AdoptionsChanged PIC 9(4) VALUE ZERO.
       01 AdoptionsDropped PIC 9(4) VALUE ZERO.

       01 TeachesSwitch PIC X VALUE "N".
           88 ProfessorTeachesCourse VALUE "Y" WHEN SET TO FALSE "N".
       01 AdoptionFound PIC X VALUE "N".
           88 AdoptionOnFile VALUE "Y" WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadTeachingTable
           IF TeachingCount = ZERO
               DISPLAY "No sections on CoursesProcessed.prn; run the "
                   "roll-up before entering adoptions."
               STOP RUN
           END-IF
           PERFORM LoadAdoptionTable
           ACCEPT TodaysDate FROM DATE YYYYMMDD

           DISPLAY "Adoptions on file: ", AdoptionCount

           PERFORM PromptForProfessorID *> Init loop.
           PERFORM PromptForProfessorID
               UNTIL MaintProfessorID = SPACES *> Loop.

           PERFORM RewriteAdoptionFile

           DISPLAY "Adoptions added:   ", AdoptionsAdded
           DISPLAY "Adoptions changed: ", AdoptionsChanged
           DISPLAY "Adoptions dropped: ", AdoptionsDropped
           STOP RUN.

       LoadTeachingTable.
           OPEN INPUT CoursesFile
           IF CoursesFileStatus = "00"
               PERFORM ReadCourseLine
               PERFORM UNTIL EOCoursesFile
                   ADD 1 TO TeachingCount
                   MOVE CourseSubject     TO TchSubject(TeachingCount)
                   MOVE CourseNumberText  TO TchNumber(TeachingCount)
                   MOVE CourseProfessorID
                       TO TchProfessorID(TeachingCount)
                   PERFORM ReadCourseLine
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       ReadCourseLine.
           READ CoursesFile AT END SET EOCoursesFile TO TRUE.

       LoadAdoptionTable.
           OPEN INPUT AdoptionFile
           IF AdoptionFileStatus NOT = "00"
               DISPLAY "No TextbookAdoptions.dat yet; starting a new "
                   "adoption file."
           ELSE
               PERFORM ReadAdoptionLine
               PERFORM UNTIL EOAdoptionFile
                   ADD 1 TO AdoptionCount
                   MOVE AdoptSubject     TO TblSubject(AdoptionCount)
                   MOVE AdoptNumber      TO TblNumber(AdoptionCount)
                   MOVE AdoptProfessorID
                       TO TblProfessorID(AdoptionCount)
                   MOVE AdoptGadgetID    TO TblGadgetID(AdoptionCount)
                   MOVE AdoptRequirement
                       TO TblRequirement(AdoptionCount)
                   MOVE AdoptEnteredDate
                       TO TblEnteredDate(AdoptionCount)
                   SET TblDropped(AdoptionCount) TO FALSE
                   PERFORM ReadAdoptionLine
               END-PERFORM
               CLOSE AdoptionFile
           END-IF.

       ReadAdoptionLine.
           READ AdoptionFile
               AT END SET EOAdoptionFile TO TRUE.

       PromptForProfessorID.
           DISPLAY "Enter your professor ID, spaces to finish: "
           ACCEPT MaintProfessorID
           IF MaintProfessorID NOT = SPACES
               MOVE SPACES TO MaintCourse
               PERFORM PromptForCourse *> Init loop.
               PERFORM PromptForCourse
                   UNTIL MaintCourse = SPACES *> Loop.
           END-IF.

      *> A course is keyed as subject and number run together, e.g.
      *> CSCI101; only a professor on one of its sections may adopt.
       PromptForCourse.
           DISPLAY "Enter course (subject and number, e.g. CSCI101), "
               "spaces for the next professor: "
           ACCEPT MaintCourse
           IF MaintCourse NOT = SPACES
               PERFORM CheckProfessorTeaches
               IF NOT ProfessorTeachesCourse
                   DISPLAY "Professor ", MaintProfessorID,
                       " is not on a section of ", MaintSubject,
                       SPACE, MaintNumber, "; adoption refused."
               ELSE
                   PERFORM DisplayCourseAdoptions
                   MOVE ZERO TO MaintGadgetID
                   PERFORM PromptForGadget *> Init loop.
                   PERFORM PromptForGadget
                       UNTIL MaintGadgetText = SPACES *> Loop.
               END-IF
           END-IF.

       CheckProfessorTeaches.
           SET ProfessorTeachesCourse TO FALSE
           SET TchIdx TO 1
           SEARCH TeachingEntry
               AT END
                   CONTINUE
               WHEN TchSubject(TchIdx) = MaintSubject
                AND TchNumber(TchIdx) = MaintNumber
                AND TchProfessorID(TchIdx) = MaintProfessorID
                   SET ProfessorTeachesCourse TO TRUE
           END-SEARCH.

       DisplayCourseAdoptions.
           DISPLAY "Your adoptions for ", MaintSubject, SPACE,
               MaintNumber, ":"
           PERFORM VARYING AdpIdx FROM 1 BY 1
               UNTIL AdpIdx > AdoptionCount
               IF TblSubject(AdpIdx) = MaintSubject
                   AND TblNumber(AdpIdx) = MaintNumber
                   AND TblProfessorID(AdpIdx) = MaintProfessorID
                   AND NOT TblDropped(AdpIdx)
                   DISPLAY "  Gadget ", TblGadgetID(AdpIdx), SPACE,
                       TblRequirement(AdpIdx), " entered ",
                       TblEnteredDate(AdpIdx)
               END-IF
           END-PERFORM.

       PromptForGadget.
           DISPLAY "Enter gadget ID of the book, spaces for the "
               "next course: "
           ACCEPT MaintGadgetText
           IF MaintGadgetText NOT = SPACES
               IF MaintGadgetText IS NOT NUMERIC
                   DISPLAY "Gadget IDs are six digits."
               ELSE
                   PERFORM FindAdoptionEntry
                   IF AdoptionOnFile
                       PERFORM ChangeAdoption
                   ELSE
                       PERFORM AddAdoption
                   END-IF
               END-IF
           END-IF.

       FindAdoptionEntry.
           SET AdoptionOnFile TO FALSE
           IF AdoptionCount > ZERO
               SET AdpIdx TO 1
               SEARCH AdoptionEntry
                   AT END
                       CONTINUE
                   WHEN TblSubject(AdpIdx) = MaintSubject
                    AND TblNumber(AdpIdx) = MaintNumber
                    AND TblProfessorID(AdpIdx) = MaintProfessorID
                    AND TblGadgetID(AdpIdx) = MaintGadgetID
                    AND NOT TblDropped(AdpIdx)
                       SET AdoptionOnFile TO TRUE
               END-SEARCH
           END-IF.

       AddAdoption.
           PERFORM PromptForRequirement
           IF ValidRequirement
               ADD 1 TO AdoptionCount
               SET AdpIdx TO AdoptionCount
               MOVE MaintSubject     TO TblSubject(AdpIdx)
               MOVE MaintNumber      TO TblNumber(AdpIdx)
               MOVE MaintProfessorID TO TblProfessorID(AdpIdx)
               MOVE MaintGadgetID    TO TblGadgetID(AdpIdx)
               MOVE MaintRequirement TO TblRequirement(AdpIdx)
               MOVE TodaysDate       TO TblEnteredDate(AdpIdx)
               SET TblDropped(AdpIdx) TO FALSE
               ADD 1 TO AdoptionsAdded
               DISPLAY "Adopted."
           END-IF.

       ChangeAdoption.
           DISPLAY "Gadget ", MaintGadgetID, " is adopted as ",
               TblRequirement(AdpIdx), "; enter C to change it, "
               "D to drop it: "
           ACCEPT MaintAction
           EVALUATE MaintAction
               WHEN "C"
                   PERFORM PromptForRequirement
                   IF ValidRequirement
                       MOVE MaintRequirement TO TblRequirement(AdpIdx)
                       MOVE TodaysDate TO TblEnteredDate(AdpIdx)
                       ADD 1 TO AdoptionsChanged
                   END-IF
               WHEN "D"
                   SET TblDropped(AdpIdx) TO TRUE
                   ADD 1 TO AdoptionsDropped
                   DISPLAY "Dropped."
               WHEN OTHER
                   DISPLAY "Left as it was."
           END-EVALUATE.

       PromptForRequirement.
           DISPLAY "Enter R if students must buy it, O if optional: "
           ACCEPT MaintRequirement
           IF NOT ValidRequirement
               DISPLAY "R or O only; nothing changed."
           END-IF.

       RewriteAdoptionFile.
           OPEN OUTPUT AdoptionFile
           PERFORM WriteAdoptionEntry
               VARYING AdpIdx FROM 1 BY 1
               UNTIL AdpIdx > AdoptionCount
           CLOSE AdoptionFile.

       WriteAdoptionEntry.
           IF NOT TblDropped(AdpIdx)
               MOVE TblSubject(AdpIdx)     TO AdoptSubject
               MOVE TblNumber(AdpIdx)      TO AdoptNumber
               MOVE TblProfessorID(AdpIdx) TO AdoptProfessorID
               MOVE TblGadgetID(AdpIdx)    TO AdoptGadgetID
               MOVE TblRequirement(AdpIdx) TO AdoptRequirement
               MOVE TblEnteredDate(AdpIdx) TO AdoptEnteredDate
               WRITE AdoptionRecord
           END-IF.

       END PROGRAM MaintainAdoptions.
