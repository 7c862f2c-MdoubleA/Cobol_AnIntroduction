      *          nine-character IDs - statements get a real name and
      *          address block, and the roll-up and drop runs can turn
      *          unknown IDs into exceptions instead of billing or
      *          refunding ghosts. The taxpayer ID kept here goes
      *          on the annual tuition statement extract, and the
      *          graduation term picks the commencement playlist.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 StuFileProgram   PIC X(4).
           02 StuFileStatus    PIC X.
           02 StuFileResidency PIC X.
           02 StuFileTaxID     PIC X(9).
           02 StuFileGradTerm  PIC X(6).

       WORKING-STORAGE SECTION.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.
               03 TblProgram   PIC X(4).
               03 TblStatus    PIC X.
               03 TblResidency PIC X.
               03 TblTaxID     PIC X(9).
               03 TblGradTerm  PIC X(6).

       01 MaintStudentID PIC X(9) VALUE SPACES.

                   ELSE
                       MOVE "R" TO TblResidency(StudentCount)
                   END-IF
                   MOVE StuFileTaxID TO TblTaxID(StudentCount)
                   MOVE StuFileGradTerm TO TblGradTerm(StudentCount)
                   PERFORM ReadStudentLine
               END-PERFORM
               CLOSE StudentFile
           IF TblResidency(StuIdx) NOT = "R"
               AND TblResidency(StuIdx) NOT = "N"
               MOVE "R" TO TblResidency(StuIdx)
           END-IF
           *> Nine digits or nothing; a student who hasn't supplied
           *> one is listed for follow-up by the tuition statement run.
           DISPLAY "Enter the nine-digit taxpayer ID, spaces if not "
               "supplied: "
           ACCEPT TblTaxID(StuIdx)
           PERFORM UNTIL TblTaxID(StuIdx) = SPACES
               OR TblTaxID(StuIdx) IS NUMERIC
               DISPLAY "Taxpayer ID must be nine digits or spaces. "
                   "Re-enter: "
               ACCEPT TblTaxID(StuIdx)
           END-PERFORM
           *> The semester code the student is expected to finish in,
           *> as on SemesterInfo.dat; spaces until it is known.
           DISPLAY "Enter the graduation term code, spaces if not "
               "graduating: "
           ACCEPT TblGradTerm(StuIdx).

       FindStudentEntry.
           SET StudentOnFile TO FALSE
           MOVE TblProgram(StuIdx)   TO StuFileProgram
           MOVE TblStatus(StuIdx)    TO StuFileStatus
           MOVE TblResidency(StuIdx) TO StuFileResidency
           MOVE TblTaxID(StuIdx)     TO StuFileTaxID
           MOVE TblGradTerm(StuIdx)  TO StuFileGradTerm
           WRITE StudentFileRecord.

       END PROGRAM MaintainStudents.
