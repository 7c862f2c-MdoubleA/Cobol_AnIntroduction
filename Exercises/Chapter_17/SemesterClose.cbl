      *          run the final TuitionReport and TuitionVariance in
      *          the right order, roll the current files to their
      *          prior-semester names, archive copies stamped with
      *          the closing semester code, post the term's final
      *          grades, reset the job checkpoint, and print a
      *          close-out summary - so nobody overwrites the prior
      *          snapshot before variance has run again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           CALL "TuitionReport"
           CALL "TuitionVariance"

           *> Grades go to the history and CompletedCourses.dat while
           *> SemesterInfo.dat still names the closing term.
           CALL "PostTermGrades"

           PERFORM ArchiveProcessedBySemester
           PERFORM ArchiveReportBySemester
           PERFORM RollProcessedToPrior
           DISPLAY "  Report.txt archived as Report_",
               ClosingSemesterCode, ".txt."
           DISPLAY "  Courses.prn rolled to PriorCourses.prn."
           DISPLAY "  Final grades posted from GradeRoster.dat."
           DISPLAY "  JobCheckpoint.dat reset."
           STOP RUN.

