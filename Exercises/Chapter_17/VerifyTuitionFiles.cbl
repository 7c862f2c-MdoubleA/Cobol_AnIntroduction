      *          registrations against unknown sections, and GL
      *          extract semester codes that disagree with
      *          SemesterInfo.dat - all written to a dated exceptions
      *          file the triage workflow can absorb. Any exception
      *          sets TuitionVerifyFailed.dat to 1 for the nightly
      *          schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT ExceptionFile ASSIGN USING ExceptionFileName
             ORGANIZATION IS LINE SEQUENTIAL.
           *> 1 when the data set did not verify clean, 0 when it did.
           SELECT RunFailFlagFile
             ASSIGN TO "./Exercises/Chapter_17/TuitionVerifyFailed.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BatchDateFile ASSIGN TO "BatchDate.dat"
             ORGANIZATION IS LINE SEQUENTIAL
       FD BatchDateFile.
       01 BatchDateRecord PIC 9(8).

       FD RunFailFlagFile.
       01 RunFailFlagRecord PIC 9.

       WORKING-STORAGE SECTION.
       01 CoursesFileStatus       PIC X(02) VALUE ZEROES.
       01 ProcessedFileStatus     PIC X(02) VALUE ZEROES.
               "."
           IF ExceptionCount = ZERO
               DISPLAY "Chapter 17 data set verified clean."
               MOVE 0 TO RunFailFlagRecord
           ELSE
               DISPLAY "Review ", ExceptionFileName(1:55), "."
               MOVE 1 TO RunFailFlagRecord
           END-IF
           OPEN OUTPUT RunFailFlagFile
           WRITE RunFailFlagRecord
           CLOSE RunFailFlagFile
           STOP RUN.

       GetBusinessDate.
