      * Date: 10/27/2020
      * Purpose: Chain mkdata and TuitionReport together as one job,
      *          so a failure partway through doesn't mean rerunning
      *          both programs from scratch. Ends by republishing the
      *          schedule of classes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION. *> -------------------------------------

           CALL "TuitionReport".

           *> Republish the schedule of classes off tonight's
           *> registrations for the printed copy and the web page.
           CALL "ScheduleOfClasses".

           ACCEPT CommandLineArg FROM COMMAND-LINE.
           IF CommandLineArg = "NOTIFY"
               CALL "NotifyProfessors"
