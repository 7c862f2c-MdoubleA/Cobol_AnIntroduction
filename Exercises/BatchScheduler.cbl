      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/10/2021
      * Purpose: Run the night's batch off JobSchedule.dat instead of
      *          whoever is on shift starting the closes, verifiers
      *          and voucher generators by hand in whatever order
      *          they remember. Each job names its program, up to
      *          four jobs that must finish first, the days it runs
      *          by BusinessCalendar.dat and whether its failure
      *          stops the jobs that follow it. Jobs run in
      *          dependency order; a job fails on a non-zero exit or
      *          when its fail flag file reads 1, the way
      *          RUN-INVENTORY-CLOSE reads InventoryCloseFailed.dat,
      *          and everything depending on a stopping failure is
      *          skipped. Every job's outcome goes to OperationsLog.dat
      *          and BatchStatus.txt is the morning status report. A
      *          checkpoint keeps the night's progress, so running it
      *          again restarts at the failed job without repeating
      *          the ones that finished; FRESH on the command line
      *          throws the checkpoint away and starts over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchScheduler.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One line per job: name, program (the command that runs
           *> it, arguments and all), predecessor job names, the days
           *> it runs, whether a failure stops its successors, and
           *> the fail flag file it sets, if any.
           SELECT JobScheduleFile ASSIGN TO "JobSchedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JobScheduleFileStatus.

           SELECT BatchDateFile ASSIGN TO "BatchDate.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BatchDateFileStatus.

           SELECT CalendarFile ASSIGN TO "BusinessCalendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CalendarFileStatus.

           *> The night being run and where each job got to; cleared
           *> once every job due that night has finished clean.
           SELECT CheckpointFile
             ASSIGN TO "BatchSchedulerCheckpoint.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CheckpointFileStatus.

           SELECT RunFailFlagFile ASSIGN USING FailFlagFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RunFailFlagFileStatus.

           *> The shared operations event log every batch program
           *> appends to for the morning check.
           SELECT OPTIONAL OperationsLogFile
             ASSIGN TO "OperationsLog.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT StatusReportFile ASSIGN TO "BatchStatus.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JobScheduleFile.
       01 JobScheduleRecord.
           88 EOJobScheduleFile VALUE HIGH-VALUES.
           02 SchJobName      PIC X(12).
           02 SchJobProgram   PIC X(40).
           02 SchPredecessor  PIC X(12) OCCURS 4 TIMES.
           02 SchRunDays      PIC X.
           02 SchStopOnFail   PIC X.
           02 SchFailFlagFile PIC X(60).

       FD BatchDateFile.
       01 BatchDateRecord PIC 9(8).

       FD CalendarFile.
       01 CalendarRecord.
           88 CalendarFileEnd VALUE HIGH-VALUES.
           02 CalDate    PIC 9(8).
           02 CalDayType PIC X.

       FD CheckpointFile.
       01 CheckpointRecord.
           88 EOCheckpointFile VALUE HIGH-VALUES.
           02 CkpRunDate  PIC 9(8).
           02 CkpJobName  PIC X(12).
           02 CkpJobState PIC X.

       FD RunFailFlagFile.
       01 RunFailFlagRecord PIC 9.

       FD OperationsLogFile.
       01 OperationsLogRecord.
           02 EventDate     PIC 9(8).
           02 EventTime     PIC 9(6).
           02 EventProgram  PIC X(30).
           02 EventSeverity PIC X.
           02 EventMessage  PIC X(60).

       FD StatusReportFile.
       01 StatusLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 JobScheduleFileStatus PIC X(02) VALUE ZEROES.
       01 BatchDateFileStatus   PIC X(02) VALUE ZEROES.
       01 CalendarFileStatus    PIC X(02) VALUE ZEROES.
       01 CheckpointFileStatus  PIC X(02) VALUE ZEROES.
       01 RunFailFlagFileStatus PIC X(02) VALUE ZEROES.
       01 FailFlagFileName      PIC X(60) VALUE SPACES.

       *> FRESH discards the checkpoint instead of restarting from it.
       01 CommandLineArg PIC X(10) VALUE SPACES.

       *> The night being run: the business date, its day type on
       *> the calendar (B business, W weekend, H holiday) and whether
       *> it is the last business day of its month.
       01 RunDate PIC 9(8) VALUE ZERO.
       01 RunDateParts REDEFINES RunDate.
           02 RunYear  PIC 9(4).
           02 RunMonth PIC 99.
           02 RunDay   PIC 99.
       01 CalendarMonth PIC 9(6) VALUE ZERO.
       01 RunDayType PIC X VALUE SPACE.
           88 RunDayOnCalendar VALUE "B" "W" "H".
           88 RunDayIsBusiness VALUE "B".
       01 MonthEndSwitch PIC X VALUE "N".
           88 RunDayIsMonthEnd VALUE "Y" WHEN SET TO FALSE "N".
       01 RunDayText PIC X(30) VALUE SPACES.

       01 RestartSwitch PIC X VALUE "N".
           88 RestartingRun VALUE "Y" WHEN SET TO FALSE "N".

       *> The schedule in memory, with where each job stands tonight:
       *> P waiting to run, C completed, F failed, S skipped behind a
       *> failure, N not due tonight, H held because the schedule
       *> itself is wrong for it.
       01 JobCount PIC 99 VALUE ZERO.
       01 JobTable.
           02 JobEntry OCCURS 1 TO 60 TIMES
                       DEPENDING ON JobCount
                       INDEXED BY JobIdx.
               03 TblJobName      PIC X(12).
               03 TblJobProgram   PIC X(40).
               03 TblPredecessor  PIC X(12) OCCURS 4 TIMES.
               03 TblRunDays      PIC X.
                   88 RunsEveryDay         VALUE "A".
                   88 RunsOnBusinessDays   VALUE "B".
                   88 RunsOnClosedDays     VALUE "N".
                   88 RunsAtMonthEnd       VALUE "M".
               03 TblStopOnFail   PIC X.
                   88 FailureStopsSuccessors VALUE "Y".
               03 TblFailFlagFile PIC X(60).
               03 TblJobState     PIC X.
                   88 JobPending   VALUE "P".
                   88 JobCompleted VALUE "C".
                   88 JobFailed    VALUE "F".
                   88 JobSkipped   VALUE "S".
                   88 JobNotDue    VALUE "N".
                   88 JobHeld      VALUE "H".
               03 TblRunSequence  PIC 99.
               03 TblStartTime    PIC 9(6).
               03 TblEndTime      PIC 9(6).
               03 TblExitCode     PIC S9(4).
               03 TblFlagValue    PIC 9.
               03 TblJobNote      PIC X(50).

       01 CandPos   PIC 99 VALUE ZERO.
       01 PredPos   PIC 9  VALUE ZERO.
       01 PredJobPos PIC 99 VALUE ZERO.
       01 LookupPos PIC 99 VALUE ZERO.
       01 WantedJobName PIC X(12) VALUE SPACES.
       01 JobFoundSwitch PIC X VALUE "N".
           88 JobNameFound VALUE "Y" WHEN SET TO FALSE "N".

       *> What the predecessors say about a waiting job: R ready to
       *> run, W still waiting, S skip it, H hold it.
       01 PredOutcome PIC X VALUE "R".
           88 JobIsReady   VALUE "R".
           88 JobMustWait  VALUE "W".
           88 JobMustSkip  VALUE "S".
           88 JobMustHold  VALUE "H".
       01 BlockingJobName PIC X(12) VALUE SPACES.
       01 ProgressSwitch PIC X VALUE "N".
           88 JobProgressMade VALUE "Y" WHEN SET TO FALSE "N".

       01 RunSequence PIC 99 VALUE ZERO.
       01 JobCommand  PIC X(80) VALUE SPACES.
       01 RunFailed   PIC 9 VALUE ZERO.
       01 ExitCode    PIC S9(9) VALUE ZERO.

       01 CompletedCount PIC 99 VALUE ZERO.
       01 FailedCount    PIC 99 VALUE ZERO.
       01 SkippedCount   PIC 99 VALUE ZERO.
       01 NotDueCount    PIC 99 VALUE ZERO.
       01 HeldCount      PIC 99 VALUE ZERO.
       01 StateText      PIC X(10) VALUE SPACES.
       01 PrintSequence  PIC Z9.
       01 PrintExitCode  PIC ---9.
       01 PrintCount     PIC Z9.
       01 SequenceText   PIC X(2) VALUE SPACES.
       01 StartText      PIC X(6) VALUE SPACES.
       01 EndText        PIC X(6) VALUE SPACES.
       01 ExitText       PIC X(4) VALUE SPACES.
       01 FlagText       PIC X(4) VALUE SPACES.

       *> TIME comes back as HHMMSShh; only HHMMSS is kept.
       01 EventTimeRaw PIC 9(8) VALUE ZERO.
       01 TodaysDate   PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT CommandLineArg FROM COMMAND-LINE
           IF CommandLineArg = "FRESH" OR CommandLineArg = "fresh"
               PERFORM ClearCheckpoint
           END-IF

           PERFORM LoadJobSchedule
           IF JobCount = ZERO
               DISPLAY "No jobs on JobSchedule.dat; nothing run."
               STOP RUN
           END-IF

           PERFORM LoadCheckpoint
           IF NOT RestartingRun
               PERFORM GetBusinessDate
           END-IF
           PERFORM LookUpRunDate
           IF NOT RunDayOnCalendar
               DISPLAY "BusinessCalendar.dat has no entry for ",
                   RunDate, "; rebuild the calendar and rerun."
               MOVE "E" TO EventSeverity
               MOVE "Run date not on BusinessCalendar.dat; nothing run"
                   TO EventMessage
               PERFORM WriteOperationsEvent
               STOP RUN
           END-IF

           PERFORM PlanOneJob
               VARYING CandPos FROM 1 BY 1
               UNTIL CandPos > JobCount
           IF RestartingRun
               DISPLAY "Restarting the ", RunDate, " schedule at the "
                   "job that failed; finished jobs are not rerun."
               MOVE "I" TO EventSeverity
               MOVE SPACES TO EventMessage
               STRING "Restart of the " DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   " schedule" DELIMITED BY SIZE
                   INTO EventMessage
               END-STRING
               PERFORM WriteOperationsEvent
           ELSE
               DISPLAY "Running the ", RunDate, " schedule for a ",
                   RunDayText
           END-IF

           *> Each pass takes the first job, in schedule order, whose
           *> predecessors are settled, so the file order breaks ties
           *> and a job never starts ahead of what it waits on.
           SET JobProgressMade TO TRUE
           PERFORM UNTIL NOT JobProgressMade
               SET JobProgressMade TO FALSE
               PERFORM VARYING CandPos FROM 1 BY 1
                   UNTIL CandPos > JobCount OR JobProgressMade
                   IF JobPending(CandPos)
                       PERFORM CheckPredecessors
                       EVALUATE TRUE
                           WHEN JobIsReady
                               PERFORM RunOneJob
                               SET JobProgressMade TO TRUE
                           WHEN JobMustSkip
                               PERFORM SkipOneJob
                               SET JobProgressMade TO TRUE
                           WHEN JobMustHold
                               PERFORM HoldOneJob
                               SET JobProgressMade TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM

           *> Anything still waiting waits on itself somewhere.
           PERFORM VARYING CandPos FROM 1 BY 1
               UNTIL CandPos > JobCount
               IF JobPending(CandPos)
                   MOVE "Predecessors loop back to this job"
                       TO TblJobNote(CandPos)
                   PERFORM HoldOneJob
               END-IF
           END-PERFORM

           PERFORM CountJobStates
           PERFORM PrintStatusReport
           IF FailedCount = ZERO AND SkippedCount = ZERO
               AND HeldCount = ZERO
               PERFORM ClearCheckpoint
               MOVE "I" TO EventSeverity
           ELSE
               PERFORM SaveCheckpoint
               MOVE "E" TO EventSeverity
           END-IF
           MOVE SPACES TO EventMessage
           STRING "Schedule " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CompletedCount DELIMITED BY SIZE
               " done " DELIMITED BY SIZE
               FailedCount DELIMITED BY SIZE
               " failed " DELIMITED BY SIZE
               SkippedCount DELIMITED BY SIZE
               " skipped " DELIMITED BY SIZE
               HeldCount DELIMITED BY SIZE
               " held" DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent

           DISPLAY "Jobs completed: ", CompletedCount, "  failed: ",
               FailedCount, "  skipped: ", SkippedCount, "  held: ",
               HeldCount, " - see BatchStatus.txt."
           IF FailedCount > ZERO OR SkippedCount > ZERO
               OR HeldCount > ZERO
               DISPLAY "Fix the failed job and run BatchScheduler "
                   "again to restart from it."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A duplicate job name or a job with no program is held, so
      *> the schedule can't quietly run the wrong thing.
       LoadJobSchedule.
           OPEN INPUT JobScheduleFile
           IF JobScheduleFileStatus = "00"
               OR JobScheduleFileStatus = "05"
               OR JobScheduleFileStatus = "07"
               READ JobScheduleFile
                   AT END SET EOJobScheduleFile TO TRUE
               END-READ
               PERFORM UNTIL EOJobScheduleFile
                   IF SchJobName NOT = SPACES
                       PERFORM AddScheduledJob
                   END-IF
                   READ JobScheduleFile
                       AT END SET EOJobScheduleFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JobScheduleFile
           END-IF.

       AddScheduledJob.
           IF JobCount = 60
               DISPLAY "More than 60 jobs on JobSchedule.dat; ",
                   SchJobName, " and after left out."
           ELSE
               MOVE SchJobName TO WantedJobName
               PERFORM FindJobByName
               ADD 1 TO JobCount
               MOVE SchJobName TO TblJobName(JobCount)
               MOVE SchJobProgram TO TblJobProgram(JobCount)
               MOVE SchPredecessor(1) TO TblPredecessor(JobCount, 1)
               MOVE SchPredecessor(2) TO TblPredecessor(JobCount, 2)
               MOVE SchPredecessor(3) TO TblPredecessor(JobCount, 3)
               MOVE SchPredecessor(4) TO TblPredecessor(JobCount, 4)
               MOVE SchRunDays TO TblRunDays(JobCount)
               MOVE SchStopOnFail TO TblStopOnFail(JobCount)
               MOVE SchFailFlagFile TO TblFailFlagFile(JobCount)
               MOVE "P" TO TblJobState(JobCount)
               MOVE ZERO TO TblRunSequence(JobCount)
                   TblStartTime(JobCount) TblEndTime(JobCount)
                   TblExitCode(JobCount) TblFlagValue(JobCount)
               MOVE SPACES TO TblJobNote(JobCount)
               IF JobNameFound
                   MOVE "H" TO TblJobState(JobCount)
                   MOVE "Job name is on the schedule twice"
                       TO TblJobNote(JobCount)
               END-IF
               IF SchJobProgram = SPACES
                   MOVE "H" TO TblJobState(JobCount)
                   MOVE "No program given" TO TblJobNote(JobCount)
               END-IF
           END-IF.

       FindJobByName.
           SET JobNameFound TO FALSE
           PERFORM VARYING LookupPos FROM 1 BY 1
               UNTIL LookupPos > JobCount OR JobNameFound
               IF TblJobName(LookupPos) = WantedJobName
                   SET JobNameFound TO TRUE
                   MOVE LookupPos TO PredJobPos
               END-IF
           END-PERFORM.

      *> A checkpoint left by an unfinished night makes this run a
      *> restart of that night, under that night's date.
       LoadCheckpoint.
           SET RestartingRun TO FALSE
           OPEN INPUT CheckpointFile
           IF CheckpointFileStatus = "00"
               READ CheckpointFile
                   AT END SET EOCheckpointFile TO TRUE
               END-READ
               PERFORM UNTIL EOCheckpointFile
                   SET RestartingRun TO TRUE
                   MOVE CkpRunDate TO RunDate
                   MOVE CkpJobName TO WantedJobName
                   PERFORM FindJobByName
                   IF JobNameFound
                       AND (CkpJobState = "C" OR CkpJobState = "N")
                       AND NOT JobHeld(PredJobPos)
                       MOVE CkpJobState TO TblJobState(PredJobPos)
                       IF JobCompleted(PredJobPos)
                           MOVE "Finished before the restart"
                               TO TblJobNote(PredJobPos)
                       ELSE
                           MOVE "Not due tonight"
                               TO TblJobNote(PredJobPos)
                       END-IF
                   END-IF
                   READ CheckpointFile
                       AT END SET EOCheckpointFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CheckpointFile
           END-IF.

       SaveCheckpoint.
           OPEN OUTPUT CheckpointFile
           PERFORM VARYING LookupPos FROM 1 BY 1
               UNTIL LookupPos > JobCount
               MOVE RunDate TO CkpRunDate
               MOVE TblJobName(LookupPos) TO CkpJobName
               MOVE TblJobState(LookupPos) TO CkpJobState
               WRITE CheckpointRecord
           END-PERFORM
           CLOSE CheckpointFile.

       ClearCheckpoint.
           OPEN OUTPUT CheckpointFile
           CLOSE CheckpointFile.

       GetBusinessDate.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN INPUT BatchDateFile
           IF BatchDateFileStatus = "00"
               READ BatchDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BatchDateRecord IS NUMERIC
                           AND BatchDateRecord > ZERO
                           MOVE BatchDateRecord TO RunDate
                       END-IF
               END-READ
               CLOSE BatchDateFile
           END-IF.

      *> The run date's day type, and whether any business day
      *> follows it in the same month.
       LookUpRunDate.
           MOVE SPACE TO RunDayType
           SET RunDayIsMonthEnd TO FALSE
           OPEN INPUT CalendarFile
           IF CalendarFileStatus = "00"
               READ CalendarFile
                   AT END SET CalendarFileEnd TO TRUE
               END-READ
               PERFORM UNTIL CalendarFileEnd
                   OR CalDate > RunDate
                   IF CalDate = RunDate
                       MOVE CalDayType TO RunDayType
                   END-IF
                   READ CalendarFile
                       AT END SET CalendarFileEnd TO TRUE
                   END-READ
               END-PERFORM
               IF RunDayIsBusiness
                   SET RunDayIsMonthEnd TO TRUE
                   PERFORM UNTIL CalendarFileEnd
                       OR NOT RunDayIsMonthEnd
                       DIVIDE CalDate BY 100 GIVING CalendarMonth
                       IF CalendarMonth NOT = RunYear * 100 + RunMonth
                           SET CalendarFileEnd TO TRUE
                       ELSE
                           IF CalDayType = "B"
                               SET RunDayIsMonthEnd TO FALSE
                           END-IF
                           READ CalendarFile
                               AT END SET CalendarFileEnd TO TRUE
                           END-READ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CalendarFile
           END-IF
           EVALUATE RunDayType
               WHEN "B" MOVE "business day" TO RunDayText
               WHEN "W" MOVE "weekend" TO RunDayText
               WHEN "H" MOVE "holiday" TO RunDayText
           END-EVALUATE
           IF RunDayIsMonthEnd
               MOVE "business day, month end" TO RunDayText
           END-IF.

      *> A: every night. B: business days. N: weekends and holidays.
      *> M: the last business day of the month.
       PlanOneJob.
           IF JobPending(CandPos)
               EVALUATE TRUE
                   WHEN RunsEveryDay(CandPos)
                       CONTINUE
                   WHEN RunsOnBusinessDays(CandPos)
                       IF NOT RunDayIsBusiness
                           MOVE "N" TO TblJobState(CandPos)
                       END-IF
                   WHEN RunsOnClosedDays(CandPos)
                       IF RunDayIsBusiness
                           MOVE "N" TO TblJobState(CandPos)
                       END-IF
                   WHEN RunsAtMonthEnd(CandPos)
                       IF NOT RunDayIsMonthEnd
                           MOVE "N" TO TblJobState(CandPos)
                       END-IF
                   WHEN OTHER
                       MOVE "H" TO TblJobState(CandPos)
                       MOVE "Run days must be A, B, N or M"
                           TO TblJobNote(CandPos)
               END-EVALUATE
               IF JobNotDue(CandPos)
                   MOVE "Not due tonight" TO TblJobNote(CandPos)
               END-IF
           END-IF.

      *> A predecessor not due tonight, or that failed without
      *> stopping its successors, lets the job go ahead.
       CheckPredecessors.
           SET JobIsReady TO TRUE
           MOVE SPACES TO BlockingJobName
           PERFORM VARYING PredPos FROM 1 BY 1
               UNTIL PredPos > 4 OR JobMustHold
               IF TblPredecessor(CandPos, PredPos) NOT = SPACES
                   MOVE TblPredecessor(CandPos, PredPos)
                       TO WantedJobName
                   PERFORM FindJobByName
                   EVALUATE TRUE
                       WHEN NOT JobNameFound
                           SET JobMustHold TO TRUE
                           MOVE WantedJobName TO BlockingJobName
                       WHEN JobHeld(PredJobPos)
                           OR JobSkipped(PredJobPos)
                           OR (JobFailed(PredJobPos)
                           AND FailureStopsSuccessors(PredJobPos))
                           SET JobMustSkip TO TRUE
                           MOVE WantedJobName TO BlockingJobName
                       WHEN JobPending(PredJobPos)
                           IF NOT JobMustSkip
                               SET JobMustWait TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> The job runs as a command of its own, so its STOP RUN ends
      *> only the job. A flag file named for it is reset first, so a
      *> flag left from an earlier night can't fail tonight's run.
       RunOneJob.
           ADD 1 TO RunSequence
           MOVE RunSequence TO TblRunSequence(CandPos)
           MOVE TblFailFlagFile(CandPos) TO FailFlagFileName
           IF FailFlagFileName NOT = SPACES
               OPEN OUTPUT RunFailFlagFile
               MOVE 0 TO RunFailFlagRecord
               WRITE RunFailFlagRecord
               CLOSE RunFailFlagFile
           END-IF
           DISPLAY "Starting ", TblJobName(CandPos), " - ",
               TblJobProgram(CandPos)
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO TblStartTime(CandPos)

           MOVE SPACES TO JobCommand
           STRING TblJobProgram(CandPos) DELIMITED BY "  "
               INTO JobCommand
           END-STRING
           CALL "SYSTEM" USING JobCommand
           MOVE RETURN-CODE TO ExitCode
           MOVE ZERO TO RETURN-CODE
           *> The shell hands back the job's exit code in the high
           *> byte of its status.
           IF ExitCode > 255
               DIVIDE ExitCode BY 256 GIVING ExitCode
           END-IF

           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO TblEndTime(CandPos)
           MOVE ExitCode TO TblExitCode(CandPos)
           PERFORM CheckRunFailFlag
           MOVE RunFailed TO TblFlagValue(CandPos)

           MOVE SPACES TO EventMessage
           IF ExitCode NOT = ZERO OR RunFailed = 1
               MOVE "F" TO TblJobState(CandPos)
               IF RunFailed = 1
                   MOVE "Fail flag set" TO TblJobNote(CandPos)
               ELSE
                   MOVE "Ended with a non-zero exit"
                       TO TblJobNote(CandPos)
               END-IF
               IF FailureStopsSuccessors(CandPos)
                   MOVE "E" TO EventSeverity
                   STRING TblJobName(CandPos) DELIMITED BY SPACE
                       " failed; its successors are skipped"
                           DELIMITED BY SIZE
                       INTO EventMessage
                   END-STRING
               ELSE
                   MOVE "W" TO EventSeverity
                   STRING TblJobName(CandPos) DELIMITED BY SPACE
                       " failed; successors run anyway"
                           DELIMITED BY SIZE
                       INTO EventMessage
                   END-STRING
               END-IF
               DISPLAY TblJobName(CandPos), " FAILED - ",
                   TblJobNote(CandPos)
           ELSE
               MOVE "C" TO TblJobState(CandPos)
               MOVE "I" TO EventSeverity
               STRING TblJobName(CandPos) DELIMITED BY SPACE
                   " completed" DELIMITED BY SIZE
                   INTO EventMessage
               END-STRING
           END-IF
           PERFORM WriteOperationsEvent
           PERFORM SaveCheckpoint.

       CheckRunFailFlag.
           MOVE ZERO TO RunFailed
           IF FailFlagFileName NOT = SPACES
               OPEN INPUT RunFailFlagFile
               IF RunFailFlagFileStatus = "00"
                   READ RunFailFlagFile
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RunFailFlagRecord TO RunFailed
                   END-READ
                   CLOSE RunFailFlagFile
               END-IF
           END-IF.

       SkipOneJob.
           MOVE "S" TO TblJobState(CandPos)
           MOVE SPACES TO TblJobNote(CandPos)
           STRING "Waits on " DELIMITED BY SIZE
               BlockingJobName DELIMITED BY SPACE
               ", which did not complete" DELIMITED BY SIZE
               INTO TblJobNote(CandPos)
           END-STRING
           DISPLAY TblJobName(CandPos), " skipped - ",
               BlockingJobName, " did not complete."
           MOVE "E" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING TblJobName(CandPos) DELIMITED BY SPACE
               " skipped; " DELIMITED BY SIZE
               BlockingJobName DELIMITED BY SPACE
               " did not complete" DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent.

       HoldOneJob.
           MOVE "H" TO TblJobState(CandPos)
           IF BlockingJobName NOT = SPACES
               AND TblJobNote(CandPos) = SPACES
               STRING "Predecessor " DELIMITED BY SIZE
                   BlockingJobName DELIMITED BY SPACE
                   " is not on the schedule" DELIMITED BY SIZE
                   INTO TblJobNote(CandPos)
               END-STRING
           END-IF
           DISPLAY TblJobName(CandPos), " held - ",
               TblJobNote(CandPos)
           MOVE "E" TO EventSeverity
           MOVE SPACES TO EventMessage
           STRING TblJobName(CandPos) DELIMITED BY SPACE
               " held: " DELIMITED BY SIZE
               TblJobNote(CandPos) DELIMITED BY SIZE
               INTO EventMessage
           END-STRING
           PERFORM WriteOperationsEvent
           MOVE SPACES TO BlockingJobName.

       CountJobStates.
           MOVE ZERO TO CompletedCount FailedCount SkippedCount
               NotDueCount HeldCount
           PERFORM VARYING LookupPos FROM 1 BY 1
               UNTIL LookupPos > JobCount
               EVALUATE TRUE
                   WHEN JobCompleted(LookupPos)
                       ADD 1 TO CompletedCount
                   WHEN JobFailed(LookupPos)
                       ADD 1 TO FailedCount
                   WHEN JobSkipped(LookupPos)
                       ADD 1 TO SkippedCount
                   WHEN JobNotDue(LookupPos)
                       ADD 1 TO NotDueCount
                   WHEN JobHeld(LookupPos)
                       ADD 1 TO HeldCount
               END-EVALUATE
           END-PERFORM.

      *> The morning report: every job on the schedule in schedule
      *> order, with the order it ran in, its times, exit and flag,
      *> and what happened to it.
       PrintStatusReport.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           OPEN OUTPUT StatusReportFile
           MOVE SPACES TO StatusLine
           STRING "NIGHTLY BATCH STATUS  RUN DATE " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RunDayText DELIMITED BY "  "
               ")  PRINTED " DELIMITED BY SIZE
               TodaysDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EventTimeRaw(1:6) DELIMITED BY SIZE
               INTO StatusLine
           END-STRING
           WRITE StatusLine
           IF RestartingRun
               MOVE SPACES TO StatusLine
               STRING "RESTART OF AN EARLIER RUN - JOBS FINISHED "
                       DELIMITED BY SIZE
                   "BEFORE IT ARE NOT RERUN" DELIMITED BY SIZE
                   INTO StatusLine
               END-STRING
               WRITE StatusLine
           END-IF
           MOVE SPACES TO StatusLine
           WRITE StatusLine
           MOVE SPACES TO StatusLine
           STRING "SEQ  JOB           PROGRAM" DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               "START   END     EXIT FLAG  STATUS      NOTE"
                   DELIMITED BY SIZE
               INTO StatusLine
           END-STRING
           WRITE StatusLine
           PERFORM WriteJobStatusLine
               VARYING LookupPos FROM 1 BY 1
               UNTIL LookupPos > JobCount

           MOVE SPACES TO StatusLine
           WRITE StatusLine
           MOVE SPACES TO StatusLine
           STRING "COMPLETED " DELIMITED BY SIZE
               CompletedCount DELIMITED BY SIZE
               "  FAILED " DELIMITED BY SIZE
               FailedCount DELIMITED BY SIZE
               "  SKIPPED " DELIMITED BY SIZE
               SkippedCount DELIMITED BY SIZE
               "  NOT DUE " DELIMITED BY SIZE
               NotDueCount DELIMITED BY SIZE
               "  HELD " DELIMITED BY SIZE
               HeldCount DELIMITED BY SIZE
               INTO StatusLine
           END-STRING
           WRITE StatusLine
           IF FailedCount > ZERO OR SkippedCount > ZERO
               OR HeldCount > ZERO
               MOVE SPACES TO StatusLine
               STRING "ACTION: fix the failed or held jobs, then run "
                       DELIMITED BY SIZE
                   "BatchScheduler again to restart from them."
                       DELIMITED BY SIZE
                   INTO StatusLine
               END-STRING
               WRITE StatusLine
           END-IF
           CLOSE StatusReportFile.

       WriteJobStatusLine.
           EVALUATE TRUE
               WHEN JobCompleted(LookupPos)
                   MOVE "COMPLETED" TO StateText
               WHEN JobFailed(LookupPos)
                   MOVE "FAILED" TO StateText
               WHEN JobSkipped(LookupPos)
                   MOVE "SKIPPED" TO StateText
               WHEN JobNotDue(LookupPos)
                   MOVE "NOT DUE" TO StateText
               WHEN JobHeld(LookupPos)
                   MOVE "HELD" TO StateText
               WHEN OTHER
                   MOVE "NOT RUN" TO StateText
           END-EVALUATE
           MOVE SPACES TO SequenceText StartText EndText ExitText
               FlagText
           IF TblRunSequence(LookupPos) NOT = ZERO
               MOVE TblRunSequence(LookupPos) TO PrintSequence
               MOVE PrintSequence TO SequenceText
               MOVE TblStartTime(LookupPos) TO StartText
               MOVE TblEndTime(LookupPos) TO EndText
               MOVE TblExitCode(LookupPos) TO PrintExitCode
               MOVE PrintExitCode TO ExitText
               MOVE TblFlagValue(LookupPos) TO FlagText
               IF TblFailFlagFile(LookupPos) = SPACES
                   MOVE " -" TO FlagText
               END-IF
           END-IF
           MOVE SPACES TO StatusLine
           STRING " " DELIMITED BY SIZE
               SequenceText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TblJobName(LookupPos) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TblJobProgram(LookupPos)(1:24) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StartText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EndText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ExitText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FlagText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StateText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TblJobNote(LookupPos) DELIMITED BY SIZE
               INTO StatusLine
           END-STRING
           WRITE StatusLine.

       WriteOperationsEvent.
           OPEN EXTEND OperationsLogFile
           ACCEPT EventDate FROM DATE YYYYMMDD
           ACCEPT EventTimeRaw FROM TIME
           MOVE EventTimeRaw(1:6) TO EventTime
           MOVE "BatchScheduler" TO EventProgram
           WRITE OperationsLogRecord
           CLOSE OperationsLogFile.

       END PROGRAM BatchScheduler.
