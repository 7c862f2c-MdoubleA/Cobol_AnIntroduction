      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Pick the student accounts the aging run will never
      *          collect: a balance of at least the configured amount,
      *          aged past the configured number of days from the
      *          oldest charge the way ReceivablesAging ages it, and
      *          no payment posted in the configured number of days.
      *          The picks are queued on CollectionReview.dat for the
      *          bursar to approve for write-off and agency placement,
      *          and listed with name, balance and last activity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SelectCollectionAccounts.

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

           *> Minimum days past due, minimum balance, and the days
           *> without a payment that mark an account for collection;
           *> the bursar changes them without a recompile.
           SELECT RulesFile
             ASSIGN TO "./Exercises/Chapter_17/CollectionRules.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RulesFileStatus.

           *> The accounts waiting for the bursar's review, rebuilt by
           *> every selection run.
           SELECT ReviewFile
             ASSIGN TO "./Exercises/Chapter_17/CollectionReview.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       01 LedgerRecord.
           88 EOLedgerFile VALUE HIGH-VALUES.
           02 LedgerStudentID PIC X(9).
           02 LedgerDate      PIC 9(8).
           02 LedgerType      PIC X.
               88 LedgerCharge    VALUE "C".
               88 LedgerPayment   VALUE "P".
               88 LedgerLateFee   VALUE "F".
               88 LedgerAdjust    VALUE "A".
               88 LedgerWriteOff  VALUE "W".
           02 LedgerSign      PIC X.
               88 NegativeAdjust  VALUE "-".
           02 LedgerAmount    PIC 9(7)V99.
           02 LedgerReference PIC X(10).

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

       FD RulesFile.
       01 RulesRecord.
           02 RuleMinDaysPastDue PIC 9(3).
           02 RuleMinBalance     PIC 9(5)V99.
           02 RuleNoPaymentDays  PIC 9(3).

       FD ReviewFile.
       01 ReviewRecord.
           02 RvwStudentID    PIC X(9).
           02 RvwBalance      PIC 9(7)V99.
           02 RvwOldestDate   PIC 9(8).
           02 RvwLastPayDate  PIC 9(8).
           02 RvwLastActivity PIC 9(8).
           02 RvwSelectedDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 LedgerFileStatus  PIC X(02) VALUE ZEROES.
       01 StudentFileStatus PIC X(02) VALUE ZEROES.
       01 RulesFileStatus   PIC X(02) VALUE ZEROES.

       *> The selection rules, with the defaults used when no
       *> CollectionRules.dat is on file: a year past due, fifty
       *> dollars owing, and nothing paid in six months.
       01 MinDaysPastDue PIC 9(3)    VALUE 365.
       01 MinBalance     PIC 9(5)V99 VALUE 50.00.
       01 NoPaymentDays  PIC 9(3)    VALUE 180.

       *> One row per student off the ledger: the net balance, the
       *> oldest charge date the aging run ages from, the latest
       *> payment, and the latest line of any kind.
       01 AcctCount PIC 9(4) VALUE ZERO.
       01 AcctTable.
           02 AcctEntry OCCURS 1 TO 5000 TIMES
                        DEPENDING ON AcctCount
                        INDEXED BY AcctIdx.
               03 AcctStudentID    PIC X(9).
               03 AcctBalance      PIC S9(9)V99.
               03 AcctOldestDate   PIC 9(8).
               03 AcctLastPayDate  PIC 9(8).
               03 AcctLastActivity PIC 9(8).

       *> Name rows off the student master for the review listing.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentTable.
           02 StudentEntry OCCURS 1 TO 5000 TIMES
                           DEPENDING ON StudentCount
                           INDEXED BY StuIdx.
               03 TblStudentID PIC X(9).
               03 TblLastName  PIC X(16).
               03 TblFirstName PIC X(16).

       *> Calendar dates turned into rough day numbers
       *> (year*365 + month*30 + day), as the aging run counts them.
       01 TodaysDate.
           02 TodaysYear  PIC 9(4).
           02 TodaysMonth PIC 99.
           02 TodaysDay   PIC 99.
       01 RunDate REDEFINES TodaysDate PIC 9(8).
       01 OtherDateParts.
           02 OtherYear  PIC 9(4).
           02 OtherMonth PIC 99.
           02 OtherDay   PIC 99.
       01 OtherDate REDEFINES OtherDateParts PIC 9(8).
       01 TodayDayNumber PIC 9(7) VALUE ZERO.
       01 OtherDayNumber PIC 9(7) VALUE ZERO.
       01 DaysPastDue    PIC S9(7) VALUE ZERO.
       01 DaysSincePaid  PIC S9(7) VALUE ZERO.

       01 PrintBalance PIC $$,$$$,$$9.99.
       01 PrintTotal   PIC $$$,$$$,$$9.99.
       01 PrintDays    PIC ZZZZ9.
       01 PrintMinBalance PIC $$,$$9.99.
       01 SelectedTotal PIC 9(9)V99 VALUE ZERO.
       01 SelectedCount PIC 9(4)    VALUE ZERO.
       01 StudentName   PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadCollectionRules
           PERFORM LoadStudentMaster
           PERFORM LoadLedgerAccounts
           IF AcctCount = ZERO
               DISPLAY "The ledger is empty; nothing to select."
               STOP RUN
           END-IF

           ACCEPT TodaysDate FROM DATE YYYYMMDD
           COMPUTE TodayDayNumber =
               TodaysYear * 365 + TodaysMonth * 30 + TodaysDay

           MOVE MinBalance TO PrintMinBalance
           DISPLAY "COLLECTIONS SELECTION"
           DISPLAY "---------------------"
           DISPLAY "Balance of ", PrintMinBalance, " or more, over ",
               MinDaysPastDue, " days past due, no payment in ",
               NoPaymentDays, " days."
           OPEN OUTPUT ReviewFile
           PERFORM CheckOneAccount
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx > AcctCount
           CLOSE ReviewFile

           MOVE SelectedTotal TO PrintTotal
           DISPLAY "Accounts queued for review: ", SelectedCount
           DISPLAY "Balances queued:        ", PrintTotal
           STOP RUN.

       LoadCollectionRules.
           OPEN INPUT RulesFile
           IF RulesFileStatus = "00" OR RulesFileStatus = "05"
               OR RulesFileStatus = "07"
               READ RulesFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RuleMinDaysPastDue TO MinDaysPastDue
                       MOVE RuleMinBalance     TO MinBalance
                       MOVE RuleNoPaymentDays  TO NoPaymentDays
               END-READ
               CLOSE RulesFile
           ELSE
               DISPLAY "No CollectionRules.dat; using the standard "
                   "rules."
           END-IF.

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

       LoadLedgerAccounts.
           OPEN INPUT LedgerFile
           IF LedgerFileStatus NOT = "00" AND LedgerFileStatus
               NOT = "05" AND LedgerFileStatus NOT = "07"
               DISPLAY "Cannot open StudentLedger.dat, status "
                   LedgerFileStatus "; selection aborted."
               STOP RUN
           END-IF
           PERFORM ReadLedgerLine
           PERFORM UNTIL EOLedgerFile
               PERFORM AddLedgerLineToAccount
               PERFORM ReadLedgerLine
           END-PERFORM
           CLOSE LedgerFile.

       ReadLedgerLine.
           READ LedgerFile
               AT END SET EOLedgerFile TO TRUE.

       AddLedgerLineToAccount.
           SET AcctIdx TO 1
           SEARCH AcctEntry
               AT END
                   ADD 1 TO AcctCount
                   MOVE LedgerStudentID TO AcctStudentID(AcctCount)
                   MOVE ZERO TO AcctBalance(AcctCount)
                   MOVE 99999999 TO AcctOldestDate(AcctCount)
                   MOVE ZERO TO AcctLastPayDate(AcctCount)
                   MOVE ZERO TO AcctLastActivity(AcctCount)
                   SET AcctIdx TO AcctCount
                   PERFORM ApplyLedgerLineToAccount
               WHEN AcctStudentID(AcctIdx) = LedgerStudentID
                   PERFORM ApplyLedgerLineToAccount
           END-SEARCH.

       ApplyLedgerLineToAccount.
           EVALUATE TRUE
               WHEN LedgerCharge
                   ADD LedgerAmount TO AcctBalance(AcctIdx)
                   IF LedgerDate < AcctOldestDate(AcctIdx)
                       MOVE LedgerDate TO AcctOldestDate(AcctIdx)
                   END-IF
               WHEN LedgerLateFee
                   ADD LedgerAmount TO AcctBalance(AcctIdx)
               WHEN (LedgerAdjust OR LedgerWriteOff) AND NegativeAdjust
                   SUBTRACT LedgerAmount FROM AcctBalance(AcctIdx)
               WHEN LedgerAdjust OR LedgerWriteOff
                   ADD LedgerAmount TO AcctBalance(AcctIdx)
               WHEN OTHER
                   SUBTRACT LedgerAmount FROM AcctBalance(AcctIdx)
           END-EVALUATE
           IF LedgerPayment AND LedgerDate > AcctLastPayDate(AcctIdx)
               MOVE LedgerDate TO AcctLastPayDate(AcctIdx)
           END-IF
           IF LedgerDate > AcctLastActivity(AcctIdx)
               MOVE LedgerDate TO AcctLastActivity(AcctIdx)
           END-IF.

      *> An account qualifies on all three rules at once; one never
      *> paid counts as unpaid since its oldest charge.
       CheckOneAccount.
           IF AcctBalance(AcctIdx) >= MinBalance
               AND AcctOldestDate(AcctIdx) NOT = 99999999
               MOVE AcctOldestDate(AcctIdx) TO OtherDate
               PERFORM FindOtherDayNumber
               SUBTRACT OtherDayNumber FROM TodayDayNumber
                   GIVING DaysPastDue
               IF AcctLastPayDate(AcctIdx) = ZERO
                   MOVE DaysPastDue TO DaysSincePaid
               ELSE
                   MOVE AcctLastPayDate(AcctIdx) TO OtherDate
                   PERFORM FindOtherDayNumber
                   SUBTRACT OtherDayNumber FROM TodayDayNumber
                       GIVING DaysSincePaid
               END-IF
               IF DaysPastDue > MinDaysPastDue
                   AND DaysSincePaid > NoPaymentDays
                   PERFORM QueueAccountForReview
               END-IF
           END-IF.

       FindOtherDayNumber.
           COMPUTE OtherDayNumber =
               OtherYear * 365 + OtherMonth * 30 + OtherDay.

       QueueAccountForReview.
           MOVE AcctStudentID(AcctIdx)    TO RvwStudentID
           MOVE AcctBalance(AcctIdx)      TO RvwBalance
           MOVE AcctOldestDate(AcctIdx)   TO RvwOldestDate
           MOVE AcctLastPayDate(AcctIdx)  TO RvwLastPayDate
           MOVE AcctLastActivity(AcctIdx) TO RvwLastActivity
           MOVE RunDate                   TO RvwSelectedDate
           WRITE ReviewRecord
           ADD 1 TO SelectedCount
           ADD AcctBalance(AcctIdx) TO SelectedTotal

           MOVE "(NOT ON STUDENT MASTER)" TO StudentName
           SET StuIdx TO 1
           SEARCH StudentEntry
               AT END
                   CONTINUE
               WHEN TblStudentID(StuIdx) = AcctStudentID(AcctIdx)
                   MOVE SPACES TO StudentName
                   STRING TblFirstName(StuIdx) DELIMITED BY "  "
                       SPACE DELIMITED BY SIZE
                       TblLastName(StuIdx) DELIMITED BY SIZE
                       INTO StudentName
                   END-STRING
           END-SEARCH
           MOVE AcctBalance(AcctIdx) TO PrintBalance
           MOVE DaysPastDue TO PrintDays
           DISPLAY AcctStudentID(AcctIdx), "  ", StudentName, "  ",
               PrintBalance, "  ", PrintDays, " days  last activity ",
               AcctLastActivity(AcctIdx).

       END PROGRAM SelectCollectionAccounts.
