      *          append, with change columns between runs - in the
      *          spirit of the section-history trend's term columns -
      *          so the editors see vocabulary moving over time
      *          instead of between two snapshots. The *TONE lines
      *          vartab writes when a tone lexicon is on hand are
      *          charted as well, one row per file and batch, so a
      *          document's tone can be followed across runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 HistRunDate  PIC 9(8).
           02 HistWord     PIC X(22).
           02 HistRunCount PIC 9(5).
           02 HistToneScore REDEFINES HistRunCount
                            PIC S9(3)V9 SIGN LEADING SEPARATE.

       FD TrendWordsFile.
       01 TrendWordRecord.
                       INDEXED BY RunIdx.
               03 RunDate PIC 9(8).

       *> One row per charted word with its count for every run;
       *> a tone row holds the signed per-100-words score instead.
       01 TrendWordCount PIC 99 VALUE ZERO.
       01 TrendTable.
           02 TrendEntry OCCURS 1 TO 50 TIMES
                         INDEXED BY TWidx.
               03 TrendWord PIC X(22).
               03 TrendRunCounts.
                   04 TrendCount PIC S9(5)V9 OCCURS 30 TIMES.

       01 RunsToShow     PIC 99 VALUE 08.
       01 FirstShownRun  PIC 99 VALUE 01.
       01 CurrentRunCol  PIC 99 VALUE ZERO.
       01 ZeroColumn     PIC 99 VALUE ZERO.

       01 CountChange   PIC S9(5)V9.
       01 ChangeDisplay PIC +ZZZZ9.
       01 PrintCount    PIC 9(5).
       01 PrintTone     PIC +ZZ9.9.
       01 ToneChange    PIC +ZZZ9.9.
       01 TrendRowFound PIC X VALUE "N".
           88 TrendRowOnFile VALUE "Y" WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              COMPUTE FirstShownRun = RunCount - RunsToShow + 1
            END-IF

            DISPLAY "Word counts and tone by run, oldest shown first"
            PERFORM PrintWordTrend
              VARYING TWidx FROM 1 BY 1
              UNTIL TWidx > TrendWordCount
                   AT END SET EOTrendWordsFile TO TRUE
               END-READ
               PERFORM UNTIL EOTrendWordsFile
                   MOVE TrendWordText TO HistWord
                   INSPECT HistWord CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM AddTrendRow
                   READ TrendWordsFile
                       AT END SET EOTrendWordsFile TO TRUE
                   END-READ
           READ WordHistoryFile
               AT END SET EOWordHistoryFile TO TRUE.

       AddTrendRow.
           IF TrendWordCount < 50
               ADD 1 TO TrendWordCount
               MOVE HistWord TO TrendWord(TrendWordCount)
               PERFORM VARYING ZeroColumn FROM 1 BY 1
                   UNTIL ZeroColumn > 30
                 MOVE ZERO
                     TO TrendCount(TrendWordCount, ZeroColumn)
               END-PERFORM
           END-IF.

      *> Tone lines chart themselves; a word line only if it was
      *> asked for in trendwords.prn.
       StoreHistoryLine.
           PERFORM FindRunColumn
           SET TrendRowOnFile TO FALSE
           SET TWidx TO 1
           SEARCH TrendEntry
               AT END
                   CONTINUE
               WHEN TrendWord(TWidx) = HistWord
                   SET TrendRowOnFile TO TRUE
           END-SEARCH
           IF NOT TrendRowOnFile AND HistWord(1:5) = "*TONE"
               AND TrendWordCount < 50
               PERFORM AddTrendRow
               SET TWidx TO TrendWordCount
               SET TrendRowOnFile TO TRUE
           END-IF
           IF TrendRowOnFile
               IF HistWord(1:5) = "*TONE"
                   MOVE HistToneScore
                       TO TrendCount(TWidx, CurrentRunCol)
               ELSE
                   MOVE HistRunCount
                       TO TrendCount(TWidx, CurrentRunCol)
               END-IF
           END-IF.

       FindRunColumn.
           MOVE ZERO TO CurrentRunCol
           END-SEARCH.

       PrintWordTrend.
           IF TrendWord(TWidx)(1:5) = "*TONE"
               DISPLAY "Tone ", TrendWord(TWidx)(7:16),
                   " (per 100 words):"
               PERFORM PrintToneRunLine
                   VARYING ShownRun FROM FirstShownRun BY 1
                   UNTIL ShownRun > RunCount
           ELSE
               DISPLAY "Word ", TrendWord(TWidx), ":"
               PERFORM PrintWordRunLine
                   VARYING ShownRun FROM FirstShownRun BY 1
                   UNTIL ShownRun > RunCount
           END-IF.

       PrintWordRunLine.
           MOVE TrendCount(TWidx, ShownRun) TO PrintCount
           IF ShownRun = FirstShownRun
               DISPLAY "  ", RunDate(ShownRun), "  ", PrintCount
           ELSE
               COMPUTE CountChange =
                   TrendCount(TWidx, ShownRun)
                   - TrendCount(TWidx, ShownRun - 1)
               MOVE CountChange TO ChangeDisplay
               DISPLAY "  ", RunDate(ShownRun), "  ", PrintCount,
                   "  change ", ChangeDisplay
           END-IF.

       PrintToneRunLine.
           MOVE TrendCount(TWidx, ShownRun) TO PrintTone
           IF ShownRun = FirstShownRun
               DISPLAY "  ", RunDate(ShownRun), "  ", PrintTone
           ELSE
               COMPUTE CountChange =
                   TrendCount(TWidx, ShownRun)
                   - TrendCount(TWidx, ShownRun - 1)
               MOVE CountChange TO ToneChange
               DISPLAY "  ", RunDate(ShownRun), "  ", PrintTone,
                   "  change ", ToneChange
           END-IF.

       END PROGRAM WordTrendReport.
