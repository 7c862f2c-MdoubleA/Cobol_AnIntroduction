             RECORD KEY IS MasterWord
             FILE STATUS IS WordMasterFileStatus.

           *> Which documents each word appeared in: one posting per
           *> word and document with its count and first line, so a
           *> search can name the documents, not just the totals.
           *> A document indexed again has its old postings replaced.
           SELECT WordPostingsFile
             ASSIGN TO ".\Exercises\Chapter_13\WordPostings.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PostingKey
             FILE STATUS IS WordPostingsFileStatus.

           *> Words the editors want a concordance for, one per line;
           *> when this file is present each occurrence's source file
           *> and line number are recorded as the counting runs.
             ASSIGN TO ".\Exercises\Chapter_13\WordHistory.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Tone lexicon: words with a positive or negative weight,
           *> and negation words (NOT, NEVER) that flip the weight of
           *> the next counted word. No file, no tone report.
           SELECT SentimentLexiconFile
             ASSIGN TO ".\Exercises\Chapter_13\sentiment.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SentimentLexiconFileStatus.

           *> The similarity percentage at or above which two manifest
           *> files are listed as near-duplicates; 50 when absent.
           SELECT SimilarityFile
             ASSIGN TO ".\Exercises\Chapter_13\similarity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SimilarityFileStatus.

           *> Names, account numbers and project terms legal blacks
           *> out, one word or two-word phrase per line; when this
           *> file is present every input gets a redacted copy.
           SELECT SensitiveTermsFile
             ASSIGN TO ".\Exercises\Chapter_13\sensitiveterms.prn"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SensitiveTermsFileStatus.

           *> The redacted copy sits beside its original, the name
           *> with .redacted on the end.
           SELECT RedactedFile
             ASSIGN USING RedactedFileName
             ORGANIZATION IS LINE SEQUENTIAL.

           *> Each manifest file's distinctive keywords, one line per
           *> file and rank, for the catalog system's subject tags.
           SELECT KeywordFile
             ASSIGN TO ".\Exercises\Chapter_13\keywords.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WordFile.
           02 HistRunDate  PIC 9(8).
           02 HistWord     PIC X(22).
           02 HistRunCount PIC 9(5).
           *> A tone line (word *TONE and the file it scores) carries
           *> the signed score per 100 words in the count column.
           02 HistToneScore REDEFINES HistRunCount
                            PIC S9(3)V9 SIGN LEADING SEPARATE.

       FD SentimentLexiconFile.
         01 SentimentLexiconRecord.
           88 EOSentimentLexiconFile VALUE HIGH-VALUES.
           02 LexiconWordText PIC X(22).
           02 LexiconKind     PIC X.
             88 LexiconNegationWord VALUE "N" "n".
             88 LexiconNegativeWord VALUE "-".
           02 LexiconWeight   PIC 99.

       FD SimilarityFile.
         01 SimilarityRecord PIC 999.

       FD SensitiveTermsFile.
         01 SensitiveTermRecord.
           88 EOSensitiveTermsFile VALUE HIGH-VALUES.
           02 SensitiveTermText PIC X(45).

       FD RedactedFile.
         01 RedactedLine PIC X(22).

       FD KeywordFile.
         01 KeywordRecord.
           02 KeywordFileName PIC X(80).
           02 FILLER          PIC X.
           02 KeywordRank     PIC 99.
           02 FILLER          PIC X.
           02 KeywordWord     PIC X(22).
           02 FILLER          PIC X.
           02 KeywordScore    PIC 9(5)V99.

       FD VartabCheckpointFile.
         01 VartabCheckpointRecord.
           02 MasterFirstSeen PIC 9(8).
           02 MasterLastSeen  PIC 9(8).

       FD WordPostingsFile.
         01 WordPostingRecord.
           02 PostingKey.
             03 PostingWord     PIC X(22).
             03 PostingDocument PIC X(80).
           02 PostingCount      PIC 9(7).
           02 PostingFirstLine  PIC 9(6).
           02 PostingRunDate    PIC 9(8).

       WORKING-STORAGE SECTION.
       *> Which input file PopulateTable is currently reading, set by
       *> ProcessManifest before each pass so one combined
             *> writes unsortedtable.prn still picks up exactly the
             *> word and combined count.
             03 FileCountCell PIC 9(5) OCCURS 10 TIMES.
             *> The word's count and first line in the document being
             *> read now, cleared at each file and posted at its end.
             03 DocCountCell  PIC 9(7).
             03 DocFirstLine  PIC 9(6).

       01 Counter PIC 99 VALUE ZERO.

       01 MasterMissing PIC X VALUE "N".
           88 WordNotOnMaster VALUE "Y" WHEN SET TO FALSE "N".

       *> Postings update state for the document just read.
       01 WordPostingsFileStatus PIC X(02) VALUE ZEROES.
       01 PostingsEndSwitch PIC X VALUE "N".
           88 EndOfPostings VALUE "Y" WHEN SET TO FALSE "N".
       01 PostingsReplaced PIC 9(7) VALUE ZERO.
       01 PostingsWritten  PIC 9(7) VALUE ZERO.

       *> Which manifest file is being read (column in the cross-tab)
       *> and the file names for the legend; files past the tenth
       *> still count into the combined totals but get no column.
       01 PrintAvgWord     PIC ZZ9.99.
       01 PrintEase        PIC +ZZ9.99.

       *> Tone scoring: the lexicon in memory with what each word
       *> contributed to each manifest file and to the batch, and
       *> the running scores. A negation word sets the flip for the
       *> next counted word; stop words in between don't clear it.
       01 SentimentLexiconFileStatus PIC X(02) VALUE ZEROES.
       01 LexiconCount PIC 9(4) VALUE ZERO.
       01 LexiconTable.
           02 LexiconEntry OCCURS 1 TO 2000 TIMES
                           DEPENDING ON LexiconCount
                           INDEXED BY LXidx.
               03 LexWord       PIC X(22).
               03 LexKind       PIC X.
                   88 LexIsNegation VALUE "N".
               03 LexWeight     PIC S99.
               03 LexFileScore  PIC S9(6) OCCURS 10 TIMES.
               03 LexBatchScore PIC S9(7).
               03 LexPicked     PIC X.
                   88 LexAlreadyShown VALUE "Y".
       01 LexiconFoundSwitch PIC X VALUE "N".
           88 LexiconWordFound VALUE "Y" WHEN SET TO FALSE "N".
       01 NegationSwitch PIC X VALUE "N".
           88 NegationPending VALUE "Y" WHEN SET TO FALSE "N".
       01 AppliedWeight   PIC S99 VALUE ZERO.
       01 FileToneTotals.
           02 FileToneScore PIC S9(7) OCCURS 10 TIMES.
       01 BatchToneScore  PIC S9(8) VALUE ZERO.
       01 BatchWordTotal  PIC 9(8) VALUE ZERO.
       01 ToneColumn      PIC 99 VALUE ZERO.
       01 ToneRawScore    PIC S9(8) VALUE ZERO.
       01 ToneWordCount   PIC 9(8) VALUE ZERO.
       01 TonePer100      PIC S9(3)V9 VALUE ZERO.
       01 PrintTone       PIC +ZZ9.9.
       01 PrintRawTone    PIC -------9.
       01 PrintToneWords  PIC ZZZZZZZ9.
       01 LexContribution PIC S9(7) VALUE ZERO.
       01 BestContribution PIC S9(7) VALUE ZERO.
       01 BestLexPos      PIC 9(4) VALUE ZERO.
       01 LexScanPos      PIC 9(4) VALUE ZERO.
       01 ToneRound       PIC 9 VALUE ZERO.
       01 ToneNamePos     PIC 99 VALUE ZERO.
       01 ToneLabel       PIC X(22) VALUE SPACES.

       *> Document similarity: the cosine of each pair of manifest
       *> files' word counts (after stop words and folding), as a
       *> percentage - 100 for identical vocabularies, 0 for none in
       *> common. Pairs at or over the threshold are listed with the
       *> words they share most.
       01 SimilarityFileStatus PIC X(02) VALUE ZEROES.
       01 SimilarityThreshold  PIC 999 VALUE 50.
       01 SimilarityFiles      PIC 99 VALUE ZERO.
       01 SimRow               PIC 99 VALUE ZERO.
       01 SimCol               PIC 99 VALUE ZERO.
       01 FileVectorNorms.
           02 FileNormSquare PIC 9(15) OCCURS 10 TIMES.
       01 SimilarityMatrix.
           02 SimMatrixRow OCCURS 10 TIMES.
               03 SimScore PIC 999V9 OCCURS 10 TIMES.
       01 PairDotProduct   PIC 9(15) VALUE ZERO.
       01 PrintScore       PIC ZZ9.9.
       01 SimMatrixLine    PIC X(100) VALUE SPACES.
       01 SimMatrixPos     PIC 99 VALUE ZERO.
       01 FlaggedPairCount PIC 9(3) VALUE ZERO.

       *> The flagged pair's strongest shared words: the smaller of
       *> the two files' counts, kept insertion-sorted, top five.
       01 SharedWordCount PIC 9 VALUE ZERO.
       01 SharedWordTable.
           02 SharedWordEntry OCCURS 1 TO 5 TIMES
                              DEPENDING ON SharedWordCount.
               03 SharedWord       PIC X(22).
               03 SharedWordWeight PIC 9(5).
       01 SharedWeight    PIC 9(5) VALUE ZERO.
       01 SharedInsertPos PIC 9 VALUE ZERO.
       01 SharedShiftPos  PIC 9 VALUE ZERO.

       *> Redaction: the terms as NormalizeWord would leave them, and
       *> the line held back one word so a two-word match can mask
       *> the line before as well as the current one.
       01 SensitiveTermsFileStatus PIC X(02) VALUE ZEROES.
       01 SensitiveTermCount PIC 9(4) VALUE ZERO.
       01 SensitiveTermTable.
           02 SensitiveTermEntry OCCURS 1 TO 1000 TIMES
                                 DEPENDING ON SensitiveTermCount
                                 INDEXED BY STidx.
               03 SensitiveTerm PIC X(45).
       01 RedactedFileName   PIC X(90) VALUE SPACES.
       01 RedactionMask      PIC X(22) VALUE "[REDACTED]".
       01 HeldRedactLine     PIC X(22) VALUE SPACES.
       01 HeldRedactWord     PIC X(22) VALUE SPACES.
       01 HeldLineSwitch     PIC X VALUE "N".
           88 RedactLineHeld VALUE "Y" WHEN SET TO FALSE "N".
       01 CurrentRedactLine  PIC X(22) VALUE SPACES.
       01 RedactPunctuation  PIC X VALUE SPACE.
       01 RedactTerm         PIC X(45) VALUE SPACES.
       01 RedactTermSwitch   PIC X VALUE "N".
           88 RedactTermFound VALUE "Y" WHEN SET TO FALSE "N".
       01 FileRedactions     PIC 9(5) VALUE ZERO.
       01 RedactLogLine      PIC 9(6) VALUE ZERO.

       *> Distinctive keywords: a word's count in one file times the
       *> number of files over the number of files that use it, so
       *> a word every file uses drops out and one only this file
       *> uses counts most. Top TopNCutoff per file, insertion-sorted.
       01 KeywordFiles     PIC 99 VALUE ZERO.
       01 KeywordColumn    PIC 99 VALUE ZERO.
       01 KeywordScanCol   PIC 99 VALUE ZERO.
       01 KeywordDocFreq   PIC 99 VALUE ZERO.
       01 KeywordWeight    PIC 9(5)V99 VALUE ZERO.
       01 KeywordCount     PIC 99 VALUE ZERO.
       01 KeywordTable.
           02 KeywordEntry OCCURS 1 TO 99 TIMES
                           DEPENDING ON KeywordCount.
               03 KeywordTableWord   PIC X(22).
               03 KeywordTableWeight PIC 9(5)V99.
       01 KeywordInsertPos PIC 99 VALUE ZERO.
       01 KeywordShiftPos  PIC 99 VALUE ZERO.
       01 PrintKeywordScore PIC ZZZZ9.99.

       *> How many top entries DisplayReport prints, loaded from
       *> TopNFile (defaults to 10 if that file is missing or blank).
       01 TopNCutoff PIC 99 VALUE 10.
            PERFORM LoadTopNCutoff.
            PERFORM LoadSuffixFoldSwitch.
            PERFORM LoadStopWords.
            PERFORM LoadSentimentLexicon.
            PERFORM LoadPhraseMode.
            PERFORM LoadConcordanceWords.
            PERFORM LoadSpellMode.
            PERFORM LoadSensitiveTerms.
            IF SpellCheckOn
              PERFORM LoadDictionary
              PERFORM LoadProperNouns
            PERFORM DisplayReport.
            IF ManifestFileCount > 1
              PERFORM DisplayCrossTabReport
              PERFORM DisplaySimilarityReport
              PERFORM DisplayKeywordReport
            END-IF.
            PERFORM DisplayReadabilityReport.
            IF LexiconCount > ZERO
              PERFORM DisplaySentimentReport
            END-IF.
            PERFORM PrintLengthDistribution.
            PERFORM SortAscendingTableFile.
            PERFORM DisplayRarestWords.
               TO CrossTabLine(CrossTabLinePos:5)
           ADD 6 TO CrossTabLinePos.

      *> The lexicon gets the same upper-casing and stem fold as the
      *> input words, the way the dictionary does.
       LoadSentimentLexicon.
           MOVE ZEROES TO FileToneTotals
           OPEN INPUT SentimentLexiconFile
           IF SentimentLexiconFileStatus = "00"
               OR SentimentLexiconFileStatus = "05"
               OR SentimentLexiconFileStatus = "07"
               READ SentimentLexiconFile
                   AT END SET EOSentimentLexiconFile TO TRUE
               END-READ
               PERFORM UNTIL EOSentimentLexiconFile
                   IF LexiconWordText NOT = SPACES
                       AND LexiconCount < 2000
                       PERFORM AddLexiconWord
                   END-IF
                   READ SentimentLexiconFile
                       AT END SET EOSentimentLexiconFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SentimentLexiconFile
           END-IF.

       AddLexiconWord.
           ADD 1 TO LexiconCount
           MOVE LexiconWordText TO NormalizedWord
           INSPECT NormalizedWord CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF SuffixFoldOn
               PERFORM FoldSuffix
           END-IF
           MOVE NormalizedWord TO LexWord(LexiconCount)
           MOVE SPACE TO LexKind(LexiconCount)
           MOVE ZERO TO LexWeight(LexiconCount)
           EVALUATE TRUE
               WHEN LexiconNegationWord
                   MOVE "N" TO LexKind(LexiconCount)
               WHEN LexiconWeight IS NOT NUMERIC
                   CONTINUE
               WHEN LexiconNegativeWord
                   COMPUTE LexWeight(LexiconCount) = 0 - LexiconWeight
               WHEN OTHER
                   MOVE LexiconWeight TO LexWeight(LexiconCount)
           END-EVALUATE
           PERFORM VARYING CrossTabColumn FROM 1 BY 1
               UNTIL CrossTabColumn > 10
               MOVE ZERO TO LexFileScore(LexiconCount, CrossTabColumn)
           END-PERFORM
           MOVE ZERO TO LexBatchScore(LexiconCount)
           MOVE "N" TO LexPicked(LexiconCount).

      *> Every word read counts toward the per-100 base; a weighted
      *> word adds its weight, flipped when a negation came first.
       TallySentiment.
           ADD 1 TO BatchWordTotal
           SET LexiconWordFound TO FALSE
           SET LXidx TO 1
           SEARCH LexiconEntry
               AT END
                   CONTINUE
               WHEN LexWord(LXidx) = NormalizedWord
                   SET LexiconWordFound TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN LexiconWordFound AND LexIsNegation(LXidx)
                   SET NegationPending TO TRUE
               WHEN WordIsStopWord
                   CONTINUE
               WHEN LexiconWordFound
                   MOVE LexWeight(LXidx) TO AppliedWeight
                   IF NegationPending
                       COMPUTE AppliedWeight = 0 - AppliedWeight
                   END-IF
                   SET NegationPending TO FALSE
                   ADD AppliedWeight TO LexBatchScore(LXidx)
                   ADD AppliedWeight TO BatchToneScore
                   IF CurrentFileNumber >= 1
                       AND CurrentFileNumber <= 10
                       ADD AppliedWeight TO
                           LexFileScore(LXidx, CurrentFileNumber)
                       ADD AppliedWeight TO
                           FileToneScore(CurrentFileNumber)
                   END-IF
               WHEN OTHER
                   SET NegationPending TO FALSE
           END-EVALUATE.

      *> One tone block per manifest file and one for the batch,
      *> each also appended to WordHistory.dat as a *TONE line so
      *> the trend report can chart it run over run.
       DisplaySentimentReport.
           DISPLAY "Tone by file (lexicon score per 100 words):"
           ACCEPT WordMasterRunDate FROM DATE YYYYMMDD
           OPEN EXTEND WordHistoryFile
           PERFORM DisplayOneFileTone
               VARYING ToneColumn FROM 1 BY 1
               UNTIL ToneColumn > ManifestFileCount
               OR ToneColumn > 10
           MOVE ZERO TO ToneColumn
           PERFORM DisplayOneFileTone
           CLOSE WordHistoryFile.

       DisplayOneFileTone.
           IF ToneColumn = ZERO
               MOVE BatchToneScore TO ToneRawScore
               MOVE BatchWordTotal TO ToneWordCount
               MOVE "*TONE BATCH" TO ToneLabel
               DISPLAY "  Whole batch:"
           ELSE
               MOVE FileToneScore(ToneColumn) TO ToneRawScore
               MOVE FileWordTotal(ToneColumn) TO ToneWordCount
               PERFORM BuildToneLabel
               DISPLAY "  File ", ToneColumn, ": ",
                   ManifestName(ToneColumn)(1:50)
           END-IF
           MOVE ZERO TO TonePer100
           IF ToneWordCount > ZERO
               COMPUTE TonePer100 ROUNDED =
                   ToneRawScore * 100 / ToneWordCount
                   ON SIZE ERROR
                       MOVE ZERO TO TonePer100
               END-COMPUTE
           END-IF
           MOVE TonePer100 TO PrintTone
           MOVE ToneRawScore TO PrintRawTone
           MOVE ToneWordCount TO PrintToneWords
           DISPLAY "    tone ", PrintTone, " per 100 words  (score ",
               PrintRawTone, " over ", PrintToneWords, " words)"
           PERFORM VARYING LexScanPos FROM 1 BY 1
               UNTIL LexScanPos > LexiconCount
               MOVE "N" TO LexPicked(LexScanPos)
           END-PERFORM
           PERFORM ShowStrongestPositive
               VARYING ToneRound FROM 1 BY 1 UNTIL ToneRound > 3
           PERFORM ShowStrongestNegative
               VARYING ToneRound FROM 1 BY 1 UNTIL ToneRound > 3
           MOVE WordMasterRunDate TO HistRunDate
           MOVE ToneLabel TO HistWord
           MOVE TonePer100 TO HistToneScore
           WRITE WordHistoryRecord.

      *> *TONE plus the file's own name, the path stripped off, so
      *> the label stays readable in 22 characters.
       BuildToneLabel.
           PERFORM VARYING ToneNamePos FROM 80 BY -1
               UNTIL ToneNamePos = 0
               OR ManifestName(ToneColumn)(ToneNamePos:1) = "\"
               OR ManifestName(ToneColumn)(ToneNamePos:1) = "/"
           END-PERFORM
           IF ToneNamePos > 64
               MOVE 64 TO ToneNamePos
           END-IF
           MOVE SPACES TO ToneLabel
           STRING "*TONE " DELIMITED BY SIZE
               ManifestName(ToneColumn)(ToneNamePos + 1:16)
                   DELIMITED BY SIZE
               INTO ToneLabel
           END-STRING.

       ShowStrongestPositive.
           MOVE ZERO TO BestContribution
           MOVE ZERO TO BestLexPos
           PERFORM VARYING LexScanPos FROM 1 BY 1
               UNTIL LexScanPos > LexiconCount
               PERFORM GetLexContribution
               IF NOT LexAlreadyShown(LexScanPos)
                   AND LexContribution > BestContribution
                   MOVE LexContribution TO BestContribution
                   MOVE LexScanPos TO BestLexPos
               END-IF
           END-PERFORM
           IF BestLexPos > ZERO
               MOVE "Y" TO LexPicked(BestLexPos)
               MOVE BestContribution TO PrintRawTone
               DISPLAY "    positive: ", LexWord(BestLexPos), " ",
                   PrintRawTone
           END-IF.

       ShowStrongestNegative.
           MOVE ZERO TO BestContribution
           MOVE ZERO TO BestLexPos
           PERFORM VARYING LexScanPos FROM 1 BY 1
               UNTIL LexScanPos > LexiconCount
               PERFORM GetLexContribution
               IF NOT LexAlreadyShown(LexScanPos)
                   AND LexContribution < BestContribution
                   MOVE LexContribution TO BestContribution
                   MOVE LexScanPos TO BestLexPos
               END-IF
           END-PERFORM
           IF BestLexPos > ZERO
               MOVE "Y" TO LexPicked(BestLexPos)
               MOVE BestContribution TO PrintRawTone
               DISPLAY "    negative: ", LexWord(BestLexPos), " ",
                   PrintRawTone
           END-IF.

       GetLexContribution.
           IF ToneColumn = ZERO
               MOVE LexBatchScore(LexScanPos) TO LexContribution
           ELSE
               MOVE LexFileScore(LexScanPos, ToneColumn)
                   TO LexContribution
           END-IF.

      *> File-by-file similarity matrix over the cross-tab's files,
      *> then the pairs at or over the threshold.
       DisplaySimilarityReport.
           PERFORM LoadSimilarityThreshold
           MOVE ManifestFileCount TO SimilarityFiles
           IF SimilarityFiles > 10
               MOVE 10 TO SimilarityFiles
           END-IF
           PERFORM VARYING SimRow FROM 1 BY 1
               UNTIL SimRow > SimilarityFiles
               MOVE ZERO TO FileNormSquare(SimRow)
               PERFORM VARYING WCidx FROM 1 BY 1
                   UNTIL WCidx > NumberOfWords
                   COMPUTE FileNormSquare(SimRow) =
                       FileNormSquare(SimRow)
                       + FileCountCell(WCidx, SimRow)
                       * FileCountCell(WCidx, SimRow)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SimRow FROM 1 BY 1
               UNTIL SimRow > SimilarityFiles
               PERFORM ScoreFilePair
                   VARYING SimCol FROM SimRow BY 1
                   UNTIL SimCol > SimilarityFiles
           END-PERFORM

           DISPLAY "Document similarity (percent):"
           MOVE SPACES TO SimMatrixLine
           MOVE 9 TO SimMatrixPos
           PERFORM VARYING SimCol FROM 1 BY 1
               UNTIL SimCol > SimilarityFiles
               STRING "File " DELIMITED BY SIZE
                   SimCol DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO SimMatrixLine WITH POINTER SimMatrixPos
               END-STRING
           END-PERFORM
           DISPLAY SimMatrixLine
           PERFORM DisplaySimilarityRow
               VARYING SimRow FROM 1 BY 1
               UNTIL SimRow > SimilarityFiles

           DISPLAY "Pairs at or over ", SimilarityThreshold,
               " percent similar:"
           MOVE ZERO TO FlaggedPairCount
           PERFORM VARYING SimRow FROM 1 BY 1
               UNTIL SimRow > SimilarityFiles
               PERFORM DisplayFlaggedPair
                   VARYING SimCol FROM SimRow BY 1
                   UNTIL SimCol > SimilarityFiles
           END-PERFORM
           IF FlaggedPairCount = ZERO
               DISPLAY "  none."
           END-IF.

       LoadSimilarityThreshold.
           OPEN INPUT SimilarityFile
           IF SimilarityFileStatus = "00" OR SimilarityFileStatus
               = "05" OR SimilarityFileStatus = "07"
               READ SimilarityFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SimilarityRecord IS NUMERIC
                           MOVE SimilarityRecord
                               TO SimilarityThreshold
                       END-IF
               END-READ
               CLOSE SimilarityFile
           END-IF.

      *> Cosine of the two count vectors: the dot product over the
      *> product of their lengths. A file with no counted words
      *> scores zero against everything.
       ScoreFilePair.
           MOVE ZERO TO PairDotProduct
           PERFORM VARYING WCidx FROM 1 BY 1
               UNTIL WCidx > NumberOfWords
               COMPUTE PairDotProduct = PairDotProduct
                   + FileCountCell(WCidx, SimRow)
                   * FileCountCell(WCidx, SimCol)
           END-PERFORM
           IF FileNormSquare(SimRow) = ZERO
               OR FileNormSquare(SimCol) = ZERO
               MOVE ZERO TO SimScore(SimRow, SimCol)
           ELSE
               COMPUTE SimScore(SimRow, SimCol) ROUNDED =
                   PairDotProduct * 100
                   / ((FileNormSquare(SimRow)
                       * FileNormSquare(SimCol)) ** 0.5)
           END-IF
           MOVE SimScore(SimRow, SimCol) TO SimScore(SimCol, SimRow).

       DisplaySimilarityRow.
           MOVE SPACES TO SimMatrixLine
           MOVE 1 TO SimMatrixPos
           STRING "File " DELIMITED BY SIZE
               SimRow DELIMITED BY SIZE
               INTO SimMatrixLine WITH POINTER SimMatrixPos
           END-STRING
           MOVE 9 TO SimMatrixPos
           PERFORM VARYING SimCol FROM 1 BY 1
               UNTIL SimCol > SimilarityFiles
               MOVE SimScore(SimRow, SimCol) TO PrintScore
               STRING "  " DELIMITED BY SIZE
                   PrintScore DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO SimMatrixLine WITH POINTER SimMatrixPos
               END-STRING
           END-PERFORM
           DISPLAY SimMatrixLine.

       DisplayFlaggedPair.
           IF SimCol > SimRow
               AND SimScore(SimRow, SimCol) >= SimilarityThreshold
               ADD 1 TO FlaggedPairCount
               MOVE SimScore(SimRow, SimCol) TO PrintScore
               DISPLAY "  File ", SimRow, " and file ", SimCol, ": ",
                   PrintScore, " percent"
               DISPLAY "    ", ManifestName(SimRow)(1:60)
               DISPLAY "    ", ManifestName(SimCol)(1:60)
               MOVE ZERO TO SharedWordCount
               PERFORM RankSharedWord
                   VARYING WCidx FROM 1 BY 1
                   UNTIL WCidx > NumberOfWords
               PERFORM VARYING SharedInsertPos FROM 1 BY 1
                   UNTIL SharedInsertPos > SharedWordCount
                   DISPLAY "    shared: ", SharedWord(SharedInsertPos),
                       " ", SharedWordWeight(SharedInsertPos)
               END-PERFORM
           END-IF.

      *> A word's weight in the pair is the lesser of its two counts,
      *> so a word common in only one file doesn't rank.
       RankSharedWord.
           MOVE FileCountCell(WCidx, SimRow) TO SharedWeight
           IF FileCountCell(WCidx, SimCol) < SharedWeight
               MOVE FileCountCell(WCidx, SimCol) TO SharedWeight
           END-IF
           IF SharedWeight > ZERO
               PERFORM VARYING SharedInsertPos FROM 1 BY 1
                   UNTIL SharedInsertPos > SharedWordCount
                   OR SharedWordWeight(SharedInsertPos) < SharedWeight
               END-PERFORM
               IF SharedInsertPos <= 5
                   IF SharedWordCount < 5
                       ADD 1 TO SharedWordCount
                   END-IF
                   PERFORM VARYING SharedShiftPos FROM SharedWordCount
                       BY -1 UNTIL SharedShiftPos <= SharedInsertPos
                       MOVE SharedWordEntry(SharedShiftPos - 1)
                           TO SharedWordEntry(SharedShiftPos)
                   END-PERFORM
                   MOVE WordCell(WCidx) TO SharedWord(SharedInsertPos)
                   MOVE SharedWeight
                       TO SharedWordWeight(SharedInsertPos)
               END-IF
           END-IF.

      *> Each file's top keywords to the screen and keywords.prn.
       DisplayKeywordReport.
           MOVE ManifestFileCount TO KeywordFiles
           IF KeywordFiles > 10
               MOVE 10 TO KeywordFiles
           END-IF
           OPEN OUTPUT KeywordFile
           DISPLAY "Distinctive keywords by file (top ", TopNCutoff,
               "):"
           PERFORM DisplayFileKeywords
               VARYING KeywordColumn FROM 1 BY 1
               UNTIL KeywordColumn > KeywordFiles
           CLOSE KeywordFile.

       DisplayFileKeywords.
           DISPLAY "  File ", KeywordColumn, ": ",
               ManifestName(KeywordColumn)(1:60)
           MOVE ZERO TO KeywordCount
           PERFORM RankKeyword
               VARYING WCidx FROM 1 BY 1
               UNTIL WCidx > NumberOfWords
           IF KeywordCount = ZERO
               DISPLAY "    none."
           END-IF
           PERFORM VARYING KeywordInsertPos FROM 1 BY 1
               UNTIL KeywordInsertPos > KeywordCount
               MOVE KeywordTableWeight(KeywordInsertPos)
                   TO PrintKeywordScore
               DISPLAY "    ", KeywordInsertPos, ". ",
                   KeywordTableWord(KeywordInsertPos), " ",
                   PrintKeywordScore
               MOVE SPACES TO KeywordRecord
               MOVE ManifestName(KeywordColumn) TO KeywordFileName
               MOVE KeywordInsertPos TO KeywordRank
               MOVE KeywordTableWord(KeywordInsertPos) TO KeywordWord
               MOVE KeywordTableWeight(KeywordInsertPos)
                   TO KeywordScore
               WRITE KeywordRecord
           END-PERFORM.

       RankKeyword.
           IF FileCountCell(WCidx, KeywordColumn) > ZERO
               MOVE ZERO TO KeywordDocFreq
               PERFORM VARYING KeywordScanCol FROM 1 BY 1
                   UNTIL KeywordScanCol > KeywordFiles
                   IF FileCountCell(WCidx, KeywordScanCol) > ZERO
                       ADD 1 TO KeywordDocFreq
                   END-IF
               END-PERFORM
               IF KeywordDocFreq < KeywordFiles
                   COMPUTE KeywordWeight ROUNDED =
                       FileCountCell(WCidx, KeywordColumn)
                       * KeywordFiles / KeywordDocFreq
                       ON SIZE ERROR
                           MOVE 99999.99 TO KeywordWeight
                   END-COMPUTE
                   PERFORM InsertKeyword
               END-IF
           END-IF.

       InsertKeyword.
           PERFORM VARYING KeywordInsertPos FROM 1 BY 1
               UNTIL KeywordInsertPos > KeywordCount
               OR KeywordTableWeight(KeywordInsertPos) < KeywordWeight
           END-PERFORM
           IF KeywordInsertPos <= TopNCutoff
               IF KeywordCount < TopNCutoff
                   ADD 1 TO KeywordCount
               END-IF
               PERFORM VARYING KeywordShiftPos FROM KeywordCount
                   BY -1 UNTIL KeywordShiftPos <= KeywordInsertPos
                   MOVE KeywordEntry(KeywordShiftPos - 1)
                       TO KeywordEntry(KeywordShiftPos)
               END-PERFORM
               MOVE WordCell(WCidx)
                   TO KeywordTableWord(KeywordInsertPos)
               MOVE KeywordWeight
                   TO KeywordTableWeight(KeywordInsertPos)
           END-IF.

       PrintLengthDistribution.
           MOVE ZERO TO ShortWordTotal MediumWordTotal LongWordTotal
           PERFORM VARYING WCidx FROM 1 BY 1

       PopulateTable.
           MOVE SPACES TO PreviousNormalizedWord
           SET NegationPending TO FALSE
           MOVE ZERO TO CurrentLineNumber
           *> Clear the end-of-file state left by the previous
           *> manifest file, or every file after the first is skipped.
           MOVE SPACES TO WordRecord
           OPEN INPUT WordFile.
           PERFORM VARYING WCidx FROM 1 BY 1
               UNTIL WCidx > NumberOfWords
               MOVE ZERO TO DocCountCell(WCidx)
               MOVE ZERO TO DocFirstLine(WCidx)
           END-PERFORM.
           IF SensitiveTermCount > ZERO
             PERFORM StartRedactedCopy
           END-IF.
             PERFORM UNTIL EOWF
               PERFORM ReadLine
               *> The end-of-file iteration carries a HIGH-VALUES
                 PERFORM IncrementTable
               END-IF
             END-PERFORM.
           IF SensitiveTermCount > ZERO
             PERFORM FinishRedactedCopy
           END-IF.
           CLOSE WordFile.
           PERFORM PostDocumentWords.

       IncrementTable.
           PERFORM NormalizeWord.
           *> Redaction matches before the stem fold, on the word as
           *> written less case and trailing punctuation.
           IF SensitiveTermCount > ZERO
             PERFORM RedactWord
           END-IF.
           *> Readability counts come before stop-word removal: the
           *> editors' scores measure the prose, not the table.
           PERFORM TallyReadability.
             PERFORM FoldSuffix
           END-IF.
           PERFORM CheckStopWord.
           IF LexiconCount > ZERO
             PERFORM TallySentiment
           END-IF.
           IF NOT WordIsStopWord
             PERFORM FindWordBinary
             IF WordWasFound
               ADD 1 TO CountCell(FoundTablePos)
               IF DocCountCell(FoundTablePos) = ZERO
                 MOVE CurrentLineNumber TO DocFirstLine(FoundTablePos)
               END-IF
               ADD 1 TO DocCountCell(FoundTablePos)
               IF CurrentFileNumber >= 1
                 AND CurrentFileNumber <= 10
                 ADD 1 TO FileCountCell(FoundTablePos,
               ADD 1 TO NumberOfWords
               MOVE NormalizedWord TO WordCell(NumberOfWords)
               MOVE 1 TO CountCell(NumberOfWords)
               MOVE 1 TO DocCountCell(NumberOfWords)
               MOVE CurrentLineNumber TO DocFirstLine(NumberOfWords)
               PERFORM ZeroNewWordFileCounts
               IF CurrentFileNumber >= 1
                 AND CurrentFileNumber <= 10
               WRITE UnknownWordLine
           END-IF.

      *> Terms get NormalizeWord's treatment: upper case, and a
      *> phrase's words kept one space apart as the phrase table
      *> keeps them.
       LoadSensitiveTerms.
           OPEN INPUT SensitiveTermsFile
           IF SensitiveTermsFileStatus = "00"
               OR SensitiveTermsFileStatus = "05"
               OR SensitiveTermsFileStatus = "07"
               READ SensitiveTermsFile
                   AT END SET EOSensitiveTermsFile TO TRUE
               END-READ
               PERFORM UNTIL EOSensitiveTermsFile
                   IF SensitiveTermText NOT = SPACES
                       AND SensitiveTermCount < 1000
                       ADD 1 TO SensitiveTermCount
                       MOVE SensitiveTermText
                           TO SensitiveTerm(SensitiveTermCount)
                       INSPECT SensitiveTerm(SensitiveTermCount)
                           CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-IF
                   READ SensitiveTermsFile
                       AT END SET EOSensitiveTermsFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SensitiveTermsFile
           END-IF.

       StartRedactedCopy.
           MOVE SPACES TO RedactedFileName
           STRING CurrentInputFileName DELIMITED BY SPACE
               ".redacted" DELIMITED BY SIZE
               INTO RedactedFileName
           END-STRING
           OPEN OUTPUT RedactedFile
           SET RedactLineHeld TO FALSE
           MOVE SPACES TO HeldRedactWord
           MOVE ZERO TO FileRedactions
           DISPLAY "Redaction log for ", CurrentInputFileName(1:60).

      *> A pair with the held line is tried first, so a two-word
      *> term masks both lines and logs once; otherwise the word on
      *> its own. A kept sentence stop stays after the mask.
       RedactWord.
           MOVE AWord TO CurrentRedactLine
           MOVE SPACE TO RedactPunctuation
           IF WordLength > 0
               IF NormalizedWord(WordLength:1) = SPACE
                   MOVE AWord(WordLength:1) TO RedactPunctuation
               END-IF
           END-IF
           SET RedactTermFound TO FALSE
           IF RedactLineHeld AND HeldRedactWord NOT = SPACES
               AND NormalizedWord NOT = SPACES
               MOVE SPACES TO RedactTerm
               STRING HeldRedactWord DELIMITED BY "  "
                   SPACE DELIMITED BY SIZE
                   NormalizedWord DELIMITED BY "  "
                   INTO RedactTerm
               END-STRING
               PERFORM FindSensitiveTerm
               IF RedactTermFound
                   MOVE RedactionMask TO HeldRedactLine
                   COMPUTE RedactLogLine = CurrentLineNumber - 1
                   PERFORM LogRedaction
               END-IF
           END-IF
           IF NOT RedactTermFound AND NormalizedWord NOT = SPACES
               MOVE NormalizedWord TO RedactTerm
               PERFORM FindSensitiveTerm
               IF RedactTermFound
                   MOVE CurrentLineNumber TO RedactLogLine
                   PERFORM LogRedaction
               END-IF
           END-IF
           IF RedactTermFound
               MOVE SPACES TO CurrentRedactLine
               STRING RedactionMask DELIMITED BY SPACE
                   RedactPunctuation DELIMITED BY SIZE
                   INTO CurrentRedactLine
               END-STRING
           END-IF
           IF RedactLineHeld
               MOVE HeldRedactLine TO RedactedLine
               WRITE RedactedLine
           END-IF
           MOVE CurrentRedactLine TO HeldRedactLine
           MOVE NormalizedWord TO HeldRedactWord
           SET RedactLineHeld TO TRUE.

       FindSensitiveTerm.
           SET RedactTermFound TO FALSE
           SET STidx TO 1
           SEARCH SensitiveTermEntry
               AT END
                   CONTINUE
               WHEN SensitiveTerm(STidx) = RedactTerm
                   SET RedactTermFound TO TRUE
           END-SEARCH.

       LogRedaction.
           ADD 1 TO FileRedactions
           DISPLAY "  line ", RedactLogLine, "  ", RedactTerm.

       FinishRedactedCopy.
           IF RedactLineHeld
               MOVE HeldRedactLine TO RedactedLine
               WRITE RedactedLine
           END-IF
           CLOSE RedactedFile
           DISPLAY "  ", FileRedactions, " masks applied; copy in ",
               RedactedFileName(1:60).

       CheckStopWord.
           SET WordIsStopWord TO FALSE
           SET SWIdx TO 1
               END-REWRITE
           END-IF.

      *> Replaces the document's postings with this reading: every
      *> posting it already has goes first, then one per word it
      *> used. The document's name is its path as the manifest
      *> gives it.
       PostDocumentWords.
           OPEN I-O WordPostingsFile
           IF WordPostingsFileStatus = "35"
               OPEN OUTPUT WordPostingsFile
               CLOSE WordPostingsFile
               OPEN I-O WordPostingsFile
           END-IF
           IF WordPostingsFileStatus NOT = "00"
               AND WordPostingsFileStatus NOT = "05"
               AND WordPostingsFileStatus NOT = "07"
               DISPLAY "Cannot open WordPostings.dat, status ",
                   WordPostingsFileStatus, "; ",
                   CurrentInputFileName(1:50), " not indexed."
           ELSE
               ACCEPT WordMasterRunDate FROM DATE YYYYMMDD
               MOVE ZERO TO PostingsReplaced PostingsWritten
               SET EndOfPostings TO FALSE
               READ WordPostingsFile NEXT RECORD
                   AT END SET EndOfPostings TO TRUE
               END-READ
               PERFORM UNTIL EndOfPostings
                   IF PostingDocument = CurrentInputFileName
                       DELETE WordPostingsFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO PostingsReplaced
                       END-DELETE
                   END-IF
                   READ WordPostingsFile NEXT RECORD
                       AT END SET EndOfPostings TO TRUE
                   END-READ
               END-PERFORM
               PERFORM PostOneDocumentWord
                   VARYING WCidx FROM 1 BY 1
                   UNTIL WCidx > NumberOfWords
               CLOSE WordPostingsFile
               IF PostingsReplaced > ZERO
                   DISPLAY "Re-indexed ", CurrentInputFileName(1:50),
                       ": ", PostingsReplaced, " old postings "
                       "replaced by ", PostingsWritten
               END-IF
           END-IF.

       PostOneDocumentWord.
           IF DocCountCell(WCidx) > ZERO
               MOVE WordCell(WCidx) TO PostingWord
               MOVE CurrentInputFileName TO PostingDocument
               MOVE DocCountCell(WCidx) TO PostingCount
               MOVE DocFirstLine(WCidx) TO PostingFirstLine
               MOVE WordMasterRunDate TO PostingRunDate
               WRITE WordPostingRecord
                   INVALID KEY
                       DISPLAY "Cannot post ", WordCell(WCidx),
                           " to WordPostings.dat."
                   NOT INVALID KEY
                       ADD 1 TO PostingsWritten
               END-WRITE
           END-IF.

       WriteUnsortedPhrasesToFile.
           OPEN OUTPUT SavePhraseFile.
             PERFORM
