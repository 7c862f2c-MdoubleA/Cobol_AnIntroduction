      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/07/2021
      * Purpose: Search the WordPostings.dat postings vartab keeps per
      *          word and document: one to five words joined by AND,
      *          OR or NOT, worked left to right, and the documents
      *          that match listed by their combined occurrences with
      *          the date each was last indexed - "which reports
      *          mention RECALL AND BATTERY" without rereading them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WordSearch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WordPostingsFile
             ASSIGN TO ".\Exercises\Chapter_13\WordPostings.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PostingKey
             FILE STATUS IS WordPostingsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WordPostingsFile.
         01 WordPostingRecord.
           02 PostingKey.
             03 PostingWord     PIC X(22).
             03 PostingDocument PIC X(80).
           02 PostingCount      PIC 9(7).
           02 PostingFirstLine  PIC 9(6).
           02 PostingRunDate    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WordPostingsFileStatus PIC X(02) VALUE ZEROES.

       *> The query as typed, and split into words and the operator
       *> in front of each; the first word's operator is always OR
       *> so it seeds the match.
       01 SearchQuery PIC X(120) VALUE SPACES.
       01 QueryPointer PIC 999 VALUE 1.
       01 QueryToken PIC X(22) VALUE SPACES.
       01 PendingOperator PIC X(3) VALUE "OR".
       01 QueryErrorSwitch PIC X VALUE "N".
           88 QueryIsBad VALUE "Y" WHEN SET TO FALSE "N".
       01 TermCount PIC 9 VALUE ZERO.
       01 TermTable.
           02 TermEntry OCCURS 1 TO 5 TIMES
                        DEPENDING ON TermCount.
               03 TermWord     PIC X(22).
               03 TermOperator PIC X(3).
                   88 TermAnd VALUE "AND".
                   88 TermOr  VALUE "OR".
                   88 TermNot VALUE "NOT".
       01 TermPos PIC 9 VALUE ZERO.

       *> Every document any search word appears in, with its count
       *> under each word.
       01 DocCount PIC 9(4) VALUE ZERO.
       01 DocTable.
           02 DocEntry OCCURS 1 TO 2000 TIMES
                       DEPENDING ON DocCount
                       INDEXED BY DOCidx.
               03 DocName     PIC X(80).
               03 DocRunDate  PIC 9(8).
               03 DocTermHits PIC 9(7) OCCURS 5 TIMES.
               03 DocTotal    PIC 9(8).
               03 DocMatchSwitch PIC X.
                   88 DocMatches VALUE "Y" WHEN SET TO FALSE "N".
       01 DocFoundSwitch PIC X VALUE "N".
           88 DocOnTable VALUE "Y" WHEN SET TO FALSE "N".
       01 DocTableFullSwitch PIC X VALUE "N".
           88 DocTableFull VALUE "Y" WHEN SET TO FALSE "N".
       01 PostingsEndSwitch PIC X VALUE "N".
           88 EndOfWordPostings VALUE "Y" WHEN SET TO FALSE "N".

       *> The matching documents, best first.
       01 RankCount PIC 9(4) VALUE ZERO.
       01 RankTable.
           02 RankEntry OCCURS 1 TO 2000 TIMES
                        DEPENDING ON RankCount.
               03 RankDoc PIC 9(4).
       01 RankInsertPos PIC 9(4) VALUE ZERO.
       01 RankShiftPos  PIC 9(4) VALUE ZERO.
       01 RankPos       PIC 9(4) VALUE ZERO.
       01 PrintRank     PIC ZZZ9.
       01 PrintTotal    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter one to five words joined by AND, OR or NOT "
               "(e.g. RECALL AND BATTERY): "
           ACCEPT SearchQuery
           INSPECT SearchQuery CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM ParseSearchQuery
           IF QueryIsBad OR TermCount = ZERO
               DISPLAY "Nothing searched: give one to five words with "
                   "AND, OR or NOT between them."
               STOP RUN
           END-IF

           OPEN INPUT WordPostingsFile
           IF WordPostingsFileStatus NOT = "00"
               AND WordPostingsFileStatus NOT = "05"
               AND WordPostingsFileStatus NOT = "07"
               DISPLAY "Cannot open WordPostings.dat, status "
                   WordPostingsFileStatus "; nothing indexed yet."
               STOP RUN
           END-IF
           PERFORM CollectTermPostings
               VARYING TermPos FROM 1 BY 1
               UNTIL TermPos > TermCount
           CLOSE WordPostingsFile
           IF DocTableFull
               DISPLAY "More than 2000 documents matched a word; the "
                   "list covers the first 2000 found."
           END-IF

           PERFORM ScoreDocument
               VARYING DOCidx FROM 1 BY 1
               UNTIL DOCidx > DocCount
           IF RankCount = ZERO
               DISPLAY "No indexed document matches."
           ELSE
               DISPLAY "Documents matching, most occurrences first:"
               PERFORM DisplayRankedDocument
                   VARYING RankPos FROM 1 BY 1
                   UNTIL RankPos > RankCount
           END-IF
           STOP RUN.

      *> Word, then operator word, alternately. An operator where a
      *> word belongs, two words in a row or a sixth word reject
      *> the query outright rather than guess at it.
       ParseSearchQuery.
           MOVE 1 TO QueryPointer
           MOVE "OR" TO PendingOperator
           PERFORM UNTIL QueryPointer > 120 OR QueryIsBad
               MOVE SPACES TO QueryToken
               UNSTRING SearchQuery DELIMITED BY ALL SPACE
                   INTO QueryToken
                   WITH POINTER QueryPointer
               END-UNSTRING
               EVALUATE TRUE
                   WHEN QueryToken = SPACES
                       CONTINUE
                   WHEN QueryToken = "AND" OR QueryToken = "OR"
                       OR QueryToken = "NOT"
                       IF PendingOperator NOT = SPACES
                           SET QueryIsBad TO TRUE
                       ELSE
                           MOVE QueryToken TO PendingOperator
                       END-IF
                   WHEN PendingOperator = SPACES
                       SET QueryIsBad TO TRUE
                   WHEN TermCount = 5
                       SET QueryIsBad TO TRUE
                   WHEN OTHER
                       ADD 1 TO TermCount
                       MOVE QueryToken TO TermWord(TermCount)
                       MOVE PendingOperator
                           TO TermOperator(TermCount)
                       MOVE SPACES TO PendingOperator
               END-EVALUATE
           END-PERFORM
           IF PendingOperator NOT = SPACES AND TermCount > ZERO
               SET QueryIsBad TO TRUE
           END-IF.

      *> The word's postings sit together in key order; START at the
      *> word and read until the word changes.
       CollectTermPostings.
           MOVE TermWord(TermPos) TO PostingWord
           MOVE LOW-VALUES TO PostingDocument
           SET EndOfWordPostings TO FALSE
           START WordPostingsFile KEY IS NOT LESS THAN PostingKey
               INVALID KEY
                   SET EndOfWordPostings TO TRUE
           END-START
           IF NOT EndOfWordPostings
               READ WordPostingsFile NEXT RECORD
                   AT END SET EndOfWordPostings TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfWordPostings
               OR PostingWord NOT = TermWord(TermPos)
               PERFORM RecordDocumentHit
               READ WordPostingsFile NEXT RECORD
                   AT END SET EndOfWordPostings TO TRUE
               END-READ
           END-PERFORM.

       RecordDocumentHit.
           SET DocOnTable TO FALSE
           SET DOCidx TO 1
           SEARCH DocEntry
               AT END
                   CONTINUE
               WHEN DocName(DOCidx) = PostingDocument
                   SET DocOnTable TO TRUE
           END-SEARCH
           IF NOT DocOnTable
               IF DocCount < 2000
                   ADD 1 TO DocCount
                   SET DOCidx TO DocCount
                   MOVE PostingDocument TO DocName(DOCidx)
                   MOVE PostingRunDate TO DocRunDate(DOCidx)
                   MOVE ZERO TO DocTermHits(DOCidx, 1)
                       DocTermHits(DOCidx, 2) DocTermHits(DOCidx, 3)
                       DocTermHits(DOCidx, 4) DocTermHits(DOCidx, 5)
                       DocTotal(DOCidx)
                   SET DocOnTable TO TRUE
               ELSE
                   SET DocTableFull TO TRUE
               END-IF
           END-IF
           IF DocOnTable
               MOVE PostingCount TO DocTermHits(DOCidx, TermPos)
           END-IF.

      *> Left to right: AND keeps a match only if the word is there,
      *> OR lets the word make a match, NOT drops a match that has
      *> it. Only the words that count toward a match add to the
      *> document's total.
       ScoreDocument.
           SET DocMatches(DOCidx) TO FALSE
           MOVE ZERO TO DocTotal(DOCidx)
           PERFORM VARYING TermPos FROM 1 BY 1
               UNTIL TermPos > TermCount
               EVALUATE TRUE
                   WHEN TermNot(TermPos)
                       IF DocTermHits(DOCidx, TermPos) > ZERO
                           SET DocMatches(DOCidx) TO FALSE
                       END-IF
                   WHEN TermAnd(TermPos)
                       IF DocTermHits(DOCidx, TermPos) = ZERO
                           SET DocMatches(DOCidx) TO FALSE
                       END-IF
                   WHEN OTHER
                       IF DocTermHits(DOCidx, TermPos) > ZERO
                           SET DocMatches(DOCidx) TO TRUE
                       END-IF
               END-EVALUATE
               IF NOT TermNot(TermPos)
                   ADD DocTermHits(DOCidx, TermPos) TO DocTotal(DOCidx)
               END-IF
           END-PERFORM
           IF DocMatches(DOCidx)
               PERFORM RankDocument
           END-IF.

       RankDocument.
           PERFORM VARYING RankInsertPos FROM 1 BY 1
               UNTIL RankInsertPos > RankCount
               OR DocTotal(RankDoc(RankInsertPos)) < DocTotal(DOCidx)
           END-PERFORM
           ADD 1 TO RankCount
           PERFORM VARYING RankShiftPos FROM RankCount BY -1
               UNTIL RankShiftPos <= RankInsertPos
               MOVE RankDoc(RankShiftPos - 1) TO RankDoc(RankShiftPos)
           END-PERFORM
           SET RankDoc(RankInsertPos) TO DOCidx.

       DisplayRankedDocument.
           MOVE RankPos TO PrintRank
           MOVE DocTotal(RankDoc(RankPos)) TO PrintTotal
           DISPLAY PrintRank, ". ", DocName(RankDoc(RankPos))(1:50),
               PrintTotal, "  indexed ", DocRunDate(RankDoc(RankPos)).

       END PROGRAM WordSearch.
