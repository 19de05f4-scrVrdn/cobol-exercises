       PROGRAM-ID. DocIndexLookup.
       AUTHOR. io.github.scrvrdn.
      * The archive room's question, answered from the index: takes
      * a query at the terminal, normalizes its words the way the
      * index was built, and lists every document that answers it
      * with the occurrence count -- instead of someone reading the
      * whole shelf by eye. A query is words combined with AND, OR
      * and NOT -- "pension transfer NOT draft" finds documents
      * mentioning both words but not the third, in one pass rather
      * than three lookups compared by eye -- and a run of words in
      * double quotes is a phrase that must appear in that order.
      * NOT binds tightest, then AND (also assumed between words
      * with no operator), then OR. Matches are ranked by their
      * combined count. The same queries can be kept in
      * DocQueries.dat and run in batch, with the answers written to
      * DocQueryResults.rpt.
      * Each lookup is logged with the signed-on operator on
      * InquiryLog.dat -- see INQLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * A document named on the index, read back to confirm a phrase
      * -- the index knows which words a document holds, not in
      * what order.
           SELECT Document ASSIGN TO DYNAMIC CurrentDocName
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * One query per record, for the batch run.
           SELECT QueryFile ASSIGN TO "DocQueries.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT QueryResultsRpt ASSIGN TO "DocQueryResults.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * Every lookup answered, appended for the auditors -- see
      * INQLOG.
           SELECT InquiryLogFile ASSIGN TO "InquiryLog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * Who is signed on, for the access log. OPTIONAL: with nobody
      * signed on the lookups go down unattributed.
           SELECT OPTIONAL SignOnFile ASSIGN TO "SignedOn.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY BUSDATE.

       FD WordIndexFile.
           COPY WORDIDX.

       FD Document.
       01 DocumentRec PIC X(20).
           88 EndOfFile VALUES HIGH-VALUES.

       FD QueryFile.
       01 QueryRec.
           88 EndOfQueries VALUE HIGH-VALUES.
           02 QR-QueryText PIC X(80).

       FD QueryResultsRpt.
       01 PrintLine PIC X(90).

       FD InquiryLogFile.
           COPY INQLOG.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY INQLWS.
       COPY RPTHEAD.

       01 QueryText PIC X(80).
       01 CurrentDocName PIC X(40).
       01 MoreQueriesFlag PIC X VALUE "Y".
           88 MoreQueries VALUE "Y".
       01 BatchRunFlag PIC X VALUE "N".
           88 BatchRun VALUE "Y" "y".
       01 MatchCount PIC 9(4).
       01 QueriesRun PIC 9(4) VALUE ZERO.
       01 QueriesRefused PIC 9(4) VALUE ZERO.

      * The query broken down: its tokens in order -- a term, or an
      * AND, OR or NOT -- and the terms they point to, each a single
      * word or a phrase of up to six.
       01 MaxQueryTokens PIC 99 VALUE 30.
       01 MaxQueryTerms PIC 99 VALUE 10.
       01 MaxPhraseWords PIC 9 VALUE 6.
       01 QueryTokens.
           02 NumTokens PIC 99.
           02 QueryToken OCCURS 30 TIMES.
              03 QT-Type PIC X.
                  88 QT-Term VALUE "T".
                  88 QT-And VALUE "A".
                  88 QT-Or VALUE "O".
                  88 QT-Not VALUE "N".
              03 QT-TermIdx PIC 99.
       01 QueryTerms.
           02 NumTerms PIC 99.
           02 QueryTerm OCCURS 10 TIMES.
              03 QM-NumWords PIC 9.
              03 QM-TermWord PIC X(20) OCCURS 6 TIMES.
      * Whether the word is on the index for any document at all --
      * a stop word never is, so it can't rule a document out.
              03 QM-WordIndexed PIC X OCCURS 6 TIMES.
       01 QueryError PIC X(40).

      * Scanning the query a character at a time.
       01 CharPos PIC 99.
       01 QueryChar PIC X.
       01 QueryWord PIC X(20).
       01 QueryWordLen PIC 99.
       01 NormalizedWord PIC X(20).
       01 InPhraseFlag PIC X.
           88 InPhrase VALUE "Y".
       01 TokenIdx PIC 99.
       01 PrevTokenType PIC X.
       01 TermIdx PIC 99.
       01 WordIdx PIC 9.

      * Every document on the index, with each term's count there
      * and which of a phrase's words the index shows it holding.
       01 MaxDocs PIC 9(4) VALUE 5000.
       01 DocTable.
           02 NumDocs PIC 9(4) VALUE ZERO.
           02 DocEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumDocs
                    INDEXED BY Doc-Idx.
              03 DT-DocName PIC X(40).
              03 DT-TermCount PIC 9(6) OCCURS 10 TIMES.
              03 DT-WordHits PIC X(60).
       01 DocTableFullFlag PIC X VALUE "N".
           88 DocTableFull VALUE "Y".
       01 FoundDocIdx PIC 9(4).
       01 DocIdx PIC 9(4).
       01 HitPos PIC 99.
       01 PhraseCandidateFlag PIC X.
           88 PhraseCandidate VALUE "Y".
       01 DocsMissing PIC 9(4).

      * The last few words read from a document, matched against a
      * phrase as each new one slides in.
       01 PhraseWindow.
           02 PW-Word PIC X(20) OCCURS 6 TIMES.
       01 WindowFill PIC 9(6).
       01 WindowMatchFlag PIC X.
           88 WindowMatch VALUE "Y".
       01 PhraseCount PIC 9(6).

      * Evaluating the query against one document: OR of AND-groups,
      * each term possibly negated.
       01 DocMatchFlag PIC X.
           88 DocMatches VALUE "Y".
       01 GroupTrueFlag PIC X.
           88 GroupTrue VALUE "Y".
       01 NegateFlag PIC X.
           88 Negated VALUE "Y".
       01 TermPresentFlag PIC X.
           88 TermPresent VALUE "Y".
       01 DocScore PIC 9(7).

      * The matching documents, highest combined count first.
       01 RankTable.
           02 NumRanked PIC 9(4).
           02 RankEntry OCCURS 5000 TIMES.
              03 RK-DocIdx PIC 9(4).
              03 RK-Score PIC 9(7).
       01 RankIdx PIC 9(4).
       01 RankScan PIC 9(4).
       01 SwapEntry.
           02 SW-DocIdx PIC 9(4).
           02 SW-Score PIC 9(7).

       01 MatchLine.
           02 ML-DocName PIC X(40).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-Count PIC ZZZZZZ9.
           02 FILLER PIC X(12) VALUE " occurrences".

       01 ReportHeading PIC X(40)
           VALUE "Document Index Query Results".
       01 QueryLine.
           02 FILLER PIC X(7) VALUE "Query: ".
           02 QL-QueryText PIC X(80).
       01 ResultDetailLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-Rank PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-MatchLine PIC X(61).
       01 QueryTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 QTL-Count PIC ZZZ9.
           02 FILLER PIC X(20) VALUE " document(s) match".
       01 NoMatchLine PIC X(40)
           VALUE "    No document matches".
       01 QueryErrorLine.
           02 FILLER PIC X(25) VALUE "    Query not understood ".
           02 FILLER PIC X(2) VALUE "- ".
           02 QE-Reason PIC X(40).
       01 NoQueriesLine PIC X(40)
           VALUE "  (no queries on DocQueries.dat)".

       PROCEDURE DIVISION.
       Main.
           MOVE "DocIndexLookup" TO InquiryProgram

           DISPLAY "Run the queries on DocQueries.dat? (Y/N) - "
               WITH NO ADVANCING
           ACCEPT BatchRunFlag

           IF BatchRun
               PERFORM RunQueryFile
           ELSE
               PERFORM UNTIL NOT MoreQueries
                   PERFORM LookupOneQuery

                   DISPLAY "Look up another query? (Y/N) - "
                       WITH NO ADVANCING
                   ACCEPT MoreQueriesFlag
               END-PERFORM
           END-IF

           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success and "10" is the
              STOP RUN
           END-IF.

      * One query at the terminal, answered on the screen and logged
      * -- the DocQueries.dat deck is a standing report and is not.
       LookupOneQuery.
           DISPLAY "Query (AND, OR, NOT; "
               QUOTE "phrase" QUOTE " in quotes) - "
               WITH NO ADVANCING
           ACCEPT QueryText
           MOVE "DOC-QUERY" TO InquiryKeyType
           MOVE QueryText TO InquiryKey
           PERFORM LogInquiry

           PERFORM AnswerQuery

           IF QueryError NOT = SPACES
               DISPLAY "Query not understood - "
                   FUNCTION TRIM(QueryError)
           ELSE
               PERFORM VARYING RankIdx FROM 1 BY 1
                       UNTIL RankIdx > NumRanked
                   PERFORM FormatMatchLine
                   DISPLAY MatchLine
               END-PERFORM
               IF NumRanked = 0
                   DISPLAY "No document matches "
                       FUNCTION TRIM(QueryText)
               END-IF
           END-IF.

      * Every query on DocQueries.dat, each listed on the report
      * with its matching documents in rank order.
       RunQueryFile.
           PERFORM GetBusinessDate

           OPEN INPUT QueryFile
           MOVE "DocQueries.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT QueryResultsRpt
           MOVE "DocQueryResults.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ QueryFile
               AT END SET EndOfQueries TO TRUE
           END-READ
           MOVE "DocQueries.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfQueries
               IF QR-QueryText NOT = SPACES
                   MOVE QR-QueryText TO QueryText
                   PERFORM ReportOneQuery
               END-IF

               READ QueryFile
                   AT END SET EndOfQueries TO TRUE
               END-READ
               MOVE "DocQueries.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           IF QueriesRun = 0 AND QueriesRefused = 0
               MOVE "DocQueryResults.rpt" TO WS-FileStatusName
               WRITE PrintLine FROM NoQueriesLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF

           CLOSE QueryFile
           CLOSE QueryResultsRpt

           DISPLAY "Queries run:          " QueriesRun
           DISPLAY "Queries not understood: " QueriesRefused.

       ReportOneQuery.
           PERFORM AnswerQuery

           MOVE "DocQueryResults.rpt" TO WS-FileStatusName
           MOVE QueryText TO QL-QueryText
           WRITE PrintLine FROM QueryLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           IF QueryError NOT = SPACES
               ADD 1 TO QueriesRefused
               MOVE QueryError TO QE-Reason
               WRITE PrintLine FROM QueryErrorLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               ADD 1 TO QueriesRun
               PERFORM VARYING RankIdx FROM 1 BY 1
                       UNTIL RankIdx > NumRanked
                   PERFORM FormatMatchLine
                   MOVE RankIdx TO RD-Rank
                   MOVE MatchLine TO RD-MatchLine
                   WRITE PrintLine FROM ResultDetailLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-PERFORM
               IF NumRanked = 0
                   WRITE PrintLine FROM NoMatchLine
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE NumRanked TO QTL-Count
                   WRITE PrintLine FROM QueryTotalLine
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM CheckFileStatus
           END-IF.

       FormatMatchLine.
           MOVE RK-DocIdx(RankIdx) TO DocIdx
           MOVE DT-DocName(DocIdx) TO ML-DocName
           MOVE RK-Score(RankIdx) TO ML-Count.

      * A query end to end: broken into terms and operators, the
      * index scanned once for every term, any phrase confirmed
      * against its candidate documents, then each document tested
      * against the whole query and the matches ranked. QueryError
      * comes back set if the query couldn't be read.
       AnswerQuery.
           MOVE ZEROS TO NumRanked
           PERFORM ParseQuery
           IF QueryError = SPACES
               PERFORM ScanWordIndex
           END-IF
           IF QueryError = SPACES
               PERFORM ConfirmPhrases
               PERFORM VARYING DocIdx FROM 1 BY 1
                       UNTIL DocIdx > NumDocs
                   PERFORM EvaluateDocument
                   IF DocMatches
                       ADD 1 TO NumRanked
                       MOVE DocIdx TO RK-DocIdx(NumRanked)
                       MOVE DocScore TO RK-Score(NumRanked)
                   END-IF
               END-PERFORM
               PERFORM RankMatches
           END-IF.

      * Splits the query on spaces and double quotes. AND, OR and
      * NOT in any case are the operators; every other word gets
      * the index's own normalization (lower case, punctuation
      * stripped) so "Pension," finds what "pension" was indexed
      * as. Words inside quotes gather into one phrase term.
       ParseQuery.
           MOVE ZEROS TO NumTokens
           MOVE ZEROS TO NumTerms
           MOVE SPACES TO QueryError
           MOVE "N" TO InPhraseFlag
           MOVE SPACES TO QueryWord
           MOVE ZEROS TO QueryWordLen

           PERFORM VARYING CharPos FROM 1 BY 1
                   UNTIL CharPos > 80 OR QueryError NOT = SPACES
               MOVE QueryText(CharPos:1) TO QueryChar
               EVALUATE TRUE
                   WHEN QueryChar = QUOTE
                       PERFORM EndQueryWord
                       IF InPhrase
                           PERFORM ClosePhrase
                       ELSE
                           PERFORM OpenPhrase
                       END-IF
                   WHEN QueryChar = SPACE
                       PERFORM EndQueryWord
                   WHEN OTHER
                       IF QueryWordLen < 20
                           ADD 1 TO QueryWordLen
                           MOVE QueryChar
                               TO QueryWord(QueryWordLen:1)
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF QueryError = SPACES
               PERFORM EndQueryWord
           END-IF
           IF QueryError = SPACES AND InPhrase
               MOVE "phrase has no closing quote" TO QueryError
           END-IF
           IF QueryError = SPACES
               PERFORM CheckQueryGrammar
           END-IF.

       EndQueryWord.
           IF QueryWordLen > 0 AND QueryError = SPACES
               IF InPhrase
                   PERFORM AddPhraseWord
               ELSE
                   EVALUATE FUNCTION UPPER-CASE(QueryWord)
                       WHEN "AND"
                           MOVE "A" TO PrevTokenType
                           PERFORM AddQueryToken
                       WHEN "OR"
                           MOVE "O" TO PrevTokenType
                           PERFORM AddQueryToken
                       WHEN "NOT"
                           MOVE "N" TO PrevTokenType
                           PERFORM AddQueryToken
                       WHEN OTHER
                           PERFORM NormalizeQueryWord
                           IF NormalizedWord NOT = SPACES
                               PERFORM OpenPhrase
                               PERFORM AddPhraseWord
                               PERFORM ClosePhrase
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           MOVE SPACES TO QueryWord
           MOVE ZEROS TO QueryWordLen.

      * A new term, single word or phrase, filled by AddPhraseWord.
       OpenPhrase.
           IF NumTerms NOT < MaxQueryTerms
               MOVE "more than 10 words and phrases"
                   TO QueryError
           ELSE
               ADD 1 TO NumTerms
               MOVE ZEROS TO QM-NumWords(NumTerms)
               SET InPhrase TO TRUE
           END-IF.

       AddPhraseWord.
           IF QueryError = SPACES
               PERFORM NormalizeQueryWord
               IF NormalizedWord NOT = SPACES
                   IF QM-NumWords(NumTerms) NOT < MaxPhraseWords
                       MOVE "phrase longer than 6 words"
                           TO QueryError
                   ELSE
                       ADD 1 TO QM-NumWords(NumTerms)
                       MOVE QM-NumWords(NumTerms) TO WordIdx
                       MOVE NormalizedWord
                           TO QM-TermWord(NumTerms, WordIdx)
                       MOVE "N" TO QM-WordIndexed(NumTerms, WordIdx)
                   END-IF
               END-IF
           END-IF.

      * An empty pair of quotes is dropped; anything else becomes a
      * term token.
       ClosePhrase.
           MOVE "N" TO InPhraseFlag
           IF QueryError = SPACES
               IF QM-NumWords(NumTerms) = 0
                   SUBTRACT 1 FROM NumTerms
               ELSE
                   MOVE "T" TO PrevTokenType
                   PERFORM AddQueryToken
                   MOVE NumTerms TO QT-TermIdx(NumTokens)
               END-IF
           END-IF.

      * PrevTokenType carries the type of the token to add.
       AddQueryToken.
           IF NumTokens NOT < MaxQueryTokens
               MOVE "query too long" TO QueryError
           ELSE
               ADD 1 TO NumTokens
               MOVE PrevTokenType TO QT-Type(NumTokens)
               MOVE ZEROS TO QT-TermIdx(NumTokens)
           END-IF.

       NormalizeQueryWord.
           MOVE FUNCTION LOWER-CASE(QueryWord) TO NormalizedWord
           INSPECT NormalizedWord REPLACING
              ALL "." BY SPACE  ALL "," BY SPACE
              ALL "!" BY SPACE  ALL "?" BY SPACE
              ALL ";" BY SPACE  ALL ":" BY SPACE
              ALL QUOTE BY SPACE  ALL "'" BY SPACE
              ALL "(" BY SPACE  ALL ")" BY SPACE
           MOVE FUNCTION TRIM(NormalizedWord) TO NormalizedWord.

      * A query opens with a word or NOT and ends with a word; AND
      * and OR stand between words (or a NOT and its word), and NOT
      * comes straight before the word it excludes.
       CheckQueryGrammar.
           IF NumTerms = 0
               MOVE "no words to look up" TO QueryError
           END-IF
           MOVE "A" TO PrevTokenType
           PERFORM VARYING TokenIdx FROM 1 BY 1
                   UNTIL TokenIdx > NumTokens
                      OR QueryError NOT = SPACES
               EVALUATE TRUE
                   WHEN QT-And(TokenIdx) OR QT-Or(TokenIdx)
                       IF PrevTokenType NOT = "T"
                           MOVE "AND/OR needs a word either side"
                               TO QueryError
                       END-IF
                   WHEN QT-Not(TokenIdx)
                       IF PrevTokenType = "N"
                           MOVE "NOT needs a word after it"
                               TO QueryError
                       END-IF
               END-EVALUATE
               MOVE QT-Type(TokenIdx) TO PrevTokenType
           END-PERFORM
           IF QueryError = SPACES AND PrevTokenType NOT = "T"
               EVALUATE PrevTokenType
                   WHEN "N"
                       MOVE "NOT needs a word after it"
                           TO QueryError
                   WHEN OTHER
                       MOVE "AND/OR needs a word either side"
                           TO QueryError
               END-EVALUATE
           END-IF.

      * One pass over the index: every document it names goes in
      * the table (a NOT can match a document holding none of the
      * query's words), and every query word found is noted against
      * its document -- a single-word term takes the index count as
      * its own. The index is opened fresh per query since a
      * sequential scan has to start from the top.
       ScanWordIndex.
           MOVE ZEROS TO NumDocs
           MOVE "N" TO DocTableFullFlag
           MOVE ZEROS TO FoundDocIdx

           OPEN INPUT WordIndexFile
           IF WS-FileStatus = "35"
               MOVE "no WordIndex.dat - run DocIndexBuild" TO QueryError
           ELSE
               MOVE "WordIndex.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfWordIndex
                   PERFORM FindIndexDocument
                   IF FoundDocIdx > 0
                       PERFORM NoteIndexWord
                   END-IF

                   READ WordIndexFile

               CLOSE WordIndexFile

      * Drop the end-of-index level-88 back off so the next query's
      * first READ isn't mistaken for at-end.
               MOVE SPACES TO WordIndexRec
           END-IF.

      * The index is written a document at a time, so the document
      * in hand is usually the one just seen.
       FindIndexDocument.
           IF FoundDocIdx > 0
               IF DT-DocName(FoundDocIdx) NOT = WX-DocName
                   MOVE ZEROS TO FoundDocIdx
               END-IF
           END-IF
           IF FoundDocIdx = 0
               SET Doc-Idx TO 1
               SEARCH DocEntry
                   AT END
                       PERFORM AddIndexDocument
                   WHEN DT-DocName(Doc-Idx) = WX-DocName
                       SET FoundDocIdx TO Doc-Idx
               END-SEARCH
           END-IF.

       AddIndexDocument.
           IF NumDocs < MaxDocs
               ADD 1 TO NumDocs
               MOVE WX-DocName TO DT-DocName(NumDocs)
               PERFORM VARYING TermIdx FROM 1 BY 1
                       UNTIL TermIdx > MaxQueryTerms
                   MOVE ZEROS TO DT-TermCount(NumDocs, TermIdx)
               END-PERFORM
               MOVE ALL "N" TO DT-WordHits(NumDocs)
               MOVE NumDocs TO FoundDocIdx
           ELSE
               IF NOT DocTableFull
                   DISPLAY "Warning: document table full at "
                       MaxDocs " documents - later documents not "
                       "searched"
                   SET DocTableFull TO TRUE
               END-IF
           END-IF.

       NoteIndexWord.
           PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > NumTerms
               PERFORM VARYING WordIdx FROM 1 BY 1
                       UNTIL WordIdx > QM-NumWords(TermIdx)
                   IF QM-TermWord(TermIdx, WordIdx) = WX-Word
                       MOVE "Y" TO QM-WordIndexed(TermIdx, WordIdx)
                       COMPUTE HitPos = (TermIdx - 1) * 6 + WordIdx
                       MOVE "Y" TO DT-WordHits(FoundDocIdx)(HitPos:1)
                       IF QM-NumWords(TermIdx) = 1
                           MOVE WX-Count
                               TO DT-TermCount(FoundDocIdx, TermIdx)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A phrase's count in a document is how often its words
      * appear there in order, so each document the index shows
      * holding all its indexed words is read back and counted.
      * Stop words aren't on the index and so can't rule a document
      * out; they still have to be in the right place.
       ConfirmPhrases.
           MOVE ZEROS TO DocsMissing
           PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > NumTerms
               IF QM-NumWords(TermIdx) > 1
                   PERFORM VARYING DocIdx FROM 1 BY 1
                           UNTIL DocIdx > NumDocs
                       PERFORM CheckPhraseCandidate
                       IF PhraseCandidate
                           PERFORM CountPhraseInDocument
                           MOVE PhraseCount
                               TO DT-TermCount(DocIdx, TermIdx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF DocsMissing > 0
               DISPLAY DocsMissing " indexed document(s) missing - "
                   "phrases not confirmed there"
           END-IF.

       CheckPhraseCandidate.
           SET PhraseCandidate TO TRUE
           PERFORM VARYING WordIdx FROM 1 BY 1
                   UNTIL WordIdx > QM-NumWords(TermIdx)
               COMPUTE HitPos = (TermIdx - 1) * 6 + WordIdx
               IF QM-WordIndexed(TermIdx, WordIdx) = "Y"
                  AND DT-WordHits(DocIdx)(HitPos:1) NOT = "Y"
                   MOVE "N" TO PhraseCandidateFlag
               END-IF
           END-PERFORM.

      * Reads the document's words through a window the length of
      * the phrase, normalized the way the index was built; words
      * that normalize to nothing (stray punctuation) are skipped.
       CountPhraseInDocument.
           MOVE ZEROS TO PhraseCount
           MOVE ZEROS TO WindowFill
           MOVE SPACES TO PhraseWindow
           MOVE DT-DocName(DocIdx) TO CurrentDocName

           OPEN INPUT Document
           IF WS-FileStatus = "35"
               ADD 1 TO DocsMissing
           ELSE
               MOVE CurrentDocName TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ Document
                   AT END SET EndOfFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfFile
                   MOVE DocumentRec TO QueryWord
                   PERFORM NormalizeQueryWord
                   IF NormalizedWord NOT = SPACES
                       PERFORM SlidePhraseWindow
                   END-IF

                   READ Document
                       AT END SET EndOfFile TO TRUE
                   END-READ
                   MOVE CurrentDocName TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE Document

      * Drop the end-of-file level-88 back off so the next
      * document's first READ isn't mistaken for at-end.
               MOVE SPACES TO DocumentRec
           END-IF.

       SlidePhraseWindow.
           PERFORM VARYING WordIdx FROM 1 BY 1
                   UNTIL WordIdx NOT < QM-NumWords(TermIdx)
               MOVE PW-Word(WordIdx + 1) TO PW-Word(WordIdx)
           END-PERFORM
           MOVE NormalizedWord TO PW-Word(QM-NumWords(TermIdx))
           ADD 1 TO WindowFill

           IF WindowFill NOT < QM-NumWords(TermIdx)
               SET WindowMatch TO TRUE
               PERFORM VARYING WordIdx FROM 1 BY 1
                       UNTIL WordIdx > QM-NumWords(TermIdx)
                   IF PW-Word(WordIdx)
                      NOT = QM-TermWord(TermIdx, WordIdx)
                       MOVE "N" TO WindowMatchFlag
                   END-IF
               END-PERFORM
               IF WindowMatch
                   ADD 1 TO PhraseCount
               END-IF
           END-IF.

      * The query over one document, left to right: a NOT flips the
      * term after it, AND-ed terms must all hold, and an OR closes
      * one group and opens the next -- the document matches when
      * any group holds. Its score is the combined count of every
      * term it holds that the query didn't exclude.
       EvaluateDocument.
           MOVE "N" TO DocMatchFlag
           SET GroupTrue TO TRUE
           MOVE "N" TO NegateFlag
           MOVE ZEROS TO DocScore

           PERFORM VARYING TokenIdx FROM 1 BY 1
                   UNTIL TokenIdx > NumTokens
               EVALUATE TRUE
                   WHEN QT-Or(TokenIdx)
                       IF GroupTrue
                           SET DocMatches TO TRUE
                       END-IF
                       SET GroupTrue TO TRUE
                   WHEN QT-Not(TokenIdx)
                       SET Negated TO TRUE
                   WHEN QT-Term(TokenIdx)
                       MOVE QT-TermIdx(TokenIdx) TO TermIdx
                       IF DT-TermCount(DocIdx, TermIdx) > 0
                           SET TermPresent TO TRUE
                       ELSE
                           MOVE "N" TO TermPresentFlag
                       END-IF
                       IF Negated
                           IF TermPresent
                               MOVE "N" TO GroupTrueFlag
                           END-IF
                       ELSE
                           IF TermPresent
                               ADD DT-TermCount(DocIdx, TermIdx)
                                   TO DocScore
                           ELSE
                               MOVE "N" TO GroupTrueFlag
                           END-IF
                       END-IF
                       MOVE "N" TO NegateFlag
               END-EVALUATE
           END-PERFORM

           IF GroupTrue
               SET DocMatches TO TRUE
           END-IF.

      * Highest combined count first; documents level on count keep
      * the index's order.
       RankMatches.
           PERFORM VARYING RankIdx FROM 1 BY 1
                   UNTIL RankIdx NOT < NumRanked
               PERFORM VARYING RankScan FROM NumRanked BY -1
                       UNTIL RankScan NOT > RankIdx
                   IF RK-Score(RankScan) > RK-Score(RankScan - 1)
                       MOVE RankEntry(RankScan) TO SwapEntry
                       MOVE RankEntry(RankScan - 1)
                           TO RankEntry(RankScan)
                       MOVE SwapEntry TO RankEntry(RankScan - 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The business day this run stamps -- the control record the
      * batch driver sets each cycle, so a run after midnight or a
      * rerun stamps the day it belongs to. Falls back to the
      * calendar date when no control record exists.
       GetBusinessDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessToday
           OPEN INPUT BusinessDateFile
           IF WS-FileStatus = "00"
               READ BusinessDateFile
                   NOT AT END
                       IF BD-BusinessDate NUMERIC
                          AND BD-BusinessDate > 0
                           MOVE BD-BusinessDate TO BusinessToday
                       END-IF
               END-READ
               CLOSE BusinessDateFile
           END-IF.

      * The inquiry access log: every lookup goes down on
      * InquiryLog.dat as it is answered -- the log opened, written
      * and closed each time, so a session ended by a dropped
      * terminal still leaves its trail.
       LogInquiry.
           IF NOT InquiryOperatorRead
               PERFORM ReadInquiryOperator
           END-IF

           OPEN EXTEND InquiryLogFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT InquiryLogFile
           END-IF
           MOVE "InquiryLog.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE FUNCTION CURRENT-DATE(1:14) TO IL-Timestamp
           MOVE InquiryOperatorId TO IL-OperatorId
           MOVE InquiryProgram TO IL-Program
           MOVE InquiryKeyType TO IL-KeyType
           MOVE InquiryKey TO IL-Key
           WRITE InquiryLogRec
           PERFORM CheckFileStatus
           CLOSE InquiryLogFile.

      * The operator on SignedOn.dat. Status "05" is the missing
      * OPTIONAL file -- nobody signed on -- and the lookups go down
      * unattributed, which the access report flags.
       ReadInquiryOperator.
           MOVE SPACES TO InquiryOperatorId
           OPEN INPUT SignOnFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SignedOn.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           IF WS-FileStatus = "00"
               READ SignOnFile
                   NOT AT END
                       MOVE SO-OperatorId TO InquiryOperatorId
               END-READ
           END-IF
           CLOSE SignOnFile
           SET InquiryOperatorRead TO TRUE.
