       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpellingExceptionReport.
       AUTHOR. io.github.scrvrdn.
      * The exception run ahead of DocIndexBuild and WordFrequency:
      * every word of every document on DocList.dat -- and of
      * WordFrequency's own DocWords.dat, when there is one -- is
      * looked up in Dictionary.dat, the bought-in list of accepted
      * words, and HouseTerms.dat, the site's own names and jargon
      * the dictionary doesn't know. What neither holds is listed
      * per document with its count and the line (the document
      * record) it first turns up on, so a "recieve" that splits
      * the counts can be put right in the source before they are
      * published. Where an accepted word is a single edit away --
      * one letter wrong, missing, extra, or two letters swapped --
      * up to three are offered as the likely intent. Words are
      * normalized and filtered the way the index does it;
      * anything carrying a digit is a reference, not a word, and
      * is left alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One document file name per record -- the batch DocIndexBuild
      * indexes.
           SELECT DocListFile ASSIGN TO "DocList.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT Document ASSIGN TO DYNAMIC CurrentDocName
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * Accepted words, one per record.
           SELECT DictionaryFile ASSIGN TO "Dictionary.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The site's additions to the dictionary, in the same format,
      * added to as new names and terms come up. OPTIONAL: a site
      * may not keep one.
           SELECT OPTIONAL HouseTermFile ASSIGN TO "HouseTerms.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT AcceptedSortFile ASSIGN TO "SpellWordSort.dat".

           SELECT ExceptionReport ASSIGN TO "SpellingExceptions.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the minimum
      * word length. OPTIONAL: a missing file leaves the compiled
      * default standing.
           SELECT OPTIONAL SiteParamFile ASSIGN TO "SiteParams.dat"
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

       FD DocListFile.
       01 DocListRec.
           88 EndOfDocList VALUE HIGH-VALUES.
           02 DL-DocName PIC X(40).

       FD Document.
       01 DocumentRec PIC X(20).
           88 EndOfFile VALUES HIGH-VALUES.

       FD DictionaryFile.
       01 DictionaryRec PIC X(20).
           88 EndOfDictionary VALUE HIGH-VALUES.

       FD HouseTermFile.
       01 HouseTermRec PIC X(20).
           88 EndOfHouseTerms VALUE HIGH-VALUES.

       SD AcceptedSortFile.
       01 AcceptedSortRec.
           02 AS-Word PIC X(20).

       FD ExceptionReport.
       01 PrintLine PIC X(100).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 CurrentDocName PIC X(40).
       01 NormalizedWord PIC X(20).
       01 MinWordLength PIC 99 VALUE 3.
       01 WordLength PIC 99.
       01 CharPos PIC 99.
       01 HasDigitFlag PIC X.
           88 HasDigit VALUE "Y".
       01 DocWordsListedFlag PIC X VALUE "N".
           88 DocWordsListed VALUE "Y".

      * Dictionary and house terms together, sorted so a lookup is
      * a binary search; each word's length is kept for the
      * suggestion scan, which only looks at words a letter either
      * side of the unknown one.
       01 MaxAccepted PIC 9(5) VALUE 60000.
       01 AcceptedTable.
           02 NumAccepted PIC 9(5) VALUE ZERO.
           02 AcceptedEntry OCCURS 0 TO 60000 TIMES
                    DEPENDING ON NumAccepted
                    ASCENDING KEY IS AW-Word
                    INDEXED BY Acc-Idx.
              03 AW-Word PIC X(20).
              03 AW-Length PIC 99.
       01 AcceptedTableFullFlag PIC X VALUE "N".
           88 AcceptedTableFull VALUE "Y".
       01 AcceptedDrainedFlag PIC X.
           88 AcceptedDrained VALUE "Y".
       01 DictionaryWords PIC 9(6) VALUE ZERO.
       01 HouseTermWords PIC 9(6) VALUE ZERO.
       01 AcceptedIdx PIC 9(5).

      * The document in hand's unknown words, in the order they
      * first turn up.
       01 MaxUnknown PIC 9(3) VALUE 500.
       01 UnknownTable.
           02 NumUnknown PIC 9(3) VALUE ZERO.
           02 UnknownEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumUnknown
                    INDEXED BY Unk-Idx.
              03 UW-Word PIC X(20).
              03 UW-Count PIC 9(6).
              03 UW-FirstLine PIC 9(7).
       01 UnknownTableFullFlag PIC X.
           88 UnknownTableFull VALUE "Y".
       01 UnknownIdx PIC 9(3).
       01 DocLineNo PIC 9(7).
       01 DocWordsChecked PIC 9(7).
       01 DocUnknownCount PIC 9(7).

      * The one-edit test between the unknown word and an accepted
      * word of the same length or a letter longer or shorter.
       01 UnknownWord PIC X(20).
       01 UnknownLength PIC 99.
       01 ShorterWord PIC X(20).
       01 ShorterLength PIC 99.
       01 LongerWord PIC X(20).
       01 RestLength PIC 99.
       01 MismatchCount PIC 9.
       01 FirstMismatch PIC 99.
       01 SecondMismatch PIC 99.
       01 OneEditFlag PIC X.
           88 OneEditAway VALUE "Y".
       01 MaxSuggestions PIC 9 VALUE 3.
       01 NumSuggestions PIC 9.
       01 Suggestions PIC X(66).
       01 SuggestPtr PIC 99.

       01 DocsChecked PIC 9(4) VALUE ZERO.
       01 DocsMissing PIC 9(4) VALUE ZERO.
       01 DocsWithExceptions PIC 9(4) VALUE ZERO.
       01 TotalWordsChecked PIC 9(9) VALUE ZERO.
       01 TotalUnknown PIC 9(9) VALUE ZERO.

       01 ReportHeading PIC X(40) VALUE "Spelling Exceptions".
       01 WordListLine.
           02 FILLER PIC X(16) VALUE "Dictionary words".
           02 WL-Dictionary PIC ZZZ,ZZ9.
           02 FILLER PIC X(16) VALUE "    House terms ".
           02 WL-HouseTerms PIC ZZZ,ZZ9.
       01 DocumentLine.
           02 FILLER PIC X(10) VALUE "Document: ".
           02 DH-DocName PIC X(40).
       01 ColumnHeads.
           02 FILLER PIC X(24) VALUE "  Word".
           02 FILLER PIC X(7) VALUE "  Count".
           02 FILLER PIC X(13) VALUE "   First line".
           02 FILLER PIC X(12) VALUE "  Suggestion".
       01 ExceptionLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-Word PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 EX-FirstLine PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EX-Suggestions PIC X(54).
       01 DocTotalLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DT-Distinct PIC ZZ9.
           02 FILLER PIC X(19) VALUE " unknown word(s), ".
           02 DT-Occurrences PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(22) VALUE " occurrence(s) among ".
           02 DT-WordsChecked PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(14) VALUE " words checked".
       01 CleanLine PIC X(40) VALUE "  No unknown words".
       01 MissingLine PIC X(40) VALUE "  Document file not found".
       01 TableFullLine PIC X(60)
           VALUE "  More unknown words than the report holds".
       01 TotalsLine.
           02 FILLER PIC X(10) VALUE "Documents ".
           02 TO-Docs PIC ZZZ9.
           02 FILLER PIC X(20) VALUE "   with exceptions ".
           02 TO-WithExceptions PIC ZZZ9.
           02 FILLER PIC X(19) VALUE "   unknown words ".
           02 TO-Unknown PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams

           SORT AcceptedSortFile
               ON ASCENDING KEY AS-Word
               INPUT PROCEDURE IS ReleaseAcceptedWords
               OUTPUT PROCEDURE IS LoadAcceptedWords

           OPEN INPUT DocListFile
           MOVE "DocList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT ExceptionReport
           MOVE "SpellingExceptions.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
           PERFORM WriteReportHeading

           READ DocListFile
               AT END SET EndOfDocList TO TRUE
           END-READ
           MOVE "DocList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDocList
               IF DL-DocName NOT = SPACES
                   MOVE DL-DocName TO CurrentDocName
                   IF CurrentDocName = "DocWords.dat"
                       SET DocWordsListed TO TRUE
                   END-IF
                   PERFORM CheckOneDocument
               END-IF

               READ DocListFile
                   AT END SET EndOfDocList TO TRUE
               END-READ
               MOVE "DocList.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DocListFile

      * WordFrequency's input, when it's on disk and the batch
      * didn't already take it.
           IF NOT DocWordsListed
               MOVE "DocWords.dat" TO CurrentDocName
               OPEN INPUT Document
               IF WS-FileStatus = "00"
                   CLOSE Document
                   PERFORM CheckOneDocument
               END-IF
           END-IF

           MOVE DocsChecked TO TO-Docs
           MOVE DocsWithExceptions TO TO-WithExceptions
           MOVE TotalUnknown TO TO-Unknown
           MOVE "SpellingExceptions.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM TotalsLine AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus

           CLOSE ExceptionReport

           DISPLAY "Accepted words loaded: " NumAccepted
           DISPLAY "Documents checked:      " DocsChecked
           DISPLAY "With exceptions:        " DocsWithExceptions
           DISPLAY "Unknown occurrences:    " TotalUnknown
           IF DocsMissing > 0
               DISPLAY DocsMissing " listed document(s) missing"
           END-IF

           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE against
      * WS-FileStatusName (set by the caller immediately beforehand),
      * so a missing or unreadable file gives a readable message
      * instead of a raw COBOL abend. "00" is success and "10" is the
      * normal at-end condition already handled by the READ's own AT
      * END clause -- anything else is treated as fatal.
       CheckFileStatus.
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "10"
              DISPLAY "File error on " WS-FileStatusName
                  " - status " WS-FileStatus
              DISPLAY "Run aborted"
              STOP RUN
           END-IF.

      * Feeds the dictionary and the house terms into the sort,
      * lower-cased as the documents' words will be.
       ReleaseAcceptedWords.
           OPEN INPUT DictionaryFile
           MOVE "Dictionary.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ DictionaryFile
               AT END SET EndOfDictionary TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDictionary
               IF DictionaryRec NOT = SPACES
                   ADD 1 TO DictionaryWords
                   MOVE FUNCTION LOWER-CASE(DictionaryRec) TO AS-Word
                   MOVE FUNCTION TRIM(AS-Word) TO AS-Word
                   RELEASE AcceptedSortRec
               END-IF

               READ DictionaryFile
                   AT END SET EndOfDictionary TO TRUE
               END-READ
               MOVE "Dictionary.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DictionaryFile

           OPEN INPUT HouseTermFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "HouseTerms.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ HouseTermFile
               AT END SET EndOfHouseTerms TO TRUE
           END-READ

           PERFORM UNTIL EndOfHouseTerms
               IF HouseTermRec NOT = SPACES
                   ADD 1 TO HouseTermWords
                   MOVE FUNCTION LOWER-CASE(HouseTermRec) TO AS-Word
                   MOVE FUNCTION TRIM(AS-Word) TO AS-Word
                   RELEASE AcceptedSortRec
               END-IF

               READ HouseTermFile
                   AT END SET EndOfHouseTerms TO TRUE
               END-READ
           END-PERFORM

           CLOSE HouseTermFile.

      * Into the table in order, a word listed twice (or in both
      * files) kept once.
       LoadAcceptedWords.
           MOVE "N" TO AcceptedDrainedFlag
           RETURN AcceptedSortFile
               AT END SET AcceptedDrained TO TRUE
           END-RETURN

           PERFORM UNTIL AcceptedDrained
               IF NumAccepted = 0
                   PERFORM AddAcceptedWord
               ELSE
                   IF AS-Word NOT = AW-Word(NumAccepted)
                       PERFORM AddAcceptedWord
                   END-IF
               END-IF

               RETURN AcceptedSortFile
                   AT END SET AcceptedDrained TO TRUE
               END-RETURN
           END-PERFORM.

       AddAcceptedWord.
           IF NumAccepted < MaxAccepted
               ADD 1 TO NumAccepted
               MOVE AS-Word TO AW-Word(NumAccepted)
               COMPUTE AW-Length(NumAccepted) =
                   FUNCTION LENGTH(FUNCTION TRIM(AS-Word))
           ELSE
               IF NOT AcceptedTableFull
                   DISPLAY "Warning: word list full at " MaxAccepted
                       " words - later words not loaded"
                   SET AcceptedTableFull TO TRUE
               END-IF
           END-IF.

      * One document end to end: each word normalized and, if it's
      * one the index would take, looked up; the unknown ones
      * tallied, then reported with their suggestions.
       CheckOneDocument.
           MOVE ZEROS TO NumUnknown
           MOVE "N" TO UnknownTableFullFlag
           MOVE ZEROS TO DocLineNo
           MOVE ZEROS TO DocWordsChecked
           MOVE ZEROS TO DocUnknownCount

           MOVE "SpellingExceptions.rpt" TO WS-FileStatusName
           MOVE CurrentDocName TO DH-DocName
           WRITE PrintLine FROM DocumentLine AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus

           OPEN INPUT Document
           IF WS-FileStatus = "35"
               ADD 1 TO DocsMissing
               WRITE PrintLine FROM MissingLine AFTER ADVANCING 1 LINE
               MOVE "SpellingExceptions.rpt" TO WS-FileStatusName
               PERFORM CheckFileStatus
           ELSE
               MOVE CurrentDocName TO WS-FileStatusName
               PERFORM CheckFileStatus
               ADD 1 TO DocsChecked

               READ Document
                   AT END SET EndOfFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfFile
                   ADD 1 TO DocLineNo
                   PERFORM CheckDocumentWord

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

               ADD DocWordsChecked TO TotalWordsChecked
               ADD DocUnknownCount TO TotalUnknown
               PERFORM ReportDocumentExceptions
           END-IF.

       CheckDocumentWord.
           PERFORM NormalizeWord
           COMPUTE WordLength =
               FUNCTION LENGTH(FUNCTION TRIM(NormalizedWord))
           MOVE "N" TO HasDigitFlag
           PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > 20
               IF NormalizedWord(CharPos:1) IS NUMERIC
                   SET HasDigit TO TRUE
               END-IF
           END-PERFORM

           IF NormalizedWord NOT = SPACES
              AND WordLength NOT < MinWordLength
              AND NOT HasDigit
               ADD 1 TO DocWordsChecked
               SEARCH ALL AcceptedEntry
                   AT END
                       PERFORM TallyUnknownWord
                   WHEN AW-Word(Acc-Idx) = NormalizedWord
                       CONTINUE
               END-SEARCH
           END-IF.

      * Lower-cases the word and blanks out the punctuation it
      * commonly picks up from sentence text -- the normalization
      * DocIndexBuild and WordFrequency apply -- then closes up any
      * leading gap an opening bracket or quote left.
       NormalizeWord.
           MOVE FUNCTION LOWER-CASE(DocumentRec) TO NormalizedWord
           INSPECT NormalizedWord REPLACING
              ALL "." BY SPACE  ALL "," BY SPACE
              ALL "!" BY SPACE  ALL "?" BY SPACE
              ALL ";" BY SPACE  ALL ":" BY SPACE
              ALL QUOTE BY SPACE  ALL "'" BY SPACE
              ALL "(" BY SPACE  ALL ")" BY SPACE
           MOVE FUNCTION TRIM(NormalizedWord) TO NormalizedWord.

       TallyUnknownWord.
           ADD 1 TO DocUnknownCount
           SET Unk-Idx TO 1
           SEARCH UnknownEntry
               AT END
                   PERFORM AddUnknownWord
               WHEN UW-Word(Unk-Idx) = NormalizedWord
                   ADD 1 TO UW-Count(Unk-Idx)
           END-SEARCH.

       AddUnknownWord.
           IF NumUnknown < MaxUnknown
               ADD 1 TO NumUnknown
               MOVE NormalizedWord TO UW-Word(NumUnknown)
               MOVE 1 TO UW-Count(NumUnknown)
               MOVE DocLineNo TO UW-FirstLine(NumUnknown)
           ELSE
               SET UnknownTableFull TO TRUE
           END-IF.

       ReportDocumentExceptions.
           MOVE "SpellingExceptions.rpt" TO WS-FileStatusName
           IF NumUnknown = 0
               WRITE PrintLine FROM CleanLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
               ADD 1 TO DocsWithExceptions
               WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus

               PERFORM VARYING UnknownIdx FROM 1 BY 1
                       UNTIL UnknownIdx > NumUnknown
                   PERFORM FindSuggestions
                   MOVE UW-Word(UnknownIdx) TO EX-Word
                   MOVE UW-Count(UnknownIdx) TO EX-Count
                   MOVE UW-FirstLine(UnknownIdx) TO EX-FirstLine
                   MOVE Suggestions TO EX-Suggestions
                   WRITE PrintLine FROM ExceptionLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-PERFORM

               IF UnknownTableFull
                   WRITE PrintLine FROM TableFullLine
                       AFTER ADVANCING 1 LINE
                   PERFORM CheckFileStatus
               END-IF

               MOVE NumUnknown TO DT-Distinct
               MOVE DocUnknownCount TO DT-Occurrences
               MOVE DocWordsChecked TO DT-WordsChecked
               WRITE PrintLine FROM DocTotalLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF.

      * The accepted words one edit from the unknown word, first
      * three in alphabetical order, listed with commas.
       FindSuggestions.
           MOVE UW-Word(UnknownIdx) TO UnknownWord
           COMPUTE UnknownLength =
               FUNCTION LENGTH(FUNCTION TRIM(UnknownWord))
           MOVE SPACES TO Suggestions
           MOVE 1 TO SuggestPtr
           MOVE ZEROS TO NumSuggestions

           PERFORM VARYING AcceptedIdx FROM 1 BY 1
                   UNTIL AcceptedIdx > NumAccepted
                      OR NumSuggestions NOT < MaxSuggestions
               MOVE "N" TO OneEditFlag
               EVALUATE TRUE
                   WHEN AW-Length(AcceptedIdx) = UnknownLength
                       PERFORM CompareSameLength
                   WHEN AW-Length(AcceptedIdx) = UnknownLength + 1
                       MOVE UnknownWord TO ShorterWord
                       MOVE UnknownLength TO ShorterLength
                       MOVE AW-Word(AcceptedIdx) TO LongerWord
                       PERFORM CompareOneLonger
                   WHEN AW-Length(AcceptedIdx) + 1 = UnknownLength
                       MOVE AW-Word(AcceptedIdx) TO ShorterWord
                       MOVE AW-Length(AcceptedIdx) TO ShorterLength
                       MOVE UnknownWord TO LongerWord
                       PERFORM CompareOneLonger
               END-EVALUATE

               IF OneEditAway
                   IF NumSuggestions > 0
                       STRING ", " DELIMITED BY SIZE
                           INTO Suggestions WITH POINTER SuggestPtr
                   END-IF
                   STRING AW-Word(AcceptedIdx) DELIMITED BY SPACE
                       INTO Suggestions WITH POINTER SuggestPtr
                   ADD 1 TO NumSuggestions
               END-IF
           END-PERFORM.

      * Same length: one letter different, or two neighbouring
      * letters the wrong way round.
       CompareSameLength.
           MOVE ZEROS TO MismatchCount
           MOVE ZEROS TO FirstMismatch
           MOVE ZEROS TO SecondMismatch
           PERFORM VARYING CharPos FROM 1 BY 1
                   UNTIL CharPos > UnknownLength
                      OR MismatchCount > 2
               IF UnknownWord(CharPos:1)
                  NOT = AW-Word(AcceptedIdx)(CharPos:1)
                   ADD 1 TO MismatchCount
                   IF MismatchCount = 1
                       MOVE CharPos TO FirstMismatch
                   ELSE
                       MOVE CharPos TO SecondMismatch
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN MismatchCount = 1
                   SET OneEditAway TO TRUE
               WHEN MismatchCount = 2
                AND SecondMismatch = FirstMismatch + 1
                   IF UnknownWord(FirstMismatch:1)
                      = AW-Word(AcceptedIdx)(SecondMismatch:1)
                      AND UnknownWord(SecondMismatch:1)
                      = AW-Word(AcceptedIdx)(FirstMismatch:1)
                       SET OneEditAway TO TRUE
                   END-IF
           END-EVALUATE.

      * A letter apart in length: once past the first difference,
      * the rest of the shorter word must be the rest of the longer
      * one with its extra letter skipped.
       CompareOneLonger.
           PERFORM VARYING CharPos FROM 1 BY 1
                   UNTIL CharPos > ShorterLength
                      OR ShorterWord(CharPos:1)
                         NOT = LongerWord(CharPos:1)
               CONTINUE
           END-PERFORM

           IF CharPos > ShorterLength
               SET OneEditAway TO TRUE
           ELSE
               COMPUTE RestLength = ShorterLength - CharPos + 1
               IF ShorterWord(CharPos:RestLength)
                  = LongerWord(CharPos + 1:RestLength)
                   SET OneEditAway TO TRUE
               END-IF
           END-IF.

       WriteReportHeading.
           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           ADD 1 TO RptPageNumber
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           MOVE DictionaryWords TO WL-Dictionary
           MOVE HouseTermWords TO WL-HouseTerms
           WRITE PrintLine FROM WordListLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Reads the site parameter file, taking the knob this program
      * shares with DocIndexBuild and WordFrequency. Status "05" is
      * the missing OPTIONAL file.
       LoadSiteParams.
           OPEN INPUT SiteParamFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
               MOVE "SiteParams.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ SiteParamFile
               AT END SET EndOfSiteParams TO TRUE
           END-READ

           PERFORM UNTIL EndOfSiteParams
               IF SP-ParamName = "MIN-WORD-LENGTH"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 1
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 20
                   COMPUTE MinWordLength =
                       FUNCTION NUMVAL(SP-ParamValue)
               END-IF

               READ SiteParamFile
                   AT END SET EndOfSiteParams TO TRUE
               END-READ
           END-PERFORM

           CLOSE SiteParamFile.

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
