       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocDuplicateReport.
       AUTHOR. io.github.scrvrdn.
      * Finds the drafts and double-filed copies in the indexed
      * document batch, from WordIndex.dat alone. Every pair of
      * documents is scored on how much of their word profiles they
      * share -- the occurrences the two have in common over the
      * occurrences either has (a word used 5 times in one and 3 in
      * the other shares 3 of 5) -- and pairs at or above the
      * DUP-SIMILARITY-PCT site knob are reported. Documents linked
      * by such pairs are grouped into one cluster, so three drafts
      * of the same letter show as one group, and each pair lists
      * the words whose counts differ most between the two -- where
      * one draft was reworked. The reviewer weeds the extras out of
      * DocList.dat before the next DocIndexBuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WordIndexFile ASSIGN TO "WordIndex.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT DuplicateReport ASSIGN TO "DocDuplicates.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the similarity
      * threshold. OPTIONAL: a missing file leaves the compiled
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

       FD WordIndexFile.
           COPY WORDIDX.

       FD DuplicateReport.
       01 PrintLine PIC X(100).

       FD SiteParamFile.
           COPY SITEPARM.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

      * Percentage of shared word profile at which two documents
      * count as near-duplicates; the DUP-SIMILARITY-PCT site knob.
       01 DupSimilarityPct PIC 9(3) VALUE 80.

      * The whole index in memory, in file order -- DocIndexBuild
      * writes it a document at a time, so each document's words
      * sit together and the document table records where.
       01 MaxIndexEntries PIC 9(5) VALUE 20000.
       01 IndexTable.
           02 NumIndexEntries PIC 9(5) VALUE ZERO.
           02 IndexEntry OCCURS 0 TO 20000 TIMES
                    DEPENDING ON NumIndexEntries.
              03 IE-Word PIC X(20).
              03 IE-Count PIC 9(6).
       01 IndexTableFullFlag PIC X VALUE "N".
           88 IndexTableFull VALUE "Y".

       01 MaxDocs PIC 9(3) VALUE 500.
       01 DocTable.
           02 NumDocs PIC 9(3) VALUE ZERO.
           02 DocEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumDocs.
              03 DD-DocName PIC X(40).
              03 DD-FirstEntry PIC 9(5).
              03 DD-LastEntry PIC 9(5).
              03 DD-TotalCount PIC 9(9).
              03 DD-Cluster PIC 9(3).
       01 DocTableFullFlag PIC X VALUE "N".
           88 DocTableFull VALUE "Y".

      * The pairs at or above the threshold.
       01 MaxPairs PIC 9(4) VALUE 2000.
       01 PairTable.
           02 NumPairs PIC 9(4) VALUE ZERO.
           02 PairEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumPairs.
              03 PR-DocA PIC 9(3).
              03 PR-DocB PIC 9(3).
              03 PR-Similarity PIC 9(3)V9.
       01 PairTableFullFlag PIC X VALUE "N".
           88 PairTableFull VALUE "Y".

       01 DocA PIC 9(3).
       01 DocB PIC 9(3).
       01 EntryA PIC 9(5).
       01 EntryB PIC 9(5).
       01 FoundEntryB PIC 9(5).
       01 SharedCount PIC 9(9).
       01 EitherCount PIC 9(9).
       01 BestPossiblePct PIC 9(3)V9.
       01 Similarity PIC 9(3)V9.
       01 PairIdx PIC 9(4).
       01 PairsCompared PIC 9(7) VALUE ZERO.
       01 OldCluster PIC 9(3).
       01 NewCluster PIC 9(3).
       01 ClusterIdx PIC 9(3).
       01 MergeIdx PIC 9(3).
       01 SwapDoc PIC 9(3).
       01 ClusterCount PIC 9(3) VALUE ZERO.
       01 ClusterSize PIC 9(3).
       01 LastIndexDocName PIC X(40).

      * The words that most set a pair apart: the three largest
      * differences in count, kept in order as each word is seen.
       01 MaxDiffWords PIC 9 VALUE 3.
       01 DiffTable.
           02 NumDiffs PIC 9.
           02 DiffEntry OCCURS 3 TIMES.
              03 DF-Word PIC X(20).
              03 DF-CountA PIC 9(6).
              03 DF-CountB PIC 9(6).
              03 DF-Gap PIC 9(6).
       01 DiffIdx PIC 9.
       01 DiffSlot PIC 9.
       01 CandidateWord PIC X(20).
       01 CandidateCountA PIC 9(6).
       01 CandidateCountB PIC 9(6).
       01 CandidateGap PIC 9(6).

       01 ReportHeading PIC X(50)
           VALUE "Near-Duplicate Documents".
       01 ThresholdLine.
           02 FILLER PIC X(23)
               VALUE "Pairs sharing at least ".
           02 TL-Pct PIC ZZ9.
           02 FILLER PIC X(30) VALUE "% of their word profiles".
       01 ClusterLine.
           02 FILLER PIC X(8) VALUE "Cluster ".
           02 CL-ClusterNo PIC ZZ9.
           02 FILLER PIC X(3) VALUE " - ".
           02 CL-Size PIC ZZ9.
           02 FILLER PIC X(10) VALUE " documents".
       01 MemberLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 MB-DocName PIC X(40).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MB-TotalCount PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(15) VALUE " indexed words".
       01 PairLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PL-DocA PIC X(40).
           02 FILLER PIC X(3) VALUE " ~ ".
           02 PL-DocB PIC X(40).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PL-Similarity PIC ZZ9.9.
           02 FILLER PIC X VALUE "%".
       01 DiffLine.
           02 FILLER PIC X(8) VALUE SPACES.
           02 DL-Word PIC X(20).
           02 DL-CountA PIC ZZZZZ9.
           02 FILLER PIC X(10) VALUE " in first,".
           02 DL-CountB PIC ZZZZZ9.
           02 FILLER PIC X(10) VALUE " in second".
       01 SameProfileLine PIC X(50)
           VALUE "        word profiles identical".
       01 NoPairsLine PIC X(50)
           VALUE "No documents at or above the threshold".
       01 TotalsLine.
           02 FILLER PIC X(10) VALUE "Documents ".
           02 TO-Docs PIC ZZ9.
           02 FILLER PIC X(9) VALUE "   Pairs ".
           02 TO-Pairs PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   Clusters ".
           02 TO-Clusters PIC ZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           PERFORM LoadSiteParams
           PERFORM LoadWordIndex
           PERFORM CompareAllPairs

           OPEN OUTPUT DuplicateReport
           MOVE "DocDuplicates.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus
           PERFORM WriteReportHeading

           PERFORM VARYING ClusterIdx FROM 1 BY 1
                   UNTIL ClusterIdx > NumDocs
               PERFORM ReportCluster
           END-PERFORM

           MOVE "DocDuplicates.rpt" TO WS-FileStatusName
           IF NumPairs = 0
               WRITE PrintLine FROM NoPairsLine
                   AFTER ADVANCING 2 LINES
               PERFORM CheckFileStatus
           END-IF
           MOVE NumDocs TO TO-Docs
           MOVE NumPairs TO TO-Pairs
           MOVE ClusterCount TO TO-Clusters
           WRITE PrintLine FROM TotalsLine AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus

           CLOSE DuplicateReport

           DISPLAY "Documents compared:  " NumDocs
           DISPLAY "Pairs compared:      " PairsCompared
           DISPLAY "Near-duplicate pairs: " NumPairs
           DISPLAY "Clusters reported:   " ClusterCount

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

      * The index into memory, a document at a time: a change of
      * document name opens a new entry in the document table, each
      * starting in a cluster of its own.
       LoadWordIndex.
           OPEN INPUT WordIndexFile
           IF WS-FileStatus = "35"
               DISPLAY "No WordIndex.dat - run DocIndexBuild first"
               STOP RUN
           END-IF
           MOVE "WordIndex.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO LastIndexDocName
           READ WordIndexFile
               AT END SET EndOfWordIndex TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfWordIndex
               IF WX-DocName NOT = LastIndexDocName
                   PERFORM AddIndexDocument
                   MOVE WX-DocName TO LastIndexDocName
               END-IF
               IF NOT DocTableFull
                   PERFORM AddIndexEntry
               END-IF

               READ WordIndexFile
                   AT END SET EndOfWordIndex TO TRUE
               END-READ
               MOVE "WordIndex.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE WordIndexFile.

       AddIndexDocument.
           IF NumDocs < MaxDocs
               ADD 1 TO NumDocs
               MOVE WX-DocName TO DD-DocName(NumDocs)
               COMPUTE DD-FirstEntry(NumDocs) = NumIndexEntries + 1
               MOVE NumIndexEntries TO DD-LastEntry(NumDocs)
               MOVE ZEROS TO DD-TotalCount(NumDocs)
               MOVE NumDocs TO DD-Cluster(NumDocs)
           ELSE
               IF NOT DocTableFull
                   DISPLAY "Warning: document table full at "
                       MaxDocs " documents - later documents not "
                       "compared"
                   SET DocTableFull TO TRUE
               END-IF
           END-IF.

       AddIndexEntry.
           IF NumIndexEntries < MaxIndexEntries
               ADD 1 TO NumIndexEntries
               MOVE WX-Word TO IE-Word(NumIndexEntries)
               MOVE WX-Count TO IE-Count(NumIndexEntries)
               MOVE NumIndexEntries TO DD-LastEntry(NumDocs)
               ADD WX-Count TO DD-TotalCount(NumDocs)
           ELSE
               IF NOT IndexTableFull
                   DISPLAY "Warning: index table full at "
                       MaxIndexEntries " words - remaining words "
                       "not compared"
                   SET IndexTableFull TO TRUE
               END-IF
           END-IF.

      * Every pair once. A pair whose sizes alone put it below the
      * threshold -- the smaller over the larger is the most they
      * could share -- is passed over without comparing words.
       CompareAllPairs.
           PERFORM VARYING DocA FROM 1 BY 1 UNTIL DocA > NumDocs
               PERFORM VARYING DocB FROM DocA BY 1
                       UNTIL DocB > NumDocs
                   IF DocB > DocA
                      AND DD-TotalCount(DocA) > 0
                      AND DD-TotalCount(DocB) > 0
                       PERFORM ComparePair
                   END-IF
               END-PERFORM
           END-PERFORM.

       ComparePair.
           IF DD-TotalCount(DocA) < DD-TotalCount(DocB)
               COMPUTE BestPossiblePct ROUNDED =
                   DD-TotalCount(DocA) * 100 / DD-TotalCount(DocB)
           ELSE
               COMPUTE BestPossiblePct ROUNDED =
                   DD-TotalCount(DocB) * 100 / DD-TotalCount(DocA)
           END-IF

           IF BestPossiblePct NOT < DupSimilarityPct
               ADD 1 TO PairsCompared
               MOVE ZEROS TO SharedCount
               PERFORM VARYING EntryA FROM DD-FirstEntry(DocA) BY 1
                       UNTIL EntryA > DD-LastEntry(DocA)
                   PERFORM FindWordInDocB
                   IF FoundEntryB > 0
                       IF IE-Count(EntryA) < IE-Count(FoundEntryB)
                           ADD IE-Count(EntryA) TO SharedCount
                       ELSE
                           ADD IE-Count(FoundEntryB) TO SharedCount
                       END-IF
                   END-IF
               END-PERFORM

               COMPUTE EitherCount = DD-TotalCount(DocA)
                   + DD-TotalCount(DocB) - SharedCount
               COMPUTE Similarity ROUNDED =
                   SharedCount * 100 / EitherCount

               IF Similarity NOT < DupSimilarityPct
                   PERFORM RecordPair
               END-IF
           END-IF.

       FindWordInDocB.
           MOVE ZEROS TO FoundEntryB
           PERFORM VARYING EntryB FROM DD-FirstEntry(DocB) BY 1
                   UNTIL EntryB > DD-LastEntry(DocB)
                      OR FoundEntryB > 0
               IF IE-Word(EntryB) = IE-Word(EntryA)
                   MOVE EntryB TO FoundEntryB
               END-IF
           END-PERFORM.

      * The pair is kept, and the two documents' clusters become
      * one: everything in the second's cluster moves into the
      * first's.
       RecordPair.
           IF NumPairs < MaxPairs
               ADD 1 TO NumPairs
               MOVE DocA TO PR-DocA(NumPairs)
               MOVE DocB TO PR-DocB(NumPairs)
               MOVE Similarity TO PR-Similarity(NumPairs)
           ELSE
               IF NOT PairTableFull
                   DISPLAY "Warning: pair table full at " MaxPairs
                       " pairs - later pairs not reported"
                   SET PairTableFull TO TRUE
               END-IF
           END-IF

           MOVE DD-Cluster(DocB) TO OldCluster
           MOVE DD-Cluster(DocA) TO NewCluster
           IF OldCluster NOT = NewCluster
               PERFORM VARYING MergeIdx FROM 1 BY 1
                       UNTIL MergeIdx > NumDocs
                   IF DD-Cluster(MergeIdx) = OldCluster
                       MOVE NewCluster TO DD-Cluster(MergeIdx)
                   END-IF
               END-PERFORM
           END-IF.

      * One cluster -- the documents sharing a cluster number, when
      * there are at least two -- with its members and every pair
      * found inside it.
       ReportCluster.
           MOVE ZEROS TO ClusterSize
           PERFORM VARYING DocA FROM 1 BY 1 UNTIL DocA > NumDocs
               IF DD-Cluster(DocA) = ClusterIdx
                   ADD 1 TO ClusterSize
               END-IF
           END-PERFORM

           IF ClusterSize > 1
               ADD 1 TO ClusterCount
               MOVE "DocDuplicates.rpt" TO WS-FileStatusName
               MOVE ClusterCount TO CL-ClusterNo
               MOVE ClusterSize TO CL-Size
               WRITE PrintLine FROM ClusterLine
                   AFTER ADVANCING 3 LINES
               PERFORM CheckFileStatus

               PERFORM VARYING DocA FROM 1 BY 1 UNTIL DocA > NumDocs
                   IF DD-Cluster(DocA) = ClusterIdx
                       MOVE DD-DocName(DocA) TO MB-DocName
                       MOVE DD-TotalCount(DocA) TO MB-TotalCount
                       WRITE PrintLine FROM MemberLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                   END-IF
               END-PERFORM

               PERFORM VARYING PairIdx FROM 1 BY 1
                       UNTIL PairIdx > NumPairs
                   MOVE PR-DocA(PairIdx) TO DocA
                   IF DD-Cluster(DocA) = ClusterIdx
                       PERFORM ReportPair
                   END-IF
               END-PERFORM
           END-IF.

       ReportPair.
           MOVE PR-DocB(PairIdx) TO DocB
           MOVE DD-DocName(DocA) TO PL-DocA
           MOVE DD-DocName(DocB) TO PL-DocB
           MOVE PR-Similarity(PairIdx) TO PL-Similarity
           WRITE PrintLine FROM PairLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM FindDistinguishingWords
           IF NumDiffs = 0
               WRITE PrintLine FROM SameProfileLine
                   AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-IF
           PERFORM VARYING DiffIdx FROM 1 BY 1
                   UNTIL DiffIdx > NumDiffs
               MOVE DF-Word(DiffIdx) TO DL-Word
               MOVE DF-CountA(DiffIdx) TO DL-CountA
               MOVE DF-CountB(DiffIdx) TO DL-CountB
               WRITE PrintLine FROM DiffLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           END-PERFORM.

      * Every word of the first document against its count in the
      * second, then the second's words the first lacks entirely.
       FindDistinguishingWords.
           MOVE ZEROS TO NumDiffs
           PERFORM VARYING EntryA FROM DD-FirstEntry(DocA) BY 1
                   UNTIL EntryA > DD-LastEntry(DocA)
               PERFORM FindWordInDocB
               MOVE IE-Word(EntryA) TO CandidateWord
               MOVE IE-Count(EntryA) TO CandidateCountA
               IF FoundEntryB > 0
                   MOVE IE-Count(FoundEntryB) TO CandidateCountB
               ELSE
                   MOVE ZEROS TO CandidateCountB
               END-IF
               PERFORM KeepIfDistinguishing
           END-PERFORM

      * Swap sides to look the second document's words up in the
      * first, then swap back.
           MOVE DocA TO SwapDoc
           MOVE DocB TO DocA
           MOVE SwapDoc TO DocB
           PERFORM VARYING EntryA FROM DD-FirstEntry(DocA) BY 1
                   UNTIL EntryA > DD-LastEntry(DocA)
               PERFORM FindWordInDocB
               IF FoundEntryB = 0
                   MOVE IE-Word(EntryA) TO CandidateWord
                   MOVE ZEROS TO CandidateCountA
                   MOVE IE-Count(EntryA) TO CandidateCountB
                   PERFORM KeepIfDistinguishing
               END-IF
           END-PERFORM
           MOVE DocA TO SwapDoc
           MOVE DocB TO DocA
           MOVE SwapDoc TO DocB.

      * Slots the word into the top three by gap, largest first;
      * a word whose counts agree sets nothing apart.
       KeepIfDistinguishing.
           IF CandidateCountA > CandidateCountB
               COMPUTE CandidateGap = CandidateCountA - CandidateCountB
           ELSE
               COMPUTE CandidateGap = CandidateCountB - CandidateCountA
           END-IF

           IF CandidateGap > 0
               MOVE ZEROS TO DiffSlot
               PERFORM VARYING DiffIdx FROM 1 BY 1
                       UNTIL DiffIdx > NumDiffs OR DiffSlot > 0
                   IF CandidateGap > DF-Gap(DiffIdx)
                       MOVE DiffIdx TO DiffSlot
                   END-IF
               END-PERFORM
               IF DiffSlot = 0 AND NumDiffs < MaxDiffWords
                   COMPUTE DiffSlot = NumDiffs + 1
               END-IF

               IF DiffSlot > 0
                   IF NumDiffs < MaxDiffWords
                       ADD 1 TO NumDiffs
                   END-IF
                   PERFORM VARYING DiffIdx FROM NumDiffs BY -1
                           UNTIL DiffIdx NOT > DiffSlot
                       MOVE DiffEntry(DiffIdx - 1) TO DiffEntry(DiffIdx)
                   END-PERFORM
                   MOVE CandidateWord TO DF-Word(DiffSlot)
                   MOVE CandidateCountA TO DF-CountA(DiffSlot)
                   MOVE CandidateCountB TO DF-CountB(DiffSlot)
                   MOVE CandidateGap TO DF-Gap(DiffSlot)
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
           MOVE DupSimilarityPct TO TL-Pct
           WRITE PrintLine FROM ThresholdLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Reads the site parameter file, taking the similarity
      * threshold. Status "05" is the missing OPTIONAL file.
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
               IF SP-ParamName = "DUP-SIMILARITY-PCT"
                  AND FUNCTION TEST-NUMVAL(SP-ParamValue) = 0
                  AND FUNCTION NUMVAL(SP-ParamValue) >= 1
                  AND FUNCTION NUMVAL(SP-ParamValue) <= 100
                   COMPUTE DupSimilarityPct =
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
