      * same stop-word list and normalization WordFrequency uses,
      * and rebuilds WordIndex.dat -- word, document, occurrence
      * count -- for DocIndexLookup to answer word queries from.
      * A batch of thousands shouldn't be reread for one new letter,
      * so an incremental run takes DocChanges.dat instead -- the
      * documents added, replaced or removed since -- and reworks
      * only their entries. Every document indexed is kept on
      * DocIndexRegister.dat with when it went in and a checksum of
      * its text, and a check run compares that register against
      * DocList.dat: listed but never indexed, indexed but since
      * withdrawn from the list, gone from disk, or edited since it
      * was indexed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * One change per record for an incremental run: A a document
      * new to the index, R one whose text has changed, D one
      * withdrawn.
           SELECT DocChangeFile ASSIGN TO "DocChanges.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * What the index holds and when each document went in.
           SELECT DocRegisterFile ASSIGN TO "DocIndexRegister.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The old index set aside while an incremental run writes the
      * new one from it.
           SELECT WordIndexWorkFile ASSIGN TO "WordIndexWork.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT IndexCheckReport ASSIGN TO "DocIndexCheck.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The business day this cycle stamps from, set by the batch
      * driver -- see BUSDATE.
           SELECT BusinessDateFile ASSIGN TO "BusinessDate.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The site's standing operational knobs, for the minimum
      * word length. OPTIONAL: a missing file leaves the compiled
      * default standing.
       FD SiteParamFile.
           COPY SITEPARM.

       FD DocChangeFile.
       01 DocChangeRec.
           88 EndOfDocChanges VALUE HIGH-VALUES.
           02 DC-Action PIC X.
               88 DC-AddDocument VALUE "A".
               88 DC-ReplaceDocument VALUE "R".
               88 DC-RemoveDocument VALUE "D".
           02 DC-DocName PIC X(40).

       FD DocRegisterFile.
           COPY DOCREG.

       FD WordIndexWorkFile.
           COPY WORDIDX REPLACING ==WordIndexRec== BY ==WorkIndexRec==
               ==EndOfWordIndex== BY ==EndOfWorkIndex==
               LEADING ==WX== BY ==WW==.

       FD IndexCheckReport.
       01 PrintLine PIC X(90).

       FD BusinessDateFile.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 RunMode PIC X.
           88 FullRebuild VALUE "F".
           88 IncrementalUpdate VALUE "I".
           88 CheckRegister VALUE "C".

       01 CurrentDocName PIC X(40).
       01 DocsIndexed PIC 9(4) VALUE ZERO.
       01 DocsMissing PIC 9(4) VALUE ZERO.
       01 IndexRecordsWritten PIC 9(7) VALUE ZERO.
       01 IndexRecordsKept PIC 9(7) VALUE ZERO.
       01 IndexRecordsDropped PIC 9(7) VALUE ZERO.

      * The document in hand's size in words and a checksum of its
      * text -- every character weighted by its place in the record,
      * folded into a running total kept below a nine-digit prime --
      * so a reworded document reads differently from the one
      * indexed.
       01 DocWordRecords PIC 9(7).
       01 DocChecksum PIC 9(9).
       01 ChecksumWork PIC 9(12).
       01 ChecksumQuotient PIC 9(12).
       01 RecordValue PIC 9(7).
       01 CharPos PIC 99.
       01 DocumentFoundFlag PIC X.
           88 DocumentFound VALUE "Y".

      * The register in memory: read whole, updated as documents go
      * in and come out, and written back whole.
       01 MaxRegistered PIC 9(4) VALUE 5000.
       01 RegisterTable.
           02 NumRegistered PIC 9(4) VALUE ZERO.
           02 RegisterEntry OCCURS 0 TO 5000 TIMES
                    DEPENDING ON NumRegistered
                    INDEXED BY Reg-Idx.
              03 RT-DocName PIC X(40).
              03 RT-IndexedStamp PIC 9(14).
              03 RT-DistinctWords PIC 9(6).
              03 RT-WordRecords PIC 9(7).
              03 RT-Checksum PIC 9(9).
              03 RT-Removed PIC X.
              03 RT-Listed PIC X.
       01 RegisterFullFlag PIC X VALUE "N".
           88 RegisterFull VALUE "Y".
       01 FoundRegIdx PIC 9(4).
       01 RegScanIdx PIC 9(4).
       01 RegisterWritten PIC 9(4) VALUE ZERO.

      * This run's accepted changes; a change that can't be applied
      * is rejected up front, before any of the index is touched.
       01 MaxChanges PIC 9(3) VALUE 500.
       01 ChangeTable.
           02 NumChanges PIC 9(3) VALUE ZERO.
           02 ChangeEntry OCCURS 0 TO 500 TIMES
                    DEPENDING ON NumChanges
                    INDEXED BY Chg-Idx.
              03 CT-Action PIC X.
              03 CT-DocName PIC X(40).
       01 ChangeTableFullFlag PIC X VALUE "N".
           88 ChangeTableFull VALUE "Y".
       01 ChangeIdx PIC 9(3).
       01 ChangeRejectReason PIC X(40).
       01 ChangesRejected PIC 9(4) VALUE ZERO.
       01 DocsRemoved PIC 9(4) VALUE ZERO.
       01 LastWorkDocName PIC X(40).
       01 DropDocumentFlag PIC X.
           88 DropDocument VALUE "Y".

       01 CheckStamp PIC 9(14).
       01 CheckStampParts REDEFINES CheckStamp.
           02 CS-Year PIC 9(4).
           02 CS-Month PIC 99.
           02 CS-Day PIC 99.
           02 CS-Hour PIC 99.
           02 CS-Minute PIC 99.
           02 CS-Second PIC 99.
       01 DocsListed PIC 9(4) VALUE ZERO.
       01 DocsCurrent PIC 9(4) VALUE ZERO.
       01 DocsNotIndexed PIC 9(4) VALUE ZERO.
       01 DocsStale PIC 9(4) VALUE ZERO.
       01 DocsWithdrawn PIC 9(4) VALUE ZERO.

       01 CheckHeading PIC X(40)
           VALUE "Word Index Register Check".
       01 CheckColHeads.
           02 FILLER PIC X(42) VALUE "Document".
           02 FILLER PIC X(16) VALUE "Finding".
           02 FILLER PIC X(16) VALUE "Indexed".
       01 CheckLine.
           02 CK-DocName PIC X(40).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CK-Finding PIC X(16).
           02 CK-Indexed PIC X(16).
       01 IndexedWhen.
           02 IW-Month PIC 99.
           02 FILLER PIC X VALUE "/".
           02 IW-Day PIC 99.
           02 FILLER PIC X VALUE "/".
           02 IW-Year PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 IW-Hour PIC 99.
           02 FILLER PIC X VALUE ":".
           02 IW-Minute PIC 99.
       01 CheckTotalsLine1.
           02 FILLER PIC X(8) VALUE "Listed  ".
           02 CT1-Listed PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   Current  ".
           02 CT1-Current PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   Not indexed  ".
           02 CT1-NotIndexed PIC ZZZ9.
       01 CheckTotalsLine2.
           02 FILLER PIC X(8) VALUE "Stale   ".
           02 CT2-Stale PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   Missing  ".
           02 CT2-Missing PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   Withdrawn    ".
           02 CT2-Withdrawn PIC ZZZ9.

       01 StopWordsTable.
           02 NumOfStopWords PIC 9(4) VALUE ZERO.
           PERFORM LoadSiteParams
           PERFORM LoadStopWords

           DISPLAY "(F)ull rebuild, (I)ncremental from DocChanges.dat"
               ", or (C)heck the register - " WITH NO ADVANCING
           ACCEPT RunMode

           EVALUATE TRUE
               WHEN FullRebuild PERFORM RebuildWholeIndex
               WHEN IncrementalUpdate PERFORM ApplyDocChanges
               WHEN CheckRegister PERFORM CheckIndexRegister
               WHEN OTHER
                   DISPLAY "No such mode"
           END-EVALUATE

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

      * Every document on DocList.dat, from scratch, and a fresh
      * register to match.
       RebuildWholeIndex.
           OPEN INPUT DocListFile
           MOVE "DocList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDocList
               IF DL-DocName NOT = SPACES
                   MOVE DL-DocName TO CurrentDocName
                   PERFORM IndexOneDocument
               END-IF


           CLOSE DocListFile
           CLOSE WordIndexFile
           PERFORM WriteRegister

           DISPLAY "Documents indexed: " DocsIndexed
           DISPLAY "Index records written: " IndexRecordsWritten
           IF DocsMissing > 0
               DISPLAY DocsMissing " listed document(s) missing"
           END-IF.

      * One document end to end: its accepted words tallied into
      * word. A listed file that doesn't exist is noted and
      * skipped -- the rest of the batch still indexes.
       IndexOneDocument.
           MOVE ZEROS TO NumOfWords
           MOVE ZEROS TO DocWordRecords
           MOVE ZEROS TO DocChecksum
           MOVE "N" TO WordTableFullFlag

           OPEN INPUT Document
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfFile
                   PERFORM AddRecordToChecksum
                   PERFORM NormalizeWord
                   PERFORM CheckStopWord
                   IF NOT WordIsStopWord
               CLOSE Document
               PERFORM DumpDocumentWords
               ADD 1 TO DocsIndexed
               PERFORM RegisterDocument

      * Drop the end-of-file level-88 back off so the next
      * document's first READ isn't mistaken for at-end.
               ADD 1 TO IndexRecordsWritten
           END-PERFORM.

      * Folds the record just read into the document's size and
      * checksum.
       AddRecordToChecksum.
           ADD 1 TO DocWordRecords
           MOVE ZEROS TO RecordValue
           PERFORM VARYING CharPos FROM 1 BY 1 UNTIL CharPos > 20
               COMPUTE RecordValue = RecordValue
                   + FUNCTION ORD(DocumentRec(CharPos:1)) * CharPos
           END-PERFORM
           COMPUTE ChecksumWork = DocChecksum * 31 + RecordValue
           DIVIDE ChecksumWork BY 999999937
               GIVING ChecksumQuotient REMAINDER DocChecksum.

      * The document just indexed goes on the register, or its
      * entry is brought up to date.
       RegisterDocument.
           PERFORM FindRegisterEntry
           IF FoundRegIdx = 0
               IF NumRegistered < MaxRegistered
                   ADD 1 TO NumRegistered
                   MOVE NumRegistered TO FoundRegIdx
                   MOVE CurrentDocName TO RT-DocName(FoundRegIdx)
                   MOVE "N" TO RT-Listed(FoundRegIdx)
               ELSE
                   IF NOT RegisterFull
                       DISPLAY "Warning: register full at "
                           MaxRegistered " documents - later "
                           "documents indexed but not registered"
                       SET RegisterFull TO TRUE
                   END-IF
               END-IF
           END-IF
           IF FoundRegIdx > 0
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO RT-IndexedStamp(FoundRegIdx)
               MOVE NumOfWords TO RT-DistinctWords(FoundRegIdx)
               MOVE DocWordRecords TO RT-WordRecords(FoundRegIdx)
               MOVE DocChecksum TO RT-Checksum(FoundRegIdx)
               MOVE "N" TO RT-Removed(FoundRegIdx)
           END-IF.

       DeregisterDocument.
           PERFORM FindRegisterEntry
           IF FoundRegIdx > 0
               MOVE "Y" TO RT-Removed(FoundRegIdx)
               ADD 1 TO DocsRemoved
           END-IF.

       FindRegisterEntry.
           MOVE ZEROS TO FoundRegIdx
           SET Reg-Idx TO 1
           SEARCH RegisterEntry
               AT END CONTINUE
               WHEN RT-DocName(Reg-Idx) = CurrentDocName
                   SET FoundRegIdx TO Reg-Idx
           END-SEARCH.

      * No register yet is an index built before one was kept --
      * every document then reads as not indexed until rebuilt.
       LoadRegister.
           MOVE ZEROS TO NumRegistered
           OPEN INPUT DocRegisterFile
           IF WS-FileStatus = "35"
               DISPLAY "No DocIndexRegister.dat yet"
           ELSE
               MOVE "DocIndexRegister.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ DocRegisterFile
                   AT END SET EndOfDocRegister TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfDocRegister
                   IF NumRegistered < MaxRegistered
                       ADD 1 TO NumRegistered
                       MOVE RG-DocName TO RT-DocName(NumRegistered)
                       MOVE RG-IndexedStamp
                           TO RT-IndexedStamp(NumRegistered)
                       MOVE RG-DistinctWords
                           TO RT-DistinctWords(NumRegistered)
                       MOVE RG-WordRecords
                           TO RT-WordRecords(NumRegistered)
                       MOVE RG-Checksum TO RT-Checksum(NumRegistered)
                       MOVE "N" TO RT-Removed(NumRegistered)
                       MOVE "N" TO RT-Listed(NumRegistered)
                   ELSE
                       IF NOT RegisterFull
                           DISPLAY "Warning: register full at "
                               MaxRegistered " documents - later "
                               "entries not read"
                           SET RegisterFull TO TRUE
                       END-IF
                   END-IF

                   READ DocRegisterFile
                       AT END SET EndOfDocRegister TO TRUE
                   END-READ
                   MOVE "DocIndexRegister.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE DocRegisterFile
           END-IF.

       WriteRegister.
           OPEN OUTPUT DocRegisterFile
           MOVE "DocIndexRegister.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM VARYING RegScanIdx FROM 1 BY 1
                   UNTIL RegScanIdx > NumRegistered
               IF RT-Removed(RegScanIdx) NOT = "Y"
                   MOVE RT-DocName(RegScanIdx) TO RG-DocName
                   MOVE RT-IndexedStamp(RegScanIdx) TO RG-IndexedStamp
                   MOVE RT-DistinctWords(RegScanIdx)
                       TO RG-DistinctWords
                   MOVE RT-WordRecords(RegScanIdx) TO RG-WordRecords
                   MOVE RT-Checksum(RegScanIdx) TO RG-Checksum
                   WRITE DocRegisterRec
                   PERFORM CheckFileStatus
                   ADD 1 TO RegisterWritten
               END-IF
           END-PERFORM

           CLOSE DocRegisterFile.

      * The incremental run: the changes are vetted first, then the
      * old index is set aside and copied back without the changed
      * documents' entries, and the added and replaced documents
      * are indexed onto the end -- still a document at a time, as
      * the readers of the index expect.
       ApplyDocChanges.
           PERFORM LoadRegister
           PERFORM LoadDocChanges

           IF NumChanges = 0
               DISPLAY "No changes to apply - index left as it was"
           ELSE
               PERFORM SetAsideIndex
               PERFORM CopyBackUnchanged

               PERFORM VARYING ChangeIdx FROM 1 BY 1
                       UNTIL ChangeIdx > NumChanges
                   MOVE CT-DocName(ChangeIdx) TO CurrentDocName
                   IF CT-Action(ChangeIdx) = "D"
                       PERFORM DeregisterDocument
                   ELSE
                       PERFORM IndexOneDocument
                   END-IF
               END-PERFORM

               CLOSE WordIndexFile
               PERFORM WriteRegister
           END-IF

           DISPLAY "Changes applied: " NumChanges
           DISPLAY "Changes rejected: " ChangesRejected
           DISPLAY "Documents indexed: " DocsIndexed
           DISPLAY "Documents removed: " DocsRemoved
           DISPLAY "Index records kept: " IndexRecordsKept
           DISPLAY "Index records dropped: " IndexRecordsDropped
           DISPLAY "Index records written: " IndexRecordsWritten.

       LoadDocChanges.
           OPEN INPUT DocChangeFile
           MOVE "DocChanges.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ DocChangeFile
               AT END SET EndOfDocChanges TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDocChanges
               PERFORM ValidateDocChange
               IF ChangeRejectReason = SPACES
                   IF NumChanges < MaxChanges
                       ADD 1 TO NumChanges
                       MOVE DC-Action TO CT-Action(NumChanges)
                       MOVE DC-DocName TO CT-DocName(NumChanges)
                   ELSE
                       MOVE "too many changes for one run"
                           TO ChangeRejectReason
                   END-IF
               END-IF
               IF ChangeRejectReason NOT = SPACES
                   ADD 1 TO ChangesRejected
                   DISPLAY "Rejected: " DC-Action " "
                       FUNCTION TRIM(DC-DocName) " - "
                       FUNCTION TRIM(ChangeRejectReason)
               END-IF

               READ DocChangeFile
                   AT END SET EndOfDocChanges TO TRUE
               END-READ
               MOVE "DocChanges.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DocChangeFile.

      * An add must be new to the register and a replace or remove
      * already on it; a document may appear once per run; and an
      * added or replaced document must be there to read, so a
      * missing file never costs the index its old entries.
       ValidateDocChange.
           MOVE SPACES TO ChangeRejectReason
           MOVE DC-DocName TO CurrentDocName
           PERFORM FindRegisterEntry
           MOVE "N" TO DropDocumentFlag
           PERFORM FindChangeEntry

           EVALUATE TRUE
               WHEN DC-DocName = SPACES
                   MOVE "document name is blank" TO ChangeRejectReason
               WHEN NOT DC-AddDocument AND NOT DC-ReplaceDocument
                    AND NOT DC-RemoveDocument
                   MOVE "action must be A, R or D"
                       TO ChangeRejectReason
               WHEN DropDocument
                   MOVE "document already changed in this run"
                       TO ChangeRejectReason
               WHEN DC-AddDocument AND FoundRegIdx > 0
                   MOVE "already indexed - use R to replace"
                       TO ChangeRejectReason
               WHEN NOT DC-AddDocument AND FoundRegIdx = 0
                   MOVE "not on the index register"
                       TO ChangeRejectReason
           END-EVALUATE

           IF ChangeRejectReason = SPACES AND NOT DC-RemoveDocument
               PERFORM CheckDocumentExists
               IF NOT DocumentFound
                   MOVE "document file not found"
                       TO ChangeRejectReason
               END-IF
           END-IF.

      * Sets DropDocument when CurrentDocName is among this run's
      * accepted changes.
       FindChangeEntry.
           MOVE "N" TO DropDocumentFlag
           SET Chg-Idx TO 1
           SEARCH ChangeEntry
               AT END CONTINUE
               WHEN CT-DocName(Chg-Idx) = CurrentDocName
                   SET DropDocument TO TRUE
           END-SEARCH.

       CheckDocumentExists.
           OPEN INPUT Document
           IF WS-FileStatus = "35"
               MOVE "N" TO DocumentFoundFlag
           ELSE
               MOVE CurrentDocName TO WS-FileStatusName
               PERFORM CheckFileStatus
               CLOSE Document
               SET DocumentFound TO TRUE
           END-IF.

      * The current index copied whole to the work file; no index
      * yet is an empty one.
       SetAsideIndex.
           OPEN OUTPUT WordIndexWorkFile
           MOVE "WordIndexWork.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT WordIndexFile
           IF WS-FileStatus = "35"
               DISPLAY "No WordIndex.dat yet - starting a new one"
           ELSE
               MOVE "WordIndex.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus

               READ WordIndexFile
                   AT END SET EndOfWordIndex TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfWordIndex
                   MOVE WordIndexRec TO WorkIndexRec
                   WRITE WorkIndexRec
                   MOVE "WordIndexWork.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus

                   READ WordIndexFile
                       AT END SET EndOfWordIndex TO TRUE
                   END-READ
                   MOVE "WordIndex.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE WordIndexFile
           END-IF

           CLOSE WordIndexWorkFile.

      * Writes the new index from the work file, leaving out every
      * entry for a changed document, and leaves it open for the
      * changed documents to be indexed onto.
       CopyBackUnchanged.
           OPEN INPUT WordIndexWorkFile
           MOVE "WordIndexWork.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT WordIndexFile
           MOVE "WordIndex.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO LastWorkDocName
           READ WordIndexWorkFile
               AT END SET EndOfWorkIndex TO TRUE
           END-READ
           MOVE "WordIndexWork.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfWorkIndex
               IF WW-DocName NOT = LastWorkDocName
                   MOVE WW-DocName TO CurrentDocName
                   PERFORM FindChangeEntry
                   MOVE WW-DocName TO LastWorkDocName
               END-IF
               IF DropDocument
                   ADD 1 TO IndexRecordsDropped
               ELSE
                   MOVE WorkIndexRec TO WordIndexRec
                   WRITE WordIndexRec
                   MOVE "WordIndex.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   ADD 1 TO IndexRecordsKept
               END-IF

               READ WordIndexWorkFile
                   AT END SET EndOfWorkIndex TO TRUE
               END-READ
               MOVE "WordIndexWork.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE WordIndexWorkFile.

      * The register against DocList.dat, each listed document read
      * again for its checksum: listed but not on the register,
      * listed but gone from disk, changed since it was indexed --
      * and, once the list is through, registered documents no
      * longer listed, whose words still answer queries.
       CheckIndexRegister.
           PERFORM GetBusinessDate
           PERFORM LoadRegister

           OPEN INPUT DocListFile
           MOVE "DocList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT IndexCheckReport
           MOVE "DocIndexCheck.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CheckHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CheckColHeads AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           READ DocListFile
               AT END SET EndOfDocList TO TRUE
           END-READ
           MOVE "DocList.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfDocList
               IF DL-DocName NOT = SPACES
                   ADD 1 TO DocsListed
                   MOVE DL-DocName TO CurrentDocName
                   PERFORM CheckListedDocument
               END-IF

               READ DocListFile
                   AT END SET EndOfDocList TO TRUE
               END-READ
               MOVE "DocList.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE DocListFile

           PERFORM VARYING RegScanIdx FROM 1 BY 1
                   UNTIL RegScanIdx > NumRegistered
               IF RT-Listed(RegScanIdx) NOT = "Y"
                   ADD 1 TO DocsWithdrawn
                   MOVE RT-DocName(RegScanIdx) TO CurrentDocName
                   MOVE RegScanIdx TO FoundRegIdx
                   MOVE "WITHDRAWN" TO CK-Finding
                   PERFORM WriteCheckLine
               END-IF
           END-PERFORM

           MOVE DocsListed TO CT1-Listed
           MOVE DocsCurrent TO CT1-Current
           MOVE DocsNotIndexed TO CT1-NotIndexed
           MOVE DocsStale TO CT2-Stale
           MOVE DocsMissing TO CT2-Missing
           MOVE DocsWithdrawn TO CT2-Withdrawn
           MOVE "DocIndexCheck.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CheckTotalsLine1
               AFTER ADVANCING 3 LINES
           PERFORM CheckFileStatus
           WRITE PrintLine FROM CheckTotalsLine2
               AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus

           CLOSE IndexCheckReport

           DISPLAY "Documents listed:      " DocsListed
           DISPLAY "Current:               " DocsCurrent
           DISPLAY "Not indexed:           " DocsNotIndexed
           DISPLAY "Stale:                 " DocsStale
           DISPLAY "Missing from disk:     " DocsMissing
           DISPLAY "Withdrawn but indexed: " DocsWithdrawn.

       CheckListedDocument.
           PERFORM FindRegisterEntry
           IF FoundRegIdx > 0
               MOVE "Y" TO RT-Listed(FoundRegIdx)
           END-IF
           PERFORM ProfileDocument

           EVALUATE TRUE
               WHEN NOT DocumentFound
                   ADD 1 TO DocsMissing
                   MOVE "FILE MISSING" TO CK-Finding
                   PERFORM WriteCheckLine
               WHEN FoundRegIdx = 0
                   ADD 1 TO DocsNotIndexed
                   MOVE "NOT INDEXED" TO CK-Finding
                   PERFORM WriteCheckLine
               WHEN RT-WordRecords(FoundRegIdx) NOT = DocWordRecords
                 OR RT-Checksum(FoundRegIdx) NOT = DocChecksum
                   ADD 1 TO DocsStale
                   MOVE "STALE" TO CK-Finding
                   PERFORM WriteCheckLine
               WHEN OTHER
                   ADD 1 TO DocsCurrent
           END-EVALUATE.

      * The document's size and checksum as it stands on disk.
       ProfileDocument.
           MOVE ZEROS TO DocWordRecords
           MOVE ZEROS TO DocChecksum
           OPEN INPUT Document
           IF WS-FileStatus = "35"
               MOVE "N" TO DocumentFoundFlag
           ELSE
               MOVE CurrentDocName TO WS-FileStatusName
               PERFORM CheckFileStatus
               SET DocumentFound TO TRUE

               READ Document
                   AT END SET EndOfFile TO TRUE
               END-READ
               PERFORM CheckFileStatus

               PERFORM UNTIL EndOfFile
                   PERFORM AddRecordToChecksum

                   READ Document
                       AT END SET EndOfFile TO TRUE
                   END-READ
                   MOVE CurrentDocName TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-PERFORM

               CLOSE Document
               MOVE SPACES TO DocumentRec
           END-IF.

      * CK-Finding is set by the caller; the indexed date and time
      * come from the register entry at FoundRegIdx, if any.
       WriteCheckLine.
           MOVE CurrentDocName TO CK-DocName
           IF FoundRegIdx > 0
               MOVE RT-IndexedStamp(FoundRegIdx) TO CheckStamp
               MOVE CS-Month TO IW-Month
               MOVE CS-Day TO IW-Day
               MOVE CS-Year TO IW-Year
               MOVE CS-Hour TO IW-Hour
               MOVE CS-Minute TO IW-Minute
               MOVE IndexedWhen TO CK-Indexed
           ELSE
               MOVE SPACES TO CK-Indexed
           END-IF
           MOVE "DocIndexCheck.rpt" TO WS-FileStatusName
           WRITE PrintLine FROM CheckLine AFTER ADVANCING 1 LINE
           PERFORM CheckFileStatus.

      * Reads the stop-word list into a table once, up front --
      * same list, same lower-casing WordFrequency applies.
       LoadStopWords.
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
