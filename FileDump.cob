       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileDump.
       AUTHOR. io.github.scrvrdn.
      * Looks inside the suite's data files without a throwaway
      * program each time somebody asks what is in GadgetStock.dat,
      * Backorders.dat, CensusMaster.dat or TuitionInvoices.dat. A
      * file is read through its entry on the layout registry,
      * FileLayouts.dat (see LAYOUTRG), and either printed field by
      * field to FileDump.rpt or extracted to <file>.csv with a
      * heading row of field names -- every record, or only those
      * meeting up to three comparisons on field values. The data
      * file is only ever opened for input, and only for an
      * operator signed on at the role the registry sets for it.
      * Load mode builds a file's registry entry from its copybook
      * -- offsets, lengths, types and decimal places worked out
      * from the PIC clauses as the compiler would -- so the layout
      * is never keyed in by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The layout registry. OPTIONAL: the first load creates it.
           SELECT OPTIONAL LayoutFile ASSIGN TO "FileLayouts.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * A sequential data file, taken a byte at a time and put back
      * together into records at the registered record length, so
      * the one FD serves every file whatever its layout.
           SELECT DumpByteFile ASSIGN TO DYNAMIC DumpFileName
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * An indexed master, read in key order. The indexed masters
      * the registry carries are keyed on the six-digit gadget id
      * at the front of the record, as GadgetStock.dat is.
           SELECT DumpIndexedFile ASSIGN TO DYNAMIC DumpFileName
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DX-GadgetKey
              FILE STATUS IS WS-FileStatus.

           SELECT DumpReport ASSIGN TO "FileDump.rpt"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The comma-delimited extract, named for the data file.
           SELECT DumpCSVFile ASSIGN TO DYNAMIC DumpCSVName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The copybook a layout is loaded from.
           SELECT CopybookFile ASSIGN TO DYNAMIC CopybookPath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The role gate: when Users.dat exists, the operator signed on
      * through OperatorMenu must hold the role the registry sets
      * for the file (supervisor to load a layout). OPTIONAL: a site
      * with no user file yet runs open.
           SELECT OPTIONAL UserFile ASSIGN TO "Users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UO-OperatorId
               FILE STATUS IS WS-FileStatus.

           SELECT SignOnFile ASSIGN TO "SignedOn.dat"
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

       FD LayoutFile.
           COPY LAYOUTRG.

       FD DumpByteFile.
       01 DumpByte PIC X.

       FD DumpIndexedFile.
       01 DumpIndexedRec.
           02 DX-GadgetKey PIC X(6).
           02 FILLER PIC X(1994).

       FD DumpReport.
       01 PrintLine PIC X(132).

       FD DumpCSVFile.
       01 CSVLine PIC X(4000).

       FD CopybookFile.
       01 CopybookLine PIC X(80).

       FD UserFile.
           COPY USERREC.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.
       COPY RPTHEAD.

       01 RunMode PIC X.
           88 PrintMode VALUE "P".
           88 ExtractMode VALUE "E".
           88 LoadMode VALUE "L".

       01 DumpFileName PIC X(40).
       01 DumpCSVName PIC X(40).
       01 CopybookMember PIC X(12).
       01 CopybookPath PIC X(40).
       01 ConfirmFlag PIC X.
           88 Confirmed VALUE "Y" "y".

      * Outcome of this program's own role check -- the gate does
      * not rest on the menu alone.
       01 RoleOkFlag PIC X VALUE "N".
           88 RoleOk VALUE "Y".
       01 RequiredRole PIC 9.

      * The chosen file's registry entry.
       01 LayoutFoundFlag PIC X VALUE "N".
           88 LayoutFound VALUE "Y".
       01 FileOrganization PIC X.
           88 DumpIndexed VALUE "I".
       01 RecordLength PIC 9(4) VALUE ZERO.
       01 MinRole PIC 9 VALUE 1.
       01 LayoutCopybook PIC X(12).

       01 MaxFields PIC 9(3) VALUE 100.
       01 NumFields PIC 9(3) VALUE ZERO.
       01 FieldTableFullFlag PIC X VALUE "N".
           88 FieldTableFull VALUE "Y".
       01 FieldTable.
           02 FieldEntry OCCURS 0 TO 100 TIMES
                    DEPENDING ON NumFields.
               03 FT-Name PIC X(30).
               03 FT-Offset PIC 9(4).
               03 FT-Length PIC 9(4).
               03 FT-Type PIC X.
               03 FT-Decimals PIC 9.
       01 FldIdx PIC 9(3).
       01 FoundFieldIdx PIC 9(3).
       01 MatchName PIC X(30).

      * Up to three comparisons, all of which a record must meet.
       01 MaxCriteria PIC 9 VALUE 3.
       01 NumCriteria PIC 9 VALUE ZERO.
       01 CriteriaTable.
           02 Criterion OCCURS 3 TIMES.
               03 CR-FieldIdx PIC 9(3).
               03 CR-Operator PIC XX.
               03 CR-Value PIC X(40).
               03 CR-NumericValue PIC S9(12)V9(6).
       01 CritIdx PIC 9.
       01 SelectionDoneFlag PIC X.
           88 SelectionDone VALUE "Y".
       01 EntryFieldName PIC X(30).
       01 EntryOperator PIC XX.
           88 ValidOperator VALUES "= " "<>" "< " "> " "<=" ">=".
       01 EntryValue PIC X(40).
       01 CompareResult PIC X.
       01 SelectedFlag PIC X.
           88 RecordSelected VALUE "Y".

      * The record in hand, however it was read.
       01 DumpRecord PIC X(2000).
       01 BytesInRecord PIC 9(4).
       01 PartialBytes PIC 9(4) VALUE ZERO.
       01 DumpFileOpenFlag PIC X VALUE "N".
           88 DumpFileOpen VALUE "Y".
       01 EndOfDumpFlag PIC X VALUE "N".
           88 EndOfDumpFile VALUE "Y".
       01 RecordsRead PIC 9(8) VALUE ZERO.
       01 RecordsSelected PIC 9(8) VALUE ZERO.

      * One field's value as it is shown: text as it stands, a
      * number with its sign and decimal point put in. A numeric
      * field holding something else (a record from before the
      * field existed) shows as it stands and is flagged.
       01 FieldText PIC X(2000).
       01 FieldNumericFlag PIC X.
           88 FieldIsNumeric VALUE "Y".
       01 FieldValue PIC S9(12)V9(6).
       01 DigitStart PIC 9(4).
       01 DigitCount PIC 9(4).
       01 IntegerDigits PIC 9(4).
       01 LeadIdx PIC 9(4).
       01 LastIntegerIdx PIC 9(4).
       01 FractionStart PIC 9(4).
       01 TextPtr PIC 9(4).
       01 ChunkStart PIC 9(4).
       01 TrimLen PIC 9(4).
       01 CharIdx PIC 9(4).
       01 QuoteCount PIC 9(4).
       01 CommaCount PIC 9(4).
       01 CsvPtr PIC 9(4).

      * The layout registry held whole while one file's entries are
      * replaced.
       01 MaxRegistry PIC 9(4) VALUE 3000.
       01 NumRegistry PIC 9(4) VALUE ZERO.
       01 RegistryTable.
           02 RegistryEntry PIC X(81) OCCURS 0 TO 3000 TIMES
                    DEPENDING ON NumRegistry.
       01 RegIdx PIC 9(4).

      * The copybook reader: the words of each line, and where the
      * current data description entry has got to.
       01 EndOfCopybookFlag PIC X.
           88 EndOfCopybook VALUE "Y".
       01 LineTokens.
           02 LineToken PIC X(30) OCCURS 20 TIMES.
       01 LineTokenCount PIC 99.
       01 LineTokenIdx PIC 99.
       01 CurrentToken PIC X(30).
       01 TokenLength PIC 99.
       01 EndsEntryFlag PIC X.
           88 EndsEntry VALUE "Y".
       01 ParseState PIC X.
           88 ExpectLevel VALUE "L".
           88 ExpectName VALUE "N".
           88 ExpectPicture VALUE "P".
           88 InClauses VALUE "C".
           88 SkipToPeriod VALUE "K".
       01 ParseErrorFlag PIC X.
           88 ParseError VALUE "Y".
       01 EntryLevel PIC 99.
       01 EntryName PIC X(30).
       01 EntryPicture PIC X(32).
       01 EntrySignLeadingFlag PIC X.
           88 EntrySignLeading VALUE "Y".
       01 EntrySignSeparateFlag PIC X.
           88 EntrySignSeparate VALUE "Y".
       01 RecordLevelCount PIC 99.
       01 ParseOffset PIC 9(5).

      * A PIC string taken apart.
       01 PicIdx PIC 99.
       01 PicChar PIC X.
       01 PicRepeat PIC 9(4).
       01 PicDigit PIC 9.
       01 PicLength PIC 9(4).
       01 PicDecimals PIC 9(4).
       01 PicSignedFlag PIC X.
           88 PicSigned VALUE "Y".
       01 PicTextFlag PIC X.
           88 PicText VALUE "Y".
       01 PicAfterPointFlag PIC X.
           88 PicAfterPoint VALUE "Y".
       01 PicBadFlag PIC X.
           88 PicBad VALUE "Y".
       01 PicType PIC X.

       01 DumpTitle.
           02 FILLER PIC X(13) VALUE "File dump of ".
           02 DT-FileName PIC X(40).
       01 LayoutLine.
           02 FILLER PIC X(12) VALUE "Layout from ".
           02 LL-Copybook PIC X(12).
           02 FILLER PIC X(16) VALUE "  record length ".
           02 LL-RecordLength PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-Organization PIC X(10).
       01 SelectionLine.
           02 SL-Lead PIC X(12).
           02 SL-Field PIC X(31).
           02 SL-Operator PIC X(3).
           02 SL-Value PIC X(40).
       01 FieldHeading.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "Field".
           02 FILLER PIC X(7) VALUE " Offset".
           02 FILLER PIC X(5) VALUE "  Len".
           02 FILLER PIC X(3) VALUE "  T".
           02 FILLER PIC X(7) VALUE "  Value".
       01 RecordLine.
           02 FILLER PIC X(7) VALUE "Record ".
           02 RL-Number PIC Z(7)9.
       01 FieldLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FL-Name PIC X(30).
           02 FILLER PIC X(3) VALUE SPACES.
           02 FL-Offset PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 FL-Length PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-Type PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FL-Value PIC X(60).
           02 FL-Note PIC X(15).
       01 TotalsLine.
           02 FILLER PIC X(13) VALUE "Records read ".
           02 TL-Read PIC Z(7)9.
           02 FILLER PIC X(12) VALUE "   selected ".
           02 TL-Selected PIC Z(7)9.
       01 PartialLine.
           02 FILLER PIC X(26) VALUE "Trailing partial record of".
           02 PL-Bytes PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE " bytes not shown".

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate

           DISPLAY "(P)rint a file field by field, (E)xtract it to "
               "CSV, or (L)oad a layout from its copybook - "
               WITH NO ADVANCING
           ACCEPT RunMode

           EVALUATE TRUE
               WHEN PrintMode PERFORM DumpRegisteredFile
               WHEN ExtractMode PERFORM DumpRegisteredFile
               WHEN LoadMode PERFORM LoadLayoutFromCopybook
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

      * Print and extract: the file's layout off the registry, the
      * role check against it, the selection, then every record
      * read and the selected ones written out.
       DumpRegisteredFile.
           DISPLAY "File to look at (e.g. GadgetStock.dat) - "
               WITH NO ADVANCING
           ACCEPT DumpFileName

           PERFORM LoadLayout
           IF NOT LayoutFound
               DISPLAY "No layout registered for "
                   FUNCTION TRIM(DumpFileName)
                   " - load it from its copybook first"
           ELSE
               MOVE MinRole TO RequiredRole
               PERFORM VerifyRole
               PERFORM GetSelection
               PERFORM OpenDumpFile
           END-IF

           IF DumpFileOpen
               IF PrintMode
                   PERFORM StartDumpReport
               ELSE
                   PERFORM StartCSVExtract
               END-IF

               PERFORM GetNextRecord
               PERFORM UNTIL EndOfDumpFile
                   ADD 1 TO RecordsRead
                   PERFORM ApplySelection
                   IF RecordSelected
                       ADD 1 TO RecordsSelected
                       IF PrintMode
                           PERFORM PrintRecord
                       ELSE
                           PERFORM ExtractRecord
                       END-IF
                   END-IF
                   PERFORM GetNextRecord
               END-PERFORM

               IF DumpIndexed
                   CLOSE DumpIndexedFile
               ELSE
                   CLOSE DumpByteFile
               END-IF

               IF PrintMode
                   PERFORM FinishDumpReport
               ELSE
                   CLOSE DumpCSVFile
                   DISPLAY "Extract written to "
                       FUNCTION TRIM(DumpCSVName)
               END-IF

               DISPLAY RecordsRead " record(s) read, "
                   RecordsSelected " selected"
               IF PartialBytes > 0
                   DISPLAY "Warning: trailing partial record of "
                       PartialBytes " byte(s) not shown -- the "
                       "registered record length may be wrong"
               END-IF
           END-IF.

      * The file's "F" entry and its "D" entries, in record order.
       LoadLayout.
           MOVE ZERO TO NumFields
           OPEN INPUT LayoutFile
           IF WS-FileStatus NOT = "05"
               MOVE "FileLayouts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           READ LayoutFile
               AT END SET EndOfLayouts TO TRUE
           END-READ
           PERFORM UNTIL EndOfLayouts
               IF LY-FileName = DumpFileName
                   EVALUATE TRUE
                       WHEN LY-FileEntry
                           SET LayoutFound TO TRUE
                           MOVE LY-Organization TO FileOrganization
                           MOVE LY-RecordLength TO RecordLength
                           MOVE LY-MinRole TO MinRole
                           MOVE LY-Copybook TO LayoutCopybook
                       WHEN LY-FieldEntry
                           PERFORM AddRegisteredField
                   END-EVALUATE
               END-IF
               READ LayoutFile
                   AT END SET EndOfLayouts TO TRUE
               END-READ
           END-PERFORM
           CLOSE LayoutFile

           IF LayoutFound AND NumFields = 0
               DISPLAY "The layout for " FUNCTION TRIM(DumpFileName)
                   " has no fields - reload it from its copybook"
               MOVE "N" TO LayoutFoundFlag
           END-IF.

       AddRegisteredField.
           IF NumFields < MaxFields
               ADD 1 TO NumFields
               MOVE LY-FieldName TO FT-Name(NumFields)
               MOVE LY-Offset TO FT-Offset(NumFields)
               MOVE LY-Length TO FT-Length(NumFields)
               MOVE LY-FieldType TO FT-Type(NumFields)
               MOVE LY-Decimals TO FT-Decimals(NumFields)
           ELSE
               IF NOT FieldTableFull
                   DISPLAY "Warning: field table full at "
                       MaxFields " - later fields not shown"
                   SET FieldTableFull TO TRUE
               END-IF
           END-IF.

      * The gate itself: with Users.dat present, SignedOn.dat must
      * name an operator the user file still carries at the role
      * required or better -- a stale or hand-made sign-on record
      * buys nothing. With no user file the site runs open, loudly,
      * the same rule the menu applies.
       VerifyRole.
           OPEN INPUT UserFile
           IF WS-FileStatus = "05" OR WS-FileStatus = "35"
               DISPLAY "No Users.dat on file - running OPEN with "
                   "no access control"
               SET RoleOk TO TRUE
           ELSE
               OPEN INPUT SignOnFile
               IF WS-FileStatus = "35"
                   DISPLAY "Nobody is signed on - sign on through "
                       "OperatorMenu first"
               ELSE
                   READ SignOnFile
                       AT END
                           DISPLAY "SignedOn.dat is empty - sign "
                               "on through OperatorMenu first"
                       NOT AT END
                           MOVE SO-OperatorId TO UO-OperatorId
                           READ UserFile
                               INVALID KEY
                                   DISPLAY "Signed-on operator is "
                                       "not on Users.dat"
                               NOT INVALID KEY
                                   IF UO-Role >= RequiredRole
                                       SET RoleOk TO TRUE
                                   ELSE
                                       DISPLAY "Operator "
                                           FUNCTION TRIM
                                               (SO-OperatorId)
                                           " does not hold role "
                                           RequiredRole
                                   END-IF
                           END-READ
                   END-READ
                   CLOSE SignOnFile
               END-IF
               CLOSE UserFile
           END-IF

           IF NOT RoleOk
               DISPLAY "Run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Comparisons taken one at a time until a blank field name or
      * the third one. A numeric field compares by value, so "Price
      * > 50" finds 50.01 and not "6.00".
       GetSelection.
           MOVE ZERO TO NumCriteria
           MOVE "N" TO SelectionDoneFlag
           PERFORM GetOneCriterion UNTIL SelectionDone.

       GetOneCriterion.
           DISPLAY "Select on field (blank for no more) - "
               WITH NO ADVANCING
           MOVE SPACES TO EntryFieldName
           ACCEPT EntryFieldName
           IF EntryFieldName = SPACES
               SET SelectionDone TO TRUE
           ELSE
               PERFORM FindEntryField
               IF FoundFieldIdx = 0
                   DISPLAY "No field " FUNCTION TRIM(EntryFieldName)
                       " in the layout"
               ELSE
                   DISPLAY "Comparison (= <> < > <= >=) - "
                       WITH NO ADVANCING
                   MOVE SPACES TO EntryOperator
                   ACCEPT EntryOperator
                   DISPLAY "Value - " WITH NO ADVANCING
                   MOVE SPACES TO EntryValue
                   ACCEPT EntryValue
                   PERFORM AddCriterion
               END-IF
           END-IF.

       AddCriterion.
           EVALUATE TRUE
               WHEN NOT ValidOperator
                   DISPLAY "No such comparison"
               WHEN FT-Type(FoundFieldIdx) NOT = "X"
                AND FUNCTION TEST-NUMVAL(EntryValue) NOT = 0
                   DISPLAY FUNCTION TRIM(FT-Name(FoundFieldIdx))
                       " is numeric - give a number"
               WHEN OTHER
                   ADD 1 TO NumCriteria
                   MOVE FoundFieldIdx TO CR-FieldIdx(NumCriteria)
                   MOVE EntryOperator TO CR-Operator(NumCriteria)
                   MOVE EntryValue TO CR-Value(NumCriteria)
                   IF FT-Type(FoundFieldIdx) NOT = "X"
                       COMPUTE CR-NumericValue(NumCriteria) =
                           FUNCTION NUMVAL(EntryValue)
                   END-IF
                   IF NumCriteria = MaxCriteria
                       DISPLAY "That is the most comparisons a run "
                           "takes"
                       SET SelectionDone TO TRUE
                   END-IF
           END-EVALUATE.

      * Field names match whatever the case they are keyed in.
       FindEntryField.
           MOVE ZERO TO FoundFieldIdx
           MOVE FUNCTION UPPER-CASE(EntryFieldName) TO EntryFieldName
           PERFORM VARYING FldIdx FROM 1 BY 1
                   UNTIL FldIdx > NumFields OR FoundFieldIdx > 0
               MOVE FUNCTION UPPER-CASE(FT-Name(FldIdx)) TO MatchName
               IF MatchName = EntryFieldName
                   MOVE FldIdx TO FoundFieldIdx
               END-IF
           END-PERFORM.

      * Input only, whichever way the file is organized.
       OpenDumpFile.
           IF DumpIndexed
               OPEN INPUT DumpIndexedFile
           ELSE
               OPEN INPUT DumpByteFile
           END-IF
           IF WS-FileStatus = "35"
               DISPLAY "No " FUNCTION TRIM(DumpFileName) " on file"
           ELSE
               MOVE DumpFileName TO WS-FileStatusName
               PERFORM CheckFileStatus
               SET DumpFileOpen TO TRUE
           END-IF.

      * The next record into DumpRecord. A sequential file's bytes
      * are gathered up to the registered record length; bytes left
      * over at the end mean the length (or the file) is wrong, and
      * are counted rather than shown as a record.
       GetNextRecord.
           MOVE SPACES TO DumpRecord
           IF DumpIndexed
               MOVE SPACES TO DumpIndexedRec
               READ DumpIndexedFile
                   AT END SET EndOfDumpFile TO TRUE
               END-READ
               IF NOT EndOfDumpFile
                   MOVE DumpFileName TO WS-FileStatusName
                   PERFORM CheckFileStatus
                   MOVE DumpIndexedRec TO DumpRecord
               END-IF
           ELSE
               MOVE ZERO TO BytesInRecord
               PERFORM ReadOneByte
                   UNTIL BytesInRecord = RecordLength
                      OR EndOfDumpFile
               IF EndOfDumpFile AND BytesInRecord > 0
                   MOVE BytesInRecord TO PartialBytes
               END-IF
           END-IF.

       ReadOneByte.
           READ DumpByteFile
               AT END SET EndOfDumpFile TO TRUE
               NOT AT END
                   ADD 1 TO BytesInRecord
                   MOVE DumpByte TO DumpRecord(BytesInRecord:1)
           END-READ.

      * Every comparison must hold. A numeric field holding no
      * number meets none of them.
       ApplySelection.
           SET RecordSelected TO TRUE
           PERFORM VARYING CritIdx FROM 1 BY 1
                   UNTIL CritIdx > NumCriteria OR NOT RecordSelected
               MOVE CR-FieldIdx(CritIdx) TO FldIdx
               PERFORM FormatField
               PERFORM TestCriterion
           END-PERFORM.

       TestCriterion.
           IF FT-Type(FldIdx) = "X"
               EVALUATE TRUE
                   WHEN FieldText < CR-Value(CritIdx)
                       MOVE "<" TO CompareResult
                   WHEN FieldText = CR-Value(CritIdx)
                       MOVE "=" TO CompareResult
                   WHEN OTHER
                       MOVE ">" TO CompareResult
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN NOT FieldIsNumeric
                       MOVE SPACE TO CompareResult
                   WHEN FieldValue < CR-NumericValue(CritIdx)
                       MOVE "<" TO CompareResult
                   WHEN FieldValue = CR-NumericValue(CritIdx)
                       MOVE "=" TO CompareResult
                   WHEN OTHER
                       MOVE ">" TO CompareResult
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN CompareResult = SPACE
                   MOVE "N" TO SelectedFlag
               WHEN CR-Operator(CritIdx) = "= "
                AND CompareResult = "="
               WHEN CR-Operator(CritIdx) = "<>"
                AND CompareResult NOT = "="
               WHEN CR-Operator(CritIdx) = "< "
                AND CompareResult = "<"
               WHEN CR-Operator(CritIdx) = "> "
                AND CompareResult = ">"
               WHEN CR-Operator(CritIdx) = "<="
                AND CompareResult NOT = ">"
               WHEN CR-Operator(CritIdx) = ">="
                AND CompareResult NOT = "<"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO SelectedFlag
           END-EVALUATE.

      * Field FldIdx of the record in hand into FieldText (and, for
      * a number, FieldValue).
       FormatField.
           MOVE SPACES TO FieldText
           MOVE "Y" TO FieldNumericFlag
           IF FT-Type(FldIdx) = "X"
               MOVE DumpRecord(FT-Offset(FldIdx):FT-Length(FldIdx))
                   TO FieldText
           ELSE
               PERFORM FormatNumber
           END-IF.

      * The digits with the sign ahead of them, leading zeros off
      * (one kept ahead of the point), and the decimal point where
      * the picture's V is.
       FormatNumber.
           IF FT-Type(FldIdx) = "S"
               COMPUTE DigitStart = FT-Offset(FldIdx) + 1
               COMPUTE DigitCount = FT-Length(FldIdx) - 1
           ELSE
               MOVE FT-Offset(FldIdx) TO DigitStart
               MOVE FT-Length(FldIdx) TO DigitCount
           END-IF

           IF DumpRecord(DigitStart:DigitCount) NOT NUMERIC
               MOVE "N" TO FieldNumericFlag
           END-IF
           IF FT-Type(FldIdx) = "S"
              AND DumpRecord(FT-Offset(FldIdx):1) NOT = "+"
              AND DumpRecord(FT-Offset(FldIdx):1) NOT = "-"
               MOVE "N" TO FieldNumericFlag
           END-IF

           IF NOT FieldIsNumeric
               MOVE DumpRecord(FT-Offset(FldIdx):FT-Length(FldIdx))
                   TO FieldText
           ELSE
               COMPUTE IntegerDigits = DigitCount - FT-Decimals(FldIdx)
               COMPUTE LastIntegerIdx = DigitStart + IntegerDigits - 1
               COMPUTE FractionStart = DigitStart + IntegerDigits
               MOVE DigitStart TO LeadIdx
               PERFORM UNTIL LeadIdx >= LastIntegerIdx
                          OR DumpRecord(LeadIdx:1) NOT = "0"
                   ADD 1 TO LeadIdx
               END-PERFORM

               MOVE 1 TO TextPtr
               IF FT-Type(FldIdx) = "S"
                  AND DumpRecord(FT-Offset(FldIdx):1) = "-"
                   STRING "-" DELIMITED BY SIZE
                       INTO FieldText WITH POINTER TextPtr
               END-IF
               IF IntegerDigits = 0
                   STRING "0" DELIMITED BY SIZE
                       INTO FieldText WITH POINTER TextPtr
               ELSE
                   STRING DumpRecord(LeadIdx:LastIntegerIdx - LeadIdx
                       + 1) DELIMITED BY SIZE
                       INTO FieldText WITH POINTER TextPtr
               END-IF
               IF FT-Decimals(FldIdx) > 0
                   STRING "." DELIMITED BY SIZE
                       DumpRecord(FractionStart:FT-Decimals(FldIdx))
                           DELIMITED BY SIZE
                       INTO FieldText WITH POINTER TextPtr
               END-IF
               COMPUTE FieldValue = FUNCTION NUMVAL(FieldText)
           END-IF.

      * The report's heading: the stamp, the file, the layout it is
      * read through and the selection in force.
       StartDumpReport.
           OPEN OUTPUT DumpReport
           MOVE "FileDump.rpt" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE BusinessToday TO RptRunDate
           MOVE RptRunDate(5:2) TO RptStampMonth
           MOVE RptRunDate(7:2) TO RptStampDay
           MOVE RptRunDate(1:4) TO RptStampYear
           MOVE RptPageNumber TO RptStampPage
           WRITE PrintLine FROM RptHeadingStamp
               AFTER ADVANCING 1 LINE
           MOVE DumpFileName TO DT-FileName
           WRITE PrintLine FROM DumpTitle AFTER ADVANCING 2 LINES

           MOVE LayoutCopybook TO LL-Copybook
           MOVE RecordLength TO LL-RecordLength
           IF DumpIndexed
               MOVE "indexed" TO LL-Organization
           ELSE
               MOVE "sequential" TO LL-Organization
           END-IF
           WRITE PrintLine FROM LayoutLine AFTER ADVANCING 1 LINE

           IF NumCriteria = 0
               MOVE "Every record" TO PrintLine
               WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING CritIdx FROM 1 BY 1
                   UNTIL CritIdx > NumCriteria
               IF CritIdx = 1
                   MOVE "Selected if" TO SL-Lead
               ELSE
                   MOVE "        and" TO SL-Lead
               END-IF
               MOVE FT-Name(CR-FieldIdx(CritIdx)) TO SL-Field
               MOVE CR-Operator(CritIdx) TO SL-Operator
               MOVE CR-Value(CritIdx) TO SL-Value
               WRITE PrintLine FROM SelectionLine
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           WRITE PrintLine FROM FieldHeading AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus.

      * One block per record: its number in the file, then a line a
      * field. Text longer than the value column runs on to
      * further lines, blank stretches passed over.
       PrintRecord.
           MOVE RecordsRead TO RL-Number
           WRITE PrintLine FROM RecordLine AFTER ADVANCING 2 LINES
           PERFORM CheckFileStatus

           PERFORM VARYING FldIdx FROM 1 BY 1 UNTIL FldIdx > NumFields
               PERFORM FormatField
               MOVE FT-Name(FldIdx) TO FL-Name
               MOVE FT-Offset(FldIdx) TO FL-Offset
               MOVE FT-Length(FldIdx) TO FL-Length
               MOVE FT-Type(FldIdx) TO FL-Type
               MOVE FieldText TO FL-Value
               IF FieldIsNumeric
                   MOVE SPACES TO FL-Note
               ELSE
                   MOVE " (not numeric)" TO FL-Note
               END-IF
               WRITE PrintLine FROM FieldLine AFTER ADVANCING 1 LINE

               PERFORM VARYING ChunkStart FROM 61 BY 60
                       UNTIL ChunkStart > FT-Length(FldIdx)
                   IF FieldText(ChunkStart:60) NOT = SPACES
                       MOVE SPACES TO FieldLine
                       MOVE FieldText(ChunkStart:60) TO FL-Value
                       WRITE PrintLine FROM FieldLine
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       FinishDumpReport.
           MOVE RecordsRead TO TL-Read
           MOVE RecordsSelected TO TL-Selected
           WRITE PrintLine FROM TotalsLine AFTER ADVANCING 3 LINES
           IF PartialBytes > 0
               MOVE PartialBytes TO PL-Bytes
               WRITE PrintLine FROM PartialLine
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM CheckFileStatus
           CLOSE DumpReport
           DISPLAY "Dump written to FileDump.rpt".

      * The extract is named for the data file -- GadgetStock.dat
      * extracts to GadgetStock.csv -- with a heading row of the
      * layout's field names.
       StartCSVExtract.
           MOVE SPACES TO DumpCSVName
           STRING DumpFileName DELIMITED BY "."
               ".csv" DELIMITED BY SIZE
               INTO DumpCSVName
           END-STRING
           OPEN OUTPUT DumpCSVFile
           MOVE DumpCSVName TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE SPACES TO CSVLine
           MOVE 1 TO CsvPtr
           PERFORM VARYING FldIdx FROM 1 BY 1 UNTIL FldIdx > NumFields
               IF FldIdx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSVLine WITH POINTER CsvPtr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(FT-Name(FldIdx)) DELIMITED BY SIZE
                   INTO CSVLine WITH POINTER CsvPtr
               END-STRING
           END-PERFORM
           WRITE CSVLine
           PERFORM CheckFileStatus.

       ExtractRecord.
           MOVE SPACES TO CSVLine
           MOVE 1 TO CsvPtr
           PERFORM VARYING FldIdx FROM 1 BY 1 UNTIL FldIdx > NumFields
               IF FldIdx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSVLine WITH POINTER CsvPtr
                   END-STRING
               END-IF
               PERFORM FormatField
               PERFORM AppendCSVValue
           END-PERFORM
           WRITE CSVLine
           PERFORM CheckFileStatus.

      * A value carrying a comma or a quote goes in quotes, its
      * own quotes doubled, so a spreadsheet reads it as one cell.
       AppendCSVValue.
           MOVE ZERO TO QuoteCount, CommaCount
           INSPECT FieldText TALLYING QuoteCount FOR ALL QUOTE
                                      CommaCount FOR ALL ","
           IF QuoteCount = 0 AND CommaCount = 0
               IF FieldText NOT = SPACES
                   STRING FUNCTION TRIM(FieldText) DELIMITED BY SIZE
                       INTO CSVLine WITH POINTER CsvPtr
                   END-STRING
               END-IF
           ELSE
               PERFORM VARYING TrimLen FROM FT-Length(FldIdx) BY -1
                       UNTIL TrimLen = 1
                          OR FieldText(TrimLen:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               STRING QUOTE DELIMITED BY SIZE
                   INTO CSVLine WITH POINTER CsvPtr
               END-STRING
               PERFORM VARYING CharIdx FROM 1 BY 1
                       UNTIL CharIdx > TrimLen
                   IF FieldText(CharIdx:1) = QUOTE
                       STRING QUOTE QUOTE DELIMITED BY SIZE
                           INTO CSVLine WITH POINTER CsvPtr
                       END-STRING
                   ELSE
                       STRING FieldText(CharIdx:1) DELIMITED BY SIZE
                           INTO CSVLine WITH POINTER CsvPtr
                       END-STRING
                   END-IF
               END-PERFORM
               STRING QUOTE DELIMITED BY SIZE
                   INTO CSVLine WITH POINTER CsvPtr
               END-STRING
           END-IF.

      * Load mode: the file's layout worked out from its copybook,
      * shown for checking, and on confirmation put on the registry
      * in place of any entry the file had. Changing the registry
      * is supervisor work.
       LoadLayoutFromCopybook.
           MOVE 2 TO RequiredRole
           PERFORM VerifyRole

           DISPLAY "Data file the layout is for (e.g. "
               "GadgetStock.dat) - " WITH NO ADVANCING
           ACCEPT DumpFileName
           DISPLAY "Copybook member (e.g. STOCKREC) - "
               WITH NO ADVANCING
           ACCEPT CopybookMember
           MOVE FUNCTION UPPER-CASE(CopybookMember) TO CopybookMember
           DISPLAY "(S)equential or (I)ndexed file - "
               WITH NO ADVANCING
           ACCEPT FileOrganization
           MOVE FUNCTION UPPER-CASE(FileOrganization)
               TO FileOrganization
           DISPLAY "Role needed to look at it (1 operator, "
               "2 supervisor, 3 admin) - " WITH NO ADVANCING
           ACCEPT MinRole

           EVALUATE TRUE
               WHEN DumpFileName = SPACES OR CopybookMember = SPACES
                   DISPLAY "A data file and a copybook are both "
                       "needed"
               WHEN FileOrganization NOT = "S"
                AND FileOrganization NOT = "I"
                   DISPLAY "No such organization"
               WHEN MinRole < 1 OR MinRole > 3
                   DISPLAY "No such role"
               WHEN OTHER
                   PERFORM ParseCopybook
                   IF NOT ParseError
                       PERFORM ShowParsedLayout
                       DISPLAY "Register this layout? (Y/N) - "
                           WITH NO ADVANCING
                       ACCEPT ConfirmFlag
                       IF Confirmed
                           PERFORM RewriteRegistry
                       ELSE
                           DISPLAY "Registry untouched"
                       END-IF
                   END-IF
           END-EVALUATE.

      * The copybook read a word at a time through its data
      * description entries. An elementary entry becomes a field at
      * the running offset; a group takes no room of its own; 88
      * levels and VALUE clauses are passed over. Anything that
      * would throw the offsets out -- OCCURS, REDEFINES, binary or
      * packed usage, a second record -- stops the load rather than
      * register a layout that misreads the file.
       ParseCopybook.
           MOVE ZERO TO NumFields, RecordLevelCount
           MOVE 1 TO ParseOffset
           MOVE "N" TO ParseErrorFlag, FieldTableFullFlag
           SET ExpectLevel TO TRUE

           MOVE SPACES TO CopybookPath
           STRING "copybooks/" DELIMITED BY SIZE
               CopybookMember DELIMITED BY SPACE
               ".cpy" DELIMITED BY SIZE
               INTO CopybookPath
           END-STRING
           OPEN INPUT CopybookFile
           IF WS-FileStatus = "35"
               DISPLAY "No copybook " FUNCTION TRIM(CopybookPath)
               SET ParseError TO TRUE
           ELSE
               MOVE CopybookPath TO WS-FileStatusName
               PERFORM CheckFileStatus
               MOVE "N" TO EndOfCopybookFlag
               READ CopybookFile
                   AT END SET EndOfCopybook TO TRUE
               END-READ
               PERFORM UNTIL EndOfCopybook OR ParseError
                   IF CopybookLine(7:1) NOT = "*"
                       PERFORM ParseCopybookLine
                   END-IF
                   READ CopybookFile
                       AT END SET EndOfCopybook TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CopybookFile
           END-IF

           IF NOT ParseError
               EVALUATE TRUE
                   WHEN NOT ExpectLevel
                       DISPLAY "The copybook ends inside an entry"
                       SET ParseError TO TRUE
                   WHEN NumFields = 0
                       DISPLAY "No fields found in the copybook"
                       SET ParseError TO TRUE
                   WHEN FieldTableFull
                       SET ParseError TO TRUE
                   WHEN ParseOffset - 1 > 2000
                       DISPLAY "Records over 2000 bytes are more "
                           "than this program reads"
                       SET ParseError TO TRUE
                   WHEN OTHER
                       COMPUTE RecordLength = ParseOffset - 1
               END-EVALUATE
           END-IF

           IF ParseError
               DISPLAY "Layout not loaded"
           END-IF.

       ParseCopybookLine.
           MOVE SPACES TO LineTokens
           MOVE ZERO TO LineTokenCount
           UNSTRING CopybookLine(8:65) DELIMITED BY ALL SPACES
               INTO LineToken(1) LineToken(2) LineToken(3)
                    LineToken(4) LineToken(5) LineToken(6)
                    LineToken(7) LineToken(8) LineToken(9)
                    LineToken(10) LineToken(11) LineToken(12)
                    LineToken(13) LineToken(14) LineToken(15)
                    LineToken(16) LineToken(17) LineToken(18)
                    LineToken(19) LineToken(20)
               TALLYING IN LineTokenCount
           END-UNSTRING
           PERFORM VARYING LineTokenIdx FROM 1 BY 1
                   UNTIL LineTokenIdx > LineTokenCount OR ParseError
               MOVE LineToken(LineTokenIdx) TO CurrentToken
               IF CurrentToken NOT = SPACES
                   PERFORM ParseToken
               END-IF
           END-PERFORM.

      * One word in the entry's grammar. A word ending in a period
      * closes the entry once the word itself is dealt with.
       ParseToken.
           MOVE "N" TO EndsEntryFlag
           MOVE ZERO TO TokenLength
           INSPECT CurrentToken TALLYING TokenLength
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF CurrentToken(TokenLength:1) = "."
               SET EndsEntry TO TRUE
               MOVE SPACE TO CurrentToken(TokenLength:1)
           END-IF

           EVALUATE TRUE
               WHEN ExpectLevel
                   IF (CurrentToken(1:1) NUMERIC
                       AND CurrentToken(2:) = SPACES)
                   OR (CurrentToken(1:2) NUMERIC
                       AND CurrentToken(3:) = SPACES)
                       IF CurrentToken(2:1) = SPACE
                           MOVE CurrentToken(1:1) TO EntryLevel
                       ELSE
                           MOVE CurrentToken(1:2) TO EntryLevel
                       END-IF
                       MOVE SPACES TO EntryName, EntryPicture
                       MOVE "N" TO EntrySignLeadingFlag
                       MOVE "N" TO EntrySignSeparateFlag
                       SET ExpectName TO TRUE
                   END-IF
               WHEN ExpectName
                   MOVE CurrentToken TO EntryName
                   IF EntryLevel = 88
                       SET SkipToPeriod TO TRUE
                   ELSE
                       SET InClauses TO TRUE
                   END-IF
               WHEN ExpectPicture
                   IF CurrentToken NOT = "IS"
                       MOVE CurrentToken TO EntryPicture
                       SET InClauses TO TRUE
                   END-IF
               WHEN InClauses
                   PERFORM ParseClauseWord
           END-EVALUATE

           IF EndsEntry AND NOT ParseError
               PERFORM FinishEntry
               SET ExpectLevel TO TRUE
           END-IF.

       ParseClauseWord.
           EVALUATE CurrentToken
               WHEN "PIC"
               WHEN "PICTURE"
                   SET ExpectPicture TO TRUE
               WHEN "LEADING"
                   SET EntrySignLeading TO TRUE
               WHEN "SEPARATE"
                   SET EntrySignSeparate TO TRUE
               WHEN "SIGN"
               WHEN "IS"
               WHEN "CHARACTER"
               WHEN "USAGE"
               WHEN "DISPLAY"
               WHEN SPACES
                   CONTINUE
               WHEN "VALUE"
               WHEN "VALUES"
                   SET SkipToPeriod TO TRUE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(CurrentToken) " on "
                       FUNCTION TRIM(EntryName)
                       " can't be laid out field by field"
                   SET ParseError TO TRUE
           END-EVALUATE.

      * The entry just closed: the 01 names the record, a PIC makes
      * a field, anything else is a group or a condition name.
       FinishEntry.
           EVALUATE TRUE
               WHEN EntryLevel = 88
                   CONTINUE
               WHEN EntryLevel = 1
                   ADD 1 TO RecordLevelCount
                   IF RecordLevelCount > 1
                       DISPLAY "The copybook holds more than one "
                           "record"
                       SET ParseError TO TRUE
                   END-IF
                   IF EntryPicture NOT = SPACES
                       PERFORM AddParsedField
                   END-IF
               WHEN EntryLevel = 66 OR EntryLevel = 77
                   DISPLAY "Level " EntryLevel " entries can't be "
                       "laid out field by field"
                   SET ParseError TO TRUE
               WHEN EntryPicture NOT = SPACES
                   PERFORM AddParsedField
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AddParsedField.
           PERFORM ParsePicture
           EVALUATE TRUE
               WHEN PicBad
                   DISPLAY "PIC " FUNCTION TRIM(EntryPicture) " on "
                       FUNCTION TRIM(EntryName)
                       " can't be laid out field by field"
                   SET ParseError TO TRUE
               WHEN NumFields >= MaxFields
                   DISPLAY "More than " MaxFields " fields"
                   SET FieldTableFull TO TRUE
                   SET ParseError TO TRUE
               WHEN OTHER
                   ADD 1 TO NumFields
                   MOVE EntryName TO FT-Name(NumFields)
                   MOVE ParseOffset TO FT-Offset(NumFields)
                   MOVE PicLength TO FT-Length(NumFields)
                   MOVE PicType TO FT-Type(NumFields)
                   MOVE PicDecimals TO FT-Decimals(NumFields)
                   ADD PicLength TO ParseOffset
           END-EVALUATE.

      * X, A and 9 positions counted, repeat counts in brackets
      * honoured, decimal places counted after the V. A signed
      * number must carry its sign leading and separate -- the
      * only signed form the suite writes -- and the sign takes a
      * byte of its own.
       ParsePicture.
           MOVE ZERO TO PicLength, PicDecimals
           MOVE "N" TO PicSignedFlag, PicTextFlag
           MOVE "N" TO PicAfterPointFlag, PicBadFlag
           PERFORM VARYING PicIdx FROM 1 BY 1
                   UNTIL PicIdx > 30 OR PicBad
                      OR EntryPicture(PicIdx:1) = SPACE
               MOVE EntryPicture(PicIdx:1) TO PicChar
               EVALUATE TRUE
                   WHEN PicChar = "S" AND PicIdx = 1
                       SET PicSigned TO TRUE
                   WHEN PicChar = "V" AND NOT PicAfterPoint
                       SET PicAfterPoint TO TRUE
                   WHEN PicChar = "X" OR PicChar = "A"
                       SET PicText TO TRUE
                       PERFORM CountPictureRepeat
                       ADD PicRepeat TO PicLength
                   WHEN PicChar = "9"
                       PERFORM CountPictureRepeat
                       ADD PicRepeat TO PicLength
                       IF PicAfterPoint
                           ADD PicRepeat TO PicDecimals
                       END-IF
                   WHEN OTHER
                       SET PicBad TO TRUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN PicBad
                   CONTINUE
               WHEN PicLength = 0
                   SET PicBad TO TRUE
               WHEN PicText
                   IF PicSigned OR PicAfterPoint
                       SET PicBad TO TRUE
                   ELSE
                       MOVE "X" TO PicType
                   END-IF
               WHEN PicDecimals > 9
                   SET PicBad TO TRUE
               WHEN PicSigned
                   IF EntrySignLeading AND EntrySignSeparate
                       MOVE "S" TO PicType
                       ADD 1 TO PicLength
                   ELSE
                       SET PicBad TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "9" TO PicType
           END-EVALUATE.

      * A symbol's repeat count: one, or the number in the brackets
      * after it, left with PicIdx on the closing bracket.
       CountPictureRepeat.
           MOVE 1 TO PicRepeat
           IF EntryPicture(PicIdx + 1:1) = "("
               MOVE ZERO TO PicRepeat
               ADD 2 TO PicIdx
               PERFORM UNTIL PicIdx > 30
                          OR EntryPicture(PicIdx:1) NOT NUMERIC
                   MOVE EntryPicture(PicIdx:1) TO PicDigit
                   COMPUTE PicRepeat = PicRepeat * 10 + PicDigit
                   ADD 1 TO PicIdx
               END-PERFORM
               IF PicIdx > 30 OR EntryPicture(PicIdx:1) NOT = ")"
                  OR PicRepeat = 0
                   SET PicBad TO TRUE
               END-IF
           END-IF.

       ShowParsedLayout.
           DISPLAY FUNCTION TRIM(DumpFileName) " from "
               FUNCTION TRIM(CopybookMember) ", record length "
               RecordLength
           PERFORM VARYING FldIdx FROM 1 BY 1 UNTIL FldIdx > NumFields
               DISPLAY "  " FT-Name(FldIdx) " " FT-Offset(FldIdx)
                   " " FT-Length(FldIdx) " " FT-Type(FldIdx)
                   " " FT-Decimals(FldIdx)
           END-PERFORM.

      * The registry read whole, the file's old entries left out,
      * and written back with the new entries at the end.
       RewriteRegistry.
           MOVE ZERO TO NumRegistry
           OPEN INPUT LayoutFile
           IF WS-FileStatus NOT = "05"
               MOVE "FileLayouts.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF
           READ LayoutFile
               AT END SET EndOfLayouts TO TRUE
           END-READ
           PERFORM UNTIL EndOfLayouts
               IF LY-FileName NOT = DumpFileName
                   IF NumRegistry < MaxRegistry
                       ADD 1 TO NumRegistry
                       MOVE LayoutRec TO RegistryEntry(NumRegistry)
                   ELSE
                       DISPLAY "Layout registry full at "
                           MaxRegistry " entries - nothing changed"
                       CLOSE LayoutFile
                       STOP RUN
                   END-IF
               END-IF
               READ LayoutFile
                   AT END SET EndOfLayouts TO TRUE
               END-READ
           END-PERFORM
           CLOSE LayoutFile

           OPEN OUTPUT LayoutFile
           MOVE "FileLayouts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
           PERFORM VARYING RegIdx FROM 1 BY 1
                   UNTIL RegIdx > NumRegistry
               MOVE RegistryEntry(RegIdx) TO LayoutRec
               WRITE LayoutRec
               PERFORM CheckFileStatus
           END-PERFORM

           MOVE SPACES TO LayoutRec
           MOVE DumpFileName TO LY-FileName
           SET LY-FileEntry TO TRUE
           MOVE FileOrganization TO LY-Organization
           MOVE RecordLength TO LY-RecordLength
           MOVE MinRole TO LY-MinRole
           MOVE CopybookMember TO LY-Copybook
           WRITE LayoutRec
           PERFORM CheckFileStatus

           PERFORM VARYING FldIdx FROM 1 BY 1 UNTIL FldIdx > NumFields
               MOVE SPACES TO LayoutRec
               MOVE DumpFileName TO LY-FileName
               SET LY-FieldEntry TO TRUE
               MOVE FT-Name(FldIdx) TO LY-FieldName
               MOVE FT-Offset(FldIdx) TO LY-Offset
               MOVE FT-Length(FldIdx) TO LY-Length
               MOVE FT-Type(FldIdx) TO LY-FieldType
               MOVE FT-Decimals(FldIdx) TO LY-Decimals
               WRITE LayoutRec
               PERFORM CheckFileStatus
           END-PERFORM
           CLOSE LayoutFile

           DISPLAY "Layout for " FUNCTION TRIM(DumpFileName)
               " registered: " NumFields " field(s)".

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
