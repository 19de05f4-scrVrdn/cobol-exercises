      * item's name, quantity, and price without running the full
      * GadgetShop DisplayRecords pass and scanning the printed
      * listing for it.
      * Each lookup is logged with the signed-on operator on
      * InquiryLog.dat -- see INQLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SN-SerialNumber
               FILE STATUS IS WS-FileStatus.

      * The successor and substitute cross-reference, so a gadget
      * that's out of stock or delisted can be answered with what to
      * offer instead. OPTIONAL until the first entry is keyed in.
           SELECT OPTIONAL SubstituteFile
               ASSIGN TO "GadgetSubstitutes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-Key
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

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       FD SerialRegisterFile.
           COPY SERIALRG.

       FD SubstituteFile.
           COPY GSUBST.

       FD InquiryLogFile.
           COPY INQLOG.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       COPY INQLWS.

      * The serial-trail listing under a displayed gadget.
       01 ShowTrailFlag PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TR-Status PIC X(9).

      * The in-stock stand-ins listed under an unavailable gadget.
       01 SubstForGadget PIC 9(6).
       01 SubstShownCount PIC 9(4).
       01 SubstLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SU-Relation PIC X(12).
           02 SU-GadgedID PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SU-GadgetName PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SU-QtyInStock PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SU-Price PIC Z,ZZ9.99.

       01 LookupID PIC 9(6).
       01 MoreLookupsFlag PIC X VALUE "Y".
           88 MoreLookups VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           MOVE "GadgetInquiry" TO InquiryProgram
           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus
       DoIdLookup.
           DISPLAY "Enter GadgedID - " WITH NO ADVANCING
           ACCEPT LookupID
           MOVE "GADGET" TO InquiryKeyType
           MOVE LookupID TO InquiryKey
           PERFORM LogInquiry

           MOVE LookupID TO GadgedID
           READ StockFile
           ACCEPT ShowTrailFlag
           IF ShowTrail
               PERFORM ShowSerialTrail
           END-IF

           IF QtyInStock = 0 OR StockDelisted
               PERFORM ShowSubstitutes
           END-IF.

      * Lists the successor and alternatives keyed against the gadget
      * just displayed that are on sale and in stock now, so the
      * customer can be offered one. Each stand-in is read through
      * the live record area, so this comes last in the display.
       ShowSubstitutes.
           MOVE GadgedID TO SubstForGadget
           MOVE ZEROS TO SubstShownCount

           OPEN INPUT SubstituteFile
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "05"
              AND WS-FileStatus NOT = "35"
               MOVE "GadgetSubstitutes.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-IF

           MOVE SubstForGadget TO SB-GadgedID
           MOVE ZEROS TO SB-AltGadgedID
           START SubstituteFile KEY NOT LESS THAN SB-Key
               INVALID KEY
                   SET EndOfGadgetSubstitutes TO TRUE
           END-START

           IF NOT EndOfGadgetSubstitutes
               READ SubstituteFile NEXT RECORD
                   AT END SET EndOfGadgetSubstitutes TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL EndOfGadgetSubstitutes
               IF SB-GadgedID NOT = SubstForGadget
                   SET EndOfGadgetSubstitutes TO TRUE
               ELSE
                   PERFORM ShowOneSubstitute
                   READ SubstituteFile NEXT RECORD
                       AT END SET EndOfGadgetSubstitutes TO TRUE
                   END-READ
               END-IF
           END-PERFORM

           CLOSE SubstituteFile

           IF SubstShownCount = 0
               DISPLAY "  (no substitute in stock for this gadget)"
           END-IF

      * Drop the end-of-file level-88 back off so the next list's
      * first READ isn't mistaken for at-end.
           MOVE SPACES TO GadgetSubstituteRec.

       ShowOneSubstitute.
           MOVE SB-AltGadgedID TO GadgedID
           READ StockFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QtyInStock > 0 AND NOT StockDelisted
                       ADD 1 TO SubstShownCount
                       IF SubstShownCount = 1
                           DISPLAY "In stock instead:"
                       END-IF
                       IF SB-Successor
                           MOVE "successor" TO SU-Relation
                       ELSE
                           MOVE "alternative" TO SU-Relation
                       END-IF
                       MOVE GadgedID TO SU-GadgedID
                       MOVE GadgetName TO SU-GadgetName
                       MOVE QtyInStock TO SU-QtyInStock
                       MOVE Price TO SU-Price
                       DISPLAY SubstLine
                   END-IF
           END-READ
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

      * Walks the serial register listing every unit of this gadget
      * the shop has ever handled -- received date and where the
      * unit stands now. The register is opened per trail since the
                       WHEN SN-InStock MOVE "IN STOCK" TO TR-Status
                       WHEN SN-Sold MOVE "SOLD" TO TR-Status
                       WHEN SN-Returned MOVE "RETURNED" TO TR-Status
                       WHEN SN-UnderClaim MOVE "CLAIMED" TO TR-Status
                       WHEN OTHER MOVE SPACES TO TR-Status
                   END-EVALUATE
                   DISPLAY TrailLine
           IF NameFragment = SPACES
               DISPLAY "Nothing entered - browse abandoned"
           ELSE
               MOVE "GADGETNAME" TO InquiryKeyType
               MOVE NameFragment TO InquiryKey
               PERFORM LogInquiry
               MOVE FUNCTION UPPER-CASE(NameFragment) TO UpperFragment
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NameFragment))
                   TO FragmentLength

           EVALUATE TRUE
               WHEN BrowseSelect
                   MOVE "GADGET" TO InquiryKeyType
                   MOVE GadgedID TO InquiryKey
                   PERFORM LogInquiry
                   PERFORM DisplayGadget
                   SET BrowseDone TO TRUE
               WHEN BrowseQuit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
