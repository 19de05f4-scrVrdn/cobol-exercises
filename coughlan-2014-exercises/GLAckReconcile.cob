      * rejections, and reports any extracted date with no
      * acknowledgment after the chase window -- so a whole day of
      * postings going missing is caught in days, not at month end.
      * The stock and tuition ledgers are extracted separately, so
      * each acknowledgment names the ledger it answers and is
      * matched against that ledger's control record for the date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One record per business date and ledger the ledger side
      * processed: accepted or rejected, with the total it booked.
           SELECT GLAckFile ASSIGN TO "GLAcks.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.
           02 GA-Status PIC X.
               88 GA-Accepted VALUE "A".
               88 GA-Rejected VALUE "R".
      * S for GLPostings.dat, T for TuitionGLPostings.dat. Spaces
      * on acks from before the tuition extract, all stock.
           02 GA-Ledger PIC X.

       FD GLControlFile.
           COPY GLCTL.

       FD ReconRpt.
       01 PrintLine PIC X(85).

       FD SiteParamFile.
           COPY SITEPARM.
      * The extract control register, loaded once: each entry is
      * matched off as its acknowledgment is processed, and what's
      * left unmatched past the chase window is the missing-day
      * list. An entry is one ledger's day -- stock and tuition each
      * extract daily, so two entries a day.
       01 MaxControlDays PIC 9(3) VALUE 400.
       01 ControlTable.
           02 NumControlDays PIC 9(3) VALUE ZERO.
           02 ControlEntry OCCURS 0 TO 400 TIMES
                    DEPENDING ON NumControlDays
                    INDEXED BY Ctl-Idx.
              03 CT-PostingDate PIC 9(8).
              03 CT-Ledger PIC X.
              03 CT-HashTotal PIC 9(13)V99.
              03 CT-AckedFlag PIC X.
                  88 CT-Acked VALUE "Y".
       01 ControlTableFullFlag PIC X VALUE "N".
           88 ControlTableFull VALUE "Y".
       01 FoundControlIdx PIC 9(3).
       01 AckLedger PIC X.
       01 LedgerName PIC X(8).

       01 AcksProcessed PIC 9(5) VALUE ZERO.
       01 MismatchCount PIC 9(5) VALUE ZERO.
       01 MismatchLine.
           02 FILLER PIC X(10) VALUE "MISMATCH ".
           02 ML-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-Ledger PIC X(8).
           02 FILLER PIC X(11) VALUE "  booked ".
           02 ML-Booked PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE "  extracted ".
       01 RejectedLine.
           02 FILLER PIC X(10) VALUE "REJECTED ".
           02 RJ-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RJ-Ledger PIC X(8).
           02 FILLER PIC X(34)
               VALUE "  ledger side refused the file".
       01 OrphanLine.
           02 FILLER PIC X(10) VALUE "ORPHAN   ".
           02 OR-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OR-Ledger PIC X(8).
           02 FILLER PIC X(36)
               VALUE "  ack for a date never extracted".
       01 UnackedLine.
           02 FILLER PIC X(10) VALUE "NO ACK   ".
           02 UA-Date PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 UA-Ledger PIC X(8).
           02 FILLER PIC X(12) VALUE "  extracted ".
           02 UA-Age PIC ZZZ9.
           02 FILLER PIC X(17) VALUE " day(s) ago".
                   ADD 1 TO NumControlDays
                   MOVE GC-PostingDate
                       TO CT-PostingDate(NumControlDays)
                   IF GC-TuitionLedger
                       MOVE "T" TO CT-Ledger(NumControlDays)
                   ELSE
                       MOVE "S" TO CT-Ledger(NumControlDays)
                   END-IF
                   MOVE GC-HashTotal TO CT-HashTotal(NumControlDays)
                   MOVE "N" TO CT-AckedFlag(NumControlDays)
               ELSE
                   IF NOT ControlTableFull
                       DISPLAY "Warning: control table full at "
                           MaxControlDays " entries - archive "
                           "GLExtractControl.dat; later entries not "
                           "reconciled"
                       SET ControlTableFull TO TRUE
                   END-IF

       MatchOneAck.
           ADD 1 TO AcksProcessed
           IF GA-Ledger = "T"
               MOVE "T" TO AckLedger
           ELSE
               MOVE "S" TO AckLedger
           END-IF
           PERFORM NameLedger
           MOVE ZEROS TO FoundControlIdx
           SET Ctl-Idx TO 1
           SEARCH ControlEntry
               AT END CONTINUE
               WHEN CT-PostingDate(Ctl-Idx) = GA-BusinessDate
                    AND CT-Ledger(Ctl-Idx) = AckLedger
                   SET FoundControlIdx TO Ctl-Idx
           END-SEARCH

           IF FoundControlIdx = 0
               ADD 1 TO OrphanAckCount
               MOVE GA-BusinessDate TO OR-Date
               MOVE LedgerName TO OR-Ledger
               WRITE PrintLine FROM OrphanLine AFTER ADVANCING 1 LINE
               PERFORM CheckFileStatus
           ELSE
                   WHEN GA-Rejected
                       ADD 1 TO RejectedCount
                       MOVE GA-BusinessDate TO RJ-Date
                       MOVE LedgerName TO RJ-Ledger
                       WRITE PrintLine FROM RejectedLine
                           AFTER ADVANCING 1 LINE
                       PERFORM CheckFileStatus
                        NOT = CT-HashTotal(FoundControlIdx)
                       ADD 1 TO MismatchCount
                       MOVE GA-BusinessDate TO ML-Date
                       MOVE LedgerName TO ML-Ledger
                       MOVE GA-PostingTotal TO ML-Booked
                       MOVE CT-HashTotal(FoundControlIdx)
                           TO ML-Extracted
               END-EVALUATE
           END-IF.

      * The ledger a line is about, in words for the report.
       NameLedger.
           IF AckLedger = "T"
               MOVE "tuition" TO LedgerName
           ELSE
               MOVE "stock" TO LedgerName
           END-IF.

      * Any extracted date still unacknowledged after the chase
      * window goes on the report -- the missing-day case that
      * twice cost a whole day of postings this year.
                   IF AgeDays > AckChaseDays
                       ADD 1 TO UnackedCount
                       MOVE CT-PostingDate(Ctl-Idx) TO UA-Date
                       MOVE CT-Ledger(Ctl-Idx) TO AckLedger
                       PERFORM NameLedger
                       MOVE LedgerName TO UA-Ledger
                       MOVE AgeDays TO UA-Age
                       WRITE PrintLine FROM UnackedLine
                           AFTER ADVANCING 1 LINE
