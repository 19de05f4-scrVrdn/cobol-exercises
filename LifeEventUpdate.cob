       IDENTIFICATION DIVISION.
       PROGRAM-ID. LifeEventUpdate.
       AUTHOR. io.github.scrvrdn.
      * Keeps CensusMaster.dat current between full loads by applying
      * the year's life events from LifeEvents.dat, keyed on the
      * census number: a birth adds a person, a death marks one
      * deceased, a move puts one in another county, and a name
      * change replaces the surname. Each event is validated first
      * -- a death for someone already marked deceased, a move to a
      * county not on CountyMaster.dat, an event for a number the
      * master doesn't carry (or a birth for one it already does)
      * are all rejected and listed. Every change is journalled to
      * CensusAmendments.dat with the record before and after it.
      * The master is rebuilt as a straight copy with the events
      * applied and swapped over the old one (the CensusCorrection
      * pattern), so the next CensusExtracts and MigrationReport runs
      * see the year's events. A person's events apply in the order
      * they arrive, so a birth and a later name change in the same
      * run both land.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LifeEventFile ASSIGN TO "LifeEvents.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT CensusMasterFile ASSIGN TO "CensusMaster.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

           SELECT NewMasterFile ASSIGN TO "CensusMaster.new"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FileStatus.

      * The official counties a birth or move must name.
           SELECT CountyFile ASSIGN TO "CountyMaster.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CY-Key
              FILE STATUS IS WS-FileStatus.

           SELECT AmendmentFile ASSIGN TO "CensusAmendments.dat"
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

      * One life event: the type, the person's census number, the
      * date it happened, and the fields the type needs -- surname,
      * county, gender, and household for a birth; county, and
      * optionally a new household, for a move; surname for a name
      * change. A death needs only the number and date.
       FD LifeEventFile.
       01 LifeEventRec.
           88 EndOfLifeEvents VALUE HIGH-VALUES.
           02 LE-EventType PIC X.
               88 LE-Birth VALUE "B".
               88 LE-Death VALUE "D".
               88 LE-Move VALUE "M".
               88 LE-NameChange VALUE "N".
           02 LE-CensusNumber PIC 9(8).
           02 LE-EventDate PIC 9(8).
           02 LE-Surname PIC X(20).
           02 LE-StateNum PIC 99.
           02 LE-CountyCode PIC 9(3).
           02 LE-Gender PIC 9.
      * Zero on a move keeps the person's household.
           02 LE-HouseholdId PIC 9(6).

       FD CensusMasterFile.
           COPY CENMREC.

      * Byte-for-byte image of one master record, so the rebuilt
      * copy stays a straight copy whatever the CENMREC field split.
       FD NewMasterFile.
       01 NewMasterRec PIC X(84).

       FD CountyFile.
           COPY COUNTYREC.

       FD AmendmentFile.
           COPY AMENDJNL.

       WORKING-STORAGE SECTION.
       01 BusinessToday PIC 9(8) VALUE ZEROS.
       COPY FILESTAT.

       01 RunId PIC 9(14).

      * The run's events in arrival order, with what became of each:
      * pending until the person is reached, then applied or
      * rejected. A birth or move carries the official county name
      * looked up when the event was read.
       01 MaxEvents PIC 9(4) VALUE 2000.
       01 EventTable.
           02 NumEvents PIC 9(4) VALUE ZERO.
           02 EventEntry OCCURS 0 TO 2000 TIMES
                    DEPENDING ON NumEvents
                    INDEXED BY Event-Idx.
              03 EV-EventType PIC X.
              03 EV-CensusNumber PIC 9(8).
              03 EV-EventDate PIC 9(8).
              03 EV-Surname PIC X(20).
              03 EV-StateNum PIC 99.
              03 EV-CountyCode PIC 9(3).
              03 EV-CountyName PIC X(9).
              03 EV-Gender PIC 9.
              03 EV-HouseholdId PIC 9(6).
              03 EV-Disposition PIC X.
                  88 EV-Pending VALUE "P".
                  88 EV-Applied VALUE "A".
                  88 EV-Rejected VALUE "R".
       01 EventTableFullFlag PIC X VALUE "N".
           88 EventTableFull VALUE "Y".
       01 EventScanIdx PIC 9(4).
       01 BirthScanIdx PIC 9(4).

       01 EventRejectReason PIC X(45).
       01 PersonOnFileFlag PIC X.
           88 PersonOnFile VALUE "Y".
       01 BeforeImage PIC X(84).

       01 EventsRead PIC 9(6) VALUE ZERO.
       01 BirthsApplied PIC 9(6) VALUE ZERO.
       01 DeathsApplied PIC 9(6) VALUE ZERO.
       01 MovesApplied PIC 9(6) VALUE ZERO.
       01 NameChangesApplied PIC 9(6) VALUE ZERO.
       01 EventsRejected PIC 9(6) VALUE ZERO.

       01 MasterSwapCommand PIC X(40)
           VALUE "mv CensusMaster.new CensusMaster.dat".
       01 MasterSwapReturnCode PIC S9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
           PERFORM GetBusinessDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunId

           OPEN INPUT CountyFile
           MOVE "CountyMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM LoadLifeEvents
           CLOSE CountyFile

           OPEN INPUT CensusMasterFile
           MOVE "CensusMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN OUTPUT NewMasterFile
           MOVE "CensusMaster.new" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN EXTEND AmendmentFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT AmendmentFile
           END-IF
           MOVE "CensusAmendments.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           MOVE "CensusMaster.dat" TO WS-FileStatusName
           READ CensusMasterFile
               AT END SET EndOfCensusMaster TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfCensusMaster
               SET PersonOnFile TO TRUE
               PERFORM ApplyPersonEvents
               WRITE NewMasterRec FROM CensusMasterRec
               MOVE "CensusMaster.new" TO WS-FileStatusName
               PERFORM CheckFileStatus

               MOVE "CensusMaster.dat" TO WS-FileStatusName
               READ CensusMasterFile
                   AT END SET EndOfCensusMaster TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           PERFORM AddNewborns
           PERFORM RejectUnmatchedEvents

           CLOSE CensusMasterFile
           CLOSE NewMasterFile
           CLOSE AmendmentFile

           CALL "SYSTEM" USING MasterSwapCommand
               RETURNING MasterSwapReturnCode
           END-CALL

           DISPLAY "Life events read:     " EventsRead
           DISPLAY "Births added:         " BirthsApplied
           DISPLAY "Deaths recorded:      " DeathsApplied
           DISPLAY "Moves applied:        " MovesApplied
           DISPLAY "Name changes applied: " NameChangesApplied
           DISPLAY "Events rejected:      " EventsRejected
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

      * Reads every event into the table, rejecting on sight those
      * whose own fields are wrong -- the checks that need the
      * person's master record wait until the person is reached.
       LoadLifeEvents.
           OPEN INPUT LifeEventFile
           MOVE "LifeEvents.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ LifeEventFile
               AT END SET EndOfLifeEvents TO TRUE
           END-READ
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfLifeEvents
               ADD 1 TO EventsRead
               IF NumEvents < MaxEvents
                   ADD 1 TO NumEvents
                   MOVE NumEvents TO EventScanIdx
                   PERFORM StoreLifeEvent
                   PERFORM ValidateLifeEvent
               ELSE
                   IF NOT EventTableFull
                       DISPLAY "Warning: event table full at "
                           MaxEvents " events - later events not "
                           "applied, resubmit them next run"
                       SET EventTableFull TO TRUE
                   END-IF
               END-IF

               MOVE "LifeEvents.dat" TO WS-FileStatusName
               READ LifeEventFile
                   AT END SET EndOfLifeEvents TO TRUE
               END-READ
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE LifeEventFile.

       StoreLifeEvent.
           MOVE LE-EventType TO EV-EventType(EventScanIdx)
           MOVE LE-CensusNumber TO EV-CensusNumber(EventScanIdx)
           MOVE LE-EventDate TO EV-EventDate(EventScanIdx)
           MOVE LE-Surname TO EV-Surname(EventScanIdx)
           MOVE LE-StateNum TO EV-StateNum(EventScanIdx)
           MOVE LE-CountyCode TO EV-CountyCode(EventScanIdx)
           MOVE SPACES TO EV-CountyName(EventScanIdx)
           MOVE LE-Gender TO EV-Gender(EventScanIdx)
           IF LE-HouseholdId NUMERIC
               MOVE LE-HouseholdId TO EV-HouseholdId(EventScanIdx)
           ELSE
               MOVE ZEROS TO EV-HouseholdId(EventScanIdx)
           END-IF
           SET EV-Pending(EventScanIdx) TO TRUE.

      * An event needs a known type, a census number, and a real
      * date no later than today. A birth needs a surname, a gender,
      * and a county on the county master; a move a county on the
      * county master; a name change a surname.
       ValidateLifeEvent.
           MOVE SPACES TO EventRejectReason
           EVALUATE TRUE
               WHEN NOT LE-Birth AND NOT LE-Death
                    AND NOT LE-Move AND NOT LE-NameChange
                   MOVE "Event type is not B, D, M or N"
                       TO EventRejectReason
               WHEN LE-CensusNumber NOT NUMERIC
                    OR LE-CensusNumber = 0
                   MOVE "No census number on the event"
                       TO EventRejectReason
               WHEN LE-EventDate NOT NUMERIC
                   MOVE "Event date is not a date"
                       TO EventRejectReason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(LE-EventDate) NOT = 0
                   MOVE "Event date is not a date"
                       TO EventRejectReason
               WHEN LE-EventDate > BusinessToday
                   MOVE "Event date is in the future"
                       TO EventRejectReason
               WHEN (LE-Birth OR LE-NameChange) AND LE-Surname = SPACES
                   MOVE "No surname on the event"
                       TO EventRejectReason
               WHEN LE-Birth AND LE-Gender NOT = 1 AND LE-Gender NOT = 2
                   MOVE "Gender on a birth must be 1 or 2"
                       TO EventRejectReason
               WHEN LE-Birth OR LE-Move
                   PERFORM CheckEventCounty
           END-EVALUATE

           IF EventRejectReason NOT = SPACES
               PERFORM RejectEvent
           END-IF.

      * A birth or move must name a county on the county master;
      * its official name goes onto the person's record.
       CheckEventCounty.
           IF LE-StateNum NOT NUMERIC OR LE-CountyCode NOT NUMERIC
               MOVE "County on the event is not numeric"
                   TO EventRejectReason
           ELSE
               MOVE LE-StateNum TO CY-StateNum
               MOVE LE-CountyCode TO CY-CountyCode
               READ CountyFile
                   INVALID KEY
                       MOVE "County is not on CountyMaster.dat"
                           TO EventRejectReason
                   NOT INVALID KEY
                       MOVE CY-CountyName
                           TO EV-CountyName(EventScanIdx)
               END-READ
               IF WS-FileStatus NOT = "23"
                   MOVE "CountyMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
               END-IF
           END-IF.

      * Every pending event for the person in hand, in the order it
      * arrived. PersonOnFile says whether the person is on the
      * master yet -- a birth puts them there.
       ApplyPersonEvents.
           PERFORM VARYING EventScanIdx FROM 1 BY 1
                 UNTIL EventScanIdx > NumEvents
               IF EV-Pending(EventScanIdx)
                  AND EV-CensusNumber(EventScanIdx) = CMR-CensusNumber
                   PERFORM ApplyOneEvent
               END-IF
           END-PERFORM.

       ApplyOneEvent.
           MOVE SPACES TO EventRejectReason
           IF PersonOnFile
               MOVE CensusMasterRec TO BeforeImage
           ELSE
               MOVE SPACES TO BeforeImage
           END-IF

           EVALUATE TRUE
               WHEN EV-EventType(EventScanIdx) = "B"
                   PERFORM ApplyBirth
               WHEN NOT PersonOnFile
                   MOVE "Census number not on the census master"
                       TO EventRejectReason
               WHEN CMR-DeceasedDate NUMERIC AND CMR-DeceasedDate > 0
                   MOVE "Person is already marked deceased"
                       TO EventRejectReason
               WHEN EV-EventType(EventScanIdx) = "D"
                   MOVE EV-EventDate(EventScanIdx) TO CMR-DeceasedDate
                   ADD 1 TO DeathsApplied
               WHEN EV-EventType(EventScanIdx) = "M"
                   PERFORM ApplyMove
               WHEN EV-EventType(EventScanIdx) = "N"
                   MOVE EV-Surname(EventScanIdx) TO CMR-Surname
                   ADD 1 TO NameChangesApplied
           END-EVALUATE

           IF EventRejectReason NOT = SPACES
               PERFORM RejectEvent
           ELSE
               MOVE EV-EventDate(EventScanIdx) TO CMR-EffectiveDate
               SET EV-Applied(EventScanIdx) TO TRUE
               PERFORM JournalAmendment
           END-IF.

      * A newborn: a child in the birth county, dated from the
      * event, with no car and no enumerator.
       ApplyBirth.
           IF PersonOnFile
               MOVE "Census number already on the census master"
                   TO EventRejectReason
           ELSE
               MOVE ZEROS TO CensusMasterRec
               MOVE EV-CensusNumber(EventScanIdx) TO CMR-CensusNumber
               MOVE EV-Surname(EventScanIdx) TO CMR-Surname
               MOVE EV-CountyName(EventScanIdx) TO CMR-CountyName
               MOVE EV-StateNum(EventScanIdx) TO CMR-StateNum
               MOVE EV-CountyCode(EventScanIdx) TO CMR-CountyCode
               MOVE 1 TO CMR-Age
               MOVE EV-Gender(EventScanIdx) TO CMR-Gender
               MOVE "N" TO CMR-CarOwner
               MOVE EV-HouseholdId(EventScanIdx) TO CMR-HouseholdId
               MOVE EV-EventDate(EventScanIdx) TO CMR-BirthDate
               MOVE SPACES TO CMR-FieldOffice
               SET PersonOnFile TO TRUE
               ADD 1 TO BirthsApplied
           END-IF.

       ApplyMove.
           IF EV-StateNum(EventScanIdx) = CMR-StateNum
              AND EV-CountyCode(EventScanIdx) = CMR-CountyCode
               MOVE "Person already lives in that county"
                   TO EventRejectReason
           ELSE
               MOVE EV-StateNum(EventScanIdx) TO CMR-StateNum
               MOVE EV-CountyCode(EventScanIdx) TO CMR-CountyCode
               MOVE EV-CountyName(EventScanIdx) TO CMR-CountyName
               IF EV-HouseholdId(EventScanIdx) > 0
                   MOVE EV-HouseholdId(EventScanIdx)
                       TO CMR-HouseholdId
               END-IF
               ADD 1 TO MovesApplied
           END-IF.

       JournalAmendment.
           MOVE RunId TO AJ-RunId
           MOVE EV-EventType(EventScanIdx) TO AJ-EventType
           MOVE EV-CensusNumber(EventScanIdx) TO AJ-CensusNumber
           MOVE EV-EventDate(EventScanIdx) TO AJ-EventDate
           MOVE BusinessToday TO AJ-BusinessDate
           MOVE BeforeImage TO AJ-BeforeImage
           MOVE CensusMasterRec TO AJ-AfterImage
           WRITE CensusAmendmentRec
           MOVE "CensusAmendments.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus.

       RejectEvent.
           SET EV-Rejected(EventScanIdx) TO TRUE
           ADD 1 TO EventsRejected
           DISPLAY "Rejected: " EV-EventType(EventScanIdx)
               " event for " EV-CensusNumber(EventScanIdx) " - "
               FUNCTION TRIM(EventRejectReason).

      * Births whose number the master didn't carry: each newborn
      * is built from the birth, picks up any later events of their
      * own, and goes on the end of the rebuilt master.
       AddNewborns.
           PERFORM VARYING BirthScanIdx FROM 1 BY 1
                 UNTIL BirthScanIdx > NumEvents
               IF EV-Pending(BirthScanIdx)
                  AND EV-EventType(BirthScanIdx) = "B"
                   MOVE "N" TO PersonOnFileFlag
                   MOVE EV-CensusNumber(BirthScanIdx)
                       TO CMR-CensusNumber
                   PERFORM ApplyPersonEvents
                   IF PersonOnFile
                       WRITE NewMasterRec FROM CensusMasterRec
                       MOVE "CensusMaster.new" TO WS-FileStatusName
                       PERFORM CheckFileStatus
                   END-IF
               END-IF
           END-PERFORM.

      * Whatever is still pending named a number neither the master
      * nor a birth this run put on file.
       RejectUnmatchedEvents.
           PERFORM VARYING EventScanIdx FROM 1 BY 1
                 UNTIL EventScanIdx > NumEvents
               IF EV-Pending(EventScanIdx)
                   MOVE "Census number not on the census master"
                       TO EventRejectReason
                   PERFORM RejectEvent
               END-IF
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
