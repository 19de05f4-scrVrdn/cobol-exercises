       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContactMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains StudentContacts.dat, the name, address, guardian
      * and preferred contact method per StudentId, from a keyed-in
      * transaction file -- same pattern as CourseMaintenance. The
      * student must be on the master, and the preferred method
      * must have something to use: an address for post, an e-mail
      * address for e-mail, a number for the telephone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContactFile ASSIGN TO "StudentContacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-StudentId
               FILE STATUS IS WS-FileStatus.

           SELECT ContactTransactionFile
               ASSIGN TO "ContactTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StudentFile ASSIGN TO "StudentMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-StudentId
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ContactFile.
           COPY CONTACT.

      * One transaction per contact being added, amended, or
      * removed: the action code, the student, and the contact
      * fields (ignored for a delete).
       FD ContactTransactionFile.
       01 ContactTransactionRec.
           88 EndOfContactTransactions VALUE HIGH-VALUES.
           02 CX-Action PIC X.
               88 CX-AddContact VALUE "A".
               88 CX-UpdateContact VALUE "U".
               88 CX-DeleteContact VALUE "D".
           02 CX-StudentId PIC 9(8).
           02 CX-StudentName PIC X(30).
           02 CX-GuardianName PIC X(30).
           02 CX-AddressLine1 PIC X(30).
           02 CX-AddressLine2 PIC X(30).
           02 CX-Town PIC X(20).
           02 CX-PostCode PIC X(8).
           02 CX-Phone PIC X(15).
           02 CX-Email PIC X(40).
           02 CX-ContactMethod PIC X.

       FD StudentFile.
           COPY STUDREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 ContactRejectReason PIC X(40).

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT ContactTransactionFile
           MOVE "ContactTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O ContactFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT ContactFile
               CLOSE ContactFile
               OPEN I-O ContactFile
           END-IF
           MOVE "StudentContacts.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StudentFile
           MOVE "StudentMaster.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ ContactTransactionFile
               AT END SET EndOfContactTransactions TO TRUE
           END-READ
           MOVE "ContactTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfContactTransactions
               PERFORM ApplyContactTransaction

               READ ContactTransactionFile
                   AT END SET EndOfContactTransactions TO TRUE
               END-READ
               MOVE "ContactTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE ContactTransactionFile
           CLOSE ContactFile
           CLOSE StudentFile

           DISPLAY "Contacts added:   " AddedCount
           DISPLAY "Contacts updated: " UpdatedCount
           DISPLAY "Contacts deleted: " DeletedCount
           DISPLAY "Rejected:         " RejectedCount

           STOP RUN.

      * Checks WS-FileStatus after an OPEN/READ/WRITE/REWRITE against
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

      * Routes the current transaction to its action's paragraph, or
      * rejects it with a readable message if the action code isn't
      * one of A, U, or D.
       ApplyContactTransaction.
           EVALUATE TRUE
               WHEN CX-AddContact PERFORM AddContact
               WHEN CX-UpdateContact PERFORM UpdateContact
               WHEN CX-DeleteContact PERFORM DeleteContact
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " CX-Action
                       " for StudentId " CX-StudentId
           END-EVALUATE.

       AddContact.
           PERFORM ValidateContact
           IF ContactRejectReason NOT = SPACES
               PERFORM RejectContact
           ELSE
               PERFORM MoveContactFields
               WRITE StudentContactRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: duplicate contact for "
                           "StudentId " CX-StudentId
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "StudentContacts.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateContact.
           PERFORM ValidateContact
           IF ContactRejectReason NOT = SPACES
               PERFORM RejectContact
           ELSE
               MOVE CX-StudentId TO SC-StudentId
               READ ContactFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no contact for StudentId "
                           CX-StudentId " on update"
                   NOT INVALID KEY
                       PERFORM MoveContactFields
                       REWRITE StudentContactRec
                       ADD 1 TO UpdatedCount
                       MOVE "StudentContacts.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteContact.
           MOVE CX-StudentId TO SC-StudentId
           DELETE ContactFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no contact for StudentId "
                       CX-StudentId " on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "StudentContacts.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.

       MoveContactFields.
           MOVE CX-StudentId TO SC-StudentId
           MOVE CX-StudentName TO SC-StudentName
           MOVE CX-GuardianName TO SC-GuardianName
           MOVE CX-AddressLine1 TO SC-AddressLine1
           MOVE CX-AddressLine2 TO SC-AddressLine2
           MOVE CX-Town TO SC-Town
           MOVE CX-PostCode TO SC-PostCode
           MOVE CX-Phone TO SC-Phone
           MOVE CX-Email TO SC-Email
           MOVE CX-ContactMethod TO SC-ContactMethod.

       RejectContact.
           ADD 1 TO RejectedCount
           DISPLAY "Rejected: contact for StudentId " CX-StudentId
               " - " FUNCTION TRIM(ContactRejectReason).

       ValidateContact.
           MOVE SPACES TO ContactRejectReason

           MOVE CX-StudentId TO SR-StudentId
           READ StudentFile
               INVALID KEY
                   MOVE "student not on StudentMaster.dat"
                       TO ContactRejectReason
           END-READ
           IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
              MOVE "StudentMaster.dat" TO WS-FileStatusName
              PERFORM CheckFileStatus
           END-IF

           IF ContactRejectReason = SPACES
               AND CX-StudentName = SPACES
               MOVE "student name is blank" TO ContactRejectReason
           END-IF

           IF ContactRejectReason = SPACES
               MOVE CX-ContactMethod TO SC-ContactMethod
               EVALUATE TRUE
                   WHEN NOT SC-MethodValid
                       MOVE "contact method must be P, E, or T"
                           TO ContactRejectReason
                   WHEN SC-ByPost AND CX-AddressLine1 = SPACES
                       MOVE "contact by post but no address"
                           TO ContactRejectReason
                   WHEN SC-ByEmail AND CX-Email = SPACES
                       MOVE "contact by e-mail but no e-mail address"
                           TO ContactRejectReason
                   WHEN SC-ByPhone AND CX-Phone = SPACES
                       MOVE "contact by telephone but no number"
                           TO ContactRejectReason
               END-EVALUATE
           END-IF.
