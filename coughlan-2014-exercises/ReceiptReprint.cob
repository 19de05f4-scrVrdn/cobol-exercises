      * customer who comes in disputing a charge -- the counter
      * answers from the record, not from anyone's memory of what
      * the price was that day.
      * Each lookup is logged with the signed-on operator on
      * InquiryLog.dat -- see INQLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
           COPY RCPTREC.

       FD InquiryLogFile.
           COPY INQLOG.

       FD SignOnFile.
           COPY SIGNON.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       COPY INQLWS.

       01 LookupNumber PIC 9(8).
       01 MoreLookupsFlag PIC X VALUE "Y".
           02 RH-Number PIC 9(8).
           02 FILLER PIC X(9) VALUE "  dated ".
           02 RH-Date PIC 9(8).
       01 ReprintServedBy.
           02 FILLER PIC X(12) VALUE "Served by:  ".
           02 RP-OperatorId PIC X(10).
       01 ReprintDetail.
           02 RP-GadgetName PIC X(30).
           02 FILLER PIC X(3) VALUE " x ".

       PROCEDURE DIVISION.
       Main.
           MOVE "ReceiptReprint" TO InquiryProgram

           PERFORM UNTIL NOT MoreLookups
               PERFORM ReprintOneReceipt

       ReprintOneReceipt.
           DISPLAY "Enter receipt number - " WITH NO ADVANCING
           ACCEPT LookupNumber
           MOVE "RECEIPT" TO InquiryKeyType
           MOVE LookupNumber TO InquiryKey
           PERFORM LogInquiry

           MOVE "N" TO ReceiptFoundFlag

           MOVE RE-ReceiptNumber TO RH-Number
           MOVE RE-SaleDate TO RH-Date
           DISPLAY ReprintHeading
           IF RE-OperatorId NOT = SPACES
              AND RE-OperatorId NOT = LOW-VALUES
               MOVE RE-OperatorId TO RP-OperatorId
               DISPLAY ReprintServedBy
           END-IF
           MOVE RE-GadgetName TO RP-GadgetName
           MOVE RE-Qty TO RP-Qty
           MOVE RE-UnitPrice TO RP-UnitPrice
           DISPLAY ReprintTax
           MOVE RE-TotalCharge TO RP-Total
           DISPLAY ReprintTotal.

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
