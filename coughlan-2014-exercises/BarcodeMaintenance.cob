       IDENTIFICATION DIVISION.
       PROGRAM-ID. BarcodeMaintenance.
       AUTHOR. io.github.scrvrdn.
      * Maintains BarcodeXref.dat, the manufacturer barcodes the till,
      * goods-in and the stock count may key in place of a GadgedID,
      * from a keyed-in transaction file -- same pattern as
      * BundleMaintenance. A barcode is added against a gadget that
      * is on GadgetStock.dat, re-pointed when a supplier reuses one,
      * or deleted once the packaging carrying it is long gone. A
      * gadget may hold any number of barcodes; a barcode that is
      * already on file is never silently moved to another gadget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BarcodeFile ASSIGN TO "BarcodeXref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-Barcode
               FILE STATUS IS WS-FileStatus.

           SELECT BarcodeTransactionFile
               ASSIGN TO "BarcodeTransactions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FileStatus.

           SELECT StockFile ASSIGN TO "GadgetStock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgedID
               FILE STATUS IS WS-FileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BarcodeFile.
           COPY BARCODE.

      * One transaction per barcode being added, re-pointed, or
      * withdrawn: the action code, the barcode, and the gadget it
      * means (ignored for a delete).
       FD BarcodeTransactionFile.
       01 BarcodeTransactionRec.
           88 EndOfBarcodeTransactions VALUE HIGH-VALUES.
           02 BX-Action PIC X.
               88 BX-AddBarcode VALUE "A".
               88 BX-UpdateBarcode VALUE "U".
               88 BX-DeleteBarcode VALUE "D".
           02 BX-Barcode PIC X(14).
           02 BX-GadgedID PIC 9(6).

       FD StockFile.
           COPY STOCKREC.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.

       01 AddedCount PIC 9(4) VALUE ZERO.
       01 UpdatedCount PIC 9(4) VALUE ZERO.
       01 DeletedCount PIC 9(4) VALUE ZERO.
       01 RejectedCount PIC 9(4) VALUE ZERO.

       01 BarcodeValidFlag PIC X VALUE "N".
           88 BarcodeValid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           OPEN INPUT BarcodeTransactionFile
           MOVE "BarcodeTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN INPUT StockFile
           MOVE "GadgetStock.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           OPEN I-O BarcodeFile
           IF WS-FileStatus = "35"
               OPEN OUTPUT BarcodeFile
               CLOSE BarcodeFile
               OPEN I-O BarcodeFile
           END-IF
           MOVE "BarcodeXref.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           READ BarcodeTransactionFile
               AT END SET EndOfBarcodeTransactions TO TRUE
           END-READ
           MOVE "BarcodeTransactions.dat" TO WS-FileStatusName
           PERFORM CheckFileStatus

           PERFORM UNTIL EndOfBarcodeTransactions
               PERFORM ApplyBarcodeTransaction

               READ BarcodeTransactionFile
                   AT END SET EndOfBarcodeTransactions TO TRUE
               END-READ
               MOVE "BarcodeTransactions.dat" TO WS-FileStatusName
               PERFORM CheckFileStatus
           END-PERFORM

           CLOSE BarcodeTransactionFile
           CLOSE BarcodeFile
           CLOSE StockFile

           DISPLAY "Barcodes added:   " AddedCount
           DISPLAY "Barcodes updated: " UpdatedCount
           DISPLAY "Barcodes deleted: " DeletedCount
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
       ApplyBarcodeTransaction.
           EVALUATE TRUE
               WHEN BX-AddBarcode PERFORM AddBarcode
               WHEN BX-UpdateBarcode PERFORM UpdateBarcode
               WHEN BX-DeleteBarcode PERFORM DeleteBarcode
               WHEN OTHER
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: invalid action " BX-Action
                       " for barcode " BX-Barcode
           END-EVALUATE.

      * The barcode must be keyed, and the gadget it points at must
      * be on GadgetStock.dat -- a barcode resolving to nothing would
      * reject at the till every time it was scanned.
       ValidateBarcode.
           MOVE "Y" TO BarcodeValidFlag

           IF BX-Barcode = SPACES
               MOVE "N" TO BarcodeValidFlag
               DISPLAY "Rejected: blank barcode for GadgedID "
                   BX-GadgedID
           ELSE
               MOVE BX-GadgedID TO GadgedID
               READ StockFile
                   INVALID KEY
                       MOVE "N" TO BarcodeValidFlag
                       DISPLAY "Rejected: barcode " BX-Barcode
                           " points at GadgedID " BX-GadgedID
                           " - not on GadgetStock.dat"
               END-READ

               IF WS-FileStatus NOT = "00" AND WS-FileStatus NOT = "23"
                  MOVE "GadgetStock.dat" TO WS-FileStatusName
                  PERFORM CheckFileStatus
               END-IF
           END-IF

           IF NOT BarcodeValid
               ADD 1 TO RejectedCount
           END-IF.

       AddBarcode.
           PERFORM ValidateBarcode
           IF BarcodeValid
               MOVE BX-Barcode TO BC-Barcode
               MOVE BX-GadgedID TO BC-GadgedID
               WRITE BarcodeXrefRec
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: barcode " BX-Barcode
                           " already on file - update it to move it"
                   NOT INVALID KEY
                       ADD 1 TO AddedCount
                       MOVE "BarcodeXref.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-WRITE
           END-IF.

       UpdateBarcode.
           PERFORM ValidateBarcode
           IF BarcodeValid
               MOVE BX-Barcode TO BC-Barcode
               READ BarcodeFile
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected: no barcode " BX-Barcode
                           " on file on update"
                   NOT INVALID KEY
                       MOVE BX-GadgedID TO BC-GadgedID
                       REWRITE BarcodeXrefRec
                       ADD 1 TO UpdatedCount
                       MOVE "BarcodeXref.dat" TO WS-FileStatusName
                       PERFORM CheckFileStatus
               END-READ
           END-IF.

       DeleteBarcode.
           MOVE BX-Barcode TO BC-Barcode
           DELETE BarcodeFile
               INVALID KEY
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected: no barcode " BX-Barcode
                       " on file on delete"
               NOT INVALID KEY
                   ADD 1 TO DeletedCount
                   MOVE "BarcodeXref.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-DELETE.
