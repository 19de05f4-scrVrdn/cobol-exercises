           COPY CATREC.

      * One transaction per category being added, renamed, or
      * removed: the action code, the category, its name, warranty
      * days and commission rate (ignored for a delete).
       FD CategoryTransactionFile.
       01 CategoryTransactionRec.
           88 EndOfCategoryTransactions VALUE HIGH-VALUES.
               88 CT-DeleteCategory VALUE "D".
           02 CT-CategoryCode PIC 9(2).
           02 CT-CategoryName PIC X(20).
           02 CT-WarrantyDays PIC 9(4).
           02 CT-CommissionPct PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       AddCategory.
           MOVE CT-CategoryCode TO CM-CategoryCode
           MOVE CT-CategoryName TO CM-CategoryName
           MOVE CT-WarrantyDays TO CM-WarrantyDays
           PERFORM TakeCommissionPct
           WRITE CategoryRecord
               INVALID KEY
                   ADD 1 TO RejectedCount
                       CT-CategoryCode " on update"
               NOT INVALID KEY
                   MOVE CT-CategoryName TO CM-CategoryName
                   MOVE CT-WarrantyDays TO CM-WarrantyDays
                   PERFORM TakeCommissionPct
                   REWRITE CategoryRecord
                   ADD 1 TO UpdatedCount
                   MOVE "CategoryMaster.dat" TO WS-FileStatusName
                   PERFORM CheckFileStatus
           END-READ.

      * A transaction keyed before the commission rate was carried
      * (or left blank) reads as non-numeric and pays nothing.
       TakeCommissionPct.
           IF CT-CommissionPct NUMERIC
               MOVE CT-CommissionPct TO CM-CommissionPct
           ELSE
               MOVE ZEROS TO CM-CommissionPct
           END-IF.

       DeleteCategory.
           MOVE CT-CategoryCode TO CM-CategoryCode
           DELETE CategoryFile
