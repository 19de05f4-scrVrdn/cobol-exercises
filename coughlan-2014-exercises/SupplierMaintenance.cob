           02 ST-SupplierName PIC X(30).
           02 ST-SupplierContact PIC X(30).
           02 ST-SupplierLeadTimeDays PIC 9(3).
           02 ST-SupplierPaymentTermsDays PIC 9(3).
           02 ST-SupplierWarrantyDays PIC 9(4).

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
           MOVE ST-SupplierName TO SupplierName
           MOVE ST-SupplierContact TO SupplierContact
           MOVE ST-SupplierLeadTimeDays TO SupplierLeadTimeDays
           MOVE ST-SupplierPaymentTermsDays
               TO SupplierPaymentTermsDays
           MOVE ST-SupplierWarrantyDays TO SupplierWarrantyDays
           WRITE SupplierRecord
               INVALID KEY
                   ADD 1 TO RejectedCount
                   MOVE ST-SupplierName TO SupplierName
                   MOVE ST-SupplierContact TO SupplierContact
                   MOVE ST-SupplierLeadTimeDays TO SupplierLeadTimeDays
                   MOVE ST-SupplierPaymentTermsDays
                       TO SupplierPaymentTermsDays
                   MOVE ST-SupplierWarrantyDays TO SupplierWarrantyDays
                   REWRITE SupplierRecord
                   ADD 1 TO UpdatedCount
                   MOVE "SupplierMaster.dat" TO WS-FileStatusName
