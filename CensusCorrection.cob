      * Byte-for-byte image of one master record, so the rebuilt
      * copy stays a straight copy whatever the CENMREC field split.
       FD NewMasterFile.
       01 NewMasterRec PIC X(84).

       WORKING-STORAGE SECTION.
       COPY FILESTAT.
