      * DocIndexRegister.dat record layout: one record per document
      * WordIndex.dat currently holds, written by DocIndexBuild each
      * time it indexes. Besides when the document went in, it keeps
      * the document's size in words and a checksum of its text, so
      * a document edited since it was indexed shows as stale when
      * the register is checked against DocList.dat.
       01 DocRegisterRec.
           88 EndOfDocRegister VALUE HIGH-VALUES.
           02 RG-DocName PIC X(40).
           02 RG-IndexedStamp PIC 9(14).
           02 RG-DistinctWords PIC 9(6).
           02 RG-WordRecords PIC 9(7).
           02 RG-Checksum PIC 9(9).
