      * FileLayouts.dat record layout: the layout registry FileDump
      * reads its files through. Each registered file has one "F"
      * entry -- how the file is organized, its record length, the
      * role needed to look at it, and the copybook the layout was
      * taken from -- followed by one "D" entry per field in record
      * order: name, offset (from 1), length in bytes, type and
      * decimal places. FileDump's load mode builds the entries from
      * the file's own copybook, so the registry can't drift from
      * the layout the programs compile against.
       01 LayoutRec.
           88 EndOfLayouts VALUE HIGH-VALUES.
           02 LY-FileName PIC X(40).
           02 LY-EntryType PIC X.
               88 LY-FileEntry VALUE "F".
               88 LY-FieldEntry VALUE "D".
           02 LY-FileData.
               03 LY-Organization PIC X.
                   88 LY-Sequential VALUE "S".
                   88 LY-Indexed VALUE "I".
               03 LY-RecordLength PIC 9(4).
               03 LY-MinRole PIC 9.
               03 LY-Copybook PIC X(12).
               03 FILLER PIC X(22).
      * Types: X text, 9 unsigned number, S number with a leading
      * separate sign -- the three the suite's data files use.
           02 LY-FieldData REDEFINES LY-FileData.
               03 LY-FieldName PIC X(30).
               03 LY-Offset PIC 9(4).
               03 LY-Length PIC 9(4).
               03 LY-FieldType PIC X.
                   88 LY-TextField VALUE "X".
                   88 LY-UnsignedField VALUE "9".
                   88 LY-SignedField VALUE "S".
               03 LY-Decimals PIC 9.
