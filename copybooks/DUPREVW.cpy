           02 DR-CountyName PIC X(9).
           02 DR-Age PIC 9.
           02 DR-Gender PIC 9.
      * The enumerator and field office behind the duplicate
      * number's return, so a merged duplicate scores against
      * whoever keyed the second copy.
           02 DR-EnumeratorId PIC 9(5).
           02 DR-FieldOffice PIC X(4).
