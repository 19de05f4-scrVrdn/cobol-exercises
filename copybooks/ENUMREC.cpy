      * EnumeratorMaster.dat record layout: every enumerator who
      * takes census returns, keyed on the enumerator ID, with the
      * field office they work out of. Maintained by
      * EnumeratorMaintenance; CensusMasterLoad holds back intake
      * returns from an enumerator not on it (or keyed under the
      * wrong office), and EnumeratorScorecard scores the returns
      * per enumerator and office.
       01 EnumeratorRec.
           88 EndOfEnumeratorFile VALUE HIGH-VALUES.
           02 EN-EnumeratorId PIC 9(5).
           02 EN-EnumeratorName PIC X(24).
           02 EN-FieldOffice PIC X(4).
      * A departed enumerator stays on file so their past returns
      * still score, but new returns under their ID are held back.
           02 EN-Status PIC X.
               88 EN-Active VALUE "A".
               88 EN-Departed VALUE "D".
           02 EN-ChangedDate PIC 9(8).
