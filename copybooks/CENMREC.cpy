      * field to ask. Zero means no date was captured and the keyed
      * bracket stands.
           02 CMR-BirthDate PIC 9(8).
      * The enumerator who took the return and their field office,
      * off the intake, so rejects and duplicates can be traced to
      * whoever produced them -- see EnumeratorScorecard. Zero and
      * spaces on records from before the fields existed.
           02 CMR-EnumeratorId PIC 9(5).
           02 CMR-FieldOffice PIC X(4).
      * Date of death (CCYYMMDD), set by LifeEventUpdate. The person
      * stays on the master for the record, but every count of the
      * living population -- the extracts and the reports off the
      * master -- passes them by. Zero (and non-numeric on records
      * from before the field existed) means alive.
           02 CMR-DeceasedDate PIC 9(8).
