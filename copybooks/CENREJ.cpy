               88 RJ-Corrected VALUE "C".
           02 RJ-Reason PIC X(45).
      * Wide enough for the largest rejected record -- the
      * person-level intake line, household id, birth date and
      * enumerator included -- so a clerk's resubmission carries
      * every field the original keyed. Shorter records pad with
      * spaces.
           02 RJ-RecordImage PIC X(68).
