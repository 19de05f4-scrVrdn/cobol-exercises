               88 WL-Waiting VALUE "W".
               88 WL-Promoted VALUE "P".
               88 WL-Cancelled VALUE "X".
      * The supervisor who waived a missing prerequisite for the
      * enrollment that queued, journalled against them when the
      * student is promoted. Spaces for no waiver, and on entries
      * from before the field existed.
           02 WL-OverrideBy PIC X(10).
