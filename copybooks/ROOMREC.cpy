      * RoomMaster.dat record layout: the teaching rooms, keyed on
      * room code, with the seats each holds. Maintained by
      * RoomMaintenance; TimetableMaintenance books course sessions
      * into them and won't put a course in a room with fewer seats
      * than its CO-Capacity.
       01 RoomRecord.
           88 EndOfRoomFile VALUE HIGH-VALUES.
           02 RM-RoomCode PIC X(6).
           02 RM-RoomName PIC X(20).
           02 RM-Seats PIC 9(4).
