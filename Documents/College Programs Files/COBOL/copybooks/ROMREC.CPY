      *-----------------------
      * ROMREC.CPY
      * Record layout for the indexed ROOM-MASTER file - one record
      * per teaching room, keyed on room code, with the number of
      * seats the room holds. Rooms are facilities data shared by
      * every term; SCHEDULE-MAINT maintains them and will not
      * schedule a section into a room not on this file.
      *-----------------------
           05 ROM-ROOM-CODE PIC X(6).
           05 ROM-DESCRIPTION PIC X(20).
           05 ROM-SEAT-COUNT PIC 9(3).
