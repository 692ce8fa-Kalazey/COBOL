      * Weekly class timetable Data/CLASS-TIMETABLE.txt - one row per
      * teaching hour of the week: the slot (day 1 Monday to 5
      * Friday, and the hour the one-hour lesson starts), the class
      * level, the subject as named in the catalog, the teacher as
      * on the teacher master and the room as on the room master.
      * TimetableValidation checks it and prints it per level, per
      * teacher and per room.
       01  CLASS-TIMETABLE-RECORD.
           05 TTB-CRENEAU.
               10 TTB-JOUR          PIC 9(1).
               10 TTB-HEURE         PIC 9(2).
           05 TTB-NIVEAU            PIC 9(2).
           05 TTB-SUBJECT-NAME      PIC X(10).
           05 TTB-TEACHER-ID        PIC X(6).
           05 TTB-ROOM-ID           PIC X(6).
