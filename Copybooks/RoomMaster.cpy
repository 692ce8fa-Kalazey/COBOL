      * Room master Data/ROOM-MASTER.txt - the school's teaching
      * rooms and the number of students each one seats.
       01  ROOM-MASTER-RECORD.
           05 ROM-ID                PIC X(6).
           05 ROM-LIBELLE           PIC X(20).
           05 ROM-CAPACITE          PIC 9(3).
