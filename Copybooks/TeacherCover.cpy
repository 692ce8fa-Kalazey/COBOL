      * Lesson cover file Data/TEACHER-COVER.txt - one row per
      * timetabled lesson (CLASS-TIMETABLE.txt) an absent teacher
      * was due to give on a school day, written by
      * TeacherCoverBatch: the date and slot, the class level,
      * subject and room, the absent teacher and the substitute
      * proposed, or COV-NON-ASSUREE with no substitute when nobody
      * qualified was free. TeacherCoverReport totals the cover
      * hours per substitute for the month's extra-hours claim.
       01  TEACHER-COVER-RECORD.
           05 COV-DATE              PIC 9(8).
           05 COV-JOUR              PIC 9(1).
           05 COV-HEURE             PIC 9(2).
           05 COV-NIVEAU            PIC 9(2).
           05 COV-SUBJECT-NAME      PIC X(10).
           05 COV-ROOM-ID           PIC X(6).
           05 COV-ABSENT-ID         PIC X(6).
           05 COV-SUBSTITUTE-ID     PIC X(6).
           05 COV-STATUT            PIC X(1).
               88 COV-ASSUREE       VALUE "C".
               88 COV-NON-ASSUREE   VALUE "U".
