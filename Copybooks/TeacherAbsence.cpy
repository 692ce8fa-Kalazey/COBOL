      * Teacher absence register Data/TEACHER-ABSENCE.txt - one row
      * per absence of a teacher of the teacher master, first and
      * last day inclusive, with its reason; appended to by
      * TeacherCoverBatch, which refuses an absence overlapping one
      * already on file for the same teacher. The same layout is the
      * absence transaction of Data/TEACHER-ABSENCE-TXN.txt.
       01  TEACHER-ABSENCE-RECORD.
           05 TAB-TEACHER-ID        PIC X(6).
           05 TAB-DATE-DEBUT        PIC 9(8).
           05 TAB-DATE-FIN          PIC 9(8).
           05 TAB-MOTIF             PIC X(2).
               88 TAB-MALADIE       VALUE "MA".
               88 TAB-FORMATION     VALUE "FO".
               88 TAB-PERSONNEL     VALUE "PE".
               88 TAB-AUTRE         VALUE "AU".
               88 TAB-MOTIF-VALIDE  VALUES "MA" "FO" "PE" "AU".
