      * Security alert log Data/SECURITY-ALERT-LOG.txt - one line
      * per watch-list hit at a sign-in, written by WatchListCheck:
      * when, the program the name was keyed in, the name keyed,
      * the watch-list name it matched, B for an exact match (entry
      * refused) or R for a near match (referred to security), and
      * the reason of the ban.
       01  SECURITY-ALERT-RECORD.
           05 ALR-TIMESTAMP         PIC X(19).
           05 FILLER                PIC X VALUE SPACE.
           05 ALR-PROGRAMME         PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 ALR-NOM-SAISI         PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 ALR-NOM-LISTE         PIC X(12).
           05 FILLER                PIC X VALUE SPACE.
           05 ALR-TYPE              PIC X(1).
               88 ALR-BLOQUE        VALUE "B".
               88 ALR-SIGNALE       VALUE "R".
           05 FILLER                PIC X VALUE SPACE.
           05 ALR-MOTIF             PIC X(30).
