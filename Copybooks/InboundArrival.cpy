      * Inbound arrival log Data/INBOUND-ARRIVAL-LOG.txt - one row
      * per verdict on an inbound file of the register
      * (InboundFile.cpy): when, for which stream and file, the
      * data record count, the content fingerprint and the verdict.
      * O accepted; A absent; V delivered empty; C record count
      * outside the register's bounds; M trailer missing or not
      * matching; D same content as the last file accepted on an
      * earlier day - yesterday's file delivered again. The last
      * row of the day for a file is the one that counts; the
      * fingerprint of the accepted rows is what tomorrow's
      * delivery is compared with.
       01  INBOUND-ARRIVAL-RECORD.
           05 IAL-DATE              PIC 9(8).
           05 IAL-HEURE             PIC 9(6).
           05 IAL-STREAM            PIC X(8).
           05 IAL-FILE-ID           PIC X(10).
           05 IAL-STATUT            PIC X(1).
               88 IAL-ACCEPTE       VALUE "O".
               88 IAL-ABSENT        VALUE "A".
               88 IAL-VIDE          VALUE "V".
               88 IAL-HORS-BORNES   VALUE "C".
               88 IAL-TRAILER-KO    VALUE "M".
               88 IAL-DOUBLON       VALUE "D".
           05 IAL-ENREG             PIC 9(7).
           05 IAL-EMPREINTE         PIC 9(10).
           05 IAL-ORIGINE           PIC X(20).
