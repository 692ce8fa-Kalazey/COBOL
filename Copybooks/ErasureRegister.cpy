      * Erasure register Data/ERASURE-REGISTER.txt - one row per
      * person PersonalDataErasure has anonymized: the population
      * (E employee, S student, M member, V visitor), the id the
      * person keeps on the files (blank for a visitor, who is only
      * known by name), the pseudonym that replaced the identifying
      * fields everywhere, the day of the erasure and the departure
      * date it was judged on. A rerun takes the pseudonym back from
      * here, so the same person reads the same on every file. The
      * register never holds a name.
       01  ERASURE-REGISTER-RECORD.
           05 ERG-POPULATION        PIC X(1).
               88 ERG-EMPLOYE       VALUE "E".
               88 ERG-ELEVE         VALUE "S".
               88 ERG-MEMBRE        VALUE "M".
               88 ERG-VISITEUR      VALUE "V".
           05 ERG-ID                PIC X(6).
           05 ERG-PSEUDONYME        PIC X(11).
           05 ERG-DATE-EFFACEMENT   PIC 9(8).
           05 ERG-DATE-DEPART       PIC 9(8).
