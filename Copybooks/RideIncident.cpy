      * Ride incident register Data/RIDE-INCIDENTS.txt - one row per
      * incident RideIncidentBatch accepted: a visitor hurt or taken
      * ill, a ride stopped in the middle of a session. INC-ID is
      * numbered after the last one; the date, the time (HHMM), the
      * ride and the session say where it happened, INC-TYPE what
      * happened and INC-GRAVITE how bad it was - the worst of the
      * incident line and of the people involved (0 unhurt, 1 first
      * aid, 2 medical care, 3 serious - hospital). INC-OPERATEUR
      * is the employee at the controls of the session, taken from
      * the boarding manifest (INC-SOURCE-OPERATEUR M) or, failing
      * that, from the shift roster (R); blank when neither names
      * one. The people involved are on the incident persons file
      * (RideIncidentPerson.cpy), INC-PERSONNES of them, INC-BLESSES
      * of whom were hurt. A serious incident immobilises the ride:
      * INC-OT-ID is the work order it opened.
       01  RIDE-INCIDENT-RECORD.
           05 INC-ID                PIC 9(6).
           05 INC-DATE              PIC 9(8).
           05 INC-DATE-GROUPE REDEFINES INC-DATE.
               10 INC-PERIODE       PIC 9(6).
               10 FILLER            PIC 9(2).
           05 INC-HEURE             PIC 9(4).
           05 INC-MANEGE            PIC X(10).
           05 INC-SESSION           PIC 9(3).
           05 INC-TYPE              PIC X(2).
               88 INC-BLESSURE      VALUE "BL".
               88 INC-CHUTE         VALUE "CH".
               88 INC-MALAISE       VALUE "MA".
               88 INC-ARRET         VALUE "AR".
               88 INC-EVACUATION    VALUE "EV".
               88 INC-AUTRE         VALUE "AU".
               88 INC-TYPE-VALIDE   VALUE "BL" "CH" "MA" "AR" "EV"
                                          "AU".
           05 INC-GRAVITE           PIC X(1).
               88 INC-GRAVITE-VALIDE VALUE "0" THRU "3".
               88 INC-GRAVE         VALUE "3".
           05 INC-OPERATEUR         PIC X(6).
           05 INC-SOURCE-OPERATEUR  PIC X(1).
               88 INC-OPER-MANIFESTE VALUE "M".
               88 INC-OPER-PLANNING VALUE "R".
           05 INC-PERSONNES         PIC 9(3).
           05 INC-BLESSES           PIC 9(3).
           05 INC-ACTIONS           PIC X(40).
           05 INC-OT-ID             PIC 9(6).
           05 INC-DATE-SAISIE       PIC 9(8).
