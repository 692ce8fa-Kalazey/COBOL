      * Incident persons file Data/RIDE-INCIDENT-PERSONS.txt - one
      * row per person involved in an incident of the ride incident
      * register (RideIncident.cpy), as RideIncidentBatch matched
      * them: INP-VISITEUR is the visitor id of the boarding
      * manifest, INP-NOM the name signed in on the visitor log.
      * INP-MANIFESTE says whether the id was found on the manifest
      * of the incident's session, INP-REGISTRE whether the name
      * signed in that day (Y found, N not found, blank not
      * checked - nothing to look for, or no manifest for that
      * day). INP-GRAVITE grades the person's injury as INC-GRAVITE
      * does.
       01  RIDE-INCIDENT-PERSON-RECORD.
           05 INP-INC-ID            PIC 9(6).
           05 INP-VISITEUR          PIC X(5).
           05 INP-NOM               PIC X(12).
           05 INP-GRAVITE           PIC X(1).
           05 INP-MANIFESTE         PIC X(1).
               88 INP-SUR-MANIFESTE VALUE "Y".
           05 INP-REGISTRE          PIC X(1).
               88 INP-ENREGISTRE    VALUE "Y".
           05 INP-BLESSURE          PIC X(30).
