      * Discipline sanction table Data/DISCIPLINE-SANCTIONS.txt -
      * one row per sanction the school hands out, with its
      * severity (1 lightest to 9) and whether it is a temporary
      * exclusion counted in school days. Read by
      * DisciplineIncidentBatch to validate and grade incidents and
      * by DisciplineSummaryReport for the sanction labels.
       01  DISCIPLINE-SANCTION-RECORD.
           05 SAN-CODE              PIC X(2).
           05 SAN-LIBELLE           PIC X(20).
           05 SAN-SEVERITE          PIC 9(1).
           05 SAN-EXCLUSION         PIC X(1).
               88 SAN-EST-EXCLUSION VALUE "Y".
