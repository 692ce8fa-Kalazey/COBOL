      * Student discipline register Data/DISCIPLINE-INCIDENT.txt -
      * one row per behaviour incident, keyed by the student of the
      * student master and the incident date, appended to by
      * DisciplineIncidentBatch. DIS-TERME is the school term the
      * incident was recorded in (Data/TUITION-TERM-PARM.txt) and
      * DIS-SEVERITE the severity of the sanction at the time, so
      * the termly summary reads the register alone. A temporary
      * exclusion carries its school days and first and last day;
      * DIS-LETTRE records whether the guardian letter went out
      * (Y), was not due (N) or found no primary guardian (X).
       01  DISCIPLINE-INCIDENT-RECORD.
           05 DIS-STUDENT-ID        PIC X(6).
           05 DIS-DATE              PIC 9(8).
           05 DIS-TERME             PIC X(6).
           05 DIS-TYPE              PIC X(2).
               88 DIS-VIOLENCE      VALUE "VI".
               88 DIS-INSOLENCE     VALUE "IN".
               88 DIS-TRICHE        VALUE "TR".
               88 DIS-DEGRADATION   VALUE "DG".
               88 DIS-PERTURBATION  VALUE "PE".
               88 DIS-AUTRE         VALUE "AU".
               88 DIS-TYPE-VALIDE   VALUES "VI" "IN" "TR" "DG"
                                           "PE" "AU".
           05 DIS-TEACHER-ID        PIC X(6).
           05 DIS-DESCRIPTION       PIC X(40).
           05 DIS-SANCTION          PIC X(2).
           05 DIS-SEVERITE          PIC 9(1).
           05 DIS-JOURS             PIC 9(2).
           05 DIS-DATE-DEBUT        PIC 9(8).
           05 DIS-DATE-FIN          PIC 9(8).
           05 DIS-LETTRE            PIC X(1).
               88 DIS-LETTRE-ENVOYEE     VALUE "Y".
               88 DIS-LETTRE-NON-DUE     VALUE "N".
               88 DIS-LETTRE-SANS-TUTEUR VALUE "X".
