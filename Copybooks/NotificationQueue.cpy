      * Outbound notification queue Data/NOTIFICATION-QUEUE.txt -
      * one row per letter, notice or slip a producing job has for
      * a person, appended through NotificationWriter: the job, the
      * template the gateway renders it from, the recipient (E
      * employee, M member, T primary guardian of the student whose
      * id is given), the channel resolved from the contact
      * directory (E email, S SMS, P paper) and up to five merge
      * fields, positional per template. NotificationDispatchBatch
      * numbers the row, puts it on the gateway extract with the
      * address of the day, and NotificationFeedbackBatch records
      * what the gateway reported back.
      * NTQ-STATUT: A to dispatch, I printed (by the producer
      * itself, or on the dispatcher's paper fallback), T handed to
      * the gateway, L delivered, B bounced, F failed - a failure
      * is retried up to three handovers. NTQ-REPLI is Y once a
      * bounced or given-up notification went out on paper instead.
       01  NOTIFICATION-QUEUE-RECORD.
           05 NTQ-ID                PIC 9(8).
           05 NTQ-PRODUCTEUR        PIC X(20).
           05 NTQ-TEMPLATE          PIC X(8).
           05 NTQ-DEST-TYPE         PIC X(1).
               88 NTQ-EMPLOYE       VALUE "E".
               88 NTQ-MEMBRE        VALUE "M".
               88 NTQ-TUTEUR        VALUE "T".
           05 NTQ-DEST-ID           PIC X(6).
           05 NTQ-CANAL             PIC X(1).
               88 NTQ-COURRIEL      VALUE "E".
               88 NTQ-SMS           VALUE "S".
               88 NTQ-PAPIER        VALUE "P".
           05 NTQ-ADRESSE           PIC X(50).
           05 NTQ-CHAMPS.
               10 NTQ-CHAMP         PIC X(20) OCCURS 5 TIMES.
           05 NTQ-DATE-CREATION     PIC 9(8).
           05 NTQ-STATUT            PIC X(1).
               88 NTQ-A-ENVOYER     VALUE "A".
               88 NTQ-IMPRIMEE      VALUE "I".
               88 NTQ-TRANSMISE     VALUE "T".
               88 NTQ-LIVREE        VALUE "L".
               88 NTQ-REJETEE       VALUE "B".
               88 NTQ-ECHEC         VALUE "F".
           05 NTQ-ESSAIS            PIC 9(1).
           05 NTQ-DATE-STATUT       PIC 9(8).
           05 NTQ-MOTIF             PIC X(30).
           05 NTQ-REPLI             PIC X(1).
