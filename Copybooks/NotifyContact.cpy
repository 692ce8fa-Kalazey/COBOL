      * Notification contact directory Data/NOTIFY-CONTACTS.txt -
      * one row per person who can be reached other than by post,
      * keyed as the notification queue keys its recipients (E
      * employee, M member, T primary guardian of the student): the
      * email address, the mobile number and the channel the person
      * asked for (E email, S SMS, P paper). A person with no row
      * here, or with neither address, is written to on paper. The
      * bounce report of NotificationFeedbackBatch is the list of
      * rows to correct.
       01  NOTIFY-CONTACT-RECORD.
           05 NCT-DEST-TYPE         PIC X(1).
           05 NCT-DEST-ID           PIC X(6).
           05 NCT-EMAIL             PIC X(50).
           05 NCT-MOBILE            PIC X(15).
           05 NCT-PREFERENCE        PIC X(1).
               88 NCT-PREFERE-COURRIEL VALUE "E".
               88 NCT-PREFERE-SMS   VALUE "S".
               88 NCT-PREFERE-PAPIER VALUE "P".
