      * Cross-stream dependency file Data/STREAM-DEPENDENCIES.txt -
      * one row per wait of a job stream (or of one of its steps,
      * when SDP-STEP-ID is filled in) on the completion of another
      * stream for the same business date, within a highest
      * condition code. A prerequisite stream the run calendar does
      * not schedule that day is not waited for. SDP-MODE R refuses
      * at once; A waits and looks again, SDP-ESSAIS times
      * SDP-INTERVALLE seconds, before refusing. JobControlDriver
      * enforces the rows, JobRunOrderChart prints them.
       01  STREAM-DEPENDENCY-RECORD.
           05 SDP-STREAM            PIC X(8).
           05 SDP-STEP-ID           PIC X(8).
           05 SDP-PREALABLE         PIC X(8).
           05 SDP-MAX-RC            PIC 9(4).
           05 SDP-MODE              PIC X(1).
               88 SDP-REFUSER       VALUE "R".
               88 SDP-ATTENDRE      VALUE "A".
           05 SDP-ESSAIS            PIC 9(3).
           05 SDP-INTERVALLE        PIC 9(4).
