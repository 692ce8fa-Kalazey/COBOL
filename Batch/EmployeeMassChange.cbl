           05 WS-EMP-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY EX.
               10 WS-E-RECORD       PIC X(98).

       01  WS-EMP-DETAIL.
           05 DET-ID                PIC X(6).
           05 DET-DEPARTMENT        PIC X(4).
           05 DET-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 DET-RESPONSABLE       PIC X(6).
           05 DET-OPERATEUR         PIC X(8).

       01  WS-VALEUR-CHAMP          PIC X(8).
       01  WS-CMP-OPER              PIC X(2).
