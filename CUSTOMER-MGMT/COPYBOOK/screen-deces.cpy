           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] LISTE DE TRAVAIL DES DECES INSEE (cf. scinsee).        *
      ******************************************************************
           05 FILLER PIC X(40) FROM WS-DEC-INSEE-LINE
           LINE 12 COL 120
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(25) VALUE 'Reprendre le suivant'
           LINE 13 COL 120
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-DEC-INSEE-NEXT
           LINE 13 COL 146
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Ecarter la correspondance'
           LINE 14 COL 120
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-DEC-INSEE-ECARTER
           LINE 14 COL 146
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(60) FROM WS-DEC-INSEE-INFO
           LINE 16 COL 120
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ADHERENT TROUVE (lecture seule).                       *
      ******************************************************************
