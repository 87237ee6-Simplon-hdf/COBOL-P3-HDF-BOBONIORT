           LINE 8 COL 75
           FOREGROUND-COLOR IS 2.

      *    [RD] Filtre agence : saisie reservee au role 'A' (vide =
      *    toutes agences), les autres operateurs restant sur leur
      *    agence de rattachement.
           05 FILLER PIC X(22) VALUE 'Agence (vide = toutes)'
           LINE 9 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(04) USING WS-FIL-AGENCE-FILTER
           LINE 9 COL 68
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(40) FROM WS-FIL-FILTER-LINE
           LINE 9 COL 75
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] LES DIX RECLAMATIONS EN ATTENTE LES PLUS ANCIENNES.    *
      ******************************************************************
