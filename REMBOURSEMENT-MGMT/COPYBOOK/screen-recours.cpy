           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Filtre agence : saisie reservee au role 'A' (vide =
      *    toutes agences), les autres operateurs restant sur leur
      *    agence de rattachement.
           05 FILLER PIC X(22) VALUE 'Agence (vide = toutes)'
           LINE 27 COL 40
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(04) USING WS-REC-AGENCE-FILTER
           LINE 27 COL 63
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(40) FROM WS-REC-FILTER-LINE
           LINE 27 COL 70
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RE-DECISION SUR LA LIGNE SELECTIONNEE.                 *
      ******************************************************************
