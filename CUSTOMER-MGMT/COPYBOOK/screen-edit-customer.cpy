           05 FILLER PIC X(04) VALUE 'Mail'
           LINE 19 COL 108.

           05 FILLER PIC X(23) VALUE 'Courrier par mail (O/N)'
           LINE 19 COL 130.

           05 FILLER PIC X(01) USING WS-EDIT-CUS-MAIL-OPTIN
           LINE 19 COL 154 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(50) USING WS-EDIT-CUS-MAIL
           LINE 20 COL 108 AUTO
           BACKGROUND-COLOR IS 2
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Avenant au contrat : date d'effet du changement de
      *    formule, de couple ou d'enfants, et derogation superviseur
      *    a la date anniversaire pour un changement de formule.
           05 FILLER PIC X(26) VALUE 'Effet avenant (AAAA-MM-JJ)'
           LINE 33 COL 108.

           05 FILLER PIC X(10) USING WS-EDIT-AVT-DATE
           LINE 33 COL 135 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Derogation (O)'
           LINE 33 COL 147.

           05 FILLER PIC X(01) USING WS-EDIT-AVT-DEROG
           LINE 33 COL 162 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur.
           05 FILLER PIC X(140) FROM WS-EDIT-ERROR-MESSAGE1
           LINE 31 COL 45
