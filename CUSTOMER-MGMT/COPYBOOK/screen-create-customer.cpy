           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Champ de saisi pour l'agence (a blanc : la votre).
           05 FILLER PIC X(24) VALUE 'Agence (vide = la votre)'
           LINE 28 COL 150.

           05 FILLER PIC X(04) USING WS-CUS-AGENCE
           LINE 29 COL 150 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] zone message d'erreur.
           05 FILLER PIC X(140) FROM WS-ERROR-MESSAGE1 
           LINE 31 COL 45 
