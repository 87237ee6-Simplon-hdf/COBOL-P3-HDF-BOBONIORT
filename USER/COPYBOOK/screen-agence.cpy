           01 SCREEN-AGENCE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(27) VALUE "ADMINISTRATION DES AGENCES"
           LINE 6 COL 82
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] AGENCE A CREER, RENOMMER, FERMER OU ROUVRIR.           *
      ******************************************************************
           05 FILLER PIC X(11) VALUE 'Code agence'
           LINE 8 COL 45.

           05 FILLER PIC X(04) USING WS-AGE-CODE
           LINE 8 COL 58 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Libelle'
           LINE 8 COL 65.

           05 FILLER PIC X(30) USING WS-AGE-NAME
           LINE 8 COL 74 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Enregistrer'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-AGE-SAVE-VALIDATION
           LINE 10 COL 58
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(06) VALUE 'Fermer'
           LINE 10 COL 64
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-AGE-CLOSE-VALIDATION
           LINE 10 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Rouvrir'
           LINE 10 COL 78
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-AGE-OPEN-VALIDATION
           LINE 10 COL 87
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] AGENCES DU REFERENTIEL (lecture seule).                *
      ******************************************************************
           05 FILLER PIC X(22) VALUE 'Agences du referentiel'
           LINE 14 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(50) FROM WS-AGE-LINE-01
           LINE 15 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-02
           LINE 16 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-03
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-04
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-05
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-06
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-07
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-08
           LINE 22 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-09
           LINE 23 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-10
           LINE 24 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-11
           LINE 25 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-AGE-LINE-12
           LINE 26 COL 45
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-AGE-ERROR-MESSAGE
           LINE 30 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-AGE-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
