           01 SCREEN-FERIE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(22) VALUE "JOURS FERIES BANCAIRES"
           LINE 6 COL 84
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] JOUR FERIE A AJOUTER OU A RETIRER.                     *
      ******************************************************************
           05 FILLER PIC X(15) VALUE 'Date AAAA-MM-JJ'
           LINE 8 COL 45.

           05 FILLER PIC X(10) USING WS-FER-DATE
           LINE 8 COL 62 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Libelle'
           LINE 8 COL 75.

           05 FILLER PIC X(30) USING WS-FER-LABEL
           LINE 8 COL 84 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Ajouter'
           LINE 10 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-FER-ADD-VALIDATION
           LINE 10 COL 54
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Retirer'
           LINE 10 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-FER-DEL-VALIDATION
           LINE 10 COL 69
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] GENERATION DES FERMETURES TARGET2 D'UNE ANNEE.         *
      ******************************************************************
           05 FILLER PIC X(29) VALUE "Fermetures TARGET2 de l'annee"
           LINE 12 COL 45.

           05 FILLER PIC 9(04) USING WS-FER-YEAR
           LINE 12 COL 76 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Generer'
           LINE 12 COL 83
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-FER-GEN-VALIDATION
           LINE 12 COL 92
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] PROCHAINS JOURS FERIES (lecture seule).                *
      ******************************************************************
           05 FILLER PIC X(22) VALUE 'Prochains jours feries'
           LINE 14 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(50) FROM WS-FER-LINE-01
           LINE 15 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-02
           LINE 16 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-03
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-04
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-05
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-06
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-07
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-08
           LINE 22 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-09
           LINE 23 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-10
           LINE 24 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-11
           LINE 25 COL 45
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(50) FROM WS-FER-LINE-12
           LINE 26 COL 45
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-FER-ERROR-MESSAGE
           LINE 30 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-FER-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
