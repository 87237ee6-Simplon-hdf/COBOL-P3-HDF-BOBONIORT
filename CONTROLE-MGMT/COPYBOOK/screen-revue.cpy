           01 SCREEN-REVUE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(34) VALUE "REVUE SUPERVISEUR DES DEROGATIONS"
           LINE 6 COL 75
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(60) VALUE
           "Ligne : date, nature, operateur, calcule/accorde, motif"
           LINE 8 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] FILE DES ACTIONS A REVOIR (lecture seule).             *
      ******************************************************************
           05 FILLER PIC X(120) FROM WS-RVU-LINE-1
           LINE 9 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-2
           LINE 10 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-3
           LINE 11 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-4
           LINE 12 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-5
           LINE 13 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-6
           LINE 14 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-7
           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-8
           LINE 16 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-9
           LINE 17 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-RVU-LINE-10
           LINE 18 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-RVU-COUNT-LINE
           LINE 19 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RAFRAICHISSEMENT DE LA FILE.                           *
      ******************************************************************
           05 FILLER PIC X(19) VALUE 'Rafraichir la liste'
           LINE 21 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-RVU-REFRESH-VALIDATION
           LINE 21 COL 35
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] VISA DE LA LIGNE SELECTIONNEE.                         *
      ******************************************************************
           05 FILLER PIC X(15) VALUE 'Numero de ligne'
           LINE 23 COL 14.

           05 FILLER PIC 9(02) USING WS-RVU-SELECTED-LINE
           LINE 24 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Viser la ligne'
           LINE 26 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-RVU-PROCESS-VALIDATION
           LINE 26 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-RVU-ERROR-MESSAGE
           LINE 30 COL 14
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-RVU-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
