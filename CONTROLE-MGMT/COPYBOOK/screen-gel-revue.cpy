           01 SCREEN-GEL-REVUE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(33) VALUE "REVUE CONFORMITE GEL DES AVOIRS"
           LINE 6 COL 75
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(60) VALUE
           "Ligne : date, personne, liste, nom liste, version, origine"
           LINE 8 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] FILE DES ALERTES A REVOIR (lecture seule).             *
      ******************************************************************
           05 FILLER PIC X(120) FROM WS-GRV-LINE-1
           LINE 9 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-2
           LINE 10 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-3
           LINE 11 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-4
           LINE 12 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-5
           LINE 13 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-6
           LINE 14 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-7
           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-8
           LINE 16 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-9
           LINE 17 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(120) FROM WS-GRV-LINE-10
           LINE 18 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-GRV-COUNT-LINE
           LINE 19 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RAFRAICHISSEMENT DE LA FILE.                           *
      ******************************************************************
           05 FILLER PIC X(19) VALUE 'Rafraichir la liste'
           LINE 21 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-GRV-REFRESH-VALIDATION
           LINE 21 COL 35
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] DECISION SUR LA LIGNE SELECTIONNEE.                    *
      ******************************************************************
           05 FILLER PIC X(15) VALUE 'Numero de ligne'
           LINE 23 COL 14.

           05 FILLER PIC 9(02) USING WS-GRV-SELECTED-LINE
           LINE 24 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36) VALUE
           'Decision (F=faux positif C=confirme)'
           LINE 23 COL 35.

           05 FILLER PIC X(01) USING WS-GRV-DECISION
           LINE 24 COL 35 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Justification (obligatoire)'
           LINE 23 COL 80.

           05 FILLER PIC X(40) USING WS-GRV-COMMENT
           LINE 24 COL 80
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Valider la decision'
           LINE 26 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-GRV-PROCESS-VALIDATION
           LINE 26 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-GRV-ERROR-MESSAGE
           LINE 30 COL 14
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-GRV-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
