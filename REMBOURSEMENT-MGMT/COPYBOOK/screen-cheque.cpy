           01 SCREEN-CHEQUE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(37)
           VALUE "REGISTRE DES CHEQUES DE REMBOURSEMENT"
           LINE 6 COL 71
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RECHERCHE D'UN CHEQUE PAR SON NUMERO.                  *
      ******************************************************************
           05 FILLER PIC X(16) VALUE 'Numero de cheque'
           LINE 8 COL 14.

           05 FILLER PIC 9(07) USING WS-CHE-NUMBER
           LINE 9 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Rechercher'
           LINE 9 COL 24
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CHE-SEARCH-VALIDATION
           LINE 9 COL 35
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(130) FROM WS-CHE-DETAIL-LINE
           LINE 10 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DIX PLUS ANCIENS CHEQUES EMIS NON ENCAISSES.           *
      ******************************************************************
           05 FILLER PIC X(26) VALUE 'Cheques emis non encaisses'
           LINE 12 COL 14.

           05 FILLER PIC X(10) VALUE 'Actualiser'
           LINE 12 COL 50
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CHE-REFRESH-VALIDATION
           LINE 12 COL 61
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(130) FROM WS-CHE-LINE-1
           LINE 13 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-2
           LINE 14 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-3
           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-4
           LINE 16 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-5
           LINE 17 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-6
           LINE 18 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-7
           LINE 19 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-8
           LINE 20 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-9
           LINE 21 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-CHE-LINE-10
           LINE 22 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ANNULATION ET REMPLACEMENT DU CHEQUE RECHERCHE.        *
      ******************************************************************
           05 FILLER PIC X(18) VALUE 'Motif d''annulation'
           LINE 24 COL 14.

           05 FILLER PIC X(40) USING WS-CHE-REASON
           LINE 25 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Annuler et reemettre'
           LINE 24 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CHE-CANCEL-VALIDATION
           LINE 25 COL 60
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(50)
           VALUE 'Le cheque de remplacement part au prochain passage'
           LINE 26 COL 14.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-CHE-ERROR-MESSAGE
           LINE 33 COL 14
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-CHE-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
