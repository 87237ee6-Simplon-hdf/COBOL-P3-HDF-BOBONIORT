           01 SCREEN-OPERADM FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(31) VALUE "ADMINISTRATION DES OPERATEURS"
           LINE 6 COL 75
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] COMPTE OPERATEUR.                                      *
      ******************************************************************
           05 FILLER PIC X(11) VALUE 'Identifiant'
           LINE 11 COL 45.

           05 FILLER PIC X(08) USING WS-OPA-ID
           LINE 12 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) VALUE 'Nom'
           LINE 11 COL 58.

           05 FILLER PIC X(30) USING WS-OPA-NAME
           LINE 12 COL 58 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Role (A, G, autre)'
           LINE 11 COL 93.

           05 FILLER PIC X(01) USING WS-OPA-ROLE
           LINE 12 COL 93 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(06) VALUE 'Agence'
           LINE 11 COL 114.

           05 FILLER PIC X(04) USING WS-OPA-AGENCE
           LINE 12 COL 114 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ACTIONS (une seule validee par passage).               *
      ******************************************************************
           05 FILLER PIC X(22) VALUE 'Consulter le compte'
           LINE 15 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-LOAD-VALIDATION
           LINE 15 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Creer l''operateur'
           LINE 16 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-CREATE-VALIDATION
           LINE 16 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Changer le role'
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-ROLE-VALIDATION
           LINE 17 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Desactiver le compte'
           LINE 18 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-DEACT-VALIDATION
           LINE 18 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Reinitialiser le mdp'
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-RESET-VALIDATION
           LINE 19 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Changer l''agence'
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-OPA-AGENCE-VALIDATION
           LINE 20 COL 70
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ETAT DU COMPTE (lecture seule).                        *
      ******************************************************************
           05 FILLER PIC X(12) VALUE 'Role actuel'
           LINE 22 COL 45.

           05 FILLER PIC X(01) FROM WS-OPA-CUR-ROLE
           LINE 22 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Actif'
           LINE 22 COL 65.

           05 FILLER PIC X(01) FROM WS-OPA-CUR-ACTIVE
           LINE 22 COL 78
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Verrouille'
           LINE 23 COL 45.

           05 FILLER PIC X(01) FROM WS-OPA-CUR-LOCKED
           LINE 23 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(13) VALUE 'Mdp a changer'
           LINE 23 COL 65.

           05 FILLER PIC X(01) FROM WS-OPA-CUR-MUSTCHG
           LINE 23 COL 78
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(13) VALUE 'Agence'
           LINE 24 COL 45.

           05 FILLER PIC X(04) FROM WS-OPA-CUR-AGENCE
           LINE 24 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(23) VALUE 'Mot de passe provisoire'
           LINE 25 COL 45.

           05 FILLER PIC X(10) FROM WS-OPA-TEMP-PWD
           LINE 25 COL 70
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-OPA-ERROR-MESSAGE
           LINE 30 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-OPA-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
