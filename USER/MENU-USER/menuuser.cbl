      *    l'application. Chaque operateur est reconnu dans la table   *
      *    'operateur' (identifiant, mot de passe, role) ; les         *
      *    fonctions sensibles (cloture, deces, export RGPD,           *
      *    catalogues, modeles, agences) sont reservees aux roles      *
      *    habilites, et l'identifiant de l'operateur est transmis aux *
      *    ecrans qui journalisent leurs actions.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. main-screen.
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 24 COL 89 VALUE "7. Administration des operateurs"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 26 COL 89 VALUE "8. Modeles de courrier"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 28 COL 89 VALUE "9. Administration des agences"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 30 COL 89 VALUE "Q. Quitter l'application"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.
       
           05 LINE 32 COL 89 VALUE "Veuillez choisir une option:"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT
               UNDERLINE.
           05 LINE 32 COL 118 PIC X(01) TO USER-CHOICE
            FOREGROUND-COLOR 7.

      *Ecran du sous-menu "Gestion des adherents".
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 30 COL 150 VALUE "N. Retours courrier NPAI"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 31 COL 125 VALUE "P. Plaintes clients"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 31 COL 150 VALUE "G. Revue gel des avoirs"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 30 COL 89 VALUE "R. Retour au menu principal"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 16 COL 89 VALUE "3. Calendrier bancaire"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 18 COL 89 VALUE "R. Retour au menu principal"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 20 COL 89 VALUE "Veuillez choisir une option:"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT
               UNDERLINE.
           05 LINE 20 COL 118 PIC X(01) TO COT-CHOICE
            FOREGROUND-COLOR 7.

      *Ecran du sous-menu "Gestion des remboursements".
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 22 COL 89 VALUE "6. Indus sur remboursements"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 24 COL 89 VALUE "7. Cheques de remboursement"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 26 COL 89 VALUE "8. Revue des derogations"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 28 COL 89 VALUE "R. Retour au menu principal"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT.

           05 LINE 30 COL 89 VALUE "Veuillez choisir une option:"
               FOREGROUND-COLOR IS 2
               HIGHLIGHT
               UNDERLINE.
           05 LINE 30 COL 118 PIC X(01) TO REM-CHOICE
            FOREGROUND-COLOR 7.

      *Ecran du sous-menu "Gestion des prestations".
                    WHEN USER-CHOICE = "6"
                        PERFORM 6000-EXPLOITATION-BATCHS
                           THRU END-6000-EXPLOITATION-BATCHS
                    WHEN USER-CHOICE = "7"
                        PERFORM 7000-ADMINISTRATION-OPERATEURS
                           THRU END-7000-ADMINISTRATION-OPERATEURS
                    WHEN USER-CHOICE = "8"
                        PERFORM 8000-MODELES-COURRIER
                           THRU END-8000-MODELES-COURRIER
                    WHEN USER-CHOICE = "9"
                        PERFORM 9000-ADMINISTRATION-AGENCES
                           THRU END-9000-ADMINISTRATION-AGENCES
                    WHEN USER-CHOICE = "Q"
                        CONTINUE
                    WHEN OTHER
      *---------------------------------------------------------------
      * Gère les opérations liées aux adhérents : recherche, création,
      * modification et clôture, via le sous-menu ADHERENT-MENU-SCREEN.
      * La revue conformite du gel des avoirs (G) est reservee aux
      * administrateurs.
      *---------------------------------------------------------------
           MOVE SPACE TO ADH-CHOICE.
           PERFORM UNTIL ADH-CHOICE = "R"
                   WHEN ADH-CHOICE = "1"
                       CALL "scfront" USING WS-OPER-ID
                   WHEN ADH-CHOICE = "2"
                       CALL "sccreate" USING WS-OPER-ID
                   WHEN ADH-CHOICE = "3"
                       CALL "scedit" USING WS-OPER-ID
                   WHEN ADH-CHOICE = "4"
                       CALL "scarchsel"
                   WHEN ADH-CHOICE = "C"
                       IF WS-OPER-ROLE = "A" OR WS-OPER-ROLE = "G"
                           CALL "sccontrat" USING WS-OPER-ID
                       ELSE
                           DISPLAY "FONCTION RESERVEE (ROLE)."
                       END-IF
                   WHEN ADH-CHOICE = "N"
                       CALL "scnpai" USING WS-OPER-ID
                   WHEN ADH-CHOICE = "P"
                       CALL "scplainte" USING WS-OPER-ID
                   WHEN ADH-CHOICE = "G"
                       IF WS-OPER-ROLE = "A"
                           CALL "scgelrev" USING WS-OPER-ID
                       ELSE
                           DISPLAY "FONCTION RESERVEE (ROLE)."
                       END-IF
      *---------------------------------------------------------------
      * Gère les opérations liées aux cotisations : paiements et
      * historique via 'sccotis', mandats de prélèvement SEPA via
      * 'scmandat', jours fériés bancaires via 'scferie' (rôles
      * gestionnaire et administrateur), via le sous-menu
      * COTISATION-MENU-SCREEN.
      *---------------------------------------------------------------
           MOVE SPACE TO COT-CHOICE.
           PERFORM UNTIL COT-CHOICE = "R"
                           WS-PRELOAD-SECU
                   WHEN COT-CHOICE = "2"
                       CALL "scmandat"
                   WHEN COT-CHOICE = "3"
                       IF WS-OPER-ROLE = "A" OR WS-OPER-ROLE = "G"
                           CALL "scferie" USING WS-OPER-ID
                       ELSE
                           DISPLAY "FONCTION RESERVEE (ROLE)."
                       END-IF
                   WHEN COT-CHOICE = "R"
                       CONTINUE
                   WHEN OTHER
      * Gère les opérations liées aux remboursements : réclamations
      * d'un adhérent via 'scremb', file d'attente de toute la base
      * via 'scfileatt', via le sous-menu REMBOURSEMENT-MENU-SCREEN.
      * La revue superviseur des derogations ('screvue') est reservee
      * au role gestionnaire 'G'.
      *---------------------------------------------------------------
           MOVE SPACE TO REM-CHOICE.
           PERFORM UNTIL REM-CHOICE = "R"
                       CALL "scsimul"
                   WHEN REM-CHOICE = "5"
                       CALL "screcours" USING WS-OPER-ID
                   WHEN REM-CHOICE = "6"
                       CALL "scindu" USING WS-OPER-ID
                   WHEN REM-CHOICE = "7"
                       CALL "sccheque" USING WS-OPER-ID
                   WHEN REM-CHOICE = "8"
                       IF WS-OPER-ROLE = "G"
                           CALL "screvue" USING WS-OPER-ID
                       ELSE
                           DISPLAY "FONCTION RESERVEE (ROLE)."
                       END-IF
                   WHEN REM-CHOICE = "R"
                       CONTINUE
                   WHEN OTHER
           END-IF.
       END-6000-EXPLOITATION-BATCHS.
           EXIT.

      ******************************************************************
       7000-ADMINISTRATION-OPERATEURS.
      *---------------------------------------------------------------
      * Administration des comptes operateurs (creation, role,
      * desactivation, reinitialisation du mot de passe) via le
      * programme 'scoperadm'. Reserve au role administrateur.
      *---------------------------------------------------------------
           IF WS-OPER-ROLE = "A"
               CALL "scoperadm" USING WS-OPER-ID, WS-OPER-ROLE
           ELSE
               DISPLAY "FONCTION RESERVEE (ROLE)."
           END-IF.
       END-7000-ADMINISTRATION-OPERATEURS.
           EXIT.

      ******************************************************************
       8000-MODELES-COURRIER.
      *---------------------------------------------------------------
      * Maintenance des modeles de courrier (texte et champs de fusion
      * des lettres, date d'effet de chaque version) via le programme
      * 'scmodele'. Reserve aux roles gestionnaire et administrateur.
      *---------------------------------------------------------------
           IF WS-OPER-ROLE = "A" OR WS-OPER-ROLE = "G"
               CALL "scmodele" USING WS-OPER-ID
           ELSE
               DISPLAY "FONCTION RESERVEE (ROLE)."
           END-IF.
       END-8000-MODELES-COURRIER.
           EXIT.

      ******************************************************************
       9000-ADMINISTRATION-AGENCES.
      *---------------------------------------------------------------
      * Administration du referentiel des agences (creation, libelle,
      * fermeture et reouverture) via le programme 'scagence'.
      * Reserve au role administrateur.
      *---------------------------------------------------------------
           IF WS-OPER-ROLE = "A"
               CALL "scagence"
           ELSE
               DISPLAY "FONCTION RESERVEE (ROLE)."
           END-IF.
       END-9000-ADMINISTRATION-AGENCES.
           EXIT.
