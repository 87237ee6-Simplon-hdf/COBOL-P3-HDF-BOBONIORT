           01 SCREEN-MODELE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(19) VALUE "MODELES DE COURRIER"
           LINE 6 COL 85
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] TYPE DE LETTRE ET DATE D'EFFET DE LA VERSION.          *
      ******************************************************************
           05 FILLER PIC X(14) VALUE 'Type de lettre'
           LINE 8 COL 45.

           05 FILLER PIC X(10) USING WS-MOD-TYPE
           LINE 8 COL 61 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE "Date d'effet AAAA-MM-JJ"
           LINE 8 COL 75.

           05 FILLER PIC X(10) USING WS-MOD-EFFECT-DATE
           LINE 8 COL 100 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(08) VALUE 'Afficher'
           LINE 9 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-MOD-LOAD-VALIDATION
           LINE 9 COL 54
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Enregistrer cette version'
           LINE 9 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-MOD-SAVE-VALIDATION
           LINE 9 COL 86
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-MOD-VERSION-LINE
           LINE 10 COL 45
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] TEXTE DU MODELE : QUINZE LIGNES DE CENT CARACTERES.    *
      ******************************************************************
           05 FILLER PIC X(100) USING WS-MOD-TEXT-01
           LINE 12 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-02
           LINE 13 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-03
           LINE 14 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-04
           LINE 15 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-05
           LINE 16 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-06
           LINE 17 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-07
           LINE 18 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-08
           LINE 19 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-09
           LINE 20 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-10
           LINE 21 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-11
           LINE 22 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-12
           LINE 23 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-13
           LINE 24 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-14
           LINE 25 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(100) USING WS-MOD-TEXT-15
           LINE 26 COL 45 BACKGROUND-COLOR IS 2 FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] AIDE : TYPES DE LETTRE ET CHAMPS DE FUSION.            *
      ******************************************************************
           05 FILLER PIC X(44)
           VALUE 'Types : RENOUVEL AVISCOTIS RECLAMOK RECLAMKO'
           LINE 27 COL 45.

           05 FILLER PIC X(53)
           VALUE 'RELANCE1 RELANCE2 RELANCE3 PIECES PIECESREJ FINENFANT'
           LINE 27 COL 90.

           05 FILLER PIC X(34)
           VALUE 'PRENOTIF TARIF DECES INDU NOUVIBAN'
           LINE 27 COL 144.

           05 FILLER PIC X(18)
           VALUE 'PORTAOFFRE AVENANT'
           LINE 28 COL 144.

           05 FILLER PIC X(46)
           VALUE 'Champs : {NOM} {PRENOM} {ADRESSE} {CP} {VILLE}'
           LINE 28 COL 45.

           05 FILLER PIC X(49)
           VALUE '{NIR} {MAIL} {MONTANT} {PERIODE} {ECHEANCE} {RUM}'
           LINE 28 COL 92.

           05 FILLER PIC X(38)
           VALUE '{PRESTATION} {FORMULE} {DIVERS} {DATE}'
           LINE 29 COL 54.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-MOD-ERROR-MESSAGE
           LINE 30 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-MOD-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
