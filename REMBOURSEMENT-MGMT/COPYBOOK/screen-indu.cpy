           01 SCREEN-INDU FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(35)
           VALUE "INDUS SUR REMBOURSEMENTS DEJA PAYES"
           LINE 6 COL 72
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RECHERCHE DE L'ADHERENT PAR NIR.                       *
      ******************************************************************
           05 FILLER PIC X(26) VALUE 'Numero de securite sociale'
           LINE 8 COL 14.

           05 FILLER PIC X(01) USING WS-IND-SECU-1
           LINE 9 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-IND-SECU-2
           LINE 9 COL 15 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-IND-SECU-3
           LINE 9 COL 17 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-IND-SECU-4
           LINE 9 COL 19 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-IND-SECU-5
           LINE 9 COL 21 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-IND-SECU-6
           LINE 9 COL 24 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-IND-SECU-7
           LINE 9 COL 27 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Rechercher'
           LINE 9 COL 32
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-IND-SEARCH-VALIDATION
           LINE 9 COL 43
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(90) FROM WS-IND-CUS-LINE
           LINE 9 COL 50
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DIX DERNIERES RECLAMATIONS PAYEES DE L'ADHERENT.       *
      ******************************************************************
           05 FILLER PIC X(35)
           VALUE 'Reclamations payees (plus recentes)'
           LINE 11 COL 14.

           05 FILLER PIC X(130) FROM WS-IND-LINE-1
           LINE 12 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-2
           LINE 13 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-3
           LINE 14 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-4
           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-5
           LINE 16 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-6
           LINE 17 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-7
           LINE 18 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-8
           LINE 19 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-9
           LINE 20 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-LINE-10
           LINE 21 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ENREGISTREMENT D'UN INDU SUR LA RECLAMATION CHOISIE.   *
      ******************************************************************
           05 FILLER PIC X(15) VALUE 'Numero de ligne'
           LINE 23 COL 14.

           05 FILLER PIC 9(02) USING WS-IND-SELECTED-LINE
           LINE 24 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) VALUE 'Montant indu'
           LINE 23 COL 32.

           05 FILLER PIC 9(05) USING WS-IND-AMOUNT-EUROS
           LINE 24 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(01) VALUE ','
           LINE 24 COL 37
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC 9(02) USING WS-IND-AMOUNT-CENTS
           LINE 24 COL 38 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Motif'
           LINE 23 COL 48.

           05 FILLER PIC X(01) USING WS-IND-REASON
           LINE 24 COL 48 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(04) VALUE 'Note'
           LINE 23 COL 56.

           05 FILLER PIC X(60) USING WS-IND-NOTE
           LINE 24 COL 56 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Enregistrer'
           LINE 23 COL 124
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-IND-ADD-VALIDATION
           LINE 24 COL 124
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(47)
           VALUE 'Motif : B=fin de droits du beneficiaire D=deces'
           LINE 25 COL 14.

           05 FILLER PIC X(40)
           VALUE 'X=doublon A=decompte CPAM annule O=autre'
           LINE 25 COL 62.

      ******************************************************************
      *    [RD] INDUS OUVERTS DE L'ADHERENT ET REMBOURSEMENT RECU.     *
      ******************************************************************
           05 FILLER PIC X(27) VALUE 'Indus ouverts de l''adherent'
           LINE 26 COL 14.

           05 FILLER PIC X(130) FROM WS-IND-OPEN-LINE-1
           LINE 27 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-OPEN-LINE-2
           LINE 28 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-OPEN-LINE-3
           LINE 29 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(130) FROM WS-IND-OPEN-LINE-4
           LINE 30 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(35)
           VALUE 'Remboursement recu sur l''indu ligne'
           LINE 31 COL 14.

           05 FILLER PIC 9(01) USING WS-IND-OPEN-SELECTED
           LINE 31 COL 52 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'montant'
           LINE 31 COL 56.

           05 FILLER PIC 9(05) USING WS-IND-REPAID-EUROS
           LINE 31 COL 64 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(01) VALUE ','
           LINE 31 COL 69
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC 9(02) USING WS-IND-REPAID-CENTS
           LINE 31 COL 70 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 31 COL 80
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-IND-REPAID-VALIDATION
           LINE 31 COL 88
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-IND-ERROR-MESSAGE
           LINE 33 COL 14
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-IND-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
