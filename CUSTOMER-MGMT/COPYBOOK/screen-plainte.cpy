           01 SCREEN-PLAINTE FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(31) VALUE "REGISTRE DES PLAINTES CLIENTS"
           LINE 6 COL 74
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ENREGISTREMENT D'UNE PLAINTE : ADHERENT PAR NIR.       *
      ******************************************************************
           05 FILLER PIC X(27) VALUE 'Numero de securite sociale'
           LINE 8 COL 14.

           05 FILLER PIC X(01) USING WS-PLA-SECU-1
           LINE 9 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-PLA-SECU-2
           LINE 9 COL 15 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-PLA-SECU-3
           LINE 9 COL 17 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-PLA-SECU-4
           LINE 9 COL 19 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-PLA-SECU-5
           LINE 9 COL 21 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-PLA-SECU-6
           LINE 9 COL 24 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-PLA-SECU-7
           LINE 9 COL 27 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Rechercher'
           LINE 9 COL 32
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-PLA-SEARCH-VALIDATION
           LINE 9 COL 43
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(90) FROM WS-PLA-CUS-LINE
           LINE 9 COL 50
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(28) VALUE 'Date de reception AAAA-MM-JJ'
           LINE 11 COL 14.

           05 FILLER PIC X(10) USING WS-PLA-RECEPTION-DATE
           LINE 11 COL 43 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Canal'
           LINE 11 COL 58.

           05 FILLER PIC X(01) USING WS-PLA-CHANNEL
           LINE 11 COL 64 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(43)
           VALUE '(C=Courrier M=Mail T=Telephone G=Guichet)'
           LINE 11 COL 67.

           05 FILLER PIC X(09) VALUE 'Categorie'
           LINE 12 COL 14.

           05 FILLER PIC X(01) USING WS-PLA-CATEGORY
           LINE 12 COL 43 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(51)
           VALUE '(P=Paiement tardif A=Accueil D=Prelevement errone'
           LINE 12 COL 47.

           05 FILLER PIC X(25) VALUE 'C=Courrier perdu O=Autre)'
           LINE 12 COL 99.

           05 FILLER PIC X(28) VALUE 'Lien R=reclamation C=cotis.'
           LINE 13 COL 14.

           05 FILLER PIC X(01) USING WS-PLA-LINK-TYPE
           LINE 13 COL 43 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(43)
           VALUE 'Date des soins AAAA-MM-JJ / periode AAAA-MM'
           LINE 13 COL 47.

           05 FILLER PIC X(10) USING WS-PLA-LINK-REF
           LINE 13 COL 91 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Objet'
           LINE 14 COL 14.

           05 FILLER PIC X(60) USING WS-PLA-SUBJECT
           LINE 14 COL 43 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Enregistrer la plainte'
           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-PLA-ADD-VALIDATION
           LINE 15 COL 43
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] FILE DES PLAINTES OUVERTES, L'ECHEANCE LA PLUS PROCHE  *
      *    EN TETE (ACCUSE DE RECEPTION PUIS REPONSE).                 *
      ******************************************************************
           05 FILLER PIC X(140) FROM WS-PLA-LINE-1
           LINE 17 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-2
           LINE 18 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-3
           LINE 19 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-4
           LINE 20 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-5
           LINE 21 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-6
           LINE 22 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-7
           LINE 23 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-8
           LINE 24 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-9
           LINE 25 COL 14
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(140) FROM WS-PLA-LINE-10
           LINE 26 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(19) VALUE 'Rafraichir la liste'
           LINE 27 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-PLA-REFRESH-VALIDATION
           LINE 27 COL 35
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ACCUSE DE RECEPTION OU REPONSE SUR LA LIGNE CHOISIE.   *
      ******************************************************************
           05 FILLER PIC X(15) VALUE 'Numero de ligne'
           LINE 28 COL 14.

           05 FILLER PIC 9(02) USING WS-PLA-SELECTED-LINE
           LINE 29 COL 14 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE 'Action (A=accuse R=reponse)'
           LINE 28 COL 32.

           05 FILLER PIC X(01) USING WS-PLA-ACTION
           LINE 29 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36)
           VALUE 'Issue (F=fondee P=partielle N=rejet)'
           LINE 28 COL 62.

           05 FILLER PIC X(01) USING WS-PLA-OUTCOME
           LINE 29 COL 62 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Mediateur (O/N)'
           LINE 28 COL 102.

           05 FILLER PIC X(01) USING WS-PLA-MEDIATOR
           LINE 29 COL 102 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Valider'
           LINE 28 COL 124
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-PLA-PROCESS-VALIDATION
           LINE 29 COL 124
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-PLA-ERROR-MESSAGE
           LINE 31 COL 14
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-PLA-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
