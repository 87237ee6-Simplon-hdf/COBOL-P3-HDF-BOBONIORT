           01 SCREEN-NPAI FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(30) VALUE "RETOURS DE COURRIER (NPAI)"
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] RECHERCHE DE L'ADHERENT PAR NUMERO DE SECURITE SOCIALE.*
      ******************************************************************
           05 FILLER PIC X(27) VALUE 'Numero de securite sociale'
           LINE 12 COL 45.

           05 FILLER PIC X(01) USING WS-NPA-SECU-1
           LINE 13 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-NPA-SECU-2
           LINE 13 COL 46 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-NPA-SECU-3
           LINE 13 COL 48 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-NPA-SECU-4
           LINE 13 COL 50 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-NPA-SECU-5
           LINE 13 COL 52 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-NPA-SECU-6
           LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-NPA-SECU-7
           LINE 13 COL 58 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Rechercher'
           LINE 14 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-NPA-SEARCH-VALIDATION
           LINE 14 COL 56
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ADHERENT TROUVE ET ADRESSE ENREGISTREE (lecture seule).*
      ******************************************************************
           05 FILLER PIC X(03) VALUE 'Nom'
           LINE 16 COL 45.

           05 FILLER PIC X(20) FROM WS-NPA-CUS-LASTNAME
           LINE 17 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(06) VALUE 'Prenom'
           LINE 16 COL 70.

           05 FILLER PIC X(20) FROM WS-NPA-CUS-FIRSTNAME
           LINE 17 COL 70
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(07) VALUE 'Adresse'
           LINE 18 COL 45.

           05 FILLER PIC X(50) FROM WS-NPA-CUS-ADRESS1
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(15) FROM WS-NPA-CUS-ZIPCODE
           LINE 20 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(50) FROM WS-NPA-CUS-TOWN
           LINE 20 COL 61
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(23) VALUE 'Adresse invalide (NPAI)'
           LINE 21 COL 45.

           05 FILLER PIC X(01) FROM WS-NPA-CUR-INVALID
           LINE 21 COL 70
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(06) VALUE 'depuis'
           LINE 21 COL 73.

           05 FILLER PIC X(10) FROM WS-NPA-CUR-INVALID-DATE
           LINE 21 COL 80
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] SAISIE DU COURRIER REVENU.                             *
      ******************************************************************
           05 FILLER PIC X(20) VALUE 'Courrier revenu'
           LINE 23 COL 45.

           05 FILLER PIC X(20) USING WS-NPA-LETTER
           LINE 24 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Date du retour AAAA-MM-JJ'
           LINE 23 COL 70.

           05 FILLER PIC X(10) USING WS-NPA-RETURN-DATE
           LINE 24 COL 70 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Enregistrer le retour'
           LINE 26 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-NPA-VALIDATION
           LINE 26 COL 71
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-NPA-ERROR-MESSAGE
           LINE 30 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU MENU.                                        *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-NPA-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
