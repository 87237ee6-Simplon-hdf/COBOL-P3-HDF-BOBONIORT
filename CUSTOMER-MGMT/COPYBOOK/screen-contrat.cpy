           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(06) VALUE 'Agence'
           LINE 16 COL 130.

           05 FILLER PIC X(04) USING WS-CTR-AGENCE
           LINE 17 COL 130 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Enregistrer le contrat'
           LINE 19 COL 45
           FOREGROUND-COLOR IS 2.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] SORTIE D'UN SALARIE ET PORTABILITE DES DROITS (ANI).   *
      ******************************************************************
           05 FILLER PIC X(27) VALUE 'Numero de securite sociale'
           LINE 21 COL 45.

           05 FILLER PIC X(01) USING WS-CTR-SECU-1
           LINE 22 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-CTR-SECU-2
           LINE 22 COL 46 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-CTR-SECU-3
           LINE 22 COL 48 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-CTR-SECU-4
           LINE 22 COL 50 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-CTR-SECU-5
           LINE 22 COL 52 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) USING WS-CTR-SECU-6
           LINE 22 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(02) USING WS-CTR-SECU-7
           LINE 22 COL 58 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Rechercher'
           LINE 22 COL 62
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CTR-SAL-SEARCH
           LINE 22 COL 73
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(100) FROM WS-CTR-SAL-INFO
           LINE 23 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(14) VALUE 'Date de sortie'
           LINE 24 COL 45.

           05 FILLER PIC X(10) USING WS-CTR-EXIT-DATE
           LINE 25 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Dernier contrat (mois)'
           LINE 24 COL 60.

           05 FILLER PIC 9(02) USING WS-CTR-NB-MONTHS
           LINE 25 COL 60 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Justificatif chomage (O/N)'
           LINE 24 COL 85.

           05 FILLER PIC X(01) USING WS-CTR-PROOF
           LINE 25 COL 85 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(21) VALUE 'Enregistrer la sortie'
           LINE 25 COL 115
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CTR-EXIT-VALIDATION
           LINE 25 COL 137
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Formule individuelle'
           LINE 27 COL 45.

           05 FILLER PIC X(10) USING WS-CTR-IND-FORMULE
           LINE 28 COL 45 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Adhesion individuelle acceptee'
           LINE 28 COL 60
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CTR-IND-VALIDATION
           LINE 28 COL 91
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
