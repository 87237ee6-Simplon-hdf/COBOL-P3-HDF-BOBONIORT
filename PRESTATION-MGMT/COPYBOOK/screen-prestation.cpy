      ******************************************************************
      *    [RD] LIBELLE, TAUX, PLAFOND ET REGLES D'ELIGIBILITE.        *
      ******************************************************************
           05 FILLER PIC X(20) VALUE 'Famille (actuariat)'
           LINE 12 COL 80.

           05 FILLER PIC X(10) USING WS-PRES-FAMILLE
           LINE 13 COL 80 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Libelle du soin'
           LINE 16 COL 45.

           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Panier 100% Sante et prix limite de vente.
           05 FILLER PIC X(17) VALUE 'Panier 100% Sante'
           LINE 16 COL 110.

           05 FILLER PIC X(01) USING WS-PRES-PANIER
           LINE 17 COL 110 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE 'O optique D dentaire A audio'
           LINE 18 COL 110
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC X(16) VALUE 'Prix limite EUR'
           LINE 16 COL 140.

           05 FILLER PIC 9(05) USING WS-PRES-PRIX-EUROS
           LINE 17 COL 140 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(01) VALUE ','
           LINE 17 COL 145
           FOREGROUND-COLOR IS 3.

           05 FILLER PIC 9(02) USING WS-PRES-PRIX-CENTS
           LINE 17 COL 146 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [RD] Renouvellement du contrat responsable : periode en
      *    mois, periode des moins de 16 ans, equipements par periode.
           05 FILLER PIC X(20) VALUE 'Renouvellement mois'
           LINE 22 COL 90.

           05 FILLER PIC 9(03) USING WS-PRES-RENOUV-MOIS
           LINE 23 COL 90 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Mois moins de 16 ans'
           LINE 22 COL 115.

           05 FILLER PIC 9(03) USING WS-PRES-RENOUV-ENFANT
           LINE 23 COL 115 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Nombre par periode'
           LINE 22 COL 140.

           05 FILLER PIC 9(01) USING WS-PRES-RENOUV-QTE
           LINE 23 COL 140 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] AJOUT AU CATALOGUE.                                    *
      ******************************************************************
