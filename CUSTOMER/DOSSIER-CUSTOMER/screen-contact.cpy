           01 SCREEN-CONTACT FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.

      ******************************************************************
      *    [RD] DEFINITION DU CADRE.                                   *
      ******************************************************************
       COPY 'screen-border.cpy'.

      ******************************************************************
      *    [RD] TITRE.                                                 *
      ******************************************************************
           05 FILLER PIC X(24) VALUE "NOUVEAU CONTACT ADHERENT"
           LINE 6 COL 80
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] ADHERENT DU DOSSIER (lecture seule).                   *
      ******************************************************************
           05 FILLER PIC X(90) FROM WS-CON-IDENT-LINE
           LINE 8 COL 45
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DATE, HEURE, CANAL ET MOTIF DU CONTACT.                *
      ******************************************************************
           05 FILLER PIC X(26) VALUE 'Date du contact AAAA-MM-JJ'
           LINE 10 COL 45.

           05 FILLER PIC X(10) USING WS-CON-DATE
           LINE 10 COL 72 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Heure HH:MM'
           LINE 10 COL 90.

           05 FILLER PIC X(05) USING WS-CON-TIME
           LINE 10 COL 102 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Canal'
           LINE 12 COL 45.

           05 FILLER PIC X(01) USING WS-CON-CHANNEL
           LINE 12 COL 72 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(52)
           VALUE 'T=Telephone  G=Guichet  C=Courrier recu  M=Mail recu'
           LINE 12 COL 76.

           05 FILLER PIC X(05) VALUE 'Motif'
           LINE 13 COL 45.

           05 FILLER PIC X(01) USING WS-CON-REASON
           LINE 13 COL 72 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(36)
           VALUE 'R=Question remboursement  P=Paiement'
           LINE 13 COL 76.

           05 FILLER PIC X(46)
           VALUE 'A=Changement d''adresse  S=Resiliation  O=Autre'
           LINE 14 COL 76.

      ******************************************************************
      *    [RD] NOTE LIBRE ET DATE DE SUIVI PROMISE A L'ADHERENT.      *
      ******************************************************************
           05 FILLER PIC X(04) VALUE 'Note'
           LINE 16 COL 45.

           05 FILLER PIC X(100) USING WS-CON-NOTE-1
           LINE 17 COL 45
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(100) USING WS-CON-NOTE-2
           LINE 18 COL 45
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Date de suivi AAAA-MM-JJ'
           LINE 20 COL 45.

           05 FILLER PIC X(10) USING WS-CON-FOLLOWUP-DATE
           LINE 20 COL 72 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE '(vide si aucun suivi promis)'
           LINE 20 COL 85.

      *    [RD] Suivis promis lors des contacts precedents et encore
      *    ouverts : l'operateur les solde en enregistrant ce contact.
           05 FILLER PIC X(50) FROM WS-CON-OPEN-LINE
           LINE 21 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CON-CLOSE-FOLLOWUP
           LINE 21 COL 96
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(08) VALUE 'Valider'
           LINE 22 COL 45
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-CON-VALIDATION
           LINE 22 COL 54
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************
      *    [RD] ZONE MESSAGE.                                          *
      ******************************************************************
           05 FILLER PIC X(70) FROM WS-CON-ERROR-MESSAGE
           LINE 24 COL 45
           FOREGROUND-COLOR IS 8.

      ******************************************************************
      *    [RD] RETOUR AU DOSSIER.                                     *
      ******************************************************************
           05 FILLER PIC X(01) USING WS-CON-MENU-RETURN
           LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Retour'
           LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
