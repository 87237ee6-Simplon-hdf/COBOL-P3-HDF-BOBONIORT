      *    beneficiaires (SCREEN-BENEFICIAIRE) : recherche d'un        *
      *    adherent par numero de securite sociale, ajout d'un         *
      *    beneficiaire (conjoint ou enfant), mise a jour du           *
      *    justificatif d'etudes d'un enfant deja enregistre (la       *
      *    couverture fermee a 18 ans par scbenefage se rouvre jusqu'a *
      *    25 ans quand le justificatif arrive) et export de la liste  *
      *    des beneficiaires rattaches a l'adherent trouve. Chaque     *
      *    beneficiaire ajoute est controle contre les listes de gel   *
      *    des avoirs et de sanctions (cf. scgelctl) : une             *
      *    correspondance ouvre une alerte de revue conformite et      *
      *    bloque les paiements de l'adherent.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scbenef.
      *    poste).
       01  WS-BENEF-OLD-UPDATE-DATE PIC X(10).

      *    [RD] Zone d'echange avec 'scgelctl' : controle du gel des
      *    avoirs du beneficiaire ajoute.
       COPY 'gel-controle.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 2100-CONTROLER-GEL
                      THRU END-2100-CONTROLER-GEL
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Beneficiaire ajoute avec succes.'
                       TO WS-BENEF-ERROR-MESSAGE
                   IF WS-GCT-RESULT NOT = 'N'
                       MOVE WS-GCT-MESSAGE TO WS-BENEF-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''ajout du beneficiaire.'
       END-2000-AJOUTER-BENEFICIAIRE.
           EXIT.

      ******************************************************************
      *    [RD] Controle le beneficiaire ajoute (nom, date de          *
      *    naissance) contre les listes de gel des avoirs, dans la     *
      *    transaction d'ajout. L'alerte eventuelle bloque les         *
      *    paiements de l'adherent auquel il est rattache.             *
      ******************************************************************
       2100-CONTROLER-GEL.
           MOVE 'N' TO WS-GCT-RESULT.
           MOVE SPACES TO WS-GCT-MESSAGE.

           EXEC SQL
               SELECT uuid_beneficiaire INTO :SQL-BENEF-BEN-UUID
               FROM beneficiaire
               WHERE uuid_customer = :SQL-BENEF-UUID-CUSTOMER
               AND beneficiaire_lastname = :SQL-BENEF-LASTNAME
               AND beneficiaire_firstname = :SQL-BENEF-FIRSTNAME
               AND beneficiaire_birth_date = :SQL-BENEF-BIRTH-DATE
               ORDER BY uuid_beneficiaire
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-2100-CONTROLER-GEL
           END-IF.

           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE 'B' TO WS-GCT-SUBJECT-TYPE.
           MOVE SQL-BENEF-BEN-UUID TO WS-GCT-SUBJECT-REF.
           MOVE SQL-BENEF-UUID-CUSTOMER TO WS-GCT-CUSTOMER.
           MOVE SQL-BENEF-LASTNAME TO WS-GCT-LASTNAME.
           MOVE SQL-BENEF-FIRSTNAME TO WS-GCT-FIRSTNAME.
           MOVE SQL-BENEF-BIRTH-DATE TO WS-GCT-BIRTH-DATE.
           MOVE SPACES TO WS-GCT-IBAN.
           MOVE 'scbenef' TO WS-GCT-ORIGIN.
           MOVE SPACES TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.
       END-2100-CONTROLER-GEL.
           EXIT.

      ******************************************************************
      *    [RD] Met a jour le justificatif d'etudes de l'enfant        *
      *    retrouve par nom/prenom chez l'adherent trouve : pose (ou   *
