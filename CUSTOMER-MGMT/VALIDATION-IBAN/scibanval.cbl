      *    la fiche adherent est remplace (avec trace 'IBAN' dans      *
      *    customer_history) : jusque-la, scsepavir et scsepagen       *
      *    continuent de payer et prelever sur l'ancien compte.        *
      *    L'acces est reserve aux roles 'A' et 'G' par le menu. Un    *
      *    nouvel IBAN approuve leve le blocage pose apres un virement *
      *    retourne par la banque (cf. scvirret) : scsepavir           *
      *    recommence a virer sur ce compte. Un IBAN approuve est      *
      *    controle, avec le titulaire de la fiche, contre les listes  *
      *    de gel des avoirs et de sanctions (cf. scgelctl) : une      *
      *    correspondance ouvre une alerte de revue conformite et      *
      *    bloque les paiements de l'adherent.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scibanval.
       01  WS-IBV-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

      *    [RD] Zone d'echange avec 'scgelctl' : controle du gel des
      *    avoirs sur le nouvel IBAN approuve.
       COPY 'gel-controle.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-IBV-TODAY           PIC X(10).
       01  SQL-IBV-REVIEWER        PIC X(08).
       01  SQL-IBV-STATUS          PIC X(01).
       01  SQL-IBV-BIRTH-DATE      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GO TO END-2000-TRAITER-LIGNE
           END-IF.

           MOVE 'N' TO WS-GCT-RESULT.
           IF WS-IBV-DECISION = 'A'
               PERFORM 2100-APPLIQUER-NOUVEL-IBAN
                  THRU END-2100-APPLIQUER-NOUVEL-IBAN
                   EXEC SQL DISCONNECT ALL END-EXEC
                   GO TO END-2000-TRAITER-LIGNE
               END-IF
               PERFORM 2150-CONTROLER-GEL
                  THRU END-2150-CONTROLER-GEL
           END-IF.

           MOVE WS-IBV-DECISION TO SQL-IBV-STATUS.
                   IF WS-IBV-DECISION = 'A'
                       MOVE 'Changement approuve et applique.'
                           TO WS-IBV-ERROR-MESSAGE
                       IF WS-GCT-RESULT NOT = 'N'
                           MOVE WS-GCT-MESSAGE TO WS-IBV-ERROR-MESSAGE
                       END-IF
                   ELSE
                       MOVE 'Changement rejete, fiche inchangee.'
                           TO WS-IBV-ERROR-MESSAGE
      ******************************************************************
      *    [RD] Applique l'IBAN approuve sur la fiche adherent et      *
      *    ecrit la trace 'IBAN' dans customer_history au nom de       *
      *    l'operateur valideur. Un IBAN different leve le blocage     *
      *    pose par un retour banque. La connexion SQL doit etre       *
      *    ouverte.                                                    *
      ******************************************************************
       2100-APPLIQUER-NOUVEL-IBAN.
           EXEC SQL
           EXEC SQL
               UPDATE customer SET
                   customer_code_iban = :SQL-IBV-PEND-IBAN,
                   customer_iban_blocked = CASE
                       WHEN customer_code_iban = :SQL-IBV-PEND-IBAN
                       THEN customer_iban_blocked ELSE 'N' END,
                   customer_update_date = :SQL-IBV-TODAY
               WHERE uuid_customer = :SQL-IBV-CUS-UUID
           END-EXEC.
           END-EXEC.
       END-2100-APPLIQUER-NOUVEL-IBAN.
           EXIT.

      ******************************************************************
      *    [RD] Controle le titulaire de la fiche et le nouvel IBAN    *
      *    approuve contre les listes de gel des avoirs, dans la       *
      *    transaction d'approbation. La connexion SQL doit etre       *
      *    ouverte.                                                    *
      ******************************************************************
       2150-CONTROLER-GEL.
           EXEC SQL
               SELECT customer_lastname, customer_firstname,
                   COALESCE(customer_birth_date, '')
               INTO :SQL-IBV-LASTNAME, :SQL-IBV-FIRSTNAME,
                   :SQL-IBV-BIRTH-DATE
               FROM customer
               WHERE uuid_customer = :SQL-IBV-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-2150-CONTROLER-GEL
           END-IF.

           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE 'A' TO WS-GCT-SUBJECT-TYPE.
           MOVE SQL-IBV-CUS-UUID TO WS-GCT-SUBJECT-REF.
           MOVE SQL-IBV-CUS-UUID TO WS-GCT-CUSTOMER.
           MOVE SQL-IBV-LASTNAME TO WS-GCT-LASTNAME.
           MOVE SQL-IBV-FIRSTNAME TO WS-GCT-FIRSTNAME.
           MOVE SQL-IBV-BIRTH-DATE TO WS-GCT-BIRTH-DATE.
           MOVE SQL-IBV-PEND-IBAN TO WS-GCT-IBAN.
           MOVE 'scibanval' TO WS-GCT-ORIGIN.
           MOVE SQL-IBV-REVIEWER TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.
       END-2150-CONTROLER-GEL.
           EXIT.
