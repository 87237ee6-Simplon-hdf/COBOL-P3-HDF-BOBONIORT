      *    repertoire et recherche par nom (recherche "a trou"). Les   *
      *    ecrans de creation/modification d'un adherent (sccreate,    *
      *    scedit) valident desormais le medecin saisi contre ce       *
      *    repertoire plutot que d'accepter n'importe quel texte       *
      *    libre. Le repertoire porte aussi l'IBAN de chaque praticien *
      *    conventionne tiers payant : c'est sur ce compte que         *
      *    'scsepavir' vire les reclamations marquees tiers payant     *
      *    (cf. scremb) au lieu de payer l'adherent. Un IBAN bloque    *
      *    apres un virement retourne par la banque (cf. scvirret) est *
      *    debloque des qu'un IBAN different est enregistre ici.       *
      *    Chaque praticien ajoute, et chaque IBAN tiers payant        *
      *    enregistre, est controle contre les listes de gel des       *
      *    avoirs et de sanctions (cf. scgelctl) : une correspondance  *
      *    ouvre une alerte de revue conformite et bloque les          *
      *    virements au praticien.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdocteur.
       01  WS-DOC-ERROR-MESSAGE    PIC X(70).
       01  WS-DOC-MENU-RETURN      PIC X(01).

      *    [RD] Zone d'echange avec 'scgelctl' : controle du gel des
      *    avoirs du praticien et de son IBAN.
       COPY 'gel-controle.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 8000-CONTROLER-GEL
                      THRU END-8000-CONTROLER-GEL
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Medecin ajoute au repertoire avec succes.'
                       TO WS-DOC-ERROR-MESSAGE
                   IF WS-GCT-RESULT NOT = 'N'
                       MOVE WS-GCT-MESSAGE TO WS-DOC-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''ajout du medecin.'
      *    medecin dont le nom est saisi dans le champ d'ajout : le    *
      *    praticien doit deja figurer au repertoire et l'IBAN porter  *
      *    une cle de controle correcte. C'est cet IBAN que scsepavir  *
      *    utilise pour les virements tiers payant. Un IBAN different  *
      *    leve le blocage pose par un retour banque.                  *
      ******************************************************************
       3000-ENREGISTRER-IBAN.
           MOVE SPACES TO WS-DOC-ERROR-MESSAGE.
           END-IF.

           EXEC SQL
               UPDATE doctor SET doctor_iban = :SQL-DOC-IBAN,
                   doctor_iban_blocked = CASE
                       WHEN doctor_iban = :SQL-DOC-IBAN
                       THEN doctor_iban_blocked ELSE 'N' END
               WHERE doctor_name = :SQL-DOC-NAME
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 8000-CONTROLER-GEL
                      THRU END-8000-CONTROLER-GEL
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'IBAN tiers payant enregistre.'
                       TO WS-DOC-ERROR-MESSAGE
                   IF WS-GCT-RESULT NOT = 'N'
                       MOVE WS-GCT-MESSAGE TO WS-DOC-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''enregistrement de l''IBAN.'
       END-3000-ENREGISTRER-IBAN.
           EXIT.

      ******************************************************************
      *    [RD] Controle le praticien (nom au repertoire, qui lui sert *
      *    de reference) et son IBAN contre les listes de gel des      *
      *    avoirs, dans la transaction d'ajout ou d'enregistrement de  *
      *    l'IBAN. La connexion SQL doit etre ouverte.                 *
      ******************************************************************
       8000-CONTROLER-GEL.
           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE 'P' TO WS-GCT-SUBJECT-TYPE.
           MOVE SQL-DOC-NAME TO WS-GCT-SUBJECT-REF.
           MOVE SPACES TO WS-GCT-CUSTOMER.
           MOVE SQL-DOC-NAME TO WS-GCT-LASTNAME.
           MOVE SPACES TO WS-GCT-FIRSTNAME.
           MOVE SPACES TO WS-GCT-BIRTH-DATE.
           MOVE SQL-DOC-IBAN TO WS-GCT-IBAN.
           MOVE 'scdocteur' TO WS-GCT-ORIGIN.
           MOVE SPACES TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.
       END-8000-CONTROLER-GEL.
           EXIT.

      ******************************************************************
      *    [RD] Verifie la cle de controle modulo 97 de l'IBAN saisi,  *
      *    identique a 1050-VALIDATE-IBAN dans sccreate. Un champ      *
