      ******************************************************************
      *    [RD] Le programme 'sccreate' porte l'ecran de creation d'un *
      *    adherent (SCREEN-CREATE-CUSTOMER) et insere la nouvelle     *
      *    ligne dans la table 'customer' une fois les champs saisis   *
      *    et valides par l'operateur. L'adherent est rattache a       *
      *    l'agence saisie ou, a defaut, a celle de l'operateur qui le *
      *    cree (cf. scoperadm). Chaque nouvel adherent est controle   *
      *    contre les listes de gel des avoirs et de sanctions (cf.    *
      *    scgelctl) : une correspondance ouvre une alerte de revue    *
      *    conformite, bloque ses paiements et est signalee a          *
      *    l'operateur.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccreate.
      *    mensuelle (defaut), 'T' trimestrielle, 'A' annuelle avec
      *    la remise approuvee par le conseil (cf. sccotiscalc).
       01  WS-CUS-BILLFREQ      PIC X(01).

      *    [RD] Agence de rattachement ; a blanc, celle de
      *    l'operateur connecte.
       01  WS-CUS-AGENCE        PIC X(04).
       01  WS-AGENCE-FOUND      PIC X(01).
       01  WS-ERROR-MESSAGE1    PIC X(140).
       01  WS-ERROR-MESSAGE2    PIC X(120).
       01  WS-CREATE-VALIDATION PIC X(01).
       01  WS-IBAN-REMAINDER    PIC 9(03).
       01  WS-IBAN-VALID        PIC X(01).

      *    [RD] Zone d'echange avec 'scgelctl' : controle du gel des
      *    avoirs du nouvel adherent.
       COPY 'gel-controle.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-CUS-FORMULE      PIC X(10).
       01  SQL-CUS-BILLFREQ     PIC X(01).
       01  SQL-FORMULE-COUNT    PIC 9(05).
       01  SQL-CUS-AGENCE       PIC X(04).
       01  SQL-AGENCE-COUNT     PIC 9(05).
       01  SQL-OPERATOR-ID      PIC X(08).

      *    [RD] Nombre d'adherents deja enregistres avec le meme
      *    numero de securite sociale, verifie avant tout INSERT.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) : son agence est l'agence par defaut.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-create-customer.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran de creation, declenche la
               GO TO END-1000-CREATE-CUSTOMER
           END-IF.

           PERFORM 1068-LOOKUP-AGENCE THRU END-1068-LOOKUP-AGENCE.
           IF WS-AGENCE-FOUND = 'N'
               MOVE 'Agence inconnue ou fermee. Laissez le champ a'
                   TO WS-ERROR-MESSAGE1
               MOVE 'blanc pour rattacher a votre agence.'
                   TO WS-ERROR-MESSAGE2
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-CREATE-CUSTOMER
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CUS-CREATE-DATE.
                   customer_doctor, customer_code_secu,
                   customer_code_iban, customer_nbchildren,
                   customer_couple, customer_create_date,
                   customer_formule, customer_billing_freq,
                   customer_agence
               ) VALUES (
                   :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                   :SQL-CUS-GENDER, :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                   :SQL-CUS-DOCTOR, :SQL-CUS-CODE-SECU,
                   :SQL-CUS-CODE-IBAN, :SQL-CUS-NBCHILDREN,
                   :SQL-CUS-COUPLE, :SQL-CUS-CREATE-DATE,
                   :SQL-CUS-FORMULE, :SQL-CUS-BILLFREQ,
                   :SQL-CUS-AGENCE
               )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 1070-LINK-SPOUSE THRU END-1070-LINK-SPOUSE
                   PERFORM 1075-CONTROLER-GEL
                      THRU END-1075-CONTROLER-GEL
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Adherent cree avec succes.'
                       TO WS-ERROR-MESSAGE1
                   IF WS-GCT-RESULT NOT = 'N'
                       MOVE WS-GCT-MESSAGE TO WS-ERROR-MESSAGE2
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de la creation de l''adherent.'
       END-1065-LOOKUP-DOCTOR.
           EXIT.

      ******************************************************************
      *    [RD] Determine l'agence de rattachement dans SQL-CUS-AGENCE *
      *    : l'agence saisie, verifiee au referentiel 'agence'         *
      *    (ouverte), ou a defaut celle de l'operateur connecte.       *
      *    Laisse WS-AGENCE-FOUND a 'N' seulement pour une agence      *
      *    saisie inconnue ou fermee ; un operateur sans agence cree   *
      *    un adherent sans agence.                                    *
      ******************************************************************
       1068-LOOKUP-AGENCE.
           MOVE 'O' TO WS-AGENCE-FOUND.
           MOVE SPACES TO SQL-CUS-AGENCE.

           IF WS-CUS-AGENCE = SPACES
               MOVE LK-OPERATOR-ID TO SQL-OPERATOR-ID
               EXEC SQL
                   SELECT COALESCE(operateur_agence, ' ')
                   INTO :SQL-CUS-AGENCE
                   FROM operateur
                   WHERE operateur_id = :SQL-OPERATOR-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE SPACES TO SQL-CUS-AGENCE
               END-IF
               GO TO END-1068-LOOKUP-AGENCE
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CUS-AGENCE) TO SQL-CUS-AGENCE.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AGENCE-COUNT
               FROM agence
               WHERE agence_code = :SQL-CUS-AGENCE
               AND agence_active = 'O'
           END-EXEC.

           IF SQL-AGENCE-COUNT = ZERO
               MOVE 'N' TO WS-AGENCE-FOUND
           END-IF.
       END-1068-LOOKUP-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Une fois le nouvel adherent insere, relie en retour la *
      *    fiche du conjoint a ce nouvel UUID pour que le lien soit    *
       END-1070-LINK-SPOUSE.
           EXIT.

      ******************************************************************
      *    [RD] Controle le nouvel adherent (nom, date de naissance,   *
      *    IBAN) contre les listes de gel des avoirs, dans la          *
      *    transaction de creation : l'alerte eventuelle est validee   *
      *    avec la fiche.                                              *
      ******************************************************************
       1075-CONTROLER-GEL.
           MOVE 'N' TO WS-GCT-RESULT.
           MOVE SPACES TO WS-GCT-MESSAGE.

           EXEC SQL
               SELECT uuid_customer INTO :SQL-NEW-CUS-UUID
               FROM customer
               WHERE customer_code_secu = :SQL-CUS-CODE-SECU
               AND COALESCE(customer_active, ' ') != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-1075-CONTROLER-GEL
           END-IF.

           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE 'A' TO WS-GCT-SUBJECT-TYPE.
           MOVE SQL-NEW-CUS-UUID TO WS-GCT-SUBJECT-REF.
           MOVE SQL-NEW-CUS-UUID TO WS-GCT-CUSTOMER.
           MOVE SQL-CUS-LASTNAME TO WS-GCT-LASTNAME.
           MOVE SQL-CUS-FIRSTNAME TO WS-GCT-FIRSTNAME.
           MOVE SQL-CUS-BIRTH-DATE TO WS-GCT-BIRTH-DATE.
           MOVE SQL-CUS-CODE-IBAN TO WS-GCT-IBAN.
           MOVE 'sccreate' TO WS-GCT-ORIGIN.
           MOVE LK-OPERATOR-ID TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.
       END-1075-CONTROLER-GEL.
           EXIT.

      ******************************************************************
      *    [RD] Verifie la cle de controle modulo 97 de l'IBAN saisi   *
      *    (norme ISO 7064) : on replace les 4 premiers caracteres a   *
