      ******************************************************************
      *    [RD] Le programme 'sccontact' porte l'ecran de saisie d'un  *
      *    contact avec l'adherent (appel, passage au guichet,         *
      *    courrier ou mail recu), ouvert depuis le dossier 360        *
      *    (scdossier) avec le contexte de l'adherent : date et heure, *
      *    canal, motif, note libre et date de suivi promise. Le       *
      *    contact est trace dans la table 'contact_adherent' avec     *
      *    l'operateur connecte et l'horodatage de la saisie. Les      *
      *    suivis encore ouverts de l'adherent sont rappeles a l'ecran *
      *    et l'operateur peut les solder avec ce contact. Les cinq    *
      *    derniers contacts s'affichent sur le dossier ; sccontrpt    *
      *    sort la liste des suivis du jour par operateur et le        *
      *    decompte mensuel par motif.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccontact.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Adherent du dossier (lecture seule).
       01  WS-CON-IDENT-LINE          PIC X(90).

      *    [RD] Saisie du contact. Canal : T telephone, G guichet,
      *    C courrier recu, M mail recu. Motif : R question sur un
      *    remboursement, P paiement, A changement d'adresse,
      *    S resiliation, O autre.
       01  WS-CON-DATE                PIC X(10).
       01  WS-CON-TIME                PIC X(05).
       01  WS-CON-CHANNEL             PIC X(01).
       01  WS-CON-REASON              PIC X(01).
       01  WS-CON-NOTE.
           05 WS-CON-NOTE-1           PIC X(100).
           05 WS-CON-NOTE-2           PIC X(100).
       01  WS-CON-FOLLOWUP-DATE       PIC X(10).
       01  WS-CON-VALIDATION          PIC X(01).

      *    [RD] Suivis encore ouverts de l'adherent.
       01  WS-CON-OPEN-LINE           PIC X(50).
       01  WS-CON-OPEN-ED             PIC ZZ9.
       01  WS-CON-CLOSE-FOLLOWUP      PIC X(01).

       01  WS-CON-ERROR-MESSAGE       PIC X(70).
       01  WS-CON-MENU-RETURN         PIC X(01).
       01  WS-CON-STAMP               PIC X(21).
       01  WS-CON-TODAY-DATE          PIC X(10).
       01  WS-CON-NOW-TIME            PIC X(05).

      *    [RD] Controle de forme d'une date AAAA-MM-JJ saisie.
       01  WS-CON-CHECK-DATE          PIC X(10).
       01  WS-CON-DATE-OK             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CON-CUS-UUID      PIC X(36).
       01  SQL-CON-LASTNAME      PIC X(20).
       01  SQL-CON-FIRSTNAME     PIC X(20).
       01  SQL-CON-CODE-SECU     PIC 9(15).
       01  SQL-CON-OPEN-COUNT    PIC 9(03).

       01  SQL-CON-DATE          PIC X(10).
       01  SQL-CON-TIME          PIC X(05).
       01  SQL-CON-CHANNEL       PIC X(01).
       01  SQL-CON-REASON        PIC X(01).
       01  SQL-CON-NOTE          PIC X(200).
       01  SQL-CON-FOLLOWUP      PIC X(10).
       01  SQL-CON-OPERATOR      PIC X(08).
       01  SQL-CON-STAMP         PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Contexte recu de scdossier : operateur connecte et
      *    adherent du dossier.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).
       01  LK-CUS-UUID           PIC X(36).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-contact.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-CUS-UUID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Charge l'adherent du dossier et ses suivis ouverts, puis
      * boucle sur la saisie du contact jusqu'au retour au dossier.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-CON-MENU-RETURN.
           MOVE SPACES TO WS-CON-ERROR-MESSAGE.

           PERFORM 1000-CHARGER-ADHERENT
              THRU END-1000-CHARGER-ADHERENT.
           PERFORM 1100-INITIALISER-SAISIE
              THRU END-1100-INITIALISER-SAISIE.

           PERFORM UNTIL WS-CON-MENU-RETURN = 'O'
               MOVE SPACE TO WS-CON-VALIDATION
               DISPLAY SCREEN-CONTACT
               ACCEPT SCREEN-CONTACT

               EVALUATE TRUE
                   WHEN WS-CON-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-CON-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-CONTACT
                          THRU END-2000-ENREGISTRER-CONTACT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Identite de l'adherent du dossier et nombre de suivis  *
      *    promis encore ouverts.                                      *
      ******************************************************************
       1000-CHARGER-ADHERENT.
           MOVE SPACES TO WS-CON-IDENT-LINE.
           MOVE SPACES TO WS-CON-OPEN-LINE.
           MOVE LK-CUS-UUID TO SQL-CON-CUS-UUID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT customer_lastname, customer_firstname,
                   customer_code_secu
               INTO :SQL-CON-LASTNAME, :SQL-CON-FIRSTNAME,
                   :SQL-CON-CODE-SECU
               FROM customer
               WHERE uuid_customer = :SQL-CON-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Fiche adherent introuvable.'
                   TO WS-CON-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-CHARGER-ADHERENT
           END-IF.

           STRING SQL-CON-LASTNAME ' ' SQL-CON-FIRSTNAME
               ' - NIR ' SQL-CON-CODE-SECU
               DELIMITED BY SIZE INTO WS-CON-IDENT-LINE.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CON-OPEN-COUNT
               FROM contact_adherent
               WHERE uuid_customer = :SQL-CON-CUS-UUID
               AND contact_followup_date != ''
               AND COALESCE(contact_followup_done, 'N') != 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-CON-OPEN-COUNT
           END-IF.

           IF SQL-CON-OPEN-COUNT > ZERO
               MOVE SQL-CON-OPEN-COUNT TO WS-CON-OPEN-ED
               STRING 'Suivi(s) ouvert(s) : ' WS-CON-OPEN-ED
                   ' - solder (O/N)'
                   DELIMITED BY SIZE INTO WS-CON-OPEN-LINE
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1000-CHARGER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Remet la saisie a blanc, date et heure du moment par   *
      *    defaut.                                                     *
      ******************************************************************
       1100-INITIALISER-SAISIE.
           MOVE FUNCTION CURRENT-DATE TO WS-CON-STAMP.
           MOVE SPACES TO WS-CON-TODAY-DATE WS-CON-NOW-TIME.
           STRING WS-CON-STAMP(1:4) '-' WS-CON-STAMP(5:2) '-'
               WS-CON-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-CON-TODAY-DATE.
           STRING WS-CON-STAMP(9:2) ':' WS-CON-STAMP(11:2)
               DELIMITED BY SIZE INTO WS-CON-NOW-TIME.

           MOVE WS-CON-TODAY-DATE TO WS-CON-DATE.
           MOVE WS-CON-NOW-TIME   TO WS-CON-TIME.
           MOVE SPACES TO WS-CON-CHANNEL WS-CON-REASON WS-CON-NOTE
               WS-CON-FOLLOWUP-DATE WS-CON-CLOSE-FOLLOWUP.
       END-1100-INITIALISER-SAISIE.
           EXIT.

      ******************************************************************
      *    [RD] Controle la saisie puis trace le contact ; solde au    *
      *    passage les suivis ouverts si l'operateur l'a demande.      *
      ******************************************************************
       2000-ENREGISTRER-CONTACT.
           MOVE SPACES TO WS-CON-ERROR-MESSAGE.

           IF WS-CON-IDENT-LINE = SPACES
               MOVE 'Fiche adherent introuvable.'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CON-STAMP.
           MOVE SPACES TO WS-CON-TODAY-DATE.
           STRING WS-CON-STAMP(1:4) '-' WS-CON-STAMP(5:2) '-'
               WS-CON-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-CON-TODAY-DATE.

           IF WS-CON-DATE = SPACES
               MOVE WS-CON-TODAY-DATE TO WS-CON-DATE
           END-IF.
           MOVE WS-CON-DATE TO WS-CON-CHECK-DATE.
           PERFORM 2100-CONTROLER-DATE THRU END-2100-CONTROLER-DATE.
           IF WS-CON-DATE-OK NOT = 'O'
               MOVE 'Date du contact invalide (AAAA-MM-JJ).'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.
           IF WS-CON-DATE > WS-CON-TODAY-DATE
               MOVE 'La date du contact ne peut etre dans le futur.'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           IF WS-CON-TIME(1:2) NOT NUMERIC
               OR WS-CON-TIME(3:1) NOT = ':'
               OR WS-CON-TIME(4:2) NOT NUMERIC
               OR WS-CON-TIME(1:2) > '23'
               OR WS-CON-TIME(4:2) > '59'
               MOVE 'Heure du contact invalide (HH:MM).'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           IF WS-CON-CHANNEL NOT = 'T' AND WS-CON-CHANNEL NOT = 'G'
               AND WS-CON-CHANNEL NOT = 'C' AND WS-CON-CHANNEL NOT = 'M'
               MOVE 'Canal invalide (T, G, C ou M).'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           IF WS-CON-REASON NOT = 'R' AND WS-CON-REASON NOT = 'P'
               AND WS-CON-REASON NOT = 'A' AND WS-CON-REASON NOT = 'S'
               AND WS-CON-REASON NOT = 'O'
               MOVE 'Motif invalide (R, P, A, S ou O).'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           IF WS-CON-NOTE = SPACES
               MOVE 'La note du contact est obligatoire.'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           IF WS-CON-FOLLOWUP-DATE NOT = SPACES
               MOVE WS-CON-FOLLOWUP-DATE TO WS-CON-CHECK-DATE
               PERFORM 2100-CONTROLER-DATE
                  THRU END-2100-CONTROLER-DATE
               IF WS-CON-DATE-OK NOT = 'O'
                   MOVE 'Date de suivi invalide (AAAA-MM-JJ).'
                       TO WS-CON-ERROR-MESSAGE
                   GO TO END-2000-ENREGISTRER-CONTACT
               END-IF
               IF WS-CON-FOLLOWUP-DATE < WS-CON-TODAY-DATE
                   MOVE 'La date de suivi est deja passee.'
                       TO WS-CON-ERROR-MESSAGE
                   GO TO END-2000-ENREGISTRER-CONTACT
               END-IF
           END-IF.

           MOVE LK-CUS-UUID          TO SQL-CON-CUS-UUID.
           MOVE WS-CON-DATE          TO SQL-CON-DATE.
           MOVE WS-CON-TIME          TO SQL-CON-TIME.
           MOVE WS-CON-CHANNEL       TO SQL-CON-CHANNEL.
           MOVE WS-CON-REASON        TO SQL-CON-REASON.
           MOVE WS-CON-NOTE          TO SQL-CON-NOTE.
           MOVE WS-CON-FOLLOWUP-DATE TO SQL-CON-FOLLOWUP.
           MOVE LK-OPERATOR-ID       TO SQL-CON-OPERATOR.
           MOVE SPACES TO SQL-CON-STAMP.
           STRING WS-CON-TODAY-DATE ' ' WS-CON-STAMP(9:2) ':'
               WS-CON-STAMP(11:2) ':' WS-CON-STAMP(13:2)
               DELIMITED BY SIZE INTO SQL-CON-STAMP.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           IF WS-CON-CLOSE-FOLLOWUP = 'O'
               EXEC SQL
                   UPDATE contact_adherent
                   SET contact_followup_done = 'O'
                   WHERE uuid_customer = :SQL-CON-CUS-UUID
                   AND contact_followup_date != ''
                   AND COALESCE(contact_followup_done, 'N') != 'O'
               END-EXEC
               IF SQLCODE < ZERO
                   EXEC SQL ROLLBACK WORK END-EXEC
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 'Erreur lors du solde des suivis ouverts.'
                       TO WS-CON-ERROR-MESSAGE
                   GO TO END-2000-ENREGISTRER-CONTACT
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO contact_adherent (uuid_customer,
                   contact_date, contact_time, contact_channel,
                   contact_reason, contact_note, contact_followup_date,
                   contact_followup_done, contact_operator,
                   contact_stamp)
               VALUES (:SQL-CON-CUS-UUID, :SQL-CON-DATE,
                   :SQL-CON-TIME, :SQL-CON-CHANNEL, :SQL-CON-REASON,
                   :SQL-CON-NOTE, :SQL-CON-FOLLOWUP, 'N',
                   :SQL-CON-OPERATOR, :SQL-CON-STAMP)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''enregistrement du contact.'
                   TO WS-CON-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-CONTACT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM 1000-CHARGER-ADHERENT
              THRU END-1000-CHARGER-ADHERENT.
           PERFORM 1100-INITIALISER-SAISIE
              THRU END-1100-INITIALISER-SAISIE.
           MOVE 'Contact enregistre.' TO WS-CON-ERROR-MESSAGE.
       END-2000-ENREGISTRER-CONTACT.
           EXIT.

      ******************************************************************
      *    [RD] Controle de forme d'une date AAAA-MM-JJ.               *
      ******************************************************************
       2100-CONTROLER-DATE.
           MOVE 'N' TO WS-CON-DATE-OK.
           IF WS-CON-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CON-CHECK-DATE(5:1) NOT = '-'
               OR WS-CON-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CON-CHECK-DATE(8:1) NOT = '-'
               OR WS-CON-CHECK-DATE(9:2) NOT NUMERIC
               GO TO END-2100-CONTROLER-DATE
           END-IF.
           IF WS-CON-CHECK-DATE(6:2) < '01'
               OR WS-CON-CHECK-DATE(6:2) > '12'
               OR WS-CON-CHECK-DATE(9:2) < '01'
               OR WS-CON-CHECK-DATE(9:2) > '31'
               GO TO END-2100-CONTROLER-DATE
           END-IF.
           MOVE 'O' TO WS-CON-DATE-OK.
       END-2100-CONTROLER-DATE.
           EXIT.
