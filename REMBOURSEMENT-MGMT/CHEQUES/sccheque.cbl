      ******************************************************************
      *    [RD] Le programme 'sccheque' porte l'ecran du registre des  *
      *    cheques de remboursement (table 'cheque', cf. scremchq) :   *
      *    recherche d'un cheque par son numero (adherent, montant,    *
      *    emission, encaissement ou annulation), liste des dix plus   *
      *    anciens cheques emis et non encaisses, et annulation d'un   *
      *    cheque perdu, perime ou mal libelle avec emission d'un      *
      *    cheque de remplacement du meme montant sous le numero       *
      *    suivant du registre. Les reclamations payees sont reportees *
      *    sur le nouveau numero ; la lettre-cheque de remplacement    *
      *    est imprimee au passage suivant de scremchq. L'encaissement *
      *    est constate au releve bancaire (cf. scrappro). Aucun       *
      *    cheque de remplacement n'est emis a un adherent vise par    *
      *    une alerte de gel des avoirs en attente de revue ou         *
      *    confirmee.                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccheque.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Recherche d'un cheque et etat du cheque trouve.
       01  WS-CHE-NUMBER              PIC 9(07).
       01  WS-CHE-SEARCH-VALIDATION   PIC X(01).
       01  WS-CHE-DETAIL-LINE         PIC X(130).
       01  WS-CHE-FOUND-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-CHE-FOUND-STATUS        PIC X(01).
       01  WS-CHE-STATUS-LABEL        PIC X(40).

      *    [RD] Dix plus anciens cheques emis non encaisses.
       01  WS-CHE-LINE-1              PIC X(130).
       01  WS-CHE-LINE-2              PIC X(130).
       01  WS-CHE-LINE-3              PIC X(130).
       01  WS-CHE-LINE-4              PIC X(130).
       01  WS-CHE-LINE-5              PIC X(130).
       01  WS-CHE-LINE-6              PIC X(130).
       01  WS-CHE-LINE-7              PIC X(130).
       01  WS-CHE-LINE-8              PIC X(130).
       01  WS-CHE-LINE-9              PIC X(130).
       01  WS-CHE-LINE-10             PIC X(130).
       01  WS-CHE-LINE-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-CHE-LINE-BUILT          PIC X(130).
       01  WS-CHE-PRINT-LABEL         PIC X(22).
       01  WS-CHE-REFRESH-VALIDATION  PIC X(01).

      *    [RD] Annulation et remplacement du cheque trouve.
       01  WS-CHE-REASON              PIC X(40).
       01  WS-CHE-CANCEL-VALIDATION   PIC X(01).

      *    [RD] Controle de periode comptable (cf. scperctl) :
      *    l'annulation et le remplacement sont dates du jour.
       01  WS-CHE-PERIODE-OVERRIDE    PIC X(01) VALUE 'N'.
       01  WS-PER-DATE                PIC X(10).
       01  WS-PER-ALLOWED             PIC X(01).
       01  WS-PER-MESSAGE             PIC X(70).

       01  WS-CHE-AMOUNT-ED           PIC ZZZZZ9.99.
       01  WS-CHE-ERROR-MESSAGE       PIC X(70).
       01  WS-CHE-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CHE-TODAY           PIC X(10).
       01  SQL-CHE-OPERATOR        PIC X(08).

       01  SQL-CHE-NUMBER          PIC 9(07).
       01  SQL-CHE-NEW-NUMBER      PIC 9(07).
       01  SQL-CHE-CUS-UUID        PIC X(36).
       01  SQL-CHE-AMOUNT          PIC S9(7)V99 COMP-3.
       01  SQL-CHE-ISSUE-DATE      PIC X(10).
       01  SQL-CHE-PRINT-DATE      PIC X(10).
       01  SQL-CHE-STATUS          PIC X(01).
       01  SQL-CHE-CASHED-DATE     PIC X(10).
       01  SQL-CHE-CANCEL-DATE     PIC X(10).
       01  SQL-CHE-REASON          PIC X(40).
       01  SQL-CHE-REPLACED-BY     PIC 9(07).
       01  SQL-CHE-LASTNAME        PIC X(20).
       01  SQL-CHE-FIRSTNAME       PIC X(20).
       01  SQL-CHE-GEL-COUNT       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser), trace sur l'annulation et sur le
      *    cheque de remplacement.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-cheque.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran avec la liste des cheques
      * non encaisses, recherche un cheque ou l'annule et le remplace,
      * jusqu'au retour au menu.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-CHE-MENU-RETURN.
           MOVE SPACES TO WS-CHE-ERROR-MESSAGE.
           MOVE ZERO TO WS-CHE-FOUND-NUMBER.

           PERFORM 3000-RAFRAICHIR-LISTE THRU END-3000-RAFRAICHIR-LISTE.

           PERFORM UNTIL WS-CHE-MENU-RETURN = 'O'
               DISPLAY SCREEN-CHEQUE
               ACCEPT SCREEN-CHEQUE

               EVALUATE TRUE
                   WHEN WS-CHE-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-CHE-SEARCH-VALIDATION = 'O'
                       PERFORM 1000-CHERCHER-CHEQUE
                          THRU END-1000-CHERCHER-CHEQUE
                   WHEN WS-CHE-CANCEL-VALIDATION = 'O'
                       PERFORM 2000-ANNULER-REEMETTRE
                          THRU END-2000-ANNULER-REEMETTRE
                   WHEN WS-CHE-REFRESH-VALIDATION = 'O'
                       PERFORM 3000-RAFRAICHIR-LISTE
                          THRU END-3000-RAFRAICHIR-LISTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recherche le cheque saisi au registre et affiche son   *
      *    etat ; un cheque annule indique son remplacant.             *
      ******************************************************************
       1000-CHERCHER-CHEQUE.
           MOVE SPACES TO WS-CHE-ERROR-MESSAGE.
           MOVE SPACES TO WS-CHE-DETAIL-LINE.
           MOVE ZERO TO WS-CHE-FOUND-NUMBER.
           MOVE WS-CHE-NUMBER TO SQL-CHE-NUMBER.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT cheque_amount, cheque_issue_date,
                   COALESCE(cheque_print_date, ''), cheque_status,
                   COALESCE(cheque_cashed_date, ''),
                   COALESCE(cheque_cancel_date, ''),
                   customer_lastname, customer_firstname
               INTO :SQL-CHE-AMOUNT, :SQL-CHE-ISSUE-DATE,
                   :SQL-CHE-PRINT-DATE, :SQL-CHE-STATUS,
                   :SQL-CHE-CASHED-DATE, :SQL-CHE-CANCEL-DATE,
                   :SQL-CHE-LASTNAME, :SQL-CHE-FIRSTNAME
               FROM cheque, customer
               WHERE cheque.uuid_customer = customer.uuid_customer
               AND cheque_number = :SQL-CHE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Cheque introuvable au registre.'
                   TO WS-CHE-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-CHERCHER-CHEQUE
           END-IF.

           MOVE WS-CHE-NUMBER TO WS-CHE-FOUND-NUMBER.
           MOVE SQL-CHE-STATUS TO WS-CHE-FOUND-STATUS.
           MOVE SPACES TO WS-CHE-STATUS-LABEL.
           EVALUATE SQL-CHE-STATUS
               WHEN 'E'
                   IF SQL-CHE-PRINT-DATE = SPACES
                       MOVE 'emis, impression au prochain passage'
                           TO WS-CHE-STATUS-LABEL
                   ELSE
                       MOVE 'emis, non encaisse'
                           TO WS-CHE-STATUS-LABEL
                   END-IF
               WHEN 'P'
                   STRING 'encaisse le ' SQL-CHE-CASHED-DATE
                       DELIMITED BY SIZE INTO WS-CHE-STATUS-LABEL
               WHEN 'A'
                   MOVE ZERO TO SQL-CHE-REPLACED-BY
                   EXEC SQL
                       SELECT COALESCE(MAX(cheque_number), 0)
                       INTO :SQL-CHE-REPLACED-BY
                       FROM cheque
                       WHERE cheque_replaces = :SQL-CHE-NUMBER
                   END-EXEC
                   STRING 'annule le ' SQL-CHE-CANCEL-DATE
                       ', remplace par ' SQL-CHE-REPLACED-BY
                       DELIMITED BY SIZE INTO WS-CHE-STATUS-LABEL
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SQL-CHE-AMOUNT TO WS-CHE-AMOUNT-ED.
           STRING 'Cheque ' WS-CHE-NUMBER ' emis le '
               SQL-CHE-ISSUE-DATE ' a ' SQL-CHE-LASTNAME ' '
               SQL-CHE-FIRSTNAME ' ' WS-CHE-AMOUNT-ED ' EUR - '
               WS-CHE-STATUS-LABEL
               DELIMITED BY SIZE INTO WS-CHE-DETAIL-LINE.
       END-1000-CHERCHER-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Annule le cheque trouve (emis, non encaisse) avec son  *
      *    motif et emet le cheque de remplacement du meme montant     *
      *    sous le numero suivant du registre ; les reclamations       *
      *    payees passent sur le nouveau numero. Refuse tant que       *
      *    l'adherent est vise par une alerte de gel des avoirs en     *
      *    attente de revue ou confirmee (cf. scgelctl, scgelrev) :    *
      *    aucun cheque de remplacement ne lui est emis avant la       *
      *    decision de faux positif.                                   *
      ******************************************************************
       2000-ANNULER-REEMETTRE.
           MOVE SPACES TO WS-CHE-ERROR-MESSAGE.

           IF WS-CHE-FOUND-NUMBER = ZERO
               OR WS-CHE-FOUND-NUMBER NOT = WS-CHE-NUMBER
               MOVE 'Recherchez d''abord le cheque.'
                   TO WS-CHE-ERROR-MESSAGE
               GO TO END-2000-ANNULER-REEMETTRE
           END-IF.

           IF WS-CHE-FOUND-STATUS NOT = 'E'
               MOVE 'Seul un cheque emis non encaisse s''annule.'
                   TO WS-CHE-ERROR-MESSAGE
               GO TO END-2000-ANNULER-REEMETTRE
           END-IF.

           IF WS-CHE-REASON = SPACES
               MOVE 'Le motif d''annulation est obligatoire.'
                   TO WS-CHE-ERROR-MESSAGE
               GO TO END-2000-ANNULER-REEMETTRE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO WS-PER-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-PER-DATE.
           CALL 'scperctl' USING WS-PER-DATE,
               WS-CHE-PERIODE-OVERRIDE, LK-OPERATOR-ID,
               WS-PER-ALLOWED, WS-PER-MESSAGE.
           IF WS-PER-ALLOWED NOT = 'O'
               MOVE WS-PER-MESSAGE TO WS-CHE-ERROR-MESSAGE
               GO TO END-2000-ANNULER-REEMETTRE
           END-IF.

           MOVE WS-PER-DATE TO SQL-CHE-TODAY.
           MOVE WS-CHE-FOUND-NUMBER TO SQL-CHE-NUMBER.
           MOVE WS-CHE-REASON TO SQL-CHE-REASON.
           MOVE LK-OPERATOR-ID TO SQL-CHE-OPERATOR.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           MOVE ZERO TO SQL-CHE-GEL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CHE-GEL-COUNT
               FROM cheque, gel_alerte
               WHERE cheque_number = :SQL-CHE-NUMBER
               AND gel_alerte.uuid_customer = cheque.uuid_customer
               AND alerte_status IN ('A', 'C')
           END-EXEC.

           IF SQL-CHE-GEL-COUNT > ZERO
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Remplacement refuse : alerte gel des avoirs.'
                   TO WS-CHE-ERROR-MESSAGE
               GO TO END-2000-ANNULER-REEMETTRE
           END-IF.

           EXEC SQL
               UPDATE cheque SET
                   cheque_status = 'A',
                   cheque_cancel_date = :SQL-CHE-TODAY,
                   cheque_cancel_reason = :SQL-CHE-REASON,
                   cheque_operator = :SQL-CHE-OPERATOR
               WHERE cheque_number = :SQL-CHE-NUMBER
               AND cheque_status = 'E'
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(cheque_number), 0) + 1
                   INTO :SQL-CHE-NEW-NUMBER
                   FROM cheque
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO cheque (cheque_number, uuid_customer,
                       cheque_amount, cheque_issue_date,
                       cheque_print_date, cheque_status,
                       cheque_cashed_date, cheque_value_date,
                       cheque_cancel_date, cheque_cancel_reason,
                       cheque_replaces, cheque_operator)
                   SELECT :SQL-CHE-NEW-NUMBER, uuid_customer,
                       cheque_amount, :SQL-CHE-TODAY, '', 'E',
                       '', '', '', '', cheque_number,
                       :SQL-CHE-OPERATOR
                   FROM cheque
                   WHERE cheque_number = :SQL-CHE-NUMBER
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE remboursement SET
                       remboursement_cheque_number = :SQL-CHE-NEW-NUMBER
                   WHERE remboursement_cheque_number = :SQL-CHE-NUMBER
               END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   STRING 'Cheque annule, remplace par le cheque '
                       SQL-CHE-NEW-NUMBER '.'
                       DELIMITED BY SIZE INTO WS-CHE-ERROR-MESSAGE
                   MOVE 'A' TO WS-CHE-FOUND-STATUS
                   MOVE SPACES TO WS-CHE-REASON
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''annulation du cheque.'
                       TO WS-CHE-ERROR-MESSAGE
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM 3000-RAFRAICHIR-LISTE THRU END-3000-RAFRAICHIR-LISTE.
       END-2000-ANNULER-REEMETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Recharge les dix plus anciens cheques emis et non      *
      *    encaisses, avec leur etat d'impression.                     *
      ******************************************************************
       3000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-CHE-LINE-1 WS-CHE-LINE-2 WS-CHE-LINE-3
               WS-CHE-LINE-4 WS-CHE-LINE-5 WS-CHE-LINE-6 WS-CHE-LINE-7
               WS-CHE-LINE-8 WS-CHE-LINE-9 WS-CHE-LINE-10.
           MOVE ZERO TO WS-CHE-LINE-COUNT.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSCHEOUV CURSOR FOR
               SELECT cheque_number, cheque_amount, cheque_issue_date,
                   COALESCE(cheque_print_date, ''),
                   customer_lastname, customer_firstname
               FROM cheque, customer
               WHERE cheque.uuid_customer = customer.uuid_customer
               AND cheque_status = 'E'
               ORDER BY cheque_issue_date, cheque_number
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN CRSCHEOUV END-EXEC.

           EXEC SQL
               FETCH CRSCHEOUV
               INTO :SQL-CHE-NUMBER, :SQL-CHE-AMOUNT,
                   :SQL-CHE-ISSUE-DATE, :SQL-CHE-PRINT-DATE,
                   :SQL-CHE-LASTNAME, :SQL-CHE-FIRSTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-CHE-LINE-COUNT >= 10
               PERFORM 3100-AJOUTER-LIGNE
                  THRU END-3100-AJOUTER-LIGNE
               EXEC SQL
                   FETCH CRSCHEOUV
                   INTO :SQL-CHE-NUMBER, :SQL-CHE-AMOUNT,
                       :SQL-CHE-ISSUE-DATE, :SQL-CHE-PRINT-DATE,
                       :SQL-CHE-LASTNAME, :SQL-CHE-FIRSTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSCHEOUV END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       END-3000-RAFRAICHIR-LISTE.
           EXIT.

       3100-AJOUTER-LIGNE.
           ADD 1 TO WS-CHE-LINE-COUNT.
           IF SQL-CHE-PRINT-DATE = SPACES
               MOVE 'a imprimer' TO WS-CHE-PRINT-LABEL
           ELSE
               MOVE SPACES TO WS-CHE-PRINT-LABEL
               STRING 'imprime le ' SQL-CHE-PRINT-DATE
                   DELIMITED BY SIZE INTO WS-CHE-PRINT-LABEL
           END-IF.
           MOVE SQL-CHE-AMOUNT TO WS-CHE-AMOUNT-ED.

           MOVE SPACES TO WS-CHE-LINE-BUILT.
           STRING SQL-CHE-NUMBER ' emis le ' SQL-CHE-ISSUE-DATE ' '
               SQL-CHE-LASTNAME ' ' SQL-CHE-FIRSTNAME ' '
               WS-CHE-AMOUNT-ED ' EUR ' WS-CHE-PRINT-LABEL
               DELIMITED BY SIZE INTO WS-CHE-LINE-BUILT.

           EVALUATE WS-CHE-LINE-COUNT
               WHEN 1  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-1
               WHEN 2  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-2
               WHEN 3  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-3
               WHEN 4  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-4
               WHEN 5  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-5
               WHEN 6  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-6
               WHEN 7  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-7
               WHEN 8  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-8
               WHEN 9  MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-9
               WHEN 10 MOVE WS-CHE-LINE-BUILT TO WS-CHE-LINE-10
           END-EVALUATE.
       END-3100-AJOUTER-LIGNE.
           EXIT.
