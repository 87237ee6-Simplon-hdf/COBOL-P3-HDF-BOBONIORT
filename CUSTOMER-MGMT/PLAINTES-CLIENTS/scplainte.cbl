      ******************************************************************
      *    [RD] Le programme 'scplainte' porte l'ecran du registre des *
      *    plaintes clients : reclamations de service d'un adherent    *
      *    (paiement tardif, accueil, prelevement errone, courrier     *
      *    perdu...), distinctes des recours sur refus (screcours).    *
      *    Chaque plainte est enregistree dans la table 'plainte' avec *
      *    sa date de reception, son canal, sa categorie, la           *
      *    reclamation ou la cotisation en cause le cas echeant, et    *
      *    ses deux echeances reglementaires : accuse de reception     *
      *    sous dix jours ouvres, reponse sous deux mois. Les plaintes *
      *    ouvertes forment une file triee par echeance la plus        *
      *    proche ; l'operateur y trace l'accuse de reception, puis la *
      *    reponse avec son issue et la saisine eventuelle du          *
      *    mediateur. Les alertes d'echeance sont sorties par          *
      *    scplaintalr, la statistique annuelle par scplaintsta.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scplainte.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Champs de recherche par numero de securite sociale.
       01  WS-PLA-SECU-1              PIC X(01).
       01  WS-PLA-SECU-2              PIC X(02).
       01  WS-PLA-SECU-3              PIC X(02).
       01  WS-PLA-SECU-4              PIC X(02).
       01  WS-PLA-SECU-5              PIC X(03).
       01  WS-PLA-SECU-6              PIC X(03).
       01  WS-PLA-SECU-7              PIC X(02).
       01  WS-PLA-CODE-SECU-FULL      PIC 9(15).
       01  WS-PLA-SEARCH-VALIDATION   PIC X(01).

      *    [RD] Adherent trouve et saisie de la plainte. Canal : C
      *    courrier, M mail, T telephone, G guichet. Categorie : P
      *    paiement tardif, A accueil, D prelevement errone, C
      *    courrier perdu, O autre. Lien : R reclamation (reference =
      *    date des soins), C cotisation (reference = periode).
       01  WS-PLA-CUS-LINE            PIC X(90).
       01  WS-PLA-CUS-UUID            PIC X(36).
       01  WS-PLA-RECEPTION-DATE      PIC X(10).
       01  WS-PLA-CHANNEL             PIC X(01).
       01  WS-PLA-CATEGORY            PIC X(01).
       01  WS-PLA-LINK-TYPE           PIC X(01).
       01  WS-PLA-LINK-REF            PIC X(10).
       01  WS-PLA-SUBJECT             PIC X(60).
       01  WS-PLA-ADD-VALIDATION      PIC X(01).

      *    [RD] File des dix plaintes ouvertes dont l'echeance est la
      *    plus proche : lignes d'affichage et cles correspondantes.
       01  WS-PLA-LINE-1              PIC X(140).
       01  WS-PLA-LINE-2              PIC X(140).
       01  WS-PLA-LINE-3              PIC X(140).
       01  WS-PLA-LINE-4              PIC X(140).
       01  WS-PLA-LINE-5              PIC X(140).
       01  WS-PLA-LINE-6              PIC X(140).
       01  WS-PLA-LINE-7              PIC X(140).
       01  WS-PLA-LINE-8              PIC X(140).
       01  WS-PLA-LINE-9              PIC X(140).
       01  WS-PLA-LINE-10             PIC X(140).
       01  WS-PLA-QUEUE.
           05 WS-PLA-QUEUE-ROW OCCURS 10 TIMES.
              10 WS-PLA-QUEUE-UUID     PIC X(36).
              10 WS-PLA-QUEUE-ACK      PIC X(10).
       01  WS-PLA-QUEUE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-PLA-QUEUE-IDX           PIC 9(02).
       01  WS-PLA-LINE-BUILT          PIC X(140).
       01  WS-PLA-ACK-TEXT            PIC X(24).
       01  WS-PLA-REMAIN-TEXT         PIC X(16).
       01  WS-PLA-REFRESH-VALIDATION  PIC X(01).

      *    [RD] Accuse de reception ou reponse sur la ligne choisie.
      *    Issue : F fondee, P partiellement fondee, N non fondee.
       01  WS-PLA-SELECTED-LINE       PIC 9(02).
       01  WS-PLA-ACTION              PIC X(01).
       01  WS-PLA-OUTCOME             PIC X(01).
       01  WS-PLA-MEDIATOR            PIC X(01).
       01  WS-PLA-PROCESS-VALIDATION  PIC X(01).

       01  WS-PLA-ERROR-MESSAGE       PIC X(70).
       01  WS-PLA-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

      *    [RD] Calcul des echeances : dix jours ouvres (hors samedi et
      *    dimanche) pour l'accuse, deux mois de date a date pour la
      *    reponse, ramenes au dernier jour du mois si besoin.
       01  WS-PLA-DATE-X              PIC X(08).
       01  WS-PLA-DATE-NUM REDEFINES WS-PLA-DATE-X PIC 9(08).
       01  WS-PLA-DATE-INT            PIC 9(07).
       01  WS-PLA-TODAY-INT           PIC 9(07).
       01  WS-PLA-WORKDAYS            PIC 9(02).
       01  WS-PLA-ACK-WORKDAYS        PIC 9(02) VALUE 10.
       01  WS-PLA-DOW                 PIC 9(01).
       01  WS-PLA-DUE-YEAR            PIC 9(04).
       01  WS-PLA-DUE-MONTH           PIC 9(02).
       01  WS-PLA-DUE-DAY             PIC 9(02).
       01  WS-PLA-LAST-DAY            PIC 9(02).
       01  WS-PLA-FIRST-INT           PIC 9(07).
       01  WS-PLA-NEXT-INT            PIC 9(07).
       01  WS-PLA-REMAIN              PIC S9(05).
       01  WS-PLA-REMAIN-ED           PIC ZZZZ9.
       01  WS-PLA-CHECK-DATE          PIC X(10).
       01  WS-PLA-DATE-OK             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-PLA-CODE-SECU       PIC 9(15).
       01  SQL-PLA-CUS-UUID        PIC X(36).
       01  SQL-PLA-LASTNAME        PIC X(20).
       01  SQL-PLA-FIRSTNAME       PIC X(20).
       01  SQL-PLA-TODAY           PIC X(10).
       01  SQL-PLA-COUNT           PIC 9(05).

       01  SQL-PLA-UUID            PIC X(36).
       01  SQL-PLA-RECEPTION       PIC X(10).
       01  SQL-PLA-CHANNEL         PIC X(01).
       01  SQL-PLA-CATEGORY        PIC X(01).
       01  SQL-PLA-LINK-TYPE       PIC X(01).
       01  SQL-PLA-LINK-REF        PIC X(36).
       01  SQL-PLA-SUBJECT         PIC X(60).
       01  SQL-PLA-ACK-DUE         PIC X(10).
       01  SQL-PLA-ANSWER-DUE      PIC X(10).
       01  SQL-PLA-ACK-DATE        PIC X(10).
       01  SQL-PLA-OPERATOR        PIC X(08).
       01  SQL-PLA-OUTCOME         PIC X(01).
       01  SQL-PLA-MEDIATOR        PIC X(01).
       01  SQL-PLA-CARE-DATE       PIC X(10).
       01  SQL-PLA-PERIOD          PIC X(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser), trace a l'enregistrement, a l'accuse
      *    de reception et a la reponse.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-plainte.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran, cherche l'adherent,
      * enregistre une plainte, rafraichit la file ou trace l'accuse
      * de reception / la reponse, jusqu'au retour au menu.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-PLA-MENU-RETURN.
           MOVE SPACES TO WS-PLA-ERROR-MESSAGE.
           MOVE SPACES TO WS-PLA-CUS-UUID.

           PERFORM 3000-RAFRAICHIR-LISTE
              THRU END-3000-RAFRAICHIR-LISTE.

           PERFORM UNTIL WS-PLA-MENU-RETURN = 'O'
               DISPLAY SCREEN-PLAINTE
               ACCEPT SCREEN-PLAINTE

               EVALUATE TRUE
                   WHEN WS-PLA-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-PLA-SEARCH-VALIDATION = 'O'
                       PERFORM 1000-CHERCHER-ADHERENT
                          THRU END-1000-CHERCHER-ADHERENT
                   WHEN WS-PLA-ADD-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-PLAINTE
                          THRU END-2000-ENREGISTRER-PLAINTE
                       PERFORM 3000-RAFRAICHIR-LISTE
                          THRU END-3000-RAFRAICHIR-LISTE
                   WHEN WS-PLA-PROCESS-VALIDATION = 'O'
                       PERFORM 4000-TRAITER-LIGNE
                          THRU END-4000-TRAITER-LIGNE
                       PERFORM 3000-RAFRAICHIR-LISTE
                          THRU END-3000-RAFRAICHIR-LISTE
                   WHEN WS-PLA-REFRESH-VALIDATION = 'O'
                       PERFORM 3000-RAFRAICHIR-LISTE
                          THRU END-3000-RAFRAICHIR-LISTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recherche l'adherent plaignant par numero de securite  *
      *    sociale.                                                    *
      ******************************************************************
       1000-CHERCHER-ADHERENT.
           MOVE SPACES TO WS-PLA-ERROR-MESSAGE.
           MOVE SPACES TO WS-PLA-CUS-LINE.
           MOVE SPACES TO WS-PLA-CUS-UUID.

           STRING WS-PLA-SECU-1 WS-PLA-SECU-2 WS-PLA-SECU-3
               WS-PLA-SECU-4 WS-PLA-SECU-5 WS-PLA-SECU-6 WS-PLA-SECU-7
               DELIMITED BY SIZE INTO WS-PLA-CODE-SECU-FULL.
           MOVE WS-PLA-CODE-SECU-FULL TO SQL-PLA-CODE-SECU.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT uuid_customer, customer_lastname,
                   customer_firstname
               INTO :SQL-PLA-CUS-UUID, :SQL-PLA-LASTNAME,
                   :SQL-PLA-FIRSTNAME
               FROM customer
               WHERE customer_code_secu = :SQL-PLA-CODE-SECU
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Adherent introuvable.' TO WS-PLA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-CHERCHER-ADHERENT
           END-IF.

           MOVE SQL-PLA-CUS-UUID TO WS-PLA-CUS-UUID.
           STRING 'Adherent : ' SQL-PLA-LASTNAME ' ' SQL-PLA-FIRSTNAME
               DELIMITED BY SIZE INTO WS-PLA-CUS-LINE.
           MOVE 'Adherent trouve. Saisissez la plainte.'
               TO WS-PLA-ERROR-MESSAGE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1000-CHERCHER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Controle la saisie, retrouve la reclamation ou la      *
      *    cotisation en cause, calcule les deux echeances et          *
      *    enregistre la plainte.                                      *
      ******************************************************************
       2000-ENREGISTRER-PLAINTE.
           MOVE SPACES TO WS-PLA-ERROR-MESSAGE.

           IF WS-PLA-CUS-UUID = SPACES
               MOVE 'Cherchez d''abord l''adherent plaignant.'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-PLA-TODAY.

           IF WS-PLA-RECEPTION-DATE = SPACES
               MOVE SQL-PLA-TODAY TO WS-PLA-RECEPTION-DATE
           END-IF.
           MOVE WS-PLA-RECEPTION-DATE TO WS-PLA-CHECK-DATE.
           PERFORM 2300-CONTROLER-DATE THRU END-2300-CONTROLER-DATE.
           IF WS-PLA-DATE-OK NOT = 'O'
               MOVE 'Date de reception invalide (AAAA-MM-JJ).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.
           IF WS-PLA-RECEPTION-DATE > SQL-PLA-TODAY
               MOVE 'La date de reception ne peut etre dans le futur.'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           IF WS-PLA-CHANNEL NOT = 'C' AND WS-PLA-CHANNEL NOT = 'M'
               AND WS-PLA-CHANNEL NOT = 'T' AND WS-PLA-CHANNEL NOT = 'G'
               MOVE 'Canal invalide (C, M, T ou G).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           IF WS-PLA-CATEGORY NOT = 'P' AND WS-PLA-CATEGORY NOT = 'A'
               AND WS-PLA-CATEGORY NOT = 'D'
               AND WS-PLA-CATEGORY NOT = 'C'
               AND WS-PLA-CATEGORY NOT = 'O'
               MOVE 'Categorie invalide (P, A, D, C ou O).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           IF WS-PLA-SUBJECT = SPACES
               MOVE 'L''objet de la plainte est obligatoire.'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           IF WS-PLA-LINK-TYPE NOT = SPACE
               AND WS-PLA-LINK-TYPE NOT = 'R'
               AND WS-PLA-LINK-TYPE NOT = 'C'
               MOVE 'Lien invalide (R, C ou vide).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           MOVE WS-PLA-CUS-UUID       TO SQL-PLA-CUS-UUID.
           MOVE WS-PLA-RECEPTION-DATE TO SQL-PLA-RECEPTION.
           MOVE WS-PLA-CHANNEL        TO SQL-PLA-CHANNEL.
           MOVE WS-PLA-CATEGORY       TO SQL-PLA-CATEGORY.
           MOVE WS-PLA-LINK-TYPE      TO SQL-PLA-LINK-TYPE.
           MOVE SPACES                TO SQL-PLA-LINK-REF.
           MOVE WS-PLA-SUBJECT        TO SQL-PLA-SUBJECT.
           MOVE LK-OPERATOR-ID        TO SQL-PLA-OPERATOR.

           PERFORM 2200-CALCULER-ECHEANCES
              THRU END-2200-CALCULER-ECHEANCES.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 2100-RETROUVER-LIEN THRU END-2100-RETROUVER-LIEN.
           IF WS-PLA-ERROR-MESSAGE NOT = SPACES
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-ENREGISTRER-PLAINTE
           END-IF.

           EXEC SQL
               INSERT INTO plainte (
                   uuid_customer, plainte_reception_date,
                   plainte_channel, plainte_category,
                   plainte_link_type, plainte_link_ref,
                   plainte_subject, plainte_ack_due,
                   plainte_answer_due, plainte_ack_date,
                   plainte_answer_date, plainte_outcome,
                   plainte_mediator, plainte_operator
               ) VALUES (
                   :SQL-PLA-CUS-UUID, :SQL-PLA-RECEPTION,
                   :SQL-PLA-CHANNEL, :SQL-PLA-CATEGORY,
                   :SQL-PLA-LINK-TYPE, :SQL-PLA-LINK-REF,
                   :SQL-PLA-SUBJECT, :SQL-PLA-ACK-DUE,
                   :SQL-PLA-ANSWER-DUE, '', '', '', 'N',
                   :SQL-PLA-OPERATOR
               )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE SPACES TO WS-PLA-ERROR-MESSAGE
                   STRING 'Plainte enregistree : accuse avant le '
                       SQL-PLA-ACK-DUE
                       DELIMITED BY SIZE INTO WS-PLA-ERROR-MESSAGE
                   MOVE SPACES TO WS-PLA-RECEPTION-DATE
                       WS-PLA-CHANNEL WS-PLA-CATEGORY WS-PLA-LINK-TYPE
                       WS-PLA-LINK-REF WS-PLA-SUBJECT
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE "Erreur lors de l'enregistrement de la plainte."
                       TO WS-PLA-ERROR-MESSAGE
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-ENREGISTRER-PLAINTE.
           EXIT.

      ******************************************************************
      *    [RD] Reclamation en cause : la plus recente de l'adherent a *
      *    la date des soins saisie. Cotisation en cause : celle de    *
      *    la periode saisie. La connexion SQL doit etre ouverte.      *
      ******************************************************************
       2100-RETROUVER-LIEN.
           IF WS-PLA-LINK-TYPE = SPACE
               GO TO END-2100-RETROUVER-LIEN
           END-IF.

           IF WS-PLA-LINK-TYPE = 'R'
               MOVE WS-PLA-LINK-REF TO WS-PLA-CHECK-DATE
               PERFORM 2300-CONTROLER-DATE
                  THRU END-2300-CONTROLER-DATE
               IF WS-PLA-DATE-OK NOT = 'O'
                   MOVE 'Date des soins invalide (AAAA-MM-JJ).'
                       TO WS-PLA-ERROR-MESSAGE
                   GO TO END-2100-RETROUVER-LIEN
               END-IF
               MOVE WS-PLA-LINK-REF TO SQL-PLA-CARE-DATE
               EXEC SQL
                   SELECT uuid_remboursement INTO :SQL-PLA-LINK-REF
                   FROM remboursement
                   WHERE uuid_customer = :SQL-PLA-CUS-UUID
                   AND remboursement_care_date = :SQL-PLA-CARE-DATE
                   ORDER BY remboursement_care_date DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'Aucune reclamation a cette date de soins.'
                       TO WS-PLA-ERROR-MESSAGE
               END-IF
               GO TO END-2100-RETROUVER-LIEN
           END-IF.

           MOVE WS-PLA-LINK-REF(1:7) TO SQL-PLA-PERIOD.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PLA-COUNT
               FROM cotisation
               WHERE uuid_customer = :SQL-PLA-CUS-UUID
               AND cotisation_period = :SQL-PLA-PERIOD
           END-EXEC.
           IF SQL-PLA-COUNT = ZERO
               MOVE 'Aucune cotisation pour cette periode (AAAA-MM).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-2100-RETROUVER-LIEN
           END-IF.
           MOVE SQL-PLA-PERIOD TO SQL-PLA-LINK-REF.
       END-2100-RETROUVER-LIEN.
           EXIT.

      ******************************************************************
      *    [RD] Echeances reglementaires a partir de la date de        *
      *    reception : accuse sous dix jours ouvres, reponse sous deux *
      *    mois.                                                       *
      ******************************************************************
       2200-CALCULER-ECHEANCES.
           STRING WS-PLA-RECEPTION-DATE(1:4) WS-PLA-RECEPTION-DATE(6:2)
               WS-PLA-RECEPTION-DATE(9:2)
               DELIMITED BY SIZE INTO WS-PLA-DATE-X.
           COMPUTE WS-PLA-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLA-DATE-NUM).

      *    [RD] Le jour 1 du calendrier entier (1601-01-01) est un
      *    lundi : reste 5 et 6 de la division par 7 = week-end.
           MOVE ZERO TO WS-PLA-WORKDAYS.
           PERFORM UNTIL WS-PLA-WORKDAYS >= WS-PLA-ACK-WORKDAYS
               ADD 1 TO WS-PLA-DATE-INT
               COMPUTE WS-PLA-DOW =
                   FUNCTION MOD(WS-PLA-DATE-INT - 1, 7)
               IF WS-PLA-DOW < 5
                   ADD 1 TO WS-PLA-WORKDAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-PLA-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PLA-DATE-INT).
           MOVE SPACES TO SQL-PLA-ACK-DUE.
           STRING WS-PLA-DATE-X(1:4) '-' WS-PLA-DATE-X(5:2) '-'
               WS-PLA-DATE-X(7:2)
               DELIMITED BY SIZE INTO SQL-PLA-ACK-DUE.

           MOVE WS-PLA-RECEPTION-DATE(1:4) TO WS-PLA-DUE-YEAR.
           MOVE WS-PLA-RECEPTION-DATE(6:2) TO WS-PLA-DUE-MONTH.
           MOVE WS-PLA-RECEPTION-DATE(9:2) TO WS-PLA-DUE-DAY.
           ADD 2 TO WS-PLA-DUE-MONTH.
           IF WS-PLA-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-PLA-DUE-MONTH
               ADD 1 TO WS-PLA-DUE-YEAR
           END-IF.

           COMPUTE WS-PLA-DATE-NUM = WS-PLA-DUE-YEAR * 10000
               + WS-PLA-DUE-MONTH * 100 + 1.
           COMPUTE WS-PLA-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLA-DATE-NUM).
           IF WS-PLA-DUE-MONTH = 12
               COMPUTE WS-PLA-DATE-NUM =
                   (WS-PLA-DUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PLA-DATE-NUM = WS-PLA-DUE-YEAR * 10000
                   + (WS-PLA-DUE-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-PLA-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLA-DATE-NUM).
           COMPUTE WS-PLA-LAST-DAY = WS-PLA-NEXT-INT - WS-PLA-FIRST-INT.
           IF WS-PLA-DUE-DAY > WS-PLA-LAST-DAY
               MOVE WS-PLA-LAST-DAY TO WS-PLA-DUE-DAY
           END-IF.

           MOVE SPACES TO SQL-PLA-ANSWER-DUE.
           STRING WS-PLA-DUE-YEAR '-' WS-PLA-DUE-MONTH '-'
               WS-PLA-DUE-DAY
               DELIMITED BY SIZE INTO SQL-PLA-ANSWER-DUE.
       END-2200-CALCULER-ECHEANCES.
           EXIT.

      ******************************************************************
      *    [RD] Controle de forme d'une date AAAA-MM-JJ.               *
      ******************************************************************
       2300-CONTROLER-DATE.
           MOVE 'N' TO WS-PLA-DATE-OK.
           IF WS-PLA-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-PLA-CHECK-DATE(5:1) NOT = '-'
               OR WS-PLA-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-PLA-CHECK-DATE(8:1) NOT = '-'
               OR WS-PLA-CHECK-DATE(9:2) NOT NUMERIC
               GO TO END-2300-CONTROLER-DATE
           END-IF.
           IF WS-PLA-CHECK-DATE(6:2) < '01'
               OR WS-PLA-CHECK-DATE(6:2) > '12'
               OR WS-PLA-CHECK-DATE(9:2) < '01'
               OR WS-PLA-CHECK-DATE(9:2) > '31'
               GO TO END-2300-CONTROLER-DATE
           END-IF.
           MOVE 'O' TO WS-PLA-DATE-OK.
       END-2300-CONTROLER-DATE.
           EXIT.

      ******************************************************************
      *    [RD] Recharge les dix plaintes ouvertes (sans reponse) dont *
      *    l'echeance suivante est la plus proche : l'accuse tant      *
      *    qu'il n'est pas fait, la reponse ensuite.                   *
      ******************************************************************
       3000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-PLA-LINE-1 WS-PLA-LINE-2 WS-PLA-LINE-3
               WS-PLA-LINE-4 WS-PLA-LINE-5 WS-PLA-LINE-6 WS-PLA-LINE-7
               WS-PLA-LINE-8 WS-PLA-LINE-9 WS-PLA-LINE-10.
           MOVE SPACES TO WS-PLA-QUEUE.
           MOVE ZERO TO WS-PLA-QUEUE-COUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-PLA-DATE-X.
           COMPUTE WS-PLA-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLA-DATE-NUM).

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSPLAQUEUE CURSOR FOR
               SELECT p.uuid_plainte, p.plainte_reception_date,
                   p.plainte_category, p.plainte_subject,
                   p.plainte_ack_due, p.plainte_answer_due,
                   p.plainte_ack_date, c.customer_lastname
               FROM plainte p, customer c
               WHERE p.uuid_customer = c.uuid_customer
               AND p.plainte_answer_date = ''
               ORDER BY CASE WHEN p.plainte_ack_date = ''
                   THEN p.plainte_ack_due
                   ELSE p.plainte_answer_due END,
                   p.plainte_reception_date
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN CRSPLAQUEUE END-EXEC.

           EXEC SQL
               FETCH CRSPLAQUEUE
               INTO :SQL-PLA-UUID, :SQL-PLA-RECEPTION,
                   :SQL-PLA-CATEGORY, :SQL-PLA-SUBJECT,
                   :SQL-PLA-ACK-DUE, :SQL-PLA-ANSWER-DUE,
                   :SQL-PLA-ACK-DATE, :SQL-PLA-LASTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-PLA-QUEUE-COUNT >= 10
               PERFORM 3100-AJOUTER-LIGNE
                  THRU END-3100-AJOUTER-LIGNE
               EXEC SQL
                   FETCH CRSPLAQUEUE
                   INTO :SQL-PLA-UUID, :SQL-PLA-RECEPTION,
                       :SQL-PLA-CATEGORY, :SQL-PLA-SUBJECT,
                       :SQL-PLA-ACK-DUE, :SQL-PLA-ANSWER-DUE,
                       :SQL-PLA-ACK-DATE, :SQL-PLA-LASTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSPLAQUEUE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-PLA-QUEUE-COUNT = ZERO
               AND WS-PLA-ERROR-MESSAGE = SPACES
               MOVE 'Aucune plainte ouverte.' TO WS-PLA-ERROR-MESSAGE
           END-IF.
       END-3000-RAFRAICHIR-LISTE.
           EXIT.

      ******************************************************************
      *    [RD] Formate une plainte dans sa ligne d'affichage, avec le *
      *    temps restant avant l'echeance suivante, et memorise sa cle.*
      ******************************************************************
       3100-AJOUTER-LIGNE.
           ADD 1 TO WS-PLA-QUEUE-COUNT.
           MOVE WS-PLA-QUEUE-COUNT TO WS-PLA-QUEUE-IDX.
           MOVE SQL-PLA-UUID
               TO WS-PLA-QUEUE-UUID(WS-PLA-QUEUE-IDX).
           MOVE SQL-PLA-ACK-DATE
               TO WS-PLA-QUEUE-ACK(WS-PLA-QUEUE-IDX).

           MOVE SPACES TO WS-PLA-ACK-TEXT.
           IF SQL-PLA-ACK-DATE = SPACES
               STRING 'AR avant ' SQL-PLA-ACK-DUE
                   DELIMITED BY SIZE INTO WS-PLA-ACK-TEXT
               MOVE SQL-PLA-ACK-DUE TO WS-PLA-CHECK-DATE
           ELSE
               STRING 'AR fait ' SQL-PLA-ACK-DATE
                   DELIMITED BY SIZE INTO WS-PLA-ACK-TEXT
               MOVE SQL-PLA-ANSWER-DUE TO WS-PLA-CHECK-DATE
           END-IF.

           STRING WS-PLA-CHECK-DATE(1:4) WS-PLA-CHECK-DATE(6:2)
               WS-PLA-CHECK-DATE(9:2)
               DELIMITED BY SIZE INTO WS-PLA-DATE-X.
           COMPUTE WS-PLA-REMAIN =
               FUNCTION INTEGER-OF-DATE(WS-PLA-DATE-NUM)
               - WS-PLA-TODAY-INT.
           MOVE SPACES TO WS-PLA-REMAIN-TEXT.
           IF WS-PLA-REMAIN < ZERO
               COMPUTE WS-PLA-REMAIN-ED = ZERO - WS-PLA-REMAIN
               STRING 'RETARD ' WS-PLA-REMAIN-ED ' j'
                   DELIMITED BY SIZE INTO WS-PLA-REMAIN-TEXT
           ELSE
               MOVE WS-PLA-REMAIN TO WS-PLA-REMAIN-ED
               STRING 'reste ' WS-PLA-REMAIN-ED ' j'
                   DELIMITED BY SIZE INTO WS-PLA-REMAIN-TEXT
           END-IF.

           MOVE SPACES TO WS-PLA-LINE-BUILT.
           STRING WS-PLA-QUEUE-IDX '. ' SQL-PLA-RECEPTION ' '
               SQL-PLA-LASTNAME ' cat ' SQL-PLA-CATEGORY ' '
               WS-PLA-ACK-TEXT ' reponse avant ' SQL-PLA-ANSWER-DUE
               ' ' WS-PLA-REMAIN-TEXT ' ' SQL-PLA-SUBJECT
               DELIMITED BY SIZE INTO WS-PLA-LINE-BUILT.

           EVALUATE WS-PLA-QUEUE-IDX
               WHEN 1  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-1
               WHEN 2  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-2
               WHEN 3  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-3
               WHEN 4  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-4
               WHEN 5  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-5
               WHEN 6  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-6
               WHEN 7  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-7
               WHEN 8  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-8
               WHEN 9  MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-9
               WHEN 10 MOVE WS-PLA-LINE-BUILT TO WS-PLA-LINE-10
           END-EVALUATE.
       END-3100-AJOUTER-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Trace sur la plainte selectionnee l'accuse de          *
      *    reception ('A') ou la reponse ('R') avec son issue et la    *
      *    saisine du mediateur. Une reponse vaut accuse si celui-ci   *
      *    n'avait pas ete trace.                                      *
      ******************************************************************
       4000-TRAITER-LIGNE.
           MOVE SPACES TO WS-PLA-ERROR-MESSAGE.

           IF WS-PLA-SELECTED-LINE = ZERO
               OR WS-PLA-SELECTED-LINE > WS-PLA-QUEUE-COUNT
               MOVE 'Numero de ligne invalide.'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-4000-TRAITER-LIGNE
           END-IF.

           IF WS-PLA-ACTION NOT = 'A' AND WS-PLA-ACTION NOT = 'R'
               MOVE 'Action invalide (attendu A ou R).'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-4000-TRAITER-LIGNE
           END-IF.

           IF WS-PLA-ACTION = 'A'
               AND WS-PLA-QUEUE-ACK(WS-PLA-SELECTED-LINE) NOT = SPACES
               MOVE 'Accuse de reception deja trace.'
                   TO WS-PLA-ERROR-MESSAGE
               GO TO END-4000-TRAITER-LIGNE
           END-IF.

           IF WS-PLA-ACTION = 'R'
               IF WS-PLA-OUTCOME NOT = 'F' AND WS-PLA-OUTCOME NOT = 'P'
                   AND WS-PLA-OUTCOME NOT = 'N'
                   MOVE 'Issue invalide (F, P ou N).'
                       TO WS-PLA-ERROR-MESSAGE
                   GO TO END-4000-TRAITER-LIGNE
               END-IF
               IF WS-PLA-MEDIATOR NOT = 'O'
                   MOVE 'N' TO WS-PLA-MEDIATOR
               END-IF
           END-IF.

           MOVE WS-PLA-QUEUE-UUID(WS-PLA-SELECTED-LINE)
               TO SQL-PLA-UUID.
           MOVE LK-OPERATOR-ID TO SQL-PLA-OPERATOR.
           MOVE WS-PLA-OUTCOME TO SQL-PLA-OUTCOME.
           MOVE WS-PLA-MEDIATOR TO SQL-PLA-MEDIATOR.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-PLA-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           IF WS-PLA-ACTION = 'A'
               EXEC SQL
                   UPDATE plainte SET
                       plainte_ack_date = :SQL-PLA-TODAY,
                       plainte_ack_operator = :SQL-PLA-OPERATOR
                   WHERE uuid_plainte = :SQL-PLA-UUID
                   AND plainte_ack_date = ''
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE plainte SET
                       plainte_ack_date = CASE
                           WHEN plainte_ack_date = ''
                           THEN :SQL-PLA-TODAY
                           ELSE plainte_ack_date END,
                       plainte_answer_date = :SQL-PLA-TODAY,
                       plainte_outcome = :SQL-PLA-OUTCOME,
                       plainte_mediator = :SQL-PLA-MEDIATOR,
                       plainte_answer_operator = :SQL-PLA-OPERATOR
                   WHERE uuid_plainte = :SQL-PLA-UUID
                   AND plainte_answer_date = ''
               END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   IF WS-PLA-ACTION = 'A'
                       MOVE 'Accuse de reception trace.'
                           TO WS-PLA-ERROR-MESSAGE
                   ELSE
                       MOVE 'Reponse tracee : plainte close.'
                           TO WS-PLA-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Plainte deja traitee, rafraichissez.'
                       TO WS-PLA-ERROR-MESSAGE
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE ZERO TO WS-PLA-SELECTED-LINE.
           MOVE SPACES TO WS-PLA-ACTION WS-PLA-OUTCOME WS-PLA-MEDIATOR.
       END-4000-TRAITER-LIGNE.
           EXIT.
