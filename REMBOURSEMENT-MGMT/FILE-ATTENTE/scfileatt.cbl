      *    dans scremb (taux et plafond du catalogue, consommation     *
      *    annuelle, derogation justifiee) -- afin que la plus         *
      *    ancienne reclamation de la boutique soit toujours la        *
      *    prochaine travaillee. Panier 100% Sante et renouvellement   *
      *    du contrat responsable s'y appliquent comme dans scremb,    *
      *    motif de plafonnement ou de refus conserve sur la           *
      *    reclamation. Une derogation de montant accordee est deposee *
      *    dans la file de revue superviseur (table 'revue_action',    *
      *    cf. screvue), comme dans scremb. La file est limitee a      *
      *    l'agence de rattachement des adherents : un operateur       *
      *    rattache a une agence ne voit que la sienne, un             *
      *    administrateur (role 'A') voit toute la base et peut saisir *
      *    un code agence pour restreindre la file. Les adherents sans *
      *    agence de rattachement restent dans la file de tous les     *
      *    operateurs.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scfileatt.
       01  WS-FIL-REFRESH-VALIDATION  PIC X(01).
       01  WS-FIL-BUCKET-LINE         PIC X(60).

      *    [RD] Filtre agence : role et agence de l'operateur lus a
      *    l'entree de l'ecran, code agence saisi par un role 'A'
      *    (vide = toutes agences) et libelle du filtre applique.
       01  WS-FIL-OPER-ROLE           PIC X(01).
       01  WS-FIL-OPER-AGENCE         PIC X(04).
       01  WS-FIL-AGENCE-FILTER       PIC X(04).
       01  WS-FIL-FILTER-LINE         PIC X(40).

      *    [RD] Traitement de la ligne selectionnee -- memes regles
      *    que l'ecran scremb.
       01  WS-FIL-SELECTED-LINE       PIC 9(02).
       01  WS-FIL-STATUS              PIC X(01).
       01  WS-FIL-PROCESS-VALIDATION  PIC X(01).

      *    [RD] Panier 100% Sante et renouvellement du contrat
      *    responsable (cf. scprest) : motif de plafonnement ou de
      *    refus conserve, refus complet d'un renouvellement anticipe,
      *    age limite de la periode enfant et calcul de la fenetre.
       01  WS-FIL-LIMIT-REASON        PIC X(40).
       01  WS-FIL-RENOUV-REFUS        PIC X(01).
       01  WS-FIL-AGE-ENFANT          PIC 9(02) VALUE 16.
       01  WS-FIL-REN-MOIS            PIC 9(03).
       01  WS-FIL-REN-MOIS-ED         PIC Z99.
       01  WS-FIL-REN-YEAR            PIC 9(04).
       01  WS-FIL-REN-MONTH           PIC 9(04).
       01  WS-FIL-REN-MONTH-2         PIC 9(02).
       01  WS-FIL-REN-DATE            PIC X(10).
       01  WS-FIL-REN-ADMIS           PIC 9(03).
       01  WS-FIL-REN-RESTE           PIC 9(03).
       01  WS-FIL-REN-DEMANDE         PIC 9(03).

      *    [RD] Mise en attente de pieces ('W') : liste des pieces
      *    manquantes, obligatoire -- meme mecanisme que scremb,
      *    relances par scpiecerel.
       01  SQL-FIL-MISSING-DOCS   PIC X(40).
       01  SQL-FIL-WAIT-DATE      PIC X(10).

      *    [RD] Filtre agence de la file : 'O' = toutes agences,
      *    sinon seuls les adherents de SQL-FIL-AGENCE.
       01  SQL-FIL-ALL            PIC X(01).
       01  SQL-FIL-AGENCE         PIC X(04).
       01  SQL-FIL-OPER-ID        PIC X(08).
       01  SQL-FIL-OPER-ROLE      PIC X(01).
       01  SQL-FIL-OPER-AGENCE    PIC X(04).

       01  SQL-FIL-REIMBURSED     PIC S9(5)V99 COMP-3.
       01  SQL-FIL-STATUS         PIC X(01).
       01  SQL-FIL-OVERRIDE       PIC X(40).
       01  SQL-FIL-DECISION-DATE  PIC X(10).
       01  SQL-FIL-OPERATOR       PIC X(08).
       01  SQL-FIL-LIMIT-REASON   PIC X(40).

      *    [RD] File de revue superviseur (cf. screvue) : nature de
      *    l'action, reclamation visee, montant calcule et montant
      *    accorde, justification.
       01  SQL-REV-TYPE           PIC X(01).
       01  SQL-REV-REF            PIC X(36).
       01  SQL-REV-COMPUTED       PIC S9(5)V99 COMP-3.
       01  SQL-REV-GRANTED        PIC S9(5)V99 COMP-3.
       01  SQL-REV-REASON         PIC X(40).

       01  SQL-PRES-RATE          PIC S9(3)V99 COMP-3.
       01  SQL-PRES-CEILING       PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-AMOUNT   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-LIMIT    PIC 9(03).
       01  SQL-PRES-PANIER        PIC X(01).
       01  SQL-PRES-PRIX-LIMITE   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-RENOUV-MOIS   PIC 9(03).
       01  SQL-PRES-RENOUV-ENF    PIC 9(03).
       01  SQL-PRES-RENOUV-QTE    PIC 9(01).
       01  SQL-FIL-UNITS          PIC 9(03).
       01  SQL-FIL-BASE-REMB      PIC S9(5)V99 COMP-3.
       01  SQL-FIL-CPAM-PAID      PIC S9(5)V99 COMP-3.
       01  SQL-CONSO-UNITS-ADD    PIC 9(05).
       01  SQL-CONSO-COUNT        PIC 9(05).

      *    [RD] Controle de renouvellement : naissance de la personne
      *    couverte, fenetre de la periode, equipements deja servis.
       01  SQL-REN-BIRTH-DATE     PIC X(10).
       01  SQL-REN-FROM           PIC X(10).
       01  SQL-REN-TO             PIC X(10).
       01  SQL-REN-USED           PIC 9(05).
       01  SQL-REN-LAST-DATE      PIC X(10).

      *    [RD] Controle d'entente prealable : marquage de la
      *    prestation au catalogue et accord valide au registre.
       01  SQL-PRES-ENTENTE       PIC X(01).
      *---------------------------------------------------------------
           MOVE SPACE TO WS-FIL-MENU-RETURN.
           MOVE SPACES TO WS-FIL-ERROR-MESSAGE.
           MOVE SPACES TO WS-FIL-AGENCE-FILTER.

           PERFORM 0100-LIRE-OPERATEUR
              THRU END-0100-LIRE-OPERATEUR.

           PERFORM 1000-RAFRAICHIR-LISTE
              THRU END-1000-RAFRAICHIR-LISTE.

           GOBACK.

      ******************************************************************
      *    [RD] Lit le role et l'agence de l'operateur connecte, qui   *
      *    fixent le filtre agence de la file.                         *
      ******************************************************************
       0100-LIRE-OPERATEUR.
           MOVE LK-OPERATOR-ID TO SQL-FIL-OPER-ID.
           MOVE SPACES TO SQL-FIL-OPER-ROLE.
           MOVE SPACES TO SQL-FIL-OPER-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT operateur_role, COALESCE(operateur_agence, ' ')
               INTO :SQL-FIL-OPER-ROLE, :SQL-FIL-OPER-AGENCE
               FROM operateur
               WHERE operateur_id = :SQL-FIL-OPER-ID
           END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SQL-FIL-OPER-ROLE   TO WS-FIL-OPER-ROLE.
           MOVE SQL-FIL-OPER-AGENCE TO WS-FIL-OPER-AGENCE.
       END-0100-LIRE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Fixe le filtre agence : un role 'A' voit toutes les    *
      *    agences ou celle qu'il a saisie, un autre operateur est     *
      *    limite a son agence (toute la base s'il n'est rattache a    *
      *    aucune).                                                    *
      ******************************************************************
       0200-FIXER-FILTRE-AGENCE.
           MOVE FUNCTION UPPER-CASE(WS-FIL-AGENCE-FILTER)
               TO WS-FIL-AGENCE-FILTER.

           IF WS-FIL-OPER-ROLE NOT = 'A'
               MOVE WS-FIL-OPER-AGENCE TO WS-FIL-AGENCE-FILTER
           END-IF.

           MOVE SPACES TO WS-FIL-FILTER-LINE.
           IF WS-FIL-AGENCE-FILTER = SPACES
               MOVE 'O' TO SQL-FIL-ALL
               MOVE SPACES TO SQL-FIL-AGENCE
               MOVE 'File : toutes agences' TO WS-FIL-FILTER-LINE
           ELSE
               MOVE 'N' TO SQL-FIL-ALL
               MOVE WS-FIL-AGENCE-FILTER TO SQL-FIL-AGENCE
               STRING 'File : agence ' WS-FIL-AGENCE-FILTER
                   DELIMITED BY SIZE INTO WS-FIL-FILTER-LINE
           END-IF.
       END-0200-FIXER-FILTRE-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Recharge les dix reclamations en attente les plus      *
      *    anciennes du perimetre de l'operateur (toute la base ou une *
      *    agence) et les comptes par tranche d'anciennete (0-30,      *
      *    31-60, plus de 60 jours de date de soin).                   *
      ******************************************************************
       1000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-FIL-LINE-1 WS-FIL-LINE-2 WS-FIL-LINE-3
           MOVE SPACES TO WS-FIL-QUEUE.
           MOVE ZERO TO WS-FIL-QUEUE-COUNT.

           PERFORM 0200-FIXER-FILTRE-AGENCE
              THRU END-0200-FIXER-FILTRE-AGENCE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FIL-BUCKET-0-30
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'P'
               AND remboursement_care_date > :SQL-FIL-CUTOFF-30
               AND (:SQL-FIL-ALL = 'O'
                    OR customer_agence = :SQL-FIL-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FIL-BUCKET-31-60
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'P'
               AND remboursement_care_date <= :SQL-FIL-CUTOFF-30
               AND remboursement_care_date > :SQL-FIL-CUTOFF-60
               AND (:SQL-FIL-ALL = 'O'
                    OR customer_agence = :SQL-FIL-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FIL-BUCKET-60PLUS
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'P'
               AND remboursement_care_date <= :SQL-FIL-CUTOFF-60
               AND (:SQL-FIL-ALL = 'O'
                    OR customer_agence = :SQL-FIL-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
           END-EXEC.

      *    [RD] Les reclamations en attente de pieces ('W') ne sont
      *    plus fausser les tranches d'anciennete.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FIL-BUCKET-WAIT
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'W'
               AND (:SQL-FIL-ALL = 'O'
                    OR customer_agence = :SQL-FIL-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
           END-EXEC.

           MOVE SPACES TO WS-FIL-BUCKET-LINE.
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'P'
               AND (:SQL-FIL-ALL = 'O'
                    OR customer_agence = :SQL-FIL-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
               ORDER BY remboursement_care_date, uuid_remboursement
               LIMIT 10
           END-EXEC.
      ******************************************************************
       2000-TRAITER-LIGNE.
           MOVE SPACES TO WS-FIL-ERROR-MESSAGE.
           MOVE SPACES TO WS-FIL-LIMIT-REASON.
           MOVE ZERO TO WS-FIL-COMPUTED-AMOUNT.

           IF WS-FIL-SELECTED-LINE = ZERO
               OR WS-FIL-SELECTED-LINE > WS-FIL-QUEUE-COUNT
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

      *    [RD] Renouvellement anticipe : meme regle que scremb, la
      *    confirmation du calcul vaut refus motive.
           PERFORM 2180-CONTROLE-RENOUVELLEMENT
              THRU END-2180-CONTROLE-RENOUVELLEMENT.
           IF WS-FIL-RENOUV-REFUS = 'O' AND WS-FIL-PAID-AMOUNT = ZERO
               MOVE 'D' TO WS-FIL-STATUS
           END-IF.

           IF WS-FIL-PAID-AMOUNT = ZERO
               MOVE WS-FIL-COMPUTED-AMOUNT TO WS-FIL-PAID-AMOUNT
               MOVE SPACES TO WS-FIL-OVERRIDE-REASON
           MOVE WS-FIL-PAID-AMOUNT TO SQL-FIL-REIMBURSED.
           MOVE WS-FIL-STATUS      TO SQL-FIL-STATUS.
           MOVE WS-FIL-OVERRIDE-REASON TO SQL-FIL-OVERRIDE.
           MOVE WS-FIL-LIMIT-REASON TO SQL-FIL-LIMIT-REASON.

           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-FIL-DECISION-DATE.
               SET remboursement_reimbursed = :SQL-FIL-REIMBURSED,
                   remboursement_status = :SQL-FIL-STATUS,
                   remboursement_override_reason = :SQL-FIL-OVERRIDE,
                   remboursement_limit_reason = :SQL-FIL-LIMIT-REASON,
                   remboursement_decision_date =
                       :SQL-FIL-DECISION-DATE,
                   remboursement_operator = :SQL-FIL-OPERATOR
                       PERFORM 2200-MAJ-CONSOMMATION
                          THRU END-2200-MAJ-CONSOMMATION
                   END-IF
                   IF WS-FIL-STATUS = 'R'
                       AND WS-FIL-OVERRIDE-REASON NOT = SPACES
                       PERFORM 2500-TRACER-DEROGATION
                          THRU END-2500-TRACER-DEROGATION
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE WS-FIL-PAID-AMOUNT TO WS-FIL-COMPUTED-ED
                   IF WS-FIL-LIMIT-REASON = SPACES
                       STRING 'Reclamation traitee, rembourse '
                           WS-FIL-COMPUTED-ED ' EUR.'
                           DELIMITED BY SIZE INTO WS-FIL-ERROR-MESSAGE
                   ELSE
                       STRING 'Rembourse ' WS-FIL-COMPUTED-ED ' EUR - '
                           WS-FIL-LIMIT-REASON
                           DELIMITED BY SIZE INTO WS-FIL-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors du traitement.'
                   remboursement_missing_docs =
                       :SQL-FIL-MISSING-DOCS,
                   remboursement_wait_date = :SQL-FIL-WAIT-DATE,
                   remboursement_wait_end_date = '',
                   remboursement_chase_level = 0,
                   remboursement_operator = :SQL-FIL-OPERATOR
               WHERE uuid_remboursement = :SQL-FIL-UUID
           EXEC SQL
               SELECT prestation_rate, prestation_ceiling,
                   COALESCE(prestation_unit_amount, 0),
                   COALESCE(prestation_unit_limit, 0),
                   COALESCE(prestation_panier, ' '),
                   COALESCE(prestation_prix_limite, 0),
                   COALESCE(prestation_renouv_mois, 0),
                   COALESCE(prestation_renouv_enfant, 0),
                   COALESCE(prestation_renouv_qte, 0)
               INTO :SQL-PRES-RATE, :SQL-PRES-CEILING,
                   :SQL-PRES-UNIT-AMOUNT, :SQL-PRES-UNIT-LIMIT,
                   :SQL-PRES-PANIER, :SQL-PRES-PRIX-LIMITE,
                   :SQL-PRES-RENOUV-MOIS, :SQL-PRES-RENOUV-ENF,
                   :SQL-PRES-RENOUV-QTE
               FROM prestation
               WHERE prestation_code = :SQL-FIL-PRES-CODE
           END-EXEC.
               GO TO END-2100-CALCULER-MONTANT
           END-IF.

      *    [RD] Panier 100% Sante -- meme logique que scremb.
           IF SQL-PRES-PANIER NOT = SPACE
               PERFORM 2130-CALCUL-PANIER-100
                  THRU END-2130-CALCUL-PANIER-100
               GO TO END-2100-CALCULER-MONTANT
           END-IF.

      *    [RD] La formule de couverture de l'adherent peut porter un
      *    taux propre pour cette prestation -- meme logique que
      *    3100-CALCULER-MONTANT dans scremb.
       END-2150-CALCUL-PAR-SEANCE.
           EXIT.

      ******************************************************************
      *    [RD] Panier 100% Sante -- meme logique que                  *
      *    3130-CALCUL-PANIER-100 dans scremb : reste a charge         *
      *    rembourse en totalite jusqu'au prix limite de vente,        *
      *    quelle que soit la formule.                                 *
      ******************************************************************
       2130-CALCUL-PANIER-100.
           MOVE SQL-FIL-CLAIMED TO WS-FIL-RESTE-CHARGE.

           IF SQL-PRES-PRIX-LIMITE > ZERO
               AND SQL-FIL-CLAIMED > SQL-PRES-PRIX-LIMITE
               MOVE SQL-PRES-PRIX-LIMITE TO WS-FIL-RESTE-CHARGE
               MOVE 'Panier 100% Sante borne au prix limite'
                   TO WS-FIL-LIMIT-REASON
           END-IF.
           SUBTRACT SQL-FIL-CPAM-PAID FROM WS-FIL-RESTE-CHARGE.

           IF WS-FIL-RESTE-CHARGE < ZERO
               MOVE ZERO TO WS-FIL-RESTE-CHARGE
           END-IF.

           MOVE WS-FIL-RESTE-CHARGE TO WS-FIL-COMPUTED-AMOUNT.
       END-2130-CALCUL-PANIER-100.
           EXIT.

      ******************************************************************
      *    [RD] Controle de renouvellement du contrat responsable --   *
      *    meme logique que 3170-CONTROLE-RENOUVELLEMENT dans scremb : *
      *    equipements deja rembourses a la meme personne couverte     *
      *    dans la periode, refus ('O' dans WS-FIL-RENOUV-REFUS) ou    *
      *    plafonnement au prorata, motif dans WS-FIL-LIMIT-REASON.    *
      *    La connexion SQL doit etre ouverte.                         *
      ******************************************************************
       2180-CONTROLE-RENOUVELLEMENT.
           MOVE 'N' TO WS-FIL-RENOUV-REFUS.

           IF SQL-PRES-RENOUV-MOIS = ZERO
               GO TO END-2180-CONTROLE-RENOUVELLEMENT
           END-IF.

           MOVE SQL-PRES-RENOUV-MOIS TO WS-FIL-REN-MOIS.

      *    [RD] Periode propre aux moins de 16 ans a la date des
      *    soins : date de naissance du beneficiaire, ou celle de
      *    l'adherent quand il est lui-meme la personne couverte.
           IF SQL-PRES-RENOUV-ENF > ZERO
               MOVE SPACES TO SQL-REN-BIRTH-DATE
               IF SQL-FIL-BENEF-UUID = SPACES
                   EXEC SQL
                       SELECT COALESCE(customer_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM customer
                       WHERE uuid_customer = :SQL-FIL-UUID-CUSTOMER
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT COALESCE(beneficiaire_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM beneficiaire
                       WHERE uuid_beneficiaire = :SQL-FIL-BENEF-UUID
                   END-EXEC
               END-IF
               IF SQLCODE = ZERO AND SQL-REN-BIRTH-DATE NOT = SPACES
                   MOVE SQL-REN-BIRTH-DATE(1:4) TO WS-FIL-REN-YEAR
                   ADD WS-FIL-AGE-ENFANT TO WS-FIL-REN-YEAR
                   MOVE SPACES TO WS-FIL-REN-DATE
                   STRING WS-FIL-REN-YEAR SQL-REN-BIRTH-DATE(5:6)
                       DELIMITED BY SIZE INTO WS-FIL-REN-DATE
                   IF SQL-FIL-CARE-DATE < WS-FIL-REN-DATE
                       MOVE SQL-PRES-RENOUV-ENF TO WS-FIL-REN-MOIS
                   END-IF
               END-IF
           END-IF.

      *    [RD] Fenetre d'une periode de part et d'autre de la date
      *    des soins -- meme arithmetique en mois que la carence.
           MOVE SQL-FIL-CARE-DATE(1:4) TO WS-FIL-REN-YEAR.
           MOVE SQL-FIL-CARE-DATE(6:2) TO WS-FIL-REN-MONTH.
           PERFORM UNTIL WS-FIL-REN-MONTH > WS-FIL-REN-MOIS
               ADD 12 TO WS-FIL-REN-MONTH
               SUBTRACT 1 FROM WS-FIL-REN-YEAR
           END-PERFORM.
           SUBTRACT WS-FIL-REN-MOIS FROM WS-FIL-REN-MONTH.
           MOVE WS-FIL-REN-MONTH TO WS-FIL-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-FROM.
           STRING WS-FIL-REN-YEAR '-' WS-FIL-REN-MONTH-2 '-'
               SQL-FIL-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-FROM.

           MOVE SQL-FIL-CARE-DATE(1:4) TO WS-FIL-REN-YEAR.
           MOVE SQL-FIL-CARE-DATE(6:2) TO WS-FIL-REN-MONTH.
           ADD WS-FIL-REN-MOIS TO WS-FIL-REN-MONTH.
           PERFORM UNTIL WS-FIL-REN-MONTH <= 12
               SUBTRACT 12 FROM WS-FIL-REN-MONTH
               ADD 1 TO WS-FIL-REN-YEAR
           END-PERFORM.
           MOVE WS-FIL-REN-MONTH TO WS-FIL-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-TO.
           STRING WS-FIL-REN-YEAR '-' WS-FIL-REN-MONTH-2 '-'
               SQL-FIL-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-TO.

      *    [RD] Une reclamation sans nombre d'equipements en vaut un.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                   WHEN COALESCE(remboursement_units, 0) = 0 THEN 1
                   ELSE remboursement_units END), 0),
                   COALESCE(MAX(remboursement_care_date), '')
               INTO :SQL-REN-USED, :SQL-REN-LAST-DATE
               FROM remboursement
               WHERE uuid_customer = :SQL-FIL-UUID-CUSTOMER
               AND uuid_beneficiaire = :SQL-FIL-BENEF-UUID
               AND remboursement_prestation_code = :SQL-FIL-PRES-CODE
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V')
               AND remboursement_reimbursed > 0
               AND remboursement_care_date > :SQL-REN-FROM
               AND remboursement_care_date < :SQL-REN-TO
               AND uuid_remboursement != :SQL-FIL-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-REN-USED
           END-IF.

           MOVE SQL-PRES-RENOUV-QTE TO WS-FIL-REN-ADMIS.
           IF WS-FIL-REN-ADMIS = ZERO
               MOVE 1 TO WS-FIL-REN-ADMIS
           END-IF.
           MOVE WS-FIL-REN-MOIS TO WS-FIL-REN-MOIS-ED.

           IF SQL-REN-USED >= WS-FIL-REN-ADMIS
               MOVE ZERO TO WS-FIL-COMPUTED-AMOUNT
               MOVE 'O' TO WS-FIL-RENOUV-REFUS
               MOVE SPACES TO WS-FIL-LIMIT-REASON
               STRING 'Renouv.' WS-FIL-REN-MOIS-ED ' mois, servi le '
                   SQL-REN-LAST-DATE
                   DELIMITED BY SIZE INTO WS-FIL-LIMIT-REASON
               GO TO END-2180-CONTROLE-RENOUVELLEMENT
           END-IF.

           COMPUTE WS-FIL-REN-RESTE = WS-FIL-REN-ADMIS - SQL-REN-USED.
           MOVE SQL-FIL-UNITS TO WS-FIL-REN-DEMANDE.
           IF WS-FIL-REN-DEMANDE = ZERO
               MOVE 1 TO WS-FIL-REN-DEMANDE
           END-IF.

           IF WS-FIL-REN-DEMANDE > WS-FIL-REN-RESTE
               COMPUTE WS-FIL-COMPUTED-AMOUNT ROUNDED =
                   WS-FIL-COMPUTED-AMOUNT * WS-FIL-REN-RESTE
                   / WS-FIL-REN-DEMANDE
               MOVE SPACES TO WS-FIL-LIMIT-REASON
               STRING 'Renouv.' WS-FIL-REN-MOIS-ED ' mois : '
                   WS-FIL-REN-RESTE ' sur ' WS-FIL-REN-DEMANDE
                   ' admis'
                   DELIMITED BY SIZE INTO WS-FIL-LIMIT-REASON
           END-IF.
       END-2180-CONTROLE-RENOUVELLEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Lit la consommation annuelle de la personne couverte   *
      *    en euros et en seances -- meme logique que                  *
           END-IF.
       END-2200-MAJ-CONSOMMATION.
           EXIT.

      ******************************************************************
      *    [RD] Depose la derogation de montant dans la file de revue  *
      *    superviseur -- meme trace que 3300-TRACER-DEROGATION dans   *
      *    scremb. La connexion SQL doit etre ouverte.                 *
      ******************************************************************
       2500-TRACER-DEROGATION.
           MOVE 'O'                    TO SQL-REV-TYPE.
           MOVE SQL-FIL-UUID           TO SQL-REV-REF.
           MOVE WS-FIL-COMPUTED-AMOUNT TO SQL-REV-COMPUTED.
           MOVE WS-FIL-PAID-AMOUNT     TO SQL-REV-GRANTED.
           MOVE WS-FIL-OVERRIDE-REASON TO SQL-REV-REASON.

           EXEC SQL
               INSERT INTO revue_action
                   (revue_type, revue_ref, uuid_customer,
                   revue_operator, revue_date, revue_computed,
                   revue_granted, revue_reason, revue_status)
               VALUES (:SQL-REV-TYPE, :SQL-REV-REF,
                   :SQL-FIL-UUID-CUSTOMER, :SQL-FIL-OPERATOR,
                   :SQL-FIL-DECISION-DATE, :SQL-REV-COMPUTED,
                   :SQL-REV-GRANTED, :SQL-REV-REASON, 'A')
           END-EXEC.
       END-2500-TRACER-DEROGATION.
           EXIT.
