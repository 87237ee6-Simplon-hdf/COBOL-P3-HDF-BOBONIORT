      *    sccotis et scrappro). Une reclamation peut etre marquee     *
      *    tiers payant a la saisie : le praticien (qui doit figurer   *
      *    au repertoire des medecins, cf. scdocteur) est alors paye   *
      *    directement par scsepavir au lieu de l'adherent. Les        *
      *    prestations d'un panier 100% Sante sont remboursees a       *
      *    hauteur du reste a charge, jusqu'au prix limite de vente,   *
      *    quelle que soit la formule ; un renouvellement anticipe au  *
      *    regard du contrat responsable (periode du catalogue, par    *
      *    personne couverte) est refuse ou plafonne, et le motif est  *
      *    conserve sur la reclamation. Chaque derogation de montant   *
      *    accordee et chaque levee de retenue sont deposees dans la   *
      *    file de revue superviseur (table 'revue_action') : un       *
      *    gestionnaire 'G' les vise sur l'ecran screvue, et           *
      *    screvuerpt en fait le rapport hebdomadaire par operateur.   *
      *    La saisie date la reclamation (date de reception) et la     *
      *    marque du canal 'E' (ecran) ; la reprise des pieces         *
      *    conserve la date de mise en attente et pose la date de fin  *
      *    d'attente, pour le suivi des delais de traitement (cf.      *
      *    scdelais).                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scremb.
       01  WS-REM-STATUS              PIC X(01).
       01  WS-REM-UPDATE-VALIDATION   PIC X(01).

      *    [RD] Panier 100% Sante et renouvellement du contrat
      *    responsable (cf. scprest) : motif de plafonnement ou de
      *    refus conserve, refus complet d'un renouvellement anticipe,
      *    age limite de la periode enfant et calcul de la fenetre.
       01  WS-REM-LIMIT-REASON        PIC X(40).
       01  WS-REM-RENOUV-REFUS        PIC X(01).
       01  WS-REM-AGE-ENFANT          PIC 9(02) VALUE 16.
       01  WS-REM-REN-MOIS            PIC 9(03).
       01  WS-REM-REN-MOIS-ED         PIC Z99.
       01  WS-REM-REN-YEAR            PIC 9(04).
       01  WS-REM-REN-MONTH           PIC 9(04).
       01  WS-REM-REN-MONTH-2         PIC 9(02).
       01  WS-REM-REN-DATE            PIC X(10).
       01  WS-REM-REN-ADMIS           PIC 9(03).
       01  WS-REM-REN-RESTE           PIC 9(03).
       01  WS-REM-REN-DEMANDE         PIC 9(03).

      *    [RD] Mise en attente de pieces ('W') : liste des pieces
      *    manquantes, obligatoire. La reclamation sort de la file
      *    de traitement ; scpiecerel relance a 30 et 60 jours et
       01  SQL-REM-TIERS-PAYANT   PIC X(01).
       01  SQL-REM-MISSING-DOCS   PIC X(40).
       01  SQL-REM-WAIT-DATE      PIC X(10).
       01  SQL-REM-ENTRY-DATE     PIC X(10).
       01  SQL-REM-LIMIT-REASON   PIC X(40).

      *    [RD] File de revue superviseur (cf. screvue) : nature de
      *    l'action, reclamation visee, montant calcule et montant
      *    accorde, justification.
       01  SQL-REV-TYPE           PIC X(01).
       01  SQL-REV-REF            PIC X(36).
       01  SQL-REV-COMPUTED       PIC S9(5)V99 COMP-3.
       01  SQL-REV-GRANTED        PIC S9(5)V99 COMP-3.
       01  SQL-REV-REASON         PIC X(40).

      *    [RD] Soins teletransmis (cf. sccpamimp) : base de
      *    remboursement et part deja payee par la CPAM -- notre
       01  SQL-PRES-CEILING       PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-AMOUNT   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-LIMIT    PIC 9(03).
       01  SQL-PRES-PANIER        PIC X(01).
       01  SQL-PRES-PRIX-LIMITE   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-RENOUV-MOIS   PIC 9(03).
       01  SQL-PRES-RENOUV-ENF    PIC 9(03).
       01  SQL-PRES-RENOUV-QTE    PIC 9(01).
       01  SQL-PRES-COUNT         PIC 9(05).
       01  SQL-REM-UNITS          PIC 9(03).

       01  SQL-CONSO-UNITS-ADD    PIC 9(05).
       01  SQL-CONSO-COUNT        PIC 9(05).

      *    [RD] Controle de renouvellement : naissance de la personne
      *    couverte, fenetre de la periode, equipements deja servis.
       01  SQL-REN-BIRTH-DATE     PIC X(10).
       01  SQL-REN-FROM           PIC X(10).
       01  SQL-REN-TO             PIC X(10).
       01  SQL-REN-USED           PIC 9(05).
       01  SQL-REN-LAST-DATE      PIC X(10).

      *    [RD] Impayes au-dela du delai de grace, pour le controle
      *    des droits ouverts a la saisie d'une reclamation.
       01  SQL-ARREARS-CUTOFF     PIC X(10).
           STRING WS-REM-CUTOFF-DATE(1:4) '-' WS-REM-CUTOFF-DATE(5:2)
               '-' WS-REM-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-ARREARS-CUTOFF.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-REM-ENTRY-DATE.

           MOVE WS-REM-CUS-UUID     TO SQL-REM-UUID-CUSTOMER.
           MOVE WS-REM-CARE-DATE    TO SQL-REM-CARE-DATE.
                   remboursement_provider, remboursement_claimed,
                   remboursement_reimbursed, remboursement_status,
                   remboursement_prestation_code, uuid_beneficiaire,
                   remboursement_tiers_payant, remboursement_units,
                   remboursement_entry_date, remboursement_channel
               ) VALUES (
                   :SQL-REM-UUID-CUSTOMER, :SQL-REM-CARE-DATE,
                   :SQL-REM-PROVIDER, :SQL-REM-CLAIMED,
                   :SQL-REM-REIMBURSED, :SQL-REM-STATUS,
                   :SQL-REM-PRES-CODE, :SQL-REM-BENEF-UUID,
                   :SQL-REM-TIERS-PAYANT, :SQL-REM-UNITS,
                   :SQL-REM-ENTRY-DATE, 'E'
               )
           END-EXEC.

       3000-TRAITER-RECLAMATION.
           MOVE SPACES TO WS-REM-ERROR-MESSAGE.
           MOVE SPACES TO WS-REM-UUID.
           MOVE SPACES TO WS-REM-LIMIT-REASON.
           MOVE ZERO TO WS-REM-COMPUTED-AMOUNT.

           IF WS-REM-CUS-UUID = SPACES
               MOVE 'Recherchez un adherent avant le traitement.'
               GO TO END-3000-TRAITER-RECLAMATION
           END-IF.

      *    [RD] Renouvellement anticipe au regard du contrat
      *    responsable : la confirmation du calcul (montant saisi a
      *    zero) vaut refus motive ; seule une derogation justifiee
      *    peut encore accepter un montant.
           PERFORM 3170-CONTROLE-RENOUVELLEMENT
              THRU END-3170-CONTROLE-RENOUVELLEMENT.
           IF WS-REM-RENOUV-REFUS = 'O' AND WS-REM-PAID-AMOUNT = ZERO
               MOVE 'D' TO WS-REM-STATUS
           END-IF.

      *    [RD] Montant saisi a zero : l'operateur confirme le calcul.
      *    Montant saisi different du calcul : derogation, acceptee
      *    seulement avec une justification qui sera conservee.
           MOVE WS-REM-PAID-AMOUNT TO SQL-REM-REIMBURSED.
           MOVE WS-REM-STATUS      TO SQL-REM-STATUS.
           MOVE WS-REM-OVERRIDE-REASON TO SQL-REM-OVERRIDE.
           MOVE WS-REM-LIMIT-REASON TO SQL-REM-LIMIT-REASON.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               SET remboursement_reimbursed = :SQL-REM-REIMBURSED,
                   remboursement_status = :SQL-REM-STATUS,
                   remboursement_override_reason = :SQL-REM-OVERRIDE,
                   remboursement_limit_reason = :SQL-REM-LIMIT-REASON,
                   remboursement_decision_date =
                       :SQL-REM-DECISION-DATE,
                   remboursement_operator = :SQL-REM-OPERATOR
                       PERFORM 3200-MAJ-CONSOMMATION
                          THRU END-3200-MAJ-CONSOMMATION
                   END-IF
                   IF WS-REM-STATUS = 'R'
                       AND WS-REM-OVERRIDE-REASON NOT = SPACES
                       PERFORM 3300-TRACER-DEROGATION
                          THRU END-3300-TRACER-DEROGATION
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE WS-REM-PAID-AMOUNT TO WS-REM-COMPUTED-ED
                   IF WS-REM-LIMIT-REASON = SPACES
                       STRING 'Reclamation traitee, rembourse '
                           WS-REM-COMPUTED-ED ' EUR.'
                           DELIMITED BY SIZE INTO WS-REM-ERROR-MESSAGE
                   ELSE
                       STRING 'Rembourse ' WS-REM-COMPUTED-ED ' EUR - '
                           WS-REM-LIMIT-REASON
                           DELIMITED BY SIZE INTO WS-REM-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors du traitement.'
                   remboursement_missing_docs =
                       :SQL-REM-MISSING-DOCS,
                   remboursement_wait_date = :SQL-REM-WAIT-DATE,
                   remboursement_wait_end_date = '',
                   remboursement_chase_level = 0,
                   remboursement_operator = :SQL-REM-OPERATOR
               WHERE uuid_remboursement = :SQL-REM-UUID
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
               WHERE prestation_code = :SQL-REM-PRES-CODE
           END-EXEC.
               GO TO END-3100-CALCULER-MONTANT
           END-IF.

      *    [RD] Panier 100% Sante : reste a charge rembourse en
      *    totalite jusqu'au prix limite, hors taux de la formule,
      *    plafond du catalogue et consommation annuelle.
           IF SQL-PRES-PANIER NOT = SPACE
               PERFORM 3130-CALCUL-PANIER-100
                  THRU END-3130-CALCUL-PANIER-100
               GO TO END-3100-CALCULER-MONTANT
           END-IF.

      *    [RD] La formule de couverture de l'adherent peut porter un
      *    taux propre pour cette prestation ; il remplace alors le
      *    taux du catalogue.
       END-3120-CALCUL-PAR-SEANCE.
           EXIT.

      ******************************************************************
      *    [RD] Panier 100% Sante (cf. scprest) : le reste a charge    *
      *    de l'adherent (montant reclame moins part CPAM) est         *
      *    rembourse en totalite, quels que soient le taux de la       *
      *    formule et le plafond du catalogue, dans la limite du prix  *
      *    limite de vente de l'equipement. Le motif d'un              *
      *    plafonnement au prix limite part dans WS-REM-LIMIT-REASON.  *
      ******************************************************************
       3130-CALCUL-PANIER-100.
           MOVE SQL-REM-CLAIMED TO WS-REM-RESTE-CHARGE.

           IF SQL-PRES-PRIX-LIMITE > ZERO
               AND SQL-REM-CLAIMED > SQL-PRES-PRIX-LIMITE
               MOVE SQL-PRES-PRIX-LIMITE TO WS-REM-RESTE-CHARGE
               MOVE 'Panier 100% Sante borne au prix limite'
                   TO WS-REM-LIMIT-REASON
           END-IF.
           SUBTRACT SQL-REM-CPAM-PAID FROM WS-REM-RESTE-CHARGE.

           IF WS-REM-RESTE-CHARGE < ZERO
               MOVE ZERO TO WS-REM-RESTE-CHARGE
           END-IF.

           MOVE WS-REM-RESTE-CHARGE TO WS-REM-COMPUTED-AMOUNT.
       END-3130-CALCUL-PANIER-100.
           EXIT.

      ******************************************************************
      *    [RD] Controle de renouvellement du contrat responsable      *
      *    (cf. scprest) pour la reclamation en cours : les            *
      *    equipements deja rembourses ('R' ou 'V') a la meme personne *
      *    couverte pour la meme prestation, dans une periode de part  *
      *    et d'autre de la date des soins, viennent en deduction du   *
      *    nombre admis par periode. Plus rien d'admis : montant       *
      *    ramene a zero et WS-REM-RENOUV-REFUS a 'O' ; admis en       *
      *    partie : montant plafonne au prorata des equipements. Le    *
      *    motif part dans WS-REM-LIMIT-REASON. La connexion SQL doit  *
      *    etre ouverte.                                               *
      ******************************************************************
       3170-CONTROLE-RENOUVELLEMENT.
           MOVE 'N' TO WS-REM-RENOUV-REFUS.

           IF SQL-PRES-RENOUV-MOIS = ZERO
               GO TO END-3170-CONTROLE-RENOUVELLEMENT
           END-IF.

           MOVE SQL-PRES-RENOUV-MOIS TO WS-REM-REN-MOIS.

      *    [RD] Periode propre aux moins de 16 ans a la date des
      *    soins : date de naissance du beneficiaire, ou celle de
      *    l'adherent quand il est lui-meme la personne couverte.
           IF SQL-PRES-RENOUV-ENF > ZERO
               MOVE SPACES TO SQL-REN-BIRTH-DATE
               IF SQL-REM-BENEF-UUID = SPACES
                   EXEC SQL
                       SELECT COALESCE(customer_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM customer
                       WHERE uuid_customer = :SQL-REM-UUID-CUSTOMER
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT COALESCE(beneficiaire_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM beneficiaire
                       WHERE uuid_beneficiaire = :SQL-REM-BENEF-UUID
                   END-EXEC
               END-IF
               IF SQLCODE = ZERO AND SQL-REN-BIRTH-DATE NOT = SPACES
                   MOVE SQL-REN-BIRTH-DATE(1:4) TO WS-REM-REN-YEAR
                   ADD WS-REM-AGE-ENFANT TO WS-REM-REN-YEAR
                   MOVE SPACES TO WS-REM-REN-DATE
                   STRING WS-REM-REN-YEAR SQL-REN-BIRTH-DATE(5:6)
                       DELIMITED BY SIZE INTO WS-REM-REN-DATE
                   IF SQL-REM-CARE-DATE < WS-REM-REN-DATE
                       MOVE SQL-PRES-RENOUV-ENF TO WS-REM-REN-MOIS
                   END-IF
               END-IF
           END-IF.

      *    [RD] Fenetre d'une periode de part et d'autre de la date
      *    des soins -- meme arithmetique en mois que la carence.
           MOVE SQL-REM-CARE-DATE(1:4) TO WS-REM-REN-YEAR.
           MOVE SQL-REM-CARE-DATE(6:2) TO WS-REM-REN-MONTH.
           PERFORM UNTIL WS-REM-REN-MONTH > WS-REM-REN-MOIS
               ADD 12 TO WS-REM-REN-MONTH
               SUBTRACT 1 FROM WS-REM-REN-YEAR
           END-PERFORM.
           SUBTRACT WS-REM-REN-MOIS FROM WS-REM-REN-MONTH.
           MOVE WS-REM-REN-MONTH TO WS-REM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-FROM.
           STRING WS-REM-REN-YEAR '-' WS-REM-REN-MONTH-2 '-'
               SQL-REM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-FROM.

           MOVE SQL-REM-CARE-DATE(1:4) TO WS-REM-REN-YEAR.
           MOVE SQL-REM-CARE-DATE(6:2) TO WS-REM-REN-MONTH.
           ADD WS-REM-REN-MOIS TO WS-REM-REN-MONTH.
           PERFORM UNTIL WS-REM-REN-MONTH <= 12
               SUBTRACT 12 FROM WS-REM-REN-MONTH
               ADD 1 TO WS-REM-REN-YEAR
           END-PERFORM.
           MOVE WS-REM-REN-MONTH TO WS-REM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-TO.
           STRING WS-REM-REN-YEAR '-' WS-REM-REN-MONTH-2 '-'
               SQL-REM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-TO.

      *    [RD] Une reclamation sans nombre d'equipements en vaut un.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                   WHEN COALESCE(remboursement_units, 0) = 0 THEN 1
                   ELSE remboursement_units END), 0),
                   COALESCE(MAX(remboursement_care_date), '')
               INTO :SQL-REN-USED, :SQL-REN-LAST-DATE
               FROM remboursement
               WHERE uuid_customer = :SQL-REM-UUID-CUSTOMER
               AND uuid_beneficiaire = :SQL-REM-BENEF-UUID
               AND remboursement_prestation_code = :SQL-REM-PRES-CODE
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V')
               AND remboursement_reimbursed > 0
               AND remboursement_care_date > :SQL-REN-FROM
               AND remboursement_care_date < :SQL-REN-TO
               AND uuid_remboursement != :SQL-REM-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-REN-USED
           END-IF.

           MOVE SQL-PRES-RENOUV-QTE TO WS-REM-REN-ADMIS.
           IF WS-REM-REN-ADMIS = ZERO
               MOVE 1 TO WS-REM-REN-ADMIS
           END-IF.
           MOVE WS-REM-REN-MOIS TO WS-REM-REN-MOIS-ED.

           IF SQL-REN-USED >= WS-REM-REN-ADMIS
               MOVE ZERO TO WS-REM-COMPUTED-AMOUNT
               MOVE 'O' TO WS-REM-RENOUV-REFUS
               MOVE SPACES TO WS-REM-LIMIT-REASON
               STRING 'Renouv.' WS-REM-REN-MOIS-ED ' mois, servi le '
                   SQL-REN-LAST-DATE
                   DELIMITED BY SIZE INTO WS-REM-LIMIT-REASON
               GO TO END-3170-CONTROLE-RENOUVELLEMENT
           END-IF.

           COMPUTE WS-REM-REN-RESTE = WS-REM-REN-ADMIS - SQL-REN-USED.
           MOVE SQL-REM-UNITS TO WS-REM-REN-DEMANDE.
           IF WS-REM-REN-DEMANDE = ZERO
               MOVE 1 TO WS-REM-REN-DEMANDE
           END-IF.

           IF WS-REM-REN-DEMANDE > WS-REM-REN-RESTE
               COMPUTE WS-REM-COMPUTED-AMOUNT ROUNDED =
                   WS-REM-COMPUTED-AMOUNT * WS-REM-REN-RESTE
                   / WS-REM-REN-DEMANDE
               MOVE SPACES TO WS-REM-LIMIT-REASON
               STRING 'Renouv.' WS-REM-REN-MOIS-ED ' mois : '
                   WS-REM-REN-RESTE ' sur ' WS-REM-REN-DEMANDE
                   ' admis'
                   DELIMITED BY SIZE INTO WS-REM-LIMIT-REASON
           END-IF.
       END-3170-CONTROLE-RENOUVELLEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Lit la consommation deja remboursee a la personne     *
      *    couverte (SQL-REM-BENEF-UUID, spaces = l'adherent) pour la *
       END-3200-MAJ-CONSOMMATION.
           EXIT.

      ******************************************************************
      *    [RD] Depose la derogation de montant dans la file de revue  *
      *    superviseur : montant calcule (zero sans code prestation),  *
      *    montant accorde et justification saisie, au nom de          *
      *    l'operateur. La connexion SQL doit etre ouverte.            *
      ******************************************************************
       3300-TRACER-DEROGATION.
           MOVE 'O'                    TO SQL-REV-TYPE.
           MOVE SQL-REM-UUID           TO SQL-REV-REF.
           MOVE WS-REM-COMPUTED-AMOUNT TO SQL-REV-COMPUTED.
           MOVE WS-REM-PAID-AMOUNT     TO SQL-REV-GRANTED.
           MOVE WS-REM-OVERRIDE-REASON TO SQL-REV-REASON.

           EXEC SQL
               INSERT INTO revue_action
                   (revue_type, revue_ref, uuid_customer,
                   revue_operator, revue_date, revue_computed,
                   revue_granted, revue_reason, revue_status)
               VALUES (:SQL-REV-TYPE, :SQL-REV-REF,
                   :SQL-REM-UUID-CUSTOMER, :SQL-REM-OPERATOR,
                   :SQL-REM-DECISION-DATE, :SQL-REV-COMPUTED,
                   :SQL-REV-GRANTED, :SQL-REV-REASON, 'A')
           END-EXEC.
       END-3300-TRACER-DEROGATION.
           EXIT.

      ******************************************************************
      *    [RD] Affiche les droits restants de l'annee en cours pour   *
      *    la personne couverte choisie a l'ecran (0 = l'adherent,     *

      ******************************************************************
      *    [RD] Leve les retenues posees par le controle scrembctrl    *
      *    ou par le rapprochement des deces (scinsee, scdeces) sur    *
      *    les reclamations de l'adherent trouve, apres verification   *
      *    par l'operateur : elles redeviennent payables par           *
      *    scsepavir. Chaque reclamation liberee est deposee dans la   *
      *    file de revue superviseur (cf. screvue).                    *
      ******************************************************************
       6000-LEVER-RETENUES.
           MOVE SPACES TO WS-REM-ERROR-MESSAGE.
           MOVE WS-REM-CUS-UUID TO SQL-REM-UUID-CUSTOMER.
           MOVE LK-OPERATOR-ID  TO SQL-REM-OPERATOR.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO SQL-REM-DECISION-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-REM-DECISION-DATE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSREMLEVEE CURSOR FOR
               SELECT uuid_remboursement, remboursement_claimed,
                   COALESCE(remboursement_reimbursed, 0)
               FROM remboursement
               WHERE uuid_customer = :SQL-REM-UUID-CUSTOMER
               AND remboursement_hold = 'O'
           END-EXEC.

           EXEC SQL OPEN CRSREMLEVEE END-EXEC.

           EXEC SQL
               FETCH CRSREMLEVEE
               INTO :SQL-REM-UUID, :SQL-REM-CLAIMED,
                   :SQL-REM-REIMBURSED
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 6100-TRACER-LEVEE
                  THRU END-6100-TRACER-LEVEE
               EXEC SQL
                   FETCH CRSREMLEVEE
                   INTO :SQL-REM-UUID, :SQL-REM-CLAIMED,
                       :SQL-REM-REIMBURSED
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSREMLEVEE END-EXEC.

           EXEC SQL
               UPDATE remboursement SET
                   remboursement_hold = 'N',
       END-6000-LEVER-RETENUES.
           EXIT.

      ******************************************************************
      *    [RD] Depose une levee de retenue dans la file de revue      *
      *    superviseur : montant reclame et montant rendu payable.     *
      *    La connexion SQL doit etre ouverte.                         *
      ******************************************************************
       6100-TRACER-LEVEE.
           MOVE 'L'                TO SQL-REV-TYPE.
           MOVE SQL-REM-UUID       TO SQL-REV-REF.
           MOVE SQL-REM-CLAIMED    TO SQL-REV-COMPUTED.
           MOVE SQL-REM-REIMBURSED TO SQL-REV-GRANTED.
           MOVE 'Levee de retenue' TO SQL-REV-REASON.

           EXEC SQL
               INSERT INTO revue_action
                   (revue_type, revue_ref, uuid_customer,
                   revue_operator, revue_date, revue_computed,
                   revue_granted, revue_reason, revue_status)
               VALUES (:SQL-REV-TYPE, :SQL-REV-REF,
                   :SQL-REM-UUID-CUSTOMER, :SQL-REM-OPERATOR,
                   :SQL-REM-DECISION-DATE, :SQL-REV-COMPUTED,
                   :SQL-REV-GRANTED, :SQL-REV-REASON, 'A')
           END-EXEC.
       END-6100-TRACER-LEVEE.
           EXIT.

      ******************************************************************
      *    [RD] Pieces recues : les reclamations en attente de         *
      *    pieces ('W') de l'adherent trouve repassent en attente de   *

           MOVE WS-REM-CUS-UUID TO SQL-REM-UUID-CUSTOMER.
           MOVE LK-OPERATOR-ID  TO SQL-REM-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-REM-WAIT-DATE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

      *    [RD] La date de mise en attente est conservee et la fin
      *    d'attente posee : le temps passe en 'W' reste mesurable.
           EXEC SQL
               UPDATE remboursement SET
                   remboursement_status = 'P',
                   remboursement_missing_docs = '',
                   remboursement_wait_end_date = :SQL-REM-WAIT-DATE,
                   remboursement_chase_level = 0,
                   remboursement_operator = :SQL-REM-OPERATOR
               WHERE uuid_customer = :SQL-REM-UUID-CUSTOMER
