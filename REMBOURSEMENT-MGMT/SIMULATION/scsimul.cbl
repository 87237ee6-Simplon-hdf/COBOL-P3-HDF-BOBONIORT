      *    exactement le calcul de 3000-TRAITER-RECLAMATION dans       *
      *    scremb : taux propre de la formule (formule_prestation),    *
      *    plafond du catalogue, consommation annuelle restante et     *
      *    prestations a la seance, panier 100% Sante et               *
      *    renouvellement du contrat responsable (le motif d'un refus  *
      *    ou d'un plafonnement s'affiche et part dans le devis) --    *
      *    sans ecrire la moindre ligne dans 'remboursement' : la file *
      *    d'attente cesse d'etre polluee de fausses reclamations      *
      *    abandonnees. Chaque simulation ecrit en outre une ligne de  *
      *    devis imprimable dans le fichier DEVISSIMUL (ouvert en      *
      *    ajout : les devis de la session s'y cumulent).              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scsimul.
       01  WS-SIM-RESULT-LINE         PIC X(70).
       01  WS-SIM-DROITS-LINE         PIC X(70).
       01  WS-SIM-REMAINING-ED        PIC ZZZZ9.99.
       01  WS-SIM-RESTE-CHARGE        PIC S9(05)V99.

      *    [RD] Panier 100% Sante et renouvellement du contrat
      *    responsable (cf. scprest) : motif de plafonnement ou de
      *    refus conserve, refus complet d'un renouvellement anticipe,
      *    age limite de la periode enfant et calcul de la fenetre.
       01  WS-SIM-LIMIT-REASON        PIC X(40).
       01  WS-SIM-RENOUV-REFUS        PIC X(01).
       01  WS-SIM-AGE-ENFANT          PIC 9(02) VALUE 16.
       01  WS-SIM-REN-MOIS            PIC 9(03).
       01  WS-SIM-REN-MOIS-ED         PIC Z99.
       01  WS-SIM-REN-YEAR            PIC 9(04).
       01  WS-SIM-REN-MONTH           PIC 9(04).
       01  WS-SIM-REN-MONTH-2         PIC 9(02).
       01  WS-SIM-REN-DATE            PIC X(10).
       01  WS-SIM-REN-ADMIS           PIC 9(03).
       01  WS-SIM-REN-RESTE           PIC 9(03).
       01  WS-SIM-REN-DEMANDE         PIC 9(03).

       01  WS-SIM-ERROR-MESSAGE       PIC X(70).
       01  WS-SIM-MENU-RETURN         PIC X(01).
       01  SQL-SIM-BENEF-UUID     PIC X(36).
       01  SQL-SIM-PRES-CODE      PIC X(10).
       01  SQL-SIM-CLAIMED        PIC S9(5)V99 COMP-3.
       01  SQL-SIM-CARE-DATE      PIC X(10).

       01  SQL-BEN-UUID           PIC X(36).
       01  SQL-BEN-LASTNAME       PIC X(20).
       01  SQL-PRES-CEILING       PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-AMOUNT   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-LIMIT    PIC 9(03).
       01  SQL-PRES-PANIER        PIC X(01).
       01  SQL-PRES-PRIX-LIMITE   PIC S9(5)V99 COMP-3.
       01  SQL-PRES-RENOUV-MOIS   PIC 9(03).
       01  SQL-PRES-RENOUV-ENF    PIC 9(03).
       01  SQL-PRES-RENOUV-QTE    PIC 9(01).
       01  SQL-SIM-UNITS          PIC 9(03).

       01  SQL-CUS-FORMULE        PIC X(10).
       01  SQL-CONSO-YEAR         PIC X(04).
       01  SQL-CONSO-AMOUNT       PIC S9(5)V99 COMP-3.
       01  SQL-CONSO-UNITS        PIC 9(05).

      *    [RD] Controle de renouvellement : naissance de la personne
      *    couverte, fenetre de la periode, equipements deja servis.
       01  SQL-REN-BIRTH-DATE     PIC X(10).
       01  SQL-REN-FROM           PIC X(10).
       01  SQL-REN-TO             PIC X(10).
       01  SQL-REN-USED           PIC 9(05).
       01  SQL-REN-LAST-DATE      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE SPACES TO WS-SIM-ERROR-MESSAGE.
           MOVE SPACES TO WS-SIM-RESULT-LINE.
           MOVE SPACES TO WS-SIM-DROITS-LINE.
           MOVE SPACES TO WS-SIM-LIMIT-REASON.

           IF WS-SIM-CUS-UUID = SPACES
               MOVE 'Recherchez un adherent avant de simuler.'
           MOVE WS-SIM-PRES-CODE    TO SQL-SIM-PRES-CODE.
           MOVE WS-SIM-CLAIM-AMOUNT TO SQL-SIM-CLAIMED.
           MOVE WS-SIM-UNITS        TO SQL-SIM-UNITS.
           MOVE WS-SIM-TODAY-DATE   TO SQL-SIM-CARE-DATE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
               GO TO END-2000-SIMULER
           END-IF.

           PERFORM 2170-CONTROLE-RENOUVELLEMENT
              THRU END-2170-CONTROLE-RENOUVELLEMENT.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE WS-SIM-COMPUTED-AMOUNT TO WS-SIM-COMPUTED-ED.
               ' EUR'
               DELIMITED BY SIZE INTO WS-SIM-RESULT-LINE.

      *    [RD] Refus ou plafonnement (panier, renouvellement) : le
      *    motif remplace la ligne des droits restants.
           IF WS-SIM-LIMIT-REASON NOT = SPACES
               MOVE SPACES TO WS-SIM-DROITS-LINE
               STRING 'Limite : ' WS-SIM-LIMIT-REASON
                   DELIMITED BY SIZE INTO WS-SIM-DROITS-LINE
           END-IF.

           PERFORM 2500-ECRIRE-DEVIS
              THRU END-2500-ECRIRE-DEVIS.

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
               WHERE prestation_code = :SQL-SIM-PRES-CODE
           END-EXEC.
               GO TO END-2100-CALCULER-MONTANT
           END-IF.

      *    [RD] Panier 100% Sante -- meme logique que scremb.
           IF SQL-PRES-PANIER NOT = SPACE
               PERFORM 2130-CALCUL-PANIER-100
                  THRU END-2130-CALCUL-PANIER-100
               MOVE 'Panier 100% Sante : reste a charge rembourse'
                   TO WS-SIM-DROITS-LINE
               GO TO END-2100-CALCULER-MONTANT
           END-IF.

      *    [RD] Le taux propre de la formule de couverture remplace
      *    le taux du catalogue, comme au traitement reel.
           EXEC SQL
       END-2150-LIRE-CONSOMMATION.
           EXIT.

      ******************************************************************
      *    [RD] Panier 100% Sante -- meme logique que                  *
      *    3130-CALCUL-PANIER-100 dans scremb : le montant envisage    *
      *    est rembourse en totalite jusqu'au prix limite de vente,    *
      *    quelle que soit la formule (pas de part CPAM connue en      *
      *    simulation).                                                *
      ******************************************************************
       2130-CALCUL-PANIER-100.
           MOVE SQL-SIM-CLAIMED TO WS-SIM-RESTE-CHARGE.

           IF SQL-PRES-PRIX-LIMITE > ZERO
               AND SQL-SIM-CLAIMED > SQL-PRES-PRIX-LIMITE
               MOVE SQL-PRES-PRIX-LIMITE TO WS-SIM-RESTE-CHARGE
               MOVE 'Panier 100% Sante borne au prix limite'
                   TO WS-SIM-LIMIT-REASON
           END-IF.

           IF WS-SIM-RESTE-CHARGE < ZERO
               MOVE ZERO TO WS-SIM-RESTE-CHARGE
           END-IF.

           MOVE WS-SIM-RESTE-CHARGE TO WS-SIM-COMPUTED-AMOUNT.
       END-2130-CALCUL-PANIER-100.
           EXIT.

      ******************************************************************
      *    [RD] Controle de renouvellement du contrat responsable --   *
      *    meme logique que 3170-CONTROLE-RENOUVELLEMENT dans scremb,  *
      *    pour un soin date du jour : equipements deja rembourses a   *
      *    la personne couverte dans la periode, refus ou              *
      *    plafonnement au prorata, motif dans WS-SIM-LIMIT-REASON.    *
      *    La connexion SQL doit etre ouverte.                         *
      ******************************************************************
       2170-CONTROLE-RENOUVELLEMENT.
           MOVE 'N' TO WS-SIM-RENOUV-REFUS.

           IF SQL-PRES-RENOUV-MOIS = ZERO
               GO TO END-2170-CONTROLE-RENOUVELLEMENT
           END-IF.

           MOVE SQL-PRES-RENOUV-MOIS TO WS-SIM-REN-MOIS.

      *    [RD] Periode propre aux moins de 16 ans a la date des
      *    soins : date de naissance du beneficiaire, ou celle de
      *    l'adherent quand il est lui-meme la personne couverte.
           IF SQL-PRES-RENOUV-ENF > ZERO
               MOVE SPACES TO SQL-REN-BIRTH-DATE
               IF SQL-SIM-BENEF-UUID = SPACES
                   EXEC SQL
                       SELECT COALESCE(customer_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM customer
                       WHERE uuid_customer = :SQL-SIM-UUID-CUSTOMER
                   END-EXEC
               ELSE
                   EXEC SQL
                       SELECT COALESCE(beneficiaire_birth_date, '')
                       INTO :SQL-REN-BIRTH-DATE
                       FROM beneficiaire
                       WHERE uuid_beneficiaire = :SQL-SIM-BENEF-UUID
                   END-EXEC
               END-IF
               IF SQLCODE = ZERO AND SQL-REN-BIRTH-DATE NOT = SPACES
                   MOVE SQL-REN-BIRTH-DATE(1:4) TO WS-SIM-REN-YEAR
                   ADD WS-SIM-AGE-ENFANT TO WS-SIM-REN-YEAR
                   MOVE SPACES TO WS-SIM-REN-DATE
                   STRING WS-SIM-REN-YEAR SQL-REN-BIRTH-DATE(5:6)
                       DELIMITED BY SIZE INTO WS-SIM-REN-DATE
                   IF SQL-SIM-CARE-DATE < WS-SIM-REN-DATE
                       MOVE SQL-PRES-RENOUV-ENF TO WS-SIM-REN-MOIS
                   END-IF
               END-IF
           END-IF.

      *    [RD] Fenetre d'une periode de part et d'autre de la date
      *    des soins -- meme arithmetique en mois que la carence.
           MOVE SQL-SIM-CARE-DATE(1:4) TO WS-SIM-REN-YEAR.
           MOVE SQL-SIM-CARE-DATE(6:2) TO WS-SIM-REN-MONTH.
           PERFORM UNTIL WS-SIM-REN-MONTH > WS-SIM-REN-MOIS
               ADD 12 TO WS-SIM-REN-MONTH
               SUBTRACT 1 FROM WS-SIM-REN-YEAR
           END-PERFORM.
           SUBTRACT WS-SIM-REN-MOIS FROM WS-SIM-REN-MONTH.
           MOVE WS-SIM-REN-MONTH TO WS-SIM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-FROM.
           STRING WS-SIM-REN-YEAR '-' WS-SIM-REN-MONTH-2 '-'
               SQL-SIM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-FROM.

           MOVE SQL-SIM-CARE-DATE(1:4) TO WS-SIM-REN-YEAR.
           MOVE SQL-SIM-CARE-DATE(6:2) TO WS-SIM-REN-MONTH.
           ADD WS-SIM-REN-MOIS TO WS-SIM-REN-MONTH.
           PERFORM UNTIL WS-SIM-REN-MONTH <= 12
               SUBTRACT 12 FROM WS-SIM-REN-MONTH
               ADD 1 TO WS-SIM-REN-YEAR
           END-PERFORM.
           MOVE WS-SIM-REN-MONTH TO WS-SIM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-TO.
           STRING WS-SIM-REN-YEAR '-' WS-SIM-REN-MONTH-2 '-'
               SQL-SIM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-TO.

      *    [RD] Une reclamation sans nombre d'equipements en vaut un.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                   WHEN COALESCE(remboursement_units, 0) = 0 THEN 1
                   ELSE remboursement_units END), 0),
                   COALESCE(MAX(remboursement_care_date), '')
               INTO :SQL-REN-USED, :SQL-REN-LAST-DATE
               FROM remboursement
               WHERE uuid_customer = :SQL-SIM-UUID-CUSTOMER
               AND uuid_beneficiaire = :SQL-SIM-BENEF-UUID
               AND remboursement_prestation_code = :SQL-SIM-PRES-CODE
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V')
               AND remboursement_reimbursed > 0
               AND remboursement_care_date > :SQL-REN-FROM
               AND remboursement_care_date < :SQL-REN-TO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-REN-USED
           END-IF.

           MOVE SQL-PRES-RENOUV-QTE TO WS-SIM-REN-ADMIS.
           IF WS-SIM-REN-ADMIS = ZERO
               MOVE 1 TO WS-SIM-REN-ADMIS
           END-IF.
           MOVE WS-SIM-REN-MOIS TO WS-SIM-REN-MOIS-ED.

           IF SQL-REN-USED >= WS-SIM-REN-ADMIS
               MOVE ZERO TO WS-SIM-COMPUTED-AMOUNT
               MOVE 'O' TO WS-SIM-RENOUV-REFUS
               MOVE SPACES TO WS-SIM-LIMIT-REASON
               STRING 'Renouv.' WS-SIM-REN-MOIS-ED ' mois, servi le '
                   SQL-REN-LAST-DATE
                   DELIMITED BY SIZE INTO WS-SIM-LIMIT-REASON
               GO TO END-2170-CONTROLE-RENOUVELLEMENT
           END-IF.

           COMPUTE WS-SIM-REN-RESTE = WS-SIM-REN-ADMIS - SQL-REN-USED.
           MOVE SQL-SIM-UNITS TO WS-SIM-REN-DEMANDE.
           IF WS-SIM-REN-DEMANDE = ZERO
               MOVE 1 TO WS-SIM-REN-DEMANDE
           END-IF.

           IF WS-SIM-REN-DEMANDE > WS-SIM-REN-RESTE
               COMPUTE WS-SIM-COMPUTED-AMOUNT ROUNDED =
                   WS-SIM-COMPUTED-AMOUNT * WS-SIM-REN-RESTE
                   / WS-SIM-REN-DEMANDE
               MOVE SPACES TO WS-SIM-LIMIT-REASON
               STRING 'Renouv.' WS-SIM-REN-MOIS-ED ' mois : '
                   WS-SIM-REN-RESTE ' sur ' WS-SIM-REN-DEMANDE
                   ' admis'
                   DELIMITED BY SIZE INTO WS-SIM-LIMIT-REASON
           END-IF.
       END-2170-CONTROLE-RENOUVELLEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne de devis imprimable, en ajout au        *
      *    fichier pour cumuler les devis de la session.               *
               DELIMITED BY SIZE INTO DEVIS-LINE.
           WRITE DEVIS-LINE.

           IF WS-SIM-LIMIT-REASON NOT = SPACES
               MOVE SPACES TO DEVIS-LINE
               STRING '      motif : ' WS-SIM-LIMIT-REASON
                   DELIMITED BY SIZE INTO DEVIS-LINE
               WRITE DEVIS-LINE
           END-IF.

           CLOSE DEVIS-FILE.
       END-2500-ECRIRE-DEVIS.
           EXIT.
