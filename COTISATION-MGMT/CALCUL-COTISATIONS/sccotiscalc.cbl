      *    en une facture mensuelle par employeur (table               *
      *    'facture_employeur', fichier FACTEMPLOYEUR), que scrappro   *
      *    solde d'un coup au reglement.                               *
      *    Un ancien salarie en portabilite des droits (ANI, cf.       *
      *    scgrpsor/sccontrat) reste couvert sans cotisation : aucune  *
      *    ligne n'est generee, ni au contrat ni a l'adherent, pour    *
      *    une periode qui commence apres la sortie de l'entreprise et *
      *    au plus tard a la fin de la portabilite.                    *
      *    Les avenants au contrat saisis sur la fiche (table          *
      *    'avenant', cf. scedit : formule, couple ou enfants changes  *
      *    a une date d'effet) sont regularises au prorata de la part  *
      *    de periode deja facturee a l'ancien tarif : jours restants  *
      *    du mois d'effet, puis mois entiers jusqu'au dernier mois    *
      *    facture, remise annuelle deduite en periodicite 'A'. Un     *
      *    supplement s'ajoute a la ligne 'U' de la periode courante   *
      *    (ou fait l'objet d'une ligne 'U' de regularisation, a zero  *
      *    mois couvert, quand la periode n'a pas de ligne) ; un       *
      *    credit va au compte adherent et couvre les cotisations      *
      *    suivantes. L'adherent recoit la lettre de confirmation de   *
      *    l'avenant (modele AVENANT, cf. scmodele), reportee au       *
      *    courrier du jour ou detournee en liste NPAI.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccotiscalc.
      *    collectifs, une par employeur facture ce mois.
           SELECT FACTURE-FILE ASSIGN TO "FACTEMPLOYEUR"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Lettres de confirmation des avenants regularises.
           SELECT LETTRE-FILE ASSIGN TO "COURRIERAVENANT"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURE-FILE.
       01  FACTURE-LINE              PIC X(132).
       FD  LETTRE-FILE.
       01  LETTRE-LINE               PIC X(180).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Tarification de base appliquee a chaque adherent actif.
       01  WS-COT-SOLDE-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-COT-SOMMEIL-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-COT-RESIL-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-COT-PORTA-COUNT     PIC 9(05) VALUE ZERO.

      *    [RD] Contrats collectifs (cf. sccontrat) : salaries
      *    factures au contrat ('G', l'employeur paie), contrats
       01  WS-COT-COVERED-ABS     PIC 9(06).
       01  WS-COT-CURRENT-ABS     PIC 9(06).

      *    [RD] Regularisation des avenants (cf. scedit) : tarifs
      *    mensuels avant/apres au mois d'effet, nombre de mois deja
      *    factures a l'ancien tarif (le mois d'effet au prorata des
      *    jours restants), montant signe (positif = supplement,
      *    negatif = credit) et sa part de TSA.
       01  WS-AVT-COUPLE          PIC X(01).
       01  WS-AVT-CHILDREN        PIC 9(03).
       01  WS-AVT-RATE            PIC 9(05)V99.
       01  WS-AVT-OLD-RATE        PIC 9(05)V99.
       01  WS-AVT-NEW-RATE        PIC 9(05)V99.
       01  WS-AVT-DELTA           PIC S9(05)V99.
       01  WS-AVT-MONTHS          PIC 9(03)V9(04).
       01  WS-AVT-AMOUNT          PIC S9(05)V99.
       01  WS-AVT-TSA             PIC S9(05)V99.
       01  WS-AVT-AMOUNT-ED       PIC -(5)9.99.
       01  WS-AVT-YEAR            PIC 9(04).
       01  WS-AVT-MONTH           PIC 9(02).
       01  WS-AVT-DAY             PIC 9(02).
       01  WS-AVT-EFFECT-ABS      PIC 9(06).
       01  WS-AVT-COVERED-ABS     PIC 9(06).
       01  WS-AVT-DATE-NUM        PIC 9(08).
       01  WS-AVT-INT-START       PIC 9(07).
       01  WS-AVT-INT-NEXT        PIC 9(07).
       01  WS-AVT-DAYS-MONTH      PIC 9(02).
       01  WS-AVT-REGUL-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-AVT-REPORT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-AVT-NPAI-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP            PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.


      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
       01  SQL-CUS-SUSP-END       PIC X(10).
       01  SQL-CUS-TERM-DATE      PIC X(10).
       01  SQL-CUS-GROUPE         PIC X(10).
       01  SQL-CUS-PORTA-EXIT     PIC X(10).
       01  SQL-CUS-PORTA-END      PIC X(10).
       01  SQL-FORMULE-RATE       PIC S9(5)V99 COMP-3.

      *    [RD] Contrat collectif du salarie en cours et facture
      *    reporte couvre la nouvelle cotisation avant tout
      *    prelevement SEPA.
       01  SQL-CPT-BALANCE        PIC S9(7)V99 COMP-3.
       01  SQL-CPT-COUNT          PIC 9(05).

      *    [RD] Avenant a regulariser (table 'avenant', cf. scedit)
      *    et fiche de l'adherent pour la lettre de confirmation.
       01  SQL-AVT-UUID           PIC X(36).
       01  SQL-AVT-CUS-UUID       PIC X(36).
       01  SQL-AVT-EFFECT-DATE    PIC X(10).
       01  SQL-AVT-OLD-FORMULE    PIC X(10).
       01  SQL-AVT-NEW-FORMULE    PIC X(10).
       01  SQL-AVT-OLD-COUPLE     PIC X(01).
       01  SQL-AVT-NEW-COUPLE     PIC X(01).
       01  SQL-AVT-OLD-CHILDREN   PIC 9(03).
       01  SQL-AVT-NEW-CHILDREN   PIC 9(03).
       01  SQL-AVT-COVERED-TO     PIC X(07).
       01  SQL-AVT-LASTNAME       PIC X(20).
       01  SQL-AVT-FIRSTNAME      PIC X(20).
       01  SQL-AVT-ADRESS1        PIC X(50).
       01  SQL-AVT-ZIPCODE        PIC X(15).
       01  SQL-AVT-TOWN           PIC X(50).
       01  SQL-AVT-MAIL           PIC X(50).
       01  SQL-AVT-NPAI           PIC X(01).
       01  SQL-AVT-BILLFREQ       PIC X(01).
       01  SQL-AVT-FORMULE        PIC X(10).
       01  SQL-AVT-AMOUNT         PIC S9(5)V99 COMP-3.
       01  SQL-AVT-TSA            PIC S9(5)V99 COMP-3.
       01  SQL-AVT-REGUL-PERIOD   PIC X(07).
       01  SQL-AVT-CUR-COUNT      PIC 9(05).
       01  SQL-AVT-OPEN-COUNT     PIC 9(05).
      *    [RD] Courrier du jour (cf. sccourjour) : chaque ligne de
      *    lettre ecrite est reportee sous la cle de l'adherent, par
      *    lettre (numero d'ordre du passage) et par ligne.
       01  SQL-CJ-CUS-UUID       PIC X(36).
       01  SQL-CJ-DATE           PIC X(10).
       01  SQL-CJ-TIME           PIC X(06).
       01  SQL-CJ-SOURCE         PIC X(10).
       01  SQL-CJ-SEQ            PIC 9(05) VALUE ZERO.
       01  SQL-CJ-LINE-NO        PIC 9(02).
       01  SQL-CJ-TEXT           PIC X(180).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-COT-CREATE-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           MOVE SQL-COT-CREATE-DATE TO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
      *    [RD] Nom du programme ramene aux dix caracteres de la
      *    colonne courrier_source.
           MOVE 'sccotiscal' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 1000-START-CALCUL THRU END-1000-CALCUL.
           PERFORM 1400-REGULARISER-AVENANTS
              THRU END-1400-REGULARISER-AVENANTS.
           PERFORM 1300-FACTURES-EMPLOYEURS
              THRU END-1300-FACTURES-EMPLOYEURS.

               WS-COT-SOMMEIL-COUNT.
           DISPLAY "Resiliations planifiees  : "
               WS-COT-RESIL-COUNT.
           DISPLAY "Portabilite (gratuite)   : "
               WS-COT-PORTA-COUNT.
           DISPLAY "Salaries au contrat      : "
               WS-COT-GROUPE-COUNT.
           DISPLAY "Contrats inconnus        : "
               WS-COT-NOCONTRAT-COUNT.
           DISPLAY "Factures employeur       : "
               WS-COT-FACTURE-COUNT.
           DISPLAY "Avenants regularises     : "
               WS-AVT-REGUL-COUNT.
           DISPLAY "Avenants reportes        : "
               WS-AVT-REPORT-COUNT.
           DISPLAY "Detournes NPAI           : "
               WS-AVT-NPAI-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-COT-GENERATED-COUNT TO WS-BATCH-COUNT.
                   COALESCE(customer_susp_start, ''),
                   COALESCE(customer_susp_end, ''),
                   COALESCE(customer_term_date, ''),
                   COALESCE(customer_groupe, ''),
                   COALESCE(customer_porta_exit_date, ''),
                   COALESCE(customer_porta_end_date, '')
               FROM customer
               WHERE customer_active != 'A'
           END-EXEC.
                   :SQL-CUS-COUPLE, :SQL-CUS-FORMULE, :SQL-CUS-IBAN,
                   :SQL-CUS-BILLFREQ, :SQL-CUS-SUSP-START,
                   :SQL-CUS-SUSP-END, :SQL-CUS-TERM-DATE,
                   :SQL-CUS-GROUPE, :SQL-CUS-PORTA-EXIT,
                   :SQL-CUS-PORTA-END
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-CALCUL-UN-ADHERENT
                       :SQL-CUS-COUPLE, :SQL-CUS-FORMULE,
                       :SQL-CUS-IBAN, :SQL-CUS-BILLFREQ,
                       :SQL-CUS-SUSP-START, :SQL-CUS-SUSP-END,
                       :SQL-CUS-TERM-DATE, :SQL-CUS-GROUPE,
                       :SQL-CUS-PORTA-EXIT, :SQL-CUS-PORTA-END
               END-EXEC
           END-PERFORM.

               END-IF
           END-IF.

      *    [RD] Portabilite des droits (cf. scgrpsor, sccontrat) :
      *    l'ancien salarie reste couvert gratuitement de sa sortie a
      *    la fin de portabilite -- ni l'employeur ni l'adherent ne
      *    sont factures, les remboursements continuent (aucune
      *    cotisation impayee ne les bloque). Apres une adhesion
      *    individuelle, la facturation reprend seule a la periode
      *    qui suit la fin de portabilite.
           IF SQL-CUS-PORTA-EXIT NOT = SPACES
               AND SQL-CUS-PORTA-END NOT = SPACES
               MOVE SPACES TO WS-COT-PERIOD-START
               STRING WS-COT-PERIOD '-01'
                   DELIMITED BY SIZE INTO WS-COT-PERIOD-START
               IF WS-COT-PERIOD-START > SQL-CUS-PORTA-EXIT
                   AND WS-COT-PERIOD-START <= SQL-CUS-PORTA-END
                   ADD 1 TO WS-COT-PORTA-COUNT
                   GO TO END-1100-CALCUL-UN-ADHERENT
               END-IF
           END-IF.

      *    [RD] Salarie d'un contrat collectif (cf. sccontrat,
      *    scgrpimp) : c'est l'employeur qui paie -- la periode est
      *    marquee 'G' au tarif du contrat, hors prelevement SEPA
      *    lignes multi-mois a cheval sur un changement de             *
      *    periodicite ou une entree en contrat collectif restent      *
      *    visibles. WS-COT-COVERED-FLAG vaut 'O' quand le mois        *
      *    courant est deja couvert. Une ligne de regularisation       *
      *    d'avenant (zero mois couvert) n'entre pas dans le calcul.   *
      ******************************************************************
       1110-CONTROLER-COUVERTURE.
           MOVE 'N' TO WS-COT-COVERED-FLAG.
               FROM cotisation
               WHERE uuid_customer = :SQL-CUS-UUID
               AND cotisation_period <= :WS-COT-PERIOD
               AND COALESCE(cotisation_nb_months, 1) > 0
               ORDER BY cotisation_period DESC
               LIMIT 1
           END-EXEC.
           END-IF.
       END-1160-INSERER-COUVERT-FOYER.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les avenants en attente de regularisation     *
      *    (statut 'A', cf. scedit), dans l'ordre de saisie, avec la   *
      *    fiche de l'adherent pour la lettre de confirmation.         *
      ******************************************************************
       1400-REGULARISER-AVENANTS.
           OPEN OUTPUT LETTRE-FILE.
           OPEN EXTEND NPAI-FILE.

           EXEC SQL
               DECLARE CRSAVENANTS CURSOR FOR
               SELECT uuid_avenant, a.uuid_customer,
                   avenant_effect_date,
                   COALESCE(avenant_old_formule, ''),
                   COALESCE(avenant_new_formule, ''),
                   avenant_old_couple, avenant_new_couple,
                   avenant_old_children, avenant_new_children,
                   COALESCE(avenant_covered_to, ''),
                   customer_lastname, customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_mail,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_billing_freq, 'M')
               FROM avenant a, customer c
               WHERE a.uuid_customer = c.uuid_customer
               AND avenant_status = 'A'
               ORDER BY avenant_entry_date, avenant_effect_date
           END-EXEC.

           EXEC SQL OPEN CRSAVENANTS END-EXEC.

           EXEC SQL
               FETCH CRSAVENANTS
               INTO :SQL-AVT-UUID, :SQL-AVT-CUS-UUID,
                   :SQL-AVT-EFFECT-DATE, :SQL-AVT-OLD-FORMULE,
                   :SQL-AVT-NEW-FORMULE, :SQL-AVT-OLD-COUPLE,
                   :SQL-AVT-NEW-COUPLE, :SQL-AVT-OLD-CHILDREN,
                   :SQL-AVT-NEW-CHILDREN, :SQL-AVT-COVERED-TO,
                   :SQL-AVT-LASTNAME, :SQL-AVT-FIRSTNAME,
                   :SQL-AVT-ADRESS1, :SQL-AVT-ZIPCODE, :SQL-AVT-TOWN,
                   :SQL-AVT-MAIL, :SQL-AVT-NPAI, :SQL-AVT-BILLFREQ
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1410-REGULARISER-UN-AVENANT
                  THRU END-1410-REGULARISER-UN-AVENANT
               EXEC SQL
                   FETCH CRSAVENANTS
                   INTO :SQL-AVT-UUID, :SQL-AVT-CUS-UUID,
                       :SQL-AVT-EFFECT-DATE, :SQL-AVT-OLD-FORMULE,
                       :SQL-AVT-NEW-FORMULE, :SQL-AVT-OLD-COUPLE,
                       :SQL-AVT-NEW-COUPLE, :SQL-AVT-OLD-CHILDREN,
                       :SQL-AVT-NEW-CHILDREN, :SQL-AVT-COVERED-TO,
                       :SQL-AVT-LASTNAME, :SQL-AVT-FIRSTNAME,
                       :SQL-AVT-ADRESS1, :SQL-AVT-ZIPCODE,
                       :SQL-AVT-TOWN, :SQL-AVT-MAIL, :SQL-AVT-NPAI,
                       :SQL-AVT-BILLFREQ
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSAVENANTS END-EXEC.

           CLOSE LETTRE-FILE.
           CLOSE NPAI-FILE.
       END-1400-REGULARISER-AVENANTS.
           EXIT.

      ******************************************************************
      *    [RD] Regularise un avenant : ecart de tarif mensuel         *
      *    (nouveau - ancien, au tarif valide au mois d'effet) x mois  *
      *    deja factures a l'ancien tarif, du jour d'effet au dernier  *
      *    mois facture (avenant_covered_to, cf. scedit). Sans mois    *
      *    deja facture (ligne 'F' du foyer, 'G' du contrat collectif, *
      *    ou mois d'effet pas encore facture), l'avenant est clos a   *
      *    zero : les lignes suivantes sortent d'elles-memes au        *
      *    nouveau tarif. Un supplement sur une periode courante deja  *
      *    transmise ou soldee attend le passage suivant.              *
      ******************************************************************
       1410-REGULARISER-UN-AVENANT.
           MOVE ZERO   TO WS-AVT-AMOUNT.
           MOVE ZERO   TO WS-AVT-TSA.
           MOVE SPACES TO SQL-AVT-REGUL-PERIOD.

           IF SQL-AVT-COVERED-TO = SPACES
               GO TO 1415-CLORE-AVENANT
           END-IF.

           MOVE SQL-AVT-OLD-FORMULE  TO SQL-AVT-FORMULE.
           MOVE SQL-AVT-OLD-COUPLE   TO WS-AVT-COUPLE.
           MOVE SQL-AVT-OLD-CHILDREN TO WS-AVT-CHILDREN.
           PERFORM 1420-TARIF-MENSUEL THRU END-1420-TARIF-MENSUEL.
           MOVE WS-AVT-RATE TO WS-AVT-OLD-RATE.

           MOVE SQL-AVT-NEW-FORMULE  TO SQL-AVT-FORMULE.
           MOVE SQL-AVT-NEW-COUPLE   TO WS-AVT-COUPLE.
           MOVE SQL-AVT-NEW-CHILDREN TO WS-AVT-CHILDREN.
           PERFORM 1420-TARIF-MENSUEL THRU END-1420-TARIF-MENSUEL.
           MOVE WS-AVT-RATE TO WS-AVT-NEW-RATE.

           COMPUTE WS-AVT-DELTA = WS-AVT-NEW-RATE - WS-AVT-OLD-RATE.

      *    [RD] Mois d'effet au prorata des jours restants (jour
      *    d'effet compris), longueur du mois tiree du calendrier,
      *    puis mois entiers jusqu'au dernier mois facture.
           MOVE SQL-AVT-EFFECT-DATE(1:4) TO WS-AVT-YEAR.
           MOVE SQL-AVT-EFFECT-DATE(6:2) TO WS-AVT-MONTH.
           MOVE SQL-AVT-EFFECT-DATE(9:2) TO WS-AVT-DAY.
           COMPUTE WS-AVT-EFFECT-ABS =
               (WS-AVT-YEAR * 12) + WS-AVT-MONTH.
           COMPUTE WS-AVT-DATE-NUM =
               (WS-AVT-YEAR * 10000) + (WS-AVT-MONTH * 100) + 1.
           COMPUTE WS-AVT-INT-START =
               FUNCTION INTEGER-OF-DATE(WS-AVT-DATE-NUM).
           IF WS-AVT-MONTH = 12
               ADD 1 TO WS-AVT-YEAR
               MOVE 1 TO WS-AVT-MONTH
           ELSE
               ADD 1 TO WS-AVT-MONTH
           END-IF.
           COMPUTE WS-AVT-DATE-NUM =
               (WS-AVT-YEAR * 10000) + (WS-AVT-MONTH * 100) + 1.
           COMPUTE WS-AVT-INT-NEXT =
               FUNCTION INTEGER-OF-DATE(WS-AVT-DATE-NUM).
           COMPUTE WS-AVT-DAYS-MONTH =
               WS-AVT-INT-NEXT - WS-AVT-INT-START.

           MOVE SQL-AVT-COVERED-TO(1:4) TO WS-AVT-YEAR.
           MOVE SQL-AVT-COVERED-TO(6:2) TO WS-AVT-MONTH.
           COMPUTE WS-AVT-COVERED-ABS =
               (WS-AVT-YEAR * 12) + WS-AVT-MONTH.

           IF WS-AVT-COVERED-ABS < WS-AVT-EFFECT-ABS
               GO TO 1415-CLORE-AVENANT
           END-IF.

           COMPUTE WS-AVT-MONTHS ROUNDED =
               (WS-AVT-DAYS-MONTH - WS-AVT-DAY + 1) / WS-AVT-DAYS-MONTH
               + WS-AVT-COVERED-ABS - WS-AVT-EFFECT-ABS.
           COMPUTE WS-AVT-AMOUNT ROUNDED =
               WS-AVT-DELTA * WS-AVT-MONTHS.
           IF SQL-AVT-BILLFREQ = 'A'
               COMPUTE WS-AVT-AMOUNT ROUNDED = WS-AVT-AMOUNT *
                   (100 - WS-COT-DISCOUNT-ANNUEL) / 100
           END-IF.
           COMPUTE WS-AVT-TSA ROUNDED =
               WS-AVT-AMOUNT * WS-COT-TSA-RATE
               / (100 + WS-COT-TSA-RATE).

           IF WS-AVT-AMOUNT = ZERO
               GO TO 1415-CLORE-AVENANT
           END-IF.

           MOVE WS-AVT-AMOUNT TO SQL-AVT-AMOUNT.
           MOVE WS-AVT-TSA    TO SQL-AVT-TSA.
           MOVE WS-COT-PERIOD TO SQL-AVT-REGUL-PERIOD.

           IF WS-AVT-AMOUNT < ZERO
               PERFORM 1430-CREDITER-COMPTE
                  THRU END-1430-CREDITER-COMPTE
               GO TO 1415-CLORE-AVENANT
           END-IF.

      *    [RD] Supplement : ajoute a la ligne encore due ('U') de la
      *    periode courante, sinon ligne de regularisation propre
      *    quand la periode n'a aucune ligne (cycle trimestriel ou
      *    annuel en cours). Une ligne deja transmise ou soldee fait
      *    attendre l'avenant au passage suivant.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AVT-CUR-COUNT
               FROM cotisation
               WHERE uuid_customer = :SQL-AVT-CUS-UUID
               AND cotisation_period = :SQL-AVT-REGUL-PERIOD
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AVT-OPEN-COUNT
               FROM cotisation
               WHERE uuid_customer = :SQL-AVT-CUS-UUID
               AND cotisation_period = :SQL-AVT-REGUL-PERIOD
               AND cotisation_status = 'U'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQL-AVT-OPEN-COUNT > ZERO
                   EXEC SQL
                       UPDATE cotisation SET
                           cotisation_amount = cotisation_amount
                               + :SQL-AVT-AMOUNT,
                           cotisation_tsa_amount =
                               COALESCE(cotisation_tsa_amount, 0)
                               + :SQL-AVT-TSA
                       WHERE uuid_customer = :SQL-AVT-CUS-UUID
                       AND cotisation_period = :SQL-AVT-REGUL-PERIOD
                       AND cotisation_status = 'U'
                   END-EXEC
               WHEN SQL-AVT-CUR-COUNT > ZERO
                   ADD 1 TO WS-AVT-REPORT-COUNT
                   GO TO END-1410-REGULARISER-UN-AVENANT
               WHEN OTHER
                   EXEC SQL
                       INSERT INTO cotisation (
                           uuid_customer, cotisation_amount,
                           cotisation_period, cotisation_due_date,
                           cotisation_status, cotisation_create_date,
                           cotisation_nb_months, cotisation_tsa_amount
                       ) VALUES (
                           :SQL-AVT-CUS-UUID, :SQL-AVT-AMOUNT,
                           :SQL-AVT-REGUL-PERIOD, :WS-COT-DUE-DATE,
                           'U', :SQL-COT-CREATE-DATE, 0,
                           :SQL-AVT-TSA
                       )
                   END-EXEC
           END-EVALUATE.

       1415-CLORE-AVENANT.
           MOVE WS-AVT-AMOUNT TO SQL-AVT-AMOUNT.
           EXEC SQL
               UPDATE avenant SET
                   avenant_status = 'R',
                   avenant_regul_amount = :SQL-AVT-AMOUNT,
                   avenant_regul_period = :SQL-AVT-REGUL-PERIOD,
                   avenant_regul_date = :SQL-COT-CREATE-DATE
               WHERE uuid_avenant = :SQL-AVT-UUID
           END-EXEC.

           PERFORM 1450-ECRIRE-LETTRE THRU END-1450-ECRIRE-LETTRE.
           ADD 1 TO WS-AVT-REGUL-COUNT.
       END-1410-REGULARISER-UN-AVENANT.
           EXIT.

      ******************************************************************
      *    [RD] Tarif mensuel d'une situation (formule, couple O/N,    *
      *    enfants) au mois d'effet de l'avenant, selon la meme regle  *
      *    que la cotisation du mois : formule du catalogue ou tarif   *
      *    de base, tarif a date d'effet, supplements couple et        *
      *    enfants.                                                    *
      ******************************************************************
       1420-TARIF-MENSUEL.
           MOVE WS-COT-BASE-RATE TO WS-AVT-RATE.
           IF SQL-AVT-FORMULE NOT = SPACES
               EXEC SQL
                   SELECT formule_rate INTO :SQL-FORMULE-RATE
                   FROM formule
                   WHERE formule_code = :SQL-AVT-FORMULE
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-FORMULE-RATE TO WS-AVT-RATE
               END-IF
               MOVE SPACES TO SQL-TARIF-ASOF
               STRING SQL-AVT-EFFECT-DATE(1:7) '-01'
                   DELIMITED BY SIZE INTO SQL-TARIF-ASOF
               EXEC SQL
                   SELECT tarif_rate INTO :SQL-TARIF-RATE
                   FROM formule_tarif
                   WHERE formule_code = :SQL-AVT-FORMULE
                   AND tarif_valid_from <= :SQL-TARIF-ASOF
                   ORDER BY tarif_valid_from DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-TARIF-RATE TO WS-AVT-RATE
               END-IF
           END-IF.
           IF WS-AVT-COUPLE = 'O'
               ADD WS-COT-COUPLE-SUPPL TO WS-AVT-RATE
           END-IF.
           COMPUTE WS-AVT-RATE = WS-AVT-RATE +
               (WS-AVT-CHILDREN * WS-COT-CHILD-SUPPL).
       END-1420-TARIF-MENSUEL.
           EXIT.

      ******************************************************************
      *    [RD] Porte le credit de l'avenant au compte adherent (ligne *
      *    creee au premier credit, cf. scrappro) : il couvre les      *
      *    cotisations suivantes avant tout prelevement SEPA (cf.      *
      *    1180-SOLDER-DEPUIS-COMPTE).                                 *
      ******************************************************************
       1430-CREDITER-COMPTE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CPT-COUNT
               FROM compte_adherent
               WHERE uuid_customer = :SQL-AVT-CUS-UUID
           END-EXEC.

           IF SQL-CPT-COUNT > ZERO
               EXEC SQL
                   UPDATE compte_adherent SET
                       compte_balance = compte_balance
                           - :SQL-AVT-AMOUNT,
                       compte_update_date = :SQL-COT-CREATE-DATE
                   WHERE uuid_customer = :SQL-AVT-CUS-UUID
               END-EXEC
           ELSE
               COMPUTE SQL-CPT-BALANCE = ZERO - SQL-AVT-AMOUNT
               EXEC SQL
                   INSERT INTO compte_adherent (uuid_customer,
                       compte_balance, compte_update_date)
                   VALUES (:SQL-AVT-CUS-UUID, :SQL-CPT-BALANCE,
                       :SQL-COT-CREATE-DATE)
               END-EXEC
           END-IF.
       END-1430-CREDITER-COMPTE.
           EXIT.

      ******************************************************************
      *    [RD] Lettre de confirmation de l'avenant : texte du modele  *
      *    actif AVENANT (cf. scmodele), a defaut la ligne standard ;  *
      *    detournee vers la liste de travail COURRIERNPAI si          *
      *    l'adresse de l'adherent est marquee invalide (cf. scnpai).  *
      ******************************************************************
       1450-ECRIRE-LETTRE.
           MOVE WS-AVT-AMOUNT TO WS-AVT-AMOUNT-ED.
           MOVE SPACES TO LETTRE-LINE.
           STRING 'AVENANT ' FUNCTION TRIM(SQL-AVT-MAIL)
               ' - ' FUNCTION TRIM(SQL-AVT-LASTNAME) ' '
               FUNCTION TRIM(SQL-AVT-FIRSTNAME)
               ' - effet au ' SQL-AVT-EFFECT-DATE
               ' - formule ' SQL-AVT-NEW-FORMULE
               ' couple ' SQL-AVT-NEW-COUPLE
               ' enfants ' SQL-AVT-NEW-CHILDREN
               ' - regularisation ' WS-AVT-AMOUNT-ED ' EUR'
               DELIMITED BY SIZE INTO LETTRE-LINE.

           IF SQL-AVT-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'sccotiscalc ' SQL-COT-CREATE-DATE ' '
                   LETTRE-LINE
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-AVT-NPAI-COUNT
               GO TO END-1450-ECRIRE-LETTRE
           END-IF.

           MOVE SQL-AVT-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-AVT-LASTNAME    TO WS-LET-NOM.
           MOVE SQL-AVT-FIRSTNAME   TO WS-LET-PRENOM.
           MOVE SQL-AVT-ADRESS1     TO WS-LET-ADRESSE.
           MOVE SQL-AVT-ZIPCODE     TO WS-LET-CP.
           MOVE SQL-AVT-TOWN        TO WS-LET-VILLE.
           MOVE SQL-AVT-MAIL        TO WS-LET-MAIL.
           MOVE SQL-AVT-NEW-FORMULE TO WS-LET-FORMULE.
           MOVE WS-AVT-AMOUNT-ED    TO WS-LET-MONTANT.
           MOVE SQL-AVT-REGUL-PERIOD TO WS-LET-PERIODE.
           MOVE SQL-AVT-EFFECT-DATE TO WS-LET-ECHEANCE.
           MOVE SQL-COT-CREATE-DATE TO WS-LET-DATE.
           STRING 'Couple ' SQL-AVT-NEW-COUPLE
               ', enfants a charge ' SQL-AVT-NEW-CHILDREN
               DELIMITED BY SIZE INTO WS-LET-DIVERS.
           MOVE 'AVENANT' TO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND NOT = 'O'
               PERFORM 1460-ECRIRE-LIGNE THRU END-1460-ECRIRE-LIGNE
               GO TO END-1450-ECRIRE-LETTRE
           END-IF.

           PERFORM VARYING WS-LET-IX FROM 1 BY 1
               UNTIL WS-LET-IX > WS-LET-LINE-COUNT
               MOVE WS-LET-LINE(WS-LET-IX) TO LETTRE-LINE
               PERFORM 1460-ECRIRE-LIGNE
                  THRU END-1460-ECRIRE-LIGNE
           END-PERFORM.
       END-1450-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1460-ECRIRE-LIGNE.
           WRITE LETTRE-LINE.
           ADD 1 TO SQL-CJ-LINE-NO.
           MOVE LETTRE-LINE TO SQL-CJ-TEXT.
           EXEC SQL
               INSERT INTO courrier_jour (uuid_customer, courrier_date,
                   courrier_time, courrier_source, courrier_seq,
                   courrier_line_no, courrier_text, courrier_status)
               VALUES (:SQL-CJ-CUS-UUID, :SQL-CJ-DATE, :SQL-CJ-TIME,
                   :SQL-CJ-SOURCE, :SQL-CJ-SEQ, :SQL-CJ-LINE-NO,
                   :SQL-CJ-TEXT, 'A')
           END-EXEC.
       END-1460-ECRIRE-LIGNE.
           EXIT.
