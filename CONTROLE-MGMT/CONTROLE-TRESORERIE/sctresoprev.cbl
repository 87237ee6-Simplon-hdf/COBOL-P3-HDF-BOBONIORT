      ******************************************************************
      *    [RD] Le programme 'sctresoprev' est le traitement batch du  *
      *    previsionnel de tresorerie a 30 jours, pendant prospectif   *
      *    de sctresoctrl : il reprend en base tout ce qui doit encore *
      *    entrer ou sortir du compte et le place jour par jour sur    *
      *    les 30 jours qui suivent la date du passage.                *
      *    Entrees :                                                   *
      *    - cotisations dues ('U') que le prochain scsepagen          *
      *      prelevera (mandat actif et IBAN, hors periodes couvertes  *
      *      par un echeancier en cours), a la date de debit annoncee  *
      *      par la pre-notification (scprenotif, jour ouvre a 14      *
      *      jours au moins, gardee sur la cotisation) ou, faute de    *
      *      lettre, 14 jours apres le prochain envoi ; elles sont     *
      *      diminuees du taux de rejet constate sur 12 mois           *
      *      (scseparet) ;                                             *
      *    - versements des echeanciers en cours (sccotis), un par     *
      *      mois a partir du prochain versement attendu ;             *
      *    - factures employeur non reglees (sccotiscalc), attendues   *
      *      30 jours apres leur emission.                             *
      *    Sorties :                                                   *
      *    - reclamations acceptees ('R') en attente du prochain lot   *
      *      scsepavir (memes conditions que le lot : hors alerte de   *
      *      gel des avoirs, nettes des indus ouverts retenus) ;       *
      *    - reclamations en instance ('P') et en attente de pieces    *
      *      ('W'), ponderees par le taux d'acceptation en montant     *
      *      constate sur 12 mois et placees a 7 et 21 jours ;         *
      *    - regularisations de cotisation au prorata en attente de    *
      *      paiement (reclamations 'REGUL COTIS DECES' de scdeces).   *
      *    Un montant deja echu se place au premier jour du            *
      *    previsionnel (J+1). Le solde du compte n'etant pas tenu en  *
      *    base, le solde de depart est lu dans le fichier SOLDETRESO  *
      *    depose par la tresorerie (date et montant signe) ; absent,  *
      *    il est pris a zero et le rapport le signale. Le fichier     *
      *    imprimable PREVTRESO donne le detail journalier puis la     *
      *    synthese par semaine, avec le solde cumule reporte.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctresoprev.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Solde du compte depose par la tresorerie (OPTIONAL :
      *    le previsionnel part alors d'un solde nul).
           SELECT OPTIONAL SOLDE-FILE ASSIGN TO "SOLDETRESO"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Fichier sequentiel imprimable du previsionnel.
           SELECT PREV-FILE ASSIGN TO "PREVTRESO"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLDE-FILE.
       01  SOLDE-RECORD.
           05 SOL-DATE            PIC X(10).
           05 SOL-SIGN            PIC X(01).
           05 SOL-AMOUNT          PIC 9(09)V99.

       FD  PREV-FILE.
       01  PREV-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-NUM              PIC 9(08).
       01  WS-TODAY-INT              PIC 9(07).
       01  WS-TPV-CUTOFF-INT         PIC 9(07).
       01  WS-TPV-CUTOFF-NUM         PIC 9(08).
       01  WS-TPV-CUTOFF-DATE        PIC X(08).

      *    [RD] Delais de placement : pre-notification avant debit
      *    (cf. scprenotif), reglement d'une facture employeur,
      *    decision attendue d'une reclamation en instance ou en
      *    attente de pieces, profondeur de l'historique des taux.
       01  WS-TPV-HORIZON            PIC 9(03) VALUE 30.
       01  WS-TPV-NOTICE-DAYS        PIC 9(03) VALUE 14.
       01  WS-TPV-FACTURE-DAYS       PIC 9(03) VALUE 30.
       01  WS-TPV-PENDING-DAYS       PIC 9(03) VALUE 7.
       01  WS-TPV-WAITING-DAYS       PIC 9(03) VALUE 21.
       01  WS-TPV-HISTORY-DAYS       PIC 9(03) VALUE 365.

      *    [RD] Solde de depart (fichier SOLDETRESO).
       01  WS-TPV-EOF                PIC X(01).
       01  WS-TPV-SOLDE-FOUND        PIC X(01) VALUE 'N'.
       01  WS-TPV-SOLDE-DATE         PIC X(10) VALUE SPACES.
       01  WS-TPV-OPENING            PIC S9(09)V99 VALUE ZERO.

      *    [RD] Taux historiques : rejet des prelevements et
      *    acceptation des reclamations (en montant).
       01  WS-TPV-REJECT-RATE        PIC 9(01)V9(04) VALUE ZERO.
       01  WS-TPV-ACCEPT-RATE        PIC 9(01)V9(04) VALUE 1.
       01  WS-TPV-RATE-PCT           PIC 9(03)V99.
       01  WS-TPV-RATE-ED            PIC ZZ9.99.

      *    [RD] Previsionnel jour par jour, de J+1 a J+30 : entrees
      *    (cotisations brutes, echeanciers, factures employeur) et
      *    sorties (reclamations acceptees, en attente ponderees,
      *    prorata de cotisation).
       01  WS-TPV-JOURS.
           05 WS-TPV-JOUR OCCURS 30 TIMES.
              10 WS-TPV-J-DATE       PIC X(10).
              10 WS-TPV-J-COT        PIC S9(09)V99.
              10 WS-TPV-J-ECH        PIC S9(09)V99.
              10 WS-TPV-J-FAC        PIC S9(09)V99.
              10 WS-TPV-J-REM        PIC S9(09)V99.
              10 WS-TPV-J-ATT        PIC S9(09)V99.
              10 WS-TPV-J-PRO        PIC S9(09)V99.
       01  WS-TPV-IX                 PIC 9(03).

      *    [RD] Synthese par semaine : J+1 a J+7, ... , J+29 a J+30.
       01  WS-TPV-SEMAINES.
           05 WS-TPV-SEMAINE OCCURS 5 TIMES.
              10 WS-TPV-S-FROM       PIC X(10).
              10 WS-TPV-S-TO         PIC X(10).
              10 WS-TPV-S-COT        PIC S9(09)V99.
              10 WS-TPV-S-ECH        PIC S9(09)V99.
              10 WS-TPV-S-FAC        PIC S9(09)V99.
              10 WS-TPV-S-REM        PIC S9(09)V99.
              10 WS-TPV-S-ATT        PIC S9(09)V99.
              10 WS-TPV-S-PRO        PIC S9(09)V99.
       01  WS-TPV-WX                 PIC 9(01).

      *    [RD] Placement d'un montant : date attendue (AAAA-MM-JJ),
      *    nature ('C' cotisation, 'E' echeancier, 'F' facture,
      *    'R' reclamation acceptee, 'A' en attente, 'P' prorata).
       01  WS-TPV-ITEM-DATE          PIC X(10).
       01  WS-TPV-ITEM-ALPHA.
           05 WS-TPV-ITEM-YYYY       PIC X(04).
           05 WS-TPV-ITEM-MM         PIC X(02).
           05 WS-TPV-ITEM-DD         PIC X(02).
       01  WS-TPV-ITEM-NUM REDEFINES WS-TPV-ITEM-ALPHA
                                     PIC 9(08).
       01  WS-TPV-ITEM-INT           PIC 9(07).
       01  WS-TPV-ITEM-OFFSET        PIC S9(07).
       01  WS-TPV-ITEM-TYPE          PIC X(01).
       01  WS-TPV-ITEM-AMOUNT        PIC S9(09)V99.

      *    [RD] Versements mensuels d'un echeancier.
       01  WS-TPV-ECH-YEAR           PIC 9(04).
       01  WS-TPV-ECH-MONTH          PIC 9(02).
       01  WS-TPV-ECH-DAY            PIC 9(02).
       01  WS-TPV-ECH-FIRST-NUM      PIC 9(08).
       01  WS-TPV-ECH-REMAINING      PIC 9(02).

      *    [RD] Cumuls et zones editees de la ligne imprimee.
       01  WS-TPV-NET-COT            PIC S9(09)V99.
       01  WS-TPV-DAY-NET            PIC S9(09)V99.
       01  WS-TPV-BALANCE            PIC S9(09)V99.
       01  WS-TPV-TOTAL-IN           PIC S9(09)V99 VALUE ZERO.
       01  WS-TPV-TOTAL-OUT          PIC S9(09)V99 VALUE ZERO.
       01  WS-TPV-COT-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-ECH-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-FAC-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-REM-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-ATT-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-PRO-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-NET-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TPV-BALANCE-ED         PIC -ZZZZZZZZ9.99.

      *    [RD] Compteurs du passage.
       01  WS-TPV-COT-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TPV-ECH-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TPV-FAC-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TPV-BEYOND-COUNT       PIC 9(07) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'sctresoprev'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-TPV-TODAY         PIC X(10).
       01  SQL-TPV-HISTORY-FROM  PIC X(10).

       01  SQL-TPV-TOTAL         PIC S9(9)V99 COMP-3.
       01  SQL-TPV-TOTAL-2       PIC S9(9)V99 COMP-3.

       01  SQL-TPV-CUS-UUID      PIC X(36).
       01  SQL-TPV-PERIOD        PIC X(07).
       01  SQL-TPV-AMOUNT        PIC S9(5)V99 COMP-3.
       01  SQL-TPV-NOTIF-REF     PIC X(36).
       01  SQL-TPV-NOTIF-DATE    PIC X(10).
       01  SQL-TPV-DEBIT-DATE    PIC X(10).
       01  SQL-TPV-DATE          PIC X(10).
       01  SQL-TPV-NB-INSTALL    PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Prepare les 30 jours du previsionnel, lit le solde de depart,
      * calcule les taux historiques, place les entrees et sorties
      * attendues puis ecrit le detail journalier et hebdomadaire.
      *---------------------------------------------------------------
           MOVE 'S' TO WS-BATCH-FUNCTION.
           MOVE ZERO TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME, WS-BATCH-FUNCTION,
               WS-BATCH-COUNT, WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
           IF WS-BATCH-ALLOWED NOT = 'O'
               DISPLAY "Lancement refuse : " WS-BATCH-MESSAGE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-TPV-TODAY.

      *    [RD] Historique des taux : les douze derniers mois.
           COMPUTE WS-TPV-CUTOFF-INT =
               WS-TODAY-INT - WS-TPV-HISTORY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TPV-CUTOFF-INT)
               TO WS-TPV-CUTOFF-NUM.
           MOVE WS-TPV-CUTOFF-NUM TO WS-TPV-CUTOFF-DATE.
           STRING WS-TPV-CUTOFF-DATE(1:4) '-' WS-TPV-CUTOFF-DATE(5:2)
               '-' WS-TPV-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TPV-HISTORY-FROM.

           PERFORM 1000-PREPARER-JOURS
              THRU END-1000-PREPARER-JOURS.
           PERFORM 1100-LIRE-SOLDE
              THRU END-1100-LIRE-SOLDE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 2000-TAUX-HISTORIQUES
              THRU END-2000-TAUX-HISTORIQUES.
           PERFORM 3000-COTISATIONS-A-PRELEVER
              THRU END-3000-COTISATIONS-A-PRELEVER.
           PERFORM 3100-VERSEMENTS-ECHEANCIERS
              THRU END-3100-VERSEMENTS-ECHEANCIERS.
           PERFORM 3200-FACTURES-EMPLOYEURS
              THRU END-3200-FACTURES-EMPLOYEURS.
           PERFORM 4000-RECLAMATIONS-A-PAYER
              THRU END-4000-RECLAMATIONS-A-PAYER.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           OPEN OUTPUT PREV-FILE.
           PERFORM 5000-ECRIRE-ENTETE
              THRU END-5000-ECRIRE-ENTETE.
           PERFORM 5100-ECRIRE-JOURS
              THRU END-5100-ECRIRE-JOURS.
           PERFORM 5200-ECRIRE-SEMAINES
              THRU END-5200-ECRIRE-SEMAINES.
           CLOSE PREV-FILE.

           DISPLAY "Cotisations a prelever   : " WS-TPV-COT-COUNT.
           DISPLAY "Versements d'echeancier  : " WS-TPV-ECH-COUNT.
           DISPLAY "Factures employeur       : " WS-TPV-FAC-COUNT.
           DISPLAY "Hors horizon de 30 jours : " WS-TPV-BEYOND-COUNT.

           COMPUTE WS-BATCH-COUNT =
               WS-TPV-COT-COUNT + WS-TPV-ECH-COUNT + WS-TPV-FAC-COUNT.
           MOVE 'E' TO WS-BATCH-FUNCTION.
           CALL 'scbatchctl' USING WS-BATCH-NAME, WS-BATCH-FUNCTION,
               WS-BATCH-COUNT, WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Remet a zero les 30 jours et les 5 semaines du         *
      *    previsionnel et date chaque jour (J+1 a J+30) ainsi que     *
      *    les bornes de chaque semaine.                               *
      ******************************************************************
       1000-PREPARER-JOURS.
           INITIALIZE WS-TPV-JOURS.
           INITIALIZE WS-TPV-SEMAINES.

           PERFORM VARYING WS-TPV-IX FROM 1 BY 1
               UNTIL WS-TPV-IX > WS-TPV-HORIZON
               COMPUTE WS-TPV-ITEM-INT = WS-TODAY-INT + WS-TPV-IX
               MOVE FUNCTION DATE-OF-INTEGER(WS-TPV-ITEM-INT)
                   TO WS-TPV-ITEM-NUM
               STRING WS-TPV-ITEM-YYYY '-' WS-TPV-ITEM-MM '-'
                   WS-TPV-ITEM-DD
                   DELIMITED BY SIZE INTO WS-TPV-J-DATE(WS-TPV-IX)
               COMPUTE WS-TPV-WX = (WS-TPV-IX - 1) / 7 + 1
               IF WS-TPV-S-FROM(WS-TPV-WX) = SPACES
                   MOVE WS-TPV-J-DATE(WS-TPV-IX)
                       TO WS-TPV-S-FROM(WS-TPV-WX)
               END-IF
               MOVE WS-TPV-J-DATE(WS-TPV-IX)
                   TO WS-TPV-S-TO(WS-TPV-WX)
           END-PERFORM.
       END-1000-PREPARER-JOURS.
           EXIT.

      ******************************************************************
      *    [RD] Lit le solde de depart depose par la tresorerie :      *
      *    date de la position (AAAA-MM-JJ), signe ('-' debiteur) et   *
      *    montant. Seul le premier enregistrement est lu.             *
      ******************************************************************
       1100-LIRE-SOLDE.
           MOVE 'N' TO WS-TPV-EOF.

           OPEN INPUT SOLDE-FILE.
           READ SOLDE-FILE
               AT END MOVE 'O' TO WS-TPV-EOF
           END-READ.
           IF WS-TPV-EOF = 'N' AND SOL-AMOUNT IS NUMERIC
               MOVE 'O' TO WS-TPV-SOLDE-FOUND
               MOVE SOL-DATE TO WS-TPV-SOLDE-DATE
               IF SOL-SIGN = '-'
                   COMPUTE WS-TPV-OPENING = ZERO - SOL-AMOUNT
               ELSE
                   MOVE SOL-AMOUNT TO WS-TPV-OPENING
               END-IF
           END-IF.
           CLOSE SOLDE-FILE.
       END-1100-LIRE-SOLDE.
           EXIT.

      ******************************************************************
      *    [RD] Taux constates sur les douze derniers mois :           *
      *    - rejet : montant des prelevements soumis puis rejetes      *
      *      (motif de rejet pose par scseparet) sur le montant        *
      *      soumis ;                                                  *
      *    - acceptation : montant rembourse sur montant reclame des   *
      *      reclamations decidees (acceptees, payees ou refusees),    *
      *      hors regularisations de cotisation.                       *
      *    Sans historique, aucun rejet n'est deduit et les            *
      *    reclamations en attente comptent en entier.                 *
      ******************************************************************
       2000-TAUX-HISTORIQUES.
           EXEC SQL
               SELECT COALESCE(SUM(cotisation_amount), 0),
                   COALESCE(SUM(CASE WHEN
                       COALESCE(cotisation_reject_reason, '') != ''
                       THEN cotisation_amount ELSE 0 END), 0)
               INTO :SQL-TPV-TOTAL, :SQL-TPV-TOTAL-2
               FROM cotisation
               WHERE cotisation_submit_date >= :SQL-TPV-HISTORY-FROM
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-TPV-TOTAL > ZERO
               COMPUTE WS-TPV-REJECT-RATE ROUNDED =
                   SQL-TPV-TOTAL-2 / SQL-TPV-TOTAL
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(remboursement_claimed), 0),
                   COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-TPV-TOTAL, :SQL-TPV-TOTAL-2
               FROM remboursement
               WHERE remboursement_decision_date
                   >= :SQL-TPV-HISTORY-FROM
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V'
                    OR remboursement_status = 'D')
               AND remboursement_provider != 'REGUL COTIS DECES'
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-TPV-TOTAL > ZERO
               AND SQL-TPV-TOTAL-2 <= SQL-TPV-TOTAL
               COMPUTE WS-TPV-ACCEPT-RATE ROUNDED =
                   SQL-TPV-TOTAL-2 / SQL-TPV-TOTAL
           END-IF.
       END-2000-TAUX-HISTORIQUES.
           EXIT.

      ******************************************************************
      *    [RD] Place les cotisations dues que le prochain scsepagen   *
      *    prelevera : meme selection que le lot (mandat actif, IBAN   *
      *    renseigne), hors periodes couvertes par un echeancier en    *
      *    cours, comptees a part en 3100. Date de debit : celle       *
      *    annoncee et gardee sur la cotisation, a defaut date de la   *
      *    pre-notification + 14 jours, ou aujourd'hui + 14 jours si   *
      *    la lettre n'est pas encore partie.                          *
      ******************************************************************
       3000-COTISATIONS-A-PRELEVER.
           EXEC SQL
               DECLARE CRSTPVCOT CURSOR FOR
               SELECT cotisation.uuid_customer, cotisation_period,
                   cotisation_amount,
                   COALESCE(cotisation_debit_date, ' ')
               FROM cotisation, customer, mandat
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND mandat.uuid_customer = customer.uuid_customer
               AND mandat_status = 'A'
               AND cotisation_status = 'U'
               AND cotisation_amount > 0
               AND customer_code_iban IS NOT NULL
               AND customer_code_iban != ''
               AND cotisation.uuid_customer NOT IN
                   (SELECT echeancier.uuid_customer FROM echeancier
                    WHERE echeancier_status = 'E'
                    AND echeancier_period_from <= cotisation_period
                    AND echeancier_period_to >= cotisation_period)
           END-EXEC.

           EXEC SQL OPEN CRSTPVCOT END-EXEC.

           EXEC SQL
               FETCH CRSTPVCOT
               INTO :SQL-TPV-CUS-UUID, :SQL-TPV-PERIOD,
                   :SQL-TPV-AMOUNT, :SQL-TPV-DEBIT-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 3050-PLACER-COTISATION
                  THRU END-3050-PLACER-COTISATION
               EXEC SQL
                   FETCH CRSTPVCOT
                   INTO :SQL-TPV-CUS-UUID, :SQL-TPV-PERIOD,
                       :SQL-TPV-AMOUNT, :SQL-TPV-DEBIT-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTPVCOT END-EXEC.
       END-3000-COTISATIONS-A-PRELEVER.
           EXIT.

      ******************************************************************
      *    [RD] Date de debit d'une cotisation due : la date annoncee  *
      *    gardee sur la cotisation, sinon d'apres la trace de         *
      *    pre-notification (type 'P', reference periode).             *
      ******************************************************************
       3050-PLACER-COTISATION.
           IF SQL-TPV-DEBIT-DATE NOT = SPACES
               MOVE SQL-TPV-DEBIT-DATE TO WS-TPV-ITEM-DATE
               PERFORM 6000-DATE-EN-JOURS
                  THRU END-6000-DATE-EN-JOURS
               GO TO 3055-PLACER-MONTANT-COTIS
           END-IF.

           MOVE SPACES TO SQL-TPV-NOTIF-REF.
           MOVE SQL-TPV-PERIOD TO SQL-TPV-NOTIF-REF(1:7).
           EXEC SQL
               SELECT COALESCE(MAX(notification_date), '')
               INTO :SQL-TPV-NOTIF-DATE
               FROM notification
               WHERE uuid_customer = :SQL-TPV-CUS-UUID
               AND notification_type = 'P'
               AND notification_ref = :SQL-TPV-NOTIF-REF
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-TPV-NOTIF-DATE = SPACES
               MOVE SQL-TPV-TODAY TO WS-TPV-ITEM-DATE
           ELSE
               MOVE SQL-TPV-NOTIF-DATE TO WS-TPV-ITEM-DATE
           END-IF.
           PERFORM 6000-DATE-EN-JOURS
              THRU END-6000-DATE-EN-JOURS.
           ADD WS-TPV-NOTICE-DAYS TO WS-TPV-ITEM-INT.

       3055-PLACER-MONTANT-COTIS.
           MOVE 'C' TO WS-TPV-ITEM-TYPE.
           MOVE SQL-TPV-AMOUNT TO WS-TPV-ITEM-AMOUNT.
           PERFORM 6100-PLACER-MONTANT
              THRU END-6100-PLACER-MONTANT.
           ADD 1 TO WS-TPV-COT-COUNT.
       END-3050-PLACER-COTISATION.
           EXIT.

      ******************************************************************
      *    [RD] Place les versements restants des echeanciers en       *
      *    cours : un par mois, le meme jour que le prochain           *
      *    versement attendu, tant qu'il en reste et qu'ils tombent    *
      *    dans les 30 jours. Un versement en retard se place a J+1.   *
      ******************************************************************
       3100-VERSEMENTS-ECHEANCIERS.
           EXEC SQL
               DECLARE CRSTPVECH CURSOR FOR
               SELECT echeancier_install_amount, echeancier_next_due,
                   echeancier_nb_install
               FROM echeancier
               WHERE echeancier_status = 'E'
               AND echeancier_nb_install > 0
           END-EXEC.

           EXEC SQL OPEN CRSTPVECH END-EXEC.

           EXEC SQL
               FETCH CRSTPVECH
               INTO :SQL-TPV-AMOUNT, :SQL-TPV-DATE,
                   :SQL-TPV-NB-INSTALL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 3150-PLACER-ECHEANCIER
                  THRU END-3150-PLACER-ECHEANCIER
               EXEC SQL
                   FETCH CRSTPVECH
                   INTO :SQL-TPV-AMOUNT, :SQL-TPV-DATE,
                       :SQL-TPV-NB-INSTALL
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTPVECH END-EXEC.
       END-3100-VERSEMENTS-ECHEANCIERS.
           EXIT.

      ******************************************************************
      *    [RD] Versements d'un echeancier : le mois avance comme a    *
      *    l'encaissement (cf. sccotis 5000) ; le jour est compte a    *
      *    partir du premier du mois, si bien qu'un 31 tombe en debut  *
      *    du mois suivant plutot que sur une date inexistante.        *
      ******************************************************************
       3150-PLACER-ECHEANCIER.
           IF SQL-TPV-DATE(1:4) IS NOT NUMERIC
               OR SQL-TPV-DATE(6:2) IS NOT NUMERIC
               OR SQL-TPV-DATE(9:2) IS NOT NUMERIC
               MOVE SQL-TPV-TODAY TO SQL-TPV-DATE
           END-IF.

           MOVE SQL-TPV-DATE(1:4) TO WS-TPV-ECH-YEAR.
           MOVE SQL-TPV-DATE(6:2) TO WS-TPV-ECH-MONTH.
           MOVE SQL-TPV-DATE(9:2) TO WS-TPV-ECH-DAY.
           MOVE SQL-TPV-NB-INSTALL TO WS-TPV-ECH-REMAINING.
           MOVE 'E' TO WS-TPV-ITEM-TYPE.
           MOVE SQL-TPV-AMOUNT TO WS-TPV-ITEM-AMOUNT.

           PERFORM UNTIL WS-TPV-ECH-REMAINING = ZERO
               COMPUTE WS-TPV-ECH-FIRST-NUM =
                   WS-TPV-ECH-YEAR * 10000 + WS-TPV-ECH-MONTH * 100 + 1
               COMPUTE WS-TPV-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TPV-ECH-FIRST-NUM)
                   + WS-TPV-ECH-DAY - 1
               IF WS-TPV-ITEM-INT > WS-TODAY-INT + WS-TPV-HORIZON
                   MOVE ZERO TO WS-TPV-ECH-REMAINING
               ELSE
                   PERFORM 6100-PLACER-MONTANT
                      THRU END-6100-PLACER-MONTANT
                   ADD 1 TO WS-TPV-ECH-COUNT
                   SUBTRACT 1 FROM WS-TPV-ECH-REMAINING
                   IF WS-TPV-ECH-MONTH = 12
                       MOVE 1 TO WS-TPV-ECH-MONTH
                       ADD 1 TO WS-TPV-ECH-YEAR
                   ELSE
                       ADD 1 TO WS-TPV-ECH-MONTH
                   END-IF
               END-IF
           END-PERFORM.
       END-3150-PLACER-ECHEANCIER.
           EXIT.

      ******************************************************************
      *    [RD] Place les factures employeur non reglees, attendues    *
      *    30 jours apres leur emission.                               *
      ******************************************************************
       3200-FACTURES-EMPLOYEURS.
           EXEC SQL
               DECLARE CRSTPVFAC CURSOR FOR
               SELECT facture_amount, facture_create_date
               FROM facture_employeur
               WHERE facture_status = 'U'
               AND facture_amount > 0
           END-EXEC.

           EXEC SQL OPEN CRSTPVFAC END-EXEC.

           EXEC SQL
               FETCH CRSTPVFAC
               INTO :SQL-TPV-AMOUNT, :SQL-TPV-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-TPV-DATE TO WS-TPV-ITEM-DATE
               PERFORM 6000-DATE-EN-JOURS
                  THRU END-6000-DATE-EN-JOURS
               ADD WS-TPV-FACTURE-DAYS TO WS-TPV-ITEM-INT
               MOVE 'F' TO WS-TPV-ITEM-TYPE
               MOVE SQL-TPV-AMOUNT TO WS-TPV-ITEM-AMOUNT
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
               ADD 1 TO WS-TPV-FAC-COUNT
               EXEC SQL
                   FETCH CRSTPVFAC
                   INTO :SQL-TPV-AMOUNT, :SQL-TPV-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTPVFAC END-EXEC.
       END-3200-FACTURES-EMPLOYEURS.
           EXIT.

      ******************************************************************
      *    [RD] Place les sorties de remboursement :                   *
      *    - reclamations acceptees que le prochain scsepavir paiera   *
      *      (non retenues ; tiers payant seulement une fois la        *
      *      facture praticien rapprochee ; hors adherent ou praticien *
      *      vise par une alerte de gel des avoirs) et regularisations *
      *      au prorata, a J+1, nettes des indus ouverts que le lot    *
      *      retiendra ;                                               *
      *    - reclamations en instance a J+7 et en attente de pieces a  *
      *      J+21, au montant reclame pondere par le taux              *
      *      d'acceptation.                                            *
      ******************************************************************
       4000-RECLAMATIONS-A-PAYER.
      *    [RD] Adherents : memes reclamations que le curseur
      *    CRSVIRDUE de scsepavir, hors adherent vise par une alerte
      *    de gel des avoirs en attente ou confirmee, et diminuees
      *    par adherent de ses indus ouverts hors tiers payant (le
      *    lot les retient avant de virer, sans descendre sous zero).
      *    La retenue s'impute d'abord sur les remboursements, le
      *    reste sur la regularisation au prorata.
           EXEC SQL
               SELECT COALESCE(SUM(GREATEST(adh.brut_remb
                       - adh.indu_ouvert, 0)), 0),
                   COALESCE(SUM(GREATEST(adh.brut_regul
                       - GREATEST(adh.indu_ouvert - adh.brut_remb, 0),
                       0)), 0)
               INTO :SQL-TPV-TOTAL, :SQL-TPV-TOTAL-2
               FROM (SELECT remboursement.uuid_customer,
                         SUM(CASE WHEN remboursement_provider
                             != 'REGUL COTIS DECES'
                             THEN remboursement_reimbursed ELSE 0 END)
                             AS brut_remb,
                         SUM(CASE WHEN remboursement_provider
                             = 'REGUL COTIS DECES'
                             THEN remboursement_reimbursed ELSE 0 END)
                             AS brut_regul,
                         COALESCE((SELECT SUM(indu_amount
                                 - indu_recovered)
                             FROM indu
                             WHERE indu.uuid_customer
                                 = remboursement.uuid_customer
                             AND indu_tiers_payant = 'N'
                             AND indu_status = 'O'), 0) AS indu_ouvert
                     FROM remboursement
                     WHERE remboursement_status = 'R'
                     AND remboursement_reimbursed > 0
                     AND (remboursement_hold IS NULL
                          OR remboursement_hold != 'O')
                     AND (remboursement_tiers_payant IS NULL
                          OR remboursement_tiers_payant != 'O')
                     AND NOT EXISTS (SELECT 1 FROM gel_alerte
                         WHERE gel_alerte.uuid_customer
                             = remboursement.uuid_customer
                         AND alerte_status IN ('A', 'C'))
                     GROUP BY remboursement.uuid_customer) adh
           END-EXEC.

           IF SQLCODE = ZERO
               COMPUTE WS-TPV-ITEM-INT = WS-TODAY-INT + 1
               MOVE 'R' TO WS-TPV-ITEM-TYPE
               MOVE SQL-TPV-TOTAL TO WS-TPV-ITEM-AMOUNT
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
               MOVE 'P' TO WS-TPV-ITEM-TYPE
               MOVE SQL-TPV-TOTAL-2 TO WS-TPV-ITEM-AMOUNT
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
           END-IF.

      *    [RD] Tiers payant : memes reclamations que le curseur
      *    CRSVIRTP de scsepavir, hors praticien vise par une alerte
      *    de gel des avoirs (type 'P') en attente ou confirmee, et
      *    diminuees par praticien de ses indus tiers payant ouverts.
           EXEC SQL
               SELECT COALESCE(SUM(GREATEST(tp.brut
                       - tp.indu_ouvert, 0)), 0)
               INTO :SQL-TPV-TOTAL
               FROM (SELECT remboursement_provider,
                         SUM(remboursement_reimbursed) AS brut,
                         COALESCE((SELECT SUM(indu_amount
                                 - indu_recovered)
                             FROM indu
                             WHERE indu_provider
                                 = remboursement_provider
                             AND indu_tiers_payant = 'O'
                             AND indu_status = 'O'), 0) AS indu_ouvert
                     FROM remboursement
                     WHERE remboursement_status = 'R'
                     AND remboursement_reimbursed > 0
                     AND remboursement_tiers_payant = 'O'
                     AND remboursement_invoice = 'O'
                     AND (remboursement_hold IS NULL
                          OR remboursement_hold != 'O')
                     AND NOT EXISTS (SELECT 1 FROM gel_alerte
                         WHERE alerte_subject_type = 'P'
                         AND alerte_subject_ref
                             = remboursement_provider
                         AND alerte_status IN ('A', 'C'))
                     GROUP BY remboursement_provider) tp
           END-EXEC.

           IF SQLCODE = ZERO
               COMPUTE WS-TPV-ITEM-INT = WS-TODAY-INT + 1
               MOVE 'R' TO WS-TPV-ITEM-TYPE
               MOVE SQL-TPV-TOTAL TO WS-TPV-ITEM-AMOUNT
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN remboursement_status = 'P'
                       THEN remboursement_claimed ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN remboursement_status = 'W'
                       THEN remboursement_claimed ELSE 0 END), 0)
               INTO :SQL-TPV-TOTAL, :SQL-TPV-TOTAL-2
               FROM remboursement
               WHERE remboursement_status = 'P'
               OR remboursement_status = 'W'
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE 'A' TO WS-TPV-ITEM-TYPE
               COMPUTE WS-TPV-ITEM-INT =
                   WS-TODAY-INT + WS-TPV-PENDING-DAYS
               COMPUTE WS-TPV-ITEM-AMOUNT ROUNDED =
                   SQL-TPV-TOTAL * WS-TPV-ACCEPT-RATE
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
               COMPUTE WS-TPV-ITEM-INT =
                   WS-TODAY-INT + WS-TPV-WAITING-DAYS
               COMPUTE WS-TPV-ITEM-AMOUNT ROUNDED =
                   SQL-TPV-TOTAL-2 * WS-TPV-ACCEPT-RATE
               PERFORM 6100-PLACER-MONTANT
                  THRU END-6100-PLACER-MONTANT
           END-IF.
       END-4000-RECLAMATIONS-A-PAYER.
           EXIT.

      ******************************************************************
      *    [RD] Entete du rapport : date du passage, solde de depart   *
      *    et taux historiques appliques.                              *
      ******************************************************************
       5000-ECRIRE-ENTETE.
           MOVE SPACES TO PREV-LINE.
           STRING 'PREVISIONNEL DE TRESORERIE A 30 JOURS - ETABLI LE '
               SQL-TPV-TODAY
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.
           MOVE SPACES TO PREV-LINE.
           WRITE PREV-LINE.

           MOVE WS-TPV-OPENING TO WS-TPV-BALANCE-ED.
           MOVE SPACES TO PREV-LINE.
           IF WS-TPV-SOLDE-FOUND = 'O'
               STRING 'Solde de depart du compte au '
                   WS-TPV-SOLDE-DATE ' : ' WS-TPV-BALANCE-ED ' EUR'
                   DELIMITED BY SIZE INTO PREV-LINE
           ELSE
               STRING 'Solde de depart non fourni (SOLDETRESO '
                   'absent) : pris a zero.'
                   DELIMITED BY SIZE INTO PREV-LINE
           END-IF.
           WRITE PREV-LINE.

           COMPUTE WS-TPV-RATE-PCT = WS-TPV-REJECT-RATE * 100.
           MOVE WS-TPV-RATE-PCT TO WS-TPV-RATE-ED.
           MOVE SPACES TO PREV-LINE.
           STRING 'Taux de rejet des prelevements (12 mois)       : '
               WS-TPV-RATE-ED ' % deduit des cotisations'
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.

           COMPUTE WS-TPV-RATE-PCT = WS-TPV-ACCEPT-RATE * 100.
           MOVE WS-TPV-RATE-PCT TO WS-TPV-RATE-ED.
           MOVE SPACES TO PREV-LINE.
           STRING 'Taux d''acceptation des reclamations (12 mois) : '
               WS-TPV-RATE-ED ' % applique aux reclamations en attente'
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.
           MOVE SPACES TO PREV-LINE.
           WRITE PREV-LINE.
       END-5000-ECRIRE-ENTETE.
           EXIT.

      ******************************************************************
      *    [RD] Detail journalier : entrees, sorties, solde net du     *
      *    jour et solde cumule reporte depuis le solde de depart. Les *
      *    montants du jour alimentent au passage la semaine.          *
      ******************************************************************
       5100-ECRIRE-JOURS.
           MOVE 'DETAIL JOURNALIER (EUR)' TO PREV-LINE.
           WRITE PREV-LINE.
           MOVE SPACES TO PREV-LINE.
           STRING
               'DATE        COTIS.NETTES   ECHEANCIERS  FACT.EMP'
               'LOY.  REMB.ACCEPT.  REMB.ATTENTE PRORATA DECES  '
               ' NET DU JOUR  SOLDE CUMULE'
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.

           MOVE WS-TPV-OPENING TO WS-TPV-BALANCE.
           PERFORM VARYING WS-TPV-IX FROM 1 BY 1
               UNTIL WS-TPV-IX > WS-TPV-HORIZON
               COMPUTE WS-TPV-NET-COT ROUNDED = WS-TPV-J-COT(WS-TPV-IX)
                   * (1 - WS-TPV-REJECT-RATE)
               COMPUTE WS-TPV-DAY-NET = WS-TPV-NET-COT
                   + WS-TPV-J-ECH(WS-TPV-IX) + WS-TPV-J-FAC(WS-TPV-IX)
                   - WS-TPV-J-REM(WS-TPV-IX) - WS-TPV-J-ATT(WS-TPV-IX)
                   - WS-TPV-J-PRO(WS-TPV-IX)
               ADD WS-TPV-DAY-NET TO WS-TPV-BALANCE
               COMPUTE WS-TPV-TOTAL-IN = WS-TPV-TOTAL-IN
                   + WS-TPV-NET-COT + WS-TPV-J-ECH(WS-TPV-IX)
                   + WS-TPV-J-FAC(WS-TPV-IX)
               COMPUTE WS-TPV-TOTAL-OUT = WS-TPV-TOTAL-OUT
                   + WS-TPV-J-REM(WS-TPV-IX) + WS-TPV-J-ATT(WS-TPV-IX)
                   + WS-TPV-J-PRO(WS-TPV-IX)

               COMPUTE WS-TPV-WX = (WS-TPV-IX - 1) / 7 + 1
               ADD WS-TPV-NET-COT TO WS-TPV-S-COT(WS-TPV-WX)
               ADD WS-TPV-J-ECH(WS-TPV-IX) TO WS-TPV-S-ECH(WS-TPV-WX)
               ADD WS-TPV-J-FAC(WS-TPV-IX) TO WS-TPV-S-FAC(WS-TPV-WX)
               ADD WS-TPV-J-REM(WS-TPV-IX) TO WS-TPV-S-REM(WS-TPV-WX)
               ADD WS-TPV-J-ATT(WS-TPV-IX) TO WS-TPV-S-ATT(WS-TPV-WX)
               ADD WS-TPV-J-PRO(WS-TPV-IX) TO WS-TPV-S-PRO(WS-TPV-WX)

               MOVE WS-TPV-NET-COT           TO WS-TPV-COT-ED
               MOVE WS-TPV-J-ECH(WS-TPV-IX)  TO WS-TPV-ECH-ED
               MOVE WS-TPV-J-FAC(WS-TPV-IX)  TO WS-TPV-FAC-ED
               MOVE WS-TPV-J-REM(WS-TPV-IX)  TO WS-TPV-REM-ED
               MOVE WS-TPV-J-ATT(WS-TPV-IX)  TO WS-TPV-ATT-ED
               MOVE WS-TPV-J-PRO(WS-TPV-IX)  TO WS-TPV-PRO-ED
               MOVE WS-TPV-DAY-NET           TO WS-TPV-NET-ED
               MOVE WS-TPV-BALANCE           TO WS-TPV-BALANCE-ED
               MOVE SPACES TO PREV-LINE
               STRING WS-TPV-J-DATE(WS-TPV-IX) ' ' WS-TPV-COT-ED ' '
                   WS-TPV-ECH-ED ' ' WS-TPV-FAC-ED ' ' WS-TPV-REM-ED
                   ' ' WS-TPV-ATT-ED ' ' WS-TPV-PRO-ED ' '
                   WS-TPV-NET-ED ' ' WS-TPV-BALANCE-ED
                   DELIMITED BY SIZE INTO PREV-LINE
               WRITE PREV-LINE
           END-PERFORM.

           MOVE SPACES TO PREV-LINE.
           WRITE PREV-LINE.
           MOVE WS-TPV-TOTAL-IN  TO WS-TPV-COT-ED.
           MOVE WS-TPV-TOTAL-OUT TO WS-TPV-REM-ED.
           MOVE WS-TPV-BALANCE   TO WS-TPV-BALANCE-ED.
           MOVE SPACES TO PREV-LINE.
           STRING 'Total 30 jours : entrees ' WS-TPV-COT-ED
               ' EUR, sorties ' WS-TPV-REM-ED
               ' EUR, solde final ' WS-TPV-BALANCE-ED ' EUR'
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.
           MOVE SPACES TO PREV-LINE.
           WRITE PREV-LINE.
       END-5100-ECRIRE-JOURS.
           EXIT.

      ******************************************************************
      *    [RD] Synthese par semaine, solde cumule reporte de semaine  *
      *    en semaine depuis le solde de depart.                       *
      ******************************************************************
       5200-ECRIRE-SEMAINES.
           MOVE 'SYNTHESE HEBDOMADAIRE (EUR)' TO PREV-LINE.
           WRITE PREV-LINE.
           MOVE SPACES TO PREV-LINE.
           STRING
               'DU         AU          COTIS.NETTES   ECHEANCIER'
               'S  FACT.EMPLOY.  REMB.ACCEPT.  REMB.ATTENTE PROR'
               'ATA DECES   NET SEMAINE  SOLDE CUMULE'
               DELIMITED BY SIZE INTO PREV-LINE.
           WRITE PREV-LINE.

           MOVE WS-TPV-OPENING TO WS-TPV-BALANCE.
           PERFORM VARYING WS-TPV-WX FROM 1 BY 1
               UNTIL WS-TPV-WX > 5
               COMPUTE WS-TPV-DAY-NET = WS-TPV-S-COT(WS-TPV-WX)
                   + WS-TPV-S-ECH(WS-TPV-WX) + WS-TPV-S-FAC(WS-TPV-WX)
                   - WS-TPV-S-REM(WS-TPV-WX) - WS-TPV-S-ATT(WS-TPV-WX)
                   - WS-TPV-S-PRO(WS-TPV-WX)
               ADD WS-TPV-DAY-NET TO WS-TPV-BALANCE
               MOVE WS-TPV-S-COT(WS-TPV-WX)  TO WS-TPV-COT-ED
               MOVE WS-TPV-S-ECH(WS-TPV-WX)  TO WS-TPV-ECH-ED
               MOVE WS-TPV-S-FAC(WS-TPV-WX)  TO WS-TPV-FAC-ED
               MOVE WS-TPV-S-REM(WS-TPV-WX)  TO WS-TPV-REM-ED
               MOVE WS-TPV-S-ATT(WS-TPV-WX)  TO WS-TPV-ATT-ED
               MOVE WS-TPV-S-PRO(WS-TPV-WX)  TO WS-TPV-PRO-ED
               MOVE WS-TPV-DAY-NET           TO WS-TPV-NET-ED
               MOVE WS-TPV-BALANCE           TO WS-TPV-BALANCE-ED
               MOVE SPACES TO PREV-LINE
               STRING WS-TPV-S-FROM(WS-TPV-WX) ' '
                   WS-TPV-S-TO(WS-TPV-WX) ' ' WS-TPV-COT-ED ' '
                   WS-TPV-ECH-ED ' ' WS-TPV-FAC-ED ' ' WS-TPV-REM-ED
                   ' ' WS-TPV-ATT-ED ' ' WS-TPV-PRO-ED ' '
                   WS-TPV-NET-ED ' ' WS-TPV-BALANCE-ED
                   DELIMITED BY SIZE INTO PREV-LINE
               WRITE PREV-LINE
           END-PERFORM.
       END-5200-ECRIRE-SEMAINES.
           EXIT.

      ******************************************************************
      *    [RD] Convertit WS-TPV-ITEM-DATE (AAAA-MM-JJ) en jour        *
      *    entier dans WS-TPV-ITEM-INT ; une date absente ou mal       *
      *    formee vaut aujourd'hui.                                    *
      ******************************************************************
       6000-DATE-EN-JOURS.
           MOVE WS-TPV-ITEM-DATE(1:4) TO WS-TPV-ITEM-YYYY.
           MOVE WS-TPV-ITEM-DATE(6:2) TO WS-TPV-ITEM-MM.
           MOVE WS-TPV-ITEM-DATE(9:2) TO WS-TPV-ITEM-DD.
           IF WS-TPV-ITEM-NUM IS NUMERIC
               AND WS-TPV-ITEM-MM >= '01' AND WS-TPV-ITEM-MM <= '12'
               AND WS-TPV-ITEM-DD >= '01' AND WS-TPV-ITEM-DD <= '31'
               COMPUTE WS-TPV-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TPV-ITEM-NUM)
           ELSE
               MOVE WS-TODAY-INT TO WS-TPV-ITEM-INT
           END-IF.
       END-6000-DATE-EN-JOURS.
           EXIT.

      ******************************************************************
      *    [RD] Ajoute WS-TPV-ITEM-AMOUNT au jour WS-TPV-ITEM-INT dans *
      *    la colonne de WS-TPV-ITEM-TYPE. Un montant deja echu se     *
      *    place a J+1 ; au-dela de J+30 il est seulement compte.      *
      ******************************************************************
       6100-PLACER-MONTANT.
           IF WS-TPV-ITEM-AMOUNT = ZERO
               GO TO END-6100-PLACER-MONTANT
           END-IF.

           COMPUTE WS-TPV-ITEM-OFFSET = WS-TPV-ITEM-INT - WS-TODAY-INT.
           IF WS-TPV-ITEM-OFFSET < 1
               MOVE 1 TO WS-TPV-ITEM-OFFSET
           END-IF.
           IF WS-TPV-ITEM-OFFSET > WS-TPV-HORIZON
               ADD 1 TO WS-TPV-BEYOND-COUNT
               GO TO END-6100-PLACER-MONTANT
           END-IF.
           MOVE WS-TPV-ITEM-OFFSET TO WS-TPV-IX.

           EVALUATE WS-TPV-ITEM-TYPE
               WHEN 'C'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-COT(WS-TPV-IX)
               WHEN 'E'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-ECH(WS-TPV-IX)
               WHEN 'F'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-FAC(WS-TPV-IX)
               WHEN 'R'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-REM(WS-TPV-IX)
               WHEN 'A'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-ATT(WS-TPV-IX)
               WHEN 'P'
                   ADD WS-TPV-ITEM-AMOUNT TO WS-TPV-J-PRO(WS-TPV-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-6100-PLACER-MONTANT.
           EXIT.
