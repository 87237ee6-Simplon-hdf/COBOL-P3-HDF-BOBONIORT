      ******************************************************************
      *    [RD] Le programme 'scremchq' est le traitement batch de     *
      *    paiement par cheque des remboursements, lance apres         *
      *    scsepavir. Les adherents sans IBAN enregistre, que          *
      *    scsepavir laisse en 'R', sont payes par lettre-cheque des   *
      *    que leurs reclamations acceptees attendent depuis plus de   *
      *    quinze jours (date de decision) : un cheque par adherent    *
      *    pour le total de ces reclamations, numerote a la suite du   *
      *    registre des cheques (table 'cheque'), imprime dans le      *
      *    fichier LETTRECHEQUE avec le detail des soins couverts. Les *
      *    reclamations passent payees ('V', mode de paiement 'C' et   *
      *    numero du cheque). Comme sur les virements, les indus       *
      *    ouverts de l'adherent (cf. scindu) sont d'abord deduits     *
      *    (trace 'indu_recup' mode 'Q') ; sans reste a payer, aucun   *
      *    cheque n'est emis mais les reclamations sont soldees. Un    *
      *    adherent dont l'adresse est marquee NPAI (cf. scnpai) n'est *
      *    pas paye : ses reclamations restent en 'R' jusqu'a la       *
      *    correction de l'adresse. Les cheques de remplacement emis a *
      *    l'ecran (cf. sccheque) et pas encore imprimes sont imprimes *
      *    en tete du passage. L'encaissement est constate au releve   *
      *    bancaire (cf. scrappro). Un adherent dont l'IBAN est bloque *
      *    apres un virement retourne (cf. scvirret) est traite comme  *
      *    sans IBAN : ses reclamations remises en 'R' partent par     *
      *    cheque quinze jours apres le retour, faute de nouvel IBAN   *
      *    valide entre-temps (cf. scibanval). Un adherent vise par    *
      *    une alerte de gel des avoirs en attente de revue ou         *
      *    confirmee (cf. scgelctl, scgelrev) n'est pas paye par       *
      *    cheque non plus : il est compte a part et ses reclamations  *
      *    restent en 'R' jusqu'a la decision de faux positif ; un     *
      *    cheque de remplacement deja emis pour lui n'est pas imprime *
      *    non plus.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scremchq.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Lettres-cheques a imprimer sur le papier securise.
           SELECT CHEQUE-FILE ASSIGN TO "LETTRECHEQUE"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-FILE.
       01  CHEQUE-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

      *    [RD] Delai d'attente, en jours depuis la decision, avant
      *    le paiement par cheque, et date limite correspondante.
       01  WS-CHQ-DELAI              PIC 9(03) VALUE 15.
       01  WS-CHQ-DATE-X             PIC X(08).
       01  WS-CHQ-DATE-NUM REDEFINES WS-CHQ-DATE-X PIC 9(08).
       01  WS-CHQ-TODAY-INT          PIC 9(07).
       01  WS-CHQ-CUTOFF-INT         PIC 9(07).

      *    [RD] Compensation des indus : montant du avant retenue,
      *    retenue imputee et part imputee sur l'indu en cours.
       01  WS-CHQ-GROSS              PIC 9(07)V99.
       01  WS-CHQ-NETTED             PIC 9(07)V99.
       01  WS-CHQ-TAKE               PIC 9(07)V99.

       01  WS-CHQ-ISSUED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-CHQ-REISSUED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-CHQ-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CHQ-GEL-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CHQ-COMP-ONLY-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-CHQ-IND-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CHQ-TOTAL-AMOUNT       PIC 9(07)V99 VALUE ZERO.
       01  WS-CHQ-TOTAL-ED           PIC ZZZZZZ9.99.
       01  WS-CHQ-AMOUNT-ED          PIC ZZZZZ9.99.
       01  WS-CHQ-LINE-ED            PIC ZZZZ9.99.

      *    [RD] Controle de periode comptable (cf. scperctl) : un
      *    batch ne deroge pas, le passage s'arrete si la periode du
      *    jour est fermee.
       01  WS-PER-OVERRIDE           PIC X(01) VALUE 'N'.
       01  WS-PER-OPERATOR           PIC X(08) VALUE 'scremchq'.
       01  WS-PER-ALLOWED            PIC X(01).
       01  WS-PER-MESSAGE            PIC X(70).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scremchq'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CHQ-TODAY           PIC X(10).
       01  SQL-CHQ-CUTOFF          PIC X(10).

      *    [RD] Adherent a payer : total de ses reclamations dues,
      *    adresse de la lettre-cheque et marque NPAI.
       01  SQL-CHQ-CUS-UUID        PIC X(36).
       01  SQL-CHQ-LASTNAME        PIC X(20).
       01  SQL-CHQ-FIRSTNAME       PIC X(20).
       01  SQL-CHQ-ADRESS1         PIC X(50).
       01  SQL-CHQ-ADRESS2         PIC X(50).
       01  SQL-CHQ-ZIPCODE         PIC X(15).
       01  SQL-CHQ-TOWN            PIC X(50).
       01  SQL-CHQ-NPAI            PIC X(01).
       01  SQL-CHQ-GEL             PIC X(01).
       01  SQL-CHQ-GROSS           PIC S9(7)V99 COMP-3.

      *    [RD] Cheque du registre : numero, montant, cheque remplace.
       01  SQL-CHQ-NUMBER          PIC 9(07).
       01  SQL-CHQ-AMOUNT          PIC S9(7)V99 COMP-3.
       01  SQL-CHQ-REPLACES        PIC 9(07).

      *    [RD] Ligne de detail : une reclamation couverte.
       01  SQL-DET-CARE-DATE       PIC X(10).
       01  SQL-DET-PRES-CODE       PIC X(10).
       01  SQL-DET-PROVIDER        PIC X(20).
       01  SQL-DET-PAID            PIC S9(5)V99 COMP-3.

      *    [RD] Indu ouvert a compenser et part imputee.
       01  SQL-IND-UUID            PIC X(36).
       01  SQL-IND-REMAINING       PIC S9(5)V99 COMP-3.
       01  SQL-IND-TAKE            PIC S9(5)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Imprime les cheques de remplacement en attente, puis emet un
      * cheque par adherent sans IBAN dont les reclamations attendent
      * depuis plus de quinze jours, et ecrit le pied du lot.
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
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-CHQ-TODAY.
           MOVE WS-TODAY TO WS-CHQ-DATE-X.
           COMPUTE WS-CHQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHQ-DATE-NUM).
           COMPUTE WS-CHQ-CUTOFF-INT = WS-CHQ-TODAY-INT
               - WS-CHQ-DELAI.
           COMPUTE WS-CHQ-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CHQ-CUTOFF-INT).
           STRING WS-CHQ-DATE-X(1:4) '-' WS-CHQ-DATE-X(5:2) '-'
               WS-CHQ-DATE-X(7:2)
               DELIMITED BY SIZE INTO SQL-CHQ-CUTOFF.

      *    [RD] Periode comptable du jour fermee (cf. scperctl) : les
      *    paiements seraient dates dans un mois arrete.
           CALL 'scperctl' USING SQL-CHQ-TODAY,
               WS-PER-OVERRIDE, WS-PER-OPERATOR,
               WS-PER-ALLOWED, WS-PER-MESSAGE.
           IF WS-PER-ALLOWED NOT = 'O'
               DISPLAY "Lancement refuse : " WS-PER-MESSAGE
               MOVE 'E' TO WS-BATCH-FUNCTION
               CALL 'scbatchctl' USING WS-BATCH-NAME,
                   WS-BATCH-FUNCTION, WS-BATCH-COUNT,
                   WS-BATCH-ALLOWED, WS-BATCH-MESSAGE
               GOBACK
           END-IF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT CHEQUE-FILE.

           MOVE SPACES TO CHEQUE-LINE.
           STRING 'ENTETE LOT CHEQUES - ' SQL-CHQ-TODAY
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.

           PERFORM 1000-REEMISSIONS THRU END-1000-REEMISSIONS.
           PERFORM 2000-NOUVEAUX-CHEQUES THRU END-2000-NOUVEAUX-CHEQUES.

           MOVE WS-CHQ-TOTAL-AMOUNT TO WS-CHQ-TOTAL-ED.
           MOVE SPACES TO CHEQUE-LINE.
           STRING 'PIED LOT CHEQUES - ' WS-CHQ-ISSUED-COUNT
               ' cheque(s) - ' WS-CHQ-TOTAL-ED ' EUR'
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.

           CLOSE CHEQUE-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Cheques emis               : " WS-CHQ-ISSUED-COUNT.
           DISPLAY "dont remplacements         : "
               WS-CHQ-REISSUED-COUNT.
           DISPLAY "Adherents NPAI non payes   : " WS-CHQ-NPAI-COUNT.
           DISPLAY "Adherents gel des avoirs   : " WS-CHQ-GEL-COUNT.
           DISPLAY "Imputations sur indus      : " WS-CHQ-IND-COUNT.
           DISPLAY "Paiements soldes par indus : "
               WS-CHQ-COMP-ONLY-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-CHQ-ISSUED-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Cheques de remplacement emis a l'ecran (cf. sccheque)  *
      *    et pas encore imprimes : la lettre-cheque reprend les       *
      *    reclamations reportees sur le nouveau numero. Le cheque     *
      *    d'un adherent vise par une alerte de gel des avoirs en      *
      *    attente ou confirmee n'est pas imprime : il reste au        *
      *    registre jusqu'a la decision de faux positif.               *
      ******************************************************************
       1000-REEMISSIONS.
           EXEC SQL
               DECLARE CRSCHQREE CURSOR FOR
               SELECT cheque_number, cheque_amount,
                   COALESCE(cheque_replaces, 0),
                   cheque.uuid_customer,
                   customer_lastname, customer_firstname,
                   COALESCE(customer_adress1, ''),
                   COALESCE(customer_adress2, ''),
                   COALESCE(customer_zipcode, ''),
                   COALESCE(customer_town, '')
               FROM cheque, customer
               WHERE cheque.uuid_customer = customer.uuid_customer
               AND cheque_status = 'E'
               AND COALESCE(cheque_print_date, '') = ''
               AND NOT EXISTS (SELECT 1 FROM gel_alerte
                   WHERE gel_alerte.uuid_customer = cheque.uuid_customer
                   AND alerte_status IN ('A', 'C'))
               ORDER BY cheque_number
           END-EXEC.

           EXEC SQL OPEN CRSCHQREE END-EXEC.

           EXEC SQL
               FETCH CRSCHQREE
               INTO :SQL-CHQ-NUMBER, :SQL-CHQ-AMOUNT,
                   :SQL-CHQ-REPLACES, :SQL-CHQ-CUS-UUID,
                   :SQL-CHQ-LASTNAME, :SQL-CHQ-FIRSTNAME,
                   :SQL-CHQ-ADRESS1, :SQL-CHQ-ADRESS2,
                   :SQL-CHQ-ZIPCODE, :SQL-CHQ-TOWN
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-IMPRIMER-REEMISSION
                  THRU END-1100-IMPRIMER-REEMISSION
               EXEC SQL
                   FETCH CRSCHQREE
                   INTO :SQL-CHQ-NUMBER, :SQL-CHQ-AMOUNT,
                       :SQL-CHQ-REPLACES, :SQL-CHQ-CUS-UUID,
                       :SQL-CHQ-LASTNAME, :SQL-CHQ-FIRSTNAME,
                       :SQL-CHQ-ADRESS1, :SQL-CHQ-ADRESS2,
                       :SQL-CHQ-ZIPCODE, :SQL-CHQ-TOWN
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSCHQREE END-EXEC.
       END-1000-REEMISSIONS.
           EXIT.

      ******************************************************************
      *    [RD] Imprime un cheque de remplacement et note sa date      *
      *    d'impression au registre.                                   *
      ******************************************************************
       1100-IMPRIMER-REEMISSION.
           EXEC SQL
               SELECT COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-CHQ-GROSS
               FROM remboursement
               WHERE remboursement_cheque_number = :SQL-CHQ-NUMBER
           END-EXEC.
           MOVE SQL-CHQ-GROSS TO WS-CHQ-GROSS.
           IF SQL-CHQ-AMOUNT < WS-CHQ-GROSS
               COMPUTE WS-CHQ-NETTED = WS-CHQ-GROSS - SQL-CHQ-AMOUNT
           ELSE
               MOVE ZERO TO WS-CHQ-NETTED
           END-IF.

           PERFORM 3000-IMPRIMER-LETTRE-CHEQUE
              THRU END-3000-IMPRIMER-LETTRE-CHEQUE.

           EXEC SQL
               UPDATE cheque SET
                   cheque_print_date = :SQL-CHQ-TODAY
               WHERE cheque_number = :SQL-CHQ-NUMBER
           END-EXEC.

           ADD 1 TO WS-CHQ-REISSUED-COUNT.
       END-1100-IMPRIMER-REEMISSION.
           EXIT.

      ******************************************************************
      *    [RD] Adherents sans IBAN, ou a l'IBAN bloque, ayant des     *
      *    reclamations acceptees ('R', montant non nul, hors tiers    *
      *    payant et hors retenue) decidees -- et retournees par la    *
      *    banque, le cas echeant -- depuis plus de quinze jours.      *
      ******************************************************************
       2000-NOUVEAUX-CHEQUES.
           EXEC SQL
               DECLARE CRSCHQDUE CURSOR FOR
               SELECT remboursement.uuid_customer,
                   customer_lastname, customer_firstname,
                   COALESCE(customer_adress1, ''),
                   COALESCE(customer_adress2, ''),
                   COALESCE(customer_zipcode, ''),
                   COALESCE(customer_town, ''),
                   COALESCE(customer_adress_invalid, 'N'),
                   CASE WHEN EXISTS (SELECT 1 FROM gel_alerte
                       WHERE gel_alerte.uuid_customer
                           = remboursement.uuid_customer
                       AND alerte_status IN ('A', 'C'))
                       THEN 'O' ELSE 'N' END,
                   SUM(remboursement_reimbursed)
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND (COALESCE(TRIM(customer_code_iban), '') = ''
                    OR COALESCE(customer_iban_blocked, 'N') = 'O')
               AND remboursement_status = 'R'
               AND remboursement_reimbursed > 0
               AND (remboursement_hold IS NULL
                    OR remboursement_hold != 'O')
               AND (remboursement_tiers_payant IS NULL
                    OR remboursement_tiers_payant != 'O')
               AND COALESCE(remboursement_decision_date, '')
                   <= :SQL-CHQ-CUTOFF
               AND COALESCE(remboursement_return_date, '')
                   <= :SQL-CHQ-CUTOFF
               GROUP BY remboursement.uuid_customer,
                   customer_lastname, customer_firstname,
                   customer_adress1, customer_adress2,
                   customer_zipcode, customer_town,
                   customer_adress_invalid
               ORDER BY customer_lastname
           END-EXEC.

           EXEC SQL OPEN CRSCHQDUE END-EXEC.

           EXEC SQL
               FETCH CRSCHQDUE
               INTO :SQL-CHQ-CUS-UUID,
                   :SQL-CHQ-LASTNAME, :SQL-CHQ-FIRSTNAME,
                   :SQL-CHQ-ADRESS1, :SQL-CHQ-ADRESS2,
                   :SQL-CHQ-ZIPCODE, :SQL-CHQ-TOWN,
                   :SQL-CHQ-NPAI, :SQL-CHQ-GEL, :SQL-CHQ-GROSS
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-PAYER-UN-ADHERENT
                  THRU END-2100-PAYER-UN-ADHERENT
               EXEC SQL
                   FETCH CRSCHQDUE
                   INTO :SQL-CHQ-CUS-UUID,
                       :SQL-CHQ-LASTNAME, :SQL-CHQ-FIRSTNAME,
                       :SQL-CHQ-ADRESS1, :SQL-CHQ-ADRESS2,
                       :SQL-CHQ-ZIPCODE, :SQL-CHQ-TOWN,
                       :SQL-CHQ-NPAI, :SQL-CHQ-GEL, :SQL-CHQ-GROSS
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSCHQDUE END-EXEC.
       END-2000-NOUVEAUX-CHEQUES.
           EXIT.

      ******************************************************************
      *    [RD] Paie un adherent : deduit ses indus ouverts, emet le   *
      *    cheque du reste au registre sous le numero suivant, stampe  *
      *    ses reclamations payees par cheque et imprime la            *
      *    lettre-cheque. Adresse NPAI ou alerte de gel des avoirs :   *
      *    rien n'est paye.                                            *
      ******************************************************************
       2100-PAYER-UN-ADHERENT.
           IF SQL-CHQ-GEL = 'O'
               ADD 1 TO WS-CHQ-GEL-COUNT
               GO TO END-2100-PAYER-UN-ADHERENT
           END-IF.

           IF SQL-CHQ-NPAI = 'O'
               ADD 1 TO WS-CHQ-NPAI-COUNT
               GO TO END-2100-PAYER-UN-ADHERENT
           END-IF.

           MOVE SQL-CHQ-GROSS TO WS-CHQ-GROSS.
           PERFORM 2200-COMPENSER-INDUS THRU END-2200-COMPENSER-INDUS.
           COMPUTE SQL-CHQ-AMOUNT = WS-CHQ-GROSS - WS-CHQ-NETTED.

           MOVE ZERO TO SQL-CHQ-NUMBER.
           IF SQL-CHQ-AMOUNT > ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(cheque_number), 0) + 1
                   INTO :SQL-CHQ-NUMBER
                   FROM cheque
               END-EXEC
               EXEC SQL
                   INSERT INTO cheque (cheque_number, uuid_customer,
                       cheque_amount, cheque_issue_date,
                       cheque_print_date, cheque_status,
                       cheque_cashed_date, cheque_value_date,
                       cheque_cancel_date, cheque_cancel_reason,
                       cheque_replaces, cheque_operator)
                   VALUES (:SQL-CHQ-NUMBER, :SQL-CHQ-CUS-UUID,
                       :SQL-CHQ-AMOUNT, :SQL-CHQ-TODAY,
                       :SQL-CHQ-TODAY, 'E', '', '', '', '', 0,
                       'BATCH')
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY "Erreur registre cheque : " SQL-CHQ-NUMBER
                   GO TO END-2100-PAYER-UN-ADHERENT
               END-IF
           ELSE
               ADD 1 TO WS-CHQ-COMP-ONLY-COUNT
           END-IF.

           EXEC SQL
               UPDATE remboursement SET
                   remboursement_status = 'V',
                   remboursement_paid_date = :SQL-CHQ-TODAY,
                   remboursement_pay_mode = 'C',
                   remboursement_cheque_number = :SQL-CHQ-NUMBER
               WHERE uuid_customer = :SQL-CHQ-CUS-UUID
               AND remboursement_status = 'R'
               AND remboursement_reimbursed > 0
               AND (remboursement_hold IS NULL
                    OR remboursement_hold != 'O')
               AND (remboursement_tiers_payant IS NULL
                    OR remboursement_tiers_payant != 'O')
               AND COALESCE(remboursement_decision_date, '')
                   <= :SQL-CHQ-CUTOFF
               AND COALESCE(remboursement_return_date, '')
                   <= :SQL-CHQ-CUTOFF
           END-EXEC.

           IF SQL-CHQ-NUMBER > ZERO
               MOVE ZERO TO SQL-CHQ-REPLACES
               PERFORM 3000-IMPRIMER-LETTRE-CHEQUE
                  THRU END-3000-IMPRIMER-LETTRE-CHEQUE
           END-IF.
       END-2100-PAYER-UN-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Impute les indus ouverts de l'adherent (hors tiers     *
      *    payant), les plus anciens d'abord, dans la limite du        *
      *    montant du WS-CHQ-GROSS ; retenue totale dans WS-CHQ-NETTED.*
      ******************************************************************
       2200-COMPENSER-INDUS.
           MOVE ZERO TO WS-CHQ-NETTED.

           EXEC SQL
               DECLARE CRSCHQIND CURSOR FOR
               SELECT uuid_indu, indu_amount - indu_recovered
               FROM indu
               WHERE uuid_customer = :SQL-CHQ-CUS-UUID
               AND indu_tiers_payant = 'N'
               AND indu_status = 'O'
               ORDER BY indu_date
           END-EXEC.

           EXEC SQL OPEN CRSCHQIND END-EXEC.

           EXEC SQL
               FETCH CRSCHQIND
               INTO :SQL-IND-UUID, :SQL-IND-REMAINING
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-CHQ-NETTED >= WS-CHQ-GROSS
               PERFORM 2300-IMPUTER-UN-INDU
                  THRU END-2300-IMPUTER-UN-INDU
               EXEC SQL
                   FETCH CRSCHQIND
                   INTO :SQL-IND-UUID, :SQL-IND-REMAINING
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSCHQIND END-EXEC.
       END-2200-COMPENSER-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Impute sur l'indu courant la part encore disponible du *
      *    paiement, solde l'indu s'il est couvert et trace la         *
      *    recuperation par compensation sur cheque (mode 'Q').        *
      ******************************************************************
       2300-IMPUTER-UN-INDU.
           COMPUTE WS-CHQ-TAKE = WS-CHQ-GROSS - WS-CHQ-NETTED.
           IF SQL-IND-REMAINING < WS-CHQ-TAKE
               MOVE SQL-IND-REMAINING TO WS-CHQ-TAKE
           END-IF.
           IF WS-CHQ-TAKE NOT > ZERO
               GO TO END-2300-IMPUTER-UN-INDU
           END-IF.
           MOVE WS-CHQ-TAKE TO SQL-IND-TAKE.

           EXEC SQL
               UPDATE indu SET
                   indu_status = CASE
                       WHEN indu_recovered + :SQL-IND-TAKE
                           >= indu_amount
                       THEN 'S' ELSE 'O' END,
                   indu_recovered = indu_recovered + :SQL-IND-TAKE,
                   indu_last_recovery_date = :SQL-CHQ-TODAY
               WHERE uuid_indu = :SQL-IND-UUID
           END-EXEC.

           EXEC SQL
               INSERT INTO indu_recup (
                   uuid_indu, recup_date, recup_amount,
                   recup_mode, recup_operator
               ) VALUES (
                   :SQL-IND-UUID, :SQL-CHQ-TODAY, :SQL-IND-TAKE,
                   'Q', 'BATCH'
               )
           END-EXEC.

           ADD WS-CHQ-TAKE TO WS-CHQ-NETTED.
           ADD 1 TO WS-CHQ-IND-COUNT.
       END-2300-IMPUTER-UN-INDU.
           EXIT.

      ******************************************************************
      *    [RD] Imprime la lettre-cheque SQL-CHQ-NUMBER : adresse de   *
      *    l'adherent, detail des reclamations couvertes, retenue sur  *
      *    indus eventuelle, puis la formule du cheque.                *
      ******************************************************************
       3000-IMPRIMER-LETTRE-CHEQUE.
           MOVE SPACES TO CHEQUE-LINE.
           STRING 'LETTRE-CHEQUE NO ' SQL-CHQ-NUMBER ' DU '
               SQL-CHQ-TODAY
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           IF SQL-CHQ-REPLACES > ZERO
               MOVE SPACES TO CHEQUE-LINE
               STRING 'Remplace le cheque no ' SQL-CHQ-REPLACES
                   ', annule'
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               WRITE CHEQUE-LINE
           END-IF.
           MOVE SPACES TO CHEQUE-LINE.
           STRING FUNCTION TRIM(SQL-CHQ-LASTNAME) ' '
               FUNCTION TRIM(SQL-CHQ-FIRSTNAME)
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           MOVE SQL-CHQ-ADRESS1 TO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           IF SQL-CHQ-ADRESS2 NOT = SPACES
               MOVE SQL-CHQ-ADRESS2 TO CHEQUE-LINE
               WRITE CHEQUE-LINE
           END-IF.
           MOVE SPACES TO CHEQUE-LINE.
           STRING FUNCTION TRIM(SQL-CHQ-ZIPCODE) ' '
               FUNCTION TRIM(SQL-CHQ-TOWN)
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           MOVE SPACES TO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           MOVE 'Objet : remboursement de vos frais de sante'
               TO CHEQUE-LINE.
           WRITE CHEQUE-LINE.

           EXEC SQL
               DECLARE CRSCHQDET CURSOR FOR
               SELECT remboursement_care_date,
                   COALESCE(remboursement_prestation_code, ' '),
                   COALESCE(remboursement_provider, ' '),
                   remboursement_reimbursed
               FROM remboursement
               WHERE remboursement_cheque_number = :SQL-CHQ-NUMBER
               ORDER BY remboursement_care_date
           END-EXEC.

           EXEC SQL OPEN CRSCHQDET END-EXEC.

           EXEC SQL
               FETCH CRSCHQDET
               INTO :SQL-DET-CARE-DATE, :SQL-DET-PRES-CODE,
                   :SQL-DET-PROVIDER, :SQL-DET-PAID
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-DET-PAID TO WS-CHQ-LINE-ED
               MOVE SPACES TO CHEQUE-LINE
               STRING '  soin du ' SQL-DET-CARE-DATE ' '
                   SQL-DET-PRES-CODE ' ' SQL-DET-PROVIDER ' '
                   WS-CHQ-LINE-ED ' EUR'
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               WRITE CHEQUE-LINE
               EXEC SQL
                   FETCH CRSCHQDET
                   INTO :SQL-DET-CARE-DATE, :SQL-DET-PRES-CODE,
                       :SQL-DET-PROVIDER, :SQL-DET-PAID
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSCHQDET END-EXEC.

           IF WS-CHQ-NETTED > ZERO
               MOVE WS-CHQ-GROSS TO WS-CHQ-AMOUNT-ED
               MOVE SPACES TO CHEQUE-LINE
               STRING '  TOTAL DES RECLAMATIONS         '
                   WS-CHQ-AMOUNT-ED ' EUR'
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               WRITE CHEQUE-LINE
               MOVE WS-CHQ-NETTED TO WS-CHQ-AMOUNT-ED
               MOVE SPACES TO CHEQUE-LINE
               STRING '  RETENUE SUR INDUS ANTERIEURS   '
                   WS-CHQ-AMOUNT-ED ' EUR'
                   DELIMITED BY SIZE INTO CHEQUE-LINE
               WRITE CHEQUE-LINE
           END-IF.

           MOVE SQL-CHQ-AMOUNT TO WS-CHQ-AMOUNT-ED.
           MOVE SPACES TO CHEQUE-LINE.
           STRING 'CHEQUE NO ' SQL-CHQ-NUMBER
               ' - PAYEZ CONTRE CE CHEQUE ' WS-CHQ-AMOUNT-ED
               ' EUR A L''ORDRE DE ' FUNCTION TRIM(SQL-CHQ-LASTNAME)
               ' ' FUNCTION TRIM(SQL-CHQ-FIRSTNAME)
               DELIMITED BY SIZE INTO CHEQUE-LINE.
           WRITE CHEQUE-LINE.
           MOVE SPACES TO CHEQUE-LINE.
           WRITE CHEQUE-LINE.

           ADD SQL-CHQ-AMOUNT TO WS-CHQ-TOTAL-AMOUNT.
           ADD 1 TO WS-CHQ-ISSUED-COUNT.
       END-3000-IMPRIMER-LETTRE-CHEQUE.
           EXIT.
