      *    de paiement : une reclamation acceptee ne peut ainsi ni     *
      *    etre payee deux fois ni etre oubliee. Les adherents sans    *
      *    IBAN enregistre sont comptes a part et leurs reclamations   *
      *    restent en 'R' ; passe 15 jours, elles sont payees par      *
      *    lettre-cheque (cf. scremchq). Les reclamations retenues par *
      *    le controle scrembctrl (remboursement_hold = 'O') sont      *
      *    ecartees du paiement tant que la retenue n'est pas levee    *
      *    par un operateur (cf. scremb). Les reclamations marquees    *
      *    tiers payant (cf. scremb) ne sont pas versees a l'adherent  *
      *    : elles sont regroupees par praticien en un virement sur    *
      *    l'IBAN du repertoire des medecins (cf. scdocteur), dans le  *
      *    meme lot SEPAVIR ; un praticien sans IBAN au repertoire     *
      *    laisse ses reclamations en 'R'. Une reclamation tiers       *
      *    payant n'est viree au praticien qu'une fois rapprochee de   *
      *    sa facture au meme montant (remboursement_invoice = 'O',    *
      *    cf. sctpfacimp) ; sinon elle reste en 'R' jusqu'a reception *
      *    de la facture. Chaque virement tiers payant s'accompagne    *
      *    d'un bordereau de paiement imprimable (fichier BORDPRAT) :  *
      *    detail des reclamations couvertes (patient, NIR, date de    *
      *    soin, prestation, montant reclame et paye) dont le total    *
      *    egale le virement, puis les reclamations tiers payant du    *
      *    praticien suspendues ou refusees dans le mois, avec leur    *
      *    motif. Les indus ouverts (cf. scindu) sont compenses sur le *
      *    virement suivant de leur debiteur : indus de l'adherent sur *
      *    son virement de remboursements, indus tiers payant sur le   *
      *    virement du praticien, les plus anciens d'abord. Seul le    *
      *    net est vire ; les reclamations couvertes passent en 'V'    *
      *    meme si la compensation absorbe tout le virement. Chaque    *
      *    imputation est tracee dans 'indu_recup' (mode 'C') et la    *
      *    retenue figure sur le bordereau du praticien. Un IBAN       *
      *    bloque apres un virement retourne par la banque (cf.        *
      *    scvirret) n'est plus credite : l'adherent ou le praticien   *
      *    est compte a part et ses reclamations restent en 'R'        *
      *    jusqu'a la saisie d'un nouvel IBAN (cf. scibanval,          *
      *    scdocteur) ; l'adherent est paye par lettre-cheque passe    *
      *    quinze jours (cf. scremchq). La date d'execution demandee a *
      *    la banque, portee sur l'entete du lot et sur les            *
      *    bordereaux, est le jour ouvre TARGET2 du passage, ou le     *
      *    jour ouvre suivant si le passage tourne un week-end ou un   *
      *    jour ferie (cf. scjourouv). La date de paiement des         *
      *    reclamations reste celle du passage ; la date d'execution   *
      *    est portee en plus sur chaque reclamation viree. Le lot est *
      *    aussi ecrit au format ISO 20022 pain.001.001.03 (fichier    *
      *    SEPAVIRXML, compte debite de la mutuelle dans               *
      *    iso-emetteur.cpy), seul format lu par la banque depuis      *
      *    l'arret de son service de conversion ; le fichier SEPAVIR   *
      *    reste ecrit en secours pendant la bascule. Tous les         *
      *    virements partant a la meme date d'execution, le message    *
      *    porte un seul bloc de paiement ; nombre de virements et     *
      *    somme de controle figurent sur l'entete et sur le bloc.     *
      *    Chaque virement porte une reference de bout en bout propre  *
      *    au passage (REMB adherent ou TPAY praticien, date, rang),   *
      *    enregistree sur les reclamations qu'il paie : le retour de  *
      *    la banque est rapproche par elle (cf. scvirret). Un lot     *
      *    sans virement laisse le fichier XML vide. Un adherent vise  *
      *    par une alerte de gel des avoirs en attente de revue ou     *
      *    confirmee (cf. scgelctl, scgelrev) -- sur lui-meme ou sur   *
      *    l'un de ses beneficiaires -- n'est pas paye, non plus qu'un *
      *    praticien vise par une telle alerte : ils sont comptes a    *
      *    part et leurs reclamations restent en 'R' jusqu'a la        *
      *    decision de faux positif.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scsepavir.
           SELECT VIREMENT-FILE ASSIGN TO "SEPAVIR"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Meme lot au format ISO 20022 pain.001.001.03.
           SELECT VIREMENT-XML-FILE ASSIGN TO "SEPAVIRXML"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Fichier de travail : virements XML du lot, relus a
      *    l'ecriture du pain.001.
           SELECT VIREMENT-TRV-FILE ASSIGN TO "SEPAVIRTRV"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Bordereaux de paiement imprimables des praticiens.
           SELECT BORDEREAU-FILE ASSIGN TO "BORDPRAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIREMENT-FILE.
       01  VIREMENT-LINE             PIC X(120).

       FD  VIREMENT-XML-FILE.
       01  VIREMENT-XML-LINE         PIC X(200).

       FD  VIREMENT-TRV-FILE.
       01  VIREMENT-TRV-LINE         PIC X(200).

       FD  BORDEREAU-FILE.
       01  BORDEREAU-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-VIR-CREATION-DATE      PIC X(10).
       01  WS-VIR-EXECUTION-DATE     PIC X(10).
       01  WS-VIR-TOTAL-AMOUNT       PIC 9(07)V99 VALUE ZERO.
       01  WS-VIR-TOTAL-AMOUNT-ED    PIC ZZZZZZ9.99.
       01  WS-VIR-INCLUDED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-VIR-NOIBAN-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-VIR-BLOCKED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-VIR-GEL-COUNT          PIC 9(05) VALUE ZERO.

      *    [RD] Zone d'echange avec 'scjourouv' : date d'execution
      *    du lot au jour ouvre bancaire (cf. scferie).
       COPY 'jour-ouvre.cpy'.

      *    [RD] Fichier pain.001 : coordonnees du donneur d'ordre,
      *    identifiant et horodatage du message, ligne XML en cours
      *    (element, attribut, valeur, niveau d'indentation),
      *    destination de la ligne ('X' fichier XML, 'T' fichier de
      *    travail) et virement a ecrire (nature, rang, beneficiaire,
      *    montant, libelle).
       COPY 'iso-emetteur.cpy'.
       01  WS-SXM-NOW                PIC X(21).
       01  WS-SXM-MSG-ID             PIC X(35).
       01  WS-SXM-CRE-DT-TM          PIC X(19).
       01  WS-SXM-TARGET             PIC X(01).
       01  WS-SXM-LEVEL              PIC 9(02).
       01  WS-SXM-PTR                PIC 9(03).
       01  WS-SXM-LINE               PIC X(200).
       01  WS-SXM-TAG                PIC X(35).
       01  WS-SXM-ATTR               PIC X(60).
       01  WS-SXM-VALUE              PIC X(140).
       01  WS-SXM-AMOUNT-ED          PIC Z(6)9.99.
       01  WS-SXM-COUNT-ED           PIC Z(4)9.
       01  WS-SXM-TRV-EOF            PIC X(01).
       01  WS-SXM-OP-KIND            PIC X(04).
       01  WS-SXM-OP-SEQ             PIC 9(05) VALUE ZERO.
       01  WS-SXM-OP-NAME            PIC X(70).
       01  WS-SXM-OP-IBAN            PIC X(34).
       01  WS-SXM-OP-AMOUNT          PIC 9(07)V99.
       01  WS-SXM-OP-LABEL           PIC X(140).
       01  WS-SXM-OP-REF             PIC X(35).

      *    [RD] Virements tiers payant regroupes par praticien.
       01  WS-VIR-TP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-VIR-TP-NOIBAN-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-VIR-TP-BLOCKED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-VIR-TP-GEL-COUNT       PIC 9(05) VALUE ZERO.

      *    [RD] Bordereau de paiement du praticien : total des lignes
      *    detaillees (egal au virement), debut du mois pour la liste
      *    des reclamations suspendues ou refusees, motif affiche.
       01  WS-VIR-BRD-TOTAL          PIC 9(07)V99 VALUE ZERO.
       01  WS-VIR-BRD-TOTAL-ED       PIC ZZZZZZ9.99.
       01  WS-VIR-BRD-CLAIMED-ED     PIC ZZZZ9.99.
       01  WS-VIR-BRD-PAID-ED        PIC ZZZZ9.99.
       01  WS-VIR-BRD-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-VIR-BRD-REASON         PIC X(40).

      *    [RD] Compensation des indus : montant du avant retenue,
      *    retenue imputee, part imputee sur l'indu en cours, et
      *    cumuls du passage.
       01  WS-VIR-GROSS              PIC 9(07)V99.
       01  WS-VIR-NETTED             PIC 9(07)V99.
       01  WS-VIR-TAKE               PIC 9(07)V99.
       01  WS-VIR-IND-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-VIR-IND-TOTAL          PIC 9(07)V99 VALUE ZERO.
       01  WS-VIR-IND-TOTAL-ED       PIC ZZZZZZ9.99.
       01  WS-VIR-COMP-ONLY-COUNT    PIC 9(05) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  SQL-VIR-CUS-IBAN        PIC X(34).
       01  SQL-VIR-CUS-LASTNAME    PIC X(20).
       01  SQL-VIR-CUS-FIRSTNAME   PIC X(20).
       01  SQL-VIR-CUS-BLOCKED     PIC X(01).
       01  SQL-VIR-CUS-GEL         PIC X(01).
       01  SQL-VIR-AMOUNT          PIC S9(7)V99 COMP-3.
       01  SQL-VIR-AMOUNT-ED       PIC ZZZZZ9.99.
       01  SQL-VIR-PAID-DATE       PIC X(10).
      *    [RD] Date d'execution du lot et reference de bout en bout
      *    du virement, portees sur les reclamations payees.
       01  SQL-VIR-EXEC-DATE       PIC X(10).
       01  SQL-VIR-E2E-REF         PIC X(35).

      *    [RD] Virement tiers payant d'un praticien : nom porte par
      *    les reclamations et IBAN du repertoire des medecins.
       01  SQL-VIR-TP-PROVIDER     PIC X(20).
       01  SQL-VIR-TP-IBAN         PIC X(34).
       01  SQL-VIR-TP-BLOCKED      PIC X(01).
       01  SQL-VIR-TP-GEL          PIC X(01).
       01  SQL-VIR-TP-AMOUNT       PIC S9(7)V99 COMP-3.

      *    [RD] Ligne de bordereau : une reclamation du praticien.
       01  SQL-VIR-PERIOD-START    PIC X(10).
       01  SQL-BRD-LASTNAME        PIC X(20).
       01  SQL-BRD-FIRSTNAME       PIC X(20).
       01  SQL-BRD-CODE-SECU       PIC 9(15).
       01  SQL-BRD-CARE-DATE       PIC X(10).
       01  SQL-BRD-PRES-CODE       PIC X(10).
       01  SQL-BRD-CLAIMED         PIC S9(5)V99 COMP-3.
       01  SQL-BRD-PAID            PIC S9(5)V99 COMP-3.
       01  SQL-BRD-STATUS          PIC X(01).
       01  SQL-BRD-HOLD            PIC X(01).
       01  SQL-BRD-INVOICE         PIC X(01).
       01  SQL-BRD-REASON          PIC X(40).
       01  SQL-BRD-MISSING-DOCS    PIC X(40).

      *    [RD] Indu ouvert a compenser et part imputee.
       01  SQL-IND-UUID            PIC X(36).
       01  SQL-IND-REMAINING       PIC S9(5)V99 COMP-3.
       01  SQL-IND-TAKE            PIC S9(5)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-VIR-CREATION-DATE.
           MOVE WS-VIR-CREATION-DATE TO SQL-VIR-PAID-DATE.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-01'
               DELIMITED BY SIZE INTO SQL-VIR-PERIOD-START.

           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE 'S' TO WS-JOV-FUNCTION.
           MOVE WS-VIR-CREATION-DATE TO WS-JOV-DATE-IN.
           MOVE ZERO TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-VIR-EXECUTION-DATE.
           MOVE WS-VIR-EXECUTION-DATE TO SQL-VIR-EXEC-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-SXM-NOW.
           MOVE SPACES TO WS-SXM-MSG-ID.
           STRING FUNCTION TRIM(WS-EMT-MSG-PREFIX) '-VIR-'
               WS-SXM-NOW(1:14)
               DELIMITED BY SIZE INTO WS-SXM-MSG-ID.
           STRING WS-SXM-NOW(1:4) '-' WS-SXM-NOW(5:2) '-'
               WS-SXM-NOW(7:2) 'T' WS-SXM-NOW(9:2) ':'
               WS-SXM-NOW(11:2) ':' WS-SXM-NOW(13:2)
               DELIMITED BY SIZE INTO WS-SXM-CRE-DT-TM.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT VIREMENT-FILE.
           OPEN OUTPUT BORDEREAU-FILE.
           OPEN OUTPUT VIREMENT-TRV-FILE.

           MOVE SPACES TO VIREMENT-LINE.
           STRING 'ENTETE LOT VIREMENT SEPA - ' WS-VIR-CREATION-DATE
               ' - EXECUTION ' WS-VIR-EXECUTION-DATE
               DELIMITED BY SIZE INTO VIREMENT-LINE.
           WRITE VIREMENT-LINE.

           WRITE VIREMENT-LINE.

           CLOSE VIREMENT-FILE.
           CLOSE BORDEREAU-FILE.
           CLOSE VIREMENT-TRV-FILE.

           PERFORM 5000-ECRIRE-PAIN001 THRU END-5000-ECRIRE-PAIN001.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               WS-VIR-INCLUDED-COUNT.
           DISPLAY "Adherents sans IBAN        : "
               WS-VIR-NOIBAN-COUNT.
           DISPLAY "Adherents IBAN bloque      : "
               WS-VIR-BLOCKED-COUNT.
           DISPLAY "Adherents gel des avoirs   : "
               WS-VIR-GEL-COUNT.
           DISPLAY "Virements tiers payant     : "
               WS-VIR-TP-COUNT.
           DISPLAY "Praticiens sans IBAN       : "
               WS-VIR-TP-NOIBAN-COUNT.
           DISPLAY "Praticiens IBAN bloque     : "
               WS-VIR-TP-BLOCKED-COUNT.
           DISPLAY "Praticiens gel des avoirs  : "
               WS-VIR-TP-GEL-COUNT.
           DISPLAY "Bordereaux praticiens      : "
               WS-VIR-BRD-COUNT.
           MOVE WS-VIR-IND-TOTAL TO WS-VIR-IND-TOTAL-ED.
           DISPLAY "Imputations sur indus      : "
               WS-VIR-IND-COUNT " pour " WS-VIR-IND-TOTAL-ED " EUR".
           DISPLAY "Virements soldes par indus : "
               WS-VIR-COMP-ONLY-COUNT.

           GOBACK.

               DECLARE CRSVIRDUE CURSOR FOR
               SELECT remboursement.uuid_customer, customer_code_iban,
                   customer_lastname, customer_firstname,
                   COALESCE(customer_iban_blocked, 'N'),
                   CASE WHEN EXISTS (SELECT 1 FROM gel_alerte
                       WHERE gel_alerte.uuid_customer
                           = remboursement.uuid_customer
                       AND alerte_status IN ('A', 'C'))
                       THEN 'O' ELSE 'N' END,
                   SUM(remboursement_reimbursed)
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                    OR remboursement_tiers_payant != 'O')
               GROUP BY remboursement.uuid_customer,
                   customer_code_iban, customer_lastname,
                   customer_firstname, customer_iban_blocked
               ORDER BY customer_lastname
           END-EXEC.

               FETCH CRSVIRDUE
               INTO :SQL-VIR-CUS-UUID, :SQL-VIR-CUS-IBAN,
                   :SQL-VIR-CUS-LASTNAME, :SQL-VIR-CUS-FIRSTNAME,
                   :SQL-VIR-CUS-BLOCKED, :SQL-VIR-CUS-GEL,
                   :SQL-VIR-AMOUNT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
                   FETCH CRSVIRDUE
                   INTO :SQL-VIR-CUS-UUID, :SQL-VIR-CUS-IBAN,
                       :SQL-VIR-CUS-LASTNAME, :SQL-VIR-CUS-FIRSTNAME,
                       :SQL-VIR-CUS-BLOCKED, :SQL-VIR-CUS-GEL,
                       :SQL-VIR-AMOUNT
               END-EXEC
           END-PERFORM.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne de virement d'un adherent (total de ses *
      *    remboursements acceptes) et stampe ses reclamations au      *
      *    statut 'V' avec la date de paiement, la date d'execution et *
      *    la reference de bout en bout du virement, ou le compte a    *
      *    part s'il n'a pas d'IBAN enregistre ou si son IBAN est      *
      *    bloque apres un retour banque. Une alerte de gel des avoirs *
      *    bloque le paiement avant tout autre controle. Ses indus     *
      *    ouverts sont d'abord deduits ; sans reste a virer, aucune   *
      *    ligne n'est ecrite mais les reclamations sont bien soldees. *
      ******************************************************************
       1100-TRAITER-UN-ADHERENT.
           IF SQL-VIR-CUS-GEL = 'O'
               ADD 1 TO WS-VIR-GEL-COUNT
               GO TO END-1100-TRAITER-UN-ADHERENT
           END-IF.

           IF SQL-VIR-CUS-IBAN = SPACES
               ADD 1 TO WS-VIR-NOIBAN-COUNT
               GO TO END-1100-TRAITER-UN-ADHERENT
           END-IF.

           IF SQL-VIR-CUS-BLOCKED = 'O'
               ADD 1 TO WS-VIR-BLOCKED-COUNT
               GO TO END-1100-TRAITER-UN-ADHERENT
           END-IF.

           MOVE SQL-VIR-AMOUNT TO WS-VIR-GROSS.
           PERFORM 1150-COMPENSER-INDUS-ADHERENT
              THRU END-1150-COMPENSER-INDUS-ADHERENT.
           SUBTRACT WS-VIR-NETTED FROM SQL-VIR-AMOUNT.

           IF SQL-VIR-AMOUNT > ZERO
               MOVE SQL-VIR-AMOUNT TO SQL-VIR-AMOUNT-ED
               MOVE SPACES TO VIREMENT-LINE
               STRING SQL-VIR-CUS-IBAN ' ' SQL-VIR-AMOUNT-ED
                   ' EUR REMB ' SQL-VIR-CUS-LASTNAME ' '
                   SQL-VIR-CUS-FIRSTNAME
                   DELIMITED BY SIZE INTO VIREMENT-LINE
               WRITE VIREMENT-LINE
               MOVE 'REMB' TO WS-SXM-OP-KIND
               MOVE SPACES TO WS-SXM-OP-NAME
               STRING FUNCTION TRIM(SQL-VIR-CUS-LASTNAME) ' '
                   FUNCTION TRIM(SQL-VIR-CUS-FIRSTNAME)
                   DELIMITED BY SIZE INTO WS-SXM-OP-NAME
               MOVE SQL-VIR-CUS-IBAN TO WS-SXM-OP-IBAN
               MOVE SQL-VIR-AMOUNT TO WS-SXM-OP-AMOUNT
               MOVE SPACES TO WS-SXM-OP-LABEL
               STRING 'REMBOURSEMENTS SANTE DU '
                   WS-VIR-CREATION-DATE
                   DELIMITED BY SIZE INTO WS-SXM-OP-LABEL
               PERFORM 1400-ECRIRE-VIREMENT-XML
                  THRU END-1400-ECRIRE-VIREMENT-XML
               MOVE WS-SXM-OP-REF TO SQL-VIR-E2E-REF
               ADD SQL-VIR-AMOUNT TO WS-VIR-TOTAL-AMOUNT
               ADD 1 TO WS-VIR-INCLUDED-COUNT
           ELSE
               MOVE SPACES TO SQL-VIR-E2E-REF
               ADD 1 TO WS-VIR-COMP-ONLY-COUNT
           END-IF.

           EXEC SQL
               UPDATE remboursement SET
                   remboursement_status = 'V',
                   remboursement_paid_date = :SQL-VIR-PAID-DATE,
                   remboursement_exec_date = :SQL-VIR-EXEC-DATE,
                   remboursement_virement_ref = :SQL-VIR-E2E-REF
               WHERE uuid_customer = :SQL-VIR-CUS-UUID
               AND remboursement_status = 'R'
               AND remboursement_reimbursed > 0
       END-1100-TRAITER-UN-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Impute les indus ouverts de l'adherent en cours (hors  *
      *    tiers payant), les plus anciens d'abord, dans la limite du  *
      *    montant du WS-VIR-GROSS ; retenue totale dans WS-VIR-NETTED.*
      ******************************************************************
       1150-COMPENSER-INDUS-ADHERENT.
           MOVE ZERO TO WS-VIR-NETTED.

           EXEC SQL
               DECLARE CRSVIRINDADH CURSOR FOR
               SELECT uuid_indu, indu_amount - indu_recovered
               FROM indu
               WHERE uuid_customer = :SQL-VIR-CUS-UUID
               AND indu_tiers_payant = 'N'
               AND indu_status = 'O'
               ORDER BY indu_date
           END-EXEC.

           EXEC SQL OPEN CRSVIRINDADH END-EXEC.

           EXEC SQL
               FETCH CRSVIRINDADH
               INTO :SQL-IND-UUID, :SQL-IND-REMAINING
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-VIR-NETTED >= WS-VIR-GROSS
               PERFORM 3000-IMPUTER-UN-INDU
                  THRU END-3000-IMPUTER-UN-INDU
               EXEC SQL
                   FETCH CRSVIRINDADH
                   INTO :SQL-IND-UUID, :SQL-IND-REMAINING
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSVIRINDADH END-EXEC.
       END-1150-COMPENSER-INDUS-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les reclamations acceptees marquees tiers     *
      *    payant, un virement par praticien pour le total de ses      *
      *    reclamations, sur l'IBAN du repertoire des medecins (cf.    *
      *    scdocteur) -- la boutique cesse ainsi les cheques manuels   *
      *    aux cabinets. Seules les reclamations rapprochees de la     *
      *    facture du praticien (cf. sctpfacimp) sont virees.          *
      ******************************************************************
       2000-VIREMENTS-PRATICIENS.
           EXEC SQL
               DECLARE CRSVIRTP CURSOR FOR
               SELECT remboursement_provider,
                   COALESCE(MAX(doctor_iban), ''),
                   COALESCE(MAX(doctor_iban_blocked), 'N'),
                   CASE WHEN EXISTS (SELECT 1 FROM gel_alerte
                       WHERE alerte_subject_type = 'P'
                       AND alerte_subject_ref = remboursement_provider
                       AND alerte_status IN ('A', 'C'))
                       THEN 'O' ELSE 'N' END,
                   SUM(remboursement_reimbursed)
               FROM remboursement
               LEFT JOIN doctor
               WHERE remboursement_status = 'R'
               AND remboursement_reimbursed > 0
               AND remboursement_tiers_payant = 'O'
               AND remboursement_invoice = 'O'
               AND (remboursement_hold IS NULL
                    OR remboursement_hold != 'O')
               GROUP BY remboursement_provider
           EXEC SQL
               FETCH CRSVIRTP
               INTO :SQL-VIR-TP-PROVIDER, :SQL-VIR-TP-IBAN,
                   :SQL-VIR-TP-BLOCKED, :SQL-VIR-TP-GEL,
                   :SQL-VIR-TP-AMOUNT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   FETCH CRSVIRTP
                   INTO :SQL-VIR-TP-PROVIDER, :SQL-VIR-TP-IBAN,
                       :SQL-VIR-TP-BLOCKED, :SQL-VIR-TP-GEL,
                       :SQL-VIR-TP-AMOUNT
               END-EXEC
           END-PERFORM.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne de virement tiers payant d'un praticien *
      *    (total de ses reclamations acceptees) et stampe ses         *
      *    reclamations au statut 'V' avec la date de paiement, la     *
      *    date d'execution et la reference de bout en bout du         *
      *    virement ; sans IBAN au repertoire, ou avec un IBAN bloque  *
      *    apres un retour banque, le praticien est compte a part et   *
      *    ses reclamations restent en 'R' pour le passage suivant.    *
      *    Les indus tiers payant ouverts du praticien sont d'abord    *
      *    deduits du virement. Une alerte de gel des avoirs sur le    *
      *    praticien bloque le virement avant tout autre controle.     *
      ******************************************************************
       2100-TRAITER-UN-PRATICIEN.
           IF SQL-VIR-TP-GEL = 'O'
               ADD 1 TO WS-VIR-TP-GEL-COUNT
               GO TO END-2100-TRAITER-UN-PRATICIEN
           END-IF.

           IF SQL-VIR-TP-IBAN = SPACES
               ADD 1 TO WS-VIR-TP-NOIBAN-COUNT
               GO TO END-2100-TRAITER-UN-PRATICIEN
           END-IF.

           IF SQL-VIR-TP-BLOCKED = 'O'
               ADD 1 TO WS-VIR-TP-BLOCKED-COUNT
               GO TO END-2100-TRAITER-UN-PRATICIEN
           END-IF.

           MOVE SQL-VIR-TP-AMOUNT TO WS-VIR-GROSS.
           PERFORM 2150-COMPENSER-INDUS-PRATICIEN
              THRU END-2150-COMPENSER-INDUS-PRATICIEN.
           SUBTRACT WS-VIR-NETTED FROM SQL-VIR-TP-AMOUNT.

           IF SQL-VIR-TP-AMOUNT > ZERO
               MOVE SQL-VIR-TP-AMOUNT TO SQL-VIR-AMOUNT-ED
               MOVE SPACES TO VIREMENT-LINE
               STRING SQL-VIR-TP-IBAN ' ' SQL-VIR-AMOUNT-ED
                   ' EUR TIERS PAYANT ' SQL-VIR-TP-PROVIDER
                   DELIMITED BY SIZE INTO VIREMENT-LINE
               WRITE VIREMENT-LINE
               MOVE 'TPAY' TO WS-SXM-OP-KIND
               MOVE SQL-VIR-TP-PROVIDER TO WS-SXM-OP-NAME
               MOVE SQL-VIR-TP-IBAN TO WS-SXM-OP-IBAN
               MOVE SQL-VIR-TP-AMOUNT TO WS-SXM-OP-AMOUNT
               MOVE SPACES TO WS-SXM-OP-LABEL
               STRING 'TIERS PAYANT - BORDEREAU DU '
                   WS-VIR-CREATION-DATE
                   DELIMITED BY SIZE INTO WS-SXM-OP-LABEL
               PERFORM 1400-ECRIRE-VIREMENT-XML
                  THRU END-1400-ECRIRE-VIREMENT-XML
               MOVE WS-SXM-OP-REF TO SQL-VIR-E2E-REF
               ADD SQL-VIR-TP-AMOUNT TO WS-VIR-TOTAL-AMOUNT
               ADD 1 TO WS-VIR-INCLUDED-COUNT
               ADD 1 TO WS-VIR-TP-COUNT
           ELSE
               MOVE SPACES TO SQL-VIR-E2E-REF
               ADD 1 TO WS-VIR-COMP-ONLY-COUNT
           END-IF.

           PERFORM 2200-ECRIRE-BORDEREAU
              THRU END-2200-ECRIRE-BORDEREAU.

           EXEC SQL
               UPDATE remboursement SET
                   remboursement_status = 'V',
                   remboursement_paid_date = :SQL-VIR-PAID-DATE,
                   remboursement_exec_date = :SQL-VIR-EXEC-DATE,
                   remboursement_virement_ref = :SQL-VIR-E2E-REF
               WHERE remboursement_provider = :SQL-VIR-TP-PROVIDER
               AND remboursement_status = 'R'
               AND remboursement_reimbursed > 0
               AND remboursement_tiers_payant = 'O'
               AND remboursement_invoice = 'O'
               AND (remboursement_hold IS NULL
                    OR remboursement_hold != 'O')
           END-EXEC.
       END-2100-TRAITER-UN-PRATICIEN.
           EXIT.

      ******************************************************************
      *    [RD] Impute les indus tiers payant ouverts du praticien en  *
      *    cours, les plus anciens d'abord, dans la limite du montant  *
      *    du WS-VIR-GROSS ; retenue totale dans WS-VIR-NETTED.        *
      ******************************************************************
       2150-COMPENSER-INDUS-PRATICIEN.
           MOVE ZERO TO WS-VIR-NETTED.

           EXEC SQL
               DECLARE CRSVIRINDTP CURSOR FOR
               SELECT uuid_indu, indu_amount - indu_recovered
               FROM indu
               WHERE indu_provider = :SQL-VIR-TP-PROVIDER
               AND indu_tiers_payant = 'O'
               AND indu_status = 'O'
               ORDER BY indu_date
           END-EXEC.

           EXEC SQL OPEN CRSVIRINDTP END-EXEC.

           EXEC SQL
               FETCH CRSVIRINDTP
               INTO :SQL-IND-UUID, :SQL-IND-REMAINING
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-VIR-NETTED >= WS-VIR-GROSS
               PERFORM 3000-IMPUTER-UN-INDU
                  THRU END-3000-IMPUTER-UN-INDU
               EXEC SQL
                   FETCH CRSVIRINDTP
                   INTO :SQL-IND-UUID, :SQL-IND-REMAINING
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSVIRINDTP END-EXEC.
       END-2150-COMPENSER-INDUS-PRATICIEN.
           EXIT.

      ******************************************************************
      *    [RD] Bordereau de paiement du praticien en cours : une      *
      *    ligne par reclamation couverte par le virement (memes       *
      *    criteres que l'UPDATE de 2100), total egal au virement,     *
      *    puis ses reclamations tiers payant suspendues ou refusees   *
      *    du mois avec leur motif. Ecrit avant le passage en 'V'.     *
      ******************************************************************
       2200-ECRIRE-BORDEREAU.
           MOVE ZERO TO WS-VIR-BRD-TOTAL.
           ADD 1 TO WS-VIR-BRD-COUNT.

           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'BORDEREAU DE PAIEMENT TIERS PAYANT DU '
               WS-VIR-CREATION-DATE ' - ' SQL-VIR-TP-PROVIDER
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           STRING 'Virement sur IBAN ' SQL-VIR-TP-IBAN
               ' execute le ' WS-VIR-EXECUTION-DATE
               DELIMITED BY SIZE INTO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE SPACES TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
           MOVE 'PATIENT                                   NIR'
               TO BORDEREAU-LINE.
           MOVE 'DATE SOIN  PRESTATION  RECLAME     PAYE'
               TO BORDEREAU-LINE(59:40).
           WRITE BORDEREAU-LINE.

           EXEC SQL
               DECLARE CRSVIRBRD CURSOR FOR
               SELECT COALESCE(beneficiaire_lastname,
                   customer_lastname),
                   COALESCE(beneficiaire_firstname,
                   customer_firstname),
                   customer_code_secu, remboursement_care_date,
                   COALESCE(remboursement_prestation_code, ' '),
                   remboursement_claimed, remboursement_reimbursed
               FROM remboursement
               JOIN customer
                   ON customer.uuid_customer
                       = remboursement.uuid_customer
               LEFT JOIN beneficiaire
                   ON beneficiaire.uuid_beneficiaire
                       = remboursement.uuid_beneficiaire
               WHERE remboursement_provider = :SQL-VIR-TP-PROVIDER
               AND remboursement_status = 'R'
               AND remboursement_reimbursed > 0
               AND remboursement_tiers_payant = 'O'
               AND remboursement_invoice = 'O'
               AND (remboursement_hold IS NULL
                    OR remboursement_hold != 'O')
               ORDER BY remboursement_care_date
           END-EXEC.

           EXEC SQL OPEN CRSVIRBRD END-EXEC.

           EXEC SQL
               FETCH CRSVIRBRD
               INTO :SQL-BRD-LASTNAME, :SQL-BRD-FIRSTNAME,
                   :SQL-BRD-CODE-SECU, :SQL-BRD-CARE-DATE,
                   :SQL-BRD-PRES-CODE, :SQL-BRD-CLAIMED,
                   :SQL-BRD-PAID
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-BRD-CLAIMED TO WS-VIR-BRD-CLAIMED-ED
               MOVE SQL-BRD-PAID TO WS-VIR-BRD-PAID-ED
               ADD SQL-BRD-PAID TO WS-VIR-BRD-TOTAL
               MOVE SPACES TO BORDEREAU-LINE
               STRING SQL-BRD-LASTNAME ' ' SQL-BRD-FIRSTNAME ' '
                   SQL-BRD-CODE-SECU ' ' SQL-BRD-CARE-DATE ' '
                   SQL-BRD-PRES-CODE ' ' WS-VIR-BRD-CLAIMED-ED ' '
                   WS-VIR-BRD-PAID-ED
                   DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
               EXEC SQL
                   FETCH CRSVIRBRD
                   INTO :SQL-BRD-LASTNAME, :SQL-BRD-FIRSTNAME,
                       :SQL-BRD-CODE-SECU, :SQL-BRD-CARE-DATE,
                       :SQL-BRD-PRES-CODE, :SQL-BRD-CLAIMED,
                       :SQL-BRD-PAID
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSVIRBRD END-EXEC.

           MOVE WS-VIR-BRD-TOTAL TO WS-VIR-BRD-TOTAL-ED.
           MOVE SPACES TO BORDEREAU-LINE.
           IF WS-VIR-NETTED = ZERO
               STRING 'TOTAL DU VIREMENT : ' WS-VIR-BRD-TOTAL-ED ' EUR'
                   DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
           ELSE
               STRING 'TOTAL DES RECLAMATIONS : ' WS-VIR-BRD-TOTAL-ED
                   ' EUR' DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
               MOVE WS-VIR-NETTED TO WS-VIR-BRD-TOTAL-ED
               MOVE SPACES TO BORDEREAU-LINE
               STRING 'RETENUE SUR INDUS ANTERIEURS : '
                   WS-VIR-BRD-TOTAL-ED ' EUR'
                   DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
               MOVE SQL-VIR-TP-AMOUNT TO WS-VIR-BRD-TOTAL-ED
               MOVE SPACES TO BORDEREAU-LINE
               STRING 'NET DU VIREMENT : ' WS-VIR-BRD-TOTAL-ED ' EUR'
                   DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
           END-IF.
           MOVE SPACES TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

           PERFORM 2300-RECLAMATIONS-NON-PAYEES
              THRU END-2300-RECLAMATIONS-NON-PAYEES.

           MOVE ALL '-' TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
       END-2200-ECRIRE-BORDEREAU.
           EXIT.

      ******************************************************************
      *    [RD] Reclamations tiers payant du praticien en cours non    *
      *    comprises dans le virement : refusees ('D') dans le mois,   *
      *    ou toujours suspendues (retenue de controle, droits         *
      *    fermes, pieces manquantes, facture absente ou en ecart).    *
      ******************************************************************
       2300-RECLAMATIONS-NON-PAYEES.
           MOVE 'RECLAMATIONS SUSPENDUES OU REFUSEES DE LA PERIODE'
               TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.

           EXEC SQL
               DECLARE CRSVIRBRDKO CURSOR FOR
               SELECT COALESCE(beneficiaire_lastname,
                   customer_lastname),
                   COALESCE(beneficiaire_firstname,
                   customer_firstname),
                   customer_code_secu, remboursement_care_date,
                   COALESCE(remboursement_prestation_code, ' '),
                   remboursement_claimed, remboursement_status,
                   COALESCE(remboursement_hold, 'N'),
                   COALESCE(remboursement_invoice, 'N'),
                   COALESCE(remboursement_override_reason, ' '),
                   COALESCE(remboursement_missing_docs, ' ')
               FROM remboursement
               JOIN customer
                   ON customer.uuid_customer
                       = remboursement.uuid_customer
               LEFT JOIN beneficiaire
                   ON beneficiaire.uuid_beneficiaire
                       = remboursement.uuid_beneficiaire
               WHERE remboursement_provider = :SQL-VIR-TP-PROVIDER
               AND remboursement_tiers_payant = 'O'
               AND ((remboursement_status = 'D'
                     AND remboursement_decision_date
                         >= :SQL-VIR-PERIOD-START)
                 OR remboursement_status = 'H'
                 OR remboursement_status = 'W'
                 OR (remboursement_status = 'R'
                     AND (remboursement_hold = 'O'
                          OR remboursement_invoice IS NULL
                          OR remboursement_invoice != 'O')))
               ORDER BY remboursement_care_date
           END-EXEC.

           EXEC SQL OPEN CRSVIRBRDKO END-EXEC.

           EXEC SQL
               FETCH CRSVIRBRDKO
               INTO :SQL-BRD-LASTNAME, :SQL-BRD-FIRSTNAME,
                   :SQL-BRD-CODE-SECU, :SQL-BRD-CARE-DATE,
                   :SQL-BRD-PRES-CODE, :SQL-BRD-CLAIMED,
                   :SQL-BRD-STATUS, :SQL-BRD-HOLD, :SQL-BRD-INVOICE,
                   :SQL-BRD-REASON, :SQL-BRD-MISSING-DOCS
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO WS-VIR-BRD-REASON
               EVALUATE TRUE
                   WHEN SQL-BRD-STATUS = 'D'
                       STRING 'Refusee : ' SQL-BRD-REASON
                           DELIMITED BY SIZE INTO WS-VIR-BRD-REASON
                   WHEN SQL-BRD-STATUS = 'H'
                       MOVE 'Suspendue : droits ou entente'
                           TO WS-VIR-BRD-REASON
                   WHEN SQL-BRD-STATUS = 'W'
                       STRING 'Pieces : ' SQL-BRD-MISSING-DOCS
                           DELIMITED BY SIZE INTO WS-VIR-BRD-REASON
                   WHEN SQL-BRD-HOLD = 'O'
                       MOVE 'Retenue pour controle'
                           TO WS-VIR-BRD-REASON
                   WHEN SQL-BRD-INVOICE = 'E'
                       MOVE 'Facture d''un montant different'
                           TO WS-VIR-BRD-REASON
                   WHEN OTHER
                       MOVE 'Facture non recue' TO WS-VIR-BRD-REASON
               END-EVALUATE
               MOVE SQL-BRD-CLAIMED TO WS-VIR-BRD-CLAIMED-ED
               MOVE SPACES TO BORDEREAU-LINE
               STRING SQL-BRD-LASTNAME ' ' SQL-BRD-CODE-SECU ' '
                   SQL-BRD-CARE-DATE ' ' SQL-BRD-PRES-CODE ' '
                   WS-VIR-BRD-CLAIMED-ED ' ' WS-VIR-BRD-REASON
                   DELIMITED BY SIZE INTO BORDEREAU-LINE
               WRITE BORDEREAU-LINE
               EXEC SQL
                   FETCH CRSVIRBRDKO
                   INTO :SQL-BRD-LASTNAME, :SQL-BRD-FIRSTNAME,
                       :SQL-BRD-CODE-SECU, :SQL-BRD-CARE-DATE,
                       :SQL-BRD-PRES-CODE, :SQL-BRD-CLAIMED,
                       :SQL-BRD-STATUS, :SQL-BRD-HOLD,
                       :SQL-BRD-INVOICE, :SQL-BRD-REASON,
                       :SQL-BRD-MISSING-DOCS
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSVIRBRDKO END-EXEC.

           MOVE SPACES TO BORDEREAU-LINE.
           WRITE BORDEREAU-LINE.
       END-2300-RECLAMATIONS-NON-PAYEES.
           EXIT.

      ******************************************************************
      *    [RD] Impute sur l'indu courant (SQL-IND-UUID, reste du      *
      *    SQL-IND-REMAINING) la part encore disponible du virement,   *
      *    solde l'indu s'il est couvert et trace la recuperation par  *
      *    compensation (mode 'C') a la date du passage.               *
      ******************************************************************
       3000-IMPUTER-UN-INDU.
           COMPUTE WS-VIR-TAKE = WS-VIR-GROSS - WS-VIR-NETTED.
           IF SQL-IND-REMAINING < WS-VIR-TAKE
               MOVE SQL-IND-REMAINING TO WS-VIR-TAKE
           END-IF.
           IF WS-VIR-TAKE NOT > ZERO
               GO TO END-3000-IMPUTER-UN-INDU
           END-IF.
           MOVE WS-VIR-TAKE TO SQL-IND-TAKE.

           EXEC SQL
               UPDATE indu SET
                   indu_status = CASE
                       WHEN indu_recovered + :SQL-IND-TAKE
                           >= indu_amount
                       THEN 'S' ELSE 'O' END,
                   indu_recovered = indu_recovered + :SQL-IND-TAKE,
                   indu_last_recovery_date = :SQL-VIR-PAID-DATE
               WHERE uuid_indu = :SQL-IND-UUID
           END-EXEC.

           EXEC SQL
               INSERT INTO indu_recup (
                   uuid_indu, recup_date, recup_amount,
                   recup_mode, recup_operator
               ) VALUES (
                   :SQL-IND-UUID, :SQL-VIR-PAID-DATE, :SQL-IND-TAKE,
                   'C', 'BATCH'
               )
           END-EXEC.

           ADD WS-VIR-TAKE TO WS-VIR-NETTED.
           ADD WS-VIR-TAKE TO WS-VIR-IND-TOTAL.
           ADD 1 TO WS-VIR-IND-COUNT.
       END-3000-IMPUTER-UN-INDU.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le virement en cours (CdtTrfTxInf) au fichier de *
      *    travail du pain.001 : reference de bout en bout (nature,    *
      *    date du passage et rang du virement), montant, nom et IBAN  *
      *    du beneficiaire, libelle. Le beneficiaire est decrit par    *
      *    WS-SXM-OP-NAME, WS-SXM-OP-IBAN, WS-SXM-OP-AMOUNT et         *
      *    WS-SXM-OP-LABEL, la nature ('REMB' adherent, 'TPAY'         *
      *    praticien) par WS-SXM-OP-KIND. La reference est rendue dans *
      *    WS-SXM-OP-REF pour etre portee sur les reclamations du      *
      *    virement.                                                   *
      ******************************************************************
       1400-ECRIRE-VIREMENT-XML.
           MOVE 'T' TO WS-SXM-TARGET.
           MOVE 3 TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.
           ADD 1 TO WS-SXM-OP-SEQ.

           MOVE 'CdtTrfTxInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'PmtId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'EndToEndId' TO WS-SXM-TAG.
           MOVE SPACES TO WS-SXM-OP-REF.
           STRING WS-SXM-OP-KIND '-' WS-TODAY(1:8) '-' WS-SXM-OP-SEQ
               DELIMITED BY SIZE INTO WS-SXM-OP-REF.
           MOVE WS-SXM-OP-REF TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'PmtId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'Amt' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE WS-SXM-OP-AMOUNT TO WS-SXM-AMOUNT-ED.
           MOVE 'InstdAmt' TO WS-SXM-TAG.
           MOVE 'Ccy="EUR"' TO WS-SXM-ATTR.
           MOVE FUNCTION TRIM(WS-SXM-AMOUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Amt' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'Cdtr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE WS-SXM-OP-NAME TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Cdtr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'CdtrAcct' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'IBAN' TO WS-SXM-TAG.
           MOVE WS-SXM-OP-IBAN TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'CdtrAcct' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'RmtInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Ustrd' TO WS-SXM-TAG.
           MOVE WS-SXM-OP-LABEL TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'RmtInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'CdtTrfTxInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
       END-1400-ECRIRE-VIREMENT-XML.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le fichier pain.001.001.03 une fois tous les     *
      *    virements connus : entete du message (identifiant,          *
      *    horodatage, nombre de virements et somme de controle,       *
      *    emetteur), puis un bloc de paiement unique -- tous les      *
      *    virements du lot partent a la meme date d'execution --      *
      *    portant le compte debite de la mutuelle, suivi des          *
      *    virements relus au fichier de travail. Sans virement, le    *
      *    fichier reste vide.                                         *
      ******************************************************************
       5000-ECRIRE-PAIN001.
           OPEN OUTPUT VIREMENT-XML-FILE.
           IF WS-VIR-INCLUDED-COUNT = ZERO
               GO TO 5090-FERMER-PAIN001
           END-IF.

           MOVE 'X' TO WS-SXM-TARGET.
           MOVE ZERO TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-SXM-LINE.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.

           MOVE 'Document' TO WS-SXM-TAG.
           STRING 'xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.001.001.03"'
               DELIMITED BY SIZE INTO WS-SXM-ATTR.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'CstmrCdtTrfInitn' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.

           MOVE 'GrpHdr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'MsgId' TO WS-SXM-TAG.
           MOVE WS-SXM-MSG-ID TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'CreDtTm' TO WS-SXM-TAG.
           MOVE WS-SXM-CRE-DT-TM TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           PERFORM 5100-NOMBRE-ET-SOMME THRU END-5100-NOMBRE-ET-SOMME.
           MOVE 'InitgPty' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE WS-EMT-NAME TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'InitgPty' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'GrpHdr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'PmtInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'PmtInfId' TO WS-SXM-TAG.
           MOVE SPACES TO WS-SXM-VALUE.
           STRING FUNCTION TRIM(WS-SXM-MSG-ID) '-001'
               DELIMITED BY SIZE INTO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'PmtMtd' TO WS-SXM-TAG.
           MOVE 'TRF' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           PERFORM 5100-NOMBRE-ET-SOMME THRU END-5100-NOMBRE-ET-SOMME.

           MOVE 'PmtTpInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'SvcLvl' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Cd' TO WS-SXM-TAG.
           MOVE 'SEPA' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'SvcLvl' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'PmtTpInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'ReqdExctnDt' TO WS-SXM-TAG.
           MOVE WS-VIR-EXECUTION-DATE TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           MOVE 'Dbtr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE WS-EMT-NAME TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Dbtr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'DbtrAcct' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'IBAN' TO WS-SXM-TAG.
           MOVE WS-EMT-IBAN TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'DbtrAcct' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'DbtrAgt' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'BIC' TO WS-SXM-TAG.
           MOVE WS-EMT-BIC TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'DbtrAgt' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'ChrgBr' TO WS-SXM-TAG.
           MOVE 'SLEV' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           OPEN INPUT VIREMENT-TRV-FILE.
           MOVE 'N' TO WS-SXM-TRV-EOF.
           READ VIREMENT-TRV-FILE
               AT END MOVE 'O' TO WS-SXM-TRV-EOF
           END-READ
           PERFORM UNTIL WS-SXM-TRV-EOF = 'O'
               WRITE VIREMENT-XML-LINE FROM VIREMENT-TRV-LINE
               READ VIREMENT-TRV-FILE
                   AT END MOVE 'O' TO WS-SXM-TRV-EOF
               END-READ
           END-PERFORM.
           CLOSE VIREMENT-TRV-FILE.

           MOVE 'PmtInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'CstmrCdtTrfInitn' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'Document' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

       5090-FERMER-PAIN001.
           CLOSE VIREMENT-XML-FILE.
       END-5000-ECRIRE-PAIN001.
           EXIT.

      ******************************************************************
      *    [RD] Nombre de virements et somme de controle du lot        *
      *    (NbOfTxs, CtrlSum), identiques sur l'entete du message et   *
      *    sur le bloc de paiement unique.                             *
      ******************************************************************
       5100-NOMBRE-ET-SOMME.
           MOVE WS-VIR-INCLUDED-COUNT TO WS-SXM-COUNT-ED.
           MOVE 'NbOfTxs' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-COUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE WS-VIR-TOTAL-AMOUNT TO WS-SXM-AMOUNT-ED.
           MOVE 'CtrlSum' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-AMOUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
       END-5100-NOMBRE-ET-SOMME.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre l'element WS-SXM-TAG (avec l'attribut            *
      *    WS-SXM-ATTR s'il est renseigne) au niveau d'indentation     *
      *    courant, puis descend d'un niveau.                          *
      ******************************************************************
       8000-XML-OUVRIR.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '<' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           IF WS-SXM-ATTR NOT = SPACES
               STRING ' ' FUNCTION TRIM(WS-SXM-ATTR)
                   DELIMITED BY SIZE
                   INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR
           END-IF.
           STRING '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
           ADD 1 TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.
       END-8000-XML-OUVRIR.
           EXIT.

      ******************************************************************
      *    [RD] Remonte d'un niveau et ferme l'element WS-SXM-TAG.     *
      ******************************************************************
       8100-XML-FERMER.
           IF WS-SXM-LEVEL > ZERO
               SUBTRACT 1 FROM WS-SXM-LEVEL
           END-IF.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '</' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
       END-8100-XML-FERMER.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'element terminal WS-SXM-TAG de valeur          *
      *    WS-SXM-VALUE sur une ligne. Les caracteres reserves du XML, *
      *    hors jeu de caracteres SEPA, sont remplaces dans la valeur  *
      *    ('&' par '+', '<', '>' et '"' par un blanc) : un nom        *
      *    d'adherent ou de praticien ne peut ainsi rendre le fichier  *
      *    illisible.                                                  *
      ******************************************************************
       8200-XML-ELEMENT.
           INSPECT WS-SXM-VALUE CONVERTING '&<>"' TO '+   '.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '<' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           IF WS-SXM-ATTR NOT = SPACES
               STRING ' ' FUNCTION TRIM(WS-SXM-ATTR)
                   DELIMITED BY SIZE
                   INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR
           END-IF.
           STRING '>' FUNCTION TRIM(WS-SXM-VALUE) '</'
               DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
           MOVE SPACES TO WS-SXM-ATTR.
       END-8200-XML-ELEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Sortie de la ligne XML construite : au fichier de      *
      *    travail des virements ('T') ou au fichier pain.001 ('X').   *
      ******************************************************************
       8900-XML-SORTIE.
           IF WS-SXM-TARGET = 'T'
               WRITE VIREMENT-TRV-LINE FROM WS-SXM-LINE
           ELSE
               WRITE VIREMENT-XML-LINE FROM WS-SXM-LINE
           END-IF.
       END-8900-XML-SORTIE.
           EXIT.
