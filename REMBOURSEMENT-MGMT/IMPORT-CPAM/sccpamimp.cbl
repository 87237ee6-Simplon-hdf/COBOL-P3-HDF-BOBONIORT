      *    droits ouverts de la saisie ecran s'applique aussi au       *
      *    flux : un adherent en impaye au-dela du delai de grace      *
      *    voit ses decomptes charges suspendus ('H', cf. scremb),     *
      *    liberes par le paiement (sccotis, scrappro). Un decompte    *
      *    qui renouvelle un equipement avant la periode du contrat    *
      *    responsable (cf. scprest) est charge avec son motif et      *
      *    signale au compte rendu ; le traitement le refuse ou le     *
      *    plafonne. Chaque decompte charge porte la date du           *
      *    chargement et le canal 'C' (flux CPAM) : c'est la date de   *
      *    reception dont part le suivi des delais de traitement (cf.  *
      *    scdelais).                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccpamimp.
       01  WS-CPAM-DUPLICATE-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-CPAM-REJECTED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-CPAM-HELD-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CPAM-RENOUV-COUNT      PIC 9(05) VALUE ZERO.

      *    [RD] Controle de renouvellement du contrat responsable :
      *    signalement, motif conserve sur la reclamation, age limite
      *    de la periode enfant et calcul de la fenetre.
       01  WS-CPAM-RENOUV-REFUS      PIC X(01).
       01  WS-CPAM-LIMIT-REASON      PIC X(40).
       01  WS-CPAM-AGE-ENFANT        PIC 9(02) VALUE 16.
       01  WS-CPAM-REN-MOIS          PIC 9(03).
       01  WS-CPAM-REN-MOIS-ED       PIC Z99.
       01  WS-CPAM-REN-YEAR          PIC 9(04).
       01  WS-CPAM-REN-MONTH         PIC 9(04).
       01  WS-CPAM-REN-MONTH-2       PIC 9(02).
       01  WS-CPAM-REN-DATE          PIC X(10).
       01  WS-CPAM-REN-ADMIS         PIC 9(03).

      *    [RD] Motif de suspension du decompte en cours : 'D'
      *    droits fermes (impayes), 'E' entente prealable absente.
      *    marquage de la prestation et accord valide au registre.
       01  SQL-PRES-ENTENTE        PIC X(01).
       01  SQL-ENT-ACCORD-COUNT    PIC 9(05).

      *    [RD] Controle de renouvellement : regle du catalogue,
      *    naissance de l'adherent, fenetre de la periode,
      *    equipements deja servis et motif porte a l'insertion.
       01  SQL-PRES-RENOUV-MOIS    PIC 9(03).
       01  SQL-PRES-RENOUV-ENF     PIC 9(03).
       01  SQL-PRES-RENOUV-QTE     PIC 9(01).
       01  SQL-REN-BIRTH-DATE      PIC X(10).
       01  SQL-REN-FROM            PIC X(10).
       01  SQL-REN-TO              PIC X(10).
       01  SQL-REN-USED            PIC 9(05).
       01  SQL-REN-LAST-DATE       PIC X(10).
       01  SQL-CPAM-LIMIT-REASON   PIC X(40).
       01  SQL-CPAM-ENTRY-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CPAM-DATE.
           MOVE WS-CPAM-DATE TO SQL-CPAM-ENTRY-DATE.

      *    [RD] Date charniere des impayes pour le controle des
      *    droits ouverts, calculee une fois pour tout le passage.
               WS-CPAM-REJECTED-COUNT ' rejetee(s)'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING 'dont ' WS-CPAM-RENOUV-COUNT
               ' renouvellement(s) anticipe(s) signale(s)'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           CLOSE FLUX-FILE.
           CLOSE RAPPORT-FILE.
               WS-CPAM-CREATED-COUNT.
           DISPLAY "dont suspendues (droits)  : "
               WS-CPAM-HELD-COUNT.
           DISPLAY "dont renouv. anticipes    : "
               WS-CPAM-RENOUV-COUNT.
           DISPLAY "Doublons ignores          : "
               WS-CPAM-DUPLICATE-COUNT.
           DISPLAY "Lignes rejetees           : "
               END-IF
           END-IF.

      *    [RD] Renouvellement anticipe au regard du contrat
      *    responsable : le decompte est charge avec son motif, le
      *    refus ou le plafonnement se decide au traitement.
           PERFORM 1300-CONTROLE-RENOUVELLEMENT
              THRU END-1300-CONTROLE-RENOUVELLEMENT.
           MOVE WS-CPAM-LIMIT-REASON TO SQL-CPAM-LIMIT-REASON.

           EXEC SQL
               INSERT INTO remboursement (
                   uuid_customer, remboursement_care_date,
                   remboursement_provider, remboursement_claimed,
                   remboursement_reimbursed, remboursement_status,
                   remboursement_prestation_code,
                   remboursement_base_remb, remboursement_cpam_paid,
                   remboursement_limit_reason,
                   remboursement_entry_date, remboursement_channel
               ) VALUES (
                   :SQL-CPAM-CUS-UUID, :SQL-CPAM-CARE-DATE,
                   :SQL-CPAM-PROVIDER, :SQL-CPAM-CLAIMED,
                   0, :SQL-CPAM-STATUS, :SQL-CPAM-PRES-CODE,
                   :SQL-CPAM-BASE-REMB, :SQL-CPAM-PAID-PART,
                   :SQL-CPAM-LIMIT-REASON,
                   :SQL-CPAM-ENTRY-DATE, 'C'
               )
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-CPAM-CREATED-COUNT
               IF WS-CPAM-RENOUV-REFUS = 'O'
                   ADD 1 TO WS-CPAM-RENOUV-COUNT
                   MOVE SPACES TO RAPPORT-LINE
                   STRING 'RENOUVELLEMENT ANTICIPE ' FLX-CODE-SECU
                       ' soin du ' FLX-CARE-DATE ' '
                       WS-CPAM-LIMIT-REASON
                       DELIMITED BY SIZE INTO RAPPORT-LINE
                   WRITE RAPPORT-LINE
               END-IF
               IF SQL-CPAM-STATUS = 'H'
                   ADD 1 TO WS-CPAM-HELD-COUNT
                   MOVE SPACES TO RAPPORT-LINE
           END-IF.
       END-1200-CONTROLE-CARENCE.
           EXIT.

      ******************************************************************
      *    [RD] Controle de renouvellement du contrat responsable du   *
      *    decompte en cours -- meme fenetre et meme decompte que      *
      *    3170-CONTROLE-RENOUVELLEMENT dans scremb, pour l'adherent   *
      *    (le flux ne designe pas de beneficiaire) : seuls les soins  *
      *    de l'adherent lui-meme sont comptes, pas ceux de ses ayants *
      *    droit. Le chargement ne calcule aucun montant : un          *
      *    renouvellement anticipe est seulement signale               *
      *    (WS-CPAM-RENOUV-REFUS a 'O', motif dans                     *
      *    WS-CPAM-LIMIT-REASON conserve sur la reclamation) ; le      *
      *    traitement (scremb, scfileatt) le refuse ou le plafonne.    *
      ******************************************************************
       1300-CONTROLE-RENOUVELLEMENT.
           MOVE 'N' TO WS-CPAM-RENOUV-REFUS.
           MOVE SPACES TO WS-CPAM-LIMIT-REASON.

           EXEC SQL
               SELECT COALESCE(prestation_renouv_mois, 0),
                   COALESCE(prestation_renouv_enfant, 0),
                   COALESCE(prestation_renouv_qte, 0)
               INTO :SQL-PRES-RENOUV-MOIS, :SQL-PRES-RENOUV-ENF,
                   :SQL-PRES-RENOUV-QTE
               FROM prestation
               WHERE prestation_code = :SQL-CPAM-PRES-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-PRES-RENOUV-MOIS = ZERO
               GO TO END-1300-CONTROLE-RENOUVELLEMENT
           END-IF.

           MOVE SQL-PRES-RENOUV-MOIS TO WS-CPAM-REN-MOIS.

      *    [RD] Periode propre aux moins de 16 ans a la date des
      *    soins, d'apres la date de naissance de l'adherent.
           IF SQL-PRES-RENOUV-ENF > ZERO
               MOVE SPACES TO SQL-REN-BIRTH-DATE
               EXEC SQL
                   SELECT COALESCE(customer_birth_date, '')
                   INTO :SQL-REN-BIRTH-DATE
                   FROM customer
                   WHERE uuid_customer = :SQL-CPAM-CUS-UUID
               END-EXEC
               IF SQLCODE = ZERO AND SQL-REN-BIRTH-DATE NOT = SPACES
                   MOVE SQL-REN-BIRTH-DATE(1:4) TO WS-CPAM-REN-YEAR
                   ADD WS-CPAM-AGE-ENFANT TO WS-CPAM-REN-YEAR
                   MOVE SPACES TO WS-CPAM-REN-DATE
                   STRING WS-CPAM-REN-YEAR SQL-REN-BIRTH-DATE(5:6)
                       DELIMITED BY SIZE INTO WS-CPAM-REN-DATE
                   IF SQL-CPAM-CARE-DATE < WS-CPAM-REN-DATE
                       MOVE SQL-PRES-RENOUV-ENF TO WS-CPAM-REN-MOIS
                   END-IF
               END-IF
           END-IF.

      *    [RD] Fenetre d'une periode de part et d'autre de la date
      *    des soins -- meme arithmetique en mois que la carence.
           MOVE SQL-CPAM-CARE-DATE(1:4) TO WS-CPAM-REN-YEAR.
           MOVE SQL-CPAM-CARE-DATE(6:2) TO WS-CPAM-REN-MONTH.
           PERFORM UNTIL WS-CPAM-REN-MONTH > WS-CPAM-REN-MOIS
               ADD 12 TO WS-CPAM-REN-MONTH
               SUBTRACT 1 FROM WS-CPAM-REN-YEAR
           END-PERFORM.
           SUBTRACT WS-CPAM-REN-MOIS FROM WS-CPAM-REN-MONTH.
           MOVE WS-CPAM-REN-MONTH TO WS-CPAM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-FROM.
           STRING WS-CPAM-REN-YEAR '-' WS-CPAM-REN-MONTH-2 '-'
               SQL-CPAM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-FROM.

           MOVE SQL-CPAM-CARE-DATE(1:4) TO WS-CPAM-REN-YEAR.
           MOVE SQL-CPAM-CARE-DATE(6:2) TO WS-CPAM-REN-MONTH.
           ADD WS-CPAM-REN-MOIS TO WS-CPAM-REN-MONTH.
           PERFORM UNTIL WS-CPAM-REN-MONTH <= 12
               SUBTRACT 12 FROM WS-CPAM-REN-MONTH
               ADD 1 TO WS-CPAM-REN-YEAR
           END-PERFORM.
           MOVE WS-CPAM-REN-MONTH TO WS-CPAM-REN-MONTH-2.
           MOVE SPACES TO SQL-REN-TO.
           STRING WS-CPAM-REN-YEAR '-' WS-CPAM-REN-MONTH-2 '-'
               SQL-CPAM-CARE-DATE(9:2)
               DELIMITED BY SIZE INTO SQL-REN-TO.

           EXEC SQL
               SELECT COALESCE(SUM(CASE
                   WHEN COALESCE(remboursement_units, 0) = 0 THEN 1
                   ELSE remboursement_units END), 0),
                   COALESCE(MAX(remboursement_care_date), '')
               INTO :SQL-REN-USED, :SQL-REN-LAST-DATE
               FROM remboursement
               WHERE uuid_customer = :SQL-CPAM-CUS-UUID
               AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
               AND remboursement_prestation_code = :SQL-CPAM-PRES-CODE
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V')
               AND remboursement_reimbursed > 0
               AND remboursement_care_date > :SQL-REN-FROM
               AND remboursement_care_date < :SQL-REN-TO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-REN-USED
           END-IF.

           MOVE SQL-PRES-RENOUV-QTE TO WS-CPAM-REN-ADMIS.
           IF WS-CPAM-REN-ADMIS = ZERO
               MOVE 1 TO WS-CPAM-REN-ADMIS
           END-IF.

           IF SQL-REN-USED >= WS-CPAM-REN-ADMIS
               MOVE 'O' TO WS-CPAM-RENOUV-REFUS
               MOVE WS-CPAM-REN-MOIS TO WS-CPAM-REN-MOIS-ED
               STRING 'Renouv.' WS-CPAM-REN-MOIS-ED ' mois, servi le '
                   SQL-REN-LAST-DATE
                   DELIMITED BY SIZE INTO WS-CPAM-LIMIT-REASON
           END-IF.
       END-1300-CONTROLE-RENOUVELLEMENT.
           EXIT.
