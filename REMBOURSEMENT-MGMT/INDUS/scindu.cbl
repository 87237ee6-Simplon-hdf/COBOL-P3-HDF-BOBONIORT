      ******************************************************************
      *    [RD] Le programme 'scindu' porte l'ecran des indus : un     *
      *    remboursement deja vire qui n'aurait pas du l'etre (soins   *
      *    apres la fin de droits du beneficiaire, deces saisi tard    *
      *    dans scdeces, doublon vu tard par scrembctrl, decompte CPAM *
      *    annule...) est enregistre comme indu contre la reclamation  *
      *    d'origine (table 'indu' : montant, motif, note, date et     *
      *    operateur). Un indu sur une reclamation tiers payant est    *
      *    du par le praticien paye, les autres par l'adherent.        *
      *    Le total des indus d'une reclamation ne peut depasser le    *
      *    montant vire. La recuperation se fait ensuite par           *
      *    compensation sur les virements suivants (cf. scsepavir) ou  *
      *    par remboursement direct, saisi ici sur les indus ouverts   *
      *    de l'adherent ; chaque recuperation est tracee dans la      *
      *    table 'indu_recup' (mode 'C' compensation, 'R' recu) pour   *
      *    le journal comptable (cf. sccompta). Relance a 60 jours et  *
      *    balance agee : cf. scindurel.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scindu.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Champs de recherche par numero de securite sociale.
       01  WS-IND-SECU-1              PIC X(01).
       01  WS-IND-SECU-2              PIC X(02).
       01  WS-IND-SECU-3              PIC X(02).
       01  WS-IND-SECU-4              PIC X(02).
       01  WS-IND-SECU-5              PIC X(03).
       01  WS-IND-SECU-6              PIC X(03).
       01  WS-IND-SECU-7              PIC X(02).
       01  WS-IND-CODE-SECU-FULL      PIC 9(15).
       01  WS-IND-SEARCH-VALIDATION   PIC X(01).
       01  WS-IND-CUS-LINE            PIC X(90).
       01  WS-IND-CUS-UUID            PIC X(36).

      *    [RD] Dix dernieres reclamations virees de l'adherent :
      *    lignes d'affichage et donnees de controle de l'indu.
       01  WS-IND-LINE-1              PIC X(130).
       01  WS-IND-LINE-2              PIC X(130).
       01  WS-IND-LINE-3              PIC X(130).
       01  WS-IND-LINE-4              PIC X(130).
       01  WS-IND-LINE-5              PIC X(130).
       01  WS-IND-LINE-6              PIC X(130).
       01  WS-IND-LINE-7              PIC X(130).
       01  WS-IND-LINE-8              PIC X(130).
       01  WS-IND-LINE-9              PIC X(130).
       01  WS-IND-LINE-10             PIC X(130).
       01  WS-IND-CLAIMS.
           05 WS-IND-CLAIM-ROW OCCURS 10 TIMES.
              10 WS-IND-CLAIM-UUID     PIC X(36).
              10 WS-IND-CLAIM-PAID     PIC 9(05)V99.
              10 WS-IND-CLAIM-INDU     PIC 9(05)V99.
              10 WS-IND-CLAIM-TP       PIC X(01).
              10 WS-IND-CLAIM-PROVIDER PIC X(20).
       01  WS-IND-CLAIM-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-IND-CLAIM-IDX           PIC 9(02).
       01  WS-IND-LINE-BUILT          PIC X(130).
       01  WS-IND-PAYEE               PIC X(13).

      *    [RD] Saisie de l'indu sur la reclamation choisie. Motif :
      *    B fin de droits du beneficiaire, D deces, X doublon,
      *    A decompte CPAM annule, O autre.
       01  WS-IND-SELECTED-LINE       PIC 9(02).
       01  WS-IND-AMOUNT-EUROS        PIC 9(05).
       01  WS-IND-AMOUNT-CENTS        PIC 9(02).
       01  WS-IND-AMOUNT              PIC 9(05)V99.
       01  WS-IND-AVAILABLE           PIC 9(05)V99.
       01  WS-IND-REASON              PIC X(01).
       01  WS-IND-NOTE                PIC X(60).
       01  WS-IND-ADD-VALIDATION      PIC X(01).

      *    [RD] Quatre plus anciens indus ouverts de l'adherent et
      *    saisie d'un remboursement recu.
       01  WS-IND-OPEN-LINE-1         PIC X(130).
       01  WS-IND-OPEN-LINE-2         PIC X(130).
       01  WS-IND-OPEN-LINE-3         PIC X(130).
       01  WS-IND-OPEN-LINE-4         PIC X(130).
       01  WS-IND-OPEN.
           05 WS-IND-OPEN-ROW OCCURS 4 TIMES.
              10 WS-IND-OPEN-UUID      PIC X(36).
              10 WS-IND-OPEN-REMAIN    PIC 9(05)V99.
       01  WS-IND-OPEN-COUNT          PIC 9(01) VALUE ZERO.
       01  WS-IND-OPEN-SELECTED       PIC 9(01).
       01  WS-IND-REPAID-EUROS        PIC 9(05).
       01  WS-IND-REPAID-CENTS        PIC 9(02).
       01  WS-IND-REPAID-AMOUNT       PIC 9(05)V99.
       01  WS-IND-REPAID-VALIDATION   PIC X(01).

       01  WS-IND-AMOUNT-ED           PIC ZZZZ9.99.
       01  WS-IND-AMOUNT2-ED          PIC ZZZZ9.99.
       01  WS-IND-ERROR-MESSAGE       PIC X(70).
       01  WS-IND-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-IND-CODE-SECU       PIC 9(15).
       01  SQL-IND-CUS-UUID        PIC X(36).
       01  SQL-IND-LASTNAME        PIC X(20).
       01  SQL-IND-FIRSTNAME       PIC X(20).
       01  SQL-IND-TODAY           PIC X(10).
       01  SQL-IND-OPERATOR        PIC X(08).

      *    [RD] Reclamation viree candidate a l'indu.
       01  SQL-IND-REM-UUID        PIC X(36).
       01  SQL-IND-CARE-DATE       PIC X(10).
       01  SQL-IND-PROVIDER        PIC X(20).
       01  SQL-IND-PRES-CODE       PIC X(10).
       01  SQL-IND-PAID-DATE       PIC X(10).
       01  SQL-IND-REIMBURSED      PIC S9(5)V99 COMP-3.
       01  SQL-IND-TP              PIC X(01).
       01  SQL-IND-INDU-TOTAL      PIC S9(5)V99 COMP-3.

      *    [RD] Indu enregistre ou recupere.
       01  SQL-IND-UUID            PIC X(36).
       01  SQL-IND-DATE            PIC X(10).
       01  SQL-IND-AMOUNT          PIC S9(5)V99 COMP-3.
       01  SQL-IND-REMAINING       PIC S9(5)V99 COMP-3.
       01  SQL-IND-REASON          PIC X(01).
       01  SQL-IND-NOTE            PIC X(60).
       01  SQL-IND-LETTER-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser), trace sur l'indu et sur les
      *    remboursements recus.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-indu.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran, cherche l'adherent,
      * enregistre un indu ou un remboursement recu, jusqu'au retour
      * au menu.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-IND-MENU-RETURN.
           MOVE SPACES TO WS-IND-ERROR-MESSAGE.
           MOVE SPACES TO WS-IND-CUS-UUID.

           PERFORM UNTIL WS-IND-MENU-RETURN = 'O'
               DISPLAY SCREEN-INDU
               ACCEPT SCREEN-INDU

               EVALUATE TRUE
                   WHEN WS-IND-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-IND-SEARCH-VALIDATION = 'O'
                       PERFORM 1000-CHERCHER-ADHERENT
                          THRU END-1000-CHERCHER-ADHERENT
                   WHEN WS-IND-ADD-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-INDU
                          THRU END-2000-ENREGISTRER-INDU
                   WHEN WS-IND-REPAID-VALIDATION = 'O'
                       PERFORM 3000-ENREGISTRER-RECU
                          THRU END-3000-ENREGISTRER-RECU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recherche l'adherent par NIR puis charge ses           *
      *    reclamations virees et ses indus ouverts.                   *
      ******************************************************************
       1000-CHERCHER-ADHERENT.
           MOVE SPACES TO WS-IND-ERROR-MESSAGE.
           MOVE SPACES TO WS-IND-CUS-LINE.
           MOVE SPACES TO WS-IND-CUS-UUID.

           STRING WS-IND-SECU-1 WS-IND-SECU-2 WS-IND-SECU-3
               WS-IND-SECU-4 WS-IND-SECU-5 WS-IND-SECU-6 WS-IND-SECU-7
               DELIMITED BY SIZE INTO WS-IND-CODE-SECU-FULL.
           MOVE WS-IND-CODE-SECU-FULL TO SQL-IND-CODE-SECU.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT uuid_customer, customer_lastname,
                   customer_firstname
               INTO :SQL-IND-CUS-UUID, :SQL-IND-LASTNAME,
                   :SQL-IND-FIRSTNAME
               FROM customer
               WHERE customer_code_secu = :SQL-IND-CODE-SECU
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Adherent introuvable.' TO WS-IND-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-CHERCHER-ADHERENT
           END-IF.

           MOVE SQL-IND-CUS-UUID TO WS-IND-CUS-UUID.
           STRING 'Adherent : ' SQL-IND-LASTNAME ' ' SQL-IND-FIRSTNAME
               DELIMITED BY SIZE INTO WS-IND-CUS-LINE.

           PERFORM 1100-CHARGER-RECLAMATIONS
              THRU END-1100-CHARGER-RECLAMATIONS.
           PERFORM 1200-CHARGER-INDUS
              THRU END-1200-CHARGER-INDUS.

           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-IND-CLAIM-COUNT = ZERO
               MOVE 'Aucune reclamation viree pour cet adherent.'
                   TO WS-IND-ERROR-MESSAGE
           END-IF.
       END-1000-CHERCHER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Dix dernieres reclamations virees ('V') de l'adherent, *
      *    avec le total des indus deja enregistres sur chacune. La    *
      *    connexion SQL doit etre ouverte.                            *
      ******************************************************************
       1100-CHARGER-RECLAMATIONS.
           MOVE SPACES TO WS-IND-LINE-1 WS-IND-LINE-2 WS-IND-LINE-3
               WS-IND-LINE-4 WS-IND-LINE-5 WS-IND-LINE-6 WS-IND-LINE-7
               WS-IND-LINE-8 WS-IND-LINE-9 WS-IND-LINE-10.
           MOVE SPACES TO WS-IND-CLAIMS.
           MOVE ZERO TO WS-IND-CLAIM-COUNT.
           MOVE WS-IND-CUS-UUID TO SQL-IND-CUS-UUID.

           EXEC SQL
               DECLARE CRSINDREM CURSOR FOR
               SELECT r.uuid_remboursement, r.remboursement_care_date,
                   COALESCE(r.remboursement_provider, ' '),
                   COALESCE(r.remboursement_prestation_code, ' '),
                   r.remboursement_paid_date,
                   r.remboursement_reimbursed,
                   COALESCE(r.remboursement_tiers_payant, 'N'),
                   COALESCE((SELECT SUM(i.indu_amount) FROM indu i
                       WHERE i.uuid_remboursement
                           = r.uuid_remboursement), 0)
               FROM remboursement r
               WHERE r.uuid_customer = :SQL-IND-CUS-UUID
               AND r.remboursement_status = 'V'
               AND r.remboursement_reimbursed > 0
               ORDER BY r.remboursement_paid_date DESC,
                   r.remboursement_care_date DESC
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN CRSINDREM END-EXEC.

           EXEC SQL
               FETCH CRSINDREM
               INTO :SQL-IND-REM-UUID, :SQL-IND-CARE-DATE,
                   :SQL-IND-PROVIDER, :SQL-IND-PRES-CODE,
                   :SQL-IND-PAID-DATE, :SQL-IND-REIMBURSED,
                   :SQL-IND-TP, :SQL-IND-INDU-TOTAL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-IND-CLAIM-COUNT >= 10
               PERFORM 1150-AJOUTER-RECLAMATION
                  THRU END-1150-AJOUTER-RECLAMATION
               EXEC SQL
                   FETCH CRSINDREM
                   INTO :SQL-IND-REM-UUID, :SQL-IND-CARE-DATE,
                       :SQL-IND-PROVIDER, :SQL-IND-PRES-CODE,
                       :SQL-IND-PAID-DATE, :SQL-IND-REIMBURSED,
                       :SQL-IND-TP, :SQL-IND-INDU-TOTAL
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINDREM END-EXEC.
       END-1100-CHARGER-RECLAMATIONS.
           EXIT.

       1150-AJOUTER-RECLAMATION.
           ADD 1 TO WS-IND-CLAIM-COUNT.
           MOVE WS-IND-CLAIM-COUNT TO WS-IND-CLAIM-IDX.
           MOVE SQL-IND-REM-UUID
               TO WS-IND-CLAIM-UUID(WS-IND-CLAIM-IDX).
           MOVE SQL-IND-REIMBURSED
               TO WS-IND-CLAIM-PAID(WS-IND-CLAIM-IDX).
           MOVE SQL-IND-INDU-TOTAL
               TO WS-IND-CLAIM-INDU(WS-IND-CLAIM-IDX).
           MOVE SQL-IND-TP
               TO WS-IND-CLAIM-TP(WS-IND-CLAIM-IDX).
           MOVE SQL-IND-PROVIDER
               TO WS-IND-CLAIM-PROVIDER(WS-IND-CLAIM-IDX).

           IF SQL-IND-TP = 'O'
               MOVE 'tiers payant' TO WS-IND-PAYEE
           ELSE
               MOVE 'adherent' TO WS-IND-PAYEE
           END-IF.
           MOVE SQL-IND-REIMBURSED TO WS-IND-AMOUNT-ED.
           MOVE SQL-IND-INDU-TOTAL TO WS-IND-AMOUNT2-ED.

           MOVE SPACES TO WS-IND-LINE-BUILT.
           STRING WS-IND-CLAIM-IDX '. soin du ' SQL-IND-CARE-DATE ' '
               SQL-IND-PRES-CODE ' ' SQL-IND-PROVIDER ' vire le '
               SQL-IND-PAID-DATE ' ' WS-IND-AMOUNT-ED ' EUR a l'''
               WS-IND-PAYEE ' - indus deja saisis '
               WS-IND-AMOUNT2-ED
               DELIMITED BY SIZE INTO WS-IND-LINE-BUILT.

           EVALUATE WS-IND-CLAIM-IDX
               WHEN 1  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-1
               WHEN 2  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-2
               WHEN 3  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-3
               WHEN 4  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-4
               WHEN 5  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-5
               WHEN 6  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-6
               WHEN 7  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-7
               WHEN 8  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-8
               WHEN 9  MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-9
               WHEN 10 MOVE WS-IND-LINE-BUILT TO WS-IND-LINE-10
           END-EVALUATE.
       END-1150-AJOUTER-RECLAMATION.
           EXIT.

      ******************************************************************
      *    [RD] Quatre plus anciens indus ouverts de l'adherent (ou    *
      *    de ses reclamations tiers payant), avec le reste du et la   *
      *    date de la lettre de relance. Connexion SQL ouverte.        *
      ******************************************************************
       1200-CHARGER-INDUS.
           MOVE SPACES TO WS-IND-OPEN-LINE-1 WS-IND-OPEN-LINE-2
               WS-IND-OPEN-LINE-3 WS-IND-OPEN-LINE-4.
           MOVE SPACES TO WS-IND-OPEN.
           MOVE ZERO TO WS-IND-OPEN-COUNT.
           MOVE WS-IND-CUS-UUID TO SQL-IND-CUS-UUID.

           EXEC SQL
               DECLARE CRSINDOUV CURSOR FOR
               SELECT uuid_indu, indu_date, indu_reason,
                   indu_amount, indu_amount - indu_recovered,
                   indu_letter_date, indu_tiers_payant, indu_provider
               FROM indu
               WHERE uuid_customer = :SQL-IND-CUS-UUID
               AND indu_status = 'O'
               ORDER BY indu_date
               LIMIT 4
           END-EXEC.

           EXEC SQL OPEN CRSINDOUV END-EXEC.

           EXEC SQL
               FETCH CRSINDOUV
               INTO :SQL-IND-UUID, :SQL-IND-DATE, :SQL-IND-REASON,
                   :SQL-IND-AMOUNT, :SQL-IND-REMAINING,
                   :SQL-IND-LETTER-DATE, :SQL-IND-TP,
                   :SQL-IND-PROVIDER
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-IND-OPEN-COUNT >= 4
               PERFORM 1250-AJOUTER-INDU
                  THRU END-1250-AJOUTER-INDU
               EXEC SQL
                   FETCH CRSINDOUV
                   INTO :SQL-IND-UUID, :SQL-IND-DATE,
                       :SQL-IND-REASON, :SQL-IND-AMOUNT,
                       :SQL-IND-REMAINING, :SQL-IND-LETTER-DATE,
                       :SQL-IND-TP, :SQL-IND-PROVIDER
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINDOUV END-EXEC.
       END-1200-CHARGER-INDUS.
           EXIT.

       1250-AJOUTER-INDU.
           ADD 1 TO WS-IND-OPEN-COUNT.
           MOVE SQL-IND-UUID TO WS-IND-OPEN-UUID(WS-IND-OPEN-COUNT).
           MOVE SQL-IND-REMAINING
               TO WS-IND-OPEN-REMAIN(WS-IND-OPEN-COUNT).

           IF SQL-IND-TP = 'O'
               MOVE SPACES TO WS-IND-PAYEE
               MOVE SQL-IND-PROVIDER(1:13) TO WS-IND-PAYEE
           ELSE
               MOVE 'adherent' TO WS-IND-PAYEE
           END-IF.
           MOVE SQL-IND-AMOUNT TO WS-IND-AMOUNT-ED.
           MOVE SQL-IND-REMAINING TO WS-IND-AMOUNT2-ED.

           MOVE SPACES TO WS-IND-LINE-BUILT.
           STRING WS-IND-OPEN-COUNT '. indu du ' SQL-IND-DATE
               ' motif ' SQL-IND-REASON ' du par ' WS-IND-PAYEE
               ' montant ' WS-IND-AMOUNT-ED ' reste du '
               WS-IND-AMOUNT2-ED ' relance ' SQL-IND-LETTER-DATE
               DELIMITED BY SIZE INTO WS-IND-LINE-BUILT.

           EVALUATE WS-IND-OPEN-COUNT
               WHEN 1 MOVE WS-IND-LINE-BUILT TO WS-IND-OPEN-LINE-1
               WHEN 2 MOVE WS-IND-LINE-BUILT TO WS-IND-OPEN-LINE-2
               WHEN 3 MOVE WS-IND-LINE-BUILT TO WS-IND-OPEN-LINE-3
               WHEN 4 MOVE WS-IND-LINE-BUILT TO WS-IND-OPEN-LINE-4
           END-EVALUATE.
       END-1250-AJOUTER-INDU.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre l'indu sur la reclamation selectionnee : le *
      *    montant doit etre positif et, ajoute aux indus deja saisis, *
      *    ne pas depasser le montant vire.                            *
      ******************************************************************
       2000-ENREGISTRER-INDU.
           MOVE SPACES TO WS-IND-ERROR-MESSAGE.

           IF WS-IND-CUS-UUID = SPACES
               MOVE 'Cherchez d''abord l''adherent.'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-INDU
           END-IF.

           IF WS-IND-SELECTED-LINE = ZERO
               OR WS-IND-SELECTED-LINE > WS-IND-CLAIM-COUNT
               MOVE 'Numero de ligne invalide.'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-INDU
           END-IF.

           COMPUTE WS-IND-AMOUNT =
               WS-IND-AMOUNT-EUROS + (WS-IND-AMOUNT-CENTS / 100).
           IF WS-IND-AMOUNT = ZERO
               MOVE 'Le montant de l''indu est obligatoire.'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-INDU
           END-IF.

           COMPUTE WS-IND-AVAILABLE =
               WS-IND-CLAIM-PAID(WS-IND-SELECTED-LINE)
               - WS-IND-CLAIM-INDU(WS-IND-SELECTED-LINE).
           IF WS-IND-AMOUNT > WS-IND-AVAILABLE
               MOVE WS-IND-AVAILABLE TO WS-IND-AMOUNT-ED
               STRING 'Montant superieur au vire non encore en indu : '
                   WS-IND-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-IND-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-INDU
           END-IF.

           IF WS-IND-REASON NOT = 'B' AND WS-IND-REASON NOT = 'D'
               AND WS-IND-REASON NOT = 'X' AND WS-IND-REASON NOT = 'A'
               AND WS-IND-REASON NOT = 'O'
               MOVE 'Motif invalide (B, D, X, A ou O).'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-INDU
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-IND-TODAY.

           MOVE WS-IND-CLAIM-UUID(WS-IND-SELECTED-LINE)
               TO SQL-IND-REM-UUID.
           MOVE WS-IND-CUS-UUID TO SQL-IND-CUS-UUID.
           MOVE WS-IND-CLAIM-TP(WS-IND-SELECTED-LINE) TO SQL-IND-TP.
           IF SQL-IND-TP = 'O'
               MOVE WS-IND-CLAIM-PROVIDER(WS-IND-SELECTED-LINE)
                   TO SQL-IND-PROVIDER
           ELSE
               MOVE 'N' TO SQL-IND-TP
               MOVE SPACES TO SQL-IND-PROVIDER
           END-IF.
           MOVE WS-IND-AMOUNT  TO SQL-IND-AMOUNT.
           MOVE WS-IND-REASON  TO SQL-IND-REASON.
           MOVE WS-IND-NOTE    TO SQL-IND-NOTE.
           MOVE LK-OPERATOR-ID TO SQL-IND-OPERATOR.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               INSERT INTO indu (
                   uuid_remboursement, uuid_customer,
                   indu_tiers_payant, indu_provider, indu_amount,
                   indu_recovered, indu_reason, indu_note, indu_date,
                   indu_operator, indu_status, indu_letter_date,
                   indu_last_recovery_date
               ) VALUES (
                   :SQL-IND-REM-UUID, :SQL-IND-CUS-UUID,
                   :SQL-IND-TP, :SQL-IND-PROVIDER, :SQL-IND-AMOUNT,
                   0, :SQL-IND-REASON, :SQL-IND-NOTE, :SQL-IND-TODAY,
                   :SQL-IND-OPERATOR, 'O', '', ''
               )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Indu enregistre.' TO WS-IND-ERROR-MESSAGE
                   MOVE ZERO TO WS-IND-SELECTED-LINE
                       WS-IND-AMOUNT-EUROS WS-IND-AMOUNT-CENTS
                   MOVE SPACES TO WS-IND-REASON WS-IND-NOTE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE "Erreur lors de l'enregistrement de l'indu."
                       TO WS-IND-ERROR-MESSAGE
           END-EVALUATE.

           PERFORM 1100-CHARGER-RECLAMATIONS
              THRU END-1100-CHARGER-RECLAMATIONS.
           PERFORM 1200-CHARGER-INDUS
              THRU END-1200-CHARGER-INDUS.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-ENREGISTRER-INDU.
           EXIT.

      ******************************************************************
      *    [RD] Remboursement recu directement (cheque, virement) sur  *
      *    l'indu ouvert selectionne : cumule le recupere, solde       *
      *    l'indu quand il est couvert et trace la recuperation en     *
      *    mode 'R' pour le journal comptable.                         *
      ******************************************************************
       3000-ENREGISTRER-RECU.
           MOVE SPACES TO WS-IND-ERROR-MESSAGE.

           IF WS-IND-OPEN-SELECTED = ZERO
               OR WS-IND-OPEN-SELECTED > WS-IND-OPEN-COUNT
               MOVE 'Numero d''indu ouvert invalide.'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-3000-ENREGISTRER-RECU
           END-IF.

           COMPUTE WS-IND-REPAID-AMOUNT =
               WS-IND-REPAID-EUROS + (WS-IND-REPAID-CENTS / 100).
           IF WS-IND-REPAID-AMOUNT = ZERO
               MOVE 'Le montant recu est obligatoire.'
                   TO WS-IND-ERROR-MESSAGE
               GO TO END-3000-ENREGISTRER-RECU
           END-IF.
           IF WS-IND-REPAID-AMOUNT
               > WS-IND-OPEN-REMAIN(WS-IND-OPEN-SELECTED)
               MOVE WS-IND-OPEN-REMAIN(WS-IND-OPEN-SELECTED)
                   TO WS-IND-AMOUNT-ED
               STRING 'Montant superieur au reste du : '
                   WS-IND-AMOUNT-ED
                   DELIMITED BY SIZE INTO WS-IND-ERROR-MESSAGE
               GO TO END-3000-ENREGISTRER-RECU
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-IND-TODAY.

           MOVE WS-IND-OPEN-UUID(WS-IND-OPEN-SELECTED) TO SQL-IND-UUID.
           MOVE WS-IND-REPAID-AMOUNT TO SQL-IND-AMOUNT.
           MOVE LK-OPERATOR-ID TO SQL-IND-OPERATOR.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               UPDATE indu SET
                   indu_status = CASE
                       WHEN indu_recovered + :SQL-IND-AMOUNT
                           >= indu_amount
                       THEN 'S' ELSE 'O' END,
                   indu_recovered = indu_recovered + :SQL-IND-AMOUNT,
                   indu_last_recovery_date = :SQL-IND-TODAY
               WHERE uuid_indu = :SQL-IND-UUID
               AND indu_status = 'O'
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO indu_recup (
                       uuid_indu, recup_date, recup_amount,
                       recup_mode, recup_operator
                   ) VALUES (
                       :SQL-IND-UUID, :SQL-IND-TODAY, :SQL-IND-AMOUNT,
                       'R', :SQL-IND-OPERATOR
                   )
               END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Remboursement de l''indu enregistre.'
                       TO WS-IND-ERROR-MESSAGE
                   MOVE ZERO TO WS-IND-OPEN-SELECTED
                       WS-IND-REPAID-EUROS WS-IND-REPAID-CENTS
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''enregistrement du recu.'
                       TO WS-IND-ERROR-MESSAGE
           END-EVALUATE.

           PERFORM 1200-CHARGER-INDUS
              THRU END-1200-CHARGER-INDUS.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-3000-ENREGISTRER-RECU.
           EXIT.
