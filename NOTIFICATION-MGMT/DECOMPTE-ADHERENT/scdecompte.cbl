      ******************************************************************
      *    [RD] Le programme 'scdecompte' est le traitement batch      *
      *    lance apres chaque passage de virement (scsepavir) et de    *
      *    lettres-cheques (scremchq) qui produit le decompte de       *
      *    remboursement de chaque adherent paye : pour chaque         *
      *    reclamation payee, date des soins, beneficiaire, praticien, *
      *    libelle de la prestation, depense, base de remboursement    *
      *    Securite sociale, part CPAM, part mutuelle et reste a       *
      *    charge, avec le total paye. Les reclamations virees sur le  *
      *    compte de l'adherent et celles payees par lettre-cheque     *
      *    (avec le numero du cheque) forment deux sections distinctes *
      *    ; les indus anterieurs compenses sur le paiement (cf.       *
      *    scindu) y figurent en retenue avant le net effectivement    *
      *    vire ou paye par cheque. Les reclamations tiers payant      *
      *    reglees directement au praticien le meme jour sont listees  *
      *    a part, l'adherent n'ayant rien recu pour elles. Une        *
      *    section vide n'est pas imprimee. Un decompte par adherent   *
      *    et par date de paiement, ecrit dans le fichier imprimable   *
      *    DECOMPTES et journalise dans la table 'notification' (type  *
      *    'D', reference = date de paiement) pour ne jamais partir    *
      *    deux fois. Le decompte d'un adherent dont l'adresse est     *
      *    marquee NPAI (cf. scnpai) n'est pas imprime : une ligne     *
      *    part dans la liste de travail COURRIERNPAI ; il reste       *
      *    journalise.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdecompte.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier imprimable des decomptes adherents.
           SELECT DECOMPTE-FILE ASSIGN TO "DECOMPTES"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECOMPTE-FILE.
       01  DECOMPTE-LINE             PIC X(132).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Profondeur, en jours, des paiements repris : un
      *    passage manque est rattrape au passage suivant.
       01  WS-DEC-WINDOW-DAYS        PIC 9(03) VALUE 30.

       01  WS-TODAY                  PIC X(08).
       01  WS-DEC-TODAY-DATE         PIC X(10).
       01  WS-DEC-TODAY-NUM          PIC 9(08).
       01  WS-DEC-TODAY-INT          PIC 9(07).
       01  WS-DEC-CUTOFF-INT         PIC 9(07).
       01  WS-DEC-CUTOFF-NUM         PIC 9(08).
       01  WS-DEC-CUTOFF-DATE        PIC X(10).

       01  WS-DEC-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DEC-ALREADY-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-DEC-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DEC-SECTION-TOTAL      PIC 9(07)V99.
       01  WS-DEC-NETTED             PIC 9(07)V99.
       01  WS-DEC-NET                PIC 9(07)V99.
       01  WS-DEC-REST               PIC S9(05)V99.

      *    [RD] Section en cours : 'A' vire a l'adherent, 'C' paye
      *    a l'adherent par lettre-cheque, 'T' regle au praticien
      *    (tiers payant).
       01  WS-DEC-SECTION            PIC X(01).

       01  WS-DEC-CLAIMED-ED         PIC ZZZZ9.99.
       01  WS-DEC-BASE-ED            PIC ZZZZ9.99.
       01  WS-DEC-CPAM-ED            PIC ZZZZ9.99.
       01  WS-DEC-PAID-ED            PIC ZZZZ9.99.
       01  WS-DEC-REST-ED            PIC ZZZZ9.99.
       01  WS-DEC-TOTAL-ED           PIC ZZZZZZ9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-DEC-TODAY          PIC X(10).
       01  SQL-DEC-CUTOFF         PIC X(10).

       01  SQL-DEC-CUS-UUID       PIC X(36).
       01  SQL-DEC-PAID-DATE      PIC X(10).
       01  SQL-DEC-LASTNAME       PIC X(20).
       01  SQL-DEC-FIRSTNAME      PIC X(20).
       01  SQL-DEC-ADRESS1        PIC X(50).
       01  SQL-DEC-ZIPCODE        PIC X(15).
       01  SQL-DEC-TOWN           PIC X(50).
       01  SQL-DEC-CODE-SECU      PIC 9(15).
       01  SQL-DEC-NPAI           PIC X(01).

       01  SQL-NOTIF-TYPE         PIC X(01).
       01  SQL-NOTIF-REF          PIC X(36).
       01  SQL-NOTIF-EXIST-COUNT  PIC 9(05).
       01  SQL-DEC-LINE-COUNT     PIC 9(05).

       01  SQL-DEC-TIERS-PAYANT   PIC X(01).
       01  SQL-DEC-PAY-MODE       PIC X(01).
       01  SQL-DEC-RECUP-MODE     PIC X(01).
       01  SQL-DEC-CHEQUE-NUMBER  PIC 9(07).
       01  SQL-DEC-NETTED         PIC S9(7)V99 COMP-3.
       01  SQL-DEC-CARE-DATE      PIC X(10).
       01  SQL-DEC-BENEF          PIC X(20).
       01  SQL-DEC-PROVIDER       PIC X(20).
       01  SQL-DEC-PRES-LABEL     PIC X(30).
       01  SQL-DEC-CLAIMED        PIC S9(5)V99 COMP-3.
       01  SQL-DEC-BASE-REMB      PIC S9(5)V99 COMP-3.
       01  SQL-DEC-CPAM-PAID      PIC S9(5)V99 COMP-3.
       01  SQL-DEC-REIMBURSED     PIC S9(5)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier des decomptes, parcourt les adherents payes
      * dans la fenetre, ecrit un decompte par adherent et par date
      * de paiement non encore journalise, puis ferme le fichier.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-DEC-TODAY-DATE.
           MOVE WS-DEC-TODAY-DATE TO SQL-DEC-TODAY.

           MOVE WS-TODAY(1:8) TO WS-DEC-TODAY-NUM.
           COMPUTE WS-DEC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEC-TODAY-NUM).
           COMPUTE WS-DEC-CUTOFF-INT =
               WS-DEC-TODAY-INT - WS-DEC-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DEC-CUTOFF-INT)
               TO WS-DEC-CUTOFF-NUM.
           MOVE WS-DEC-CUTOFF-NUM TO WS-DEC-CUTOFF-DATE.
           STRING WS-DEC-CUTOFF-DATE(1:4) '-'
               WS-DEC-CUTOFF-DATE(5:2) '-' WS-DEC-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-DEC-CUTOFF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT DECOMPTE-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-START-DECOMPTES THRU END-1000-DECOMPTES.

           CLOSE DECOMPTE-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Decomptes produits         : " WS-DEC-COUNT.
           DISPLAY "Deja envoyes (ignores)     : "
               WS-DEC-ALREADY-COUNT.
           DISPLAY "Dont detournes NPAI        : " WS-DEC-NPAI-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les couples adherent / date de paiement des   *
      *    reclamations payees ('V'), par virement ou par              *
      *    lettre-cheque, dans la fenetre.                             *
      ******************************************************************
       1000-START-DECOMPTES.
           EXEC SQL
               DECLARE CRSDECCUS CURSOR FOR
               SELECT DISTINCT remboursement.uuid_customer,
                   remboursement_paid_date, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '), customer_code_secu,
                   COALESCE(customer_adress_invalid, 'N')
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_status = 'V'
               AND remboursement_paid_date >= :SQL-DEC-CUTOFF
               ORDER BY remboursement_paid_date, customer_lastname,
                   customer_firstname
           END-EXEC.

           EXEC SQL OPEN CRSDECCUS END-EXEC.

           EXEC SQL
               FETCH CRSDECCUS
               INTO :SQL-DEC-CUS-UUID, :SQL-DEC-PAID-DATE,
                   :SQL-DEC-LASTNAME, :SQL-DEC-FIRSTNAME,
                   :SQL-DEC-ADRESS1, :SQL-DEC-ZIPCODE,
                   :SQL-DEC-TOWN, :SQL-DEC-CODE-SECU, :SQL-DEC-NPAI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2000-DECOMPTE-UN-ADHERENT
                  THRU END-2000-DECOMPTE-UN-ADHERENT
               EXEC SQL
                   FETCH CRSDECCUS
                   INTO :SQL-DEC-CUS-UUID, :SQL-DEC-PAID-DATE,
                       :SQL-DEC-LASTNAME, :SQL-DEC-FIRSTNAME,
                       :SQL-DEC-ADRESS1, :SQL-DEC-ZIPCODE,
                       :SQL-DEC-TOWN, :SQL-DEC-CODE-SECU,
                       :SQL-DEC-NPAI
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSDECCUS END-EXEC.
       END-1000-DECOMPTES.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le decompte d'un adherent pour une date de       *
      *    paiement, sauf s'il est deja journalise : identite, claims  *
      *    virees a l'adherent, puis claims payees par lettre-cheque,  *
      *    chacune avec son total, sa retenue sur indus et son net,    *
      *    puis claims reglees au praticien (tiers payant), et         *
      *    journalise l'envoi.                                         *
      ******************************************************************
       2000-DECOMPTE-UN-ADHERENT.
           MOVE 'D' TO SQL-NOTIF-TYPE.
           MOVE SPACES TO SQL-NOTIF-REF.
           MOVE SQL-DEC-PAID-DATE TO SQL-NOTIF-REF(1:10).

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-NOTIF-EXIST-COUNT
               FROM notification
               WHERE uuid_customer = :SQL-DEC-CUS-UUID
               AND notification_type = :SQL-NOTIF-TYPE
               AND notification_ref = :SQL-NOTIF-REF
           END-EXEC.

           IF SQL-NOTIF-EXIST-COUNT > 0
               ADD 1 TO WS-DEC-ALREADY-COUNT
               GO TO END-2000-DECOMPTE-UN-ADHERENT
           END-IF.

           IF SQL-DEC-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'scdecompte ' SQL-DEC-TODAY
                   ' DECOMPTE DE REMBOURSEMENT DU ' SQL-DEC-PAID-DATE
                   ' - ' SQL-DEC-LASTNAME ' ' SQL-DEC-FIRSTNAME
                   ' - NIR ' SQL-DEC-CODE-SECU
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-DEC-NPAI-COUNT
               GO TO 2090-JOURNALISER-DECOMPTE
           END-IF.

           MOVE ALL '=' TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'DECOMPTE DE REMBOURSEMENT DU ' SQL-DEC-PAID-DATE
               ' - ' SQL-DEC-LASTNAME ' ' SQL-DEC-FIRSTNAME
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES TO DECOMPTE-LINE.
           STRING SQL-DEC-ADRESS1 ' ' SQL-DEC-ZIPCODE ' '
               SQL-DEC-TOWN
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'NIR ' SQL-DEC-CODE-SECU
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           MOVE 'A' TO WS-DEC-SECTION.
           PERFORM 2100-LIGNES-DU-DECOMPTE
              THRU END-2100-LIGNES-DU-DECOMPTE.

           MOVE 'C' TO WS-DEC-SECTION.
           PERFORM 2100-LIGNES-DU-DECOMPTE
              THRU END-2100-LIGNES-DU-DECOMPTE.

           MOVE 'T' TO WS-DEC-SECTION.
           PERFORM 2100-LIGNES-DU-DECOMPTE
              THRU END-2100-LIGNES-DU-DECOMPTE.

       2090-JOURNALISER-DECOMPTE.
           EXEC SQL
               INSERT INTO notification (uuid_customer,
                   notification_type, notification_ref,
                   notification_date)
               VALUES (:SQL-DEC-CUS-UUID, :SQL-NOTIF-TYPE,
                   :SQL-NOTIF-REF, :SQL-DEC-TODAY)
           END-EXEC.

           ADD 1 TO WS-DEC-COUNT.
       END-2000-DECOMPTE-UN-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Lignes d'une section du decompte (WS-DEC-SECTION) :    *
      *    'A' reclamations virees a l'adherent, 'C' reclamations      *
      *    payees a l'adherent par lettre-cheque (numero du cheque en  *
      *    titre), 'T' reclamations tiers payant reglees au praticien. *
      *    Reste a charge = depense - part CPAM - part mutuelle,       *
      *    jamais negatif. Une section vide n'est pas imprimee.        *
      ******************************************************************
       2100-LIGNES-DU-DECOMPTE.
           EVALUATE WS-DEC-SECTION
               WHEN 'T'
                   MOVE 'O' TO SQL-DEC-TIERS-PAYANT
                   MOVE 'V' TO SQL-DEC-PAY-MODE
               WHEN 'C'
                   MOVE 'N' TO SQL-DEC-TIERS-PAYANT
                   MOVE 'C' TO SQL-DEC-PAY-MODE
                   MOVE 'Q' TO SQL-DEC-RECUP-MODE
               WHEN OTHER
                   MOVE 'N' TO SQL-DEC-TIERS-PAYANT
                   MOVE 'V' TO SQL-DEC-PAY-MODE
                   MOVE 'C' TO SQL-DEC-RECUP-MODE
           END-EVALUATE.

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(MAX(remboursement_cheque_number), 0)
               INTO :SQL-DEC-LINE-COUNT, :SQL-DEC-CHEQUE-NUMBER
               FROM remboursement
               WHERE uuid_customer = :SQL-DEC-CUS-UUID
               AND remboursement_status = 'V'
               AND remboursement_paid_date = :SQL-DEC-PAID-DATE
               AND COALESCE(remboursement_tiers_payant, 'N')
                   = :SQL-DEC-TIERS-PAYANT
               AND COALESCE(remboursement_pay_mode, 'V')
                   = :SQL-DEC-PAY-MODE
           END-EXEC.
           IF SQL-DEC-LINE-COUNT = ZERO
               GO TO END-2100-LIGNES-DU-DECOMPTE
           END-IF.

           MOVE SPACES TO DECOMPTE-LINE.
           EVALUATE WS-DEC-SECTION
               WHEN 'T'
                   STRING 'REGLE DIRECTEMENT A VOS PRATICIENS'
                       ' (TIERS PAYANT)'
                       DELIMITED BY SIZE INTO DECOMPTE-LINE
               WHEN 'C'
                   IF SQL-DEC-CHEQUE-NUMBER > ZERO
                       STRING 'PAYE PAR LETTRE-CHEQUE NO '
                           SQL-DEC-CHEQUE-NUMBER
                           DELIMITED BY SIZE INTO DECOMPTE-LINE
                   ELSE
                       MOVE 'SOLDE PAR RETENUE SUR INDUS ANTERIEURS'
                           TO DECOMPTE-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'VIRE SUR VOTRE COMPTE' TO DECOMPTE-LINE
           END-EVALUATE.
           WRITE DECOMPTE-LINE.
           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'DATE SOIN  BENEFICIAIRE         PRATICIEN'
               '            PRESTATION                 '
               ' DEPENSE     BASE     CPAM MUTUELLE    RESTE'
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.

           MOVE ZERO TO WS-DEC-SECTION-TOTAL.

           EXEC SQL
               DECLARE CRSDECLIG CURSOR FOR
               SELECT remboursement_care_date,
                   COALESCE(beneficiaire_firstname,
                       customer_firstname),
                   remboursement_provider,
                   COALESCE(prestation_label, ' '),
                   remboursement_claimed,
                   COALESCE(remboursement_base_remb, 0),
                   COALESCE(remboursement_cpam_paid, 0),
                   remboursement_reimbursed
               FROM remboursement
               JOIN customer
                   ON customer.uuid_customer
                       = remboursement.uuid_customer
               LEFT JOIN beneficiaire
                   ON beneficiaire.uuid_beneficiaire
                       = remboursement.uuid_beneficiaire
               LEFT JOIN prestation
                   ON prestation_code = remboursement_prestation_code
               WHERE remboursement.uuid_customer = :SQL-DEC-CUS-UUID
               AND remboursement_status = 'V'
               AND remboursement_paid_date = :SQL-DEC-PAID-DATE
               AND COALESCE(remboursement_tiers_payant, 'N')
                   = :SQL-DEC-TIERS-PAYANT
               AND COALESCE(remboursement_pay_mode, 'V')
                   = :SQL-DEC-PAY-MODE
               ORDER BY remboursement_care_date
           END-EXEC.

           EXEC SQL OPEN CRSDECLIG END-EXEC.

           EXEC SQL
               FETCH CRSDECLIG
               INTO :SQL-DEC-CARE-DATE, :SQL-DEC-BENEF,
                   :SQL-DEC-PROVIDER, :SQL-DEC-PRES-LABEL,
                   :SQL-DEC-CLAIMED, :SQL-DEC-BASE-REMB,
                   :SQL-DEC-CPAM-PAID, :SQL-DEC-REIMBURSED
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               COMPUTE WS-DEC-REST = SQL-DEC-CLAIMED
                   - SQL-DEC-CPAM-PAID - SQL-DEC-REIMBURSED
               IF WS-DEC-REST < ZERO
                   MOVE ZERO TO WS-DEC-REST
               END-IF
               MOVE SQL-DEC-CLAIMED    TO WS-DEC-CLAIMED-ED
               MOVE SQL-DEC-BASE-REMB  TO WS-DEC-BASE-ED
               MOVE SQL-DEC-CPAM-PAID  TO WS-DEC-CPAM-ED
               MOVE SQL-DEC-REIMBURSED TO WS-DEC-PAID-ED
               MOVE WS-DEC-REST        TO WS-DEC-REST-ED
               ADD SQL-DEC-REIMBURSED TO WS-DEC-SECTION-TOTAL
               MOVE SPACES TO DECOMPTE-LINE
               STRING SQL-DEC-CARE-DATE ' ' SQL-DEC-BENEF(1:20) ' '
                   SQL-DEC-PROVIDER ' ' SQL-DEC-PRES-LABEL(1:26) ' '
                   WS-DEC-CLAIMED-ED ' ' WS-DEC-BASE-ED ' '
                   WS-DEC-CPAM-ED ' ' WS-DEC-PAID-ED ' '
                   WS-DEC-REST-ED
                   DELIMITED BY SIZE INTO DECOMPTE-LINE
               WRITE DECOMPTE-LINE
               EXEC SQL
                   FETCH CRSDECLIG
                   INTO :SQL-DEC-CARE-DATE, :SQL-DEC-BENEF,
                       :SQL-DEC-PROVIDER, :SQL-DEC-PRES-LABEL,
                       :SQL-DEC-CLAIMED, :SQL-DEC-BASE-REMB,
                       :SQL-DEC-CPAM-PAID, :SQL-DEC-REIMBURSED
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSDECLIG END-EXEC.

           MOVE WS-DEC-SECTION-TOTAL TO WS-DEC-TOTAL-ED.
           MOVE SPACES TO DECOMPTE-LINE.
           IF WS-DEC-SECTION = 'T'
               STRING 'TOTAL REGLE A VOS PRATICIENS : ' WS-DEC-TOTAL-ED
                   ' EUR'
                   DELIMITED BY SIZE INTO DECOMPTE-LINE
               WRITE DECOMPTE-LINE
           ELSE
               PERFORM 2200-TOTAL-ET-RETENUE
                  THRU END-2200-TOTAL-ET-RETENUE
           END-IF.
           MOVE SPACES TO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
       END-2100-LIGNES-DU-DECOMPTE.
           EXIT.

      ******************************************************************
      *    [RD] Pied d'une section payee a l'adherent ('A' ou 'C') :   *
      *    les indus compenses sur ce paiement -- a la date de         *
      *    paiement, mode 'C' sur un virement, 'Q' sur une             *
      *    lettre-cheque, cf. scsepavir et scremchq -- sont portes en  *
      *    retenue sous le total des remboursements, suivis du net     *
      *    effectivement vire ou paye. Sans retenue, le total seul est *
      *    imprime.                                                    *
      ******************************************************************
       2200-TOTAL-ET-RETENUE.
           EXEC SQL
               SELECT COALESCE(SUM(recup_amount), 0)
               INTO :SQL-DEC-NETTED
               FROM indu_recup, indu
               WHERE indu_recup.uuid_indu = indu.uuid_indu
               AND indu.uuid_customer = :SQL-DEC-CUS-UUID
               AND indu_tiers_payant = 'N'
               AND recup_date = :SQL-DEC-PAID-DATE
               AND recup_mode = :SQL-DEC-RECUP-MODE
           END-EXEC.
           MOVE SQL-DEC-NETTED TO WS-DEC-NETTED.

           IF WS-DEC-NETTED = ZERO
               IF WS-DEC-SECTION = 'C'
                   STRING 'TOTAL PAYE PAR CHEQUE : ' WS-DEC-TOTAL-ED
                       ' EUR'
                       DELIMITED BY SIZE INTO DECOMPTE-LINE
               ELSE
                   STRING 'TOTAL VIRE SUR VOTRE COMPTE : '
                       WS-DEC-TOTAL-ED ' EUR'
                       DELIMITED BY SIZE INTO DECOMPTE-LINE
               END-IF
               WRITE DECOMPTE-LINE
               GO TO END-2200-TOTAL-ET-RETENUE
           END-IF.

           STRING 'TOTAL DES REMBOURSEMENTS : ' WS-DEC-TOTAL-ED ' EUR'
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           MOVE WS-DEC-NETTED TO WS-DEC-TOTAL-ED.
           MOVE SPACES TO DECOMPTE-LINE.
           STRING 'RETENUE SUR INDUS ANTERIEURS : ' WS-DEC-TOTAL-ED
               ' EUR'
               DELIMITED BY SIZE INTO DECOMPTE-LINE.
           WRITE DECOMPTE-LINE.
           IF WS-DEC-NETTED < WS-DEC-SECTION-TOTAL
               COMPUTE WS-DEC-NET = WS-DEC-SECTION-TOTAL
                   - WS-DEC-NETTED
           ELSE
               MOVE ZERO TO WS-DEC-NET
           END-IF.
           MOVE WS-DEC-NET TO WS-DEC-TOTAL-ED.
           MOVE SPACES TO DECOMPTE-LINE.
           IF WS-DEC-SECTION = 'C'
               STRING 'NET PAYE PAR CHEQUE : ' WS-DEC-TOTAL-ED ' EUR'
                   DELIMITED BY SIZE INTO DECOMPTE-LINE
           ELSE
               STRING 'NET VIRE SUR VOTRE COMPTE : ' WS-DEC-TOTAL-ED
                   ' EUR'
                   DELIMITED BY SIZE INTO DECOMPTE-LINE
           END-IF.
           WRITE DECOMPTE-LINE.
       END-2200-TOTAL-ET-RETENUE.
           EXIT.
