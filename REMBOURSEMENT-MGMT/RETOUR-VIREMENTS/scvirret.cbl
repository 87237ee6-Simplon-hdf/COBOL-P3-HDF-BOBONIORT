      ******************************************************************
      *    [RD] Le programme 'scvirret' est le traitement batch,       *
      *    pendant de scseparet pour les virements, qui integre le     *
      *    fichier des virements SEPA retournes par la banque          *
      *    (RETOURVIR : compte clos, IBAN inexistant, beneficiaire     *
      *    decede...). Chaque retour est rapproche du virement du lot  *
      *    SEPAVIR (cf. scsepavir) par la reference de bout en bout du *
      *    virement d'origine, enregistree sur les reclamations payees *
      *    ; a defaut de reference dans le retour, par l'IBAN, la date *
      *    d'execution enregistree sur les reclamations (qui differe   *
      *    de leur date de paiement quand le passage tombe un jour non *
      *    ouvre, cf. scjourouv) et le montant net vire. Dans les deux *
      *    cas le net vire doit egaler le montant retourne : d'abord   *
      *    un virement de remboursements a un adherent portant cet     *
      *    IBAN, sinon un virement tiers payant au praticien du        *
      *    repertoire (cf. scdocteur). Les reclamations regroupees     *
      *    dans ce virement repassent acceptees non payees ('R') avec  *
      *    la date et le motif du retour ; les indus compenses sur ce  *
      *    virement sont rouverts (trace 'indu_recup' mode 'A') pour   *
      *    etre repris au paiement suivant. L'IBAN retourne est bloque *
      *    sur la fiche adherent ou au repertoire : scsepavir ne le    *
      *    retente plus jusqu'a la saisie d'un nouvel IBAN (cf.        *
      *    scibanval, scdocteur), et les reclamations de l'adherent    *
      *    partent en lettre-cheque passe quinze jours (cf. scremchq). *
      *    Une lettre de demande de nouvel IBAN (fichier COURRIERIBAN, *
      *    modele NOUVIBAN, cf. scmodele) part a l'adherent, avec la   *
      *    regle NPAI et le courrier du jour, ou au praticien dans le  *
      *    seul fichier. L'etat RETOURVIRETAT liste les retours du     *
      *    jour ; son pied de lot est recoupe par sctresoctrl, et les  *
      *    journaux RVI et IRA de sccompta portent les montants        *
      *    retournes.                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scvirret.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier des virements retournes transmis par la banque.
           SELECT RETOUR-FILE ASSIGN TO "RETOURVIR"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Etat imprimable des retours integres ce jour.
           SELECT ETAT-FILE ASSIGN TO "RETOURVIRETAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Lettres de demande de nouvel IBAN, a relayer vers
      *    l'outil d'envoi comme NOTIFMAIL.
           SELECT LETTRE-FILE ASSIGN TO "COURRIERIBAN"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETOUR-FILE.
       01  RETOUR-RECORD.
           05 RTV-IBAN            PIC X(34).
           05 RTV-AMOUNT          PIC 9(07)V99.
           05 RTV-PAY-DATE        PIC X(10).
           05 RTV-REASON-CODE     PIC X(04).
           05 RTV-REASON-LABEL    PIC X(35).
      *    [RD] Reference de bout en bout du virement d'origine
      *    (EndToEndId du pain.001), a blanc si la banque ne la
      *    restitue pas.
           05 RTV-END-TO-END-ID   PIC X(35).

       FD  ETAT-FILE.
       01  ETAT-LINE              PIC X(132).

       FD  LETTRE-FILE.
       01  LETTRE-LINE            PIC X(180).

       FD  NPAI-FILE.
       01  NPAI-LINE              PIC X(210).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-RTV-EOF                PIC X(01) VALUE 'N'.
       01  WS-RTV-READ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-RTV-MATCHED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RTV-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-RTV-CLAIM-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-RTV-LETTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-RTV-NPAI-COUNT         PIC 9(05) VALUE ZERO.

      *    [RD] Virement rapproche : 'A' adherent, 'P' praticien ;
      *    montant brut des reclamations, indus compenses, et net
      *    vire qui doit egaler le montant retourne.
       01  WS-RTV-FOUND              PIC X(01).
       01  WS-RTV-DEBTOR-TYPE        PIC X(01).
       01  WS-RTV-GROSS              PIC 9(07)V99.
       01  WS-RTV-NETTED             PIC 9(07)V99.
       01  WS-RTV-NET                PIC 9(07)V99.
       01  WS-RTV-REOPENED           PIC 9(07)V99.
       01  WS-RTV-TOTAL-AMOUNT       PIC 9(07)V99 VALUE ZERO.
       01  WS-RTV-TOTAL-REOPENED     PIC 9(07)V99 VALUE ZERO.
       01  WS-RTV-AMOUNT-ED          PIC ZZZZZZ9.99.
       01  WS-RTV-GROSS-ED           PIC ZZZZZZ9.99.
       01  WS-RTV-NETTED-ED          PIC ZZZZZZ9.99.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Controle de periode comptable (cf. scperctl) : un
      *    batch ne deroge pas, le passage s'arrete si la periode du
      *    jour est fermee.
       01  WS-PER-OVERRIDE           PIC X(01) VALUE 'N'.
       01  WS-PER-OPERATOR           PIC X(08) VALUE 'scvirret'.
       01  WS-PER-ALLOWED            PIC X(01).
       01  WS-PER-MESSAGE            PIC X(70).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scvirret'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-RTV-TODAY           PIC X(10).
       01  SQL-RTV-IBAN            PIC X(34).
      *    [RD] Retour a rapprocher : date d'execution et reference
      *    de bout en bout lues au fichier, mode de rapprochement
      *    ('R' par la reference, 'D' par IBAN et date d'execution),
      *    et date de paiement (passage scsepavir) du virement trouve.
       01  SQL-RTV-EXEC-DATE       PIC X(10).
       01  SQL-RTV-E2E-REF         PIC X(35).
       01  SQL-RTV-MATCH-MODE      PIC X(01).
       01  SQL-RTV-PAY-DATE        PIC X(10).
       01  SQL-RTV-REASON          PIC X(40).
       01  SQL-RTV-GROSS           PIC S9(7)V99 COMP-3.
       01  SQL-RTV-NETTED          PIC S9(7)V99 COMP-3.
       01  SQL-RTV-COUNT           PIC 9(05).
       01  SQL-RTV-DEBTOR-TYPE     PIC X(01).

      *    [RD] Adherent beneficiaire du virement retourne.
       01  SQL-RTV-CUS-UUID        PIC X(36).
       01  SQL-RTV-LASTNAME        PIC X(20).
       01  SQL-RTV-FIRSTNAME       PIC X(20).
       01  SQL-RTV-ADRESS1         PIC X(50).
       01  SQL-RTV-ZIPCODE         PIC X(15).
       01  SQL-RTV-TOWN            PIC X(50).
       01  SQL-RTV-MAIL            PIC X(50).
       01  SQL-RTV-NPAI            PIC X(01).
      *    [RD] Candidat lu par le curseur avant controle du net.
       01  SQL-CND-CUS-UUID        PIC X(36).
       01  SQL-CND-LASTNAME        PIC X(20).
       01  SQL-CND-FIRSTNAME       PIC X(20).
       01  SQL-CND-ADRESS1         PIC X(50).
       01  SQL-CND-ZIPCODE         PIC X(15).
       01  SQL-CND-TOWN            PIC X(50).
       01  SQL-CND-MAIL            PIC X(50).
       01  SQL-CND-NPAI            PIC X(01).
       01  SQL-CND-PAID-DATE       PIC X(10).
       01  SQL-CND-GROSS           PIC S9(7)V99 COMP-3.
       01  SQL-CND-COUNT           PIC 9(05).

      *    [RD] Praticien beneficiaire du virement tiers payant.
       01  SQL-RTV-PROVIDER        PIC X(20).

      *    [RD] Compensation d'indu a reprendre sur le virement.
       01  SQL-IND-UUID            PIC X(36).
       01  SQL-IND-TAKE            PIC S9(5)V99 COMP-3.

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

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier des retours banque, l'etat et les courriers,
      * rapproche chaque retour de son virement puis ecrit le pied de
      * l'etat, ferme les fichiers et affiche les compteurs.
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
               DELIMITED BY SIZE INTO SQL-RTV-TODAY.

      *    [RD] Periode comptable du jour fermee (cf. scperctl) : les
      *    retours seraient dates dans un mois arrete.
           CALL 'scperctl' USING SQL-RTV-TODAY,
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

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           MOVE SQL-RTV-TODAY TO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scvirret' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN INPUT RETOUR-FILE.
           OPEN OUTPUT ETAT-FILE.
           OPEN OUTPUT LETTRE-FILE.
           OPEN EXTEND NPAI-FILE.

           MOVE SPACES TO ETAT-LINE.
           STRING 'ENTETE RETOURS VIREMENT - ' SQL-RTV-TODAY
               DELIMITED BY SIZE INTO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.

           PERFORM 1000-START-INTEGRATION THRU END-1000-INTEGRATION.

           MOVE SPACES TO ETAT-LINE.
           WRITE ETAT-LINE.
           MOVE WS-RTV-TOTAL-AMOUNT TO WS-RTV-AMOUNT-ED.
           MOVE SPACES TO ETAT-LINE.
           STRING 'PIED RETOURS VIREMENT - ' WS-RTV-MATCHED-COUNT
               ' retour(s) - ' WS-RTV-AMOUNT-ED ' EUR - '
               WS-RTV-UNMATCHED-COUNT ' non rapproche(s)'
               DELIMITED BY SIZE INTO ETAT-LINE.
           WRITE ETAT-LINE.

           CLOSE RETOUR-FILE.
           CLOSE ETAT-FILE.
           CLOSE LETTRE-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Lignes de retour lues      : " WS-RTV-READ-COUNT.
           DISPLAY "Virements retournes        : " WS-RTV-MATCHED-COUNT.
           DISPLAY "Reclamations remises en R  : " WS-RTV-CLAIM-COUNT.
           MOVE WS-RTV-TOTAL-REOPENED TO WS-RTV-NETTED-ED.
           DISPLAY "Compensations reprises     : " WS-RTV-NETTED-ED
               " EUR".
           DISPLAY "Lettres nouvel IBAN        : " WS-RTV-LETTER-COUNT.
           DISPLAY "Detournees NPAI            : " WS-RTV-NPAI-COUNT.
           DISPLAY "Retours non rapproches     : "
               WS-RTV-UNMATCHED-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-RTV-MATCHED-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Lit le fichier des retours banque et traite chaque     *
      *    virement retourne jusqu'a la fin du fichier.                *
      ******************************************************************
       1000-START-INTEGRATION.
           READ RETOUR-FILE
               AT END MOVE 'O' TO WS-RTV-EOF
           END-READ
           PERFORM UNTIL WS-RTV-EOF = 'O'
               ADD 1 TO WS-RTV-READ-COUNT
               PERFORM 1100-TRAITER-UN-RETOUR
                  THRU END-1100-TRAITER-UN-RETOUR
               READ RETOUR-FILE
                   AT END MOVE 'O' TO WS-RTV-EOF
               END-READ
           END-PERFORM.
       END-1000-INTEGRATION.
           EXIT.

      ******************************************************************
      *    [RD] Rapproche un virement retourne : virement d'un         *
      *    adherent d'abord, virement tiers payant d'un praticien      *
      *    ensuite. Un retour sans virement correspondant (reference   *
      *    de bout en bout, ou a defaut IBAN et date d'execution, et   *
      *    net vire) part en ligne d'exception sur l'etat pour         *
      *    verification manuelle.                                      *
      ******************************************************************
       1100-TRAITER-UN-RETOUR.
           MOVE 'N' TO WS-RTV-FOUND.
           MOVE RTV-IBAN     TO SQL-RTV-IBAN.
           MOVE RTV-PAY-DATE TO SQL-RTV-EXEC-DATE.
           MOVE RTV-END-TO-END-ID TO SQL-RTV-E2E-REF.
           MOVE SPACES TO SQL-RTV-PAY-DATE.
           IF RTV-END-TO-END-ID = SPACES
               MOVE 'D' TO SQL-RTV-MATCH-MODE
           ELSE
               MOVE 'R' TO SQL-RTV-MATCH-MODE
           END-IF.
           MOVE SPACES TO SQL-RTV-REASON.
           STRING RTV-REASON-CODE ' ' RTV-REASON-LABEL
               DELIMITED BY SIZE INTO SQL-RTV-REASON.

           PERFORM 1200-CHERCHER-ADHERENT
              THRU END-1200-CHERCHER-ADHERENT.

           IF WS-RTV-FOUND = 'N'
               PERFORM 1300-CHERCHER-PRATICIEN
                  THRU END-1300-CHERCHER-PRATICIEN
           END-IF.

           IF WS-RTV-FOUND = 'N'
               ADD 1 TO WS-RTV-UNMATCHED-COUNT
               MOVE RTV-AMOUNT TO WS-RTV-AMOUNT-ED
               MOVE SPACES TO ETAT-LINE
               STRING 'NON RAPPROCHE ' RTV-IBAN ' '
                   WS-RTV-AMOUNT-ED ' EUR du ' RTV-PAY-DATE
                   ' motif ' RTV-REASON-CODE
                   DELIMITED BY SIZE INTO ETAT-LINE
               WRITE ETAT-LINE
               GO TO END-1100-TRAITER-UN-RETOUR
           END-IF.

           PERFORM 1400-ANNULER-PAIEMENT
              THRU END-1400-ANNULER-PAIEMENT.
       END-1100-TRAITER-UN-RETOUR.
           EXIT.

      ******************************************************************
      *    [RD] Virement de remboursements a un adherent : le virement *
      *    dont les reclamations portent la reference de bout en bout  *
      *    retournee ou, sans reference, parmi les adherents portant   *
      *    l'IBAN retourne (un couple peut partager le meme compte),   *
      *    celui dont les reclamations executees a la date retournee   *
      *    -- diminuees des indus compenses le jour de leur paiement   *
      *    -- donnent exactement le montant retourne.                  *
      ******************************************************************
       1200-CHERCHER-ADHERENT.
           EXEC SQL
               DECLARE CRSRTVADH CURSOR FOR
               SELECT remboursement.uuid_customer,
                   customer_lastname, customer_firstname,
                   COALESCE(customer_adress1, ''),
                   COALESCE(customer_zipcode, ''),
                   COALESCE(customer_town, ''),
                   COALESCE(customer_mail, ''),
                   COALESCE(customer_adress_invalid, 'N'),
                   remboursement_paid_date,
                   SUM(remboursement_reimbursed), COUNT(*)
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND ((:SQL-RTV-MATCH-MODE = 'R'
                     AND remboursement_virement_ref = :SQL-RTV-E2E-REF)
                 OR (:SQL-RTV-MATCH-MODE = 'D'
                     AND customer_code_iban = :SQL-RTV-IBAN
                     AND COALESCE(remboursement_exec_date,
                         remboursement_paid_date) = :SQL-RTV-EXEC-DATE))
               AND remboursement_status = 'V'
               AND remboursement_reimbursed > 0
               AND COALESCE(remboursement_pay_mode, 'V') != 'C'
               AND (remboursement_tiers_payant IS NULL
                    OR remboursement_tiers_payant != 'O')
               GROUP BY remboursement.uuid_customer,
                   customer_lastname, customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_mail, customer_adress_invalid,
                   remboursement_paid_date
           END-EXEC.

           EXEC SQL OPEN CRSRTVADH END-EXEC.

           EXEC SQL
               FETCH CRSRTVADH
               INTO :SQL-CND-CUS-UUID, :SQL-CND-LASTNAME,
                   :SQL-CND-FIRSTNAME, :SQL-CND-ADRESS1,
                   :SQL-CND-ZIPCODE, :SQL-CND-TOWN, :SQL-CND-MAIL,
                   :SQL-CND-NPAI, :SQL-CND-PAID-DATE,
                   :SQL-CND-GROSS, :SQL-CND-COUNT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-RTV-FOUND = 'O'
               PERFORM 1250-CONTROLER-ADHERENT
                  THRU END-1250-CONTROLER-ADHERENT
               IF WS-RTV-FOUND = 'N'
                   EXEC SQL
                       FETCH CRSRTVADH
                       INTO :SQL-CND-CUS-UUID, :SQL-CND-LASTNAME,
                           :SQL-CND-FIRSTNAME, :SQL-CND-ADRESS1,
                           :SQL-CND-ZIPCODE, :SQL-CND-TOWN,
                           :SQL-CND-MAIL, :SQL-CND-NPAI,
                           :SQL-CND-PAID-DATE,
                           :SQL-CND-GROSS, :SQL-CND-COUNT
                   END-EXEC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CRSRTVADH END-EXEC.
       END-1200-CHERCHER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Controle le net vire de l'adherent candidat : brut de  *
      *    ses reclamations moins les indus compenses (mode 'C') sur   *
      *    ses indus hors tiers payant a la date de paiement du        *
      *    virement candidat.                                          *
      ******************************************************************
       1250-CONTROLER-ADHERENT.
           MOVE ZERO TO SQL-RTV-NETTED.
           EXEC SQL
               SELECT COALESCE(SUM(recup_amount), 0)
               INTO :SQL-RTV-NETTED
               FROM indu_recup, indu
               WHERE indu_recup.uuid_indu = indu.uuid_indu
               AND indu.uuid_customer = :SQL-CND-CUS-UUID
               AND indu_tiers_payant = 'N'
               AND recup_date = :SQL-CND-PAID-DATE
               AND recup_mode = 'C'
           END-EXEC.

           MOVE SQL-CND-GROSS  TO WS-RTV-GROSS.
           MOVE SQL-RTV-NETTED TO WS-RTV-NETTED.
           COMPUTE WS-RTV-NET = WS-RTV-GROSS - WS-RTV-NETTED.
           IF WS-RTV-NET NOT = RTV-AMOUNT
               GO TO END-1250-CONTROLER-ADHERENT
           END-IF.

           MOVE 'O' TO WS-RTV-FOUND.
           MOVE 'A' TO WS-RTV-DEBTOR-TYPE.
           MOVE SQL-CND-CUS-UUID  TO SQL-RTV-CUS-UUID.
           MOVE SQL-CND-LASTNAME  TO SQL-RTV-LASTNAME.
           MOVE SQL-CND-FIRSTNAME TO SQL-RTV-FIRSTNAME.
           MOVE SQL-CND-ADRESS1   TO SQL-RTV-ADRESS1.
           MOVE SQL-CND-ZIPCODE   TO SQL-RTV-ZIPCODE.
           MOVE SQL-CND-TOWN      TO SQL-RTV-TOWN.
           MOVE SQL-CND-MAIL      TO SQL-RTV-MAIL.
           MOVE SQL-CND-NPAI      TO SQL-RTV-NPAI.
           MOVE SQL-CND-COUNT     TO SQL-RTV-COUNT.
           MOVE SQL-CND-PAID-DATE TO SQL-RTV-PAY-DATE.
           MOVE SPACES            TO SQL-RTV-PROVIDER.
       END-1250-CONTROLER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Virement tiers payant : praticien des reclamations     *
      *    portant la reference de bout en bout retournee ou, sans     *
      *    reference, praticien du repertoire portant l'IBAN retourne  *
      *    et ayant des reclamations tiers payant executees a la date  *
      *    retournee ; ses reclamations virees ce passage-la,          *
      *    diminuees de ses indus tiers payant compenses le meme jour, *
      *    doivent donner le montant retourne.                         *
      ******************************************************************
       1300-CHERCHER-PRATICIEN.
           IF SQL-RTV-MATCH-MODE = 'R'
               EXEC SQL
                   SELECT remboursement_provider,
                       remboursement_paid_date
                   INTO :SQL-RTV-PROVIDER, :SQL-RTV-PAY-DATE
                   FROM remboursement
                   WHERE remboursement_virement_ref = :SQL-RTV-E2E-REF
                   AND remboursement_tiers_payant = 'O'
                   AND remboursement_status = 'V'
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO END-1300-CHERCHER-PRATICIEN
               END-IF
               GO TO 1350-CONTROLER-PRATICIEN
           END-IF.

           EXEC SQL
               SELECT doctor_name INTO :SQL-RTV-PROVIDER
               FROM doctor
               WHERE doctor_iban = :SQL-RTV-IBAN
               AND doctor_active = 'O'
               ORDER BY doctor_name
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-1300-CHERCHER-PRATICIEN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(remboursement_paid_date), '')
               INTO :SQL-RTV-PAY-DATE
               FROM remboursement
               WHERE remboursement_provider = :SQL-RTV-PROVIDER
               AND remboursement_tiers_payant = 'O'
               AND COALESCE(remboursement_exec_date,
                   remboursement_paid_date) = :SQL-RTV-EXEC-DATE
               AND remboursement_status = 'V'
               AND remboursement_reimbursed > 0
           END-EXEC.

           IF SQL-RTV-PAY-DATE = SPACES
               GO TO END-1300-CHERCHER-PRATICIEN
           END-IF.

       1350-CONTROLER-PRATICIEN.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(remboursement_reimbursed),
                   0)
               INTO :SQL-RTV-COUNT, :SQL-RTV-GROSS
               FROM remboursement
               WHERE remboursement_provider = :SQL-RTV-PROVIDER
               AND remboursement_tiers_payant = 'O'
               AND remboursement_paid_date = :SQL-RTV-PAY-DATE
               AND remboursement_status = 'V'
               AND remboursement_reimbursed > 0
           END-EXEC.

           IF SQL-RTV-COUNT = ZERO
               GO TO END-1300-CHERCHER-PRATICIEN
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(recup_amount), 0)
               INTO :SQL-RTV-NETTED
               FROM indu_recup, indu
               WHERE indu_recup.uuid_indu = indu.uuid_indu
               AND indu_provider = :SQL-RTV-PROVIDER
               AND indu_tiers_payant = 'O'
               AND recup_date = :SQL-RTV-PAY-DATE
               AND recup_mode = 'C'
           END-EXEC.

           MOVE SQL-RTV-GROSS  TO WS-RTV-GROSS.
           MOVE SQL-RTV-NETTED TO WS-RTV-NETTED.
           COMPUTE WS-RTV-NET = WS-RTV-GROSS - WS-RTV-NETTED.
           IF WS-RTV-NET NOT = RTV-AMOUNT
               GO TO END-1300-CHERCHER-PRATICIEN
           END-IF.

           MOVE 'O' TO WS-RTV-FOUND.
           MOVE 'P' TO WS-RTV-DEBTOR-TYPE.
           MOVE SPACES TO SQL-RTV-CUS-UUID.
       END-1300-CHERCHER-PRATICIEN.
           EXIT.

      ******************************************************************
      *    [RD] Annule le paiement rapproche : les reclamations du     *
      *    virement repassent en 'R' avec la date et le motif du       *
      *    retour (la date de paiement d'origine reste pour le         *
      *    recoupement de sctresoctrl), les compensations d'indus sont *
      *    reprises, l'IBAN est bloque, la lettre de demande de        *
      *    nouvel IBAN part et la ligne d'etat est ecrite.             *
      ******************************************************************
       1400-ANNULER-PAIEMENT.
           IF WS-RTV-DEBTOR-TYPE = 'A'
               EXEC SQL
                   UPDATE remboursement SET
                       remboursement_status = 'R',
                       remboursement_return_date = :SQL-RTV-TODAY,
                       remboursement_return_reason = :SQL-RTV-REASON
                   WHERE uuid_customer = :SQL-RTV-CUS-UUID
                   AND remboursement_paid_date = :SQL-RTV-PAY-DATE
                   AND remboursement_status = 'V'
                   AND remboursement_reimbursed > 0
                   AND COALESCE(remboursement_pay_mode, 'V') != 'C'
                   AND (remboursement_tiers_payant IS NULL
                        OR remboursement_tiers_payant != 'O')
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE remboursement SET
                       remboursement_status = 'R',
                       remboursement_return_date = :SQL-RTV-TODAY,
                       remboursement_return_reason = :SQL-RTV-REASON
                   WHERE remboursement_provider = :SQL-RTV-PROVIDER
                   AND remboursement_tiers_payant = 'O'
                   AND remboursement_paid_date = :SQL-RTV-PAY-DATE
                   AND remboursement_status = 'V'
                   AND remboursement_reimbursed > 0
               END-EXEC
           END-IF.
           ADD SQL-RTV-COUNT TO WS-RTV-CLAIM-COUNT.

           PERFORM 1500-REPRENDRE-INDUS THRU END-1500-REPRENDRE-INDUS.

      *    [RD] Un compte clos l'est pour tous ceux qui le portent :
      *    toutes les fiches de cet IBAN sont bloquees.
           IF WS-RTV-DEBTOR-TYPE = 'A'
               EXEC SQL
                   UPDATE customer SET
                       customer_iban_blocked = 'O',
                       customer_iban_blocked_date = :SQL-RTV-TODAY,
                       customer_iban_blocked_reason = :SQL-RTV-REASON
                   WHERE customer_code_iban = :SQL-RTV-IBAN
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE doctor SET
                       doctor_iban_blocked = 'O',
                       doctor_iban_blocked_date = :SQL-RTV-TODAY,
                       doctor_iban_blocked_reason = :SQL-RTV-REASON
                   WHERE doctor_iban = :SQL-RTV-IBAN
               END-EXEC
           END-IF.

           PERFORM 1600-ECRIRE-DEMANDE THRU END-1600-ECRIRE-DEMANDE.

           ADD 1 TO WS-RTV-MATCHED-COUNT.
           ADD RTV-AMOUNT TO WS-RTV-TOTAL-AMOUNT.

           MOVE RTV-AMOUNT   TO WS-RTV-AMOUNT-ED.
           MOVE WS-RTV-GROSS TO WS-RTV-GROSS-ED.
           MOVE WS-RTV-REOPENED TO WS-RTV-NETTED-ED.
           MOVE SPACES TO ETAT-LINE.
           IF WS-RTV-DEBTOR-TYPE = 'A'
               STRING 'AD ' SQL-RTV-LASTNAME ' ' SQL-RTV-FIRSTNAME
                   ' vir. du ' RTV-PAY-DATE ' brut ' WS-RTV-GROSS-ED
                   ' indus ' WS-RTV-NETTED-ED ' net ' WS-RTV-AMOUNT-ED
                   ' motif ' RTV-REASON-CODE ' ' RTV-REASON-LABEL
                   DELIMITED BY SIZE INTO ETAT-LINE
           ELSE
               STRING 'TP ' SQL-RTV-PROVIDER
                   '                      vir. du ' RTV-PAY-DATE
                   ' brut ' WS-RTV-GROSS-ED
                   ' indus ' WS-RTV-NETTED-ED ' net ' WS-RTV-AMOUNT-ED
                   ' motif ' RTV-REASON-CODE ' ' RTV-REASON-LABEL
                   DELIMITED BY SIZE INTO ETAT-LINE
           END-IF.
           WRITE ETAT-LINE.
       END-1400-ANNULER-PAIEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Rouvre les indus compenses sur le virement retourne :  *
      *    pour chaque indu du debiteur impute a la date de paiement   *
      *    du virement (mode 'C'), le montant impute est retire du     *
      *    recupere, l'indu repasse ouvert et la reprise est tracee    *
      *    dans 'indu_recup' (mode 'A') a la date du jour pour le      *
      *    journal comptable. Le paiement suivant compensera a         *
      *    nouveau.                                                    *
      ******************************************************************
       1500-REPRENDRE-INDUS.
           MOVE ZERO TO WS-RTV-REOPENED.
           MOVE WS-RTV-DEBTOR-TYPE TO SQL-RTV-DEBTOR-TYPE.

           EXEC SQL
               DECLARE CRSRTVIND CURSOR FOR
               SELECT indu_recup.uuid_indu, SUM(recup_amount)
               FROM indu_recup, indu
               WHERE indu_recup.uuid_indu = indu.uuid_indu
               AND recup_date = :SQL-RTV-PAY-DATE
               AND recup_mode = 'C'
               AND ((:SQL-RTV-DEBTOR-TYPE = 'A'
                     AND indu.uuid_customer = :SQL-RTV-CUS-UUID
                     AND indu_tiers_payant = 'N')
                 OR (:SQL-RTV-DEBTOR-TYPE = 'P'
                     AND indu_provider = :SQL-RTV-PROVIDER
                     AND indu_tiers_payant = 'O'))
               GROUP BY indu_recup.uuid_indu
           END-EXEC.

           EXEC SQL OPEN CRSRTVIND END-EXEC.

           EXEC SQL
               FETCH CRSRTVIND
               INTO :SQL-IND-UUID, :SQL-IND-TAKE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               EXEC SQL
                   UPDATE indu SET
                       indu_status = 'O',
                       indu_recovered = indu_recovered - :SQL-IND-TAKE
                   WHERE uuid_indu = :SQL-IND-UUID
               END-EXEC
               EXEC SQL
                   INSERT INTO indu_recup (
                       uuid_indu, recup_date, recup_amount,
                       recup_mode, recup_operator
                   ) VALUES (
                       :SQL-IND-UUID, :SQL-RTV-TODAY, :SQL-IND-TAKE,
                       'A', 'BATCH'
                   )
               END-EXEC
               ADD SQL-IND-TAKE TO WS-RTV-REOPENED
               EXEC SQL
                   FETCH CRSRTVIND
                   INTO :SQL-IND-UUID, :SQL-IND-TAKE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSRTVIND END-EXEC.

           ADD WS-RTV-REOPENED TO WS-RTV-TOTAL-REOPENED.
       END-1500-REPRENDRE-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Prepare la lettre de demande de nouvel IBAN et         *
      *    l'ecrit a l'adherent ou au praticien.                       *
      ******************************************************************
       1600-ECRIRE-DEMANDE.
           MOVE 'NOUVIBAN' TO WS-LET-TYPE.
           MOVE RTV-AMOUNT TO WS-RTV-AMOUNT-ED.
           MOVE SPACES TO LETTRE-LINE.
           IF WS-RTV-DEBTOR-TYPE = 'P'
               STRING 'NOUVEL IBAN PRATICIEN '
                   FUNCTION TRIM(SQL-RTV-PROVIDER)
                   ' - virement tiers payant du ' RTV-PAY-DATE
                   ' de ' FUNCTION TRIM(WS-RTV-AMOUNT-ED)
                   ' EUR retourne par la banque ('
                   FUNCTION TRIM(RTV-REASON-LABEL)
                   ') - merci de nous communiquer un nouvel IBAN'
                   DELIMITED BY SIZE INTO LETTRE-LINE
               PERFORM 1800-ECRIRE-PRATICIEN
                  THRU END-1800-ECRIRE-PRATICIEN
           ELSE
               STRING 'NOUVEL IBAN ' FUNCTION TRIM(SQL-RTV-MAIL)
                   ' - ' FUNCTION TRIM(SQL-RTV-LASTNAME) ' '
                   FUNCTION TRIM(SQL-RTV-FIRSTNAME)
                   ' - virement du ' RTV-PAY-DATE
                   ' de ' FUNCTION TRIM(WS-RTV-AMOUNT-ED)
                   ' EUR retourne par la banque ('
                   FUNCTION TRIM(RTV-REASON-LABEL)
                   ') - merci de nous communiquer un nouvel IBAN'
                   DELIMITED BY SIZE INTO LETTRE-LINE
               PERFORM 1700-ECRIRE-LETTRE THRU END-1700-ECRIRE-LETTRE
           END-IF.
       END-1600-ECRIRE-DEMANDE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre a l'adherent : texte du modele actif   *
      *    (cf. scmodele), a defaut la ligne standard preparee dans    *
      *    LETTRE-LINE ; ou detourne cette ligne vers la liste de      *
      *    travail COURRIERNPAI si l'adresse de l'adherent est marquee *
      *    invalide (cf. scnpai).                                      *
      ******************************************************************
       1700-ECRIRE-LETTRE.
           IF SQL-RTV-NPAI = 'O'
               GO TO 1750-DETOURNER-LETTRE
           END-IF.

           MOVE SQL-RTV-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           PERFORM 1900-CHAMPS-FUSION THRU END-1900-CHAMPS-FUSION.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO LETTRE-LINE
                   PERFORM 1710-ECRIRE-LIGNE THRU END-1710-ECRIRE-LIGNE
               END-PERFORM
           ELSE
               PERFORM 1710-ECRIRE-LIGNE THRU END-1710-ECRIRE-LIGNE
           END-IF.
           ADD 1 TO WS-RTV-LETTER-COUNT.
           GO TO END-1700-ECRIRE-LETTRE.

       1750-DETOURNER-LETTRE.

           MOVE SPACES TO NPAI-LINE.
           STRING 'scvirret  ' SQL-RTV-TODAY ' ' LETTRE-LINE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-RTV-NPAI-COUNT.
       END-1700-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1710-ECRIRE-LIGNE.
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
       END-1710-ECRIRE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre au praticien : meme modele, le nom du  *
      *    praticien tenant lieu de nom. Le praticien n'etant pas un   *
      *    adherent, la lettre reste dans le seul fichier COURRIERIBAN *
      *    (ni NPAI, ni courrier du jour).                             *
      ******************************************************************
       1800-ECRIRE-PRATICIEN.
           PERFORM 1900-CHAMPS-FUSION THRU END-1900-CHAMPS-FUSION.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO LETTRE-LINE
                   WRITE LETTRE-LINE
               END-PERFORM
           ELSE
               WRITE LETTRE-LINE
           END-IF.
           ADD 1 TO WS-RTV-LETTER-COUNT.
       END-1800-ECRIRE-PRATICIEN.
           EXIT.

      ******************************************************************
      *    [RD] Alimente les champs de fusion et demande le courrier   *
      *    fusionne a 'sclettre' : montant retourne, date d'execution  *
      *    du virement en echeance, motif de la banque en divers.      *
      ******************************************************************
       1900-CHAMPS-FUSION.
           MOVE SPACES TO WS-LET-CHAMPS.
           IF WS-RTV-DEBTOR-TYPE = 'P'
               MOVE SQL-RTV-PROVIDER TO WS-LET-NOM
           ELSE
               MOVE SQL-RTV-LASTNAME  TO WS-LET-NOM
               MOVE SQL-RTV-FIRSTNAME TO WS-LET-PRENOM
               MOVE SQL-RTV-ADRESS1   TO WS-LET-ADRESSE
               MOVE SQL-RTV-ZIPCODE   TO WS-LET-CP
               MOVE SQL-RTV-TOWN      TO WS-LET-VILLE
               MOVE SQL-RTV-MAIL      TO WS-LET-MAIL
           END-IF.
           MOVE WS-RTV-AMOUNT-ED TO WS-LET-MONTANT.
           MOVE RTV-PAY-DATE     TO WS-LET-ECHEANCE.
           MOVE SQL-RTV-TODAY    TO WS-LET-DATE.
           STRING RTV-REASON-CODE ' ' RTV-REASON-LABEL
               DELIMITED BY SIZE INTO WS-LET-DIVERS.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.
       END-1900-CHAMPS-FUSION.
           EXIT.
