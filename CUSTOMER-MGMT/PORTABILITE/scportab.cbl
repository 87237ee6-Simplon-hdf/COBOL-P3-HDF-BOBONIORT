      ******************************************************************
      *    [RD] Le programme 'scportab' est le traitement batch        *
      *    quotidien de suivi de la portabilite des droits (ANI) des   *
      *    anciens salaries de contrats collectifs (cf. scgrpsor,      *
      *    sccontrat). Deux mois avant la fin de portabilite, l'ancien *
      *    salarie qui n'a pas encore choisi recoit une offre          *
      *    d'adhesion individuelle (fichier COURRIERPORTA, modele de   *
      *    courrier PORTAOFFRE, cf. scmodele) : formule proposee, qui  *
      *    est celle de sa fiche ou a defaut la formule negociee du    *
      *    contrat, son tarif mensuel au catalogue et la date de fin   *
      *    de portabilite. La lettre suit la regle NPAI (cf. scnpai)   *
      *    et le courrier du jour (cf. sccourjour) ; la date d'envoi   *
      *    est portee sur la fiche pour ne jamais repeter l'offre.     *
      *    L'adhesion acceptee se saisit dans sccontrat ; sans         *
      *    reponse, la fiche est cloturee a la fin de portabilite par  *
      *    scclosebat (cloture deja planifiee a l'ouverture).          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scportab.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Offres d'adhesion individuelle, a relayer vers l'outil
      *    d'envoi comme NOTIFMAIL.
           SELECT LETTRE-FILE ASSIGN TO "COURRIERPORTA"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTRE-FILE.
       01  LETTRE-LINE               PIC X(180).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

      *    [RD] Delai, en mois avant la fin de portabilite, de l'envoi
      *    de l'offre, et date limite correspondante (aujourd'hui plus
      *    ce delai, comparee en AAAA-MM-JJ).
       01  WS-POR-DELAI-MOIS         PIC 9(02) VALUE 2.
       01  WS-POR-LIMIT-YEAR         PIC 9(04).
       01  WS-POR-LIMIT-MONTH        PIC 9(02).

       01  WS-POR-FORMULE            PIC X(10).
       01  WS-POR-RATE-ED            PIC ZZZZ9.99.

       01  WS-POR-LETTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-POR-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-POR-NOFORMULE-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scportab'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-POR-TODAY         PIC X(10).
       01  SQL-POR-LIMIT         PIC X(10).

       01  SQL-POR-CUS-UUID      PIC X(36).
       01  SQL-POR-LASTNAME      PIC X(20).
       01  SQL-POR-FIRSTNAME     PIC X(20).
       01  SQL-POR-ADRESS1       PIC X(50).
       01  SQL-POR-ZIPCODE       PIC X(15).
       01  SQL-POR-TOWN          PIC X(50).
       01  SQL-POR-MAIL          PIC X(50).
       01  SQL-POR-NPAI          PIC X(01).
       01  SQL-POR-EXIT          PIC X(10).
       01  SQL-POR-END           PIC X(10).
       01  SQL-POR-CUS-FORMULE   PIC X(10).
       01  SQL-POR-CTR-FORMULE   PIC X(10).
       01  SQL-POR-FORMULE       PIC X(10).
       01  SQL-POR-RATE          PIC S9(5)V99 COMP-3.
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
      * Envoie les offres d'adhesion individuelle dues aux anciens
      * salaries dont la portabilite s'acheve dans les deux mois.
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
               DELIMITED BY SIZE INTO SQL-POR-TODAY.

      *    [RD] Aujourd'hui plus deux mois, au meme quantieme : la
      *    comparaison se fait en texte, un 30 fevrier y tient lieu de
      *    fin de mois.
           MOVE WS-TODAY(1:4) TO WS-POR-LIMIT-YEAR.
           MOVE WS-TODAY(5:2) TO WS-POR-LIMIT-MONTH.
           ADD WS-POR-DELAI-MOIS TO WS-POR-LIMIT-MONTH.
           IF WS-POR-LIMIT-MONTH > 12
               SUBTRACT 12 FROM WS-POR-LIMIT-MONTH
               ADD 1 TO WS-POR-LIMIT-YEAR
           END-IF.
           STRING WS-POR-LIMIT-YEAR '-' WS-POR-LIMIT-MONTH '-'
               WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-POR-LIMIT.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scportab' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT LETTRE-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-OFFRES-DUES THRU END-1000-OFFRES-DUES.

           CLOSE LETTRE-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Offres d'adhesion          : " WS-POR-LETTER-COUNT.
           DISPLAY "Detournees NPAI            : " WS-POR-NPAI-COUNT.
           DISPLAY "Sans formule a proposer    : "
               WS-POR-NOFORMULE-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-POR-LETTER-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Fiches actives en portabilite (justificatif fourni)    *
      *    dont la fin tombe d'ici deux mois, sans offre envoyee ni    *
      *    choix enregistre, avec la formule du contrat collectif.     *
      ******************************************************************
       1000-OFFRES-DUES.
           EXEC SQL
               DECLARE CRSPORDUE CURSOR FOR
               SELECT uuid_customer, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_mail,
                   COALESCE(customer_adress_invalid, 'N'),
                   customer_porta_exit_date, customer_porta_end_date,
                   COALESCE(customer_formule, ''),
                   COALESCE(contrat_formule, '')
               FROM customer
               LEFT JOIN contrat_collectif
                   ON contrat_ref = customer_groupe
               WHERE customer_active != 'A'
               AND customer_porta_proof = 'O'
               AND COALESCE(customer_porta_end_date, '') != ''
               AND customer_porta_end_date >= :SQL-POR-TODAY
               AND customer_porta_end_date <= :SQL-POR-LIMIT
               AND COALESCE(customer_porta_offer_date, '') = ''
               AND COALESCE(customer_porta_choice, '') = ''
               ORDER BY customer_porta_end_date
           END-EXEC.

           EXEC SQL OPEN CRSPORDUE END-EXEC.

           EXEC SQL
               FETCH CRSPORDUE
               INTO :SQL-POR-CUS-UUID, :SQL-POR-LASTNAME,
                   :SQL-POR-FIRSTNAME, :SQL-POR-ADRESS1,
                   :SQL-POR-ZIPCODE, :SQL-POR-TOWN, :SQL-POR-MAIL,
                   :SQL-POR-NPAI, :SQL-POR-EXIT, :SQL-POR-END,
                   :SQL-POR-CUS-FORMULE, :SQL-POR-CTR-FORMULE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-ECRIRE-OFFRE
                  THRU END-1100-ECRIRE-OFFRE
               EXEC SQL
                   FETCH CRSPORDUE
                   INTO :SQL-POR-CUS-UUID, :SQL-POR-LASTNAME,
                       :SQL-POR-FIRSTNAME, :SQL-POR-ADRESS1,
                       :SQL-POR-ZIPCODE, :SQL-POR-TOWN, :SQL-POR-MAIL,
                       :SQL-POR-NPAI, :SQL-POR-EXIT, :SQL-POR-END,
                       :SQL-POR-CUS-FORMULE, :SQL-POR-CTR-FORMULE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSPORDUE END-EXEC.
       END-1000-OFFRES-DUES.
           EXIT.

      ******************************************************************
      *    [RD] Prepare l'offre d'un ancien salarie : formule proposee *
      *    et son tarif au catalogue, l'ecrit et porte la date d'envoi *
      *    sur la fiche. Sans formule ni sur la fiche ni au contrat,   *
      *    l'offre part sans formule ni tarif et le cas est compte     *
      *    pour suite a donner par le gestionnaire.                    *
      ******************************************************************
       1100-ECRIRE-OFFRE.
           IF SQL-POR-CUS-FORMULE NOT = SPACES
               MOVE SQL-POR-CUS-FORMULE TO WS-POR-FORMULE
           ELSE
               MOVE SQL-POR-CTR-FORMULE TO WS-POR-FORMULE
           END-IF.

           MOVE ZERO TO SQL-POR-RATE.
           IF WS-POR-FORMULE NOT = SPACES
               MOVE WS-POR-FORMULE TO SQL-POR-FORMULE
               EXEC SQL
                   SELECT formule_rate INTO :SQL-POR-RATE
                   FROM formule
                   WHERE formule_code = :SQL-POR-FORMULE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO SQL-POR-RATE
               END-IF
           ELSE
               ADD 1 TO WS-POR-NOFORMULE-COUNT
           END-IF.
           MOVE SQL-POR-RATE TO WS-POR-RATE-ED.

           MOVE 'PORTAOFFRE' TO WS-LET-TYPE.
           MOVE SPACES TO LETTRE-LINE.
           STRING 'OFFRE ADHESION ' FUNCTION TRIM(SQL-POR-MAIL)
               ' - ' FUNCTION TRIM(SQL-POR-LASTNAME) ' '
               FUNCTION TRIM(SQL-POR-FIRSTNAME)
               ' - portabilite jusqu''au ' SQL-POR-END
               ' - formule individuelle ' FUNCTION TRIM(WS-POR-FORMULE)
               ' a ' WS-POR-RATE-ED ' EUR par mois'
               DELIMITED BY SIZE INTO LETTRE-LINE.
           PERFORM 1300-ECRIRE-LETTRE THRU END-1300-ECRIRE-LETTRE.

           EXEC SQL
               UPDATE customer SET
                   customer_porta_offer_date = :SQL-POR-TODAY
               WHERE uuid_customer = :SQL-POR-CUS-UUID
           END-EXEC.
           ADD 1 TO WS-POR-LETTER-COUNT.
       END-1100-ECRIRE-OFFRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'offre a l'adherent : texte du modele actif     *
      *    (cf. scmodele), a defaut la ligne standard preparee dans    *
      *    LETTRE-LINE ; ou detourne cette ligne vers la liste de      *
      *    travail COURRIERNPAI si l'adresse de l'adherent est marquee *
      *    invalide (cf. scnpai).                                      *
      ******************************************************************
       1300-ECRIRE-LETTRE.
           IF SQL-POR-NPAI = 'O'
               GO TO 1350-DETOURNER-LETTRE
           END-IF.

           MOVE SQL-POR-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           PERFORM 1500-CHAMPS-FUSION THRU END-1500-CHAMPS-FUSION.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO LETTRE-LINE
                   PERFORM 1310-ECRIRE-LIGNE THRU END-1310-ECRIRE-LIGNE
               END-PERFORM
           ELSE
               PERFORM 1310-ECRIRE-LIGNE THRU END-1310-ECRIRE-LIGNE
           END-IF.
           GO TO END-1300-ECRIRE-LETTRE.

       1350-DETOURNER-LETTRE.

           MOVE SPACES TO NPAI-LINE.
           STRING 'scportab  ' SQL-POR-TODAY ' ' LETTRE-LINE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-POR-NPAI-COUNT.
       END-1300-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1310-ECRIRE-LIGNE.
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
       END-1310-ECRIRE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Alimente les champs de fusion et demande le courrier   *
      *    fusionne a 'sclettre' : formule proposee, tarif mensuel en  *
      *    montant, fin de portabilite en echeance, date de sortie en  *
      *    divers.                                                     *
      ******************************************************************
       1500-CHAMPS-FUSION.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-POR-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-POR-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-POR-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-POR-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-POR-TOWN      TO WS-LET-VILLE.
           MOVE SQL-POR-MAIL      TO WS-LET-MAIL.
           MOVE WS-POR-FORMULE    TO WS-LET-FORMULE.
           MOVE WS-POR-RATE-ED    TO WS-LET-MONTANT.
           MOVE SQL-POR-END       TO WS-LET-ECHEANCE.
           MOVE SQL-POR-TODAY     TO WS-LET-DATE.
           STRING 'Sortie de l''entreprise le ' SQL-POR-EXIT
               DELIMITED BY SIZE INTO WS-LET-DIVERS.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.
       END-1500-CHAMPS-FUSION.
           EXIT.
