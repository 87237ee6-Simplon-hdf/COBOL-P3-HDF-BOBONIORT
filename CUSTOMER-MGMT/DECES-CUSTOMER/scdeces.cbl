      *      rattachement des enfants beneficiaires a sa nouvelle      *
      *      fiche ; le lien de couple de l'eventuel partenaire        *
      *      adherent est efface.                                      *
      *    Le dossier valide, la lettre de cloture part a l'adresse    *
      *    du defunt (fichier COURRIERDECES, cumule en ajout) : texte  *
      *    du modele de courrier actif DECES (cf. scmodele), a defaut  *
      *    le texte standard du programme.                             *
      *    L'ecran reprend aussi la liste de travail des deces         *
      *    rapproches du fichier INSEE (cf. scinsee) : la fiche et la  *
      *    date du deces sont pre-remplies, la validation solde la     *
      *    ligne, et une correspondance erronee peut etre ecartee. Un  *
      *    deces de beneficiaire clot seulement la ligne beneficiaire  *
      *    a la date du deces. Dans tous les cas les reclamations non  *
      *    payees dont le soin est posterieur au deces sont retenues   *
      *    (remboursement_hold = 'O', levee dans scremb).              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdeces.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Lettres de cloture suite a deces, cumulees en ajout
      *    d'un dossier a l'autre jusqu'a la prochaine impression.
           SELECT OPTIONAL DECES-LETTRE-FILE ASSIGN TO "COURRIERDECES"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DECES-LETTRE-FILE.
       01  DECES-LETTRE-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      *    [RD] Champs de recherche par numero de securite sociale.
       01  WS-DEC-SECU-1              PIC X(01).
       01  WS-DEC-CUS-UUID            PIC X(36).
       01  WS-DEC-CUS-LASTNAME        PIC X(20).
       01  WS-DEC-CUS-FIRSTNAME      PIC X(20).
       01  WS-DEC-CUS-ADRESS1         PIC X(50).
       01  WS-DEC-CUS-ZIPCODE         PIC X(15).
       01  WS-DEC-CUS-TOWN            PIC X(50).
       01  WS-DEC-CUS-FORMULE         PIC X(10).
       01  WS-DEC-FOUND               PIC X(01).
       01  WS-DEC-DEATH-DATE          PIC X(10).
       01  WS-DEC-VALIDATION          PIC X(01).

      *    [RD] Liste de travail des deces INSEE (cf. scinsee) : ligne
      *    reprise (spaces = dossier saisi a la main), beneficiaire
      *    decede (spaces = l'adherent lui-meme) et affichage.
       01  WS-DEC-INSEE-NEXT          PIC X(01).
       01  WS-DEC-INSEE-ECARTER       PIC X(01).
       01  WS-DEC-INSEE-UUID          PIC X(36).
       01  WS-DEC-BEN-UUID            PIC X(36).
       01  WS-DEC-INSEE-COUNT-ED      PIC ZZZZ9.
       01  WS-DEC-INSEE-LINE          PIC X(40).
       01  WS-DEC-INSEE-INFO          PIC X(60).
       01  WS-DEC-SECU-TEXT           PIC X(15).
       01  WS-DEC-HELD-ED             PIC ZZZZ9.

      *    [RD] Compte rendu du dossier sur l'ecran.
       01  WS-DEC-RESULT-LINE-1       PIC X(70).
       01  WS-DEC-RESULT-LINE-2       PIC X(70).
       01  WS-PER-ALLOWED             PIC X(01).
       01  WS-PER-MESSAGE             PIC X(70).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-DEC-NBCHILDREN    PIC 9(03).
       01  SQL-DEC-DOCTOR        PIC X(20).
       01  SQL-DEC-FORMULE       PIC X(10).
       01  SQL-DEC-ADRESS1       PIC X(50).
       01  SQL-DEC-ZIPCODE       PIC X(15).
       01  SQL-DEC-TOWN          PIC X(50).
       01  SQL-DEC-DEATH-DATE    PIC X(10).
       01  SQL-DEC-TODAY         PIC X(10).

       01  SQL-DEC-BEN-BIRTH     PIC X(10).
       01  SQL-DEC-NEW-UUID      PIC X(36).
       01  SQL-DEC-OPERATOR      PIC X(08).
       01  SQL-DEC-AGENCE        PIC X(04).

      *    [RD] Ligne de la liste des deces INSEE, beneficiaire
      *    decede et reclamations retenues.
       01  SQL-DEC-INSEE-UUID    PIC X(36).
       01  SQL-DEC-INSEE-SCORE   PIC 9(03).
       01  SQL-DEC-INSEE-COUNT   PIC 9(05).
       01  SQL-DEC-DEF-BEN-UUID  PIC X(36).
       01  SQL-DEC-HELD          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE SPACE TO WS-DEC-MENU-RETURN.
           MOVE SPACES TO WS-DEC-ERROR-MESSAGE.
           MOVE 'N' TO WS-DEC-FOUND.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-BEN-UUID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.
           PERFORM 1600-COMPTER-INSEE THRU END-1600-COMPTER-INSEE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM UNTIL WS-DEC-MENU-RETURN = 'O'
               DISPLAY SCREEN-DECES
                   WHEN WS-DEC-VALIDATION = 'O'
                       PERFORM 2000-TRAITER-DECES
                          THRU END-2000-TRAITER-DECES
                   WHEN WS-DEC-INSEE-NEXT = 'O'
                       PERFORM 1500-REPRENDRE-INSEE
                          THRU END-1500-REPRENDRE-INSEE
                   WHEN WS-DEC-INSEE-ECARTER = 'O'
                       PERFORM 2700-ECARTER-INSEE
                          THRU END-2700-ECARTER-INSEE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE SPACES TO WS-DEC-RESULT-LINE-2.
           MOVE SPACES TO WS-DEC-RESULT-LINE-3.
           MOVE 'N' TO WS-DEC-FOUND.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-BEN-UUID.
           MOVE SPACES TO WS-DEC-INSEE-INFO.

           STRING WS-DEC-SECU-1 WS-DEC-SECU-2 WS-DEC-SECU-3
               WS-DEC-SECU-4 WS-DEC-SECU-5 WS-DEC-SECU-6 WS-DEC-SECU-7
               SELECT uuid_customer, customer_lastname,
                   customer_firstname, customer_active,
                   customer_couple, customer_nbchildren,
                   customer_doctor, customer_formule,
                   customer_adress1, customer_zipcode, customer_town
               INTO :SQL-DEC-CUS-UUID, :SQL-DEC-LASTNAME,
                   :SQL-DEC-FIRSTNAME, :SQL-DEC-ACTIVE,
                   :SQL-DEC-COUPLE, :SQL-DEC-NBCHILDREN,
                   :SQL-DEC-DOCTOR, :SQL-DEC-FORMULE,
                   :SQL-DEC-ADRESS1, :SQL-DEC-ZIPCODE, :SQL-DEC-TOWN
               FROM customer
               WHERE customer_code_secu = :SQL-DEC-CODE-SECU
           END-EXEC.
           MOVE SQL-DEC-CUS-UUID   TO WS-DEC-CUS-UUID.
           MOVE SQL-DEC-LASTNAME   TO WS-DEC-CUS-LASTNAME.
           MOVE SQL-DEC-FIRSTNAME  TO WS-DEC-CUS-FIRSTNAME.
           MOVE SQL-DEC-ADRESS1    TO WS-DEC-CUS-ADRESS1.
           MOVE SQL-DEC-ZIPCODE    TO WS-DEC-CUS-ZIPCODE.
           MOVE SQL-DEC-TOWN       TO WS-DEC-CUS-TOWN.
           MOVE SQL-DEC-FORMULE    TO WS-DEC-CUS-FORMULE.
           MOVE 'Adherent trouve. Saisissez la date du deces.'
               TO WS-DEC-ERROR-MESSAGE.

       END-1000-SEARCH-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Reprend la plus ancienne ligne a traiter de la liste   *
      *    des deces INSEE (cf. scinsee) : charge la fiche adherent,   *
      *    ou le beneficiaire decede, et pre-remplit la date du deces  *
      *    a verifier avant validation. Une ligne dont la personne est *
      *    deja close est soldee d'office.                             *
      ******************************************************************
       1500-REPRENDRE-INSEE.
           MOVE SPACES TO WS-DEC-ERROR-MESSAGE.
           MOVE SPACES TO WS-DEC-RESULT-LINE-1.
           MOVE SPACES TO WS-DEC-RESULT-LINE-2.
           MOVE SPACES TO WS-DEC-RESULT-LINE-3.
           MOVE SPACES TO WS-DEC-INSEE-INFO.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-BEN-UUID.
           MOVE 'N' TO WS-DEC-FOUND.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT uuid_deces_insee, uuid_customer,
                   COALESCE(uuid_beneficiaire, ''),
                   insee_death_date, insee_score
               INTO :SQL-DEC-INSEE-UUID, :SQL-DEC-CUS-UUID,
                   :SQL-DEC-DEF-BEN-UUID,
                   :SQL-DEC-DEATH-DATE, :SQL-DEC-INSEE-SCORE
               FROM deces_insee
               WHERE insee_status = 'A'
               ORDER BY insee_match_date, insee_death_date
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Aucun deces INSEE a traiter.'
                   TO WS-DEC-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1500-REPRENDRE-INSEE
           END-IF.

           EXEC SQL
               SELECT customer_lastname,
                   customer_firstname, customer_active,
                   customer_couple, customer_nbchildren,
                   customer_doctor, customer_formule,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_code_secu
               INTO :SQL-DEC-LASTNAME,
                   :SQL-DEC-FIRSTNAME, :SQL-DEC-ACTIVE,
                   :SQL-DEC-COUPLE, :SQL-DEC-NBCHILDREN,
                   :SQL-DEC-DOCTOR, :SQL-DEC-FORMULE,
                   :SQL-DEC-ADRESS1, :SQL-DEC-ZIPCODE, :SQL-DEC-TOWN,
                   :SQL-DEC-CODE-SECU
               FROM customer
               WHERE uuid_customer = :SQL-DEC-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-DEC-ACTIVE = 'A'
               PERFORM 1550-CLASSER-INSEE THRU END-1550-CLASSER-INSEE
               MOVE 'Adherent deja clos : ligne INSEE soldee.'
                   TO WS-DEC-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1500-REPRENDRE-INSEE
           END-IF.

           MOVE SQL-DEC-CUS-UUID   TO WS-DEC-CUS-UUID.
           MOVE SQL-DEC-LASTNAME   TO WS-DEC-CUS-LASTNAME.
           MOVE SQL-DEC-FIRSTNAME  TO WS-DEC-CUS-FIRSTNAME.
           MOVE SQL-DEC-ADRESS1    TO WS-DEC-CUS-ADRESS1.
           MOVE SQL-DEC-ZIPCODE    TO WS-DEC-CUS-ZIPCODE.
           MOVE SQL-DEC-TOWN       TO WS-DEC-CUS-TOWN.
           MOVE SQL-DEC-FORMULE    TO WS-DEC-CUS-FORMULE.
           MOVE SQL-DEC-CODE-SECU  TO WS-DEC-CUS-CODE-SECU.
           MOVE WS-DEC-CUS-CODE-SECU TO WS-DEC-SECU-TEXT.
           MOVE WS-DEC-SECU-TEXT(1:1)  TO WS-DEC-SECU-1.
           MOVE WS-DEC-SECU-TEXT(2:2)  TO WS-DEC-SECU-2.
           MOVE WS-DEC-SECU-TEXT(4:2)  TO WS-DEC-SECU-3.
           MOVE WS-DEC-SECU-TEXT(6:2)  TO WS-DEC-SECU-4.
           MOVE WS-DEC-SECU-TEXT(8:3)  TO WS-DEC-SECU-5.
           MOVE WS-DEC-SECU-TEXT(11:3) TO WS-DEC-SECU-6.
           MOVE WS-DEC-SECU-TEXT(14:2) TO WS-DEC-SECU-7.

      *    [RD] Deces d'un beneficiaire : l'ecran montre le defunt,
      *    l'adherent de rattachement reste en ligne d'information.
           IF SQL-DEC-DEF-BEN-UUID NOT = SPACES
               EXEC SQL
                   SELECT beneficiaire_lastname,
                       beneficiaire_firstname
                   INTO :SQL-DEC-BEN-LASTNAME, :SQL-DEC-BEN-FIRSTNAME
                   FROM beneficiaire
                   WHERE uuid_beneficiaire = :SQL-DEC-DEF-BEN-UUID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM 1550-CLASSER-INSEE
                      THRU END-1550-CLASSER-INSEE
                   MOVE 'Beneficiaire introuvable : ligne soldee.'
                       TO WS-DEC-ERROR-MESSAGE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   GO TO END-1500-REPRENDRE-INSEE
               END-IF
               MOVE SQL-DEC-DEF-BEN-UUID  TO WS-DEC-BEN-UUID
               MOVE SQL-DEC-BEN-LASTNAME  TO WS-DEC-CUS-LASTNAME
               MOVE SQL-DEC-BEN-FIRSTNAME TO WS-DEC-CUS-FIRSTNAME
               STRING 'Beneficiaire de ' SQL-DEC-LASTNAME ' '
                   SQL-DEC-FIRSTNAME ' - note ' SQL-DEC-INSEE-SCORE
                   DELIMITED BY SIZE INTO WS-DEC-INSEE-INFO
           ELSE
               STRING 'Adherent - note INSEE ' SQL-DEC-INSEE-SCORE
                   DELIMITED BY SIZE INTO WS-DEC-INSEE-INFO
           END-IF.

           MOVE SQL-DEC-INSEE-UUID TO WS-DEC-INSEE-UUID.
           MOVE SQL-DEC-DEATH-DATE TO WS-DEC-DEATH-DATE.
           MOVE 'O' TO WS-DEC-FOUND.
           MOVE 'Deces INSEE repris : verifiez la date puis validez.'
               TO WS-DEC-ERROR-MESSAGE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1500-REPRENDRE-INSEE.
           EXIT.

      ******************************************************************
      *    [RD] Solde d'office la ligne INSEE reprise ('T') quand la   *
      *    personne n'est plus a traiter, et recompte la liste.        *
      ******************************************************************
       1550-CLASSER-INSEE.
           MOVE LK-OPERATOR-ID TO SQL-DEC-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-DEC-TODAY.

           EXEC SQL
               UPDATE deces_insee SET
                   insee_status = 'T',
                   insee_treat_date = :SQL-DEC-TODAY,
                   insee_operator = :SQL-DEC-OPERATOR
               WHERE uuid_deces_insee = :SQL-DEC-INSEE-UUID
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM 1600-COMPTER-INSEE THRU END-1600-COMPTER-INSEE.
       END-1550-CLASSER-INSEE.
           EXIT.

      ******************************************************************
      *    [RD] Compte les lignes INSEE restant a traiter pour         *
      *    l'affichage (connexion ouverte par l'appelant).             *
      ******************************************************************
       1600-COMPTER-INSEE.
           MOVE ZERO TO SQL-DEC-INSEE-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DEC-INSEE-COUNT
               FROM deces_insee
               WHERE insee_status = 'A'
           END-EXEC.

           MOVE SQL-DEC-INSEE-COUNT TO WS-DEC-INSEE-COUNT-ED.
           MOVE SPACES TO WS-DEC-INSEE-LINE.
           STRING 'Deces INSEE a traiter : ' WS-DEC-INSEE-COUNT-ED
               DELIMITED BY SIZE INTO WS-DEC-INSEE-LINE.
       END-1600-COMPTER-INSEE.
           EXIT.

      ******************************************************************
      *    [RD] Deroule le dossier deces complet : cloture, arret des  *
      *    prelevements, prorata et promotion du conjoint.             *
           MOVE SPACES TO WS-DEC-RESULT-LINE-1.
           MOVE SPACES TO WS-DEC-RESULT-LINE-2.
           MOVE SPACES TO WS-DEC-RESULT-LINE-3.
           MOVE ZERO TO WS-DEC-PRORATA.

           IF WS-DEC-FOUND NOT = 'O'
               MOVE 'Recherchez un adherent avant de valider.'
           MOVE WS-DEC-TODAY-DATE TO SQL-DEC-TODAY.
           MOVE WS-DEC-DEATH-DATE TO SQL-DEC-DEATH-DATE.
           MOVE WS-DEC-CUS-UUID   TO SQL-DEC-CUS-UUID.
           MOVE WS-DEC-BEN-UUID   TO SQL-DEC-DEF-BEN-UUID.
           MOVE LK-OPERATOR-ID    TO SQL-DEC-OPERATOR.

      *    [RD] Deces d'un beneficiaire (liste INSEE) : seule sa ligne
      *    est close, le contrat de l'adherent continue.
           IF WS-DEC-BEN-UUID NOT = SPACES
               PERFORM 2800-CLORE-BENEFICIAIRE
                  THRU END-2800-CLORE-BENEFICIAIRE
               GO TO END-2000-TRAITER-DECES
           END-IF.

      *    [RD] Periode comptable du jour fermee (cf. scperctl) :
      *    le dossier deces attend la reouverture ou la main du
      *    comptable, au lieu d'ecrire dans un mois arrete.
               GO TO END-2000-TRAITER-DECES
           END-IF.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.
              THRU END-2200-ARRETER-PRELEVEMENTS.
           PERFORM 2400-PROMOUVOIR-CONJOINT
              THRU END-2400-PROMOUVOIR-CONJOINT.
           PERFORM 2600-RETENIR-SOINS
              THRU END-2600-RETENIR-SOINS.
           PERFORM 2650-SOLDER-INSEE
              THRU END-2650-SOLDER-INSEE.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1600-COMPTER-INSEE THRU END-1600-COMPTER-INSEE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM 2500-LETTRE-CLOTURE
              THRU END-2500-LETTRE-CLOTURE.

           MOVE 'N' TO WS-DEC-FOUND.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-INSEE-INFO.
           IF SQL-DEC-HELD > ZERO
               MOVE SQL-DEC-HELD TO WS-DEC-HELD-ED
               STRING 'Dossier deces enregistre, ' WS-DEC-HELD-ED
                   ' reclamation(s) posterieure(s) retenue(s).'
                   DELIMITED BY SIZE INTO WS-DEC-ERROR-MESSAGE
           ELSE
               MOVE 'Dossier deces enregistre.'
                   TO WS-DEC-ERROR-MESSAGE
           END-IF.
       END-2000-TRAITER-DECES.
           EXIT.

                   uuid_customer, remboursement_care_date,
                   remboursement_provider, remboursement_claimed,
                   remboursement_reimbursed, remboursement_status,
                   remboursement_decision_date,
                   remboursement_entry_date, remboursement_channel
               ) VALUES (
                   :SQL-DEC-CUS-UUID, :SQL-DEC-DEATH-DATE,
                   'REGUL COTIS DECES', :SQL-DEC-PRORATA,
                   :SQL-DEC-PRORATA, 'R', :SQL-DEC-TODAY,
                   :SQL-DEC-TODAY, 'E'
               )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Erreur : prorata de cotisation non enregistre.'
                   TO WS-DEC-RESULT-LINE-2
               MOVE ZERO TO WS-DEC-PRORATA
               GO TO END-2300-PRORATA-COTISATION
           END-IF.


      ******************************************************************
      *    [RD] Promeut le conjoint beneficiaire ('C') en adherent a   *
      *    part entiere : nouvelle fiche reprenant enfants, medecin,   *
      *    formule et agence de rattachement du defunt (NIR a          *
      *    completer via scedit), enfants beneficiaires rattaches a la *
      *    nouvelle fiche, ancienne ligne beneficiaire retiree. Le     *
      *    lien de couple d'un eventuel partenaire adherent est        *
      *    efface.                                                     *
      ******************************************************************
       2400-PROMOUVOIR-CONJOINT.
           IF SQL-DEC-COUPLE NOT = SPACES
               GO TO END-2400-PROMOUVOIR-CONJOINT
           END-IF.

           EXEC SQL
               SELECT COALESCE(customer_agence, ' ')
               INTO :SQL-DEC-AGENCE
               FROM customer
               WHERE uuid_customer = :SQL-DEC-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-DEC-AGENCE
           END-IF.

           EXEC SQL
               INSERT INTO customer (
                   customer_lastname, customer_firstname,
                   customer_birth_date, customer_doctor,
                   customer_nbchildren, customer_formule,
                   customer_code_secu, customer_create_date,
                   customer_agence
               ) VALUES (
                   :SQL-DEC-BEN-LASTNAME, :SQL-DEC-BEN-FIRSTNAME,
                   :SQL-DEC-BEN-BIRTH, :SQL-DEC-DOCTOR,
                   :SQL-DEC-NBCHILDREN, :SQL-DEC-FORMULE,
                   0, :SQL-DEC-TODAY,
                   :SQL-DEC-AGENCE
               )
           END-EXEC.

               DELIMITED BY SIZE INTO WS-DEC-RESULT-LINE-3.
       END-2400-PROMOUVOIR-CONJOINT.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre de cloture a l'adresse du defunt :     *
      *    texte du modele actif DECES (cf. scmodele), a defaut le     *
      *    texte standard (cloture a la date du deces, prorata de      *
      *    cotisation rembourse s'il y en a un).                       *
      ******************************************************************
       2500-LETTRE-CLOTURE.
           MOVE WS-DEC-PRORATA TO WS-DEC-PRORATA-ED.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE WS-DEC-CUS-LASTNAME  TO WS-LET-NOM.
           MOVE WS-DEC-CUS-FIRSTNAME TO WS-LET-PRENOM.
           MOVE WS-DEC-CUS-ADRESS1   TO WS-LET-ADRESSE.
           MOVE WS-DEC-CUS-ZIPCODE   TO WS-LET-CP.
           MOVE WS-DEC-CUS-TOWN      TO WS-LET-VILLE.
           MOVE WS-DEC-CUS-CODE-SECU TO WS-LET-NIR.
           MOVE WS-DEC-CUS-FORMULE   TO WS-LET-FORMULE.
           MOVE WS-DEC-DEATH-DATE    TO WS-LET-ECHEANCE.
           MOVE WS-DEC-PRORATA-ED    TO WS-LET-MONTANT.
           MOVE 'DECES' TO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           OPEN EXTEND DECES-LETTRE-FILE.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO DECES-LETTRE-LINE
                   WRITE DECES-LETTRE-LINE
               END-PERFORM
               GO TO 2550-FIN-LETTRE
           END-IF.

           MOVE '--- CLOTURE DU CONTRAT SUITE A DECES ---'
               TO DECES-LETTRE-LINE.
           WRITE DECES-LETTRE-LINE.

           MOVE SPACES TO DECES-LETTRE-LINE.
           STRING 'Succession de ' WS-DEC-CUS-LASTNAME ' '
               WS-DEC-CUS-FIRSTNAME ' - ' WS-DEC-CUS-ADRESS1
               DELIMITED BY SIZE INTO DECES-LETTRE-LINE.
           WRITE DECES-LETTRE-LINE.

           MOVE SPACES TO DECES-LETTRE-LINE.
           STRING WS-DEC-CUS-ZIPCODE ' ' WS-DEC-CUS-TOWN
               DELIMITED BY SIZE INTO DECES-LETTRE-LINE.
           WRITE DECES-LETTRE-LINE.

           MOVE SPACES TO DECES-LETTRE-LINE.
           STRING 'Le contrat est clos a la date du deces, le '
               WS-DEC-DEATH-DATE '.'
               DELIMITED BY SIZE INTO DECES-LETTRE-LINE.
           WRITE DECES-LETTRE-LINE.

           IF WS-DEC-PRORATA > ZERO
               MOVE SPACES TO DECES-LETTRE-LINE
               STRING 'La part de cotisation posterieure au deces, '
                   WS-DEC-PRORATA-ED ' EUR, sera remboursee.'
                   DELIMITED BY SIZE INTO DECES-LETTRE-LINE
               WRITE DECES-LETTRE-LINE
           END-IF.

       2550-FIN-LETTRE.
           MOVE SPACES TO DECES-LETTRE-LINE.
           WRITE DECES-LETTRE-LINE.
           CLOSE DECES-LETTRE-FILE.
       END-2500-LETTRE-CLOTURE.
           EXIT.

      ******************************************************************
      *    [RD] Retient (remboursement_hold = 'O') les reclamations    *
      *    encore a payer du defunt dont le soin est posterieur au     *
      *    deces : l'adherent pour ses propres soins, le beneficiaire  *
      *    pour les siens. Meme logique que 2200-RETENIR-SOINS dans    *
      *    scinsee.                                                    *
      ******************************************************************
       2600-RETENIR-SOINS.
           MOVE ZERO TO SQL-DEC-HELD.

           IF SQL-DEC-DEF-BEN-UUID = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-DEC-HELD
                   FROM remboursement
                   WHERE uuid_customer = :SQL-DEC-CUS-UUID
                   AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
                   AND remboursement_care_date > :SQL-DEC-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
               EXEC SQL
                   UPDATE remboursement SET remboursement_hold = 'O'
                   WHERE uuid_customer = :SQL-DEC-CUS-UUID
                   AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
                   AND remboursement_care_date > :SQL-DEC-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-DEC-HELD
                   FROM remboursement
                   WHERE uuid_customer = :SQL-DEC-CUS-UUID
                   AND uuid_beneficiaire = :SQL-DEC-DEF-BEN-UUID
                   AND remboursement_care_date > :SQL-DEC-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
               EXEC SQL
                   UPDATE remboursement SET remboursement_hold = 'O'
                   WHERE uuid_customer = :SQL-DEC-CUS-UUID
                   AND uuid_beneficiaire = :SQL-DEC-DEF-BEN-UUID
                   AND remboursement_care_date > :SQL-DEC-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
           END-IF.
       END-2600-RETENIR-SOINS.
           EXIT.

      ******************************************************************
      *    [RD] Solde ('T') les lignes INSEE a traiter du defunt, que  *
      *    le dossier ait ete repris de la liste ou saisi a la main.   *
      ******************************************************************
       2650-SOLDER-INSEE.
           IF SQL-DEC-DEF-BEN-UUID = SPACES
               EXEC SQL
                   UPDATE deces_insee SET
                       insee_status = 'T',
                       insee_treat_date = :SQL-DEC-TODAY,
                       insee_operator = :SQL-DEC-OPERATOR
                   WHERE uuid_customer = :SQL-DEC-CUS-UUID
                   AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
                   AND insee_status = 'A'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE deces_insee SET
                       insee_status = 'T',
                       insee_treat_date = :SQL-DEC-TODAY,
                       insee_operator = :SQL-DEC-OPERATOR
                   WHERE uuid_beneficiaire = :SQL-DEC-DEF-BEN-UUID
                   AND insee_status = 'A'
               END-EXEC
           END-IF.
       END-2650-SOLDER-INSEE.
           EXIT.

      ******************************************************************
      *    [RD] Ecarte ('E') la ligne INSEE reprise quand la           *
      *    verification montre que la personne n'est pas decedee :     *
      *    aucune donnee n'est modifiee, et les retenues posees par    *
      *    scinsee se levent dans scremb apres controle.               *
      ******************************************************************
       2700-ECARTER-INSEE.
           MOVE SPACES TO WS-DEC-ERROR-MESSAGE.

           IF WS-DEC-INSEE-UUID = SPACES
               MOVE 'Reprenez un deces INSEE avant de l''ecarter.'
                   TO WS-DEC-ERROR-MESSAGE
               GO TO END-2700-ECARTER-INSEE
           END-IF.

           MOVE WS-DEC-INSEE-UUID TO SQL-DEC-INSEE-UUID.
           MOVE LK-OPERATOR-ID    TO SQL-DEC-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-DEC-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               UPDATE deces_insee SET
                   insee_status = 'E',
                   insee_treat_date = :SQL-DEC-TODAY,
                   insee_operator = :SQL-DEC-OPERATOR
               WHERE uuid_deces_insee = :SQL-DEC-INSEE-UUID
               AND insee_status = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   MOVE 'Ligne ecartee : retenues a lever dans scremb.'
                       TO WS-DEC-ERROR-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''ecart de la ligne INSEE.'
                       TO WS-DEC-ERROR-MESSAGE
           END-EVALUATE.

           PERFORM 1600-COMPTER-INSEE THRU END-1600-COMPTER-INSEE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'N' TO WS-DEC-FOUND.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-BEN-UUID.
           MOVE SPACES TO WS-DEC-INSEE-INFO.
           MOVE SPACES TO WS-DEC-DEATH-DATE.
       END-2700-ECARTER-INSEE.
           EXIT.

      ******************************************************************
      *    [RD] Deces d'un beneficiaire repris de la liste INSEE :     *
      *    sa ligne est close a la date du deces, ses soins            *
      *    posterieurs sont retenus et la ligne INSEE est soldee. Pas  *
      *    de cloture de contrat ni de lettre : l'adherent reste       *
      *    couvert.                                                    *
      ******************************************************************
       2800-CLORE-BENEFICIAIRE.
           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               UPDATE beneficiaire
               SET beneficiaire_end_date = :SQL-DEC-DEATH-DATE
               WHERE uuid_beneficiaire = :SQL-DEC-DEF-BEN-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de la cloture du beneficiaire.'
                   TO WS-DEC-ERROR-MESSAGE
               GO TO END-2800-CLORE-BENEFICIAIRE
           END-IF.

           PERFORM 2600-RETENIR-SOINS
              THRU END-2600-RETENIR-SOINS.
           PERFORM 2650-SOLDER-INSEE
              THRU END-2650-SOLDER-INSEE.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 1600-COMPTER-INSEE THRU END-1600-COMPTER-INSEE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO WS-DEC-RESULT-LINE-1.
           STRING 'Beneficiaire ' WS-DEC-CUS-LASTNAME ' clos au '
               WS-DEC-DEATH-DATE '.'
               DELIMITED BY SIZE INTO WS-DEC-RESULT-LINE-1.
           MOVE SQL-DEC-HELD TO WS-DEC-HELD-ED.
           STRING 'Reclamations posterieures retenues : '
               WS-DEC-HELD-ED
               DELIMITED BY SIZE INTO WS-DEC-RESULT-LINE-2.

           MOVE 'N' TO WS-DEC-FOUND.
           MOVE SPACES TO WS-DEC-INSEE-UUID.
           MOVE SPACES TO WS-DEC-BEN-UUID.
           MOVE SPACES TO WS-DEC-INSEE-INFO.
           MOVE 'Deces du beneficiaire enregistre.'
               TO WS-DEC-ERROR-MESSAGE.
       END-2800-CLORE-BENEFICIAIRE.
           EXIT.
