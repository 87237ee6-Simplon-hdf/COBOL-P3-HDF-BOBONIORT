      *    importe en masse les salaries d'un contrat collectif        *
      *    employeur dans la table 'customer'. Chaque ligne du fichier *
      *    fourni par l'employeur passe les memes controles que la     *
      *    saisie ecran : cle modulo 97 du NIR et format de la date de *
      *    naissance (cf. scback), cle modulo 97 de l'IBAN, medecin    *
      *    reconnu au repertoire et formule au catalogue, doublon de   *
      *    numero de securite sociale (cf. sccreate). Les adherents    *
      *    valides sont crees avec la reference du contrat collectif   *
      *    sur la fiche ; chaque ligne refusee est restituee dans un   *
      *    fichier de rejets avec son motif, pour que l'employeur      *
      *    corrige et soumette a nouveau les seuls rejets. Chaque      *
      *    adherent cree est controle contre les listes de gel des     *
      *    avoirs et de sanctions (cf. scgelctl) ; une correspondance  *
      *    ouvre une alerte de revue conformite et bloque ses          *
      *    paiements. Elle n'est comptee qu'en fin de traitement et    *
      *    jamais ecrite dans le fichier de rejets, qui retourne a     *
      *    l'employeur. Chaque adherent cree est rattache a l'agence   *
      *    gestionnaire du contrat collectif.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scgrpimp.
       01  WS-GRP-EOF             PIC X(01) VALUE 'N'.
       01  WS-GRP-READ-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-GRP-CREATED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-GRP-GEL-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-GRP-REJECT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-GRP-REJECT-REASON   PIC X(50).

       01  WS-IBAN-REMAINDER      PIC 9(03).
       01  WS-IBAN-VALID          PIC X(01).

      *    [RD] Zone d'echange avec 'scgelctl' : controle du gel des
      *    avoirs de chaque adherent cree.
       COPY 'gel-controle.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-CUS-CREATE-DATE  PIC X(10).
       01  SQL-CUS-FORMULE      PIC X(10).
       01  SQL-CUS-GROUPE       PIC X(10).
       01  SQL-CUS-AGENCE       PIC X(04).

       01  SQL-DUP-COUNT        PIC 9(05).
       01  SQL-DOCTOR-NAME      PIC X(20).
       01  SQL-DOCTOR-COUNT     PIC 9(05).
       01  SQL-FORMULE-COUNT    PIC 9(05).
       01  SQL-NEW-CUS-UUID     PIC X(36).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY "Lignes lues              : " WS-GRP-READ-COUNT.
           DISPLAY "Adherents crees          : " WS-GRP-CREATED-COUNT.
           DISPLAY "Lignes rejetees          : " WS-GRP-REJECT-COUNT.
           DISPLAY "Alertes gel des avoirs   : " WS-GRP-GEL-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Insere l'adherent valide avec la reference du contrat  *
      *    collectif portee par la ligne du fichier employeur.         *
      *    L'adherent est rattache a l'agence gestionnaire du contrat  *
      *    (contrat_agence, cf. sccontrat) ; sans contrat connu ou     *
      *    sans agence sur le contrat, il reste sans agence et visible *
      *    de toutes les agences.                                      *
      ******************************************************************
       3000-INSERER-ADHERENT.
           MOVE GRP-LASTNAME       TO SQL-CUS-LASTNAME.
           MOVE GRP-CONTRAT        TO SQL-CUS-GROUPE.
           MOVE WS-GRP-CREATE-DATE TO SQL-CUS-CREATE-DATE.

           EXEC SQL
               SELECT COALESCE(contrat_agence, ' ')
               INTO :SQL-CUS-AGENCE
               FROM contrat_collectif
               WHERE contrat_ref = :SQL-CUS-GROUPE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-CUS-AGENCE
           END-IF.

           EXEC SQL
               INSERT INTO customer (
                   customer_lastname, customer_firstname,
                   customer_mail, customer_birth_date,
                   customer_doctor, customer_code_secu,
                   customer_code_iban, customer_formule,
                   customer_groupe, customer_create_date,
                   customer_agence
               ) VALUES (
                   :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                   :SQL-CUS-GENDER, :SQL-CUS-ADRESS1,
                   :SQL-CUS-MAIL, :SQL-CUS-BIRTH-DATE,
                   :SQL-CUS-DOCTOR, :SQL-CUS-CODE-SECU,
                   :SQL-CUS-CODE-IBAN, :SQL-CUS-FORMULE,
                   :SQL-CUS-GROUPE, :SQL-CUS-CREATE-DATE,
                   :SQL-CUS-AGENCE
               )
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-GRP-CREATED-COUNT
               PERFORM 3100-CONTROLER-GEL
                  THRU END-3100-CONTROLER-GEL
           ELSE
               MOVE 'Erreur technique a la creation'
                   TO WS-GRP-REJECT-REASON
       END-3000-INSERER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Controle l'adherent cree contre les listes de gel des  *
      *    avoirs (cf. 1075-CONTROLER-GEL dans sccreate). L'alerte     *
      *    n'est que comptee : le fichier de rejets retourne a         *
      *    l'employeur ne doit pas la reveler.                         *
      ******************************************************************
       3100-CONTROLER-GEL.
           EXEC SQL
               SELECT uuid_customer INTO :SQL-NEW-CUS-UUID
               FROM customer
               WHERE customer_code_secu = :SQL-CUS-CODE-SECU
               AND COALESCE(customer_active, ' ') != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-3100-CONTROLER-GEL
           END-IF.

           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE 'A' TO WS-GCT-SUBJECT-TYPE.
           MOVE SQL-NEW-CUS-UUID TO WS-GCT-SUBJECT-REF.
           MOVE SQL-NEW-CUS-UUID TO WS-GCT-CUSTOMER.
           MOVE SQL-CUS-LASTNAME TO WS-GCT-LASTNAME.
           MOVE SQL-CUS-FIRSTNAME TO WS-GCT-FIRSTNAME.
           MOVE SQL-CUS-BIRTH-DATE TO WS-GCT-BIRTH-DATE.
           MOVE SQL-CUS-CODE-IBAN TO WS-GCT-IBAN.
           MOVE 'scgrpimp' TO WS-GCT-ORIGIN.
           MOVE 'scgrpimp' TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.

           IF WS-GCT-RESULT NOT = 'N'
               ADD 1 TO WS-GRP-GEL-COUNT
           END-IF.
       END-3100-CONTROLER-GEL.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne rejetee dans le fichier des rejets :    *
      *    NIR, nom/prenom et motif du refus.                          *
