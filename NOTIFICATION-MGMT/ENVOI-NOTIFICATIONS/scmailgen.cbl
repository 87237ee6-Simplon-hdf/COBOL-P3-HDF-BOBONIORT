      *    a ce systeme) : il ecrit un fichier de notifications pret a *
      *    etre relaye vers un outil d'envoi, et journalise chaque     *
      *    notification deja emise dans la table 'notification' pour   *
      *    ne pas la regenerer au prochain passage. La notification    *
      *    d'un adherent dont l'adresse est marquee NPAI (cf. scnpai)  *
      *    part dans la liste de travail COURRIERNPAI. Le texte de     *
      *    chaque notification vient du modele de courrier actif de    *
      *    son type (RENOUVEL, AVISCOTIS, RECLAMOK, RECLAMKO, cf.      *
      *    scmodele) ; sans modele, la ligne standard est conservee.   *
      *    Chaque notification est aussi reportee au courrier du jour  *
      *    (table 'courrier_jour') pour la mise sous pli commune (cf.  *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scmailgen.
      *    relayer vers l'outil d'envoi de mails.
           SELECT NOTIF-FILE ASSIGN TO "NOTIFMAIL"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-FILE.
       01  NOTIF-LINE                PIC X(180).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Fenetre, en jours, avant l'echeance ou l'anniversaire
       01  WS-NOTIF-COTIS-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-NOTIF-CLAIM-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-NOTIF-NOMAIL-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-NOTIF-NPAI-COUNT       PIC 9(05) VALUE ZERO.

      *    [RD] Marque NPAI de l'adherent de la notification en cours.
       01  WS-NOTIF-NPAI             PIC X(01).

      *    [RD] Reference de paiement imprimee sur l'avis de
      *    cotisation : 'COT ' + periode + ' ' + NIR, soit 27
      *    reconnait (cf. scrappro 1200-MATCH-PAR-REFERENCE) quand
      *    l'adherent la reporte sur son virement.
       01  WS-NOTIF-PAYREF           PIC X(27).
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.


      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
       01  SQL-REN-FIRSTNAME       PIC X(20).
       01  SQL-REN-MAIL            PIC X(50).
       01  SQL-REN-CREATE-DATE     PIC X(10).
       01  SQL-REN-NPAI            PIC X(01).
       01  SQL-REN-ADRESS1         PIC X(50).
       01  SQL-REN-ZIPCODE         PIC X(15).
       01  SQL-REN-TOWN            PIC X(50).
       01  SQL-REN-CODE-SECU       PIC 9(15).
       01  SQL-REN-RUM             PIC X(35).

       01  SQL-COT-UUID            PIC X(36).
       01  SQL-COT-PERIOD          PIC X(07).
       01  SQL-COT-FIRSTNAME       PIC X(20).
       01  SQL-COT-MAIL            PIC X(50).
       01  SQL-COT-CODE-SECU       PIC 9(15).
       01  SQL-COT-NPAI            PIC X(01).
       01  SQL-COT-ADRESS1         PIC X(50).
       01  SQL-COT-ZIPCODE         PIC X(15).
       01  SQL-COT-TOWN            PIC X(50).
       01  SQL-COT-RUM             PIC X(35).

       01  SQL-REM-UUID            PIC X(36).
       01  SQL-REM-CUS-UUID        PIC X(36).
       01  SQL-REM-LASTNAME        PIC X(20).
       01  SQL-REM-FIRSTNAME       PIC X(20).
       01  SQL-REM-MAIL            PIC X(50).
       01  SQL-REM-NPAI            PIC X(01).
       01  SQL-REM-ADRESS1         PIC X(50).
       01  SQL-REM-ZIPCODE         PIC X(15).
       01  SQL-REM-TOWN            PIC X(50).
       01  SQL-REM-CODE-SECU       PIC 9(15).
       01  SQL-REM-RUM             PIC X(35).
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

               DELIMITED BY SIZE INTO WS-COTIS-CUTOFF-DATE.
           MOVE WS-COTIS-CUTOFF-DATE TO SQL-COTIS-CUTOFF-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scmailgen' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT NOTIF-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-RAPPELS-RENOUVELLEMENT
              THRU END-1000-RENOUVELLEMENT
              THRU END-3000-MAJ-RECLAMATION

           CLOSE NOTIF-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "Avis de cotisation        : " WS-NOTIF-COTIS-COUNT.
           DISPLAY "Maj de reclamation        : " WS-NOTIF-CLAIM-COUNT.
           DISPLAY "Sans adresse mail         : " WS-NOTIF-NOMAIL-COUNT.
           DISPLAY "Detournees NPAI           : " WS-NOTIF-NPAI-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT =
       1000-RAPPELS-RENOUVELLEMENT.
           EXEC SQL
               DECLARE CRSRENOUVEL CURSOR FOR
               SELECT customer.uuid_customer, customer_lastname,
                   customer_firstname, customer_mail,
                   customer_create_date,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_code_secu, COALESCE(mandat_rum, ' ')
               FROM customer
               LEFT JOIN mandat
                   ON mandat.uuid_customer = customer.uuid_customer
                   AND mandat_status = 'A'
               WHERE customer_active != 'A'
               AND customer_create_date IS NOT NULL
               AND customer_create_date != ''
               FETCH CRSRENOUVEL
               INTO :SQL-REN-UUID, :SQL-REN-LASTNAME,
                   :SQL-REN-FIRSTNAME, :SQL-REN-MAIL,
                   :SQL-REN-CREATE-DATE, :SQL-REN-NPAI,
                   :SQL-REN-ADRESS1, :SQL-REN-ZIPCODE,
                   :SQL-REN-TOWN, :SQL-REN-CODE-SECU, :SQL-REN-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UN-RENOUVELLEMENT
                   FETCH CRSRENOUVEL
                   INTO :SQL-REN-UUID, :SQL-REN-LASTNAME,
                       :SQL-REN-FIRSTNAME, :SQL-REN-MAIL,
                       :SQL-REN-CREATE-DATE, :SQL-REN-NPAI,
                       :SQL-REN-ADRESS1, :SQL-REN-ZIPCODE,
                       :SQL-REN-TOWN, :SQL-REN-CODE-SECU, :SQL-REN-RUM
               END-EXEC
           END-PERFORM.

               SQL-REN-LASTNAME ' ' SQL-REN-FIRSTNAME
               ' - adhesion renouvelee le ' WS-REN-ANNIV-DATE
               DELIMITED BY SIZE INTO NOTIF-LINE.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-REN-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-REN-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-REN-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-REN-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-REN-TOWN      TO WS-LET-VILLE.
           MOVE SQL-REN-CODE-SECU TO WS-LET-NIR.
           MOVE SQL-REN-MAIL      TO WS-LET-MAIL.
           MOVE SQL-REN-RUM       TO WS-LET-RUM.
           MOVE WS-REN-ANNIV-DATE TO WS-LET-ECHEANCE.
           MOVE 'RENOUVEL' TO WS-LET-TYPE.
           MOVE SQL-REN-UUID TO SQL-CJ-CUS-UUID.
           MOVE SQL-REN-NPAI TO WS-NOTIF-NPAI.
           PERFORM 4000-ECRIRE-NOTIFICATION
              THRU END-4000-ECRIRE-NOTIFICATION.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
               SELECT cotisation.uuid_customer, cotisation_period,
                   cotisation_due_date, customer_lastname,
                   customer_firstname, customer_mail,
                   customer_code_secu,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   COALESCE(mandat_rum, ' ')
               FROM cotisation, customer
               LEFT JOIN mandat
                   ON mandat.uuid_customer = customer.uuid_customer
                   AND mandat_status = 'A'
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND cotisation_status = 'U'
               AND cotisation_due_date BETWEEN :SQL-TODAY-DATE
               FETCH CRSCOTISNOTIF
               INTO :SQL-COT-UUID, :SQL-COT-PERIOD, :SQL-COT-DUE-DATE,
                   :SQL-COT-LASTNAME, :SQL-COT-FIRSTNAME,
                   :SQL-COT-MAIL, :SQL-COT-CODE-SECU, :SQL-COT-NPAI,
                   :SQL-COT-ADRESS1, :SQL-COT-ZIPCODE,
                   :SQL-COT-TOWN, :SQL-COT-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-TRAITER-UN-AVIS-COTISATION
                   INTO :SQL-COT-UUID, :SQL-COT-PERIOD,
                       :SQL-COT-DUE-DATE, :SQL-COT-LASTNAME,
                       :SQL-COT-FIRSTNAME, :SQL-COT-MAIL,
                       :SQL-COT-CODE-SECU, :SQL-COT-NPAI,
                       :SQL-COT-ADRESS1, :SQL-COT-ZIPCODE,
                       :SQL-COT-TOWN, :SQL-COT-RUM
               END-EXEC
           END-PERFORM.

               ' - echeance ' SQL-COT-DUE-DATE ' periode '
               SQL-COT-PERIOD ' ref ' WS-NOTIF-PAYREF
               DELIMITED BY SIZE INTO NOTIF-LINE.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-COT-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-COT-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-COT-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-COT-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-COT-TOWN      TO WS-LET-VILLE.
           MOVE SQL-COT-CODE-SECU TO WS-LET-NIR.
           MOVE SQL-COT-MAIL      TO WS-LET-MAIL.
           MOVE SQL-COT-RUM       TO WS-LET-RUM.
           MOVE SQL-COT-DUE-DATE  TO WS-LET-ECHEANCE.
           MOVE SQL-COT-PERIOD    TO WS-LET-PERIODE.
           MOVE WS-NOTIF-PAYREF   TO WS-LET-DIVERS.
           MOVE 'AVISCOTIS' TO WS-LET-TYPE.
           MOVE SQL-COT-UUID TO SQL-CJ-CUS-UUID.
           MOVE SQL-COT-NPAI TO WS-NOTIF-NPAI.
           PERFORM 4000-ECRIRE-NOTIFICATION
              THRU END-4000-ECRIRE-NOTIFICATION.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
               SELECT remboursement.uuid_remboursement,
                   remboursement.uuid_customer, remboursement_status,
                   remboursement_provider, customer_lastname,
                   customer_firstname, customer_mail,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_code_secu, COALESCE(mandat_rum, ' ')
               FROM remboursement, customer
               LEFT JOIN mandat
                   ON mandat.uuid_customer = customer.uuid_customer
                   AND mandat_status = 'A'
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND (remboursement_status = 'R'
               FETCH CRSREMBNOTIF
               INTO :SQL-REM-UUID, :SQL-REM-CUS-UUID, :SQL-REM-STATUS,
                   :SQL-REM-PROVIDER, :SQL-REM-LASTNAME,
                   :SQL-REM-FIRSTNAME, :SQL-REM-MAIL, :SQL-REM-NPAI,
                   :SQL-REM-ADRESS1, :SQL-REM-ZIPCODE,
                   :SQL-REM-TOWN, :SQL-REM-CODE-SECU, :SQL-REM-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 3100-TRAITER-UNE-MAJ-RECLAMATION
                   INTO :SQL-REM-UUID, :SQL-REM-CUS-UUID,
                       :SQL-REM-STATUS, :SQL-REM-PROVIDER,
                       :SQL-REM-LASTNAME, :SQL-REM-FIRSTNAME,
                       :SQL-REM-MAIL, :SQL-REM-NPAI,
                       :SQL-REM-ADRESS1, :SQL-REM-ZIPCODE,
                       :SQL-REM-TOWN, :SQL-REM-CODE-SECU, :SQL-REM-RUM
               END-EXEC
           END-PERFORM.

                   ' - demande refusee - ' SQL-REM-PROVIDER
                   DELIMITED BY SIZE INTO NOTIF-LINE
           END-IF.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-REM-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-REM-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-REM-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-REM-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-REM-TOWN      TO WS-LET-VILLE.
           MOVE SQL-REM-CODE-SECU TO WS-LET-NIR.
           MOVE SQL-REM-MAIL      TO WS-LET-MAIL.
           MOVE SQL-REM-RUM       TO WS-LET-RUM.
           MOVE SQL-REM-PROVIDER  TO WS-LET-PRESTATION.
           IF SQL-REM-STATUS = 'R'
               MOVE 'RECLAMOK' TO WS-LET-TYPE
           ELSE
               MOVE 'RECLAMKO' TO WS-LET-TYPE
           END-IF.
           MOVE SQL-REM-CUS-UUID TO SQL-CJ-CUS-UUID.
           MOVE SQL-REM-NPAI TO WS-NOTIF-NPAI.
           PERFORM 4000-ECRIRE-NOTIFICATION
              THRU END-4000-ECRIRE-NOTIFICATION.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
           ADD 1 TO WS-NOTIF-CLAIM-COUNT.
       END-3100-TRAITER-UNE-MAJ-RECLAMATION.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la notification du type demande : texte du       *
      *    modele actif (cf. scmodele), a defaut la ligne standard     *
      *    preparee dans NOTIF-LINE ; ou detourne cette ligne vers la  *
      *    liste de travail COURRIERNPAI si l'adresse de l'adherent    *
      *    est marquee invalide (cf. scnpai). Les champs du modele     *
      *    (identite, adresse postale, NIR, mail et RUM du mandat      *
      *    actif s'il existe) sont prepares par l'appelant depuis son  *
      *    curseur.                                                    *
      ******************************************************************
       4000-ECRIRE-NOTIFICATION.
           IF WS-NOTIF-NPAI = 'O'
               GO TO 4050-DETOURNER-NOTIFICATION
           END-IF.

           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO NOTIF-LINE
                   PERFORM 4010-ECRIRE-LIGNE THRU END-4010-ECRIRE-LIGNE
               END-PERFORM
           ELSE
               PERFORM 4010-ECRIRE-LIGNE THRU END-4010-ECRIRE-LIGNE
           END-IF.
           GO TO END-4000-ECRIRE-NOTIFICATION.

       4050-DETOURNER-NOTIFICATION.

           MOVE SPACES TO NPAI-LINE.
           STRING 'scmailgen  ' SQL-TODAY-DATE ' ' NOTIF-LINE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-NOTIF-NPAI-COUNT.
       END-4000-ECRIRE-NOTIFICATION.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       4010-ECRIRE-LIGNE.
           WRITE NOTIF-LINE.
           ADD 1 TO SQL-CJ-LINE-NO.
           MOVE NOTIF-LINE TO SQL-CJ-TEXT.
           EXEC SQL
               INSERT INTO courrier_jour (uuid_customer, courrier_date,
                   courrier_time, courrier_source, courrier_seq,
                   courrier_line_no, courrier_text, courrier_status)
               VALUES (:SQL-CJ-CUS-UUID, :SQL-CJ-DATE, :SQL-CJ-TIME,
                   :SQL-CJ-SOURCE, :SQL-CJ-SEQ, :SQL-CJ-LINE-NO,
                   :SQL-CJ-TEXT, 'A')
           END-EXEC.
       END-4010-ECRIRE-LIGNE.
           EXIT.
