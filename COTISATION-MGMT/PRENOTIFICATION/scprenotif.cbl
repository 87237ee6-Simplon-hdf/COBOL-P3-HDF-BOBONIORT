      *    [RD] Le programme 'scprenotif' est le traitement batch de   *
      *    pre-notification SEPA : le debiteur doit etre prevenu au    *
      *    moins quatorze jours avant chaque prelevement. Le passage   *
      *    lit la meme population que scsepagen (cotisations dues 'U'  *
      *    des adherents au mandat actif avec IBAN) et ecrit une       *
      *    lettre par cotisation dans le fichier PRENOTIF -- adherent, *
      *    RUM du mandat, montant et date de debit -- journalisee dans *
      *    la table 'notification' (type 'P', reference periode) :     *
      *    scsepagen refuse d'inclure au lot un prelevement jamais     *
      *    pre-notifie. La date de debit annoncee est le premier jour  *
      *    ouvre TARGET2 a quatorze jours au moins (week-end et jours  *
      *    feries du calendrier bancaire sautes, cf. scjourouv) ; elle *
      *    est gardee sur la cotisation (cotisation_debit_date), et    *
      *    c'est elle que scsepagen demande a la banque. La lettre     *
      *    d'un adherent dont l'adresse est marquee NPAI (cf. scnpai)  *
      *    part dans la liste de travail COURRIERNPAI ; elle reste     *
      *    journalisee.                                                *
      *    Le texte de la lettre vient du modele de courrier actif     *
      *    PRENOTIF (cf. scmodele) ; sans modele, la ligne standard    *
      *    du programme est conservee.                                 *
      *    Chaque lettre est aussi reportee au courrier du jour (table *
      *    'courrier_jour') pour la mise sous pli commune (cf.         *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scprenotif.
      *    [RD] Fichier des lettres de pre-notification.
           SELECT PRENOTIF-FILE ASSIGN TO "PRENOTIF"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRENOTIF-FILE.
       01  PRENOTIF-LINE             PIC X(160).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-PRN-TODAY-DATE         PIC X(10).
       01  WS-PRN-DEBIT-DATE         PIC X(10).
       01  WS-PRN-AMOUNT-ED          PIC ZZZZ9.99.
       01  WS-PRN-SENT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PRN-ALREADY-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-PRN-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Zone d'echange avec 'scjourouv' : date de debit
      *    reportee au jour ouvre bancaire (cf. scferie).
       COPY 'jour-ouvre.cpy'.

      *    [RD] Preavis minimal, en jours calendaires, entre la
      *    lettre et la date de debit portee dessus.
       01  WS-PRN-NOTICE-DAYS        PIC 9(03) VALUE 14.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-PRN-PERIOD          PIC X(07).
       01  SQL-PRN-AMOUNT          PIC S9(5)V99 COMP-3.
       01  SQL-PRN-RUM             PIC X(35).
       01  SQL-PRN-NPAI            PIC X(01).
       01  SQL-PRN-ADRESS1         PIC X(50).
       01  SQL-PRN-ZIPCODE         PIC X(15).
       01  SQL-PRN-TOWN            PIC X(50).
       01  SQL-PRN-CODE-SECU       PIC 9(15).
       01  SQL-PRN-MAIL            PIC X(50).
       01  SQL-PRN-TODAY           PIC X(10).
       01  SQL-PRN-DEBIT-DATE      PIC X(10).

       01  SQL-NOTIF-TYPE          PIC X(01).
       01  SQL-NOTIF-REF           PIC X(36).
       01  SQL-NOTIF-EXIST-COUNT   PIC 9(05).
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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Calcule la date de debit (premier jour ouvre a quatorze
      * jours au moins), ouvre le fichier
      * des lettres, parcourt les cotisations dues pretes au
      * prelevement et ecrit une lettre par cotisation jamais
      * pre-notifiee, puis ferme le fichier et affiche les compteurs.
               DELIMITED BY SIZE INTO WS-PRN-TODAY-DATE.
           MOVE WS-PRN-TODAY-DATE TO SQL-PRN-TODAY.

           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE 'S' TO WS-JOV-FUNCTION.
           MOVE WS-PRN-TODAY-DATE TO WS-JOV-DATE-IN.
           MOVE WS-PRN-NOTICE-DAYS TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-PRN-DEBIT-DATE.
           MOVE WS-PRN-DEBIT-DATE TO SQL-PRN-DEBIT-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scprenotif' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT PRENOTIF-FILE.
           OPEN EXTEND NPAI-FILE.

           MOVE SPACES TO PRENOTIF-LINE.
           STRING 'PRE-NOTIFICATIONS SEPA DU ' WS-PRN-TODAY-DATE
           PERFORM 1000-START-PRENOTIF THRU END-1000-PRENOTIF.

           CLOSE PRENOTIF-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "Lettres emises            : " WS-PRN-SENT-COUNT.
           DISPLAY "Deja pre-notifiees        : "
               WS-PRN-ALREADY-COUNT.
           DISPLAY "Dont detournees NPAI      : " WS-PRN-NPAI-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt la population que scsepagen prelevera :       *
      *    cotisations dues 'U' des adherents au mandat actif avec    *
      *    IBAN enregistre, avec l'adresse postale, le NIR et le mail  *
      *    de l'adherent pour les champs du modele de courrier.        *
      ******************************************************************
       1000-START-PRENOTIF.
           EXEC SQL
               DECLARE CRSPRENOTIF CURSOR FOR
               SELECT cotisation.uuid_customer, customer_lastname,
                   customer_firstname, cotisation_period,
                   cotisation_amount, mandat_rum,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_code_secu, COALESCE(customer_mail, ' ')
               FROM cotisation, customer, mandat
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND mandat.uuid_customer = customer.uuid_customer
               FETCH CRSPRENOTIF
               INTO :SQL-PRN-CUS-UUID, :SQL-PRN-LASTNAME,
                   :SQL-PRN-FIRSTNAME, :SQL-PRN-PERIOD,
                   :SQL-PRN-AMOUNT, :SQL-PRN-RUM, :SQL-PRN-NPAI,
                   :SQL-PRN-ADRESS1, :SQL-PRN-ZIPCODE,
                   :SQL-PRN-TOWN, :SQL-PRN-CODE-SECU, :SQL-PRN-MAIL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UNE-LETTRE
                   FETCH CRSPRENOTIF
                   INTO :SQL-PRN-CUS-UUID, :SQL-PRN-LASTNAME,
                       :SQL-PRN-FIRSTNAME, :SQL-PRN-PERIOD,
                       :SQL-PRN-AMOUNT, :SQL-PRN-RUM,
                       :SQL-PRN-NPAI,
                       :SQL-PRN-ADRESS1, :SQL-PRN-ZIPCODE,
                       :SQL-PRN-TOWN, :SQL-PRN-CODE-SECU, :SQL-PRN-MAIL
               END-EXEC
           END-PERFORM.

      ******************************************************************
      *    [RD] Ecrit la lettre de pre-notification d'une cotisation   *
      *    jamais pre-notifiee (adherent, RUM, montant, date de        *
      *    debit) et journalise l'envoi (type 'P', reference periode)  *
      *    -- c'est cette trace que scsepagen verifie avant d'inclure  *
      *    le prelevement au lot. La date de debit annoncee est gardee *
      *    sur la cotisation.                                          *
      ******************************************************************
       1100-TRAITER-UNE-LETTRE.
           MOVE 'P' TO SQL-NOTIF-TYPE.
               WS-PRN-AMOUNT-ED ' EUR periode ' SQL-PRN-PERIOD
               ' debit le ' WS-PRN-DEBIT-DATE
               DELIMITED BY SIZE INTO PRENOTIF-LINE.
           IF SQL-PRN-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'scprenotif ' SQL-PRN-TODAY ' ' PRENOTIF-LINE
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-PRN-NPAI-COUNT
           ELSE
               PERFORM 1150-ECRIRE-LETTRE THRU END-1150-ECRIRE-LETTRE
           END-IF.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
                   :SQL-NOTIF-REF, :SQL-PRN-TODAY)
           END-EXEC.

           EXEC SQL
               UPDATE cotisation
               SET cotisation_debit_date = :SQL-PRN-DEBIT-DATE
               WHERE uuid_customer = :SQL-PRN-CUS-UUID
               AND cotisation_period = :SQL-PRN-PERIOD
               AND cotisation_status = 'U'
           END-EXEC.

           ADD 1 TO WS-PRN-SENT-COUNT.
       END-1100-TRAITER-UNE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre avec le texte du modele actif          *
      *    PRENOTIF (cf. scmodele), a defaut la ligne standard         *
      *    preparee dans PRENOTIF-LINE.                                *
      ******************************************************************
       1150-ECRIRE-LETTRE.
           MOVE SQL-PRN-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-PRN-LASTNAME   TO WS-LET-NOM.
           MOVE SQL-PRN-FIRSTNAME  TO WS-LET-PRENOM.
           MOVE SQL-PRN-ADRESS1    TO WS-LET-ADRESSE.
           MOVE SQL-PRN-ZIPCODE    TO WS-LET-CP.
           MOVE SQL-PRN-TOWN       TO WS-LET-VILLE.
           MOVE SQL-PRN-CODE-SECU  TO WS-LET-NIR.
           MOVE SQL-PRN-MAIL       TO WS-LET-MAIL.
           MOVE SQL-PRN-RUM        TO WS-LET-RUM.
           MOVE WS-PRN-AMOUNT-ED   TO WS-LET-MONTANT.
           MOVE SQL-PRN-PERIOD     TO WS-LET-PERIODE.
           MOVE WS-PRN-DEBIT-DATE  TO WS-LET-ECHEANCE.
           MOVE 'PRENOTIF' TO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND NOT = 'O'
               PERFORM 1160-ECRIRE-LIGNE THRU END-1160-ECRIRE-LIGNE
               GO TO END-1150-ECRIRE-LETTRE
           END-IF.

           PERFORM VARYING WS-LET-IX FROM 1 BY 1
               UNTIL WS-LET-IX > WS-LET-LINE-COUNT
               MOVE WS-LET-LINE(WS-LET-IX) TO PRENOTIF-LINE
               PERFORM 1160-ECRIRE-LIGNE
                  THRU END-1160-ECRIRE-LIGNE
           END-PERFORM.
       END-1150-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1160-ECRIRE-LIGNE.
           WRITE PRENOTIF-LINE.
           ADD 1 TO SQL-CJ-LINE-NO.
           MOVE PRENOTIF-LINE TO SQL-CJ-TEXT.
           EXEC SQL
               INSERT INTO courrier_jour (uuid_customer, courrier_date,
                   courrier_time, courrier_source, courrier_seq,
                   courrier_line_no, courrier_text, courrier_status)
               VALUES (:SQL-CJ-CUS-UUID, :SQL-CJ-DATE, :SQL-CJ-TIME,
                   :SQL-CJ-SOURCE, :SQL-CJ-SEQ, :SQL-CJ-LINE-NO,
                   :SQL-CJ-TEXT, 'A')
           END-EXEC.
       END-1160-ECRIRE-LIGNE.
           EXIT.
