      *    fichier NOTIFTARIF (meme format que les notifications de    *
      *    scmailgen) et journalise dans la table 'notification'       *
      *    (type 'T') pour ne jamais etre reemis au passage suivant.   *
      *    Le courrier d'un adherent dont l'adresse est marquee NPAI   *
      *    (cf. scnpai) part dans la liste de travail COURRIERNPAI.    *
      *    Le texte du courrier vient du modele de courrier actif      *
      *    TARIF (cf. scmodele) ; sans modele, la ligne standard du    *
      *    programme est conservee.                                    *
      *    Chaque lettre est aussi reportee au courrier du jour (table *
      *    'courrier_jour') pour la mise sous pli commune (cf.         *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctarifrev.
      *    relayer vers l'outil d'envoi comme NOTIFMAIL.
           SELECT NOTIF-FILE ASSIGN TO "NOTIFTARIF"
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
       01  WS-TODAY                  PIC X(08).
       01  WS-REV-TODAY-DATE         PIC X(10).
       01  WS-REV-LETTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REV-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REV-TARIF-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-REV-TARIF-IX           PIC 9(02).
       01  WS-REV-RATE-ED            PIC ZZZZ9.99.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Tarifs a effet futur charges en memoire (vingt au
      *    plus), pour ne pas imbriquer deux curseurs ouverts.
       01  SQL-REV-LASTNAME        PIC X(20).
       01  SQL-REV-FIRSTNAME       PIC X(20).
       01  SQL-REV-MAIL            PIC X(50).
       01  SQL-REV-NPAI            PIC X(01).
       01  SQL-REV-ADRESS1         PIC X(50).
       01  SQL-REV-ZIPCODE         PIC X(15).
       01  SQL-REV-TOWN            PIC X(50).
       01  SQL-REV-CODE-SECU       PIC 9(15).
       01  SQL-REV-RUM             PIC X(35).

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

               DELIMITED BY SIZE INTO WS-REV-TODAY-DATE.
           MOVE WS-REV-TODAY-DATE TO SQL-REV-TODAY.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'sctarifrev' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT NOTIF-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-CHARGER-TARIFS-FUTURS
              THRU END-1000-CHARGER-TARIFS-FUTURS.
               UNTIL WS-REV-TARIF-IX > WS-REV-TARIF-COUNT.

           CLOSE NOTIF-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Tarifs a effet futur     : " WS-REV-TARIF-COUNT.
           DISPLAY "Courriers emis           : " WS-REV-LETTER-COUNT.
           DISPLAY "Dont detournes NPAI      : " WS-REV-NPAI-COUNT.

           GOBACK.

      *    (rang WS-REV-TARIF-IX) a chaque adherent actif de la        *
      *    formule n'ayant pas deja ete notifie pour ce tarif          *
      *    (notification type 'T', reference formule + date d'effet).  *
      *    L'adresse postale, le NIR et le RUM du mandat actif s'il    *
      *    existe sont lus pour les champs du modele de courrier.      *
      ******************************************************************
       2000-COURRIERS-UN-TARIF.
           MOVE WS-REV-TARIF-FORMULE(WS-REV-TARIF-IX)

           EXEC SQL
               DECLARE CRSREVCUS CURSOR FOR
               SELECT customer.uuid_customer, customer_lastname,
                   customer_firstname, customer_mail,
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
               AND customer_formule = :SQL-REV-FORMULE
               ORDER BY customer_lastname
           EXEC SQL
               FETCH CRSREVCUS
               INTO :SQL-REV-CUS-UUID, :SQL-REV-LASTNAME,
                   :SQL-REV-FIRSTNAME, :SQL-REV-MAIL, :SQL-REV-NPAI,
                   :SQL-REV-ADRESS1, :SQL-REV-ZIPCODE,
                   :SQL-REV-TOWN, :SQL-REV-CODE-SECU, :SQL-REV-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-COURRIER-UN-ADHERENT
               EXEC SQL
                   FETCH CRSREVCUS
                   INTO :SQL-REV-CUS-UUID, :SQL-REV-LASTNAME,
                       :SQL-REV-FIRSTNAME, :SQL-REV-MAIL,
                       :SQL-REV-NPAI,
                       :SQL-REV-ADRESS1, :SQL-REV-ZIPCODE,
                       :SQL-REV-TOWN, :SQL-REV-CODE-SECU, :SQL-REV-RUM
               END-EXEC
           END-PERFORM.

               ' - nouveau tarif mensuel ' WS-REV-RATE-ED
               ' EUR a compter du ' SQL-REV-TAR-DATE
               DELIMITED BY SIZE INTO NOTIF-LINE.
           IF SQL-REV-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'sctarifrev ' SQL-REV-TODAY ' ' NOTIF-LINE
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-REV-NPAI-COUNT
           ELSE
               PERFORM 2150-ECRIRE-LETTRE THRU END-2150-ECRIRE-LETTRE
           END-IF.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
           ADD 1 TO WS-REV-LETTER-COUNT.
       END-2100-COURRIER-UN-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le courrier avec le texte du modele actif        *
      *    TARIF (cf. scmodele), a defaut la ligne standard preparee   *
      *    dans NOTIF-LINE.                                            *
      ******************************************************************
       2150-ECRIRE-LETTRE.
           MOVE SQL-REV-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-REV-LASTNAME   TO WS-LET-NOM.
           MOVE SQL-REV-FIRSTNAME  TO WS-LET-PRENOM.
           MOVE SQL-REV-ADRESS1    TO WS-LET-ADRESSE.
           MOVE SQL-REV-ZIPCODE    TO WS-LET-CP.
           MOVE SQL-REV-TOWN       TO WS-LET-VILLE.
           MOVE SQL-REV-CODE-SECU  TO WS-LET-NIR.
           MOVE SQL-REV-MAIL       TO WS-LET-MAIL.
           MOVE SQL-REV-RUM        TO WS-LET-RUM.
           MOVE SQL-REV-FORMULE    TO WS-LET-FORMULE.
           MOVE WS-REV-RATE-ED     TO WS-LET-MONTANT.
           MOVE SQL-REV-TAR-DATE   TO WS-LET-ECHEANCE.
           MOVE 'TARIF' TO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND NOT = 'O'
               PERFORM 2160-ECRIRE-LIGNE THRU END-2160-ECRIRE-LIGNE
               GO TO END-2150-ECRIRE-LETTRE
           END-IF.

           PERFORM VARYING WS-LET-IX FROM 1 BY 1
               UNTIL WS-LET-IX > WS-LET-LINE-COUNT
               MOVE WS-LET-LINE(WS-LET-IX) TO NOTIF-LINE
               PERFORM 2160-ECRIRE-LIGNE
                  THRU END-2160-ECRIRE-LIGNE
           END-PERFORM.
       END-2150-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       2160-ECRIRE-LIGNE.
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
       END-2160-ECRIRE-LIGNE.
           EXIT.
