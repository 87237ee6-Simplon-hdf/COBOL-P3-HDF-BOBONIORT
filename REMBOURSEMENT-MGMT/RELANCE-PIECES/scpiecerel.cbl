      *    sur la reclamation. Le palier de relance deja atteint est   *
      *    porte par la ligne (remboursement_chase_level) pour ne      *
      *    jamais repeter une lettre, meme esprit que screlance.       *
      *    Comme dans screlance, un palier qui tomberait un week-end   *
      *    ou un jour ferie du calendrier bancaire n'est atteint que   *
      *    le jour ouvre suivant (cf. scjourouv).                      *
      *    Les lettres d'un adherent dont l'adresse est marquee NPAI   *
      *    (cf. scnpai) partent dans la liste de travail COURRIERNPAI  *
      *    au lieu de NOTIFPIECES ; le palier est journalise de meme.  *
      *    Le texte des lettres vient du modele de courrier actif      *
      *    (PIECES, PIECESREJ, cf. scmodele) ; sans modele, la ligne   *
      *    standard du programme est conservee.                        *
      *    Chaque lettre est aussi reportee au courrier du jour (table *
      *    'courrier_jour') pour la mise sous pli commune (cf.         *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scpiecerel.
      *    l'outil d'envoi comme NOTIFMAIL.
           SELECT NOTIF-FILE ASSIGN TO "NOTIFPIECES"
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
      *    [RD] Paliers, en jours calendaires depuis la mise en
      *    attente, reportes au jour ouvre suivant.
       01  WS-PIE-SEUIL-RELANCE-1    PIC 9(03) VALUE 30.
       01  WS-PIE-SEUIL-RELANCE-2    PIC 9(03) VALUE 60.
       01  WS-PIE-SEUIL-REJET        PIC 9(03) VALUE 90.

       01  WS-TODAY                  PIC X(08).
       01  WS-PIE-DATE-RELANCE-1     PIC X(10).
       01  WS-PIE-DATE-RELANCE-2     PIC X(10).
       01  WS-PIE-DATE-REJET         PIC X(10).
       01  WS-PIE-LETTER1-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-PIE-LETTER2-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-PIE-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-PIE-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Zone d'echange avec 'scjourouv' : dates des paliers
      *    au jour ouvre bancaire (cf. scferie).
       COPY 'jour-ouvre.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-PIE-REM-UUID        PIC X(36).
       01  SQL-PIE-CUS-UUID        PIC X(36).
       01  SQL-PIE-WAIT-DATE       PIC X(10).
       01  SQL-PIE-CHASE-LEVEL     PIC 9(01).
       01  SQL-PIE-MISSING         PIC X(40).
       01  SQL-PIE-LASTNAME        PIC X(20).
       01  SQL-PIE-FIRSTNAME       PIC X(20).
       01  SQL-PIE-MAIL            PIC X(50).
       01  SQL-PIE-NPAI            PIC X(01).
       01  SQL-PIE-ADRESS1         PIC X(50).
       01  SQL-PIE-ZIPCODE         PIC X(15).
       01  SQL-PIE-TOWN            PIC X(50).
       01  SQL-PIE-CODE-SECU       PIC 9(15).
       01  SQL-PIE-RUM             PIC X(35).
       01  SQL-PIE-TODAY           PIC X(10).
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

      * compteurs du passage.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-PIE-TODAY.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scpiecerel' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.
           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT NOTIF-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-START-RELANCES THRU END-1000-RELANCES.

           CLOSE NOTIF-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "Relances 30 jours        : " WS-PIE-LETTER1-COUNT.
           DISPLAY "Relances 60 jours        : " WS-PIE-LETTER2-COUNT.
           DISPLAY "Rejets d'office 90 jours : " WS-PIE-REJECT-COUNT.
           DISPLAY "Detournees NPAI          : " WS-PIE-NPAI-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les reclamations en attente de pieces avec    *
      *    la fiche adherent pour l'adresse des lettres (nom, adresse  *
      *    postale, NIR et RUM du mandat actif s'il existe, pour les   *
      *    champs du modele de courrier).                              *
      ******************************************************************
       1000-START-RELANCES.
           EXEC SQL
               DECLARE CRSPIECES CURSOR FOR
               SELECT uuid_remboursement, remboursement.uuid_customer,
                   COALESCE(remboursement_wait_date, ''),
                   COALESCE(remboursement_chase_level, 0),
                   COALESCE(remboursement_missing_docs, ''),
                   customer_lastname, customer_firstname,
                   customer_mail,
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
               AND remboursement_status = 'W'

           EXEC SQL
               FETCH CRSPIECES
               INTO :SQL-PIE-REM-UUID, :SQL-PIE-CUS-UUID,
                   :SQL-PIE-WAIT-DATE,
                   :SQL-PIE-CHASE-LEVEL, :SQL-PIE-MISSING,
                   :SQL-PIE-LASTNAME, :SQL-PIE-FIRSTNAME,
                   :SQL-PIE-MAIL, :SQL-PIE-NPAI,
                   :SQL-PIE-ADRESS1, :SQL-PIE-ZIPCODE,
                   :SQL-PIE-TOWN, :SQL-PIE-CODE-SECU, :SQL-PIE-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UNE-ATTENTE
                  THRU END-1100-TRAITER-UNE-ATTENTE
               EXEC SQL
                   FETCH CRSPIECES
                   INTO :SQL-PIE-REM-UUID, :SQL-PIE-CUS-UUID,
                       :SQL-PIE-WAIT-DATE,
                       :SQL-PIE-CHASE-LEVEL, :SQL-PIE-MISSING,
                       :SQL-PIE-LASTNAME, :SQL-PIE-FIRSTNAME,
                       :SQL-PIE-MAIL, :SQL-PIE-NPAI,
                       :SQL-PIE-ADRESS1, :SQL-PIE-ZIPCODE,
                       :SQL-PIE-TOWN, :SQL-PIE-CODE-SECU, :SQL-PIE-RUM
               END-EXEC
           END-PERFORM.

               GO TO END-1100-TRAITER-UNE-ATTENTE
           END-IF.

           PERFORM 1150-DATES-DES-PALIERS
              THRU END-1150-DATES-DES-PALIERS.
           IF WS-JOV-OUVRE = SPACE
               GO TO END-1100-TRAITER-UNE-ATTENTE
           END-IF.

           EVALUATE TRUE
               WHEN SQL-PIE-TODAY >= WS-PIE-DATE-REJET
                   PERFORM 1200-REJETER-D-OFFICE
                      THRU END-1200-REJETER-D-OFFICE
               WHEN SQL-PIE-TODAY >= WS-PIE-DATE-RELANCE-2
                   AND SQL-PIE-CHASE-LEVEL < 2
                   MOVE 2 TO SQL-PIE-CHASE-LEVEL
                   PERFORM 1300-ECRIRE-RELANCE
                      THRU END-1300-ECRIRE-RELANCE
                   ADD 1 TO WS-PIE-LETTER2-COUNT
               WHEN SQL-PIE-TODAY >= WS-PIE-DATE-RELANCE-1
                   AND SQL-PIE-CHASE-LEVEL < 1
                   MOVE 1 TO SQL-PIE-CHASE-LEVEL
                   PERFORM 1300-ECRIRE-RELANCE
       END-1100-TRAITER-UNE-ATTENTE.
           EXIT.

      ******************************************************************
      *    [RD] Dates auxquelles l'attente atteint chaque palier :     *
      *    mise en attente augmentee du seuil, reportee au jour ouvre  *
      *    suivant. Une date mal formee laisse l'indicateur de         *
      *    scjourouv a blanc et l'attente n'est pas traitee.           *
      ******************************************************************
       1150-DATES-DES-PALIERS.
           MOVE 'S' TO WS-JOV-FUNCTION.
           MOVE SQL-PIE-WAIT-DATE TO WS-JOV-DATE-IN.

           MOVE WS-PIE-SEUIL-RELANCE-1 TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-PIE-DATE-RELANCE-1.

           MOVE WS-PIE-SEUIL-RELANCE-2 TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-PIE-DATE-RELANCE-2.

           MOVE WS-PIE-SEUIL-REJET TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-PIE-DATE-REJET.
       END-1150-DATES-DES-PALIERS.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre de relance du palier atteint et        *
      *    journalise le palier sur la reclamation.                    *
      ******************************************************************
       1300-ECRIRE-RELANCE.
           MOVE 'PIECES' TO WS-LET-TYPE.
           MOVE SPACES TO NOTIF-LINE.
           STRING 'RELANCE PIECES ' FUNCTION TRIM(SQL-PIE-MAIL)
               ' - ' FUNCTION TRIM(SQL-PIE-LASTNAME) ' '
               ' - pieces attendues depuis le ' SQL-PIE-WAIT-DATE
               ' : ' SQL-PIE-MISSING
               DELIMITED BY SIZE INTO NOTIF-LINE.
           PERFORM 1400-ECRIRE-LETTRE THRU END-1400-ECRIRE-LETTRE.

           EXEC SQL
               UPDATE remboursement SET
               GO TO END-1200-REJETER-D-OFFICE
           END-IF.

           MOVE 'PIECESREJ' TO WS-LET-TYPE.
           MOVE SPACES TO NOTIF-LINE.
           STRING 'REJET PIECES ' FUNCTION TRIM(SQL-PIE-MAIL)
               ' - ' FUNCTION TRIM(SQL-PIE-LASTNAME) ' '
               FUNCTION TRIM(SQL-PIE-FIRSTNAME)
               ' - dossier rejete, pieces non recues sous 90 jours'
               DELIMITED BY SIZE INTO NOTIF-LINE.
           PERFORM 1400-ECRIRE-LETTRE THRU END-1400-ECRIRE-LETTRE.

           ADD 1 TO WS-PIE-REJECT-COUNT.
       END-1200-REJETER-D-OFFICE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre du type demande : texte du modele      *
      *    actif (cf. scmodele), a defaut la ligne standard preparee   *
      *    dans NOTIF-LINE ; ou detourne cette ligne vers la liste de  *
      *    travail COURRIERNPAI si l'adresse de l'adherent est marquee *
      *    invalide (cf. scnpai).                                      *
      ******************************************************************
       1400-ECRIRE-LETTRE.
           IF SQL-PIE-NPAI = 'O'
               GO TO 1450-DETOURNER-LETTRE
           END-IF.

           MOVE SQL-PIE-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-PIE-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-PIE-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-PIE-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-PIE-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-PIE-TOWN      TO WS-LET-VILLE.
           MOVE SQL-PIE-CODE-SECU TO WS-LET-NIR.
           MOVE SQL-PIE-MAIL      TO WS-LET-MAIL.
           MOVE SQL-PIE-RUM       TO WS-LET-RUM.
           MOVE SQL-PIE-WAIT-DATE TO WS-LET-ECHEANCE.
           MOVE SQL-PIE-MISSING   TO WS-LET-DIVERS.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO NOTIF-LINE
                   PERFORM 1410-ECRIRE-LIGNE THRU END-1410-ECRIRE-LIGNE
               END-PERFORM
           ELSE
               PERFORM 1410-ECRIRE-LIGNE THRU END-1410-ECRIRE-LIGNE
           END-IF.
           GO TO END-1400-ECRIRE-LETTRE.

       1450-DETOURNER-LETTRE.

           MOVE SPACES TO NPAI-LINE.
           STRING 'scpiecerel ' SQL-PIE-TODAY ' ' NOTIF-LINE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-PIE-NPAI-COUNT.
       END-1400-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1410-ECRIRE-LIGNE.
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
       END-1410-ECRIRE-LIGNE.
           EXIT.
