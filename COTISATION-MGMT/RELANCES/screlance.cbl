      *    par la banque ('R', cf. scseparet). Chaque impaye avance    *
      *    par paliers d'anciennete : rappel simple a 15 jours,        *
      *    lettre recommandee a 45 jours, mise en demeure a 75 jours.  *
      *    Un palier qui tomberait un week-end ou un jour ferie du     *
      *    calendrier bancaire n'est atteint que le jour ouvre suivant *
      *    (cf. scjourouv) : l'adherent garde le benefice des jours ou *
      *    la banque n'a pas pu enregistrer son paiement.              *
      *    Chaque relance emise est journalisee dans la table          *
      *    'relance' avec son niveau et sa date, pour que le passage   *
      *    suivant escalade au lieu de repeter. Les lignes de          *
      *    couvertes par un echeancier en cours et honore (cf.         *
      *    sccotis, table 'echeancier') ne sont pas relancees ; un     *
      *    versement manque rompt le plan ('X') et l'escalade          *
      *    reprend automatiquement au meme passage. Le courrier d'un   *
      *    adherent dont l'adresse est marquee NPAI (cf. scnpai) part  *
      *    dans la liste de travail COURRIERNPAI au lieu de RELANCES ; *
      *    le niveau reste journalise pour que l'escalade suive.       *
      *    Le texte de chaque palier vient du modele de courrier       *
      *    actif (RELANCE1 a RELANCE3, cf. scmodele) ; sans modele, le *
      *    texte standard du programme est conserve. Chaque courrier   *
      *    est aussi reporte au courrier du jour (table                *
      *    'courrier_jour') pour la mise sous pli commune (cf.         *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screlance.
      *    la balance agee.
           SELECT RELANCE-FILE ASSIGN TO "RELANCES"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELANCE-FILE.
       01  RELANCE-LINE              PIC X(132).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Paliers d'anciennete, en jours calendaires apres
      *    l'echeance, reportes au jour ouvre suivant.
       01  WS-REL-SEUIL-RAPPEL       PIC 9(03) VALUE 15.
       01  WS-REL-SEUIL-RECOMMANDE   PIC 9(03) VALUE 45.
       01  WS-REL-SEUIL-DEMEURE      PIC 9(03) VALUE 75.

       01  WS-TODAY                  PIC X(08).
       01  WS-REL-TODAY-DATE         PIC X(10).
       01  WS-REL-DATE-RAPPEL        PIC X(10).
       01  WS-REL-DATE-RECOMMANDE    PIC X(10).
       01  WS-REL-DATE-DEMEURE       PIC X(10).
       01  WS-REL-TARGET-LEVEL       PIC 9(01).
       01  WS-REL-AMOUNT-ED          PIC ZZZZ9.99.

       01  WS-REL-EMIS-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REL-NPAI-COUNT         PIC 9(05) VALUE ZERO.

      *    [RD] Impayes couverts par un echeancier honore (non
      *    relances) et plans rompus ce passage.
       01  WS-REL-BAL-AMOUNT-2       PIC 9(07)V99 VALUE ZERO.
       01  WS-REL-BAL-AMOUNT-3       PIC 9(07)V99 VALUE ZERO.
       01  WS-REL-BAL-AMOUNT-ED      PIC ZZZZZZ9.99.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Zone d'echange avec 'scjourouv' : dates des paliers
      *    au jour ouvre bancaire (cf. scferie).
       COPY 'jour-ouvre.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  SQL-REL-ADRESS1         PIC X(50).
       01  SQL-REL-ZIPCODE         PIC X(15).
       01  SQL-REL-TOWN            PIC X(50).
       01  SQL-REL-NPAI            PIC X(01).

       01  SQL-REL-TODAY           PIC X(10).
       01  SQL-REL-CUR-LEVEL       PIC 9(01).

      *    [RD] Echeancier couvrant l'impaye en cours d'examen.
       01  SQL-REL-ECH-NEXT-DUE    PIC X(10).
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

      * les compteurs du passage.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-REL-TODAY-DATE.
           MOVE WS-REL-TODAY-DATE TO SQL-REL-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'screlance' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.
           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT RELANCE-FILE.
           OPEN EXTEND NPAI-FILE.

           MOVE SPACES TO RELANCE-LINE.
           STRING 'RELANCES COTISATIONS IMPAYEES DU '
           PERFORM 2000-BALANCE-AGEE THRU END-2000-BALANCE-AGEE.

           CLOSE RELANCE-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Relances emises          : " WS-REL-EMIS-COUNT.
           DISPLAY "Dont detournees NPAI     : " WS-REL-NPAI-COUNT.
           DISPLAY "Couverts par echeancier  : "
               WS-REL-ECH-COVERED-COUNT.
           DISPLAY "Echeanciers rompus       : "
                   cotisation_amount, cotisation_due_date,
                   cotisation_status, customer_lastname,
                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town,
                   COALESCE(customer_adress_invalid, 'N')
               FROM cotisation, customer
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND (cotisation_status = 'U'
                   :SQL-REL-AMOUNT, :SQL-REL-DUE-DATE,
                   :SQL-REL-STATUS, :SQL-REL-LASTNAME,
                   :SQL-REL-FIRSTNAME, :SQL-REL-ADRESS1,
                   :SQL-REL-ZIPCODE, :SQL-REL-TOWN, :SQL-REL-NPAI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UN-IMPAYE
                       :SQL-REL-AMOUNT, :SQL-REL-DUE-DATE,
                       :SQL-REL-STATUS, :SQL-REL-LASTNAME,
                       :SQL-REL-FIRSTNAME, :SQL-REL-ADRESS1,
                       :SQL-REL-ZIPCODE, :SQL-REL-TOWN,
                       :SQL-REL-NPAI
               END-EXEC
           END-PERFORM.

               END-IF
           END-IF.

           PERFORM 1150-DATES-DES-PALIERS
              THRU END-1150-DATES-DES-PALIERS.
           IF WS-JOV-OUVRE = SPACE
               GO TO END-1100-TRAITER-UN-IMPAYE
           END-IF.

           EVALUATE TRUE
               WHEN WS-REL-TODAY-DATE >= WS-REL-DATE-DEMEURE
                   MOVE 3 TO WS-REL-TARGET-LEVEL
               WHEN WS-REL-TODAY-DATE >= WS-REL-DATE-RECOMMANDE
                   MOVE 2 TO WS-REL-TARGET-LEVEL
               WHEN WS-REL-TODAY-DATE >= WS-REL-DATE-RAPPEL
                   MOVE 1 TO WS-REL-TARGET-LEVEL
               WHEN OTHER
                   MOVE ZERO TO WS-REL-TARGET-LEVEL
               GO TO END-1100-TRAITER-UN-IMPAYE
           END-IF.

           IF SQL-REL-NPAI = 'O'
               PERFORM 1250-DETOURNER-COURRIER
                  THRU END-1250-DETOURNER-COURRIER
           ELSE
               PERFORM 1200-ECRIRE-COURRIER
                  THRU END-1200-ECRIRE-COURRIER
           END-IF.

           MOVE WS-REL-TARGET-LEVEL TO SQL-REL-NEW-LEVEL.
           EXEC SQL
       END-1100-TRAITER-UN-IMPAYE.
           EXIT.

      ******************************************************************
      *    [RD] Dates auxquelles l'impaye atteint chaque palier :      *
      *    echeance augmentee du seuil, reportee au jour ouvre         *
      *    suivant. Une echeance mal formee laisse l'indicateur de     *
      *    scjourouv a blanc et l'impaye n'est pas relance.            *
      ******************************************************************
       1150-DATES-DES-PALIERS.
           MOVE 'S' TO WS-JOV-FUNCTION.
           MOVE SQL-REL-DUE-DATE TO WS-JOV-DATE-IN.

           MOVE WS-REL-SEUIL-RAPPEL TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-REL-DATE-RAPPEL.

           MOVE WS-REL-SEUIL-RECOMMANDE TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-REL-DATE-RECOMMANDE.

           MOVE WS-REL-SEUIL-DEMEURE TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-REL-DATE-DEMEURE.
       END-1150-DATES-DES-PALIERS.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit les lignes du courrier de relance au palier      *
      *    atteint : rappel simple, lettre recommandee ou mise en      *
      *    demeure. Le texte est celui du modele actif du palier       *
      *    (RELANCE1 a RELANCE3, cf. scmodele), a defaut le texte      *
      *    standard ci-dessous.                                        *
      ******************************************************************
       1200-ECRIRE-COURRIER.
           MOVE SQL-REL-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SQL-REL-AMOUNT TO WS-REL-AMOUNT-ED.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-REL-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-REL-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-REL-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-REL-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-REL-TOWN      TO WS-LET-VILLE.
           MOVE WS-REL-AMOUNT-ED  TO WS-LET-MONTANT.
           MOVE SQL-REL-PERIOD    TO WS-LET-PERIODE.
           MOVE SQL-REL-DUE-DATE  TO WS-LET-ECHEANCE.
           MOVE SPACES TO WS-LET-TYPE.
           STRING 'RELANCE' WS-REL-TARGET-LEVEL
               DELIMITED BY SIZE INTO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO RELANCE-LINE
                   PERFORM 1210-ECRIRE-LIGNE THRU END-1210-ECRIRE-LIGNE
               END-PERFORM
               MOVE SPACES TO RELANCE-LINE
               WRITE RELANCE-LINE
               GO TO END-1200-ECRIRE-COURRIER
           END-IF.

           MOVE SPACES TO RELANCE-LINE.
           EVALUATE WS-REL-TARGET-LEVEL
               WHEN 1
               WHEN 3
                   MOVE '--- MISE EN DEMEURE ---' TO RELANCE-LINE
           END-EVALUATE.
           PERFORM 1210-ECRIRE-LIGNE THRU END-1210-ECRIRE-LIGNE.

           MOVE SPACES TO RELANCE-LINE.
           STRING SQL-REL-LASTNAME ' ' SQL-REL-FIRSTNAME ' - '
               SQL-REL-ADRESS1
               DELIMITED BY SIZE INTO RELANCE-LINE.
           PERFORM 1210-ECRIRE-LIGNE THRU END-1210-ECRIRE-LIGNE.

           MOVE SPACES TO RELANCE-LINE.
           STRING SQL-REL-ZIPCODE ' ' SQL-REL-TOWN
               DELIMITED BY SIZE INTO RELANCE-LINE.
           PERFORM 1210-ECRIRE-LIGNE THRU END-1210-ECRIRE-LIGNE.

           MOVE SPACES TO RELANCE-LINE.
           STRING 'Cotisation ' SQL-REL-PERIOD ' de '
               WS-REL-AMOUNT-ED ' EUR echue le ' SQL-REL-DUE-DATE
               ' restee impayee a ce jour.'
               DELIMITED BY SIZE INTO RELANCE-LINE.
           PERFORM 1210-ECRIRE-LIGNE THRU END-1210-ECRIRE-LIGNE.

           MOVE SPACES TO RELANCE-LINE.
           WRITE RELANCE-LINE.
       END-1200-ECRIRE-COURRIER.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1210-ECRIRE-LIGNE.
           WRITE RELANCE-LINE.
           ADD 1 TO SQL-CJ-LINE-NO.
           MOVE RELANCE-LINE TO SQL-CJ-TEXT.
           EXEC SQL
               INSERT INTO courrier_jour (uuid_customer, courrier_date,
                   courrier_time, courrier_source, courrier_seq,
                   courrier_line_no, courrier_text, courrier_status)
               VALUES (:SQL-CJ-CUS-UUID, :SQL-CJ-DATE, :SQL-CJ-TIME,
                   :SQL-CJ-SOURCE, :SQL-CJ-SEQ, :SQL-CJ-LINE-NO,
                   :SQL-CJ-TEXT, 'A')
           END-EXEC.
       END-1210-ECRIRE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Adresse marquee NPAI (cf. scnpai) : le courrier part   *
      *    en une ligne dans la liste de travail COURRIERNPAI, a       *
      *    reprendre une fois l'adresse corrigee.                      *
      ******************************************************************
       1250-DETOURNER-COURRIER.
           MOVE SQL-REL-AMOUNT TO WS-REL-AMOUNT-ED.
           MOVE SPACES TO NPAI-LINE.
           STRING 'screlance  ' SQL-REL-TODAY ' RELANCE NIVEAU '
               WS-REL-TARGET-LEVEL ' ' SQL-REL-LASTNAME ' '
               SQL-REL-FIRSTNAME ' - cotisation ' SQL-REL-PERIOD
               ' de ' WS-REL-AMOUNT-ED ' EUR echue le '
               SQL-REL-DUE-DATE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-REL-NPAI-COUNT.
       END-1250-DETOURNER-COURRIER.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la balance agee des arrieres : nombre d'impayes  *
      *    et montant total par niveau de relance atteint.             *
