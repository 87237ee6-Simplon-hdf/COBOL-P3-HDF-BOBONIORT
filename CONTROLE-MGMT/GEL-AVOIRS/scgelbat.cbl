      ******************************************************************
      *    [RD] Le programme 'scgelbat' est le traitement hebdomadaire *
      *    du gel des avoirs, lance sous le controle de scbatchctl     *
      *    apres chaque mise a jour des listes. Il charge d'abord le   *
      *    fichier LISTEGEL livre par la conformite (registre national *
      *    des gels de la DG Tresor, source 'G', et liste consolidee   *
      *    des sanctions financieres de l'UE, source 'U') : chaque     *
      *    livraison d'une source est la liste complete, qui remplace  *
      *    dans la table 'gel_liste' la precedente version de cette    *
      *    source, et le chargement est trace dans 'gel_chargement'    *
      *    (version, date, nombre d'entrees). Sans fichier, les listes *
      *    en place sont conservees et seul le controle est rejoue.    *
      *    Toute la base est ensuite controlee par le sous-programme   *
      *    scgelctl : adherents actifs, beneficiaires en cours de      *
      *    leurs adherents, praticiens actifs. Les correspondances     *
      *    nouvelles ouvrent une alerte a revoir dans 'gel_alerte' et  *
      *    bloquent les paiements (cf. scsepavir) jusqu'a la decision  *
      *    d'un administrateur sur l'ecran scgelrev. Le rapport        *
      *    GELRAPPORT reprend les versions de listes en vigueur, les   *
      *    chargements du jour, les personnes controlees, les alertes  *
      *    ouvertes ce jour et les alertes en attente de decision.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scgelbat.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Listes de gel livrees par la conformite (facultatif).
           SELECT OPTIONAL LISTE-GEL-FILE ASSIGN TO "LISTEGEL"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAPPORT-FILE ASSIGN TO "GELRAPPORT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LISTE-GEL-FILE.
       01  LISTE-GEL-RECORD.
           05 LGL-SOURCE        PIC X(01).
           05 LGL-VERSION       PIC X(20).
           05 LGL-REF           PIC X(20).
           05 LGL-LASTNAME      PIC X(50).
           05 LGL-FIRSTNAME     PIC X(50).
           05 LGL-BIRTH-DATE    PIC X(10).
           05 LGL-IBAN          PIC X(34).
           05 LGL-MOTIF         PIC X(60).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE             PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

       01  WS-GEL-EOF                PIC X(01) VALUE 'N'.
       01  WS-GEL-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-GEL-LOADED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-GEL-INVALID-COUNT      PIC 9(07) VALUE ZERO.

      *    [RD] Sources livrees dans le fichier du jour : la premiere
      *    ligne d'une source efface la liste precedente de la source.
       01  WS-GEL-G-LOADED           PIC X(01) VALUE 'N'.
       01  WS-GEL-G-VERSION          PIC X(20) VALUE SPACES.
       01  WS-GEL-G-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-GEL-U-LOADED           PIC X(01) VALUE 'N'.
       01  WS-GEL-U-VERSION          PIC X(20) VALUE SPACES.
       01  WS-GEL-U-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-GEL-CUS-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GEL-BEN-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GEL-DOC-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GEL-SCREENED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-GEL-NEW-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GEL-TODAY-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-GEL-PENDING-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-GEL-CONFIRMED-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-GEL-NO-LIST            PIC X(01) VALUE 'N'.

       01  WS-GEL-SOURCE-LABEL       PIC X(20).
       01  WS-GEL-TYPE-LABEL         PIC X(12).
       01  WS-GEL-MATCH-LABEL        PIC X(05).
       01  WS-GEL-LOAD-LABEL         PIC X(18).
       01  WS-GEL-COUNT-ED           PIC ZZZZZZ9.

      *    [RD] Zone d'echange avec 'scgelctl' : cles de nom des
      *    listes chargees et controle de chaque personne.
       COPY 'gel-controle.cpy'.

       01  WS-BATCH-NAME          PIC X(12) VALUE 'scgelbat'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-GEL-TODAY         PIC X(10).
       01  SQL-GEL-COUNT         PIC 9(07).

       01  SQL-GEL-SOURCE        PIC X(01).
       01  SQL-GEL-VERSION       PIC X(20).
       01  SQL-GEL-REF           PIC X(20).
       01  SQL-GEL-LASTNAME      PIC X(50).
       01  SQL-GEL-FIRSTNAME     PIC X(50).
       01  SQL-GEL-NAME-KEY1     PIC X(101).
       01  SQL-GEL-NAME-KEY2     PIC X(101).
       01  SQL-GEL-BIRTH-DATE    PIC X(10).
       01  SQL-GEL-IBAN          PIC X(34).
       01  SQL-GEL-MOTIF         PIC X(60).

       01  SQL-GEL-SUBJECT-REF   PIC X(36).
       01  SQL-GEL-CUSTOMER      PIC X(36).

       01  SQL-GEL-SUBJECT-TYPE  PIC X(01).
       01  SQL-GEL-SUBJECT-NAME  PIC X(60).
       01  SQL-GEL-LISTED-NAME   PIC X(101).
       01  SQL-GEL-MATCH         PIC X(01).
       01  SQL-GEL-ORIGIN        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
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
               DELIMITED BY SIZE INTO SQL-GEL-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT RAPPORT-FILE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING 'CONTROLE DU GEL DES AVOIRS ET DES SANCTIONS DU '
               SQL-GEL-TODAY
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           PERFORM 1000-CHARGER-LISTES
              THRU END-1000-CHARGER-LISTES.
           PERFORM 2000-CONTROLER-ADHERENTS
              THRU END-2000-CONTROLER-ADHERENTS.
           PERFORM 2100-CONTROLER-BENEFICIAIRES
              THRU END-2100-CONTROLER-BENEFICIAIRES.
           PERFORM 2200-CONTROLER-PRATICIENS
              THRU END-2200-CONTROLER-PRATICIENS.
           PERFORM 3000-ECRIRE-RAPPORT
              THRU END-3000-ECRIRE-RAPPORT.

           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE RAPPORT-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Lignes de liste lues     : " WS-GEL-READ-COUNT.
           DISPLAY "Entrees chargees         : " WS-GEL-LOADED-COUNT.
           DISPLAY "Lignes invalides         : " WS-GEL-INVALID-COUNT.
           DISPLAY "Personnes controlees     : " WS-GEL-SCREENED-COUNT.
           DISPLAY "Alertes ouvertes         : " WS-GEL-NEW-COUNT.
           DISPLAY "Alertes a revoir         : " WS-GEL-PENDING-COUNT.
           DISPLAY "Gels confirmes           : " WS-GEL-CONFIRMED-COUNT.
           IF WS-GEL-NO-LIST = 'O'
               DISPLAY "ATTENTION : aucune liste de gel chargee."
           END-IF.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-GEL-SCREENED-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Charge le fichier des listes. Une ligne sans source    *
      *    connue, sans reference ou sans nom est ecartee. La premiere *
      *    ligne d'une source supprime la liste precedente de cette    *
      *    source ; les cles de nom sont calculees par scgelctl        *
      *    (fonction 'N') pour etre comparables a celles des personnes *
      *    controlees. Chaque source chargee est tracee dans           *
      *    'gel_chargement'.                                           *
      ******************************************************************
       1000-CHARGER-LISTES.
           OPEN INPUT LISTE-GEL-FILE.

           READ LISTE-GEL-FILE
               AT END MOVE 'O' TO WS-GEL-EOF
           END-READ
           PERFORM UNTIL WS-GEL-EOF = 'O'
               ADD 1 TO WS-GEL-READ-COUNT
               PERFORM 1100-CHARGER-ENTREE
                  THRU END-1100-CHARGER-ENTREE
               READ LISTE-GEL-FILE
                   AT END MOVE 'O' TO WS-GEL-EOF
               END-READ
           END-PERFORM.

           CLOSE LISTE-GEL-FILE.

           IF WS-GEL-G-LOADED = 'O'
               MOVE 'G' TO SQL-GEL-SOURCE
               MOVE WS-GEL-G-VERSION TO SQL-GEL-VERSION
               MOVE WS-GEL-G-COUNT TO SQL-GEL-COUNT
               PERFORM 1200-TRACER-CHARGEMENT
                  THRU END-1200-TRACER-CHARGEMENT
           END-IF.
           IF WS-GEL-U-LOADED = 'O'
               MOVE 'U' TO SQL-GEL-SOURCE
               MOVE WS-GEL-U-VERSION TO SQL-GEL-VERSION
               MOVE WS-GEL-U-COUNT TO SQL-GEL-COUNT
               PERFORM 1200-TRACER-CHARGEMENT
                  THRU END-1200-TRACER-CHARGEMENT
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       END-1000-CHARGER-LISTES.
           EXIT.

      ******************************************************************
      *    [RD] Charge une entree de LISTEGEL dans 'gel_liste'. La     *
      *    premiere entree d'une source vide la version precedente de  *
      *    cette source ; le nom est normalise par scgelctl (fonction  *
      *    'N'). Une entree sans source connue, sans reference ou sans *
      *    nom, ou refusee par la base, est comptee en rejet.          *
      ******************************************************************
       1100-CHARGER-ENTREE.
           IF (LGL-SOURCE NOT = 'G' AND LGL-SOURCE NOT = 'U')
               OR LGL-REF = SPACES OR LGL-LASTNAME = SPACES
               ADD 1 TO WS-GEL-INVALID-COUNT
               GO TO END-1100-CHARGER-ENTREE
           END-IF.

           MOVE LGL-SOURCE TO SQL-GEL-SOURCE.
           IF LGL-SOURCE = 'G' AND WS-GEL-G-LOADED = 'N'
               EXEC SQL
                   DELETE FROM gel_liste
                   WHERE gel_source = :SQL-GEL-SOURCE
               END-EXEC
               MOVE 'O' TO WS-GEL-G-LOADED
           END-IF.
           IF LGL-SOURCE = 'U' AND WS-GEL-U-LOADED = 'N'
               EXEC SQL
                   DELETE FROM gel_liste
                   WHERE gel_source = :SQL-GEL-SOURCE
               END-EXEC
               MOVE 'O' TO WS-GEL-U-LOADED
           END-IF.

           MOVE 'N' TO WS-GCT-FUNCTION.
           MOVE LGL-LASTNAME TO WS-GCT-LASTNAME.
           MOVE LGL-FIRSTNAME TO WS-GCT-FIRSTNAME.
           CALL 'scgelctl' USING WS-GCT-ZONE.

           MOVE LGL-VERSION TO SQL-GEL-VERSION.
           MOVE LGL-REF TO SQL-GEL-REF.
           MOVE LGL-LASTNAME TO SQL-GEL-LASTNAME.
           MOVE LGL-FIRSTNAME TO SQL-GEL-FIRSTNAME.
           MOVE WS-GCT-NAME-KEY1 TO SQL-GEL-NAME-KEY1.
           MOVE WS-GCT-NAME-KEY2 TO SQL-GEL-NAME-KEY2.
           MOVE LGL-BIRTH-DATE TO SQL-GEL-BIRTH-DATE.
           MOVE FUNCTION UPPER-CASE(LGL-IBAN) TO SQL-GEL-IBAN.
           MOVE LGL-MOTIF TO SQL-GEL-MOTIF.

           EXEC SQL
               INSERT INTO gel_liste (gel_source, gel_ref,
                   gel_version, gel_lastname, gel_firstname,
                   gel_name_key1, gel_name_key2, gel_birth_date,
                   gel_iban, gel_motif)
               VALUES (:SQL-GEL-SOURCE, :SQL-GEL-REF,
                   :SQL-GEL-VERSION, :SQL-GEL-LASTNAME,
                   :SQL-GEL-FIRSTNAME, :SQL-GEL-NAME-KEY1,
                   :SQL-GEL-NAME-KEY2, :SQL-GEL-BIRTH-DATE,
                   :SQL-GEL-IBAN, :SQL-GEL-MOTIF)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-GEL-INVALID-COUNT
               GO TO END-1100-CHARGER-ENTREE
           END-IF.

           ADD 1 TO WS-GEL-LOADED-COUNT.
           IF LGL-SOURCE = 'G'
               ADD 1 TO WS-GEL-G-COUNT
               MOVE LGL-VERSION TO WS-GEL-G-VERSION
           ELSE
               ADD 1 TO WS-GEL-U-COUNT
               MOVE LGL-VERSION TO WS-GEL-U-VERSION
           END-IF.
       END-1100-CHARGER-ENTREE.
           EXIT.

      ******************************************************************
      *    [RD] Trace dans 'gel_chargement' la version chargee ce jour *
      *    pour la source et son nombre d'entrees.                     *
      ******************************************************************
       1200-TRACER-CHARGEMENT.
           EXEC SQL
               INSERT INTO gel_chargement (gel_source, gel_version,
                   gel_load_date, gel_entry_count)
               VALUES (:SQL-GEL-SOURCE, :SQL-GEL-VERSION,
                   :SQL-GEL-TODAY, :SQL-GEL-COUNT)
           END-EXEC.
       END-1200-TRACER-CHARGEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Controle des adherents actifs (adherents archives      *
      *    exclus), avec leur IBAN de remboursement.                   *
      ******************************************************************
       2000-CONTROLER-ADHERENTS.
           EXEC SQL
               DECLARE CRSGELCUS CURSOR FOR
               SELECT uuid_customer, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_birth_date, ''),
                   COALESCE(customer_code_iban, '')
               FROM customer
               WHERE COALESCE(customer_active, ' ') != 'A'
               ORDER BY uuid_customer
           END-EXEC.

           EXEC SQL OPEN CRSGELCUS END-EXEC.

           EXEC SQL
               FETCH CRSGELCUS
               INTO :SQL-GEL-SUBJECT-REF, :SQL-GEL-LASTNAME,
                   :SQL-GEL-FIRSTNAME, :SQL-GEL-BIRTH-DATE,
                   :SQL-GEL-IBAN
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'A' TO WS-GCT-SUBJECT-TYPE
               MOVE SQL-GEL-SUBJECT-REF TO WS-GCT-CUSTOMER
               PERFORM 2900-CONTROLER-PERSONNE
                  THRU END-2900-CONTROLER-PERSONNE
               ADD 1 TO WS-GEL-CUS-COUNT
               EXEC SQL
                   FETCH CRSGELCUS
                   INTO :SQL-GEL-SUBJECT-REF, :SQL-GEL-LASTNAME,
                       :SQL-GEL-FIRSTNAME, :SQL-GEL-BIRTH-DATE,
                       :SQL-GEL-IBAN
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGELCUS END-EXEC.
       END-2000-CONTROLER-ADHERENTS.
           EXIT.

      ******************************************************************
      *    [RD] Controle des beneficiaires en cours (sans date de fin  *
      *    ou date de fin a venir) des adherents actifs. Une alerte    *
      *    sur un beneficiaire bloque les paiements de son adherent.   *
      ******************************************************************
       2100-CONTROLER-BENEFICIAIRES.
           EXEC SQL
               DECLARE CRSGELBEN CURSOR FOR
               SELECT b.uuid_beneficiaire, b.uuid_customer,
                   b.beneficiaire_lastname, b.beneficiaire_firstname,
                   COALESCE(b.beneficiaire_birth_date, '')
               FROM beneficiaire b
               JOIN customer c ON c.uuid_customer = b.uuid_customer
               WHERE COALESCE(c.customer_active, ' ') != 'A'
               AND (COALESCE(b.beneficiaire_end_date, '') = ''
                   OR b.beneficiaire_end_date >= :SQL-GEL-TODAY)
               ORDER BY b.uuid_beneficiaire
           END-EXEC.

           EXEC SQL OPEN CRSGELBEN END-EXEC.

           EXEC SQL
               FETCH CRSGELBEN
               INTO :SQL-GEL-SUBJECT-REF, :SQL-GEL-CUSTOMER,
                   :SQL-GEL-LASTNAME, :SQL-GEL-FIRSTNAME,
                   :SQL-GEL-BIRTH-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'B' TO WS-GCT-SUBJECT-TYPE
               MOVE SQL-GEL-CUSTOMER TO WS-GCT-CUSTOMER
               MOVE SPACES TO SQL-GEL-IBAN
               PERFORM 2900-CONTROLER-PERSONNE
                  THRU END-2900-CONTROLER-PERSONNE
               ADD 1 TO WS-GEL-BEN-COUNT
               EXEC SQL
                   FETCH CRSGELBEN
                   INTO :SQL-GEL-SUBJECT-REF, :SQL-GEL-CUSTOMER,
                       :SQL-GEL-LASTNAME, :SQL-GEL-FIRSTNAME,
                       :SQL-GEL-BIRTH-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGELBEN END-EXEC.
       END-2100-CONTROLER-BENEFICIAIRES.
           EXIT.

      ******************************************************************
      *    [RD] Controle des praticiens actifs, par leur nom au        *
      *    repertoire et leur IBAN tiers payant. Le nom du praticien   *
      *    est sa reference.                                           *
      ******************************************************************
       2200-CONTROLER-PRATICIENS.
           EXEC SQL
               DECLARE CRSGELDOC CURSOR FOR
               SELECT doctor_name, COALESCE(doctor_iban, '')
               FROM doctor
               WHERE doctor_active = 'O'
               ORDER BY doctor_name
           END-EXEC.

           EXEC SQL OPEN CRSGELDOC END-EXEC.

           EXEC SQL
               FETCH CRSGELDOC
               INTO :SQL-GEL-LASTNAME, :SQL-GEL-IBAN
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'P' TO WS-GCT-SUBJECT-TYPE
               MOVE SQL-GEL-LASTNAME TO SQL-GEL-SUBJECT-REF
               MOVE SPACES TO WS-GCT-CUSTOMER
               MOVE SPACES TO SQL-GEL-FIRSTNAME
               MOVE SPACES TO SQL-GEL-BIRTH-DATE
               PERFORM 2900-CONTROLER-PERSONNE
                  THRU END-2900-CONTROLER-PERSONNE
               ADD 1 TO WS-GEL-DOC-COUNT
               EXEC SQL
                   FETCH CRSGELDOC
                   INTO :SQL-GEL-LASTNAME, :SQL-GEL-IBAN
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGELDOC END-EXEC.
       END-2200-CONTROLER-PRATICIENS.
           EXIT.

      ******************************************************************
      *    [RD] Appel de scgelctl (fonction 'C') pour la personne lue  *
      *    : controle du nom et de l'IBAN contre les listes chargees   *
      *    et creation de l'alerte le cas echeant.                     *
      ******************************************************************
       2900-CONTROLER-PERSONNE.
           MOVE 'C' TO WS-GCT-FUNCTION.
           MOVE SQL-GEL-SUBJECT-REF TO WS-GCT-SUBJECT-REF.
           MOVE SQL-GEL-LASTNAME TO WS-GCT-LASTNAME.
           MOVE SQL-GEL-FIRSTNAME TO WS-GCT-FIRSTNAME.
           MOVE SQL-GEL-BIRTH-DATE TO WS-GCT-BIRTH-DATE.
           MOVE SQL-GEL-IBAN TO WS-GCT-IBAN.
           MOVE 'scgelbat' TO WS-GCT-ORIGIN.
           MOVE 'scgelbat' TO WS-GCT-OPERATOR.
           CALL 'scgelctl' USING WS-GCT-ZONE.

           ADD 1 TO WS-GEL-SCREENED-COUNT.
           ADD WS-GCT-NEW-COUNT TO WS-GEL-NEW-COUNT.
       END-2900-CONTROLER-PERSONNE.
           EXIT.

      ******************************************************************
      *    [RD] Rapport pour la conformite : versions des listes en    *
      *    vigueur (une source sans liste est signalee), chargements   *
      *    du jour, personnes controlees, detail des alertes ouvertes  *
      *    ce jour (tous controles confondus) et alertes en attente de *
      *    decision.                                                   *
      ******************************************************************
       3000-ECRIRE-RAPPORT.
           MOVE 'LISTES EN VIGUEUR' TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           MOVE 'G' TO SQL-GEL-SOURCE.
           PERFORM 3100-ECRIRE-LISTE THRU END-3100-ECRIRE-LISTE.
           MOVE 'U' TO SQL-GEL-SOURCE.
           PERFORM 3100-ECRIRE-LISTE THRU END-3100-ECRIRE-LISTE.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE WS-GEL-READ-COUNT TO WS-GEL-COUNT-ED.
           STRING 'LIGNES DE LISTE LUES       : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-GEL-INVALID-COUNT TO WS-GEL-COUNT-ED.
           STRING 'LIGNES ECARTEES            : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE WS-GEL-CUS-COUNT TO WS-GEL-COUNT-ED.
           STRING 'ADHERENTS CONTROLES        : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-GEL-BEN-COUNT TO WS-GEL-COUNT-ED.
           STRING 'BENEFICIAIRES CONTROLES    : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-GEL-DOC-COUNT TO WS-GEL-COUNT-ED.
           STRING 'PRATICIENS CONTROLES       : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE 'ALERTES OUVERTES CE JOUR' TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           EXEC SQL
               DECLARE CRSGELNEW CURSOR FOR
               SELECT alerte_subject_type, alerte_subject_name,
                   alerte_source, alerte_gel_ref, alerte_gel_name,
                   alerte_match, alerte_list_version, alerte_origin
               FROM gel_alerte
               WHERE alerte_date = :SQL-GEL-TODAY
               ORDER BY alerte_subject_type, alerte_subject_name
           END-EXEC.

           EXEC SQL OPEN CRSGELNEW END-EXEC.

           EXEC SQL
               FETCH CRSGELNEW
               INTO :SQL-GEL-SUBJECT-TYPE, :SQL-GEL-SUBJECT-NAME,
                   :SQL-GEL-SOURCE, :SQL-GEL-REF,
                   :SQL-GEL-LISTED-NAME, :SQL-GEL-MATCH,
                   :SQL-GEL-VERSION, :SQL-GEL-ORIGIN
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-GEL-TODAY-COUNT
               PERFORM 3200-ECRIRE-ALERTE THRU END-3200-ECRIRE-ALERTE
               EXEC SQL
                   FETCH CRSGELNEW
                   INTO :SQL-GEL-SUBJECT-TYPE, :SQL-GEL-SUBJECT-NAME,
                       :SQL-GEL-SOURCE, :SQL-GEL-REF,
                       :SQL-GEL-LISTED-NAME, :SQL-GEL-MATCH,
                       :SQL-GEL-VERSION, :SQL-GEL-ORIGIN
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGELNEW END-EXEC.

           IF WS-GEL-TODAY-COUNT = ZERO
               MOVE '  AUCUNE' TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GEL-COUNT
               FROM gel_alerte
               WHERE alerte_status = 'A'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-GEL-COUNT TO WS-GEL-PENDING-COUNT
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GEL-COUNT
               FROM gel_alerte
               WHERE alerte_status = 'C'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-GEL-COUNT TO WS-GEL-CONFIRMED-COUNT
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE WS-GEL-PENDING-COUNT TO WS-GEL-COUNT-ED.
           STRING 'ALERTES EN ATTENTE DE REVUE : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           MOVE WS-GEL-CONFIRMED-COUNT TO WS-GEL-COUNT-ED.
           STRING 'GELS CONFIRMES (BLOQUES)    : ' WS-GEL-COUNT-ED
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-3000-ECRIRE-RAPPORT.
           EXIT.

      ******************************************************************
      *    [RD] Version en vigueur d'une source et chargement du jour. *
      *    Une source sans liste chargee est signalee : le controle    *
      *    est alors incomplet.                                        *
      ******************************************************************
       3100-ECRIRE-LISTE.
           IF SQL-GEL-SOURCE = 'G'
               MOVE 'REGISTRE NATIONAL' TO WS-GEL-SOURCE-LABEL
           ELSE
               MOVE 'SANCTIONS UE' TO WS-GEL-SOURCE-LABEL
           END-IF.

           MOVE SPACES TO SQL-GEL-VERSION.
           MOVE ZERO TO SQL-GEL-COUNT.
           EXEC SQL
               SELECT COALESCE(MAX(gel_version), ''), COUNT(*)
               INTO :SQL-GEL-VERSION, :SQL-GEL-COUNT
               FROM gel_liste
               WHERE gel_source = :SQL-GEL-SOURCE
           END-EXEC.

           MOVE SPACES TO RAPPORT-LINE.
           IF SQL-GEL-COUNT = ZERO
               MOVE 'O' TO WS-GEL-NO-LIST
               STRING '  ' WS-GEL-SOURCE-LABEL
                   ' : AUCUNE LISTE CHARGEE - CONTROLE INCOMPLET'
                   DELIMITED BY SIZE INTO RAPPORT-LINE
               WRITE RAPPORT-LINE
               GO TO END-3100-ECRIRE-LISTE
           END-IF.

           MOVE SPACES TO WS-GEL-LOAD-LABEL.
           IF (SQL-GEL-SOURCE = 'G' AND WS-GEL-G-LOADED = 'O')
               OR (SQL-GEL-SOURCE = 'U' AND WS-GEL-U-LOADED = 'O')
               MOVE '(CHARGEE CE JOUR)' TO WS-GEL-LOAD-LABEL
           END-IF.
           MOVE SQL-GEL-COUNT TO WS-GEL-COUNT-ED.
           STRING '  ' WS-GEL-SOURCE-LABEL ' : VERSION '
               SQL-GEL-VERSION ' ' WS-GEL-COUNT-ED ' ENTREES '
               WS-GEL-LOAD-LABEL
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-3100-ECRIRE-LISTE.
           EXIT.

      ******************************************************************
      *    [RD] Ligne du rapport pour une alerte : type de personne,   *
      *    nom controle, source et reference de la liste, nom liste,   *
      *    critere de rapprochement (nom ou IBAN), version et origine. *
      ******************************************************************
       3200-ECRIRE-ALERTE.
           EVALUATE SQL-GEL-SUBJECT-TYPE
               WHEN 'A'
                   MOVE 'ADHERENT' TO WS-GEL-TYPE-LABEL
               WHEN 'B'
                   MOVE 'BENEFICIAIRE' TO WS-GEL-TYPE-LABEL
               WHEN OTHER
                   MOVE 'PRATICIEN' TO WS-GEL-TYPE-LABEL
           END-EVALUATE.
           IF SQL-GEL-MATCH = 'I'
               MOVE 'IBAN' TO WS-GEL-MATCH-LABEL
           ELSE
               MOVE 'NOM' TO WS-GEL-MATCH-LABEL
           END-IF.

           MOVE SPACES TO RAPPORT-LINE.
           STRING '  ' WS-GEL-TYPE-LABEL ' ' SQL-GEL-SUBJECT-NAME(1:40)
               ' ' SQL-GEL-SOURCE ' ' SQL-GEL-REF ' '
               SQL-GEL-LISTED-NAME(1:40) ' ' WS-GEL-MATCH-LABEL ' '
               SQL-GEL-VERSION(1:12) ' ' SQL-GEL-ORIGIN
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-3200-ECRIRE-ALERTE.
           EXIT.
