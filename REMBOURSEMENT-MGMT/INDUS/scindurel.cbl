      ******************************************************************
      *    [RD] Le programme 'scindurel' est le traitement batch       *
      *    hebdomadaire de suivi des indus sur remboursements (table   *
      *    'indu', cf. scindu) :                                       *
      *    - les indus encore ouverts ('O') soixante jours apres leur  *
      *      constat, et pas encore relances, recoivent une lettre de  *
      *      demande de remboursement (fichier COURRIERINDU, modele    *
      *      de courrier INDU, cf. scmodele). L'indu du par            *
      *      l'adherent suit la regle NPAI (cf. scnpai) et le          *
      *      courrier du jour (cf. sccourjour) ; l'indu tiers payant   *
      *      est adresse au praticien et reste dans le seul fichier.   *
      *      La date d'envoi est portee sur l'indu pour ne jamais      *
      *      repeter la lettre ;                                       *
      *    - la balance agee des indus ouverts (fichier AGEINDU) :     *
      *      une ligne par indu, du plus ancien au plus recent, et     *
      *      les totaux restant dus par tranche d'anciennete (0-30,    *
      *      31-60, 61-90, plus de 90 jours).                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scindurel.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Lettres de demande de remboursement, a relayer vers
      *    l'outil d'envoi comme NOTIFMAIL.
           SELECT LETTRE-FILE ASSIGN TO "COURRIERINDU"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Fichier sequentiel imprimable de la balance agee.
           SELECT AGE-FILE ASSIGN TO "AGEINDU"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTRE-FILE.
       01  LETTRE-LINE               PIC X(180).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).
       FD  AGE-FILE.
       01  AGE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

      *    [RD] Delai, en jours depuis le constat, avant la lettre de
      *    demande de remboursement, et date limite correspondante.
       01  WS-ISU-SEUIL-LETTRE       PIC 9(03) VALUE 60.
       01  WS-ISU-DATE-X             PIC X(08).
       01  WS-ISU-DATE-NUM REDEFINES WS-ISU-DATE-X PIC 9(08).
       01  WS-ISU-TODAY-INT          PIC 9(07).
       01  WS-ISU-DATE-INT           PIC 9(07).
       01  WS-ISU-AGE-DAYS           PIC 9(05).
       01  WS-ISU-AGE-ED             PIC ZZZZ9.

       01  WS-ISU-REMAIN-ED          PIC ZZZZ9.99.
       01  WS-ISU-AMOUNT-ED          PIC ZZZZ9.99.
       01  WS-ISU-REASON-LABEL       PIC X(30).

       01  WS-ISU-LETTER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-ISU-TP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-ISU-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-ISU-OPEN-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Totaux restant dus par tranche d'anciennete : 0-30,
      *    31-60, 61-90 et plus de 90 jours.
       01  WS-ISU-BUCKETS.
           05 WS-ISU-BUCKET OCCURS 4 TIMES.
              10 WS-ISU-BKT-COUNT    PIC 9(05).
              10 WS-ISU-BKT-AMOUNT   PIC 9(09)V99.
       01  WS-ISU-BKT-IX             PIC 9(01).
       01  WS-ISU-BKT-LABEL          PIC X(20).
       01  WS-ISU-TOTAL-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01  WS-ISU-TOTAL-ED           PIC ZZZZZZZZ9.99.
       01  WS-ISU-COUNT-ED           PIC ZZZZ9.

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scindurel'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-ISU-TODAY         PIC X(10).
       01  SQL-ISU-LIMIT         PIC X(10).

       01  SQL-ISU-UUID          PIC X(36).
       01  SQL-ISU-CUS-UUID      PIC X(36).
       01  SQL-ISU-TP            PIC X(01).
       01  SQL-ISU-PROVIDER      PIC X(20).
       01  SQL-ISU-AMOUNT        PIC 9(07)V99 COMP-3.
       01  SQL-ISU-REMAIN        PIC 9(07)V99 COMP-3.
       01  SQL-ISU-REASON        PIC X(01).
       01  SQL-ISU-NOTE          PIC X(60).
       01  SQL-ISU-DATE          PIC X(10).
       01  SQL-ISU-LETTER-DATE   PIC X(10).
       01  SQL-ISU-LASTNAME      PIC X(20).
       01  SQL-ISU-FIRSTNAME     PIC X(20).
       01  SQL-ISU-MAIL          PIC X(50).
       01  SQL-ISU-NPAI          PIC X(01).
       01  SQL-ISU-ADRESS1       PIC X(50).
       01  SQL-ISU-ZIPCODE       PIC X(15).
       01  SQL-ISU-TOWN          PIC X(50).
       01  SQL-ISU-CODE-SECU     PIC 9(15).
       01  SQL-ISU-RUM           PIC X(35).
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
      * Envoie les lettres de demande de remboursement dues, puis
      * ecrit la balance agee des indus restant ouverts.
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
               DELIMITED BY SIZE INTO SQL-ISU-TODAY.
           MOVE WS-TODAY TO WS-ISU-DATE-X.
           COMPUTE WS-ISU-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ISU-DATE-NUM).
           COMPUTE WS-ISU-DATE-INT = WS-ISU-TODAY-INT
               - WS-ISU-SEUIL-LETTRE.
           COMPUTE WS-ISU-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ISU-DATE-INT).
           STRING WS-ISU-DATE-X(1:4) '-' WS-ISU-DATE-X(5:2) '-'
               WS-ISU-DATE-X(7:2)
               DELIMITED BY SIZE INTO SQL-ISU-LIMIT.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scindurel' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT LETTRE-FILE.
           OPEN EXTEND NPAI-FILE.
           OPEN OUTPUT AGE-FILE.

           PERFORM 1000-LETTRES-INDUS THRU END-1000-LETTRES-INDUS.

           PERFORM 2000-BALANCE-AGEE THRU END-2000-BALANCE-AGEE.

           CLOSE LETTRE-FILE.
           CLOSE NPAI-FILE.
           CLOSE AGE-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Lettres de demande         : " WS-ISU-LETTER-COUNT.
           DISPLAY "dont praticiens (TP)       : " WS-ISU-TP-COUNT.
           DISPLAY "Detournees NPAI            : " WS-ISU-NPAI-COUNT.
           DISPLAY "Indus ouverts en balance   : " WS-ISU-OPEN-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-ISU-LETTER-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Indus ouverts constates depuis au moins soixante jours *
      *    et jamais relances, avec la fiche adherent pour l'adresse   *
      *    et les champs du modele de courrier.                        *
      ******************************************************************
       1000-LETTRES-INDUS.
           EXEC SQL
               DECLARE CRSINDSUI CURSOR FOR
               SELECT uuid_indu, indu.uuid_customer,
                   indu_tiers_payant, COALESCE(indu_provider, ''),
                   indu_amount - indu_recovered,
                   indu_reason, COALESCE(indu_note, ''), indu_date,
                   customer_lastname, customer_firstname,
                   customer_mail,
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_code_secu, COALESCE(mandat_rum, ' ')
               FROM indu, customer
               LEFT JOIN mandat
                   ON mandat.uuid_customer = customer.uuid_customer
                   AND mandat_status = 'A'
               WHERE indu.uuid_customer = customer.uuid_customer
               AND indu_status = 'O'
               AND COALESCE(indu_letter_date, '') = ''
               AND indu_date <= :SQL-ISU-LIMIT
               ORDER BY indu_date
           END-EXEC.

           EXEC SQL OPEN CRSINDSUI END-EXEC.

           EXEC SQL
               FETCH CRSINDSUI
               INTO :SQL-ISU-UUID, :SQL-ISU-CUS-UUID,
                   :SQL-ISU-TP, :SQL-ISU-PROVIDER,
                   :SQL-ISU-REMAIN,
                   :SQL-ISU-REASON, :SQL-ISU-NOTE, :SQL-ISU-DATE,
                   :SQL-ISU-LASTNAME, :SQL-ISU-FIRSTNAME,
                   :SQL-ISU-MAIL, :SQL-ISU-NPAI,
                   :SQL-ISU-ADRESS1, :SQL-ISU-ZIPCODE,
                   :SQL-ISU-TOWN, :SQL-ISU-CODE-SECU, :SQL-ISU-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-ECRIRE-DEMANDE
                  THRU END-1100-ECRIRE-DEMANDE
               EXEC SQL
                   FETCH CRSINDSUI
                   INTO :SQL-ISU-UUID, :SQL-ISU-CUS-UUID,
                       :SQL-ISU-TP, :SQL-ISU-PROVIDER,
                       :SQL-ISU-REMAIN,
                       :SQL-ISU-REASON, :SQL-ISU-NOTE, :SQL-ISU-DATE,
                       :SQL-ISU-LASTNAME, :SQL-ISU-FIRSTNAME,
                       :SQL-ISU-MAIL, :SQL-ISU-NPAI,
                       :SQL-ISU-ADRESS1, :SQL-ISU-ZIPCODE,
                       :SQL-ISU-TOWN, :SQL-ISU-CODE-SECU, :SQL-ISU-RUM
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINDSUI END-EXEC.
       END-1000-LETTRES-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Prepare la lettre de demande de remboursement d'un     *
      *    indu, l'ecrit (au praticien ou a l'adherent) et porte la    *
      *    date d'envoi sur l'indu.                                    *
      ******************************************************************
       1100-ECRIRE-DEMANDE.
           PERFORM 1200-LIBELLE-MOTIF THRU END-1200-LIBELLE-MOTIF.
           MOVE SQL-ISU-REMAIN TO WS-ISU-REMAIN-ED.

           MOVE 'INDU' TO WS-LET-TYPE.
           MOVE SPACES TO LETTRE-LINE.
           IF SQL-ISU-TP = 'O'
               STRING 'DEMANDE INDU PRATICIEN '
                   FUNCTION TRIM(SQL-ISU-PROVIDER)
                   ' - tiers payant adherent '
                   FUNCTION TRIM(SQL-ISU-LASTNAME) ' '
                   FUNCTION TRIM(SQL-ISU-FIRSTNAME)
                   ' - indu du ' SQL-ISU-DATE
                   ' (' FUNCTION TRIM(WS-ISU-REASON-LABEL)
                   ') - reste du ' WS-ISU-REMAIN-ED ' EUR'
                   DELIMITED BY SIZE INTO LETTRE-LINE
               PERFORM 1400-ECRIRE-PRATICIEN
                  THRU END-1400-ECRIRE-PRATICIEN
           ELSE
               STRING 'DEMANDE INDU ' FUNCTION TRIM(SQL-ISU-MAIL)
                   ' - ' FUNCTION TRIM(SQL-ISU-LASTNAME) ' '
                   FUNCTION TRIM(SQL-ISU-FIRSTNAME)
                   ' - indu du ' SQL-ISU-DATE
                   ' (' FUNCTION TRIM(WS-ISU-REASON-LABEL)
                   ') - reste du ' WS-ISU-REMAIN-ED ' EUR'
                   DELIMITED BY SIZE INTO LETTRE-LINE
               PERFORM 1300-ECRIRE-LETTRE THRU END-1300-ECRIRE-LETTRE
           END-IF.

           EXEC SQL
               UPDATE indu SET
                   indu_letter_date = :SQL-ISU-TODAY
               WHERE uuid_indu = :SQL-ISU-UUID
           END-EXEC.
           ADD 1 TO WS-ISU-LETTER-COUNT.
       END-1100-ECRIRE-DEMANDE.
           EXIT.

      ******************************************************************
      *    [RD] Libelle du motif de l'indu (cf. scindu).               *
      ******************************************************************
       1200-LIBELLE-MOTIF.
           EVALUATE SQL-ISU-REASON
               WHEN 'B'
                   MOVE 'fin de droits du beneficiaire'
                       TO WS-ISU-REASON-LABEL
               WHEN 'D'
                   MOVE 'deces' TO WS-ISU-REASON-LABEL
               WHEN 'X'
                   MOVE 'paiement en double' TO WS-ISU-REASON-LABEL
               WHEN 'A'
                   MOVE 'decompte CPAM annule' TO WS-ISU-REASON-LABEL
               WHEN OTHER
                   MOVE 'autre motif' TO WS-ISU-REASON-LABEL
           END-EVALUATE.
       END-1200-LIBELLE-MOTIF.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre a l'adherent : texte du modele actif   *
      *    (cf. scmodele), a defaut la ligne standard preparee dans    *
      *    LETTRE-LINE ; ou detourne cette ligne vers la liste de      *
      *    travail COURRIERNPAI si l'adresse de l'adherent est marquee *
      *    invalide (cf. scnpai).                                      *
      ******************************************************************
       1300-ECRIRE-LETTRE.
           IF SQL-ISU-NPAI = 'O'
               GO TO 1350-DETOURNER-LETTRE
           END-IF.

           MOVE SQL-ISU-CUS-UUID TO SQL-CJ-CUS-UUID.
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
           STRING 'scindurel ' SQL-ISU-TODAY ' ' LETTRE-LINE
               DELIMITED BY SIZE INTO NPAI-LINE.
           WRITE NPAI-LINE.
           ADD 1 TO WS-ISU-NPAI-COUNT.
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
      *    [RD] Ecrit la lettre au praticien de l'indu tiers payant :  *
      *    meme modele, le nom du praticien tenant lieu de nom. Le     *
      *    praticien n'etant pas un adherent, la lettre reste dans le  *
      *    seul fichier COURRIERINDU (ni NPAI, ni courrier du jour).   *
      ******************************************************************
       1400-ECRIRE-PRATICIEN.
           PERFORM 1500-CHAMPS-FUSION THRU END-1500-CHAMPS-FUSION.

           IF WS-LET-FOUND = 'O'
               PERFORM VARYING WS-LET-IX FROM 1 BY 1
                   UNTIL WS-LET-IX > WS-LET-LINE-COUNT
                   MOVE WS-LET-LINE(WS-LET-IX) TO LETTRE-LINE
                   WRITE LETTRE-LINE
               END-PERFORM
           ELSE
               WRITE LETTRE-LINE
           END-IF.
           ADD 1 TO WS-ISU-TP-COUNT.
       END-1400-ECRIRE-PRATICIEN.
           EXIT.

      ******************************************************************
      *    [RD] Alimente les champs de fusion et demande le courrier   *
      *    fusionne a 'sclettre' : montant restant du, date de l'indu  *
      *    en echeance, motif et note en divers. La lettre a           *
      *    l'adherent porte son identite, son adresse postale, son     *
      *    NIR, son mail et le RUM de son mandat actif s'il existe ;   *
      *    celle au praticien ne porte que son nom, aucune autre       *
      *    coordonnee du praticien n'etant tenue dans le systeme.      *
      ******************************************************************
       1500-CHAMPS-FUSION.
           MOVE SPACES TO WS-LET-CHAMPS.
           IF SQL-ISU-TP = 'O'
               MOVE SQL-ISU-PROVIDER TO WS-LET-NOM
           ELSE
               MOVE SQL-ISU-LASTNAME  TO WS-LET-NOM
               MOVE SQL-ISU-FIRSTNAME TO WS-LET-PRENOM
               MOVE SQL-ISU-ADRESS1   TO WS-LET-ADRESSE
               MOVE SQL-ISU-ZIPCODE   TO WS-LET-CP
               MOVE SQL-ISU-TOWN      TO WS-LET-VILLE
               MOVE SQL-ISU-CODE-SECU TO WS-LET-NIR
               MOVE SQL-ISU-MAIL      TO WS-LET-MAIL
               MOVE SQL-ISU-RUM       TO WS-LET-RUM
           END-IF.
           MOVE WS-ISU-REMAIN-ED TO WS-LET-MONTANT.
           MOVE SQL-ISU-DATE     TO WS-LET-ECHEANCE.
           MOVE SQL-ISU-TODAY    TO WS-LET-DATE.
           STRING FUNCTION TRIM(WS-ISU-REASON-LABEL) ' - '
               SQL-ISU-NOTE
               DELIMITED BY SIZE INTO WS-LET-DIVERS.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.
       END-1500-CHAMPS-FUSION.
           EXIT.

      ******************************************************************
      *    [RD] Balance agee : chaque indu ouvert avec son anciennete, *
      *    du plus ancien au plus recent, puis les totaux restant dus  *
      *    par tranche et le total general.                            *
      ******************************************************************
       2000-BALANCE-AGEE.
           INITIALIZE WS-ISU-BUCKETS.

           MOVE SPACES TO AGE-LINE.
           STRING 'BALANCE AGEE DES INDUS OUVERTS AU ' SQL-ISU-TODAY
               DELIMITED BY SIZE INTO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO AGE-LINE.
           STRING 'DATE       JOURS  ADHERENT / PRATICIEN'
               '                        MOTIF  MONTANT   RESTE DU'
               '  RELANCE'
               DELIMITED BY SIZE INTO AGE-LINE.
           WRITE AGE-LINE.

           EXEC SQL
               DECLARE CRSINDAGE CURSOR FOR
               SELECT indu_tiers_payant, COALESCE(indu_provider, ''),
                   indu_amount, indu_amount - indu_recovered,
                   indu_reason, indu_date,
                   COALESCE(indu_letter_date, ''),
                   customer_lastname, customer_firstname
               FROM indu, customer
               WHERE indu.uuid_customer = customer.uuid_customer
               AND indu_status = 'O'
               ORDER BY indu_date
           END-EXEC.

           EXEC SQL OPEN CRSINDAGE END-EXEC.

           EXEC SQL
               FETCH CRSINDAGE
               INTO :SQL-ISU-TP, :SQL-ISU-PROVIDER,
                   :SQL-ISU-AMOUNT, :SQL-ISU-REMAIN,
                   :SQL-ISU-REASON, :SQL-ISU-DATE,
                   :SQL-ISU-LETTER-DATE,
                   :SQL-ISU-LASTNAME, :SQL-ISU-FIRSTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-LIGNE-BALANCE THRU END-2100-LIGNE-BALANCE
               EXEC SQL
                   FETCH CRSINDAGE
                   INTO :SQL-ISU-TP, :SQL-ISU-PROVIDER,
                       :SQL-ISU-AMOUNT, :SQL-ISU-REMAIN,
                       :SQL-ISU-REASON, :SQL-ISU-DATE,
                       :SQL-ISU-LETTER-DATE,
                       :SQL-ISU-LASTNAME, :SQL-ISU-FIRSTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINDAGE END-EXEC.

           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           PERFORM VARYING WS-ISU-BKT-IX FROM 1 BY 1
               UNTIL WS-ISU-BKT-IX > 4
               PERFORM 2200-TOTAL-TRANCHE THRU END-2200-TOTAL-TRANCHE
           END-PERFORM.

           MOVE WS-ISU-OPEN-COUNT   TO WS-ISU-COUNT-ED.
           MOVE WS-ISU-TOTAL-AMOUNT TO WS-ISU-TOTAL-ED.
           MOVE SPACES TO AGE-LINE.
           STRING 'TOTAL GENERAL        ' WS-ISU-COUNT-ED
               ' indu(s)  ' WS-ISU-TOTAL-ED ' EUR'
               DELIMITED BY SIZE INTO AGE-LINE.
           WRITE AGE-LINE.
       END-2000-BALANCE-AGEE.
           EXIT.

      ******************************************************************
      *    [RD] Ligne d'un indu ouvert et cumul dans sa tranche.       *
      ******************************************************************
       2100-LIGNE-BALANCE.
           STRING SQL-ISU-DATE(1:4) SQL-ISU-DATE(6:2)
               SQL-ISU-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ISU-DATE-X.
           COMPUTE WS-ISU-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ISU-DATE-NUM).
           IF WS-ISU-DATE-INT > WS-ISU-TODAY-INT
               MOVE ZERO TO WS-ISU-AGE-DAYS
           ELSE
               COMPUTE WS-ISU-AGE-DAYS = WS-ISU-TODAY-INT
                   - WS-ISU-DATE-INT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ISU-AGE-DAYS <= 30
                   MOVE 1 TO WS-ISU-BKT-IX
               WHEN WS-ISU-AGE-DAYS <= 60
                   MOVE 2 TO WS-ISU-BKT-IX
               WHEN WS-ISU-AGE-DAYS <= 90
                   MOVE 3 TO WS-ISU-BKT-IX
               WHEN OTHER
                   MOVE 4 TO WS-ISU-BKT-IX
           END-EVALUATE.
           ADD 1 TO WS-ISU-BKT-COUNT(WS-ISU-BKT-IX).
           ADD SQL-ISU-REMAIN TO WS-ISU-BKT-AMOUNT(WS-ISU-BKT-IX).
           ADD SQL-ISU-REMAIN TO WS-ISU-TOTAL-AMOUNT.
           ADD 1 TO WS-ISU-OPEN-COUNT.

           MOVE WS-ISU-AGE-DAYS TO WS-ISU-AGE-ED.
           MOVE SQL-ISU-AMOUNT  TO WS-ISU-AMOUNT-ED.
           MOVE SQL-ISU-REMAIN  TO WS-ISU-REMAIN-ED.
           MOVE SPACES TO AGE-LINE.
           IF SQL-ISU-TP = 'O'
               STRING SQL-ISU-DATE ' ' WS-ISU-AGE-ED '  TP '
                   SQL-ISU-PROVIDER ' ' SQL-ISU-LASTNAME
                   '   ' SQL-ISU-REASON '  ' WS-ISU-AMOUNT-ED
                   '  ' WS-ISU-REMAIN-ED '  ' SQL-ISU-LETTER-DATE
                   DELIMITED BY SIZE INTO AGE-LINE
           ELSE
               STRING SQL-ISU-DATE ' ' WS-ISU-AGE-ED '  AD '
                   SQL-ISU-LASTNAME ' ' SQL-ISU-FIRSTNAME
                   '   ' SQL-ISU-REASON '  ' WS-ISU-AMOUNT-ED
                   '  ' WS-ISU-REMAIN-ED '  ' SQL-ISU-LETTER-DATE
                   DELIMITED BY SIZE INTO AGE-LINE
           END-IF.
           WRITE AGE-LINE.
       END-2100-LIGNE-BALANCE.
           EXIT.

      ******************************************************************
      *    [RD] Ligne de total d'une tranche d'anciennete.             *
      ******************************************************************
       2200-TOTAL-TRANCHE.
           EVALUATE WS-ISU-BKT-IX
               WHEN 1
                   MOVE 'DE 0 A 30 JOURS' TO WS-ISU-BKT-LABEL
               WHEN 2
                   MOVE 'DE 31 A 60 JOURS' TO WS-ISU-BKT-LABEL
               WHEN 3
                   MOVE 'DE 61 A 90 JOURS' TO WS-ISU-BKT-LABEL
               WHEN OTHER
                   MOVE 'PLUS DE 90 JOURS' TO WS-ISU-BKT-LABEL
           END-EVALUATE.
           MOVE WS-ISU-BKT-COUNT(WS-ISU-BKT-IX)  TO WS-ISU-COUNT-ED.
           MOVE WS-ISU-BKT-AMOUNT(WS-ISU-BKT-IX) TO WS-ISU-TOTAL-ED.
           MOVE SPACES TO AGE-LINE.
           STRING WS-ISU-BKT-LABEL ' ' WS-ISU-COUNT-ED
               ' indu(s)  ' WS-ISU-TOTAL-ED ' EUR'
               DELIMITED BY SIZE INTO AGE-LINE.
           WRITE AGE-LINE.
       END-2200-TOTAL-TRANCHE.
           EXIT.
