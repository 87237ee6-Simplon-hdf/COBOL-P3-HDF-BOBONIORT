      ******************************************************************
      *    [RD] Le programme 'sccourjour' est le traitement batch de   *
      *    fin de journee qui met sous pli le courrier du jour. Les    *
      *    producteurs de courrier (scmailgen, screlance, scpiecerel,  *
      *    scbenefage, scprenotif, sctarifrev, scindurel, scvirret,    *
      *    scportab, sccotiscalc) reportent chaque ligne de leurs      *
      *    lettres dans la table 'courrier_jour' ; ce traitement       *
      *    regroupe les lettres en attente par adherent                *
      *    (une enveloppe par adherent, avec son nombre de pages, une  *
      *    lettre faisant une page), trie les enveloppes par code      *
      *    postal et ville, et ecrit le fichier de l'imprimeur         *
      *    (IMPRIMERIE) ainsi que la synthese par zone postale, c'est  *
      *    a dire par departement (SYNTHESEPOSTE). L'adherent qui a    *
      *    choisi le courrier par mail (customer_mail_optin, cf.       *
      *    scedit) et dont l'adresse mail est valide recoit ses        *
      *    lettres par le relais mail (RELAISMAIL) au lieu du papier.  *
      *    Les lignes traitees passent au statut 'I' (imprimeur) ou    *
      *    'M' (mail) et ne sont plus reprises au passage suivant.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccourjour.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel des plis a imprimer et a mettre
      *    sous enveloppe, transmis a l'imprimeur.
           SELECT PRINT-FILE ASSIGN TO "IMPRIMERIE"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Fichier sequentiel des envois a relayer vers l'outil
      *    d'envoi de mails.
           SELECT RELAY-FILE ASSIGN TO "RELAISMAIL"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Fichier sequentiel imprimable de la synthese par zone
      *    postale, pour le depot a la poste.
           SELECT ZONE-FILE ASSIGN TO "SYNTHESEPOSTE"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE                PIC X(180).
       FD  RELAY-FILE.
       01  RELAY-LINE                PIC X(180).
       FD  ZONE-FILE.
       01  ZONE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

       01  WS-CJR-ENV-NUM            PIC 9(06) VALUE ZERO.
       01  WS-CJR-ENV-NUM-ED         PIC Z(05)9.
       01  WS-CJR-PAGE-NUM           PIC 9(03).
       01  WS-CJR-PAGE-ED            PIC ZZ9.
       01  WS-CJR-PAGES-ED           PIC ZZ9.
       01  WS-CJR-LET-KEY            PIC X(30).
       01  WS-CJR-NEW-KEY            PIC X(30).

       01  WS-CJR-PRINT-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-CJR-PRINT-PAGES        PIC 9(07) VALUE ZERO.
       01  WS-CJR-MAIL-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-CJR-MAIL-LETTERS       PIC 9(07) VALUE ZERO.
       01  WS-CJR-OPTIN-KO-COUNT     PIC 9(06) VALUE ZERO.

      *    [RD] Rupture par zone postale (deux premiers caracteres du
      *    code postal) sur les plis papier, le curseur etant trie par
      *    code postal.
       01  WS-CJR-ZONE               PIC X(02).
       01  WS-CJR-ZONE-CUR           PIC X(02) VALUE SPACES.
       01  WS-CJR-ZONE-ENV           PIC 9(06) VALUE ZERO.
       01  WS-CJR-ZONE-PAGES         PIC 9(07) VALUE ZERO.
       01  WS-CJR-ZONE-ENV-ED        PIC Z(05)9.
       01  WS-CJR-ZONE-PAGES-ED      PIC Z(06)9.
       01  WS-CJR-ZONE-COUNT         PIC 9(03) VALUE ZERO.

      *    [RD] Controle de forme de l'adresse mail : un seul '@', une
      *    partie locale, un domaine avec un point, sans blanc inclus.
       01  WS-CJR-MAIL-VALID         PIC X(01).
       01  WS-CJR-MAIL-LOCAL         PIC X(50).
       01  WS-CJR-MAIL-DOMAIN        PIC X(50).
       01  WS-CJR-AT-COUNT           PIC 9(02).
       01  WS-CJR-DOT-COUNT          PIC 9(02).
       01  WS-CJR-MAIL-LEN           PIC 9(02).
       01  WS-CJR-DOMAIN-LEN         PIC 9(02).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'sccourjour'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CJR-TODAY         PIC X(10).

       01  SQL-ENV-UUID          PIC X(36).
       01  SQL-ENV-LASTNAME      PIC X(20).
       01  SQL-ENV-FIRSTNAME     PIC X(20).
       01  SQL-ENV-ADRESS1       PIC X(50).
       01  SQL-ENV-ADRESS2       PIC X(50).
       01  SQL-ENV-ZIPCODE       PIC X(15).
       01  SQL-ENV-TOWN          PIC X(50).
       01  SQL-ENV-MAIL          PIC X(50).
       01  SQL-ENV-OPTIN         PIC X(01).
       01  SQL-ENV-LETTERS       PIC 9(03).

       01  SQL-LIG-SOURCE        PIC X(10).
       01  SQL-LIG-TIME          PIC X(06).
       01  SQL-LIG-SEQ           PIC 9(05).
       01  SQL-LIG-TEXT          PIC X(180).

       01  SQL-CJR-NEW-STATUS    PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre les trois fichiers, met sous pli le courrier en attente
      * puis ecrit la synthese par zone postale et rend la main.
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
               DELIMITED BY SIZE INTO SQL-CJR-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT RELAY-FILE.
           OPEN OUTPUT ZONE-FILE.

           MOVE SPACES TO ZONE-LINE.
           STRING 'SYNTHESE DU COURRIER DU JOUR PAR ZONE POSTALE - '
               SQL-CJR-TODAY
               DELIMITED BY SIZE INTO ZONE-LINE.
           WRITE ZONE-LINE.
           MOVE SPACES TO ZONE-LINE.
           WRITE ZONE-LINE.

           PERFORM 1000-METTRE-SOUS-PLI
              THRU END-1000-METTRE-SOUS-PLI
           PERFORM 3000-SYNTHESE-TOTAUX
              THRU END-3000-SYNTHESE-TOTAUX

           CLOSE PRINT-FILE.
           CLOSE RELAY-FILE.
           CLOSE ZONE-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Plis pour l'imprimeur     : " WS-CJR-PRINT-COUNT.
           DISPLAY "Pages imprimees           : " WS-CJR-PRINT-PAGES.
           DISPLAY "Envois par mail           : " WS-CJR-MAIL-COUNT.
           DISPLAY "Mail choisi mais invalide : " WS-CJR-OPTIN-KO-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT =
               WS-CJR-PRINT-COUNT + WS-CJR-MAIL-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les adherents ayant du courrier en attente,   *
      *    tries par code postal, ville et nom, avec le nombre de      *
      *    lettres de chacun, et traite une enveloppe par adherent.    *
      ******************************************************************
       1000-METTRE-SOUS-PLI.
           EXEC SQL
               DECLARE CRSENVELOPPE CURSOR FOR
               SELECT c.uuid_customer, c.customer_lastname,
                   c.customer_firstname,
                   COALESCE(c.customer_adress1, ''),
                   COALESCE(c.customer_adress2, ''),
                   COALESCE(c.customer_zipcode, ''),
                   COALESCE(c.customer_town, ''),
                   COALESCE(c.customer_mail, ''),
                   COALESCE(c.customer_mail_optin, 'N'),
                   COUNT(DISTINCT j.courrier_source || j.courrier_time
                       || CAST(j.courrier_seq AS VARCHAR))
               FROM courrier_jour j, customer c
               WHERE j.uuid_customer = c.uuid_customer
               AND j.courrier_status = 'A'
               GROUP BY c.uuid_customer, c.customer_lastname,
                   c.customer_firstname, c.customer_adress1,
                   c.customer_adress2, c.customer_zipcode,
                   c.customer_town, c.customer_mail,
                   c.customer_mail_optin
               ORDER BY c.customer_zipcode, c.customer_town,
                   c.customer_lastname, c.customer_firstname
           END-EXEC.

           EXEC SQL OPEN CRSENVELOPPE END-EXEC.

           EXEC SQL
               FETCH CRSENVELOPPE
               INTO :SQL-ENV-UUID, :SQL-ENV-LASTNAME,
                   :SQL-ENV-FIRSTNAME, :SQL-ENV-ADRESS1,
                   :SQL-ENV-ADRESS2, :SQL-ENV-ZIPCODE, :SQL-ENV-TOWN,
                   :SQL-ENV-MAIL, :SQL-ENV-OPTIN, :SQL-ENV-LETTERS
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UNE-ENVELOPPE
                  THRU END-1100-TRAITER-UNE-ENVELOPPE
               EXEC SQL
                   FETCH CRSENVELOPPE
                   INTO :SQL-ENV-UUID, :SQL-ENV-LASTNAME,
                       :SQL-ENV-FIRSTNAME, :SQL-ENV-ADRESS1,
                       :SQL-ENV-ADRESS2, :SQL-ENV-ZIPCODE,
                       :SQL-ENV-TOWN, :SQL-ENV-MAIL, :SQL-ENV-OPTIN,
                       :SQL-ENV-LETTERS
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSENVELOPPE END-EXEC.

           IF WS-CJR-ZONE-CUR NOT = SPACES
               PERFORM 2900-ECRIRE-ZONE THRU END-2900-ECRIRE-ZONE
           END-IF.
       END-1000-METTRE-SOUS-PLI.
           EXIT.

      ******************************************************************
      *    [RD] Choisit le canal de l'adherent (mail s'il l'a choisi   *
      *    et que son adresse est valide, papier sinon), ecrit l'en-   *
      *    tete de l'envoi, ses lettres, puis marque ses lignes.       *
      ******************************************************************
       1100-TRAITER-UNE-ENVELOPPE.
           PERFORM 1200-CONTROLER-MAIL THRU END-1200-CONTROLER-MAIL.

           IF SQL-ENV-OPTIN = 'O' AND WS-CJR-MAIL-VALID = 'O'
               PERFORM 2200-ENVOI-MAIL THRU END-2200-ENVOI-MAIL
               MOVE 'M' TO SQL-CJR-NEW-STATUS
           ELSE
               IF SQL-ENV-OPTIN = 'O'
                   ADD 1 TO WS-CJR-OPTIN-KO-COUNT
               END-IF
               PERFORM 2100-PLI-PAPIER THRU END-2100-PLI-PAPIER
               MOVE 'I' TO SQL-CJR-NEW-STATUS
           END-IF.

           PERFORM 2000-ECRIRE-LETTRES THRU END-2000-ECRIRE-LETTRES.

           IF SQL-CJR-NEW-STATUS = 'I'
               MOVE SPACES TO PRINT-LINE
               MOVE WS-CJR-ENV-NUM TO WS-CJR-ENV-NUM-ED
               STRING '*** FIN DU PLI ' WS-CJR-ENV-NUM-ED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE '*** FIN DE L''ENVOI' TO RELAY-LINE
               WRITE RELAY-LINE
           END-IF.

           EXEC SQL
               UPDATE courrier_jour
               SET courrier_status = :SQL-CJR-NEW-STATUS,
                   courrier_sent_date = :SQL-CJR-TODAY
               WHERE uuid_customer = :SQL-ENV-UUID
               AND courrier_status = 'A'
           END-EXEC.
       END-1100-TRAITER-UNE-ENVELOPPE.
           EXIT.

      ******************************************************************
      *    [RD] Controle de forme de l'adresse mail de l'adherent.     *
      ******************************************************************
       1200-CONTROLER-MAIL.
           MOVE 'N' TO WS-CJR-MAIL-VALID.
           IF SQL-ENV-MAIL = SPACES OR SQL-ENV-MAIL(1:1) = SPACE
               GO TO END-1200-CONTROLER-MAIL
           END-IF.

           MOVE ZERO TO WS-CJR-AT-COUNT.
           INSPECT SQL-ENV-MAIL TALLYING WS-CJR-AT-COUNT FOR ALL '@'.
           IF WS-CJR-AT-COUNT NOT = 1
               GO TO END-1200-CONTROLER-MAIL
           END-IF.

           MOVE ZERO TO WS-CJR-MAIL-LEN.
           INSPECT SQL-ENV-MAIL TALLYING WS-CJR-MAIL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CJR-MAIL-LEN < 50
               IF SQL-ENV-MAIL(WS-CJR-MAIL-LEN + 1:) NOT = SPACES
                   GO TO END-1200-CONTROLER-MAIL
               END-IF
           END-IF.

           MOVE SPACES TO WS-CJR-MAIL-LOCAL WS-CJR-MAIL-DOMAIN.
           UNSTRING SQL-ENV-MAIL DELIMITED BY '@'
               INTO WS-CJR-MAIL-LOCAL WS-CJR-MAIL-DOMAIN.
           IF WS-CJR-MAIL-LOCAL = SPACES OR WS-CJR-MAIL-DOMAIN = SPACES
               GO TO END-1200-CONTROLER-MAIL
           END-IF.

           MOVE ZERO TO WS-CJR-DOMAIN-LEN.
           INSPECT WS-CJR-MAIL-DOMAIN TALLYING WS-CJR-DOMAIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-CJR-DOT-COUNT.
           INSPECT WS-CJR-MAIL-DOMAIN TALLYING WS-CJR-DOT-COUNT
               FOR ALL '.'.
           IF WS-CJR-DOT-COUNT = ZERO
               OR WS-CJR-MAIL-DOMAIN(1:1) = '.'
               OR WS-CJR-MAIL-DOMAIN(WS-CJR-DOMAIN-LEN:1) = '.'
               GO TO END-1200-CONTROLER-MAIL
           END-IF.

           MOVE 'O' TO WS-CJR-MAIL-VALID.
       END-1200-CONTROLER-MAIL.
           EXIT.

      ******************************************************************
      *    [RD] Lit les lignes en attente de l'adherent, dans l'ordre  *
      *    des lettres, et les ecrit sur le canal retenu en tete de    *
      *    chaque page (une page par lettre).                          *
      ******************************************************************
       2000-ECRIRE-LETTRES.
           MOVE SQL-ENV-LETTERS TO WS-CJR-PAGES-ED.
           MOVE ZERO TO WS-CJR-PAGE-NUM.
           MOVE SPACES TO WS-CJR-LET-KEY.

           EXEC SQL
               DECLARE CRSLIGNES CURSOR FOR
               SELECT courrier_source, courrier_time, courrier_seq,
                   courrier_text
               FROM courrier_jour
               WHERE uuid_customer = :SQL-ENV-UUID
               AND courrier_status = 'A'
               ORDER BY courrier_date, courrier_time, courrier_source,
                   courrier_seq, courrier_line_no
           END-EXEC.

           EXEC SQL OPEN CRSLIGNES END-EXEC.

           EXEC SQL
               FETCH CRSLIGNES
               INTO :SQL-LIG-SOURCE, :SQL-LIG-TIME, :SQL-LIG-SEQ,
                   :SQL-LIG-TEXT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2050-ECRIRE-UNE-LIGNE
                  THRU END-2050-ECRIRE-UNE-LIGNE
               EXEC SQL
                   FETCH CRSLIGNES
                   INTO :SQL-LIG-SOURCE, :SQL-LIG-TIME, :SQL-LIG-SEQ,
                       :SQL-LIG-TEXT
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSLIGNES END-EXEC.
       END-2000-ECRIRE-LETTRES.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de lettre ; au changement de lettre,   *
      *    ouvre une nouvelle page.                                    *
      ******************************************************************
       2050-ECRIRE-UNE-LIGNE.
           MOVE SPACES TO WS-CJR-NEW-KEY.
           STRING SQL-LIG-SOURCE SQL-LIG-TIME SQL-LIG-SEQ
               DELIMITED BY SIZE INTO WS-CJR-NEW-KEY.

           IF WS-CJR-NEW-KEY NOT = WS-CJR-LET-KEY
               MOVE WS-CJR-NEW-KEY TO WS-CJR-LET-KEY
               ADD 1 TO WS-CJR-PAGE-NUM
               MOVE WS-CJR-PAGE-NUM TO WS-CJR-PAGE-ED
               IF SQL-CJR-NEW-STATUS = 'I'
                   MOVE SPACES TO PRINT-LINE
                   STRING '--- PAGE ' WS-CJR-PAGE-ED ' /'
                       WS-CJR-PAGES-ED ' (' SQL-LIG-SOURCE ')'
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   MOVE SPACES TO RELAY-LINE
                   STRING '--- LETTRE ' WS-CJR-PAGE-ED ' /'
                       WS-CJR-PAGES-ED ' (' SQL-LIG-SOURCE ')'
                       DELIMITED BY SIZE INTO RELAY-LINE
                   WRITE RELAY-LINE
               END-IF
           END-IF.

           IF SQL-CJR-NEW-STATUS = 'I'
               MOVE SQL-LIG-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE SQL-LIG-TEXT TO RELAY-LINE
               WRITE RELAY-LINE
           END-IF.
       END-2050-ECRIRE-UNE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] En-tete du pli papier : numero de pli, zone, nombre de *
      *    pages et bloc adresse. Cumul de la zone postale, avec       *
      *    ecriture de la zone precedente a la rupture.                *
      ******************************************************************
       2100-PLI-PAPIER.
           MOVE SQL-ENV-ZIPCODE(1:2) TO WS-CJR-ZONE.
           IF WS-CJR-ZONE = SPACES
               MOVE '??' TO WS-CJR-ZONE
           END-IF.
           IF WS-CJR-ZONE NOT = WS-CJR-ZONE-CUR
               IF WS-CJR-ZONE-CUR NOT = SPACES
                   PERFORM 2900-ECRIRE-ZONE THRU END-2900-ECRIRE-ZONE
               END-IF
               MOVE WS-CJR-ZONE TO WS-CJR-ZONE-CUR
               MOVE ZERO TO WS-CJR-ZONE-ENV WS-CJR-ZONE-PAGES
           END-IF.

           ADD 1 TO WS-CJR-ENV-NUM.
           ADD 1 TO WS-CJR-PRINT-COUNT.
           ADD SQL-ENV-LETTERS TO WS-CJR-PRINT-PAGES.
           ADD 1 TO WS-CJR-ZONE-ENV.
           ADD SQL-ENV-LETTERS TO WS-CJR-ZONE-PAGES.

           MOVE WS-CJR-ENV-NUM TO WS-CJR-ENV-NUM-ED.
           MOVE SQL-ENV-LETTERS TO WS-CJR-PAGES-ED.
           MOVE SPACES TO PRINT-LINE.
           STRING '*** PLI ' WS-CJR-ENV-NUM-ED ' - ZONE ' WS-CJR-ZONE
               ' - ' WS-CJR-PAGES-ED ' PAGE(S)'
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE SPACES TO PRINT-LINE.
           STRING SQL-ENV-LASTNAME ' ' SQL-ENV-FIRSTNAME
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SQL-ENV-ADRESS1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF SQL-ENV-ADRESS2 NOT = SPACES
               MOVE SQL-ENV-ADRESS2 TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING SQL-ENV-ZIPCODE ' ' SQL-ENV-TOWN
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
       END-2100-PLI-PAPIER.
           EXIT.

      ******************************************************************
      *    [RD] En-tete de l'envoi par mail : adresse, nom et nombre   *
      *    de lettres jointes.                                         *
      ******************************************************************
       2200-ENVOI-MAIL.
           ADD 1 TO WS-CJR-MAIL-COUNT.
           ADD SQL-ENV-LETTERS TO WS-CJR-MAIL-LETTERS.

           MOVE SQL-ENV-LETTERS TO WS-CJR-PAGES-ED.
           MOVE SPACES TO RELAY-LINE.
           STRING '*** MAIL ' SQL-ENV-MAIL ' - ' SQL-ENV-LASTNAME ' '
               SQL-ENV-FIRSTNAME ' - ' WS-CJR-PAGES-ED ' LETTRE(S)'
               DELIMITED BY SIZE INTO RELAY-LINE.
           WRITE RELAY-LINE.
       END-2200-ENVOI-MAIL.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne de synthese de la zone postale en cours.*
      ******************************************************************
       2900-ECRIRE-ZONE.
           ADD 1 TO WS-CJR-ZONE-COUNT.
           MOVE WS-CJR-ZONE-ENV TO WS-CJR-ZONE-ENV-ED.
           MOVE WS-CJR-ZONE-PAGES TO WS-CJR-ZONE-PAGES-ED.
           MOVE SPACES TO ZONE-LINE.
           STRING 'ZONE ' WS-CJR-ZONE-CUR ' : ' WS-CJR-ZONE-ENV-ED
               ' PLI(S) ' WS-CJR-ZONE-PAGES-ED ' PAGE(S)'
               DELIMITED BY SIZE INTO ZONE-LINE.
           WRITE ZONE-LINE.
       END-2900-ECRIRE-ZONE.
           EXIT.

      ******************************************************************
      *    [RD] Totaux de la synthese : plis papier, pages, envois par *
      *    mail et adherents ayant choisi le mail sans adresse valide. *
      ******************************************************************
       3000-SYNTHESE-TOTAUX.
           MOVE SPACES TO ZONE-LINE.
           WRITE ZONE-LINE.

           MOVE WS-CJR-PRINT-COUNT TO WS-CJR-ZONE-ENV-ED.
           MOVE WS-CJR-PRINT-PAGES TO WS-CJR-ZONE-PAGES-ED.
           MOVE SPACES TO ZONE-LINE.
           STRING 'TOTAL IMPRIMEUR : ' WS-CJR-ZONE-ENV-ED ' PLI(S) '
               WS-CJR-ZONE-PAGES-ED ' PAGE(S)'
               DELIMITED BY SIZE INTO ZONE-LINE.
           WRITE ZONE-LINE.

           MOVE WS-CJR-MAIL-COUNT TO WS-CJR-ZONE-ENV-ED.
           MOVE WS-CJR-MAIL-LETTERS TO WS-CJR-ZONE-PAGES-ED.
           MOVE SPACES TO ZONE-LINE.
           STRING 'RELAIS MAIL     : ' WS-CJR-ZONE-ENV-ED ' ENVOI(S) '
               WS-CJR-ZONE-PAGES-ED ' LETTRE(S)'
               DELIMITED BY SIZE INTO ZONE-LINE.
           WRITE ZONE-LINE.

           MOVE WS-CJR-OPTIN-KO-COUNT TO WS-CJR-ZONE-ENV-ED.
           MOVE SPACES TO ZONE-LINE.
           STRING 'MAIL CHOISI MAIS ADRESSE INVALIDE : '
               WS-CJR-ZONE-ENV-ED ' (ENVOYES PAR LA POSTE)'
               DELIMITED BY SIZE INTO ZONE-LINE.
           WRITE ZONE-LINE.
       END-3000-SYNTHESE-TOTAUX.
           EXIT.
