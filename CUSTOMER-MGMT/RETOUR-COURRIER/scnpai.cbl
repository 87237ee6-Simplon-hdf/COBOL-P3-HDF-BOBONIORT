      ******************************************************************
      *    [RD] Le programme 'scnpai' porte l'ecran du registre des    *
      *    retours de courrier "n'habite pas a l'adresse indiquee"     *
      *    (NPAI) : recherche de la fiche par numero de securite       *
      *    sociale, saisie du courrier revenu et de la date du retour, *
      *    puis en une validation :                                    *
      *    - trace du retour dans la table 'npai' (courrier, date,     *
      *      adresse a laquelle il etait parti, operateur) ;           *
      *    - marquage de l'adresse de la fiche comme invalide          *
      *      (customer_adress_invalid = 'O') avec la date du premier   *
      *      retour, conservee si l'adresse etait deja marquee.        *
      *    Tant que la marque est posee, les producteurs de courrier   *
      *    (screlance, scpiecerel, scbenefage, scprenotif, sctarifrev, *
      *    scmailgen, scattest, scdecompte) detournent les lettres de  *
      *    l'adherent vers la liste de travail COURRIERNPAI au lieu    *
      *    du fichier d'impression. La marque tombe d'elle-meme quand  *
      *    l'adresse est modifiee dans scedit ; scctrl signale les     *
      *    adherents actifs marques depuis plus de trois mois.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scnpai.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Champs de recherche par numero de securite sociale.
       01  WS-NPA-SECU-1              PIC X(01).
       01  WS-NPA-SECU-2              PIC X(02).
       01  WS-NPA-SECU-3              PIC X(02).
       01  WS-NPA-SECU-4              PIC X(02).
       01  WS-NPA-SECU-5              PIC X(03).
       01  WS-NPA-SECU-6              PIC X(03).
       01  WS-NPA-SECU-7              PIC X(02).
       01  WS-NPA-CUS-CODE-SECU       PIC 9(15).
       01  WS-NPA-SEARCH-VALIDATION   PIC X(01).

      *    [RD] Fiche trouvee et etat de l'adresse (lecture seule).
       01  WS-NPA-CUS-UUID            PIC X(36).
       01  WS-NPA-CUS-LASTNAME        PIC X(20).
       01  WS-NPA-CUS-FIRSTNAME       PIC X(20).
       01  WS-NPA-CUS-ADRESS1         PIC X(50).
       01  WS-NPA-CUS-ZIPCODE         PIC X(15).
       01  WS-NPA-CUS-TOWN            PIC X(50).
       01  WS-NPA-CUR-INVALID         PIC X(01).
       01  WS-NPA-CUR-INVALID-DATE    PIC X(10).
       01  WS-NPA-FOUND               PIC X(01).

      *    [RD] Saisie du courrier revenu.
       01  WS-NPA-LETTER              PIC X(20).
       01  WS-NPA-RETURN-DATE         PIC X(10).
       01  WS-NPA-VALIDATION          PIC X(01).

       01  WS-NPA-ERROR-MESSAGE       PIC X(70).
       01  WS-NPA-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).
       01  WS-NPA-TODAY-DATE          PIC X(10).

      *    [RD] Zone d'echange avec 'scjourouv' : controle que la date
      *    du retour existe au calendrier (calcul en memoire, sans
      *    chargement des jours feries).
       COPY 'jour-ouvre.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-NPA-CODE-SECU     PIC 9(15).
       01  SQL-NPA-CUS-UUID      PIC X(36).
       01  SQL-NPA-LASTNAME      PIC X(20).
       01  SQL-NPA-FIRSTNAME     PIC X(20).
       01  SQL-NPA-ADRESS1       PIC X(50).
       01  SQL-NPA-ZIPCODE       PIC X(15).
       01  SQL-NPA-TOWN          PIC X(50).
       01  SQL-NPA-INVALID       PIC X(01).
       01  SQL-NPA-INVALID-DATE  PIC X(10).

       01  SQL-NPA-LETTER        PIC X(20).
       01  SQL-NPA-RETURN-DATE   PIC X(10).
       01  SQL-NPA-OPERATOR      PIC X(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) et trace avec chaque retour.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-npai.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran du registre NPAI,
      * recherche la fiche puis enregistre le courrier revenu, jusqu'au
      * retour au menu principal.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-NPA-MENU-RETURN.
           MOVE SPACES TO WS-NPA-ERROR-MESSAGE.
           MOVE 'N' TO WS-NPA-FOUND.

           PERFORM UNTIL WS-NPA-MENU-RETURN = 'O'
               DISPLAY SCREEN-NPAI
               ACCEPT SCREEN-NPAI

               EVALUATE TRUE
                   WHEN WS-NPA-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-NPA-SEARCH-VALIDATION = 'O'
                       PERFORM 1000-SEARCH-ADHERENT
                          THRU END-1000-SEARCH-ADHERENT
                   WHEN WS-NPA-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-RETOUR
                          THRU END-2000-ENREGISTRER-RETOUR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recherche la fiche adherent par numero de securite     *
      *    sociale et affiche l'adresse enregistree et sa marque NPAI. *
      ******************************************************************
       1000-SEARCH-ADHERENT.
           MOVE SPACES TO WS-NPA-ERROR-MESSAGE.
           MOVE SPACES TO WS-NPA-CUS-UUID.
           MOVE SPACES TO WS-NPA-CUS-LASTNAME.
           MOVE SPACES TO WS-NPA-CUS-FIRSTNAME.
           MOVE SPACES TO WS-NPA-CUS-ADRESS1.
           MOVE SPACES TO WS-NPA-CUS-ZIPCODE.
           MOVE SPACES TO WS-NPA-CUS-TOWN.
           MOVE SPACES TO WS-NPA-CUR-INVALID.
           MOVE SPACES TO WS-NPA-CUR-INVALID-DATE.
           MOVE 'N' TO WS-NPA-FOUND.

           STRING WS-NPA-SECU-1 WS-NPA-SECU-2 WS-NPA-SECU-3
               WS-NPA-SECU-4 WS-NPA-SECU-5 WS-NPA-SECU-6 WS-NPA-SECU-7
               DELIMITED BY SIZE INTO WS-NPA-CUS-CODE-SECU.

           MOVE WS-NPA-CUS-CODE-SECU TO SQL-NPA-CODE-SECU.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT uuid_customer, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   COALESCE(customer_adress_invalid, 'N'),
                   COALESCE(customer_adress_invalid_date, ' ')
               INTO :SQL-NPA-CUS-UUID, :SQL-NPA-LASTNAME,
                   :SQL-NPA-FIRSTNAME, :SQL-NPA-ADRESS1,
                   :SQL-NPA-ZIPCODE, :SQL-NPA-TOWN,
                   :SQL-NPA-INVALID, :SQL-NPA-INVALID-DATE
               FROM customer
               WHERE customer_code_secu = :SQL-NPA-CODE-SECU
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Adherent introuvable.' TO WS-NPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-1000-SEARCH-ADHERENT
           END-IF.

           MOVE 'O' TO WS-NPA-FOUND.
           MOVE SQL-NPA-CUS-UUID      TO WS-NPA-CUS-UUID.
           MOVE SQL-NPA-LASTNAME      TO WS-NPA-CUS-LASTNAME.
           MOVE SQL-NPA-FIRSTNAME     TO WS-NPA-CUS-FIRSTNAME.
           MOVE SQL-NPA-ADRESS1       TO WS-NPA-CUS-ADRESS1.
           MOVE SQL-NPA-ZIPCODE       TO WS-NPA-CUS-ZIPCODE.
           MOVE SQL-NPA-TOWN          TO WS-NPA-CUS-TOWN.
           MOVE SQL-NPA-INVALID       TO WS-NPA-CUR-INVALID.
           MOVE SQL-NPA-INVALID-DATE  TO WS-NPA-CUR-INVALID-DATE.
           MOVE 'Adherent trouve. Saisissez le courrier revenu.'
               TO WS-NPA-ERROR-MESSAGE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1000-SEARCH-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Trace le courrier revenu dans la table 'npai' et       *
      *    marque l'adresse de la fiche comme invalide. La date du     *
      *    retour (aujourd'hui si elle n'est pas saisie) doit etre au  *
      *    format AAAA-MM-JJ, exister au calendrier (cf. scjourouv) et *
      *    ne pas etre future. La date de marque reste celle du        *
      *    premier retour tant que l'adresse n'a pas ete corrigee :    *
      *    c'est elle que scctrl fait vieillir.                        *
      ******************************************************************
       2000-ENREGISTRER-RETOUR.
           MOVE SPACES TO WS-NPA-ERROR-MESSAGE.

           IF WS-NPA-FOUND NOT = 'O'
               MOVE 'Recherchez un adherent avant de valider.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           IF WS-NPA-LETTER = SPACES
               MOVE 'Le courrier revenu est obligatoire.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-NPA-TODAY-DATE.

           IF WS-NPA-RETURN-DATE = SPACES
               MOVE WS-NPA-TODAY-DATE TO WS-NPA-RETURN-DATE
           END-IF.

           IF WS-NPA-RETURN-DATE(1:4) IS NOT NUMERIC
               OR WS-NPA-RETURN-DATE(5:1) NOT = '-'
               OR WS-NPA-RETURN-DATE(6:2) IS NOT NUMERIC
               OR WS-NPA-RETURN-DATE(8:1) NOT = '-'
               OR WS-NPA-RETURN-DATE(9:2) IS NOT NUMERIC
               MOVE 'Date du retour au format AAAA-MM-JJ.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           MOVE 'O' TO WS-JOV-FUNCTION.
           MOVE WS-NPA-RETURN-DATE TO WS-JOV-DATE-IN.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           IF WS-JOV-OUVRE = SPACE
               MOVE 'Date du retour inexistante au calendrier.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           IF WS-NPA-RETURN-DATE > WS-NPA-TODAY-DATE
               MOVE 'La date du retour ne peut etre dans le futur.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           MOVE WS-NPA-CUS-UUID     TO SQL-NPA-CUS-UUID.
           MOVE WS-NPA-CUS-ADRESS1  TO SQL-NPA-ADRESS1.
           MOVE WS-NPA-LETTER       TO SQL-NPA-LETTER.
           MOVE WS-NPA-RETURN-DATE  TO SQL-NPA-RETURN-DATE.
           MOVE LK-OPERATOR-ID      TO SQL-NPA-OPERATOR.

           IF WS-NPA-CUR-INVALID = 'O'
               AND WS-NPA-CUR-INVALID-DATE NOT = SPACES
               MOVE WS-NPA-CUR-INVALID-DATE TO SQL-NPA-INVALID-DATE
           ELSE
               MOVE WS-NPA-RETURN-DATE TO SQL-NPA-INVALID-DATE
           END-IF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               INSERT INTO npai (uuid_customer, npai_date,
                   npai_letter, npai_adress, npai_operator)
               VALUES (:SQL-NPA-CUS-UUID, :SQL-NPA-RETURN-DATE,
                   :SQL-NPA-LETTER, :SQL-NPA-ADRESS1,
                   :SQL-NPA-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''enregistrement du retour.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           EXEC SQL
               UPDATE customer SET
                   customer_adress_invalid = 'O',
                   customer_adress_invalid_date = :SQL-NPA-INVALID-DATE
               WHERE uuid_customer = :SQL-NPA-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors du marquage de l''adresse.'
                   TO WS-NPA-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-RETOUR
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'O' TO WS-NPA-CUR-INVALID.
           MOVE SQL-NPA-INVALID-DATE TO WS-NPA-CUR-INVALID-DATE.
           MOVE SPACES TO WS-NPA-LETTER.
           MOVE SPACES TO WS-NPA-RETURN-DATE.
           MOVE 'Retour enregistre : courriers detournes (NPAI).'
               TO WS-NPA-ERROR-MESSAGE.
       END-2000-ENREGISTRER-RETOUR.
           EXIT.
