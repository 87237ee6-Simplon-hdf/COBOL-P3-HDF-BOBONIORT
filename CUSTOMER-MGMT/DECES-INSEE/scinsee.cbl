      ******************************************************************
      *    [RD] Le programme 'scinsee' est le traitement batch         *
      *    mensuel de rapprochement du fichier des personnes decedees  *
      *    publie par l'INSEE (NIR, nom, prenom, date de naissance,    *
      *    date du deces) avec les adherents actifs et les             *
      *    beneficiaires ouverts. Chaque rapprochement est note : NIR  *
      *    identique, date de naissance, nom et prenom identiques      *
      *    (sans distinction de casse) apportent chacun leurs points.  *
      *    Une correspondance sure alimente la liste de travail        *
      *    'deces_insee' que l'ecran scdeces reprend avec la date du   *
      *    deces pre-remplie ; une correspondance douteuse est ecrite  *
      *    dans le compte rendu de verification (INSEEVERIF) pour      *
      *    controle manuel. Pour une correspondance sure, les          *
      *    reclamations non encore payees dont le soin est posterieur  *
      *    au deces sont retenues (remboursement_hold = 'O', cf.       *
      *    scrembctrl) : scsepavir et scremchq ne les paient plus      *
      *    tant qu'un operateur ne les a pas levees (cf. scremb). Un   *
      *    deces deja inscrit lors d'un passage precedent n'est pas    *
      *    repris.                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scinsee.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier mensuel des deces transmis par l'INSEE.
           SELECT INSEE-FILE ASSIGN TO "DECESINSEE"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Compte rendu imprimable des correspondances, a
      *    verifier pour les douteuses.
           SELECT RAPPORT-FILE ASSIGN TO "INSEEVERIF"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSEE-FILE.
       01  INSEE-RECORD.
           05 INS-CODE-SECU          PIC 9(15).
           05 INS-LASTNAME           PIC X(20).
           05 INS-FIRSTNAME          PIC X(20).
           05 INS-BIRTH-DATE         PIC X(10).
           05 INS-DEATH-DATE         PIC X(10).

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-INS-DATE               PIC X(10).
       01  WS-INS-EOF                PIC X(01) VALUE 'N'.

      *    [RD] Bareme de la note de rapprochement et seuils : a
      *    partir de 60 la correspondance est sure (NIR et une autre
      *    donnee, ou identite complete), de 30 a 59 elle est a
      *    verifier, en dessous elle est ignoree.
       01  WS-INS-POINTS-NIR         PIC 9(03) VALUE 40.
       01  WS-INS-POINTS-BIRTH       PIC 9(03) VALUE 30.
       01  WS-INS-POINTS-LASTNAME    PIC 9(03) VALUE 20.
       01  WS-INS-POINTS-FIRSTNAME   PIC 9(03) VALUE 10.
       01  WS-INS-SEUIL-SUR          PIC 9(03) VALUE 60.
       01  WS-INS-SEUIL-DOUTE        PIC 9(03) VALUE 30.

      *    [RD] Candidat en cours de notation : type 'A' adherent ou
      *    'B' beneficiaire, noms ramenes en majuscules, note et
      *    nature du rapprochement ('N' par NIR, 'I' par identite).
       01  WS-INS-CAN-TYPE           PIC X(01).
       01  WS-INS-CAN-LASTNAME       PIC X(20).
       01  WS-INS-CAN-FIRSTNAME      PIC X(20).
       01  WS-INS-SCORE              PIC 9(03).
       01  WS-INS-MATCH-TYPE         PIC X(01).
       01  WS-INS-CAN-LABEL          PIC X(12).

       01  WS-INS-READ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-INS-SURE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-INS-DOUTE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-INS-KNOWN-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-INS-HELD-COUNT         PIC 9(05) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scinsee'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-INS-TODAY           PIC X(10).

      *    [RD] Ligne du fichier INSEE, noms en majuscules.
       01  SQL-INS-CODE-SECU       PIC 9(15).
       01  SQL-INS-LASTNAME        PIC X(20).
       01  SQL-INS-FIRSTNAME       PIC X(20).
       01  SQL-INS-BIRTH-DATE      PIC X(10).
       01  SQL-INS-DEATH-DATE      PIC X(10).

      *    [RD] Candidat lu en base (adherent ou beneficiaire).
       01  SQL-CAN-CUS-UUID        PIC X(36).
       01  SQL-CAN-BEN-UUID        PIC X(36).
       01  SQL-CAN-LASTNAME        PIC X(20).
       01  SQL-CAN-FIRSTNAME       PIC X(20).
       01  SQL-CAN-BIRTH-DATE      PIC X(10).
       01  SQL-CAN-CODE-SECU       PIC 9(15).

      *    [RD] Inscription en liste de travail et retenue des soins
      *    posterieurs au deces.
       01  SQL-INS-SCORE           PIC 9(03).
       01  SQL-INS-MATCH-TYPE      PIC X(01).
       01  SQL-INS-KNOWN           PIC 9(05).
       01  SQL-INS-HELD            PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Rapproche chaque deces du fichier INSEE des adherents actifs et
      * des beneficiaires ouverts, puis ecrit les totaux du passage.
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
               DELIMITED BY SIZE INTO WS-INS-DATE.
           MOVE WS-INS-DATE TO SQL-INS-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN INPUT INSEE-FILE.
           OPEN OUTPUT RAPPORT-FILE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING 'RAPPROCHEMENT DES DECES INSEE DU ' WS-INS-DATE
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           PERFORM 1000-START-RAPPROCHEMENT
              THRU END-1000-RAPPROCHEMENT.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING 'TOTAL : ' WS-INS-READ-COUNT ' deces lu(s) - '
               WS-INS-SURE-COUNT ' correspondance(s) sure(s) - '
               WS-INS-DOUTE-COUNT ' a verifier - '
               WS-INS-KNOWN-COUNT ' deja inscrite(s)'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING WS-INS-HELD-COUNT
               ' reclamation(s) posterieure(s) au deces retenue(s)'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           CLOSE INSEE-FILE.
           CLOSE RAPPORT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Deces INSEE lus           : " WS-INS-READ-COUNT.
           DISPLAY "Correspondances sures     : " WS-INS-SURE-COUNT.
           DISPLAY "Correspondances a verifier: " WS-INS-DOUTE-COUNT.
           DISPLAY "Deja inscrites            : " WS-INS-KNOWN-COUNT.
           DISPLAY "Reclamations retenues     : " WS-INS-HELD-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-INS-SURE-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Lit le fichier INSEE et rapproche chaque deces jusqu'a *
      *    la fin du fichier.                                          *
      ******************************************************************
       1000-START-RAPPROCHEMENT.
           READ INSEE-FILE
               AT END MOVE 'O' TO WS-INS-EOF
           END-READ
           PERFORM UNTIL WS-INS-EOF = 'O'
               ADD 1 TO WS-INS-READ-COUNT
               PERFORM 1100-RAPPROCHER-UN-DECES
                  THRU END-1100-RAPPROCHER-UN-DECES
               READ INSEE-FILE
                   AT END MOVE 'O' TO WS-INS-EOF
               END-READ
           END-PERFORM.
       END-1000-RAPPROCHEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Recherche les candidats d'un deces : adherents actifs  *
      *    de meme NIR, ou de meme date de naissance avec le nom ou le *
      *    prenom, ou de memes nom et prenom ; puis beneficiaires      *
      *    ouverts a la date du deces sur les memes criteres           *
      *    d'identite (ils n'ont pas de NIR). Un NIR a zero dans le    *
      *    fichier ne rapproche personne (fiches de conjoints promus   *
      *    sans NIR, cf. scdeces).                                     *
      ******************************************************************
       1100-RAPPROCHER-UN-DECES.
           MOVE INS-CODE-SECU  TO SQL-INS-CODE-SECU.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INS-LASTNAME))
               TO SQL-INS-LASTNAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INS-FIRSTNAME))
               TO SQL-INS-FIRSTNAME.
           MOVE INS-BIRTH-DATE TO SQL-INS-BIRTH-DATE.
           MOVE INS-DEATH-DATE TO SQL-INS-DEATH-DATE.

           IF SQL-INS-DEATH-DATE = SPACES
               MOVE SPACES TO RAPPORT-LINE
               STRING 'REJET DATE DE DECES ABSENTE ' INS-CODE-SECU
                   ' ' INS-LASTNAME ' ' INS-FIRSTNAME
                   DELIMITED BY SIZE INTO RAPPORT-LINE
               WRITE RAPPORT-LINE
               GO TO END-1100-RAPPROCHER-UN-DECES
           END-IF.

           EXEC SQL
               DECLARE CRSINSCUS CURSOR FOR
               SELECT uuid_customer, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_birth_date, ''),
                   customer_code_secu
               FROM customer
               WHERE customer_active != 'A'
               AND ((customer_code_secu = :SQL-INS-CODE-SECU
                     AND customer_code_secu != 0)
                    OR (customer_birth_date = :SQL-INS-BIRTH-DATE
                        AND (UPPER(TRIM(customer_lastname))
                                 = TRIM(:SQL-INS-LASTNAME)
                             OR UPPER(TRIM(customer_firstname))
                                 = TRIM(:SQL-INS-FIRSTNAME)))
                    OR (UPPER(TRIM(customer_lastname))
                            = TRIM(:SQL-INS-LASTNAME)
                        AND UPPER(TRIM(customer_firstname))
                            = TRIM(:SQL-INS-FIRSTNAME)))
           END-EXEC.

           EXEC SQL OPEN CRSINSCUS END-EXEC.

           EXEC SQL
               FETCH CRSINSCUS
               INTO :SQL-CAN-CUS-UUID, :SQL-CAN-LASTNAME,
                   :SQL-CAN-FIRSTNAME, :SQL-CAN-BIRTH-DATE,
                   :SQL-CAN-CODE-SECU
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'A' TO WS-INS-CAN-TYPE
               MOVE SPACES TO SQL-CAN-BEN-UUID
               PERFORM 2000-NOTER-CANDIDAT
                  THRU END-2000-NOTER-CANDIDAT
               EXEC SQL
                   FETCH CRSINSCUS
                   INTO :SQL-CAN-CUS-UUID, :SQL-CAN-LASTNAME,
                       :SQL-CAN-FIRSTNAME, :SQL-CAN-BIRTH-DATE,
                       :SQL-CAN-CODE-SECU
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINSCUS END-EXEC.

           EXEC SQL
               DECLARE CRSINSBEN CURSOR FOR
               SELECT beneficiaire.uuid_customer, uuid_beneficiaire,
                   beneficiaire_lastname, beneficiaire_firstname,
                   COALESCE(beneficiaire_birth_date, '')
               FROM beneficiaire, customer
               WHERE beneficiaire.uuid_customer
                   = customer.uuid_customer
               AND customer_active != 'A'
               AND (COALESCE(beneficiaire_end_date, '') = ''
                    OR beneficiaire_end_date >= :SQL-INS-DEATH-DATE)
               AND ((beneficiaire_birth_date = :SQL-INS-BIRTH-DATE
                     AND (UPPER(TRIM(beneficiaire_lastname))
                              = TRIM(:SQL-INS-LASTNAME)
                          OR UPPER(TRIM(beneficiaire_firstname))
                              = TRIM(:SQL-INS-FIRSTNAME)))
                    OR (UPPER(TRIM(beneficiaire_lastname))
                            = TRIM(:SQL-INS-LASTNAME)
                        AND UPPER(TRIM(beneficiaire_firstname))
                            = TRIM(:SQL-INS-FIRSTNAME)))
           END-EXEC.

           EXEC SQL OPEN CRSINSBEN END-EXEC.

           EXEC SQL
               FETCH CRSINSBEN
               INTO :SQL-CAN-CUS-UUID, :SQL-CAN-BEN-UUID,
                   :SQL-CAN-LASTNAME, :SQL-CAN-FIRSTNAME,
                   :SQL-CAN-BIRTH-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE 'B' TO WS-INS-CAN-TYPE
               MOVE ZERO TO SQL-CAN-CODE-SECU
               PERFORM 2000-NOTER-CANDIDAT
                  THRU END-2000-NOTER-CANDIDAT
               EXEC SQL
                   FETCH CRSINSBEN
                   INTO :SQL-CAN-CUS-UUID, :SQL-CAN-BEN-UUID,
                       :SQL-CAN-LASTNAME, :SQL-CAN-FIRSTNAME,
                       :SQL-CAN-BIRTH-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSINSBEN END-EXEC.
       END-1100-RAPPROCHER-UN-DECES.
           EXIT.

      ******************************************************************
      *    [RD] Note le candidat selon le bareme, puis l'inscrit en    *
      *    liste de travail (note sure) ou au compte rendu de          *
      *    verification (note douteuse).                               *
      ******************************************************************
       2000-NOTER-CANDIDAT.
           MOVE ZERO TO WS-INS-SCORE.
           MOVE 'I' TO WS-INS-MATCH-TYPE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-CAN-LASTNAME))
               TO WS-INS-CAN-LASTNAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-CAN-FIRSTNAME))
               TO WS-INS-CAN-FIRSTNAME.

           IF SQL-INS-CODE-SECU NOT = ZERO
               AND SQL-CAN-CODE-SECU = SQL-INS-CODE-SECU
               ADD WS-INS-POINTS-NIR TO WS-INS-SCORE
               MOVE 'N' TO WS-INS-MATCH-TYPE
           END-IF.
           IF SQL-CAN-BIRTH-DATE NOT = SPACES
               AND SQL-CAN-BIRTH-DATE = SQL-INS-BIRTH-DATE
               ADD WS-INS-POINTS-BIRTH TO WS-INS-SCORE
           END-IF.
           IF WS-INS-CAN-LASTNAME = SQL-INS-LASTNAME
               ADD WS-INS-POINTS-LASTNAME TO WS-INS-SCORE
           END-IF.
           IF WS-INS-CAN-FIRSTNAME = SQL-INS-FIRSTNAME
               ADD WS-INS-POINTS-FIRSTNAME TO WS-INS-SCORE
           END-IF.

           IF WS-INS-CAN-TYPE = 'A'
               MOVE 'ADHERENT' TO WS-INS-CAN-LABEL
           ELSE
               MOVE 'BENEFICIAIRE' TO WS-INS-CAN-LABEL
           END-IF.

           EVALUATE TRUE
               WHEN WS-INS-SCORE >= WS-INS-SEUIL-SUR
                   PERFORM 2100-INSCRIRE-LISTE
                      THRU END-2100-INSCRIRE-LISTE
               WHEN WS-INS-SCORE >= WS-INS-SEUIL-DOUTE
                   PERFORM 2300-SIGNALER-DOUTE
                      THRU END-2300-SIGNALER-DOUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-2000-NOTER-CANDIDAT.
           EXIT.

      ******************************************************************
      *    [RD] Inscrit une correspondance sure dans la liste de       *
      *    travail 'deces_insee' (statut 'A' a traiter dans scdeces),  *
      *    sauf si le meme deces de la meme personne y figure deja,    *
      *    puis retient ses reclamations posterieures au deces.        *
      ******************************************************************
       2100-INSCRIRE-LISTE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-INS-KNOWN
               FROM deces_insee
               WHERE uuid_customer = :SQL-CAN-CUS-UUID
               AND uuid_beneficiaire = :SQL-CAN-BEN-UUID
               AND insee_death_date = :SQL-INS-DEATH-DATE
           END-EXEC.

           IF SQL-INS-KNOWN > ZERO
               ADD 1 TO WS-INS-KNOWN-COUNT
               GO TO END-2100-INSCRIRE-LISTE
           END-IF.

           MOVE WS-INS-SCORE      TO SQL-INS-SCORE.
           MOVE WS-INS-MATCH-TYPE TO SQL-INS-MATCH-TYPE.

           EXEC SQL
               INSERT INTO deces_insee (
                   uuid_customer, uuid_beneficiaire,
                   insee_code_secu, insee_lastname, insee_firstname,
                   insee_birth_date, insee_death_date,
                   insee_score, insee_match_type, insee_status,
                   insee_match_date
               ) VALUES (
                   :SQL-CAN-CUS-UUID, :SQL-CAN-BEN-UUID,
                   :SQL-INS-CODE-SECU, :SQL-INS-LASTNAME,
                   :SQL-INS-FIRSTNAME, :SQL-INS-BIRTH-DATE,
                   :SQL-INS-DEATH-DATE, :SQL-INS-SCORE,
                   :SQL-INS-MATCH-TYPE, 'A', :SQL-INS-TODAY
               )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO RAPPORT-LINE
               STRING 'ERREUR INSCRIPTION LISTE ' WS-INS-CAN-LABEL ' '
                   SQL-CAN-LASTNAME ' ' SQL-CAN-FIRSTNAME
                   ' decede le ' SQL-INS-DEATH-DATE
                   DELIMITED BY SIZE INTO RAPPORT-LINE
               WRITE RAPPORT-LINE
               GO TO END-2100-INSCRIRE-LISTE
           END-IF.

           ADD 1 TO WS-INS-SURE-COUNT.

           PERFORM 2200-RETENIR-SOINS
              THRU END-2200-RETENIR-SOINS.

           MOVE SPACES TO RAPPORT-LINE.
           STRING 'SUR     note ' WS-INS-SCORE ' ' WS-INS-CAN-LABEL
               ' ' SQL-CAN-LASTNAME ' ' SQL-CAN-FIRSTNAME
               ' ne le ' SQL-CAN-BIRTH-DATE ' decede le '
               SQL-INS-DEATH-DATE ' - ' SQL-INS-HELD
               ' reclamation(s) retenue(s)'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-2100-INSCRIRE-LISTE.
           EXIT.

      ******************************************************************
      *    [RD] Retient (remboursement_hold = 'O') les reclamations    *
      *    encore a payer de la personne decedee dont le soin est      *
      *    posterieur au deces : l'adherent pour ses propres soins     *
      *    (pas de beneficiaire sur la reclamation), le beneficiaire   *
      *    pour les siens.                                             *
      ******************************************************************
       2200-RETENIR-SOINS.
           MOVE ZERO TO SQL-INS-HELD.

           IF WS-INS-CAN-TYPE = 'A'
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-INS-HELD
                   FROM remboursement
                   WHERE uuid_customer = :SQL-CAN-CUS-UUID
                   AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
                   AND remboursement_care_date > :SQL-INS-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
               EXEC SQL
                   UPDATE remboursement SET remboursement_hold = 'O'
                   WHERE uuid_customer = :SQL-CAN-CUS-UUID
                   AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
                   AND remboursement_care_date > :SQL-INS-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-INS-HELD
                   FROM remboursement
                   WHERE uuid_customer = :SQL-CAN-CUS-UUID
                   AND uuid_beneficiaire = :SQL-CAN-BEN-UUID
                   AND remboursement_care_date > :SQL-INS-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
               EXEC SQL
                   UPDATE remboursement SET remboursement_hold = 'O'
                   WHERE uuid_customer = :SQL-CAN-CUS-UUID
                   AND uuid_beneficiaire = :SQL-CAN-BEN-UUID
                   AND remboursement_care_date > :SQL-INS-DEATH-DATE
                   AND remboursement_status IN ('P', 'W', 'H', 'R')
                   AND COALESCE(remboursement_hold, '') != 'O'
               END-EXEC
           END-IF.

           ADD SQL-INS-HELD TO WS-INS-HELD-COUNT.
       END-2200-RETENIR-SOINS.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une correspondance douteuse au compte rendu :    *
      *    la ligne du fichier INSEE puis la fiche rapprochee, pour    *
      *    verification manuelle avant toute saisie dans scdeces.      *
      ******************************************************************
       2300-SIGNALER-DOUTE.
           ADD 1 TO WS-INS-DOUTE-COUNT.

           MOVE SPACES TO RAPPORT-LINE.
           STRING 'DOUTE   note ' WS-INS-SCORE ' INSEE NIR '
               INS-CODE-SECU ' ' INS-LASTNAME ' ' INS-FIRSTNAME
               ' ne le ' INS-BIRTH-DATE ' decede le '
               INS-DEATH-DATE
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING '                  ' WS-INS-CAN-LABEL ' NIR '
               SQL-CAN-CODE-SECU ' ' SQL-CAN-LASTNAME ' '
               SQL-CAN-FIRSTNAME ' ne le ' SQL-CAN-BIRTH-DATE
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-2300-SIGNALER-DOUTE.
           EXIT.
