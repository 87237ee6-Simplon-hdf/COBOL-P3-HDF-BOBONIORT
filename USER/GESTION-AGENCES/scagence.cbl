      ******************************************************************
      *    [RD] Le programme 'scagence' porte l'ecran d'administration *
      *    du referentiel des agences (table 'agence'), reserve au     *
      *    role 'A' : creation d'une agence avec son libelle,          *
      *    changement de libelle, fermeture et reouverture             *
      *    (agence_active a 'N' ou 'O'). Une agence n'est jamais       *
      *    supprimee : les adherents, contrats collectifs, operateurs  *
      *    et paiements qui la portent la gardent. Une agence fermee   *
      *    ne peut plus etre choisie pour un nouvel operateur          *
      *    (scoperadm), un nouvel adherent (sccreate) ou un contrat    *
      *    collectif (sccontrat) ; elle ne peut etre fermee tant qu'un *
      *    operateur actif y est rattache (cf. l'action de changement  *
      *    d'agence de scoperadm). Les douze premieres agences du      *
      *    referentiel restent affichees.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scagence.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Agence saisie et actions de l'ecran.
       01  WS-AGE-CODE                PIC X(04).
       01  WS-AGE-NAME                PIC X(30).
       01  WS-AGE-SAVE-VALIDATION     PIC X(01).
       01  WS-AGE-CLOSE-VALIDATION    PIC X(01).
       01  WS-AGE-OPEN-VALIDATION     PIC X(01).
       01  WS-AGE-CODE-VALID          PIC X(01).
       01  WS-AGE-STATUS-LABEL        PIC X(07).

      *    [RD] Agences du referentiel, affichees a l'ecran et
      *    remplies en table a la lecture.
       01  WS-AGE-LINES.
           05 WS-AGE-LINE-01          PIC X(50).
           05 WS-AGE-LINE-02          PIC X(50).
           05 WS-AGE-LINE-03          PIC X(50).
           05 WS-AGE-LINE-04          PIC X(50).
           05 WS-AGE-LINE-05          PIC X(50).
           05 WS-AGE-LINE-06          PIC X(50).
           05 WS-AGE-LINE-07          PIC X(50).
           05 WS-AGE-LINE-08          PIC X(50).
           05 WS-AGE-LINE-09          PIC X(50).
           05 WS-AGE-LINE-10          PIC X(50).
           05 WS-AGE-LINE-11          PIC X(50).
           05 WS-AGE-LINE-12          PIC X(50).
       01  WS-AGE-LINE-TABLE REDEFINES WS-AGE-LINES.
           05 WS-AGE-LINE             PIC X(50) OCCURS 12 TIMES.
       01  WS-AGE-IX                  PIC 9(02).

       01  WS-AGE-ERROR-MESSAGE       PIC X(70).
       01  WS-AGE-MENU-RETURN         PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-AGE-CODE          PIC X(04).
       01  SQL-AGE-NAME          PIC X(30).
       01  SQL-AGE-ACTIVE        PIC X(01).
       01  SQL-AGE-COUNT         PIC 9(05).
       01  SQL-AGE-OPER-COUNT    PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-agence.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche le referentiel, enregistre, ferme
      * ou rouvre l'agence saisie selon l'action choisie, jusqu'au
      * retour au menu principal.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-AGE-MENU-RETURN.
           MOVE SPACES TO WS-AGE-ERROR-MESSAGE.
           MOVE SPACES TO WS-AGE-CODE.
           MOVE SPACES TO WS-AGE-NAME.

           PERFORM 1000-LISTER-AGENCES THRU END-1000-LISTER-AGENCES.

           PERFORM UNTIL WS-AGE-MENU-RETURN = 'O'
               DISPLAY SCREEN-AGENCE
               ACCEPT SCREEN-AGENCE

               EVALUATE TRUE
                   WHEN WS-AGE-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-AGE-SAVE-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-AGENCE
                          THRU END-2000-ENREGISTRER-AGENCE
                       PERFORM 1000-LISTER-AGENCES
                          THRU END-1000-LISTER-AGENCES
                   WHEN WS-AGE-CLOSE-VALIDATION = 'O'
                       PERFORM 3000-FERMER-AGENCE
                          THRU END-3000-FERMER-AGENCE
                       PERFORM 1000-LISTER-AGENCES
                          THRU END-1000-LISTER-AGENCES
                   WHEN WS-AGE-OPEN-VALIDATION = 'O'
                       PERFORM 4000-ROUVRIR-AGENCE
                          THRU END-4000-ROUVRIR-AGENCE
                       PERFORM 1000-LISTER-AGENCES
                          THRU END-1000-LISTER-AGENCES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACE TO WS-AGE-SAVE-VALIDATION
               MOVE SPACE TO WS-AGE-CLOSE-VALIDATION
               MOVE SPACE TO WS-AGE-OPEN-VALIDATION
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Controle le code saisi (obligatoire, mis en majuscules *
      *    comme dans sccreate et scoperadm) et lit l'agence           *
      *    correspondante : SQL-AGE-COUNT a zero si elle est absente   *
      *    du referentiel, sinon son libelle et son etat dans          *
      *    SQL-AGE-NAME et SQL-AGE-ACTIVE. La connexion est ouverte    *
      *    par l'appelant.                                             *
      ******************************************************************
       0500-CONTROLER-CODE.
           MOVE 'N' TO WS-AGE-CODE-VALID.

           IF WS-AGE-CODE = SPACES
               MOVE 'Le code agence est obligatoire.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-0500-CONTROLER-CODE
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-AGE-CODE) TO WS-AGE-CODE.
           MOVE WS-AGE-CODE TO SQL-AGE-CODE.

           MOVE ZERO TO SQL-AGE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AGE-COUNT
               FROM agence
               WHERE agence_code = :SQL-AGE-CODE
           END-EXEC.

           IF SQL-AGE-COUNT > ZERO
               EXEC SQL
                   SELECT agence_name, agence_active
                   INTO :SQL-AGE-NAME, :SQL-AGE-ACTIVE
                   FROM agence
                   WHERE agence_code = :SQL-AGE-CODE
               END-EXEC
           END-IF.

           MOVE 'O' TO WS-AGE-CODE-VALID.
       END-0500-CONTROLER-CODE.
           EXIT.

      ******************************************************************
      *    [RD] Lit les douze premieres agences du referentiel par     *
      *    ordre de code, avec leur etat.                              *
      ******************************************************************
       1000-LISTER-AGENCES.
           MOVE SPACES TO WS-AGE-LINES.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSAGELIST CURSOR FOR
               SELECT agence_code, agence_name, agence_active
               FROM agence
               ORDER BY agence_code
           END-EXEC.

           EXEC SQL OPEN CRSAGELIST END-EXEC.

           MOVE ZERO TO WS-AGE-IX.
           EXEC SQL
               FETCH CRSAGELIST INTO :SQL-AGE-CODE, :SQL-AGE-NAME,
                   :SQL-AGE-ACTIVE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-AGE-IX >= 12
               ADD 1 TO WS-AGE-IX
               IF SQL-AGE-ACTIVE = 'O'
                   MOVE 'ouverte' TO WS-AGE-STATUS-LABEL
               ELSE
                   MOVE 'fermee' TO WS-AGE-STATUS-LABEL
               END-IF
               STRING SQL-AGE-CODE '  ' SQL-AGE-NAME '  '
                   WS-AGE-STATUS-LABEL
                   DELIMITED BY SIZE INTO WS-AGE-LINE(WS-AGE-IX)
               EXEC SQL
                   FETCH CRSAGELIST INTO :SQL-AGE-CODE, :SQL-AGE-NAME,
                       :SQL-AGE-ACTIVE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSAGELIST END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-AGE-IX = ZERO
               MOVE 'Aucune agence au referentiel.'
                   TO WS-AGE-LINE(1)
           END-IF.
       END-1000-LISTER-AGENCES.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre l'agence saisie : creation, ouverte, si le  *
      *    code est nouveau, sinon changement de libelle. L'etat d'une *
      *    agence existante n'est pas modifie ici (cf. 3000 et 4000).  *
      ******************************************************************
       2000-ENREGISTRER-AGENCE.
           MOVE SPACES TO WS-AGE-ERROR-MESSAGE.

           IF WS-AGE-NAME = SPACES
               MOVE 'Le libelle de l''agence est obligatoire.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-AGENCE
           END-IF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 0500-CONTROLER-CODE THRU END-0500-CONTROLER-CODE.
           IF WS-AGE-CODE-VALID NOT = 'O'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-ENREGISTRER-AGENCE
           END-IF.

           MOVE WS-AGE-NAME TO SQL-AGE-NAME.

           IF SQL-AGE-COUNT > ZERO
               EXEC SQL
                   UPDATE agence SET agence_name = :SQL-AGE-NAME
                   WHERE agence_code = :SQL-AGE-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO agence (agence_code, agence_name,
                       agence_active)
                   VALUES (:SQL-AGE-CODE, :SQL-AGE-NAME, 'O')
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''enregistrement de l''agence.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-AGENCE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF SQL-AGE-COUNT > ZERO
               STRING 'Agence renommee : ' WS-AGE-CODE '.'
                   DELIMITED BY SIZE INTO WS-AGE-ERROR-MESSAGE
           ELSE
               STRING 'Agence creee : ' WS-AGE-CODE '.'
                   DELIMITED BY SIZE INTO WS-AGE-ERROR-MESSAGE
           END-IF.
           MOVE SPACES TO WS-AGE-CODE.
           MOVE SPACES TO WS-AGE-NAME.
       END-2000-ENREGISTRER-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Ferme l'agence saisie. Refuse tant qu'un operateur     *
      *    actif y est rattache : il faut d'abord le changer d'agence  *
      *    ou desactiver son compte (scoperadm).                       *
      ******************************************************************
       3000-FERMER-AGENCE.
           MOVE SPACES TO WS-AGE-ERROR-MESSAGE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 0500-CONTROLER-CODE THRU END-0500-CONTROLER-CODE.
           IF WS-AGE-CODE-VALID NOT = 'O'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-3000-FERMER-AGENCE
           END-IF.

           IF SQL-AGE-COUNT = ZERO
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Agence absente du referentiel.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-3000-FERMER-AGENCE
           END-IF.

           IF SQL-AGE-ACTIVE NOT = 'O'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Agence deja fermee.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-3000-FERMER-AGENCE
           END-IF.

           MOVE ZERO TO SQL-AGE-OPER-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AGE-OPER-COUNT
               FROM operateur
               WHERE operateur_agence = :SQL-AGE-CODE
               AND operateur_active = 'O'
           END-EXEC.

           IF SQL-AGE-OPER-COUNT > ZERO
               EXEC SQL DISCONNECT ALL END-EXEC
               STRING 'Fermeture refusee : ' SQL-AGE-OPER-COUNT
                   ' operateur(s) actif(s) rattache(s).'
                   DELIMITED BY SIZE INTO WS-AGE-ERROR-MESSAGE
               GO TO END-3000-FERMER-AGENCE
           END-IF.

           EXEC SQL
               UPDATE agence SET agence_active = 'N'
               WHERE agence_code = :SQL-AGE-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de la fermeture de l''agence.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-3000-FERMER-AGENCE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Agence fermee : ' WS-AGE-CODE '.'
               DELIMITED BY SIZE INTO WS-AGE-ERROR-MESSAGE.
           MOVE SPACES TO WS-AGE-CODE.
           MOVE SPACES TO WS-AGE-NAME.
       END-3000-FERMER-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Rouvre l'agence saisie, de nouveau proposee aux        *
      *    creations d'operateurs, d'adherents et de contrats          *
      *    collectifs.                                                 *
      ******************************************************************
       4000-ROUVRIR-AGENCE.
           MOVE SPACES TO WS-AGE-ERROR-MESSAGE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 0500-CONTROLER-CODE THRU END-0500-CONTROLER-CODE.
           IF WS-AGE-CODE-VALID NOT = 'O'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-ROUVRIR-AGENCE
           END-IF.

           IF SQL-AGE-COUNT = ZERO
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Agence absente du referentiel.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-4000-ROUVRIR-AGENCE
           END-IF.

           IF SQL-AGE-ACTIVE = 'O'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Agence deja ouverte.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-4000-ROUVRIR-AGENCE
           END-IF.

           EXEC SQL
               UPDATE agence SET agence_active = 'O'
               WHERE agence_code = :SQL-AGE-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de la reouverture de l''agence.'
                   TO WS-AGE-ERROR-MESSAGE
               GO TO END-4000-ROUVRIR-AGENCE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Agence rouverte : ' WS-AGE-CODE '.'
               DELIMITED BY SIZE INTO WS-AGE-ERROR-MESSAGE.
           MOVE SPACES TO WS-AGE-CODE.
           MOVE SPACES TO WS-AGE-NAME.
       END-4000-ROUVRIR-AGENCE.
           EXIT.
