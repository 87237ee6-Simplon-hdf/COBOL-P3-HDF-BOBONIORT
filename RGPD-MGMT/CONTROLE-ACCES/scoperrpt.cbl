      ******************************************************************
      *    [RD] Le programme 'scoperrpt' est le traitement batch       *
      *    mensuel de revue des habilitations : il liste tous les      *
      *    operateurs actifs avec leur role (administrateurs 'A',      *
      *    gestionnaires 'G', puis les autres), en signalant les       *
      *    comptes verrouilles et ceux en attente de changement de     *
      *    mot de passe, puis reprend la piste d'audit du mois         *
      *    (table 'operateur_audit', alimentee par l'ecran scoperadm)  *
      *    avec les creations, changements de role, desactivations,    *
      *    reinitialisations et changements d'agence, et               *
      *    l'administrateur qui les a faites.                          *
      *    Le tout est ecrit dans le fichier imprimable REVUEOPER,     *
      *    support de la revue d'acces mensuelle.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scoperrpt.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable de la revue d'acces.
           SELECT REVIEW-FILE ASSIGN TO "REVUEOPER"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       01  REVIEW-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-OPR-MONTH              PIC X(08).
       01  WS-OPR-ACTIVE-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-OPR-AUDIT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-OPR-ROLE-LABEL         PIC X(14).
       01  WS-OPR-STATE-LABEL        PIC X(24).
       01  WS-OPR-ACTION-LABEL       PIC X(18).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-OPR-MONTH          PIC X(08).

       01  SQL-OPR-ID             PIC X(08).
       01  SQL-OPR-NAME           PIC X(30).
       01  SQL-OPR-ROLE           PIC X(01).
       01  SQL-OPR-LOCKED         PIC X(01).
       01  SQL-OPR-MUSTCHG        PIC X(01).

       01  SQL-AUD-DATE           PIC X(19).
       01  SQL-AUD-ADMIN          PIC X(08).
       01  SQL-AUD-OPERATOR       PIC X(08).
       01  SQL-AUD-ACTION         PIC X(01).
       01  SQL-AUD-OLD-VALUE      PIC X(10).
       01  SQL-AUD-NEW-VALUE      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier de revue, enchaine la liste des operateurs
      * actifs et la piste d'audit du mois courant puis ferme le
      * fichier et affiche les compteurs.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
               DELIMITED BY SIZE INTO WS-OPR-MONTH.
           MOVE WS-OPR-MONTH TO SQL-OPR-MONTH.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT REVIEW-FILE.

           MOVE SPACES TO REVIEW-LINE.
           STRING 'REVUE DES HABILITATIONS OPERATEURS - MOIS '
               WS-OPR-MONTH
               DELIMITED BY SIZE INTO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.

           PERFORM 1000-OPERATEURS-ACTIFS
              THRU END-1000-OPERATEURS-ACTIFS
           PERFORM 2000-PISTE-AUDIT-DU-MOIS
              THRU END-2000-PISTE-AUDIT-DU-MOIS

           CLOSE REVIEW-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Operateurs actifs        : " WS-OPR-ACTIVE-COUNT.
           DISPLAY "Actions tracees du mois  : " WS-OPR-AUDIT-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Liste des operateurs actifs et de leur role, les       *
      *    administrateurs en tete, puis les gestionnaires.            *
      ******************************************************************
       1000-OPERATEURS-ACTIFS.
           MOVE "OPERATEURS ACTIFS ET ROLES" TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.

           EXEC SQL
               DECLARE CRSOPRACTIFS CURSOR FOR
               SELECT operateur_id, operateur_name, operateur_role,
                   COALESCE(operateur_locked, 'N'),
                   COALESCE(operateur_must_change, 'N')
               FROM operateur
               WHERE operateur_active = 'O'
               ORDER BY CASE operateur_role WHEN 'A' THEN 1
                   WHEN 'G' THEN 2 ELSE 3 END, operateur_id
           END-EXEC.

           EXEC SQL OPEN CRSOPRACTIFS END-EXEC.

           EXEC SQL
               FETCH CRSOPRACTIFS
               INTO :SQL-OPR-ID, :SQL-OPR-NAME, :SQL-OPR-ROLE,
                   :SQL-OPR-LOCKED, :SQL-OPR-MUSTCHG
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               EVALUATE SQL-OPR-ROLE
                   WHEN 'A'
                       MOVE 'administrateur' TO WS-OPR-ROLE-LABEL
                   WHEN 'G'
                       MOVE 'gestionnaire' TO WS-OPR-ROLE-LABEL
                   WHEN OTHER
                       MOVE 'operateur' TO WS-OPR-ROLE-LABEL
               END-EVALUATE
               MOVE SPACES TO WS-OPR-STATE-LABEL
               EVALUATE TRUE
                   WHEN SQL-OPR-LOCKED = 'O'
                       MOVE 'VERROUILLE' TO WS-OPR-STATE-LABEL
                   WHEN SQL-OPR-MUSTCHG = 'O'
                       MOVE 'mdp provisoire en cours'
                           TO WS-OPR-STATE-LABEL
               END-EVALUATE
               MOVE SPACES TO REVIEW-LINE
               STRING SQL-OPR-ID ' ' SQL-OPR-NAME ' role '
                   SQL-OPR-ROLE ' (' WS-OPR-ROLE-LABEL ') '
                   WS-OPR-STATE-LABEL
                   DELIMITED BY SIZE INTO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO WS-OPR-ACTIVE-COUNT
               EXEC SQL
                   FETCH CRSOPRACTIFS
                   INTO :SQL-OPR-ID, :SQL-OPR-NAME, :SQL-OPR-ROLE,
                       :SQL-OPR-LOCKED, :SQL-OPR-MUSTCHG
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSOPRACTIFS END-EXEC.

           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
       END-1000-OPERATEURS-ACTIFS.
           EXIT.

      ******************************************************************
      *    [RD] Reprend la piste d'audit du mois : chaque attribution, *
      *    revocation ou reinitialisation, dans l'ordre chronologique. *
      ******************************************************************
       2000-PISTE-AUDIT-DU-MOIS.
           MOVE "ATTRIBUTIONS, REVOCATIONS ET REINITIALISATIONS DU MOIS"
               TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.

           EXEC SQL
               DECLARE CRSOPRAUDIT CURSOR FOR
               SELECT audit_date, audit_admin, audit_operator,
                   audit_action, COALESCE(audit_old_value, ' '),
                   COALESCE(audit_new_value, ' ')
               FROM operateur_audit
               WHERE audit_date LIKE :SQL-OPR-MONTH || '%'
               ORDER BY audit_date
           END-EXEC.

           EXEC SQL OPEN CRSOPRAUDIT END-EXEC.

           EXEC SQL
               FETCH CRSOPRAUDIT
               INTO :SQL-AUD-DATE, :SQL-AUD-ADMIN, :SQL-AUD-OPERATOR,
                   :SQL-AUD-ACTION, :SQL-AUD-OLD-VALUE,
                   :SQL-AUD-NEW-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               EVALUATE SQL-AUD-ACTION
                   WHEN 'C'
                       MOVE 'creation' TO WS-OPR-ACTION-LABEL
                   WHEN 'R'
                       MOVE 'changement de role' TO WS-OPR-ACTION-LABEL
                   WHEN 'D'
                       MOVE 'desactivation' TO WS-OPR-ACTION-LABEL
                   WHEN 'P'
                       MOVE 'reinit. mdp' TO WS-OPR-ACTION-LABEL
                   WHEN 'G'
                       MOVE 'changement agence'
                           TO WS-OPR-ACTION-LABEL
                   WHEN OTHER
                       MOVE SQL-AUD-ACTION TO WS-OPR-ACTION-LABEL
               END-EVALUATE
               MOVE SPACES TO REVIEW-LINE
               STRING SQL-AUD-DATE ' par ' SQL-AUD-ADMIN ' sur '
                   SQL-AUD-OPERATOR ' : ' WS-OPR-ACTION-LABEL ' '
                   SQL-AUD-OLD-VALUE ' -> ' SQL-AUD-NEW-VALUE
                   DELIMITED BY SIZE INTO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO WS-OPR-AUDIT-COUNT
               EXEC SQL
                   FETCH CRSOPRAUDIT
                   INTO :SQL-AUD-DATE, :SQL-AUD-ADMIN,
                       :SQL-AUD-OPERATOR, :SQL-AUD-ACTION,
                       :SQL-AUD-OLD-VALUE, :SQL-AUD-NEW-VALUE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSOPRAUDIT END-EXEC.

           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
       END-2000-PISTE-AUDIT-DU-MOIS.
           EXIT.
