      ******************************************************************
      *    [RD] Le programme 'scoperadm' porte l'ecran                 *
      *    d'administration des comptes operateurs, reserve au role    *
      *    'A' : creation d'un operateur, changement de role,          *
      *    desactivation d'un compte (operateur_active a 'N', le       *
      *    compte n'est jamais supprime pour garder la trace de ses    *
      *    actions) et reinitialisation du mot de passe par un mot     *
      *    de passe provisoire affiche a l'ecran, avec changement      *
      *    force a la prochaine connexion (operateur_must_change a     *
      *    'O', cf. menuuser). Un administrateur ne peut ni modifier   *
      *    son propre role ni desactiver son propre compte. Chaque     *
      *    attribution, revocation ou reinitialisation est tracee      *
      *    dans la table 'operateur_audit' (qui, quand, sur quel       *
      *    compte, ancienne et nouvelle valeur) ; la revue mensuelle   *
      *    des habilitations est produite par le batch scoperrpt.      *
      *    Chaque operateur est rattache a une agence (table           *
      *    'agence') : obligatoire a la creation, modifiable par       *
      *    l'action de changement d'agence, tracee comme un            *
      *    changement de role. L'agence de l'operateur sert d'agence   *
      *    de rattachement par defaut des adherents qu'il cree         *
      *    (sccreate), d'agence d'encaissement des paiements qu'il     *
      *    saisit (sccotis, bordereau scremise) et de filtre des       *
      *    files de travail (scfileatt, screcours).                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scoperadm.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Compte operateur saisi a l'ecran.
       01  WS-OPA-ID                  PIC X(08).
       01  WS-OPA-NAME                PIC X(30).
       01  WS-OPA-ROLE                PIC X(01).
       01  WS-OPA-AGENCE              PIC X(04).

      *    [RD] Une validation par action proposee a l'ecran.
       01  WS-OPA-LOAD-VALIDATION     PIC X(01).
       01  WS-OPA-CREATE-VALIDATION   PIC X(01).
       01  WS-OPA-ROLE-VALIDATION     PIC X(01).
       01  WS-OPA-DEACT-VALIDATION    PIC X(01).
       01  WS-OPA-RESET-VALIDATION    PIC X(01).
       01  WS-OPA-AGENCE-VALIDATION   PIC X(01).

      *    [RD] Etat du compte relu en base (lecture seule).
       01  WS-OPA-CUR-ROLE            PIC X(01).
       01  WS-OPA-CUR-ACTIVE          PIC X(01).
       01  WS-OPA-CUR-LOCKED          PIC X(01).
       01  WS-OPA-CUR-MUSTCHG         PIC X(01).
       01  WS-OPA-CUR-AGENCE          PIC X(04).

      *    [RD] Mot de passe provisoire genere a la creation ou a la
      *    reinitialisation : affiche une seule fois, a remettre a
      *    l'operateur, jamais ecrit dans la piste d'audit.
       01  WS-OPA-TEMP-PWD            PIC X(10).
       01  WS-OPA-RANDOM              PIC 9(08).
       01  WS-OPA-SEED                PIC 9(08).
       01  WS-OPA-SEEDED              PIC X(01) VALUE 'N'.

       01  WS-OPA-STAMP               PIC X(21).
       01  WS-OPA-ERROR-MESSAGE       PIC X(70).
       01  WS-OPA-MENU-RETURN         PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-OPA-ID             PIC X(08).
       01  SQL-OPA-NAME           PIC X(30).
       01  SQL-OPA-ROLE           PIC X(01).
       01  SQL-OPA-ACTIVE         PIC X(01).
       01  SQL-OPA-LOCKED         PIC X(01).
       01  SQL-OPA-MUSTCHG        PIC X(01).
       01  SQL-OPA-PASSWORD       PIC X(10).
       01  SQL-OPA-TODAY          PIC X(10).
       01  SQL-OPA-COUNT          PIC 9(05).
       01  SQL-OPA-AGENCE         PIC X(04).

      *    [RD] Ligne de la piste d'audit des habilitations.
       01  SQL-AUD-DATE           PIC X(19).
       01  SQL-AUD-ADMIN          PIC X(08).
       01  SQL-AUD-ACTION         PIC X(01).
       01  SQL-AUD-OLD-VALUE      PIC X(10).
       01  SQL-AUD-NEW-VALUE      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Operateur connecte et son role, transmis par le menu
      *    (cf. menuuser) : l'identifiant signe la piste d'audit.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).
       01  LK-OPERATOR-ROLE      PIC X(01).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-operadm.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-OPERATOR-ROLE.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran d'administration et
      * applique l'action validee, jusqu'au retour au menu principal.
      *---------------------------------------------------------------
           IF LK-OPERATOR-ROLE NOT = 'A'
               GOBACK
           END-IF.

           MOVE SPACE TO WS-OPA-MENU-RETURN.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           PERFORM UNTIL WS-OPA-MENU-RETURN = 'O'
               DISPLAY SCREEN-OPERADM
               ACCEPT SCREEN-OPERADM

               MOVE SPACES TO WS-OPA-TEMP-PWD
               MOVE FUNCTION UPPER-CASE(WS-OPA-ROLE) TO WS-OPA-ROLE
               MOVE FUNCTION UPPER-CASE(WS-OPA-AGENCE) TO WS-OPA-AGENCE

               EVALUATE TRUE
                   WHEN WS-OPA-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-OPA-LOAD-VALIDATION = 'O'
                       PERFORM 1000-CHARGER-OPERATEUR
                          THRU END-1000-CHARGER-OPERATEUR
                   WHEN WS-OPA-CREATE-VALIDATION = 'O'
                       PERFORM 2000-CREER-OPERATEUR
                          THRU END-2000-CREER-OPERATEUR
                   WHEN WS-OPA-ROLE-VALIDATION = 'O'
                       PERFORM 3000-CHANGER-ROLE
                          THRU END-3000-CHANGER-ROLE
                   WHEN WS-OPA-DEACT-VALIDATION = 'O'
                       PERFORM 4000-DESACTIVER-OPERATEUR
                          THRU END-4000-DESACTIVER-OPERATEUR
                   WHEN WS-OPA-RESET-VALIDATION = 'O'
                       PERFORM 5000-REINITIALISER-MDP
                          THRU END-5000-REINITIALISER-MDP
                   WHEN WS-OPA-AGENCE-VALIDATION = 'O'
                       PERFORM 6000-CHANGER-AGENCE
                          THRU END-6000-CHANGER-AGENCE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACE TO WS-OPA-LOAD-VALIDATION
               MOVE SPACE TO WS-OPA-CREATE-VALIDATION
               MOVE SPACE TO WS-OPA-ROLE-VALIDATION
               MOVE SPACE TO WS-OPA-DEACT-VALIDATION
               MOVE SPACE TO WS-OPA-RESET-VALIDATION
               MOVE SPACE TO WS-OPA-AGENCE-VALIDATION
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Relit le compte saisi et affiche son etat : nom, role, *
      *    actif, verrouille, changement de mot de passe force.        *
      ******************************************************************
       1000-CHARGER-OPERATEUR.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES
               MOVE 'Saisissez l''identifiant de l''operateur.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-1000-CHARGER-OPERATEUR
           END-IF.

           MOVE WS-OPA-ID TO SQL-OPA-ID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8000-LIRE-OPERATEUR THRU END-8000-LIRE-OPERATEUR.

           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-OPA-CUR-ROLE = SPACE
               MOVE 'Operateur inconnu.' TO WS-OPA-ERROR-MESSAGE
               GO TO END-1000-CHARGER-OPERATEUR
           END-IF.

           MOVE SQL-OPA-NAME TO WS-OPA-NAME.
           MOVE SQL-OPA-ROLE TO WS-OPA-ROLE.
           MOVE WS-OPA-CUR-AGENCE TO WS-OPA-AGENCE.
           MOVE 'Compte charge.' TO WS-OPA-ERROR-MESSAGE.
       END-1000-CHARGER-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Cree un compte operateur actif avec le role et         *
      *    l'agence saisis et un mot de passe provisoire a changer a   *
      *    la premiere connexion. L'attribution du role est tracee.    *
      ******************************************************************
       2000-CREER-OPERATEUR.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES OR WS-OPA-NAME = SPACES
               MOVE 'Identifiant et nom sont obligatoires.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           IF WS-OPA-ROLE = SPACE
               MOVE 'Le role est obligatoire (A, G ou autre).'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           IF WS-OPA-AGENCE = SPACES
               MOVE 'L''agence de rattachement est obligatoire.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           MOVE WS-OPA-ID   TO SQL-OPA-ID.
           MOVE WS-OPA-NAME TO SQL-OPA-NAME.
           MOVE WS-OPA-ROLE TO SQL-OPA-ROLE.
           MOVE WS-OPA-AGENCE TO SQL-OPA-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8100-CONTROLER-AGENCE THRU END-8100-CONTROLER-AGENCE.
           IF SQL-OPA-COUNT = ZERO
               MOVE 'Agence inconnue ou fermee.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OPA-COUNT
               FROM operateur
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQL-OPA-COUNT > ZERO
               MOVE 'Cet identifiant existe deja.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           PERFORM 9000-GENERER-MDP-PROVISOIRE
              THRU END-9000-GENERER-MDP-PROVISOIRE.
           MOVE WS-OPA-TEMP-PWD TO SQL-OPA-PASSWORD.

           EXEC SQL
               INSERT INTO operateur (operateur_id, operateur_name,
                   operateur_password, operateur_role,
                   operateur_active, operateur_locked,
                   operateur_fail_count, operateur_pwd_date,
                   operateur_must_change, operateur_agence)
               VALUES (:SQL-OPA-ID, :SQL-OPA-NAME,
                   :SQL-OPA-PASSWORD, :SQL-OPA-ROLE,
                   'O', 'N', 0, :SQL-OPA-TODAY, 'O',
                   :SQL-OPA-AGENCE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE SPACES TO WS-OPA-TEMP-PWD
               MOVE 'Erreur lors de la creation de l''operateur.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-CREER-OPERATEUR
           END-IF.

           MOVE 'C' TO SQL-AUD-ACTION.
           MOVE SPACES TO SQL-AUD-OLD-VALUE.
           MOVE SQL-OPA-ROLE TO SQL-AUD-NEW-VALUE.
           PERFORM 9100-TRACER-ACTION THRU END-9100-TRACER-ACTION.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-CREER-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Change le role d'un compte existant. Un administrateur *
      *    ne peut pas modifier son propre role : il faut un second    *
      *    administrateur, ce qui evite l'auto-attribution comme       *
      *    l'auto-revocation du dernier compte 'A'.                    *
      ******************************************************************
       3000-CHANGER-ROLE.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES OR WS-OPA-ROLE = SPACE
               MOVE 'Identifiant et nouveau role sont obligatoires.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-3000-CHANGER-ROLE
           END-IF.

           IF WS-OPA-ID = LK-OPERATOR-ID
               MOVE 'Vous ne pouvez pas modifier votre propre role.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-3000-CHANGER-ROLE
           END-IF.

           MOVE WS-OPA-ID TO SQL-OPA-ID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8000-LIRE-OPERATEUR THRU END-8000-LIRE-OPERATEUR.

           IF WS-OPA-CUR-ROLE = SPACE
               MOVE 'Operateur inconnu.' TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-3000-CHANGER-ROLE
           END-IF.

           IF WS-OPA-CUR-ROLE = WS-OPA-ROLE
               MOVE 'Le compte a deja ce role.' TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-3000-CHANGER-ROLE
           END-IF.

           MOVE WS-OPA-ROLE TO SQL-OPA-ROLE.

           EXEC SQL
               UPDATE operateur SET operateur_role = :SQL-OPA-ROLE
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur lors du changement de role.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-3000-CHANGER-ROLE
           END-IF.

           MOVE 'R' TO SQL-AUD-ACTION.
           MOVE WS-OPA-CUR-ROLE TO SQL-AUD-OLD-VALUE.
           MOVE SQL-OPA-ROLE TO SQL-AUD-NEW-VALUE.
           PERFORM 9100-TRACER-ACTION THRU END-9100-TRACER-ACTION.

           MOVE SQL-OPA-ROLE TO WS-OPA-CUR-ROLE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-3000-CHANGER-ROLE.
           EXIT.

      ******************************************************************
      *    [RD] Desactive un compte (operateur_active a 'N') : la      *
      *    connexion est refusee par menuuser mais le compte reste en  *
      *    base, ses actions passees restant rattachees a lui.         *
      ******************************************************************
       4000-DESACTIVER-OPERATEUR.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES
               MOVE 'Saisissez l''identifiant a desactiver.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-4000-DESACTIVER-OPERATEUR
           END-IF.

           IF WS-OPA-ID = LK-OPERATOR-ID
               MOVE 'Vous ne pouvez pas desactiver votre compte.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-4000-DESACTIVER-OPERATEUR
           END-IF.

           MOVE WS-OPA-ID TO SQL-OPA-ID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8000-LIRE-OPERATEUR THRU END-8000-LIRE-OPERATEUR.

           IF WS-OPA-CUR-ROLE = SPACE
               MOVE 'Operateur inconnu.' TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-DESACTIVER-OPERATEUR
           END-IF.

           IF WS-OPA-CUR-ACTIVE NOT = 'O'
               MOVE 'Compte deja desactive.' TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-DESACTIVER-OPERATEUR
           END-IF.

           EXEC SQL
               UPDATE operateur SET operateur_active = 'N'
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur lors de la desactivation.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-DESACTIVER-OPERATEUR
           END-IF.

           MOVE 'D' TO SQL-AUD-ACTION.
           MOVE 'O' TO SQL-AUD-OLD-VALUE.
           MOVE 'N' TO SQL-AUD-NEW-VALUE.
           PERFORM 9100-TRACER-ACTION THRU END-9100-TRACER-ACTION.

           MOVE 'N' TO WS-OPA-CUR-ACTIVE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-4000-DESACTIVER-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Reinitialise le mot de passe d'un compte actif : mot   *
      *    de passe provisoire affiche a l'ecran, compte deverrouille, *
      *    compteur d'echecs a zero et changement force a la prochaine *
      *    connexion (cf. 0170-CONTROLER-AGE-MDP dans menuuser).       *
      ******************************************************************
       5000-REINITIALISER-MDP.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES
               MOVE 'Saisissez l''identifiant a reinitialiser.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-5000-REINITIALISER-MDP
           END-IF.

           MOVE WS-OPA-ID TO SQL-OPA-ID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8000-LIRE-OPERATEUR THRU END-8000-LIRE-OPERATEUR.

           IF WS-OPA-CUR-ROLE = SPACE OR WS-OPA-CUR-ACTIVE NOT = 'O'
               MOVE 'Operateur inconnu ou desactive.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-5000-REINITIALISER-MDP
           END-IF.

           PERFORM 9000-GENERER-MDP-PROVISOIRE
              THRU END-9000-GENERER-MDP-PROVISOIRE.
           MOVE WS-OPA-TEMP-PWD TO SQL-OPA-PASSWORD.

           EXEC SQL
               UPDATE operateur SET
                   operateur_password = :SQL-OPA-PASSWORD,
                   operateur_pwd_date = :SQL-OPA-TODAY,
                   operateur_locked = 'N',
                   operateur_fail_count = 0,
                   operateur_must_change = 'O'
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE SPACES TO WS-OPA-TEMP-PWD
               MOVE 'Erreur lors de la reinitialisation.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-5000-REINITIALISER-MDP
           END-IF.

      *    [RD] Le mot de passe provisoire n'est jamais trace.
           MOVE 'P' TO SQL-AUD-ACTION.
           MOVE SPACES TO SQL-AUD-OLD-VALUE.
           MOVE 'PROVISOIRE' TO SQL-AUD-NEW-VALUE.
           PERFORM 9100-TRACER-ACTION THRU END-9100-TRACER-ACTION.

           MOVE 'N' TO WS-OPA-CUR-LOCKED.
           MOVE 'O' TO WS-OPA-CUR-MUSTCHG.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-5000-REINITIALISER-MDP.
           EXIT.

      ******************************************************************
      *    [RD] Rattache un compte existant a une autre agence         *
      *    (mutation d'un operateur entre guichets). Les adherents     *
      *    deja crees gardent leur agence ; seuls les files de travail *
      *    et les nouveaux encaissements suivent l'operateur.          *
      ******************************************************************
       6000-CHANGER-AGENCE.
           MOVE SPACES TO WS-OPA-ERROR-MESSAGE.

           IF WS-OPA-ID = SPACES OR WS-OPA-AGENCE = SPACES
               MOVE 'Identifiant et nouvelle agence sont obligatoires.'
                   TO WS-OPA-ERROR-MESSAGE
               GO TO END-6000-CHANGER-AGENCE
           END-IF.

           MOVE WS-OPA-ID TO SQL-OPA-ID.
           MOVE WS-OPA-AGENCE TO SQL-OPA-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 8000-LIRE-OPERATEUR THRU END-8000-LIRE-OPERATEUR.

           IF WS-OPA-CUR-ROLE = SPACE
               MOVE 'Operateur inconnu.' TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-6000-CHANGER-AGENCE
           END-IF.

           IF WS-OPA-CUR-AGENCE = WS-OPA-AGENCE
               MOVE 'Le compte est deja dans cette agence.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-6000-CHANGER-AGENCE
           END-IF.

           PERFORM 8100-CONTROLER-AGENCE THRU END-8100-CONTROLER-AGENCE.
           IF SQL-OPA-COUNT = ZERO
               MOVE 'Agence inconnue ou fermee.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-6000-CHANGER-AGENCE
           END-IF.

           EXEC SQL
               UPDATE operateur SET operateur_agence = :SQL-OPA-AGENCE
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur lors du changement d''agence.'
                   TO WS-OPA-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-6000-CHANGER-AGENCE
           END-IF.

           MOVE 'G' TO SQL-AUD-ACTION.
           MOVE WS-OPA-CUR-AGENCE TO SQL-AUD-OLD-VALUE.
           MOVE SQL-OPA-AGENCE TO SQL-AUD-NEW-VALUE.
           PERFORM 9100-TRACER-ACTION THRU END-9100-TRACER-ACTION.

           MOVE SQL-OPA-AGENCE TO WS-OPA-CUR-AGENCE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-6000-CHANGER-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Lit le compte prepare dans SQL-OPA-ID et alimente      *
      *    l'etat affiche. Role a blanc en retour si le compte est     *
      *    inconnu. La connexion SQL doit etre ouverte.                *
      ******************************************************************
       8000-LIRE-OPERATEUR.
           MOVE SPACE TO WS-OPA-CUR-ROLE.
           MOVE SPACE TO WS-OPA-CUR-ACTIVE.
           MOVE SPACE TO WS-OPA-CUR-LOCKED.
           MOVE SPACE TO WS-OPA-CUR-MUSTCHG.
           MOVE SPACES TO WS-OPA-CUR-AGENCE.

           EXEC SQL
               SELECT operateur_name, operateur_role,
                   COALESCE(operateur_active, 'O'),
                   COALESCE(operateur_locked, 'N'),
                   COALESCE(operateur_must_change, 'N'),
                   COALESCE(operateur_agence, ' ')
               INTO :SQL-OPA-NAME, :SQL-OPA-ROLE, :SQL-OPA-ACTIVE,
                   :SQL-OPA-LOCKED, :SQL-OPA-MUSTCHG, :SQL-OPA-AGENCE
               FROM operateur
               WHERE operateur_id = :SQL-OPA-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-8000-LIRE-OPERATEUR
           END-IF.

           MOVE SQL-OPA-ROLE    TO WS-OPA-CUR-ROLE.
           MOVE SQL-OPA-ACTIVE  TO WS-OPA-CUR-ACTIVE.
           MOVE SQL-OPA-LOCKED  TO WS-OPA-CUR-LOCKED.
           MOVE SQL-OPA-MUSTCHG TO WS-OPA-CUR-MUSTCHG.
           MOVE SQL-OPA-AGENCE  TO WS-OPA-CUR-AGENCE.
       END-8000-LIRE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Verifie que l'agence preparee dans SQL-OPA-AGENCE      *
      *    existe et est ouverte au referentiel 'agence' : SQL-OPA-    *
      *    COUNT a zero sinon. La connexion SQL doit etre ouverte.     *
      ******************************************************************
       8100-CONTROLER-AGENCE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OPA-COUNT
               FROM agence
               WHERE agence_code = :SQL-OPA-AGENCE
               AND agence_active = 'O'
           END-EXEC.
       END-8100-CONTROLER-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Genere un mot de passe provisoire de dix caracteres    *
      *    ('TP' suivi de huit chiffres tires au hasard, le germe      *
      *    etant pris sur l'heure au premier appel) et pose la date    *
      *    du jour dans SQL-OPA-TODAY.                                 *
      ******************************************************************
       9000-GENERER-MDP-PROVISOIRE.
           MOVE FUNCTION CURRENT-DATE TO WS-OPA-STAMP.
           MOVE SPACES TO SQL-OPA-TODAY.
           STRING WS-OPA-STAMP(1:4) '-' WS-OPA-STAMP(5:2) '-'
               WS-OPA-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-OPA-TODAY.

           IF WS-OPA-SEEDED = 'N'
               MOVE WS-OPA-STAMP(9:8) TO WS-OPA-SEED
               COMPUTE WS-OPA-RANDOM =
                   FUNCTION RANDOM(WS-OPA-SEED) * 99999999
               MOVE 'O' TO WS-OPA-SEEDED
           END-IF.

           COMPUTE WS-OPA-RANDOM = FUNCTION RANDOM * 99999999.

           MOVE SPACES TO WS-OPA-TEMP-PWD.
           STRING 'TP' WS-OPA-RANDOM
               DELIMITED BY SIZE INTO WS-OPA-TEMP-PWD.
       END-9000-GENERER-MDP-PROVISOIRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne d'audit de l'action preparee (code      *
      *    action, ancienne et nouvelle valeur) sur le compte          *
      *    SQL-OPA-ID, signee par l'administrateur connecte, puis      *
      *    valide la transaction : l'action et sa trace sont validees  *
      *    ensemble ou pas du tout.                                    *
      *    Codes action : C creation, R changement de role,            *
      *    D desactivation, P reinitialisation du mot de passe,        *
      *    G changement d'agence.                                      *
      ******************************************************************
       9100-TRACER-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-OPA-STAMP.
           MOVE SPACES TO SQL-AUD-DATE.
           STRING WS-OPA-STAMP(1:4) '-' WS-OPA-STAMP(5:2) '-'
               WS-OPA-STAMP(7:2) ' ' WS-OPA-STAMP(9:2) ':'
               WS-OPA-STAMP(11:2) ':' WS-OPA-STAMP(13:2)
               DELIMITED BY SIZE INTO SQL-AUD-DATE.
           MOVE LK-OPERATOR-ID TO SQL-AUD-ADMIN.

           EXEC SQL
               INSERT INTO operateur_audit (audit_date, audit_admin,
                   audit_operator, audit_action, audit_old_value,
                   audit_new_value)
               VALUES (:SQL-AUD-DATE, :SQL-AUD-ADMIN, :SQL-OPA-ID,
                   :SQL-AUD-ACTION, :SQL-AUD-OLD-VALUE,
                   :SQL-AUD-NEW-VALUE)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   EVALUATE SQL-AUD-ACTION
                       WHEN 'C'
                           MOVE 'Operateur cree, mdp provisoire affiche'
                               TO WS-OPA-ERROR-MESSAGE
                       WHEN 'R'
                           MOVE 'Role modifie.' TO WS-OPA-ERROR-MESSAGE
                       WHEN 'D'
                           MOVE 'Compte desactive.'
                               TO WS-OPA-ERROR-MESSAGE
                       WHEN 'P'
                           MOVE 'Mot de passe reinitialise, a remettre.'
                               TO WS-OPA-ERROR-MESSAGE
                       WHEN 'G'
                           MOVE 'Agence modifiee.'
                               TO WS-OPA-ERROR-MESSAGE
                   END-EVALUATE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE SPACES TO WS-OPA-TEMP-PWD
                   MOVE 'Erreur de trace d''audit, action annulee.'
                       TO WS-OPA-ERROR-MESSAGE
           END-EVALUATE.
       END-9100-TRACER-ACTION.
           EXIT.
