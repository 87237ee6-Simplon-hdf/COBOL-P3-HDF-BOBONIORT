      ******************************************************************
      *    [RD] Le programme 'scgelrev' porte l'ecran de revue         *
      *    conformite du gel des avoirs : les alertes ouvertes par le  *
      *    controle des listes de gel et de sanctions (cf. scgelctl,   *
      *    statut 'A' dans la table 'gel_alerte') s'affichent en file  *
      *    d'attente, des plus anciennes aux plus recentes, et un      *
      *    administrateur (role 'A', controle par le menu) decide      *
      *    chaque ligne : faux positif ('F'), qui libere les paiements *
      *    si aucune autre alerte ne vise la personne, ou gel confirme *
      *    ('C'), qui les bloque durablement (cf. scsepavir). La       *
      *    justification est obligatoire. Chaque decision conserve,    *
      *    pour le regulateur, l'operateur, la date et la version de   *
      *    la liste en vigueur au moment de la decision, a cote de la  *
      *    version qui a declenche l'alerte. L'operateur qui a saisi   *
      *    la personne ne peut pas decider de l'alerte qu'elle a       *
      *    declenchee.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scgelrev.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] File des dix alertes a revoir les plus anciennes :
      *    lignes d'affichage et cles correspondantes.
       01  WS-GRV-LINE-1              PIC X(120).
       01  WS-GRV-LINE-2              PIC X(120).
       01  WS-GRV-LINE-3              PIC X(120).
       01  WS-GRV-LINE-4              PIC X(120).
       01  WS-GRV-LINE-5              PIC X(120).
       01  WS-GRV-LINE-6              PIC X(120).
       01  WS-GRV-LINE-7              PIC X(120).
       01  WS-GRV-LINE-8              PIC X(120).
       01  WS-GRV-LINE-9              PIC X(120).
       01  WS-GRV-LINE-10             PIC X(120).
       01  WS-GRV-QUEUE.
           05 WS-GRV-QUEUE-ROW OCCURS 10 TIMES.
              10 WS-GRV-QUEUE-UUID     PIC X(36).
              10 WS-GRV-QUEUE-OPERATOR PIC X(08).
       01  WS-GRV-QUEUE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-GRV-QUEUE-IDX           PIC 9(02).
       01  WS-GRV-LINE-BUILT          PIC X(120).
       01  WS-GRV-COUNT-LINE          PIC X(70).
       01  WS-GRV-TYPE-LABEL          PIC X(03).
       01  WS-GRV-MATCH-LABEL         PIC X(04).
       01  WS-GRV-COUNT-ED            PIC ZZZZ9.
       01  WS-GRV-COUNT2-ED           PIC ZZZZ9.

       01  WS-GRV-REFRESH-VALIDATION  PIC X(01).
       01  WS-GRV-SELECTED-LINE       PIC 9(02).
       01  WS-GRV-DECISION            PIC X(01).
       01  WS-GRV-COMMENT             PIC X(40).
       01  WS-GRV-PROCESS-VALIDATION  PIC X(01).

       01  WS-GRV-ERROR-MESSAGE       PIC X(70).
       01  WS-GRV-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-GRV-UUID            PIC X(36).
       01  SQL-GRV-DATE            PIC X(10).
       01  SQL-GRV-SUBJECT-TYPE    PIC X(01).
       01  SQL-GRV-SUBJECT-NAME    PIC X(60).
       01  SQL-GRV-SOURCE          PIC X(01).
       01  SQL-GRV-GEL-REF         PIC X(20).
       01  SQL-GRV-GEL-NAME        PIC X(101).
       01  SQL-GRV-MATCH           PIC X(01).
       01  SQL-GRV-VERSION         PIC X(20).
       01  SQL-GRV-ORIGIN          PIC X(10).
       01  SQL-GRV-OPERATOR        PIC X(08).
       01  SQL-GRV-COUNT           PIC 9(05).
       01  SQL-GRV-COUNT2          PIC 9(05).

       01  SQL-GRV-TODAY           PIC X(10).
       01  SQL-GRV-REVIEWER        PIC X(08).
       01  SQL-GRV-STATUS          PIC X(01).
       01  SQL-GRV-REVIEW-VERSION  PIC X(20).
       01  SQL-GRV-COMMENT         PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) : il signe la decision.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-gel-revue.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche la file des alertes, la
      * rafraichit ou enregistre la decision sur la ligne
      * selectionnee, jusqu'au retour au menu.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-GRV-MENU-RETURN.
           MOVE SPACES TO WS-GRV-ERROR-MESSAGE.

           PERFORM 1000-RAFRAICHIR-LISTE
              THRU END-1000-RAFRAICHIR-LISTE.

           PERFORM UNTIL WS-GRV-MENU-RETURN = 'O'
               DISPLAY SCREEN-GEL-REVUE
               ACCEPT SCREEN-GEL-REVUE

               EVALUATE TRUE
                   WHEN WS-GRV-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-GRV-PROCESS-VALIDATION = 'O'
                       PERFORM 2000-TRAITER-LIGNE
                          THRU END-2000-TRAITER-LIGNE
                       PERFORM 1000-RAFRAICHIR-LISTE
                          THRU END-1000-RAFRAICHIR-LISTE
                   WHEN WS-GRV-REFRESH-VALIDATION = 'O'
                       PERFORM 1000-RAFRAICHIR-LISTE
                          THRU END-1000-RAFRAICHIR-LISTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recharge les dix alertes a revoir les plus anciennes   *
      *    et le decompte des alertes en attente et des gels           *
      *    confirmes.                                                  *
      ******************************************************************
       1000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-GRV-LINE-1 WS-GRV-LINE-2 WS-GRV-LINE-3
               WS-GRV-LINE-4 WS-GRV-LINE-5 WS-GRV-LINE-6 WS-GRV-LINE-7
               WS-GRV-LINE-8 WS-GRV-LINE-9 WS-GRV-LINE-10.
           MOVE SPACES TO WS-GRV-QUEUE.
           MOVE ZERO TO WS-GRV-QUEUE-COUNT.
           MOVE SPACES TO WS-GRV-COUNT-LINE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSGRVQUEUE CURSOR FOR
               SELECT uuid_alerte, alerte_date, alerte_subject_type,
                   alerte_subject_name, alerte_source, alerte_gel_ref,
                   alerte_gel_name, alerte_match, alerte_list_version,
                   alerte_origin, COALESCE(alerte_operator, '')
               FROM gel_alerte
               WHERE alerte_status = 'A'
               ORDER BY alerte_date, uuid_alerte
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN CRSGRVQUEUE END-EXEC.

           EXEC SQL
               FETCH CRSGRVQUEUE
               INTO :SQL-GRV-UUID, :SQL-GRV-DATE,
                   :SQL-GRV-SUBJECT-TYPE, :SQL-GRV-SUBJECT-NAME,
                   :SQL-GRV-SOURCE, :SQL-GRV-GEL-REF,
                   :SQL-GRV-GEL-NAME, :SQL-GRV-MATCH,
                   :SQL-GRV-VERSION, :SQL-GRV-ORIGIN,
                   :SQL-GRV-OPERATOR
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-GRV-QUEUE-COUNT >= 10
               PERFORM 1100-AJOUTER-LIGNE
                  THRU END-1100-AJOUTER-LIGNE
               EXEC SQL
                   FETCH CRSGRVQUEUE
                   INTO :SQL-GRV-UUID, :SQL-GRV-DATE,
                       :SQL-GRV-SUBJECT-TYPE, :SQL-GRV-SUBJECT-NAME,
                       :SQL-GRV-SOURCE, :SQL-GRV-GEL-REF,
                       :SQL-GRV-GEL-NAME, :SQL-GRV-MATCH,
                       :SQL-GRV-VERSION, :SQL-GRV-ORIGIN,
                       :SQL-GRV-OPERATOR
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGRVQUEUE END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GRV-COUNT
               FROM gel_alerte
               WHERE alerte_status = 'A'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GRV-COUNT2
               FROM gel_alerte
               WHERE alerte_status = 'C'
           END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SQL-GRV-COUNT TO WS-GRV-COUNT-ED.
           MOVE SQL-GRV-COUNT2 TO WS-GRV-COUNT2-ED.
           STRING 'Alertes a revoir : ' WS-GRV-COUNT-ED
               '   Gels confirmes : ' WS-GRV-COUNT2-ED
               DELIMITED BY SIZE INTO WS-GRV-COUNT-LINE.

           IF WS-GRV-QUEUE-COUNT = ZERO
               MOVE 'Aucune alerte gel des avoirs a revoir.'
                   TO WS-GRV-ERROR-MESSAGE
           END-IF.
       END-1000-RAFRAICHIR-LISTE.
           EXIT.

      ******************************************************************
      *    [RD] Formate une alerte dans sa ligne d'affichage (ADH      *
      *    adherent, BEN beneficiaire, PRA praticien ; correspondance  *
      *    par NOM ou par IBAN) et memorise sa cle pour le traitement  *
      *    par numero de ligne.                                        *
      ******************************************************************
       1100-AJOUTER-LIGNE.
           ADD 1 TO WS-GRV-QUEUE-COUNT.
           MOVE WS-GRV-QUEUE-COUNT TO WS-GRV-QUEUE-IDX.
           MOVE SQL-GRV-UUID
               TO WS-GRV-QUEUE-UUID(WS-GRV-QUEUE-IDX).
           MOVE SQL-GRV-OPERATOR
               TO WS-GRV-QUEUE-OPERATOR(WS-GRV-QUEUE-IDX).

           EVALUATE SQL-GRV-SUBJECT-TYPE
               WHEN 'A'   MOVE 'ADH' TO WS-GRV-TYPE-LABEL
               WHEN 'B'   MOVE 'BEN' TO WS-GRV-TYPE-LABEL
               WHEN OTHER MOVE 'PRA' TO WS-GRV-TYPE-LABEL
           END-EVALUATE.
           IF SQL-GRV-MATCH = 'I'
               MOVE 'IBAN' TO WS-GRV-MATCH-LABEL
           ELSE
               MOVE 'NOM' TO WS-GRV-MATCH-LABEL
           END-IF.

           MOVE SPACES TO WS-GRV-LINE-BUILT.
           STRING WS-GRV-QUEUE-IDX '. ' SQL-GRV-DATE ' '
               WS-GRV-TYPE-LABEL ' ' SQL-GRV-SUBJECT-NAME(1:26)
               ' ' SQL-GRV-SOURCE '/' SQL-GRV-GEL-REF(1:12) ' '
               SQL-GRV-GEL-NAME(1:26) ' ' WS-GRV-MATCH-LABEL ' '
               SQL-GRV-VERSION(1:10) ' ' SQL-GRV-ORIGIN
               DELIMITED BY SIZE INTO WS-GRV-LINE-BUILT.

           EVALUATE WS-GRV-QUEUE-IDX
               WHEN 1  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-1
               WHEN 2  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-2
               WHEN 3  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-3
               WHEN 4  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-4
               WHEN 5  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-5
               WHEN 6  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-6
               WHEN 7  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-7
               WHEN 8  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-8
               WHEN 9  MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-9
               WHEN 10 MOVE WS-GRV-LINE-BUILT TO WS-GRV-LINE-10
           END-EVALUATE.
       END-1100-AJOUTER-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre la decision sur l'alerte selectionnee :     *
      *    decision F ou C et justification obligatoires, decideur     *
      *    different de l'operateur qui a saisi la personne. La        *
      *    version en vigueur de la liste au jour de la decision est   *
      *    conservee avec la decision ; sans liste chargee pour la     *
      *    source, c'est la version de l'alerte.                       *
      ******************************************************************
       2000-TRAITER-LIGNE.
           MOVE SPACES TO WS-GRV-ERROR-MESSAGE.

           IF WS-GRV-SELECTED-LINE = ZERO
               OR WS-GRV-SELECTED-LINE > WS-GRV-QUEUE-COUNT
               MOVE 'Numero de ligne invalide.'
                   TO WS-GRV-ERROR-MESSAGE
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

           IF WS-GRV-DECISION NOT = 'F' AND WS-GRV-DECISION NOT = 'C'
               MOVE 'Decision invalide (attendu F ou C).'
                   TO WS-GRV-ERROR-MESSAGE
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

           IF WS-GRV-COMMENT = SPACES
               MOVE 'La justification de la decision est obligatoire.'
                   TO WS-GRV-ERROR-MESSAGE
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

      *    [RD] Quatre yeux : pas de decision sur sa propre saisie.
           IF WS-GRV-QUEUE-OPERATOR(WS-GRV-SELECTED-LINE)
               = LK-OPERATOR-ID
               MOVE 'Personne saisie par vous : second regard requis.'
                   TO WS-GRV-ERROR-MESSAGE
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

           MOVE WS-GRV-QUEUE-UUID(WS-GRV-SELECTED-LINE)
               TO SQL-GRV-UUID.
           MOVE LK-OPERATOR-ID TO SQL-GRV-REVIEWER.
           MOVE WS-GRV-DECISION TO SQL-GRV-STATUS.
           MOVE WS-GRV-COMMENT TO SQL-GRV-COMMENT.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-GRV-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT alerte_source, alerte_list_version
               INTO :SQL-GRV-SOURCE, :SQL-GRV-VERSION
               FROM gel_alerte
               WHERE uuid_alerte = :SQL-GRV-UUID
               AND alerte_status = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Alerte deja traitee, rafraichissez la liste.'
                   TO WS-GRV-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-TRAITER-LIGNE
           END-IF.

           MOVE SQL-GRV-VERSION TO SQL-GRV-REVIEW-VERSION.
           EXEC SQL
               SELECT COALESCE(MAX(gel_version), '')
               INTO :SQL-GRV-REVIEW-VERSION
               FROM gel_liste
               WHERE gel_source = :SQL-GRV-SOURCE
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-GRV-REVIEW-VERSION = SPACES
               MOVE SQL-GRV-VERSION TO SQL-GRV-REVIEW-VERSION
           END-IF.

           EXEC SQL
               UPDATE gel_alerte SET
                   alerte_status = :SQL-GRV-STATUS,
                   alerte_reviewer = :SQL-GRV-REVIEWER,
                   alerte_review_date = :SQL-GRV-TODAY,
                   alerte_review_version = :SQL-GRV-REVIEW-VERSION,
                   alerte_review_comment = :SQL-GRV-COMMENT
               WHERE uuid_alerte = :SQL-GRV-UUID
               AND alerte_status = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   IF WS-GRV-DECISION = 'C'
                       MOVE 'Gel confirme : paiements bloques.'
                           TO WS-GRV-ERROR-MESSAGE
                   ELSE
                       MOVE 'Faux positif enregistre.'
                           TO WS-GRV-ERROR-MESSAGE
                   END-IF
                   MOVE SPACES TO WS-GRV-COMMENT
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''enregistrement.'
                       TO WS-GRV-ERROR-MESSAGE
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-TRAITER-LIGNE.
           EXIT.
