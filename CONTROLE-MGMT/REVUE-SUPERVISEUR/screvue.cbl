      ******************************************************************
      *    [RD] Le programme 'screvue' porte l'ecran de revue          *
      *    superviseur des ecarts operateurs : les derogations de      *
      *    montant sur reclamation (scremb, scfileatt), les levees de  *
      *    retenue (scremb) et les derogations de periode comptable    *
      *    fermee (scperctl) sont deposees dans la table               *
      *    'revue_action' au statut 'A' (a revoir) et s'affichent ici, *
      *    les plus anciennes en tete, les escaladees signalees (cf.   *
      *    screvuerpt). Un gestionnaire vise chaque ligne : son        *
      *    identifiant et la date du visa sont conserves ('V'), et il  *
      *    ne peut pas viser ses propres actions. L'acces est reserve  *
      *    au role 'G' par le menu.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screvue.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] File des dix actions a revoir les plus anciennes :
      *    lignes d'affichage et cles correspondantes.
       01  WS-RVU-LINE-1              PIC X(120).
       01  WS-RVU-LINE-2              PIC X(120).
       01  WS-RVU-LINE-3              PIC X(120).
       01  WS-RVU-LINE-4              PIC X(120).
       01  WS-RVU-LINE-5              PIC X(120).
       01  WS-RVU-LINE-6              PIC X(120).
       01  WS-RVU-LINE-7              PIC X(120).
       01  WS-RVU-LINE-8              PIC X(120).
       01  WS-RVU-LINE-9              PIC X(120).
       01  WS-RVU-LINE-10             PIC X(120).
       01  WS-RVU-QUEUE.
           05 WS-RVU-QUEUE-ROW OCCURS 10 TIMES.
              10 WS-RVU-QUEUE-UUID     PIC X(36).
              10 WS-RVU-QUEUE-OPERATOR PIC X(08).
       01  WS-RVU-QUEUE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-RVU-QUEUE-IDX           PIC 9(02).
       01  WS-RVU-LINE-BUILT          PIC X(120).
       01  WS-RVU-COUNT-LINE          PIC X(70).
       01  WS-RVU-TYPE-LABEL          PIC X(09).
       01  WS-RVU-ESC-LABEL           PIC X(04).
       01  WS-RVU-COMPUTED-ED         PIC ZZZZ9.99.
       01  WS-RVU-GRANTED-ED          PIC ZZZZ9.99.

       01  WS-RVU-REFRESH-VALIDATION  PIC X(01).
       01  WS-RVU-SELECTED-LINE       PIC 9(02).
       01  WS-RVU-PROCESS-VALIDATION  PIC X(01).

       01  WS-RVU-ERROR-MESSAGE       PIC X(70).
       01  WS-RVU-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-RVU-UUID            PIC X(36).
       01  SQL-RVU-TYPE            PIC X(01).
       01  SQL-RVU-REF             PIC X(36).
       01  SQL-RVU-OPERATOR        PIC X(08).
       01  SQL-RVU-DATE            PIC X(10).
       01  SQL-RVU-COMPUTED        PIC S9(5)V99 COMP-3.
       01  SQL-RVU-GRANTED         PIC S9(5)V99 COMP-3.
       01  SQL-RVU-REASON          PIC X(40).
       01  SQL-RVU-ESCALADE        PIC X(10).
       01  SQL-RVU-LASTNAME        PIC X(20).
       01  SQL-RVU-REVIEWER        PIC X(08).
       01  SQL-RVU-TODAY           PIC X(10).
       01  SQL-RVU-PENDING         PIC 9(05).
       01  SQL-RVU-ESCALATED       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant du gestionnaire connecte, transmis par le
      *    menu (cf. menuuser) : c'est lui qui vise, il ne peut pas
      *    viser ses propres actions.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-revue.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche la file des actions a revoir, la
      * rafraichit ou vise la ligne selectionnee, jusqu'au retour au
      * menu.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-RVU-MENU-RETURN.
           MOVE SPACES TO WS-RVU-ERROR-MESSAGE.

           PERFORM 1000-RAFRAICHIR-LISTE
              THRU END-1000-RAFRAICHIR-LISTE.

           PERFORM UNTIL WS-RVU-MENU-RETURN = 'O'
               DISPLAY SCREEN-REVUE
               ACCEPT SCREEN-REVUE

               EVALUATE TRUE
                   WHEN WS-RVU-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-RVU-PROCESS-VALIDATION = 'O'
                       PERFORM 2000-VISER-LIGNE
                          THRU END-2000-VISER-LIGNE
                       PERFORM 1000-RAFRAICHIR-LISTE
                          THRU END-1000-RAFRAICHIR-LISTE
                   WHEN WS-RVU-REFRESH-VALIDATION = 'O'
                       PERFORM 1000-RAFRAICHIR-LISTE
                          THRU END-1000-RAFRAICHIR-LISTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Recharge les dix actions a revoir les plus anciennes,  *
      *    avec le nombre total en attente et le nombre d'escaladees.  *
      ******************************************************************
       1000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-RVU-LINE-1 WS-RVU-LINE-2 WS-RVU-LINE-3
               WS-RVU-LINE-4 WS-RVU-LINE-5 WS-RVU-LINE-6 WS-RVU-LINE-7
               WS-RVU-LINE-8 WS-RVU-LINE-9 WS-RVU-LINE-10.
           MOVE SPACES TO WS-RVU-QUEUE.
           MOVE SPACES TO WS-RVU-COUNT-LINE.
           MOVE ZERO TO WS-RVU-QUEUE-COUNT.
           MOVE SPACE TO WS-RVU-REFRESH-VALIDATION.
           MOVE SPACE TO WS-RVU-PROCESS-VALIDATION.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RVU-PENDING
               FROM revue_action
               WHERE revue_status = 'A'
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RVU-ESCALATED
               FROM revue_action
               WHERE revue_status = 'A'
               AND COALESCE(revue_escalade_date, '') != ''
           END-EXEC.

           STRING 'A revoir : ' SQL-RVU-PENDING
               ' dont escaladees : ' SQL-RVU-ESCALATED
               DELIMITED BY SIZE INTO WS-RVU-COUNT-LINE.

           EXEC SQL
               DECLARE CRSRVUQUEUE CURSOR FOR
               SELECT r.uuid_revue, r.revue_type, r.revue_ref,
                   r.revue_operator, r.revue_date,
                   COALESCE(r.revue_computed, 0),
                   COALESCE(r.revue_granted, 0),
                   COALESCE(r.revue_reason, ''),
                   COALESCE(r.revue_escalade_date, ''),
                   COALESCE(c.customer_lastname, '')
               FROM revue_action r
               LEFT JOIN customer c
                   ON c.uuid_customer = r.uuid_customer
               WHERE r.revue_status = 'A'
               ORDER BY r.revue_date, r.uuid_revue
               LIMIT 10
           END-EXEC.

           EXEC SQL OPEN CRSRVUQUEUE END-EXEC.

           EXEC SQL
               FETCH CRSRVUQUEUE
               INTO :SQL-RVU-UUID, :SQL-RVU-TYPE, :SQL-RVU-REF,
                   :SQL-RVU-OPERATOR, :SQL-RVU-DATE,
                   :SQL-RVU-COMPUTED, :SQL-RVU-GRANTED,
                   :SQL-RVU-REASON, :SQL-RVU-ESCALADE,
                   :SQL-RVU-LASTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-RVU-QUEUE-COUNT >= 10
               PERFORM 1100-AJOUTER-LIGNE
                  THRU END-1100-AJOUTER-LIGNE
               EXEC SQL
                   FETCH CRSRVUQUEUE
                   INTO :SQL-RVU-UUID, :SQL-RVU-TYPE, :SQL-RVU-REF,
                       :SQL-RVU-OPERATOR, :SQL-RVU-DATE,
                       :SQL-RVU-COMPUTED, :SQL-RVU-GRANTED,
                       :SQL-RVU-REASON, :SQL-RVU-ESCALADE,
                       :SQL-RVU-LASTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSRVUQUEUE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-RVU-QUEUE-COUNT = ZERO
               AND WS-RVU-ERROR-MESSAGE = SPACES
               MOVE 'Aucune action en attente de revue.'
                   TO WS-RVU-ERROR-MESSAGE
           END-IF.
       END-1000-RAFRAICHIR-LISTE.
           EXIT.

      ******************************************************************
      *    [RD] Formate une action dans sa ligne d'affichage et        *
      *    memorise sa cle pour le visa par numero de ligne. La        *
      *    derogation de periode porte le mois en reference, les       *
      *    autres le nom de l'adherent.                                *
      ******************************************************************
       1100-AJOUTER-LIGNE.
           ADD 1 TO WS-RVU-QUEUE-COUNT.
           MOVE WS-RVU-QUEUE-COUNT TO WS-RVU-QUEUE-IDX.
           MOVE SQL-RVU-UUID
               TO WS-RVU-QUEUE-UUID(WS-RVU-QUEUE-IDX).
           MOVE SQL-RVU-OPERATOR
               TO WS-RVU-QUEUE-OPERATOR(WS-RVU-QUEUE-IDX).

           EVALUATE SQL-RVU-TYPE
               WHEN 'O'
                   MOVE 'DEROG MT' TO WS-RVU-TYPE-LABEL
               WHEN 'L'
                   MOVE 'LEVEE RET' TO WS-RVU-TYPE-LABEL
               WHEN 'D'
                   MOVE 'DEROG PER' TO WS-RVU-TYPE-LABEL
                   MOVE SQL-RVU-REF TO SQL-RVU-LASTNAME
               WHEN OTHER
                   MOVE SQL-RVU-TYPE TO WS-RVU-TYPE-LABEL
           END-EVALUATE.

           IF SQL-RVU-ESCALADE NOT = SPACES
               MOVE 'ESC!' TO WS-RVU-ESC-LABEL
           ELSE
               MOVE SPACES TO WS-RVU-ESC-LABEL
           END-IF.

           MOVE SQL-RVU-COMPUTED TO WS-RVU-COMPUTED-ED.
           MOVE SQL-RVU-GRANTED TO WS-RVU-GRANTED-ED.

           MOVE SPACES TO WS-RVU-LINE-BUILT.
           STRING WS-RVU-QUEUE-IDX '. ' WS-RVU-ESC-LABEL ' '
               SQL-RVU-DATE ' ' WS-RVU-TYPE-LABEL ' '
               SQL-RVU-OPERATOR ' ' SQL-RVU-LASTNAME ' '
               WS-RVU-COMPUTED-ED '/' WS-RVU-GRANTED-ED ' '
               SQL-RVU-REASON
               DELIMITED BY SIZE INTO WS-RVU-LINE-BUILT.

           EVALUATE WS-RVU-QUEUE-IDX
               WHEN 1  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-1
               WHEN 2  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-2
               WHEN 3  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-3
               WHEN 4  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-4
               WHEN 5  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-5
               WHEN 6  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-6
               WHEN 7  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-7
               WHEN 8  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-8
               WHEN 9  MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-9
               WHEN 10 MOVE WS-RVU-LINE-BUILT TO WS-RVU-LINE-10
           END-EVALUATE.
       END-1100-AJOUTER-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Vise l'action selectionnee : le gestionnaire connecte  *
      *    doit etre different de l'operateur de l'action ; le visa    *
      *    porte son identifiant et la date du jour.                   *
      ******************************************************************
       2000-VISER-LIGNE.
           MOVE SPACES TO WS-RVU-ERROR-MESSAGE.

           IF WS-RVU-SELECTED-LINE = ZERO
               OR WS-RVU-SELECTED-LINE > WS-RVU-QUEUE-COUNT
               MOVE 'Numero de ligne invalide.'
                   TO WS-RVU-ERROR-MESSAGE
               GO TO END-2000-VISER-LIGNE
           END-IF.

      *    [RD] Pas d'auto-revue : un second regard est exige.
           IF WS-RVU-QUEUE-OPERATOR(WS-RVU-SELECTED-LINE)
               = LK-OPERATOR-ID
               MOVE 'Action faite par vous : second regard requis.'
                   TO WS-RVU-ERROR-MESSAGE
               GO TO END-2000-VISER-LIGNE
           END-IF.

           MOVE WS-RVU-QUEUE-UUID(WS-RVU-SELECTED-LINE)
               TO SQL-RVU-UUID.
           MOVE LK-OPERATOR-ID TO SQL-RVU-REVIEWER.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO SQL-RVU-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-RVU-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT revue_type INTO :SQL-RVU-TYPE
               FROM revue_action
               WHERE uuid_revue = :SQL-RVU-UUID
               AND revue_status = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Action deja visee, rafraichissez la liste.'
                   TO WS-RVU-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-VISER-LIGNE
           END-IF.

           EXEC SQL
               UPDATE revue_action SET
                   revue_status = 'V',
                   revue_reviewer = :SQL-RVU-REVIEWER,
                   revue_review_date = :SQL-RVU-TODAY
               WHERE uuid_revue = :SQL-RVU-UUID
               AND revue_status = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT WORK END-EXEC
                   STRING 'Ligne ' WS-RVU-SELECTED-LINE
                       ' visee par ' SQL-RVU-REVIEWER '.'
                       DELIMITED BY SIZE INTO WS-RVU-ERROR-MESSAGE
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                   MOVE 'Erreur lors de l''enregistrement du visa.'
                       TO WS-RVU-ERROR-MESSAGE
           END-EVALUATE.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-VISER-LIGNE.
           EXIT.
