      ******************************************************************
      *    [RD] Le programme 'screvuerpt' est le traitement batch      *
      *    hebdomadaire de revue des ecarts operateurs (table          *
      *    'revue_action', alimentee par scremb, scfileatt et          *
      *    scperctl). Il ecrit dans le fichier imprimable REVUEDEROG : *
      *    - les statistiques de l'equipe sur les sept derniers jours  *
      *      (decisions de reclamation, derogations de montant, taux   *
      *      de derogation, montant total deroge) ;                    *
      *    - par operateur, chaque derogation de montant (calcule      *
      *      contre accorde), chaque levee de retenue et chaque        *
      *      derogation de periode fermee de la semaine, avec le visa  *
      *      du gestionnaire ('vise par') ou la mention NON VISE, puis *
      *      son taux et son montant deroges -- signales quand ils     *
      *      depassent le double de la moyenne de l'equipe ;           *
      *    - les actions non visees depuis plus de 30 jours : elles    *
      *      sont escaladees (date d'escalade posee au premier         *
      *      signalement) et remontent en tete de l'ecran screvue.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screvuerpt.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable de la revue hebdomadaire.
           SELECT REVUE-FILE ASSIGN TO "REVUEDEROG"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVUE-FILE.
       01  REVUE-LINE                PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-NUM              PIC 9(08).
       01  WS-TODAY-INT              PIC 9(07).
       01  WS-RVR-CUTOFF-INT         PIC 9(07).
       01  WS-RVR-CUTOFF-NUM         PIC 9(08).
       01  WS-RVR-CUTOFF-DATE        PIC X(08).
       01  WS-RVR-ITEM-NUM           PIC 9(08).
       01  WS-RVR-ITEM-INT           PIC 9(07).
       01  WS-RVR-AGE-DAYS           PIC 9(05).
       01  WS-RVR-AGE-ED             PIC ZZZZ9.

      *    [RD] Seuils de signalement : un operateur est signale quand
      *    son taux de derogation ou son montant deroge depasse ce
      *    multiple de la moyenne de l'equipe ; une action non visee
      *    est escaladee au-dela de ce nombre de jours.
       01  WS-RVR-FLAG-FACTOR        PIC 9(01)V99 VALUE 2.
       01  WS-RVR-ESCALADE-DAYS      PIC 9(03) VALUE 30.
       01  WS-RVR-WEEK-DAYS          PIC 9(03) VALUE 6.

      *    [RD] Statistiques de l'equipe sur la semaine.
       01  WS-RVR-TEAM-DECISIONS     PIC 9(07) VALUE ZERO.
       01  WS-RVR-TEAM-OVERRIDES     PIC 9(07) VALUE ZERO.
       01  WS-RVR-TEAM-OPERATORS     PIC 9(05) VALUE ZERO.
       01  WS-RVR-TEAM-AMOUNT        PIC S9(07)V99 VALUE ZERO.
       01  WS-RVR-TEAM-RATE          PIC 9(03)V99 VALUE ZERO.
       01  WS-RVR-TEAM-AVG-AMOUNT    PIC S9(07)V99 VALUE ZERO.
       01  WS-RVR-RATE-LIMIT         PIC 9(05)V99.
       01  WS-RVR-AMOUNT-LIMIT       PIC S9(07)V99.

      *    [RD] Cumuls de l'operateur en cours (rupture).
       01  WS-RVR-OPERATOR-CUR       PIC X(08) VALUE SPACES.
       01  WS-RVR-OPER-DECISIONS     PIC 9(07).
       01  WS-RVR-OPER-OVERRIDES     PIC 9(07).
       01  WS-RVR-OPER-RELEASES      PIC 9(07).
       01  WS-RVR-OPER-DEROGATIONS   PIC 9(07).
       01  WS-RVR-OPER-UNREVIEWED    PIC 9(07).
       01  WS-RVR-OPER-AMOUNT        PIC S9(07)V99.
       01  WS-RVR-OPER-RATE          PIC 9(03)V99.
       01  WS-RVR-FLAG-LABEL         PIC X(40).

      *    [RD] Ligne d'action et zones editees.
       01  WS-RVR-TYPE-LABEL         PIC X(09).
       01  WS-RVR-SUBJECT            PIC X(20).
       01  WS-RVR-ECART              PIC S9(05)V99.
       01  WS-RVR-REVIEW-LABEL       PIC X(30).
       01  WS-RVR-COMPUTED-ED        PIC ZZZZ9.99.
       01  WS-RVR-GRANTED-ED         PIC ZZZZ9.99.
       01  WS-RVR-ECART-ED           PIC ZZZZ9.99.
       01  WS-RVR-AMOUNT-ED          PIC ZZZZZZ9.99.
       01  WS-RVR-RATE-ED            PIC ZZ9.99.
       01  WS-RVR-COUNT-ED           PIC ZZZZZZ9.
       01  WS-RVR-COUNT2-ED          PIC ZZZZZZ9.
       01  WS-RVR-COUNT3-ED          PIC ZZZZZZ9.

      *    [RD] Compteurs du passage.
       01  WS-RVR-WEEK-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-RVR-FLAGGED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RVR-ESCALADE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-RVR-NEW-ESC-COUNT      PIC 9(07) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'screvuerpt'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-RVR-TODAY         PIC X(10).
       01  SQL-RVR-WEEK-FROM     PIC X(10).
       01  SQL-RVR-CUTOFF        PIC X(10).

       01  SQL-RVR-COUNT         PIC 9(07).
       01  SQL-RVR-AMOUNT        PIC S9(7)V99 COMP-3.

       01  SQL-RVR-UUID          PIC X(36).
       01  SQL-RVR-TYPE          PIC X(01).
       01  SQL-RVR-REF           PIC X(36).
       01  SQL-RVR-OPERATOR      PIC X(08).
       01  SQL-RVR-DATE          PIC X(10).
       01  SQL-RVR-COMPUTED      PIC S9(5)V99 COMP-3.
       01  SQL-RVR-GRANTED       PIC S9(5)V99 COMP-3.
       01  SQL-RVR-REASON        PIC X(40).
       01  SQL-RVR-STATUS        PIC X(01).
       01  SQL-RVR-REVIEWER      PIC X(08).
       01  SQL-RVR-REVIEW-DATE   PIC X(10).
       01  SQL-RVR-ESCALADE      PIC X(10).
       01  SQL-RVR-LASTNAME      PIC X(20).
       01  SQL-RVR-FIRSTNAME     PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Calcule les bornes de la semaine et du delai d'escalade, ecrit
      * les statistiques de l'equipe, le detail par operateur puis
      * les escalades, et affiche les compteurs du passage.
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
           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-RVR-TODAY.

      *    [RD] Semaine = les sept derniers jours, aujourd'hui compris.
           COMPUTE WS-RVR-CUTOFF-INT = WS-TODAY-INT - WS-RVR-WEEK-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RVR-CUTOFF-INT)
               TO WS-RVR-CUTOFF-NUM.
           MOVE WS-RVR-CUTOFF-NUM TO WS-RVR-CUTOFF-DATE.
           STRING WS-RVR-CUTOFF-DATE(1:4) '-' WS-RVR-CUTOFF-DATE(5:2)
               '-' WS-RVR-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-RVR-WEEK-FROM.

      *    [RD] Escalade : action encore non visee, datee d'avant ce
      *    jour limite.
           COMPUTE WS-RVR-CUTOFF-INT =
               WS-TODAY-INT - WS-RVR-ESCALADE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RVR-CUTOFF-INT)
               TO WS-RVR-CUTOFF-NUM.
           MOVE WS-RVR-CUTOFF-NUM TO WS-RVR-CUTOFF-DATE.
           STRING WS-RVR-CUTOFF-DATE(1:4) '-' WS-RVR-CUTOFF-DATE(5:2)
               '-' WS-RVR-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-RVR-CUTOFF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT REVUE-FILE.

           MOVE SPACES TO REVUE-LINE.
           STRING 'REVUE HEBDOMADAIRE DES DEROGATIONS OPERATEURS DU '
               SQL-RVR-WEEK-FROM ' AU ' SQL-RVR-TODAY
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.
           MOVE SPACES TO REVUE-LINE.
           WRITE REVUE-LINE.

           PERFORM 1000-STATS-EQUIPE
              THRU END-1000-STATS-EQUIPE
           PERFORM 2000-ACTIONS-PAR-OPERATEUR
              THRU END-2000-ACTIONS-PAR-OPERATEUR
           PERFORM 3000-ESCALADES
              THRU END-3000-ESCALADES

           EXEC SQL COMMIT WORK END-EXEC.

           CLOSE REVUE-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Actions de la semaine    : " WS-RVR-WEEK-COUNT.
           DISPLAY "Operateurs signales      : " WS-RVR-FLAGGED-COUNT.
           DISPLAY "Actions a escalader      : " WS-RVR-ESCALADE-COUNT.
           DISPLAY "dont nouvelles escalades : " WS-RVR-NEW-ESC-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-RVR-WEEK-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Moyennes de l'equipe sur la semaine : decisions de     *
      *    reclamation et nombre d'operateurs decideurs, derogations   *
      *    de montant et montant deroge (ecart absolu entre calcule et *
      *    accorde). Elles servent de reference au signalement.        *
      ******************************************************************
       1000-STATS-EQUIPE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RVR-COUNT
               FROM remboursement
               WHERE remboursement_decision_date >= :SQL-RVR-WEEK-FROM
               AND remboursement_decision_date <= :SQL-RVR-TODAY
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-RVR-COUNT TO WS-RVR-TEAM-DECISIONS
           END-IF.

           EXEC SQL
               SELECT COUNT(DISTINCT remboursement_operator)
               INTO :SQL-RVR-COUNT
               FROM remboursement
               WHERE remboursement_decision_date >= :SQL-RVR-WEEK-FROM
               AND remboursement_decision_date <= :SQL-RVR-TODAY
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-RVR-COUNT TO WS-RVR-TEAM-OPERATORS
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(ABS(revue_granted - revue_computed)), 0)
               INTO :SQL-RVR-COUNT, :SQL-RVR-AMOUNT
               FROM revue_action
               WHERE revue_type = 'O'
               AND revue_date >= :SQL-RVR-WEEK-FROM
               AND revue_date <= :SQL-RVR-TODAY
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-RVR-COUNT TO WS-RVR-TEAM-OVERRIDES
               MOVE SQL-RVR-AMOUNT TO WS-RVR-TEAM-AMOUNT
           END-IF.

      *    [RD] Une derogation compte aussi comme decision : le
      *    dernier operateur porte sur la reclamation peut avoir
      *    change depuis (levee de retenue, mise en attente).
           IF WS-RVR-TEAM-DECISIONS < WS-RVR-TEAM-OVERRIDES
               MOVE WS-RVR-TEAM-OVERRIDES TO WS-RVR-TEAM-DECISIONS
           END-IF.
           IF WS-RVR-TEAM-OPERATORS = ZERO
               MOVE 1 TO WS-RVR-TEAM-OPERATORS
           END-IF.

           IF WS-RVR-TEAM-DECISIONS > ZERO
               COMPUTE WS-RVR-TEAM-RATE ROUNDED =
                   WS-RVR-TEAM-OVERRIDES * 100 / WS-RVR-TEAM-DECISIONS
           END-IF.
           COMPUTE WS-RVR-TEAM-AVG-AMOUNT ROUNDED =
               WS-RVR-TEAM-AMOUNT / WS-RVR-TEAM-OPERATORS.

           COMPUTE WS-RVR-RATE-LIMIT =
               WS-RVR-TEAM-RATE * WS-RVR-FLAG-FACTOR.
           COMPUTE WS-RVR-AMOUNT-LIMIT =
               WS-RVR-TEAM-AVG-AMOUNT * WS-RVR-FLAG-FACTOR.

           MOVE 'STATISTIQUES DE L''EQUIPE' TO REVUE-LINE.
           WRITE REVUE-LINE.

           MOVE WS-RVR-TEAM-DECISIONS TO WS-RVR-COUNT-ED.
           MOVE WS-RVR-TEAM-OVERRIDES TO WS-RVR-COUNT2-ED.
           MOVE WS-RVR-TEAM-RATE TO WS-RVR-RATE-ED.
           MOVE SPACES TO REVUE-LINE.
           STRING '  Decisions : ' WS-RVR-COUNT-ED
               '  derogations de montant : ' WS-RVR-COUNT2-ED
               '  taux : ' WS-RVR-RATE-ED ' %'
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           MOVE WS-RVR-TEAM-AMOUNT TO WS-RVR-AMOUNT-ED.
           MOVE WS-RVR-TEAM-OPERATORS TO WS-RVR-COUNT3-ED.
           MOVE SPACES TO REVUE-LINE.
           STRING '  Montant deroge : ' WS-RVR-AMOUNT-ED
               ' EUR  operateurs : ' WS-RVR-COUNT3-ED
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           MOVE WS-RVR-TEAM-AVG-AMOUNT TO WS-RVR-AMOUNT-ED.
           MOVE SPACES TO REVUE-LINE.
           STRING '  Moyenne par operateur : ' WS-RVR-AMOUNT-ED
               ' EUR  (signalement au-dela du double du taux ou de'
               ' la moyenne)'
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           MOVE SPACES TO REVUE-LINE.
           WRITE REVUE-LINE.
       END-1000-STATS-EQUIPE.
           EXIT.

      ******************************************************************
      *    [RD] Actions de la semaine, triees par operateur puis date, *
      *    avec un en-tete et une synthese par operateur.              *
      ******************************************************************
       2000-ACTIONS-PAR-OPERATEUR.
           MOVE 'ACTIONS DE LA SEMAINE PAR OPERATEUR' TO REVUE-LINE.
           WRITE REVUE-LINE.

           EXEC SQL
               DECLARE CRSRVRSEMAINE CURSOR FOR
               SELECT r.revue_type, r.revue_ref, r.revue_operator,
                   r.revue_date, COALESCE(r.revue_computed, 0),
                   COALESCE(r.revue_granted, 0),
                   COALESCE(r.revue_reason, ''), r.revue_status,
                   COALESCE(r.revue_reviewer, ''),
                   COALESCE(r.revue_review_date, ''),
                   COALESCE(c.customer_lastname, ''),
                   COALESCE(c.customer_firstname, '')
               FROM revue_action r
               LEFT JOIN customer c
                   ON c.uuid_customer = r.uuid_customer
               WHERE r.revue_date >= :SQL-RVR-WEEK-FROM
               AND r.revue_date <= :SQL-RVR-TODAY
               ORDER BY r.revue_operator, r.revue_date, r.revue_type
           END-EXEC.

           EXEC SQL OPEN CRSRVRSEMAINE END-EXEC.

           EXEC SQL
               FETCH CRSRVRSEMAINE
               INTO :SQL-RVR-TYPE, :SQL-RVR-REF, :SQL-RVR-OPERATOR,
                   :SQL-RVR-DATE, :SQL-RVR-COMPUTED,
                   :SQL-RVR-GRANTED, :SQL-RVR-REASON,
                   :SQL-RVR-STATUS, :SQL-RVR-REVIEWER,
                   :SQL-RVR-REVIEW-DATE, :SQL-RVR-LASTNAME,
                   :SQL-RVR-FIRSTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-ECRIRE-ACTION
                  THRU END-2100-ECRIRE-ACTION
               EXEC SQL
                   FETCH CRSRVRSEMAINE
                   INTO :SQL-RVR-TYPE, :SQL-RVR-REF,
                       :SQL-RVR-OPERATOR, :SQL-RVR-DATE,
                       :SQL-RVR-COMPUTED, :SQL-RVR-GRANTED,
                       :SQL-RVR-REASON, :SQL-RVR-STATUS,
                       :SQL-RVR-REVIEWER, :SQL-RVR-REVIEW-DATE,
                       :SQL-RVR-LASTNAME, :SQL-RVR-FIRSTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSRVRSEMAINE END-EXEC.

           IF WS-RVR-OPERATOR-CUR NOT = SPACES
               PERFORM 2200-SYNTHESE-OPERATEUR
                  THRU END-2200-SYNTHESE-OPERATEUR
           END-IF.

           IF WS-RVR-WEEK-COUNT = ZERO
               MOVE '  Aucune action sur la semaine.' TO REVUE-LINE
               WRITE REVUE-LINE
           END-IF.

           MOVE SPACES TO REVUE-LINE.
           WRITE REVUE-LINE.
       END-2000-ACTIONS-PAR-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une action avec rupture sur l'operateur : nature,*
      *    sujet (adherent ou periode), calcule / accorde et ecart,    *
      *    motif, puis le visa du gestionnaire ou NON VISE.            *
      ******************************************************************
       2100-ECRIRE-ACTION.
           IF SQL-RVR-OPERATOR NOT = WS-RVR-OPERATOR-CUR
               IF WS-RVR-OPERATOR-CUR NOT = SPACES
                   PERFORM 2200-SYNTHESE-OPERATEUR
                      THRU END-2200-SYNTHESE-OPERATEUR
               END-IF
               MOVE SQL-RVR-OPERATOR TO WS-RVR-OPERATOR-CUR
               MOVE ZERO TO WS-RVR-OPER-OVERRIDES
               MOVE ZERO TO WS-RVR-OPER-RELEASES
               MOVE ZERO TO WS-RVR-OPER-DEROGATIONS
               MOVE ZERO TO WS-RVR-OPER-UNREVIEWED
               MOVE ZERO TO WS-RVR-OPER-AMOUNT
               MOVE SPACES TO REVUE-LINE
               WRITE REVUE-LINE
               STRING 'OPERATEUR ' SQL-RVR-OPERATOR
                   DELIMITED BY SIZE INTO REVUE-LINE
               WRITE REVUE-LINE
           END-IF.

           ADD 1 TO WS-RVR-WEEK-COUNT.

           MOVE ZERO TO WS-RVR-ECART.
           EVALUATE SQL-RVR-TYPE
               WHEN 'O'
                   MOVE 'DEROG MT' TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
                   COMPUTE WS-RVR-ECART =
                       SQL-RVR-GRANTED - SQL-RVR-COMPUTED
                   IF WS-RVR-ECART < ZERO
                       COMPUTE WS-RVR-ECART = ZERO - WS-RVR-ECART
                   END-IF
                   ADD 1 TO WS-RVR-OPER-OVERRIDES
                   ADD WS-RVR-ECART TO WS-RVR-OPER-AMOUNT
               WHEN 'L'
                   MOVE 'LEVEE RET' TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
                   ADD 1 TO WS-RVR-OPER-RELEASES
               WHEN 'D'
                   MOVE 'DEROG PER' TO WS-RVR-TYPE-LABEL
                   MOVE SPACES TO WS-RVR-SUBJECT
                   STRING 'periode ' SQL-RVR-REF(1:7)
                       DELIMITED BY SIZE INTO WS-RVR-SUBJECT
                   ADD 1 TO WS-RVR-OPER-DEROGATIONS
               WHEN OTHER
                   MOVE SQL-RVR-TYPE TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
           END-EVALUATE.

           MOVE SPACES TO WS-RVR-REVIEW-LABEL.
           IF SQL-RVR-STATUS = 'V'
               STRING 'vise par ' SQL-RVR-REVIEWER ' le '
                   SQL-RVR-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-RVR-REVIEW-LABEL
           ELSE
               MOVE 'NON VISE' TO WS-RVR-REVIEW-LABEL
               ADD 1 TO WS-RVR-OPER-UNREVIEWED
           END-IF.

           MOVE SQL-RVR-COMPUTED TO WS-RVR-COMPUTED-ED.
           MOVE SQL-RVR-GRANTED TO WS-RVR-GRANTED-ED.
           MOVE WS-RVR-ECART TO WS-RVR-ECART-ED.

           MOVE SPACES TO REVUE-LINE.
           STRING '  ' SQL-RVR-DATE ' ' WS-RVR-TYPE-LABEL ' '
               WS-RVR-SUBJECT ' calcule ' WS-RVR-COMPUTED-ED
               ' accorde ' WS-RVR-GRANTED-ED ' ecart '
               WS-RVR-ECART-ED ' ' WS-RVR-REVIEW-LABEL
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           IF SQL-RVR-REASON NOT = SPACES
               MOVE SPACES TO REVUE-LINE
               STRING '    motif : ' SQL-RVR-REASON
                   DELIMITED BY SIZE INTO REVUE-LINE
               WRITE REVUE-LINE
           END-IF.
       END-2100-ECRIRE-ACTION.
           EXIT.

      ******************************************************************
      *    [RD] Synthese de l'operateur : decisions de la semaine,     *
      *    derogations, taux et montant deroges, compares au double de *
      *    la moyenne de l'equipe.                                     *
      ******************************************************************
       2200-SYNTHESE-OPERATEUR.
           MOVE WS-RVR-OPERATOR-CUR TO SQL-RVR-OPERATOR.
           MOVE ZERO TO WS-RVR-OPER-DECISIONS.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RVR-COUNT
               FROM remboursement
               WHERE remboursement_operator = :SQL-RVR-OPERATOR
               AND remboursement_decision_date >= :SQL-RVR-WEEK-FROM
               AND remboursement_decision_date <= :SQL-RVR-TODAY
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-RVR-COUNT TO WS-RVR-OPER-DECISIONS
           END-IF.
           IF WS-RVR-OPER-DECISIONS < WS-RVR-OPER-OVERRIDES
               MOVE WS-RVR-OPER-OVERRIDES TO WS-RVR-OPER-DECISIONS
           END-IF.

           MOVE ZERO TO WS-RVR-OPER-RATE.
           IF WS-RVR-OPER-DECISIONS > ZERO
               COMPUTE WS-RVR-OPER-RATE ROUNDED =
                   WS-RVR-OPER-OVERRIDES * 100 / WS-RVR-OPER-DECISIONS
           END-IF.

           MOVE SPACES TO WS-RVR-FLAG-LABEL.
           EVALUATE TRUE
               WHEN WS-RVR-OPER-OVERRIDES = ZERO
                   CONTINUE
               WHEN WS-RVR-OPER-RATE > WS-RVR-RATE-LIMIT
                   AND WS-RVR-OPER-AMOUNT > WS-RVR-AMOUNT-LIMIT
                   MOVE '*** A SURVEILLER : TAUX ET MONTANT'
                       TO WS-RVR-FLAG-LABEL
               WHEN WS-RVR-OPER-RATE > WS-RVR-RATE-LIMIT
                   MOVE '*** A SURVEILLER : TAUX'
                       TO WS-RVR-FLAG-LABEL
               WHEN WS-RVR-OPER-AMOUNT > WS-RVR-AMOUNT-LIMIT
                   MOVE '*** A SURVEILLER : MONTANT'
                       TO WS-RVR-FLAG-LABEL
           END-EVALUATE.
           IF WS-RVR-FLAG-LABEL NOT = SPACES
               ADD 1 TO WS-RVR-FLAGGED-COUNT
           END-IF.

           MOVE WS-RVR-OPER-DECISIONS TO WS-RVR-COUNT-ED.
           MOVE WS-RVR-OPER-OVERRIDES TO WS-RVR-COUNT2-ED.
           MOVE WS-RVR-OPER-RATE TO WS-RVR-RATE-ED.
           MOVE WS-RVR-OPER-AMOUNT TO WS-RVR-AMOUNT-ED.
           MOVE SPACES TO REVUE-LINE.
           STRING '  Synthese ' WS-RVR-OPERATOR-CUR ' : decisions '
               WS-RVR-COUNT-ED ' derogations ' WS-RVR-COUNT2-ED
               ' taux ' WS-RVR-RATE-ED ' % montant deroge '
               WS-RVR-AMOUNT-ED ' EUR ' WS-RVR-FLAG-LABEL
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           MOVE WS-RVR-OPER-RELEASES TO WS-RVR-COUNT-ED.
           MOVE WS-RVR-OPER-DEROGATIONS TO WS-RVR-COUNT2-ED.
           MOVE WS-RVR-OPER-UNREVIEWED TO WS-RVR-COUNT3-ED.
           MOVE SPACES TO REVUE-LINE.
           STRING '  Levees de retenue ' WS-RVR-COUNT-ED
               ' derogations de periode ' WS-RVR-COUNT2-ED
               ' non visees ' WS-RVR-COUNT3-ED
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.
       END-2200-SYNTHESE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Actions non visees depuis plus de 30 jours, toutes     *
      *    semaines confondues : listees avec leur anciennete, et      *
      *    datees d'escalade au premier signalement.                   *
      ******************************************************************
       3000-ESCALADES.
           MOVE SPACES TO REVUE-LINE.
           STRING 'ESCALADE - ACTIONS NON VISEES DEPUIS PLUS DE '
               WS-RVR-ESCALADE-DAYS ' JOURS'
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.

           EXEC SQL
               DECLARE CRSRVRESCALADE CURSOR FOR
               SELECT r.uuid_revue, r.revue_type, r.revue_ref,
                   r.revue_operator, r.revue_date,
                   COALESCE(r.revue_computed, 0),
                   COALESCE(r.revue_granted, 0),
                   COALESCE(r.revue_reason, ''),
                   COALESCE(r.revue_escalade_date, ''),
                   COALESCE(c.customer_lastname, ''),
                   COALESCE(c.customer_firstname, '')
               FROM revue_action r
               LEFT JOIN customer c
                   ON c.uuid_customer = r.uuid_customer
               WHERE r.revue_status = 'A'
               AND r.revue_date < :SQL-RVR-CUTOFF
               ORDER BY r.revue_date, r.revue_operator
           END-EXEC.

           EXEC SQL OPEN CRSRVRESCALADE END-EXEC.

           EXEC SQL
               FETCH CRSRVRESCALADE
               INTO :SQL-RVR-UUID, :SQL-RVR-TYPE, :SQL-RVR-REF,
                   :SQL-RVR-OPERATOR, :SQL-RVR-DATE,
                   :SQL-RVR-COMPUTED, :SQL-RVR-GRANTED,
                   :SQL-RVR-REASON, :SQL-RVR-ESCALADE,
                   :SQL-RVR-LASTNAME, :SQL-RVR-FIRSTNAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 3100-ECRIRE-ESCALADE
                  THRU END-3100-ECRIRE-ESCALADE
               EXEC SQL
                   FETCH CRSRVRESCALADE
                   INTO :SQL-RVR-UUID, :SQL-RVR-TYPE, :SQL-RVR-REF,
                       :SQL-RVR-OPERATOR, :SQL-RVR-DATE,
                       :SQL-RVR-COMPUTED, :SQL-RVR-GRANTED,
                       :SQL-RVR-REASON, :SQL-RVR-ESCALADE,
                       :SQL-RVR-LASTNAME, :SQL-RVR-FIRSTNAME
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSRVRESCALADE END-EXEC.

           IF WS-RVR-ESCALADE-COUNT = ZERO
               MOVE '  Aucune action a escalader.' TO REVUE-LINE
               WRITE REVUE-LINE
           END-IF.
       END-3000-ESCALADES.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une action a escalader (anciennete en jours,     *
      *    NOUVELLE au premier signalement) et pose sa date            *
      *    d'escalade si elle ne l'etait pas encore.                   *
      ******************************************************************
       3100-ECRIRE-ESCALADE.
           ADD 1 TO WS-RVR-ESCALADE-COUNT.

           MOVE ZERO TO WS-RVR-AGE-DAYS.
           STRING SQL-RVR-DATE(1:4) SQL-RVR-DATE(6:2)
               SQL-RVR-DATE(9:2)
               DELIMITED BY SIZE INTO WS-RVR-CUTOFF-DATE.
           IF WS-RVR-CUTOFF-DATE IS NUMERIC
               MOVE WS-RVR-CUTOFF-DATE TO WS-RVR-ITEM-NUM
               COMPUTE WS-RVR-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RVR-ITEM-NUM)
               COMPUTE WS-RVR-AGE-DAYS =
                   WS-TODAY-INT - WS-RVR-ITEM-INT
           END-IF.
           MOVE WS-RVR-AGE-DAYS TO WS-RVR-AGE-ED.

           EVALUATE SQL-RVR-TYPE
               WHEN 'O'
                   MOVE 'DEROG MT' TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
               WHEN 'L'
                   MOVE 'LEVEE RET' TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
               WHEN 'D'
                   MOVE 'DEROG PER' TO WS-RVR-TYPE-LABEL
                   MOVE SPACES TO WS-RVR-SUBJECT
                   STRING 'periode ' SQL-RVR-REF(1:7)
                       DELIMITED BY SIZE INTO WS-RVR-SUBJECT
               WHEN OTHER
                   MOVE SQL-RVR-TYPE TO WS-RVR-TYPE-LABEL
                   MOVE SQL-RVR-LASTNAME TO WS-RVR-SUBJECT
           END-EVALUATE.

           IF SQL-RVR-ESCALADE = SPACES
               MOVE 'NOUVELLE' TO WS-RVR-REVIEW-LABEL
               ADD 1 TO WS-RVR-NEW-ESC-COUNT
               EXEC SQL
                   UPDATE revue_action
                   SET revue_escalade_date = :SQL-RVR-TODAY
                   WHERE uuid_revue = :SQL-RVR-UUID
               END-EXEC
           ELSE
               MOVE SPACES TO WS-RVR-REVIEW-LABEL
               STRING 'escaladee le ' SQL-RVR-ESCALADE
                   DELIMITED BY SIZE INTO WS-RVR-REVIEW-LABEL
           END-IF.

           MOVE SQL-RVR-COMPUTED TO WS-RVR-COMPUTED-ED.
           MOVE SQL-RVR-GRANTED TO WS-RVR-GRANTED-ED.

           MOVE SPACES TO REVUE-LINE.
           STRING '  ' SQL-RVR-DATE ' (' WS-RVR-AGE-ED 'j) '
               SQL-RVR-OPERATOR ' ' WS-RVR-TYPE-LABEL ' '
               WS-RVR-SUBJECT ' calcule ' WS-RVR-COMPUTED-ED
               ' accorde ' WS-RVR-GRANTED-ED ' '
               WS-RVR-REVIEW-LABEL
               DELIMITED BY SIZE INTO REVUE-LINE.
           WRITE REVUE-LINE.
       END-3100-ECRIRE-ESCALADE.
           EXIT.
