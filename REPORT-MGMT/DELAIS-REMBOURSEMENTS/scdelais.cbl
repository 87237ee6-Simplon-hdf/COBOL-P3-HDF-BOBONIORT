      ******************************************************************
      *    [RD] Le programme 'scdelais' est le traitement batch        *
      *    mensuel du suivi des delais de traitement des reclamations  *
      *    et de la productivite des operateurs, pendant historique de *
      *    l'anciennete instantanee affichee par scfileatt. Sur les    *
      *    douze derniers mois complets, il ecrit dans le fichier      *
      *    imprimable DELAISREMB, mois par mois et par canal (saisie   *
      *    ecran scremb ou flux CPAM sccpamimp, puis total) :          *
      *    - la mediane et le 90e centile des jours de la reception    *
      *      (date de saisie ou de chargement, a defaut date de soin)  *
      *      a la decision, rangees au mois de la decision, et de la   *
      *      decision au paiement, rangees au mois du paiement ;       *
      *    - la part des reclamations reglees (payees, ou refusees)    *
      *      dans l'engagement de 15 jours depuis la reception ;       *
      *    - les taux d'acceptation, de refus et de derogation des     *
      *      decisions du mois ;                                       *
      *    - a part, le temps passe en attente de pieces ('W', de la   *
      *      mise en attente a la reprise ou a la decision) et en      *
      *      retenue pour impaye ou entente ('H', de la reception a    *
      *      la liberation) par les reclamations decidees du mois.     *
      *    Suivent, par operateur (remboursement_operator), les        *
      *    decisions des douze mois avec les memes taux et le nombre   *
      *    de decisions mois par mois. Les regularisations de          *
      *    cotisation de scdeces sont exclues.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdelais.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable du suivi des delais.
           SELECT DELAIS-FILE ASSIGN TO "DELAISREMB"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELAIS-FILE.
       01  DELAIS-LINE               PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-DLS-YEAR               PIC 9(04).
       01  WS-DLS-MONTH              PIC 9(02).
       01  WS-DLS-START-ABS          PIC 9(06) COMP.
       01  WS-DLS-ITEM-ABS           PIC 9(06) COMP.

      *    [RD] Engagement de reglement en jours depuis la reception,
      *    et derniere case des histogrammes de jours (au-dela, la
      *    duree est rangee dans cette case et affichee 120+).
       01  WS-DLS-COMMIT-DAYS        PIC 9(03) VALUE 15.
       01  WS-DLS-MAX-DAYS           PIC 9(03) VALUE 120.

       01  WS-DLS-MX                 PIC 9(03) COMP.
       01  WS-DLS-CX                 PIC 9(03) COMP.
       01  WS-DLS-KX                 PIC 9(03) COMP.
       01  WS-DLS-BX                 PIC 9(03) COMP.
       01  WS-DLS-OX                 PIC 9(03) COMP.
       01  WS-DLS-CHANNEL            PIC 9(01).
       01  WS-DLS-POS                PIC 9(03) COMP.

      *    [RD] Mois de la fenetre (AAAA-MM), du plus ancien au mois
      *    precedent le passage, pre-remplis comme dans sctriangle.
       01  WS-DLS-MONTH-TABLE.
           05 WS-DLS-MONTH-KEY OCCURS 12 TIMES PIC X(07).

      *    [RD] Une case par mois et par canal (1 ecran, 2 flux CPAM,
      *    3 total), rang = (mois - 1) x 3 + canal. Pour chacune,
      *    quatre mesures en jours (1 reception-decision, 2
      *    decision-paiement, 3 attente de pieces, 4 retenue) avec
      *    leur histogramme de 0 a 120 jours, et les compteurs de
      *    decisions et de reglements.
       01  WS-DLS-CELLS.
           05 WS-DLS-CELL OCCURS 36 TIMES.
              10 WS-DLS-DECISIONS    PIC 9(07) COMP.
              10 WS-DLS-ACCEPTED     PIC 9(07) COMP.
              10 WS-DLS-REFUSED      PIC 9(07) COMP.
              10 WS-DLS-OVERRIDES    PIC 9(07) COMP.
              10 WS-DLS-SETTLED      PIC 9(07) COMP.
              10 WS-DLS-WITHIN       PIC 9(07) COMP.
              10 WS-DLS-MEASURE OCCURS 4 TIMES.
                 15 WS-DLS-M-COUNT   PIC 9(07) COMP.
                 15 WS-DLS-M-SUM     PIC 9(09) COMP.
                 15 WS-DLS-M-HISTO   PIC 9(07) COMP OCCURS 121 TIMES.

      *    [RD] Operateurs : cinquante au plus, les suivants sont
      *    cumules sur la derniere ligne (AUTRES).
       01  WS-DLS-OPR-MAX            PIC 9(03) COMP VALUE 50.
       01  WS-DLS-OPR-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-DLS-OPERATORS.
           05 WS-DLS-OPR OCCURS 50 TIMES.
              10 WS-DLS-OPR-CODE     PIC X(08).
              10 WS-DLS-OPR-DECISIONS PIC 9(07) COMP.
              10 WS-DLS-OPR-ACCEPTED PIC 9(07) COMP.
              10 WS-DLS-OPR-REFUSED  PIC 9(07) COMP.
              10 WS-DLS-OPR-OVERRIDES PIC 9(07) COMP.
              10 WS-DLS-OPR-MONTH    PIC 9(05) COMP OCCURS 12 TIMES.

      *    [RD] Reclamation en cours : indices de mois, dates en jours.
       01  WS-DLS-DEC-MX             PIC 9(03) COMP.
       01  WS-DLS-PAID-MX            PIC 9(03) COMP.
       01  WS-DLS-RECEIPT-INT        PIC 9(07).
       01  WS-DLS-DECISION-INT       PIC 9(07).
       01  WS-DLS-PAID-INT           PIC 9(07).
       01  WS-DLS-WAIT-INT           PIC 9(07).
       01  WS-DLS-WAIT-END-INT       PIC 9(07).
       01  WS-DLS-RELEASE-INT        PIC 9(07).
       01  WS-DLS-DAYS               PIC S9(07).
       01  WS-DLS-OVERRIDE-FLAG      PIC X(01).

      *    [RD] Conversion d'une date AAAA-MM-JJ en jour entier.
       01  WS-DLS-ITEM-DATE          PIC X(10).
       01  WS-DLS-ITEM-ALPHA.
           05 WS-DLS-ITEM-YYYY       PIC X(04).
           05 WS-DLS-ITEM-MM         PIC X(02).
           05 WS-DLS-ITEM-DD         PIC X(02).
       01  WS-DLS-ITEM-NUM REDEFINES WS-DLS-ITEM-ALPHA
                                     PIC 9(08).
       01  WS-DLS-ITEM-PARTS REDEFINES WS-DLS-ITEM-ALPHA.
           05 WS-DLS-ITEM-YYYY-N     PIC 9(04).
           05 WS-DLS-ITEM-MM-N       PIC 9(02).
           05 WS-DLS-ITEM-DD-N       PIC 9(02).
       01  WS-DLS-ITEM-INT           PIC 9(07).

      *    [RD] Centiles lus dans l'histogramme d'une mesure.
       01  WS-DLS-PCT                PIC 9(03).
       01  WS-DLS-TARGET             PIC 9(07) COMP.
       01  WS-DLS-CUMUL              PIC 9(07) COMP.
       01  WS-DLS-PCT-TEXT           PIC X(04).
       01  WS-DLS-PCT-ED             PIC ZZ9.

      *    [RD] Zones editees de la ligne imprimee.
       01  WS-DLS-CHANNEL-LABEL      PIC X(06).
       01  WS-DLS-RATE               PIC 9(03)V99.
       01  WS-DLS-AVG                PIC 9(03)V9.
       01  WS-DLS-DECISIONS-ED       PIC ZZZZZ9.
       01  WS-DLS-SETTLED-ED         PIC ZZZZZ9.
       01  WS-DLS-WITHIN-ED          PIC ZZ9.99.
       01  WS-DLS-ACC-ED             PIC ZZ9.99.
       01  WS-DLS-REF-ED             PIC ZZ9.99.
       01  WS-DLS-DER-ED             PIC ZZ9.99.
       01  WS-DLS-M1-MED             PIC X(04).
       01  WS-DLS-M1-P90             PIC X(04).
       01  WS-DLS-M2-MED             PIC X(04).
       01  WS-DLS-M2-P90             PIC X(04).
       01  WS-DLS-W-COUNT-ED         PIC ZZZZZ9.
       01  WS-DLS-W-AVG-ED           PIC ZZ9.9.
       01  WS-DLS-W-MED              PIC X(04).
       01  WS-DLS-H-COUNT-ED         PIC ZZZZZ9.
       01  WS-DLS-H-AVG-ED           PIC ZZ9.9.
       01  WS-DLS-H-MED              PIC X(04).
       01  WS-DLS-MONTH-COUNT-ED     PIC ZZZZ9.

      *    [RD] Compteurs du passage.
       01  WS-DLS-READ-COUNT         PIC 9(07) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scdelais'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-DLS-TODAY         PIC X(10).
       01  SQL-DLS-FROM          PIC X(10).
       01  SQL-DLS-TO            PIC X(10).

       01  SQL-DLS-ENTRY-DATE    PIC X(10).
       01  SQL-DLS-CHANNEL       PIC X(01).
       01  SQL-DLS-CARE-DATE     PIC X(10).
       01  SQL-DLS-DECISION-DATE PIC X(10).
       01  SQL-DLS-PAID-DATE     PIC X(10).
       01  SQL-DLS-STATUS        PIC X(01).
       01  SQL-DLS-WAIT-DATE     PIC X(10).
       01  SQL-DLS-WAIT-END-DATE PIC X(10).
       01  SQL-DLS-RELEASE-DATE  PIC X(10).
       01  SQL-DLS-OPERATOR      PIC X(08).
       01  SQL-DLS-OVERRIDE      PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Calcule la fenetre des douze mois complets, range chaque
      * reclamation decidee ou payee dans la fenetre, puis ecrit les
      * delais par mois et par canal et la productivite par operateur.
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
               DELIMITED BY SIZE INTO SQL-DLS-TODAY.

           PERFORM 1000-PREPARER-FENETRE
              THRU END-1000-PREPARER-FENETRE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 2000-LIRE-RECLAMATIONS
              THRU END-2000-LIRE-RECLAMATIONS.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           OPEN OUTPUT DELAIS-FILE.

           MOVE SPACES TO DELAIS-LINE.
           STRING 'DELAIS DE TRAITEMENT DES RECLAMATIONS DE '
               WS-DLS-MONTH-KEY(1) ' A ' WS-DLS-MONTH-KEY(12)
               ' - ETABLI LE ' SQL-DLS-TODAY
               DELIMITED BY SIZE INTO DELAIS-LINE.
           WRITE DELAIS-LINE.
           MOVE SPACES TO DELAIS-LINE.
           WRITE DELAIS-LINE.

           PERFORM 4000-ECRIRE-DELAIS
              THRU END-4000-ECRIRE-DELAIS.
           PERFORM 5000-ECRIRE-OPERATEURS
              THRU END-5000-ECRIRE-OPERATEURS.

           CLOSE DELAIS-FILE.

           DISPLAY "Reclamations lues        : " WS-DLS-READ-COUNT.
           DISPLAY "Operateurs               : " WS-DLS-OPR-COUNT.

           MOVE WS-DLS-READ-COUNT TO WS-BATCH-COUNT.
           MOVE 'E' TO WS-BATCH-FUNCTION.
           CALL 'scbatchctl' USING WS-BATCH-NAME, WS-BATCH-FUNCTION,
               WS-BATCH-COUNT, WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Fenetre des douze mois complets qui precedent le mois  *
      *    du passage : cles AAAA-MM, bornes SQL (premier jour du      *
      *    plus ancien mois inclus, premier jour du mois courant       *
      *    exclu) et remise a zero des cumuls.                         *
      ******************************************************************
       1000-PREPARER-FENETRE.
           INITIALIZE WS-DLS-CELLS.
           INITIALIZE WS-DLS-OPERATORS.

           MOVE WS-TODAY(1:4) TO WS-DLS-YEAR.
           MOVE WS-TODAY(5:2) TO WS-DLS-MONTH.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-01'
               DELIMITED BY SIZE INTO SQL-DLS-TO.

           SUBTRACT 1 FROM WS-DLS-YEAR.
           COMPUTE WS-DLS-START-ABS = WS-DLS-YEAR * 12 + WS-DLS-MONTH.

           PERFORM VARYING WS-DLS-MX FROM 1 BY 1 UNTIL WS-DLS-MX > 12
               STRING WS-DLS-YEAR '-' WS-DLS-MONTH
                   DELIMITED BY SIZE INTO WS-DLS-MONTH-KEY(WS-DLS-MX)
               IF WS-DLS-MONTH = 12
                   MOVE 1 TO WS-DLS-MONTH
                   ADD 1 TO WS-DLS-YEAR
               ELSE
                   ADD 1 TO WS-DLS-MONTH
               END-IF
           END-PERFORM.

           STRING WS-DLS-MONTH-KEY(1) '-01'
               DELIMITED BY SIZE INTO SQL-DLS-FROM.
       END-1000-PREPARER-FENETRE.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les reclamations decidees ou payees dans la   *
      *    fenetre, hors regularisations de cotisation au deces.       *
      ******************************************************************
       2000-LIRE-RECLAMATIONS.
           EXEC SQL
               DECLARE CRSDELAIS CURSOR FOR
               SELECT COALESCE(remboursement_entry_date, ''),
                   COALESCE(remboursement_channel, 'E'),
                   remboursement_care_date,
                   COALESCE(remboursement_decision_date, ''),
                   COALESCE(remboursement_paid_date, ''),
                   remboursement_status,
                   COALESCE(remboursement_wait_date, ''),
                   COALESCE(remboursement_wait_end_date, ''),
                   COALESCE(remboursement_release_date, ''),
                   COALESCE(remboursement_operator, ''),
                   COALESCE(remboursement_override_reason, '')
               FROM remboursement
               WHERE remboursement_provider != 'REGUL COTIS DECES'
               AND ((remboursement_decision_date >= :SQL-DLS-FROM
                     AND remboursement_decision_date < :SQL-DLS-TO)
                    OR (remboursement_paid_date >= :SQL-DLS-FROM
                     AND remboursement_paid_date < :SQL-DLS-TO))
           END-EXEC.

           EXEC SQL OPEN CRSDELAIS END-EXEC.

           EXEC SQL
               FETCH CRSDELAIS
               INTO :SQL-DLS-ENTRY-DATE, :SQL-DLS-CHANNEL,
                   :SQL-DLS-CARE-DATE, :SQL-DLS-DECISION-DATE,
                   :SQL-DLS-PAID-DATE, :SQL-DLS-STATUS,
                   :SQL-DLS-WAIT-DATE, :SQL-DLS-WAIT-END-DATE,
                   :SQL-DLS-RELEASE-DATE, :SQL-DLS-OPERATOR,
                   :SQL-DLS-OVERRIDE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-DLS-READ-COUNT
               PERFORM 2100-RANGER-RECLAMATION
                  THRU END-2100-RANGER-RECLAMATION
               EXEC SQL
                   FETCH CRSDELAIS
                   INTO :SQL-DLS-ENTRY-DATE, :SQL-DLS-CHANNEL,
                       :SQL-DLS-CARE-DATE, :SQL-DLS-DECISION-DATE,
                       :SQL-DLS-PAID-DATE, :SQL-DLS-STATUS,
                       :SQL-DLS-WAIT-DATE, :SQL-DLS-WAIT-END-DATE,
                       :SQL-DLS-RELEASE-DATE, :SQL-DLS-OPERATOR,
                       :SQL-DLS-OVERRIDE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSDELAIS END-EXEC.
       END-2000-LIRE-RECLAMATIONS.
           EXIT.

      ******************************************************************
      *    [RD] Range une reclamation : dates en jours, canal, mois    *
      *    de decision et mois de paiement dans la fenetre, puis cote  *
      *    decision (2200) et cote paiement (2300). Une reclamation    *
      *    anterieure a la date de saisie part de sa date de soin.     *
      ******************************************************************
       2100-RANGER-RECLAMATION.
           IF SQL-DLS-CHANNEL = 'C'
               MOVE 2 TO WS-DLS-CHANNEL
           ELSE
               MOVE 1 TO WS-DLS-CHANNEL
           END-IF.

           MOVE SQL-DLS-ENTRY-DATE TO WS-DLS-ITEM-DATE.
           PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS.
           IF WS-DLS-ITEM-INT = ZERO
               MOVE SQL-DLS-CARE-DATE TO WS-DLS-ITEM-DATE
               PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS
           END-IF.
           MOVE WS-DLS-ITEM-INT TO WS-DLS-RECEIPT-INT.

           MOVE SQL-DLS-DECISION-DATE TO WS-DLS-ITEM-DATE.
           PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS.
           MOVE WS-DLS-ITEM-INT TO WS-DLS-DECISION-INT.
           PERFORM 6100-INDICE-MOIS THRU END-6100-INDICE-MOIS.
           MOVE WS-DLS-MX TO WS-DLS-DEC-MX.

           MOVE SQL-DLS-PAID-DATE TO WS-DLS-ITEM-DATE.
           PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS.
           MOVE WS-DLS-ITEM-INT TO WS-DLS-PAID-INT.
           PERFORM 6100-INDICE-MOIS THRU END-6100-INDICE-MOIS.
           MOVE WS-DLS-MX TO WS-DLS-PAID-MX.

           IF WS-DLS-RECEIPT-INT = ZERO
               GO TO END-2100-RANGER-RECLAMATION
           END-IF.

           IF WS-DLS-DEC-MX > ZERO AND WS-DLS-DECISION-INT > ZERO
               AND (SQL-DLS-STATUS = 'R' OR SQL-DLS-STATUS = 'V'
                    OR SQL-DLS-STATUS = 'D')
               PERFORM 2200-COTE-DECISION
                  THRU END-2200-COTE-DECISION
           END-IF.

           IF WS-DLS-PAID-MX > ZERO AND WS-DLS-PAID-INT > ZERO
               PERFORM 2300-COTE-PAIEMENT
                  THRU END-2300-COTE-PAIEMENT
           END-IF.
       END-2100-RANGER-RECLAMATION.
           EXIT.

      ******************************************************************
      *    [RD] Reclamation decidee dans la fenetre : delai de la      *
      *    reception a la decision, temps en attente de pieces et en   *
      *    retenue, taux de decision du mois et de l'operateur. Un     *
      *    refus est regle a sa decision.                              *
      ******************************************************************
       2200-COTE-DECISION.
           MOVE WS-DLS-DEC-MX TO WS-DLS-MX.

           COMPUTE WS-DLS-DAYS =
               WS-DLS-DECISION-INT - WS-DLS-RECEIPT-INT.
           MOVE 1 TO WS-DLS-KX.
           PERFORM 3000-AJOUTER-MESURE THRU END-3000-AJOUTER-MESURE.

      *    [RD] Attente de pieces : de la mise en attente a la reprise
      *    des pieces, ou a la decision si la reclamation a ete
      *    decidee sans sortir de 'W' (rejet d'office de scpiecerel).
           MOVE SQL-DLS-WAIT-DATE TO WS-DLS-ITEM-DATE.
           PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS.
           MOVE WS-DLS-ITEM-INT TO WS-DLS-WAIT-INT.
           IF WS-DLS-WAIT-INT > ZERO
               MOVE SQL-DLS-WAIT-END-DATE TO WS-DLS-ITEM-DATE
               PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS
               MOVE WS-DLS-ITEM-INT TO WS-DLS-WAIT-END-INT
               IF WS-DLS-WAIT-END-INT = ZERO
                   MOVE WS-DLS-DECISION-INT TO WS-DLS-WAIT-END-INT
               END-IF
               COMPUTE WS-DLS-DAYS =
                   WS-DLS-WAIT-END-INT - WS-DLS-WAIT-INT
               MOVE 3 TO WS-DLS-KX
               PERFORM 3000-AJOUTER-MESURE
                  THRU END-3000-AJOUTER-MESURE
           END-IF.

      *    [RD] Retenue : de la reception a la liberation (sccotis,
      *    scrappro).
           MOVE SQL-DLS-RELEASE-DATE TO WS-DLS-ITEM-DATE.
           PERFORM 6000-DATE-EN-JOURS THRU END-6000-DATE-EN-JOURS.
           MOVE WS-DLS-ITEM-INT TO WS-DLS-RELEASE-INT.
           IF WS-DLS-RELEASE-INT > ZERO
               COMPUTE WS-DLS-DAYS =
                   WS-DLS-RELEASE-INT - WS-DLS-RECEIPT-INT
               MOVE 4 TO WS-DLS-KX
               PERFORM 3000-AJOUTER-MESURE
                  THRU END-3000-AJOUTER-MESURE
           END-IF.

           MOVE 'N' TO WS-DLS-OVERRIDE-FLAG.
           IF SQL-DLS-STATUS NOT = 'D' AND SQL-DLS-OVERRIDE NOT = SPACES
               MOVE 'O' TO WS-DLS-OVERRIDE-FLAG
           END-IF.

           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + WS-DLS-CHANNEL.
           PERFORM 2210-COMPTER-DECISION
              THRU END-2210-COMPTER-DECISION.
           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + 3.
           PERFORM 2210-COMPTER-DECISION
              THRU END-2210-COMPTER-DECISION.

           PERFORM 2250-CUMULER-OPERATEUR
              THRU END-2250-CUMULER-OPERATEUR.
       END-2200-COTE-DECISION.
           EXIT.

      ******************************************************************
      *    [RD] Compteurs de decision de la case WS-DLS-CX.            *
      ******************************************************************
       2210-COMPTER-DECISION.
           ADD 1 TO WS-DLS-DECISIONS(WS-DLS-CX).
           IF SQL-DLS-STATUS = 'D'
               ADD 1 TO WS-DLS-REFUSED(WS-DLS-CX)
               ADD 1 TO WS-DLS-SETTLED(WS-DLS-CX)
               IF WS-DLS-DECISION-INT - WS-DLS-RECEIPT-INT
                   <= WS-DLS-COMMIT-DAYS
                   ADD 1 TO WS-DLS-WITHIN(WS-DLS-CX)
               END-IF
           ELSE
               ADD 1 TO WS-DLS-ACCEPTED(WS-DLS-CX)
           END-IF.
           IF WS-DLS-OVERRIDE-FLAG = 'O'
               ADD 1 TO WS-DLS-OVERRIDES(WS-DLS-CX)
           END-IF.
       END-2210-COMPTER-DECISION.
           EXIT.

      ******************************************************************
      *    [RD] Cumule la decision sur la ligne de l'operateur         *
      *    (creee au premier passage ; au-dela de la table, ligne      *
      *    AUTRES). Une decision sans operateur est une decision de    *
      *    batch.                                                      *
      ******************************************************************
       2250-CUMULER-OPERATEUR.
           IF SQL-DLS-OPERATOR = SPACES
               MOVE '(batch)' TO SQL-DLS-OPERATOR
           END-IF.

           MOVE ZERO TO WS-DLS-OX.
           PERFORM VARYING WS-DLS-BX FROM 1 BY 1
               UNTIL WS-DLS-BX > WS-DLS-OPR-COUNT
               OR WS-DLS-OX > ZERO
               IF WS-DLS-OPR-CODE(WS-DLS-BX) = SQL-DLS-OPERATOR
                   MOVE WS-DLS-BX TO WS-DLS-OX
               END-IF
           END-PERFORM.

           IF WS-DLS-OX = ZERO
               IF WS-DLS-OPR-COUNT < WS-DLS-OPR-MAX
                   ADD 1 TO WS-DLS-OPR-COUNT
                   MOVE WS-DLS-OPR-COUNT TO WS-DLS-OX
                   MOVE SQL-DLS-OPERATOR TO WS-DLS-OPR-CODE(WS-DLS-OX)
               ELSE
                   MOVE WS-DLS-OPR-MAX TO WS-DLS-OX
                   MOVE 'AUTRES' TO WS-DLS-OPR-CODE(WS-DLS-OX)
               END-IF
           END-IF.

           ADD 1 TO WS-DLS-OPR-DECISIONS(WS-DLS-OX).
           ADD 1 TO WS-DLS-OPR-MONTH(WS-DLS-OX, WS-DLS-MX).
           IF SQL-DLS-STATUS = 'D'
               ADD 1 TO WS-DLS-OPR-REFUSED(WS-DLS-OX)
           ELSE
               ADD 1 TO WS-DLS-OPR-ACCEPTED(WS-DLS-OX)
           END-IF.
           IF WS-DLS-OVERRIDE-FLAG = 'O'
               ADD 1 TO WS-DLS-OPR-OVERRIDES(WS-DLS-OX)
           END-IF.
       END-2250-CUMULER-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Reclamation payee dans la fenetre : delai de la        *
      *    decision au paiement, et reglement dans l'engagement        *
      *    compte depuis la reception.                                 *
      ******************************************************************
       2300-COTE-PAIEMENT.
           MOVE WS-DLS-PAID-MX TO WS-DLS-MX.

           IF WS-DLS-DECISION-INT > ZERO
               COMPUTE WS-DLS-DAYS =
                   WS-DLS-PAID-INT - WS-DLS-DECISION-INT
               MOVE 2 TO WS-DLS-KX
               PERFORM 3000-AJOUTER-MESURE
                  THRU END-3000-AJOUTER-MESURE
           END-IF.

           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + WS-DLS-CHANNEL.
           ADD 1 TO WS-DLS-SETTLED(WS-DLS-CX).
           IF WS-DLS-PAID-INT - WS-DLS-RECEIPT-INT
               <= WS-DLS-COMMIT-DAYS
               ADD 1 TO WS-DLS-WITHIN(WS-DLS-CX)
           END-IF.
           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + 3.
           ADD 1 TO WS-DLS-SETTLED(WS-DLS-CX).
           IF WS-DLS-PAID-INT - WS-DLS-RECEIPT-INT
               <= WS-DLS-COMMIT-DAYS
               ADD 1 TO WS-DLS-WITHIN(WS-DLS-CX)
           END-IF.
       END-2300-COTE-PAIEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Ajoute WS-DLS-DAYS (negatif ramene a zero, plafonne a  *
      *    la derniere case) a la mesure WS-DLS-KX du mois WS-DLS-MX,  *
      *    sur le canal de la reclamation et sur le total.             *
      ******************************************************************
       3000-AJOUTER-MESURE.
           IF WS-DLS-DAYS < ZERO
               MOVE ZERO TO WS-DLS-DAYS
           END-IF.
           IF WS-DLS-DAYS > WS-DLS-MAX-DAYS
               COMPUTE WS-DLS-BX = WS-DLS-MAX-DAYS + 1
           ELSE
               COMPUTE WS-DLS-BX = WS-DLS-DAYS + 1
           END-IF.

           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + WS-DLS-CHANNEL.
           ADD 1 TO WS-DLS-M-COUNT(WS-DLS-CX, WS-DLS-KX).
           ADD WS-DLS-DAYS TO WS-DLS-M-SUM(WS-DLS-CX, WS-DLS-KX).
           ADD 1 TO WS-DLS-M-HISTO(WS-DLS-CX, WS-DLS-KX, WS-DLS-BX).

           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + 3.
           ADD 1 TO WS-DLS-M-COUNT(WS-DLS-CX, WS-DLS-KX).
           ADD WS-DLS-DAYS TO WS-DLS-M-SUM(WS-DLS-CX, WS-DLS-KX).
           ADD 1 TO WS-DLS-M-HISTO(WS-DLS-CX, WS-DLS-KX, WS-DLS-BX).
       END-3000-AJOUTER-MESURE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit les delais mois par mois : une ligne par canal   *
      *    (ecran, flux CPAM) puis le total du mois.                   *
      ******************************************************************
       4000-ECRIRE-DELAIS.
           MOVE 'DELAIS PAR MOIS ET PAR CANAL (jours ; MED = mediane, '
               TO DELAIS-LINE.
           MOVE 'P90 = 90e centile)' TO DELAIS-LINE(55:18).
           WRITE DELAIS-LINE.
           MOVE SPACES TO DELAIS-LINE.
           STRING
               '                      RECEP-DEC DEC-PAIE  REGLEMENT '
               '15J TAUX DE DECISION     ATTENTE PIECES W  RETENUE H'
               DELIMITED BY SIZE INTO DELAIS-LINE.
           WRITE DELAIS-LINE.
           MOVE SPACES TO DELAIS-LINE.
           STRING
               'MOIS    CANAL  DECIS.  MED  P90  MED  P90 REGLES <=15J'
               '%   ACC%   REF%   DER%     NB   MOY  MED     NB   MOY'
               '  MED'
               DELIMITED BY SIZE INTO DELAIS-LINE.
           WRITE DELAIS-LINE.

           PERFORM VARYING WS-DLS-MX FROM 1 BY 1 UNTIL WS-DLS-MX > 12
               PERFORM VARYING WS-DLS-CHANNEL FROM 1 BY 1
                   UNTIL WS-DLS-CHANNEL > 3
                   PERFORM 4100-ECRIRE-LIGNE-DELAIS
                      THRU END-4100-ECRIRE-LIGNE-DELAIS
               END-PERFORM
               MOVE SPACES TO DELAIS-LINE
               WRITE DELAIS-LINE
           END-PERFORM.
       END-4000-ECRIRE-DELAIS.
           EXIT.

      ******************************************************************
      *    [RD] Ligne d'un mois et d'un canal : decisions, centiles    *
      *    des deux delais, part reglee dans l'engagement, taux de     *
      *    decision, attente de pieces et retenue (nombre, moyenne,    *
      *    mediane).                                                   *
      ******************************************************************
       4100-ECRIRE-LIGNE-DELAIS.
           COMPUTE WS-DLS-CX = (WS-DLS-MX - 1) * 3 + WS-DLS-CHANNEL.
           EVALUATE WS-DLS-CHANNEL
               WHEN 1
                   MOVE 'ECRAN' TO WS-DLS-CHANNEL-LABEL
               WHEN 2
                   MOVE 'CPAM'  TO WS-DLS-CHANNEL-LABEL
               WHEN OTHER
                   MOVE 'TOTAL' TO WS-DLS-CHANNEL-LABEL
           END-EVALUATE.

           MOVE WS-DLS-DECISIONS(WS-DLS-CX) TO WS-DLS-DECISIONS-ED.
           MOVE WS-DLS-SETTLED(WS-DLS-CX)   TO WS-DLS-SETTLED-ED.

           MOVE 1 TO WS-DLS-KX.
           MOVE 50 TO WS-DLS-PCT.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-M1-MED.
           MOVE 90 TO WS-DLS-PCT.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-M1-P90.

           MOVE 2 TO WS-DLS-KX.
           MOVE 50 TO WS-DLS-PCT.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-M2-MED.
           MOVE 90 TO WS-DLS-PCT.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-M2-P90.

           MOVE 3 TO WS-DLS-KX.
           MOVE 50 TO WS-DLS-PCT.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-W-MED.
           MOVE WS-DLS-M-COUNT(WS-DLS-CX, 3) TO WS-DLS-W-COUNT-ED.
           MOVE ZERO TO WS-DLS-AVG.
           IF WS-DLS-M-COUNT(WS-DLS-CX, 3) > ZERO
               COMPUTE WS-DLS-AVG ROUNDED =
                   WS-DLS-M-SUM(WS-DLS-CX, 3)
                   / WS-DLS-M-COUNT(WS-DLS-CX, 3)
           END-IF.
           MOVE WS-DLS-AVG TO WS-DLS-W-AVG-ED.

           MOVE 4 TO WS-DLS-KX.
           PERFORM 7000-CENTILE THRU END-7000-CENTILE.
           MOVE WS-DLS-PCT-TEXT TO WS-DLS-H-MED.
           MOVE WS-DLS-M-COUNT(WS-DLS-CX, 4) TO WS-DLS-H-COUNT-ED.
           MOVE ZERO TO WS-DLS-AVG.
           IF WS-DLS-M-COUNT(WS-DLS-CX, 4) > ZERO
               COMPUTE WS-DLS-AVG ROUNDED =
                   WS-DLS-M-SUM(WS-DLS-CX, 4)
                   / WS-DLS-M-COUNT(WS-DLS-CX, 4)
           END-IF.
           MOVE WS-DLS-AVG TO WS-DLS-H-AVG-ED.

           MOVE ZERO TO WS-DLS-RATE.
           IF WS-DLS-SETTLED(WS-DLS-CX) > ZERO
               COMPUTE WS-DLS-RATE ROUNDED =
                   WS-DLS-WITHIN(WS-DLS-CX) * 100
                   / WS-DLS-SETTLED(WS-DLS-CX)
           END-IF.
           MOVE WS-DLS-RATE TO WS-DLS-WITHIN-ED.

           MOVE ZERO TO WS-DLS-RATE.
           IF WS-DLS-DECISIONS(WS-DLS-CX) > ZERO
               COMPUTE WS-DLS-RATE ROUNDED =
                   WS-DLS-ACCEPTED(WS-DLS-CX) * 100
                   / WS-DLS-DECISIONS(WS-DLS-CX)
           END-IF.
           MOVE WS-DLS-RATE TO WS-DLS-ACC-ED.
           MOVE ZERO TO WS-DLS-RATE.
           IF WS-DLS-DECISIONS(WS-DLS-CX) > ZERO
               COMPUTE WS-DLS-RATE ROUNDED =
                   WS-DLS-REFUSED(WS-DLS-CX) * 100
                   / WS-DLS-DECISIONS(WS-DLS-CX)
           END-IF.
           MOVE WS-DLS-RATE TO WS-DLS-REF-ED.
           MOVE ZERO TO WS-DLS-RATE.
           IF WS-DLS-DECISIONS(WS-DLS-CX) > ZERO
               COMPUTE WS-DLS-RATE ROUNDED =
                   WS-DLS-OVERRIDES(WS-DLS-CX) * 100
                   / WS-DLS-DECISIONS(WS-DLS-CX)
           END-IF.
           MOVE WS-DLS-RATE TO WS-DLS-DER-ED.

           MOVE SPACES TO DELAIS-LINE.
           STRING WS-DLS-MONTH-KEY(WS-DLS-MX) ' '
               WS-DLS-CHANNEL-LABEL ' ' WS-DLS-DECISIONS-ED ' '
               WS-DLS-M1-MED ' ' WS-DLS-M1-P90 ' '
               WS-DLS-M2-MED ' ' WS-DLS-M2-P90 ' '
               WS-DLS-SETTLED-ED ' ' WS-DLS-WITHIN-ED ' '
               WS-DLS-ACC-ED ' ' WS-DLS-REF-ED ' ' WS-DLS-DER-ED ' '
               WS-DLS-W-COUNT-ED ' ' WS-DLS-W-AVG-ED ' ' WS-DLS-W-MED
               ' ' WS-DLS-H-COUNT-ED ' ' WS-DLS-H-AVG-ED ' '
               WS-DLS-H-MED
               DELIMITED BY SIZE INTO DELAIS-LINE.
           WRITE DELAIS-LINE.
       END-4100-ECRIRE-LIGNE-DELAIS.
           EXIT.

      ******************************************************************
      *    [RD] Productivite par operateur sur les douze mois :        *
      *    decisions, taux d'acceptation, de refus et de derogation,   *
      *    puis nombre de decisions mois par mois.                     *
      ******************************************************************
       5000-ECRIRE-OPERATEURS.
           MOVE 'DECISIONS PAR OPERATEUR (12 mois)' TO DELAIS-LINE.
           WRITE DELAIS-LINE.
           MOVE SPACES TO DELAIS-LINE.
           MOVE 'OPERAT.  DECIS.   ACC%   REF%   DER%' TO DELAIS-LINE.
           PERFORM VARYING WS-DLS-MX FROM 1 BY 1 UNTIL WS-DLS-MX > 12
               COMPUTE WS-DLS-POS = 37 + (WS-DLS-MX - 1) * 6 + 1
               MOVE WS-DLS-MONTH-KEY(WS-DLS-MX)(3:5)
                   TO DELAIS-LINE(WS-DLS-POS:5)
           END-PERFORM.
           WRITE DELAIS-LINE.

           IF WS-DLS-OPR-COUNT = ZERO
               MOVE 'Aucune decision sur la periode.' TO DELAIS-LINE
               WRITE DELAIS-LINE
               GO TO END-5000-ECRIRE-OPERATEURS
           END-IF.

           PERFORM VARYING WS-DLS-OX FROM 1 BY 1
               UNTIL WS-DLS-OX > WS-DLS-OPR-COUNT
               PERFORM 5100-ECRIRE-LIGNE-OPERATEUR
                  THRU END-5100-ECRIRE-LIGNE-OPERATEUR
           END-PERFORM.
       END-5000-ECRIRE-OPERATEURS.
           EXIT.

      ******************************************************************
      *    [RD] Ligne d'un operateur.                                  *
      ******************************************************************
       5100-ECRIRE-LIGNE-OPERATEUR.
           MOVE WS-DLS-OPR-DECISIONS(WS-DLS-OX) TO WS-DLS-DECISIONS-ED.

           COMPUTE WS-DLS-RATE ROUNDED =
               WS-DLS-OPR-ACCEPTED(WS-DLS-OX) * 100
               / WS-DLS-OPR-DECISIONS(WS-DLS-OX).
           MOVE WS-DLS-RATE TO WS-DLS-ACC-ED.
           COMPUTE WS-DLS-RATE ROUNDED =
               WS-DLS-OPR-REFUSED(WS-DLS-OX) * 100
               / WS-DLS-OPR-DECISIONS(WS-DLS-OX).
           MOVE WS-DLS-RATE TO WS-DLS-REF-ED.
           COMPUTE WS-DLS-RATE ROUNDED =
               WS-DLS-OPR-OVERRIDES(WS-DLS-OX) * 100
               / WS-DLS-OPR-DECISIONS(WS-DLS-OX).
           MOVE WS-DLS-RATE TO WS-DLS-DER-ED.

           MOVE SPACES TO DELAIS-LINE.
           STRING WS-DLS-OPR-CODE(WS-DLS-OX) ' '
               WS-DLS-DECISIONS-ED ' ' WS-DLS-ACC-ED ' '
               WS-DLS-REF-ED ' ' WS-DLS-DER-ED
               DELIMITED BY SIZE INTO DELAIS-LINE.
           PERFORM VARYING WS-DLS-MX FROM 1 BY 1 UNTIL WS-DLS-MX > 12
               COMPUTE WS-DLS-POS = 37 + (WS-DLS-MX - 1) * 6 + 1
               MOVE WS-DLS-OPR-MONTH(WS-DLS-OX, WS-DLS-MX)
                   TO WS-DLS-MONTH-COUNT-ED
               MOVE WS-DLS-MONTH-COUNT-ED
                   TO DELAIS-LINE(WS-DLS-POS:5)
           END-PERFORM.
           WRITE DELAIS-LINE.
       END-5100-ECRIRE-LIGNE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Convertit WS-DLS-ITEM-DATE (AAAA-MM-JJ) en jour entier *
      *    dans WS-DLS-ITEM-INT ; zero si la date est absente ou mal   *
      *    formee.                                                     *
      ******************************************************************
       6000-DATE-EN-JOURS.
           MOVE ZERO TO WS-DLS-ITEM-INT.
           MOVE WS-DLS-ITEM-DATE(1:4) TO WS-DLS-ITEM-YYYY.
           MOVE WS-DLS-ITEM-DATE(6:2) TO WS-DLS-ITEM-MM.
           MOVE WS-DLS-ITEM-DATE(9:2) TO WS-DLS-ITEM-DD.
           IF WS-DLS-ITEM-NUM IS NUMERIC
               AND WS-DLS-ITEM-MM >= '01' AND WS-DLS-ITEM-MM <= '12'
               AND WS-DLS-ITEM-DD >= '01' AND WS-DLS-ITEM-DD <= '31'
               COMPUTE WS-DLS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DLS-ITEM-NUM)
           END-IF.
       END-6000-DATE-EN-JOURS.
           EXIT.

      ******************************************************************
      *    [RD] Rang dans la fenetre (1 a 12) du mois de la date       *
      *    convertie par 6000, dans WS-DLS-MX ; zero hors fenetre.     *
      ******************************************************************
       6100-INDICE-MOIS.
           MOVE ZERO TO WS-DLS-MX.
           IF WS-DLS-ITEM-INT = ZERO
               GO TO END-6100-INDICE-MOIS
           END-IF.

           COMPUTE WS-DLS-ITEM-ABS =
               WS-DLS-ITEM-YYYY-N * 12 + WS-DLS-ITEM-MM-N.
           IF WS-DLS-ITEM-ABS >= WS-DLS-START-ABS
               AND WS-DLS-ITEM-ABS < WS-DLS-START-ABS + 12
               COMPUTE WS-DLS-MX =
                   WS-DLS-ITEM-ABS - WS-DLS-START-ABS + 1
           END-IF.
       END-6100-INDICE-MOIS.
           EXIT.

      ******************************************************************
      *    [RD] Centile WS-DLS-PCT de la mesure WS-DLS-KX de la case   *
      *    WS-DLS-CX, lu dans l'histogramme : premier nombre de jours  *
      *    dont le cumul atteint la part voulue des reclamations.      *
      *    Resultat edite dans WS-DLS-PCT-TEXT ('-' sans reclamation,  *
      *    '120+' dans la derniere case).                              *
      ******************************************************************
       7000-CENTILE.
           MOVE '   -' TO WS-DLS-PCT-TEXT.
           IF WS-DLS-M-COUNT(WS-DLS-CX, WS-DLS-KX) = ZERO
               GO TO END-7000-CENTILE
           END-IF.

           COMPUTE WS-DLS-TARGET =
               (WS-DLS-M-COUNT(WS-DLS-CX, WS-DLS-KX) * WS-DLS-PCT + 99)
               / 100.
           IF WS-DLS-TARGET = ZERO
               MOVE 1 TO WS-DLS-TARGET
           END-IF.

           MOVE ZERO TO WS-DLS-CUMUL.
           MOVE ZERO TO WS-DLS-BX.
           PERFORM UNTIL WS-DLS-CUMUL >= WS-DLS-TARGET
               OR WS-DLS-BX > WS-DLS-MAX-DAYS
               ADD 1 TO WS-DLS-BX
               ADD WS-DLS-M-HISTO(WS-DLS-CX, WS-DLS-KX, WS-DLS-BX)
                   TO WS-DLS-CUMUL
           END-PERFORM.

           IF WS-DLS-BX > WS-DLS-MAX-DAYS
               MOVE '120+' TO WS-DLS-PCT-TEXT
           ELSE
               COMPUTE WS-DLS-PCT-ED = WS-DLS-BX - 1
               MOVE SPACES TO WS-DLS-PCT-TEXT
               MOVE WS-DLS-PCT-ED TO WS-DLS-PCT-TEXT(2:3)
           END-IF.
       END-7000-CENTILE.
           EXIT.
