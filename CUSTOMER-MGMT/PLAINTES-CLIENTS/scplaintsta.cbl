      ******************************************************************
      *    [RD] Le programme 'scplaintsta' est le traitement batch     *
      *    annuel de statistique du registre des plaintes clients      *
      *    (table 'plainte', cf. scplainte), lance en debut d'annee    *
      *    sur l'annee civile ecoulee. Il ecrit dans STATPLAINTE, par  *
      *    categorie puis au total : le nombre de plaintes recues, le  *
      *    nombre d'accuses de reception faits dans les dix jours      *
      *    ouvres, le nombre de reponses apportees, la part des        *
      *    plaintes repondues dans les deux mois, et le nombre de      *
      *    saisines du mediateur.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scplaintsta.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable de la statistique
      *    annuelle.
           SELECT STAT-FILE ASSIGN TO "STATPLAINTE"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-FILE.
       01  STAT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-PST-YEAR               PIC 9(04).

      *    [RD] Cumuls de l'annee, toutes categories confondues.
       01  WS-PST-TOT-RECEIVED       PIC 9(07) VALUE ZERO.
       01  WS-PST-TOT-ACK-ONTIME     PIC 9(07) VALUE ZERO.
       01  WS-PST-TOT-ANSWERED       PIC 9(07) VALUE ZERO.
       01  WS-PST-TOT-ANS-ONTIME     PIC 9(07) VALUE ZERO.
       01  WS-PST-TOT-MEDIATOR       PIC 9(07) VALUE ZERO.

      *    [RD] Zones d'edition d'une ligne de statistique.
       01  WS-PST-CAT-LABEL          PIC X(20).
       01  WS-PST-RECEIVED-ED        PIC Z(06)9.
       01  WS-PST-ACK-ED             PIC Z(06)9.
       01  WS-PST-ANSWERED-ED        PIC Z(06)9.
       01  WS-PST-ONTIME-ED          PIC Z(06)9.
       01  WS-PST-MEDIATOR-ED        PIC Z(06)9.
       01  WS-PST-RATE               PIC 9(03)V9.
       01  WS-PST-RATE-ED            PIC ZZ9.9.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scplaintsta'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-PST-FROM          PIC X(10).
       01  SQL-PST-TO            PIC X(10).
       01  SQL-PST-CATEGORY      PIC X(01).
       01  SQL-PST-RECEIVED      PIC 9(07).
       01  SQL-PST-ACK-ONTIME    PIC 9(07).
       01  SQL-PST-ANSWERED      PIC 9(07).
       01  SQL-PST-ANS-ONTIME    PIC 9(07).
       01  SQL-PST-MEDIATOR      PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ecrit la statistique par categorie de l'annee ecoulee, puis
      * la ligne de total.
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
           MOVE WS-TODAY(1:4) TO WS-PST-YEAR.
           SUBTRACT 1 FROM WS-PST-YEAR.
           MOVE SPACES TO SQL-PST-FROM SQL-PST-TO.
           STRING WS-PST-YEAR '-01-01'
               DELIMITED BY SIZE INTO SQL-PST-FROM.
           STRING WS-PST-YEAR '-12-31'
               DELIMITED BY SIZE INTO SQL-PST-TO.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT STAT-FILE.

           MOVE SPACES TO STAT-LINE.
           STRING 'STATISTIQUE ANNUELLE DES PLAINTES CLIENTS - ANNEE '
               WS-PST-YEAR
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.
           MOVE SPACES TO STAT-LINE.
           WRITE STAT-LINE.
           MOVE SPACES TO STAT-LINE.
           STRING 'CATEGORIE              RECUES  AR<10J  REPONDUES'
               '  DANS 2 MOIS  TAUX %  MEDIATEUR'
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.

           PERFORM 1000-DECOMPTE-CATEGORIES
              THRU END-1000-DECOMPTE-CATEGORIES

           MOVE 'TOTAL'               TO WS-PST-CAT-LABEL.
           MOVE WS-PST-TOT-RECEIVED   TO SQL-PST-RECEIVED.
           MOVE WS-PST-TOT-ACK-ONTIME TO SQL-PST-ACK-ONTIME.
           MOVE WS-PST-TOT-ANSWERED   TO SQL-PST-ANSWERED.
           MOVE WS-PST-TOT-ANS-ONTIME TO SQL-PST-ANS-ONTIME.
           MOVE WS-PST-TOT-MEDIATOR   TO SQL-PST-MEDIATOR.
           MOVE SPACES TO STAT-LINE.
           WRITE STAT-LINE.
           PERFORM 2000-ECRIRE-LIGNE THRU END-2000-ECRIRE-LIGNE.

           CLOSE STAT-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Annee                  : " WS-PST-YEAR.
           DISPLAY "Plaintes recues        : " WS-PST-TOT-RECEIVED.
           DISPLAY "Repondues dans 2 mois  : " WS-PST-TOT-ANS-ONTIME.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-PST-TOT-RECEIVED TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Plaintes recues dans l'annee, par categorie : accuses  *
      *    et reponses dans les delais, saisines du mediateur.         *
      ******************************************************************
       1000-DECOMPTE-CATEGORIES.
           EXEC SQL
               DECLARE CRSSTATPLA CURSOR FOR
               SELECT plainte_category, COUNT(*),
                   SUM(CASE WHEN plainte_ack_date != ''
                       AND plainte_ack_date <= plainte_ack_due
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN plainte_answer_date != ''
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN plainte_answer_date != ''
                       AND plainte_answer_date <= plainte_answer_due
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN plainte_mediator = 'O'
                       THEN 1 ELSE 0 END)
               FROM plainte
               WHERE plainte_reception_date >= :SQL-PST-FROM
               AND plainte_reception_date <= :SQL-PST-TO
               GROUP BY plainte_category
               ORDER BY plainte_category
           END-EXEC.

           EXEC SQL OPEN CRSSTATPLA END-EXEC.

           EXEC SQL
               FETCH CRSSTATPLA
               INTO :SQL-PST-CATEGORY, :SQL-PST-RECEIVED,
                   :SQL-PST-ACK-ONTIME, :SQL-PST-ANSWERED,
                   :SQL-PST-ANS-ONTIME, :SQL-PST-MEDIATOR
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-CUMULER-CATEGORIE
                  THRU END-1100-CUMULER-CATEGORIE
               EXEC SQL
                   FETCH CRSSTATPLA
                   INTO :SQL-PST-CATEGORY, :SQL-PST-RECEIVED,
                       :SQL-PST-ACK-ONTIME, :SQL-PST-ANSWERED,
                       :SQL-PST-ANS-ONTIME, :SQL-PST-MEDIATOR
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSSTATPLA END-EXEC.
       END-1000-DECOMPTE-CATEGORIES.
           EXIT.

       1100-CUMULER-CATEGORIE.
           EVALUATE SQL-PST-CATEGORY
               WHEN 'P'
                   MOVE 'Paiement tardif' TO WS-PST-CAT-LABEL
               WHEN 'A'
                   MOVE 'Accueil' TO WS-PST-CAT-LABEL
               WHEN 'D'
                   MOVE 'Prelevement errone' TO WS-PST-CAT-LABEL
               WHEN 'C'
                   MOVE 'Courrier perdu' TO WS-PST-CAT-LABEL
               WHEN OTHER
                   MOVE 'Autre' TO WS-PST-CAT-LABEL
           END-EVALUATE.

           ADD SQL-PST-RECEIVED   TO WS-PST-TOT-RECEIVED.
           ADD SQL-PST-ACK-ONTIME TO WS-PST-TOT-ACK-ONTIME.
           ADD SQL-PST-ANSWERED   TO WS-PST-TOT-ANSWERED.
           ADD SQL-PST-ANS-ONTIME TO WS-PST-TOT-ANS-ONTIME.
           ADD SQL-PST-MEDIATOR   TO WS-PST-TOT-MEDIATOR.

           PERFORM 2000-ECRIRE-LIGNE THRU END-2000-ECRIRE-LIGNE.
       END-1100-CUMULER-CATEGORIE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de statistique ; le taux est la part   *
      *    des plaintes recues repondues dans les deux mois.           *
      ******************************************************************
       2000-ECRIRE-LIGNE.
           MOVE ZERO TO WS-PST-RATE.
           IF SQL-PST-RECEIVED > ZERO
               COMPUTE WS-PST-RATE ROUNDED =
                   SQL-PST-ANS-ONTIME * 100 / SQL-PST-RECEIVED
           END-IF.

           MOVE SQL-PST-RECEIVED   TO WS-PST-RECEIVED-ED.
           MOVE SQL-PST-ACK-ONTIME TO WS-PST-ACK-ED.
           MOVE SQL-PST-ANSWERED   TO WS-PST-ANSWERED-ED.
           MOVE SQL-PST-ANS-ONTIME TO WS-PST-ONTIME-ED.
           MOVE WS-PST-RATE        TO WS-PST-RATE-ED.
           MOVE SQL-PST-MEDIATOR   TO WS-PST-MEDIATOR-ED.

           MOVE SPACES TO STAT-LINE.
           STRING WS-PST-CAT-LABEL WS-PST-RECEIVED-ED ' '
               WS-PST-ACK-ED '    ' WS-PST-ANSWERED-ED '      '
               WS-PST-ONTIME-ED '   ' WS-PST-RATE-ED '    '
               WS-PST-MEDIATOR-ED
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.
       END-2000-ECRIRE-LIGNE.
           EXIT.
