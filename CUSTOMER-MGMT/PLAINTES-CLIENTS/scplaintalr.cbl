      ******************************************************************
      *    [RD] Le programme 'scplaintalr' est le traitement batch     *
      *    quotidien d'alerte sur les echeances du registre des        *
      *    plaintes clients (table 'plainte', cf. scplainte). Il ecrit *
      *    dans PLAINTEALERTE :                                        *
      *    - les plaintes sans accuse de reception dont l'echeance des *
      *      dix jours ouvres tombe dans les deux prochains jours ou   *
      *      est deja depassee ;                                       *
      *    - les plaintes sans reponse dont l'echeance des deux mois   *
      *      tombe dans les dix prochains jours ou est deja depassee.  *
      *    Les depassements sont signales en tete de ligne.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scplaintalr.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable des alertes d'echeance.
           SELECT ALERTE-FILE ASSIGN TO "PLAINTEALERTE"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTE-FILE.
       01  ALERTE-LINE               PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

      *    [RD] Preavis d'alerte, en jours calendaires, avant chaque
      *    echeance, et dates limites correspondantes.
       01  WS-PAL-ACK-NOTICE         PIC 9(02) VALUE 2.
       01  WS-PAL-ANSWER-NOTICE      PIC 9(02) VALUE 10.
       01  WS-PAL-DATE-X             PIC X(08).
       01  WS-PAL-DATE-NUM REDEFINES WS-PAL-DATE-X PIC 9(08).
       01  WS-PAL-TODAY-INT          PIC 9(07).
       01  WS-PAL-LIMIT-INT          PIC 9(07).

       01  WS-PAL-ACK-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-PAL-ANSWER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-PAL-LATE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PAL-COUNT-ED           PIC ZZZZ9.
       01  WS-PAL-LATE-FLAG          PIC X(10).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scplaintalr'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-PAL-TODAY         PIC X(10).
       01  SQL-PAL-LIMIT         PIC X(10).

       01  SQL-PAL-DUE           PIC X(10).
       01  SQL-PAL-RECEPTION     PIC X(10).
       01  SQL-PAL-CHANNEL       PIC X(01).
       01  SQL-PAL-CATEGORY      PIC X(01).
       01  SQL-PAL-SUBJECT       PIC X(60).
       01  SQL-PAL-ACK-DATE      PIC X(10).
       01  SQL-PAL-OPERATOR      PIC X(08).
       01  SQL-PAL-LASTNAME      PIC X(20).
       01  SQL-PAL-FIRSTNAME     PIC X(20).
       01  SQL-PAL-CODE-SECU     PIC 9(15).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ecrit les alertes d'accuse de reception puis de reponse.
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
               DELIMITED BY SIZE INTO SQL-PAL-TODAY.
           MOVE WS-TODAY TO WS-PAL-DATE-X.
           COMPUTE WS-PAL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAL-DATE-NUM).

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT ALERTE-FILE.

           MOVE SPACES TO ALERTE-LINE.
           STRING 'ALERTES D''ECHEANCE DES PLAINTES CLIENTS AU '
               SQL-PAL-TODAY
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.

           PERFORM 1000-ALERTES-ACCUSE
              THRU END-1000-ALERTES-ACCUSE

           PERFORM 2000-ALERTES-REPONSE
              THRU END-2000-ALERTES-REPONSE

           CLOSE ALERTE-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Alertes accuse         : " WS-PAL-ACK-COUNT.
           DISPLAY "Alertes reponse        : " WS-PAL-ANSWER-COUNT.
           DISPLAY "dont echeance depassee : " WS-PAL-LATE-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT = WS-PAL-ACK-COUNT
               + WS-PAL-ANSWER-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Plaintes sans accuse de reception dont l'echeance      *
      *    tombe avant la date limite d'alerte.                        *
      ******************************************************************
       1000-ALERTES-ACCUSE.
           COMPUTE WS-PAL-LIMIT-INT = WS-PAL-TODAY-INT
               + WS-PAL-ACK-NOTICE.
           PERFORM 9000-DATE-LIMITE THRU END-9000-DATE-LIMITE.

           MOVE SPACES TO ALERTE-LINE.
           WRITE ALERTE-LINE.
           MOVE SPACES TO ALERTE-LINE.
           STRING 'ACCUSE DE RECEPTION (10 JOURS OUVRES) A FAIRE AU '
               'PLUS TARD LE ' SQL-PAL-LIMIT
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.

           EXEC SQL
               DECLARE CRSALERTEAR CURSOR FOR
               SELECT p.plainte_ack_due, p.plainte_reception_date,
                   p.plainte_channel, p.plainte_category,
                   p.plainte_subject, p.plainte_ack_date,
                   p.plainte_operator, c.customer_lastname,
                   c.customer_firstname, c.customer_code_secu
               FROM plainte p, customer c
               WHERE p.uuid_customer = c.uuid_customer
               AND p.plainte_ack_date = ''
               AND p.plainte_answer_date = ''
               AND p.plainte_ack_due <= :SQL-PAL-LIMIT
               ORDER BY p.plainte_ack_due, c.customer_lastname
           END-EXEC.

           EXEC SQL OPEN CRSALERTEAR END-EXEC.

           EXEC SQL
               FETCH CRSALERTEAR
               INTO :SQL-PAL-DUE, :SQL-PAL-RECEPTION,
                   :SQL-PAL-CHANNEL, :SQL-PAL-CATEGORY,
                   :SQL-PAL-SUBJECT, :SQL-PAL-ACK-DATE,
                   :SQL-PAL-OPERATOR, :SQL-PAL-LASTNAME,
                   :SQL-PAL-FIRSTNAME, :SQL-PAL-CODE-SECU
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PAL-ACK-COUNT
               PERFORM 3000-ECRIRE-ALERTE
                  THRU END-3000-ECRIRE-ALERTE
               EXEC SQL
                   FETCH CRSALERTEAR
                   INTO :SQL-PAL-DUE, :SQL-PAL-RECEPTION,
                       :SQL-PAL-CHANNEL, :SQL-PAL-CATEGORY,
                       :SQL-PAL-SUBJECT, :SQL-PAL-ACK-DATE,
                       :SQL-PAL-OPERATOR, :SQL-PAL-LASTNAME,
                       :SQL-PAL-FIRSTNAME, :SQL-PAL-CODE-SECU
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSALERTEAR END-EXEC.

           MOVE WS-PAL-ACK-COUNT TO WS-PAL-COUNT-ED.
           MOVE SPACES TO ALERTE-LINE.
           STRING '  Total : ' WS-PAL-COUNT-ED ' plainte(s)'
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.
       END-1000-ALERTES-ACCUSE.
           EXIT.

      ******************************************************************
      *    [RD] Plaintes sans reponse dont l'echeance des deux mois    *
      *    tombe avant la date limite d'alerte.                        *
      ******************************************************************
       2000-ALERTES-REPONSE.
           COMPUTE WS-PAL-LIMIT-INT = WS-PAL-TODAY-INT
               + WS-PAL-ANSWER-NOTICE.
           PERFORM 9000-DATE-LIMITE THRU END-9000-DATE-LIMITE.

           MOVE SPACES TO ALERTE-LINE.
           WRITE ALERTE-LINE.
           MOVE SPACES TO ALERTE-LINE.
           STRING 'REPONSE (2 MOIS) A APPORTER AU PLUS TARD LE '
               SQL-PAL-LIMIT
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.

           EXEC SQL
               DECLARE CRSALERTEREP CURSOR FOR
               SELECT p.plainte_answer_due, p.plainte_reception_date,
                   p.plainte_channel, p.plainte_category,
                   p.plainte_subject, p.plainte_ack_date,
                   p.plainte_operator, c.customer_lastname,
                   c.customer_firstname, c.customer_code_secu
               FROM plainte p, customer c
               WHERE p.uuid_customer = c.uuid_customer
               AND p.plainte_answer_date = ''
               AND p.plainte_answer_due <= :SQL-PAL-LIMIT
               ORDER BY p.plainte_answer_due, c.customer_lastname
           END-EXEC.

           EXEC SQL OPEN CRSALERTEREP END-EXEC.

           EXEC SQL
               FETCH CRSALERTEREP
               INTO :SQL-PAL-DUE, :SQL-PAL-RECEPTION,
                   :SQL-PAL-CHANNEL, :SQL-PAL-CATEGORY,
                   :SQL-PAL-SUBJECT, :SQL-PAL-ACK-DATE,
                   :SQL-PAL-OPERATOR, :SQL-PAL-LASTNAME,
                   :SQL-PAL-FIRSTNAME, :SQL-PAL-CODE-SECU
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PAL-ANSWER-COUNT
               PERFORM 3000-ECRIRE-ALERTE
                  THRU END-3000-ECRIRE-ALERTE
               EXEC SQL
                   FETCH CRSALERTEREP
                   INTO :SQL-PAL-DUE, :SQL-PAL-RECEPTION,
                       :SQL-PAL-CHANNEL, :SQL-PAL-CATEGORY,
                       :SQL-PAL-SUBJECT, :SQL-PAL-ACK-DATE,
                       :SQL-PAL-OPERATOR, :SQL-PAL-LASTNAME,
                       :SQL-PAL-FIRSTNAME, :SQL-PAL-CODE-SECU
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSALERTEREP END-EXEC.

           MOVE WS-PAL-ANSWER-COUNT TO WS-PAL-COUNT-ED.
           MOVE SPACES TO ALERTE-LINE.
           STRING '  Total : ' WS-PAL-COUNT-ED ' plainte(s)'
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.
       END-2000-ALERTES-REPONSE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une plainte en alerte, echeance en tete.         *
      ******************************************************************
       3000-ECRIRE-ALERTE.
           IF SQL-PAL-DUE < SQL-PAL-TODAY
               MOVE 'DEPASSEE' TO WS-PAL-LATE-FLAG
               ADD 1 TO WS-PAL-LATE-COUNT
           ELSE
               MOVE 'PROCHE' TO WS-PAL-LATE-FLAG
           END-IF.

           MOVE SPACES TO ALERTE-LINE.
           STRING '  ' SQL-PAL-DUE ' ' WS-PAL-LATE-FLAG ' '
               SQL-PAL-LASTNAME ' ' SQL-PAL-FIRSTNAME ' NIR '
               SQL-PAL-CODE-SECU ' recue le ' SQL-PAL-RECEPTION
               ' canal ' SQL-PAL-CHANNEL ' cat ' SQL-PAL-CATEGORY
               ' AR ' SQL-PAL-ACK-DATE ' oper ' SQL-PAL-OPERATOR
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.

           MOVE SPACES TO ALERTE-LINE.
           STRING '    ' SQL-PAL-SUBJECT
               DELIMITED BY SIZE INTO ALERTE-LINE.
           WRITE ALERTE-LINE.
       END-3000-ECRIRE-ALERTE.
           EXIT.

      ******************************************************************
      *    [RD] Convertit WS-PAL-LIMIT-INT en date AAAA-MM-JJ.         *
      ******************************************************************
       9000-DATE-LIMITE.
           COMPUTE WS-PAL-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PAL-LIMIT-INT).
           MOVE SPACES TO SQL-PAL-LIMIT.
           STRING WS-PAL-DATE-X(1:4) '-' WS-PAL-DATE-X(5:2) '-'
               WS-PAL-DATE-X(7:2)
               DELIMITED BY SIZE INTO SQL-PAL-LIMIT.
       END-9000-DATE-LIMITE.
           EXIT.
