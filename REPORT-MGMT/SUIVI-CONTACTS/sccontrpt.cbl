      ******************************************************************
      *    [RD] Le programme 'sccontrpt' est le traitement batch       *
      *    quotidien du journal des contacts adherent (table           *
      *    'contact_adherent', cf. sccontact). Il ecrit :              *
      *    - la liste des suivis dus par operateur (SUIVICONTACT) :    *
      *      les suivis promis pour aujourd'hui ou deja depasses, non  *
      *      encore soldes, regroupes par operateur ayant pris le      *
      *      contact, les retards signales ;                           *
      *    - le decompte des contacts par motif (STATCONTACT), pour le *
      *      mois ecoule et pour le mois en cours, afin de suivre ce   *
      *      qui fait le volume d'appels.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccontrpt.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable des suivis dus, par
      *    operateur.
           SELECT SUIVI-FILE ASSIGN TO "SUIVICONTACT"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Fichier sequentiel imprimable du decompte mensuel des
      *    contacts par motif.
           SELECT STAT-FILE ASSIGN TO "STATCONTACT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUIVI-FILE.
       01  SUIVI-LINE                PIC X(180).
       FD  STAT-FILE.
       01  STAT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

       01  WS-CRP-OPERATOR-CUR       PIC X(08) VALUE SPACES.
       01  WS-CRP-OPER-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CRP-OPER-COUNT-ED      PIC ZZZZ9.
       01  WS-CRP-DUE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CRP-LATE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CRP-LATE-FLAG          PIC X(10).

      *    [RD] Bornes du mois decompte et libelle du motif.
       01  WS-CRP-YEAR               PIC 9(04).
       01  WS-CRP-MONTH              PIC 9(02).
       01  WS-CRP-PERIOD-LABEL       PIC X(20).
       01  WS-CRP-REASON-LABEL       PIC X(26).
       01  WS-CRP-STAT-COUNT-ED      PIC ZZZZ9.
       01  WS-CRP-STAT-TOTAL         PIC 9(05).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
      *    cloture du passage dans la table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'sccontrpt'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CRP-TODAY         PIC X(10).

       01  SQL-SUI-OPERATOR      PIC X(08).
       01  SQL-SUI-FOLLOWUP      PIC X(10).
       01  SQL-SUI-DATE          PIC X(10).
       01  SQL-SUI-CHANNEL       PIC X(01).
       01  SQL-SUI-REASON        PIC X(01).
       01  SQL-SUI-NOTE          PIC X(200).
       01  SQL-SUI-LASTNAME      PIC X(20).
       01  SQL-SUI-FIRSTNAME     PIC X(20).
       01  SQL-SUI-CODE-SECU     PIC 9(15).
       01  SQL-SUI-PHONE         PIC X(10).

       01  SQL-STA-FROM          PIC X(10).
       01  SQL-STA-TO            PIC X(10).
       01  SQL-STA-REASON        PIC X(01).
       01  SQL-STA-COUNT         PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ecrit la liste des suivis dus par operateur, puis le decompte
      * par motif du mois ecoule et du mois en cours.
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
               DELIMITED BY SIZE INTO SQL-CRP-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT SUIVI-FILE.
           OPEN OUTPUT STAT-FILE.

           PERFORM 1000-SUIVIS-DUS
              THRU END-1000-SUIVIS-DUS

           MOVE WS-TODAY(1:4) TO WS-CRP-YEAR.
           MOVE WS-TODAY(5:2) TO WS-CRP-MONTH.
           IF WS-CRP-MONTH = 1
               MOVE 12 TO WS-CRP-MONTH
               SUBTRACT 1 FROM WS-CRP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CRP-MONTH
           END-IF.
           MOVE 'MOIS ECOULE' TO WS-CRP-PERIOD-LABEL.
           PERFORM 2000-DECOMPTE-MOTIFS
              THRU END-2000-DECOMPTE-MOTIFS

           MOVE WS-TODAY(1:4) TO WS-CRP-YEAR.
           MOVE WS-TODAY(5:2) TO WS-CRP-MONTH.
           MOVE 'MOIS EN COURS' TO WS-CRP-PERIOD-LABEL.
           PERFORM 2000-DECOMPTE-MOTIFS
              THRU END-2000-DECOMPTE-MOTIFS

           CLOSE SUIVI-FILE.
           CLOSE STAT-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Suivis dus             : " WS-CRP-DUE-COUNT.
           DISPLAY "dont en retard         : " WS-CRP-LATE-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-CRP-DUE-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Suivis promis pour aujourd'hui ou deja depasses et non *
      *    soldes, tries par operateur puis date de suivi, avec un     *
      *    en-tete et un total par operateur.                          *
      ******************************************************************
       1000-SUIVIS-DUS.
           MOVE SPACES TO SUIVI-LINE.
           STRING 'SUIVIS DE CONTACTS DUS AU ' SQL-CRP-TODAY
               ' PAR OPERATEUR'
               DELIMITED BY SIZE INTO SUIVI-LINE.
           WRITE SUIVI-LINE.

           EXEC SQL
               DECLARE CRSSUIVI CURSOR FOR
               SELECT k.contact_operator, k.contact_followup_date,
                   k.contact_date, k.contact_channel,
                   k.contact_reason, k.contact_note,
                   c.customer_lastname, c.customer_firstname,
                   c.customer_code_secu,
                   COALESCE(c.customer_phone, '')
               FROM contact_adherent k, customer c
               WHERE k.uuid_customer = c.uuid_customer
               AND k.contact_followup_date != ''
               AND k.contact_followup_date <= :SQL-CRP-TODAY
               AND COALESCE(k.contact_followup_done, 'N') != 'O'
               ORDER BY k.contact_operator, k.contact_followup_date,
                   c.customer_lastname
           END-EXEC.

           EXEC SQL OPEN CRSSUIVI END-EXEC.

           EXEC SQL
               FETCH CRSSUIVI
               INTO :SQL-SUI-OPERATOR, :SQL-SUI-FOLLOWUP,
                   :SQL-SUI-DATE, :SQL-SUI-CHANNEL, :SQL-SUI-REASON,
                   :SQL-SUI-NOTE, :SQL-SUI-LASTNAME,
                   :SQL-SUI-FIRSTNAME, :SQL-SUI-CODE-SECU,
                   :SQL-SUI-PHONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-ECRIRE-SUIVI
                  THRU END-1100-ECRIRE-SUIVI
               EXEC SQL
                   FETCH CRSSUIVI
                   INTO :SQL-SUI-OPERATOR, :SQL-SUI-FOLLOWUP,
                       :SQL-SUI-DATE, :SQL-SUI-CHANNEL,
                       :SQL-SUI-REASON, :SQL-SUI-NOTE,
                       :SQL-SUI-LASTNAME, :SQL-SUI-FIRSTNAME,
                       :SQL-SUI-CODE-SECU, :SQL-SUI-PHONE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSSUIVI END-EXEC.

           IF WS-CRP-OPERATOR-CUR NOT = SPACES
               PERFORM 1200-TOTAL-OPERATEUR
                  THRU END-1200-TOTAL-OPERATEUR
           END-IF.

           IF WS-CRP-DUE-COUNT = ZERO
               MOVE 'Aucun suivi du.' TO SUIVI-LINE
               WRITE SUIVI-LINE
           END-IF.
       END-1000-SUIVIS-DUS.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit un suivi du, avec rupture sur l'operateur.       *
      ******************************************************************
       1100-ECRIRE-SUIVI.
           IF SQL-SUI-OPERATOR NOT = WS-CRP-OPERATOR-CUR
               IF WS-CRP-OPERATOR-CUR NOT = SPACES
                   PERFORM 1200-TOTAL-OPERATEUR
                      THRU END-1200-TOTAL-OPERATEUR
               END-IF
               MOVE SQL-SUI-OPERATOR TO WS-CRP-OPERATOR-CUR
               MOVE ZERO TO WS-CRP-OPER-COUNT
               MOVE SPACES TO SUIVI-LINE
               WRITE SUIVI-LINE
               STRING 'OPERATEUR ' SQL-SUI-OPERATOR
                   DELIMITED BY SIZE INTO SUIVI-LINE
               WRITE SUIVI-LINE
           END-IF.

           ADD 1 TO WS-CRP-OPER-COUNT.
           ADD 1 TO WS-CRP-DUE-COUNT.

           IF SQL-SUI-FOLLOWUP < SQL-CRP-TODAY
               MOVE 'EN RETARD' TO WS-CRP-LATE-FLAG
               ADD 1 TO WS-CRP-LATE-COUNT
           ELSE
               MOVE 'DU CE JOUR' TO WS-CRP-LATE-FLAG
           END-IF.

           MOVE SPACES TO SUIVI-LINE.
           STRING '  ' SQL-SUI-FOLLOWUP ' ' WS-CRP-LATE-FLAG ' '
               SQL-SUI-LASTNAME ' ' SQL-SUI-FIRSTNAME ' NIR '
               SQL-SUI-CODE-SECU ' tel ' SQL-SUI-PHONE
               ' - contact du ' SQL-SUI-DATE ' canal '
               SQL-SUI-CHANNEL ' motif ' SQL-SUI-REASON
               DELIMITED BY SIZE INTO SUIVI-LINE.
           WRITE SUIVI-LINE.

           MOVE SPACES TO SUIVI-LINE.
           STRING '    ' SQL-SUI-NOTE
               DELIMITED BY SIZE INTO SUIVI-LINE.
           WRITE SUIVI-LINE.
       END-1100-ECRIRE-SUIVI.
           EXIT.

       1200-TOTAL-OPERATEUR.
           MOVE WS-CRP-OPER-COUNT TO WS-CRP-OPER-COUNT-ED.
           MOVE SPACES TO SUIVI-LINE.
           STRING '  Total operateur ' WS-CRP-OPERATOR-CUR ' : '
               WS-CRP-OPER-COUNT-ED ' suivi(s)'
               DELIMITED BY SIZE INTO SUIVI-LINE.
           WRITE SUIVI-LINE.
       END-1200-TOTAL-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Decompte des contacts du mois WS-CRP-YEAR/MONTH par    *
      *    motif, avec le total du mois.                               *
      ******************************************************************
       2000-DECOMPTE-MOTIFS.
           MOVE SPACES TO SQL-STA-FROM SQL-STA-TO.
           STRING WS-CRP-YEAR '-' WS-CRP-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-STA-FROM.
           STRING WS-CRP-YEAR '-' WS-CRP-MONTH '-31'
               DELIMITED BY SIZE INTO SQL-STA-TO.
           MOVE ZERO TO WS-CRP-STAT-TOTAL.

           MOVE SPACES TO STAT-LINE.
           STRING 'CONTACTS PAR MOTIF - ' WS-CRP-PERIOD-LABEL ' '
               SQL-STA-FROM(1:7)
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.

           EXEC SQL
               DECLARE CRSSTATMOTIF CURSOR FOR
               SELECT contact_reason, COUNT(*)
               FROM contact_adherent
               WHERE contact_date >= :SQL-STA-FROM
               AND contact_date <= :SQL-STA-TO
               GROUP BY contact_reason
               ORDER BY contact_reason
           END-EXEC.

           EXEC SQL OPEN CRSSTATMOTIF END-EXEC.

           EXEC SQL
               FETCH CRSSTATMOTIF
               INTO :SQL-STA-REASON, :SQL-STA-COUNT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-ECRIRE-MOTIF
                  THRU END-2100-ECRIRE-MOTIF
               EXEC SQL
                   FETCH CRSSTATMOTIF
                   INTO :SQL-STA-REASON, :SQL-STA-COUNT
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSSTATMOTIF END-EXEC.

           MOVE WS-CRP-STAT-TOTAL TO WS-CRP-STAT-COUNT-ED.
           MOVE SPACES TO STAT-LINE.
           STRING '  TOTAL                      : ' WS-CRP-STAT-COUNT-ED
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.
           MOVE SPACES TO STAT-LINE.
           WRITE STAT-LINE.
       END-2000-DECOMPTE-MOTIFS.
           EXIT.

       2100-ECRIRE-MOTIF.
           EVALUATE SQL-STA-REASON
               WHEN 'R'
                   MOVE 'Question remboursement' TO WS-CRP-REASON-LABEL
               WHEN 'P'
                   MOVE 'Paiement' TO WS-CRP-REASON-LABEL
               WHEN 'A'
                   MOVE 'Changement d''adresse' TO WS-CRP-REASON-LABEL
               WHEN 'S'
                   MOVE 'Resiliation' TO WS-CRP-REASON-LABEL
               WHEN OTHER
                   MOVE 'Autre' TO WS-CRP-REASON-LABEL
           END-EVALUATE.

           ADD SQL-STA-COUNT TO WS-CRP-STAT-TOTAL.
           MOVE SQL-STA-COUNT TO WS-CRP-STAT-COUNT-ED.
           MOVE SPACES TO STAT-LINE.
           STRING '  ' SQL-STA-REASON ' ' WS-CRP-REASON-LABEL ' : '
               WS-CRP-STAT-COUNT-ED
               DELIMITED BY SIZE INTO STAT-LINE.
           WRITE STAT-LINE.
       END-2100-ECRIRE-MOTIF.
           EXIT.
