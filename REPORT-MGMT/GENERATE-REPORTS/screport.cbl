      *    actifs, le nombre d'adherents par ville/code postal et la   *
      *    synthese mensuelle des nouveaux adherents par rapport aux   *
      *    adherents clotures. Le tout est ecrit dans un seul fichier  *
      *    sequentiel imprimable. Un quatrieme rapport reprend ces     *
      *    chiffres par agence de rattachement de l'adherent.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier sequentiel imprimable recevant les quatre
      *    rapports generes par ce traitement.
           SELECT REPORT-FILE ASSIGN TO "RAPPORTADH"
           ORGANIZATION IS LINE SEQUENTIAL.
       01  WS-TOWN-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NEW-MEMBERS-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-MEMBERS-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-NAME            PIC X(30).


      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
       01  SQL-MONTH-START       PIC X(10).
       01  SQL-NEW-COUNT         PIC 9(05).
       01  SQL-CLOSED-COUNT      PIC 9(05).

       01  SQL-AGE-CODE          PIC X(04).
       01  SQL-AGE-NAME          PIC X(30).
       01  SQL-AGE-ACTIVE        PIC 9(05).
       01  SQL-AGE-NEW           PIC 9(05).
       01  SQL-AGE-CLOSED        PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier de rapport, calcule le debut du mois courant
      * puis enchaine les quatre rapports avant de fermer le fichier et
      * de rendre la main.
      *---------------------------------------------------------------
           MOVE 'S' TO WS-BATCH-FUNCTION.
              THRU END-2000-COMPTE-PAR-VILLE
           PERFORM 3000-SYNTHESE-MENSUELLE
              THRU END-3000-SYNTHESE-MENSUELLE
           PERFORM 4000-SYNTHESE-PAR-AGENCE
              THRU END-4000-SYNTHESE-PAR-AGENCE

           CLOSE REPORT-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "Villes/codes postaux    : " WS-TOWN-COUNT.
           DISPLAY "Nouveaux ce mois        : " WS-NEW-MEMBERS-COUNT.
           DISPLAY "Clotures ce mois        : " WS-CLOSED-MEMBERS-COUNT.
           DISPLAY "Agences                 : " WS-AGENCE-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-ROSTER-COUNT TO WS-BATCH-COUNT.
           WRITE REPORT-LINE.
       END-3000-SYNTHESE-MENSUELLE.
           EXIT.

      ******************************************************************
      *    [RD] Synthese par agence de rattachement : adherents        *
      *    actifs, nouveaux et clotures du mois courant. Les adherents *
      *    sans agence sont regroupes sous SANS AGENCE.                *
      ******************************************************************
       4000-SYNTHESE-PAR-AGENCE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SYNTHESE PAR AGENCE (ACTIFS / NOUVEAUX / CLOTURES)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE CRSPARAGENCE CURSOR FOR
               SELECT COALESCE(customer_agence, ' '),
                   COALESCE(MAX(agence_name), ' '),
                   SUM(CASE WHEN customer_active != 'A'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN customer_create_date
                       >= :SQL-MONTH-START THEN 1 ELSE 0 END),
                   SUM(CASE WHEN customer_close_date
                       >= :SQL-MONTH-START THEN 1 ELSE 0 END)
               FROM customer
               LEFT JOIN agence ON agence_code = customer_agence
               GROUP BY COALESCE(customer_agence, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSPARAGENCE END-EXEC.

           EXEC SQL
               FETCH CRSPARAGENCE
               INTO :SQL-AGE-CODE, :SQL-AGE-NAME, :SQL-AGE-ACTIVE,
                   :SQL-AGE-NEW, :SQL-AGE-CLOSED
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF SQL-AGE-CODE = SPACES
                   MOVE 'SANS AGENCE' TO WS-AGENCE-NAME
               ELSE
                   MOVE SQL-AGE-NAME TO WS-AGENCE-NAME
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING SQL-AGE-CODE ' ' WS-AGENCE-NAME
                   ' actifs ' SQL-AGE-ACTIVE
                   ' nouveaux ' SQL-AGE-NEW
                   ' clotures ' SQL-AGE-CLOSED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-AGENCE-COUNT
               EXEC SQL
                   FETCH CRSPARAGENCE
                   INTO :SQL-AGE-CODE, :SQL-AGE-NAME, :SQL-AGE-ACTIVE,
                       :SQL-AGE-NEW, :SQL-AGE-CLOSED
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSPARAGENCE END-EXEC.
       END-4000-SYNTHESE-PAR-AGENCE.
           EXIT.
