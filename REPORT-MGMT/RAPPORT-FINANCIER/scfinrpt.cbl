      *    la mutuelle, sur une fenetre glissante des douze derniers   *
      *    mois : par periode, les cotisations emises et encaissees    *
      *    face aux remboursements acceptes et payes avec le ratio     *
      *    S/P, puis la meme lecture ventilee par ville/code postal,   *
      *    par prestation du catalogue et par agence de rattachement   *
      *    de l'adherent sur l'ensemble de la fenetre, et la tendance  *
      *    cumulee des douze mois. Le tout est ecrit dans un fichier   *
      *    imprimable structure en sections, comme les rapports        *
      *    d'adhesion de screport, pour alimenter directement le       *
      *    dossier du conseil.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scfinrpt.
              10 WS-FIN-PRES-REM-ACC PIC 9(09)V99.
              10 WS-FIN-PRES-REM-PAY PIC 9(09)V99.

      *    [RD] Ventilation par agence de rattachement de l'adherent
      *    sur l'ensemble de la fenetre (vingt agences au plus).
       01  WS-FIN-AGE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-FIN-AGENCE-TABLE.
           05 WS-FIN-AGE-ROW OCCURS 20 TIMES.
              10 WS-FIN-AGE-CODE    PIC X(04).
              10 WS-FIN-AGE-NAME    PIC X(30).
              10 WS-FIN-AGE-COT-ENC PIC 9(09)V99.
              10 WS-FIN-AGE-REM-ACC PIC 9(09)V99.

      *    [RD] Totaux cumules de la fenetre, pour la tendance douze
      *    mois glissants et les parts par segment.
       01  WS-FIN-TOT-COT-EMI       PIC 9(11)V99 VALUE ZERO.

       01  SQL-FIN-PRES-CODE      PIC X(10).
       01  SQL-FIN-PRES-LABEL     PIC X(30).

       01  SQL-FIN-AGENCE         PIC X(04).
       01  SQL-FIN-AGENCE-NAME    PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Calcule la fenetre des douze derniers mois, pre-remplit les
      * periodes, puis enchaine les quatre sections du rapport avant
      * d'afficher les compteurs du passage.
      *---------------------------------------------------------------
           PERFORM 0100-FENETRE-GLISSANTE
              THRU END-2000-SECTION-PAR-VILLE.
           PERFORM 3000-SECTION-PAR-PRESTATION
              THRU END-3000-SECTION-PAR-PRESTATION.
           PERFORM 4000-SECTION-PAR-AGENCE
              THRU END-4000-SECTION-PAR-AGENCE.

           CLOSE FINANCE-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.
       END-3150-RANGER-PAR-PRESTATION.
           EXIT.

      ******************************************************************
      *    [RD] Section 4 : primes encaissees et sinistres acceptes    *
      *    par agence de rattachement de l'adherent sur l'ensemble de  *
      *    la fenetre, avec le ratio S/P de l'agence. Les adherents    *
      *    sans agence sont regroupes sous SANS AGENCE.                *
      ******************************************************************
       4000-SECTION-PAR-AGENCE.
           MOVE 'SINISTRES / PRIMES PAR AGENCE' TO FINANCE-LINE.
           WRITE FINANCE-LINE.
           MOVE SPACES TO FINANCE-LINE.
           MOVE 'AGENCE - ENCAISSEES - ACCEPTES - S/P' TO FINANCE-LINE.
           WRITE FINANCE-LINE.
           MOVE SPACES TO FINANCE-LINE.
           WRITE FINANCE-LINE.

           MOVE ZERO TO WS-FIN-AGE-COUNT.

           PERFORM 4100-CUMUL-AGENCE-PRIMES
              THRU END-4100-CUMUL-AGENCE-PRIMES.
           PERFORM 4200-CUMUL-AGENCE-SINISTRES
              THRU END-4200-CUMUL-AGENCE-SINISTRES.

           PERFORM VARYING WS-FIN-IX FROM 1 BY 1
               UNTIL WS-FIN-IX > WS-FIN-AGE-COUNT
               MOVE WS-FIN-AGE-COT-ENC(WS-FIN-IX)
                   TO WS-FIN-AMOUNT-ED
               MOVE WS-FIN-AGE-REM-ACC(WS-FIN-IX)
                   TO WS-FIN-AMOUNT-2-ED
               IF WS-FIN-AGE-COT-ENC(WS-FIN-IX) > ZERO
                   COMPUTE WS-FIN-RATIO ROUNDED =
                       WS-FIN-AGE-REM-ACC(WS-FIN-IX) * 100
                       / WS-FIN-AGE-COT-ENC(WS-FIN-IX)
                       ON SIZE ERROR MOVE 99999.99 TO WS-FIN-RATIO
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-FIN-RATIO
               END-IF
               MOVE WS-FIN-RATIO TO WS-FIN-RATIO-ED
               MOVE SPACES TO FINANCE-LINE
               STRING WS-FIN-AGE-CODE(WS-FIN-IX) ' '
                   WS-FIN-AGE-NAME(WS-FIN-IX) ' - '
                   WS-FIN-AMOUNT-ED ' - ' WS-FIN-AMOUNT-2-ED
                   ' - ' WS-FIN-RATIO-ED ' %'
                   DELIMITED BY SIZE INTO FINANCE-LINE
               WRITE FINANCE-LINE
           END-PERFORM.

           MOVE SPACES TO FINANCE-LINE.
           WRITE FINANCE-LINE.
       END-4000-SECTION-PAR-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Cumul des primes encaissees par agence de rattachement *
      *    de l'adherent cotisant.                                     *
      ******************************************************************
       4100-CUMUL-AGENCE-PRIMES.
           EXEC SQL
               DECLARE CRSFINAGECOT CURSOR FOR
               SELECT COALESCE(customer_agence, ' '),
                   SUM(cotisation_amount)
               FROM cotisation, customer
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND cotisation_period >= :SQL-FIN-START
               AND cotisation_period <= :SQL-FIN-END
               AND cotisation_status = 'P'
               GROUP BY COALESCE(customer_agence, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSFINAGECOT END-EXEC.

           EXEC SQL
               FETCH CRSFINAGECOT
               INTO :SQL-FIN-AGENCE, :SQL-FIN-SUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 4150-RANGER-PAR-AGENCE
                  THRU END-4150-RANGER-PAR-AGENCE
               IF WS-FIN-FOUND = 'O'
                   MOVE SQL-FIN-SUM
                       TO WS-FIN-AGE-COT-ENC(WS-FIN-JX)
               END-IF
               EXEC SQL
                   FETCH CRSFINAGECOT
                   INTO :SQL-FIN-AGENCE, :SQL-FIN-SUM
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSFINAGECOT END-EXEC.
       END-4100-CUMUL-AGENCE-PRIMES.
           EXIT.

      ******************************************************************
      *    [RD] Cumul des sinistres acceptes par agence de             *
      *    rattachement de l'adherent soigne.                          *
      ******************************************************************
       4200-CUMUL-AGENCE-SINISTRES.
           EXEC SQL
               DECLARE CRSFINAGEREM CURSOR FOR
               SELECT COALESCE(customer_agence, ' '),
                   SUM(remboursement_reimbursed)
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND SUBSTR(remboursement_care_date, 1, 7)
                   >= :SQL-FIN-START
               AND SUBSTR(remboursement_care_date, 1, 7)
                   <= :SQL-FIN-END
               AND (remboursement_status = 'R'
                    OR remboursement_status = 'V')
               GROUP BY COALESCE(customer_agence, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSFINAGEREM END-EXEC.

           EXEC SQL
               FETCH CRSFINAGEREM
               INTO :SQL-FIN-AGENCE, :SQL-FIN-SUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 4150-RANGER-PAR-AGENCE
                  THRU END-4150-RANGER-PAR-AGENCE
               IF WS-FIN-FOUND = 'O'
                   MOVE SQL-FIN-SUM
                       TO WS-FIN-AGE-REM-ACC(WS-FIN-JX)
               END-IF
               EXEC SQL
                   FETCH CRSFINAGEREM
                   INTO :SQL-FIN-AGENCE, :SQL-FIN-SUM
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSFINAGEREM END-EXEC.
       END-4200-CUMUL-AGENCE-SINISTRES.
           EXIT.

      ******************************************************************
      *    [RD] Retrouve (ou cree, dans la limite de vingt agences) le *
      *    rang de l'agence dans le tableau de ventilation, avec son   *
      *    nom lu au referentiel des agences.                          *
      ******************************************************************
       4150-RANGER-PAR-AGENCE.
           MOVE 'N' TO WS-FIN-FOUND.
           PERFORM VARYING WS-FIN-JX FROM 1 BY 1
               UNTIL WS-FIN-JX > WS-FIN-AGE-COUNT
               OR WS-FIN-FOUND = 'O'
               IF WS-FIN-AGE-CODE(WS-FIN-JX) = SQL-FIN-AGENCE
                   MOVE 'O' TO WS-FIN-FOUND
               END-IF
           END-PERFORM.

           IF WS-FIN-FOUND = 'O'
               SUBTRACT 1 FROM WS-FIN-JX
               GO TO END-4150-RANGER-PAR-AGENCE
           END-IF.

           IF WS-FIN-AGE-COUNT >= 20
               GO TO END-4150-RANGER-PAR-AGENCE
           END-IF.

           ADD 1 TO WS-FIN-AGE-COUNT.
           MOVE WS-FIN-AGE-COUNT TO WS-FIN-JX.
           MOVE 'O' TO WS-FIN-FOUND.
           MOVE SQL-FIN-AGENCE TO WS-FIN-AGE-CODE(WS-FIN-JX).
           MOVE ZERO TO WS-FIN-AGE-COT-ENC(WS-FIN-JX).
           MOVE ZERO TO WS-FIN-AGE-REM-ACC(WS-FIN-JX).

           IF SQL-FIN-AGENCE = SPACES
               MOVE 'SANS AGENCE' TO WS-FIN-AGE-NAME(WS-FIN-JX)
           ELSE
               EXEC SQL
                   SELECT agence_name INTO :SQL-FIN-AGENCE-NAME
                   FROM agence
                   WHERE agence_code = :SQL-FIN-AGENCE
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-FIN-AGENCE-NAME
                       TO WS-FIN-AGE-NAME(WS-FIN-JX)
               ELSE
                   MOVE 'AGENCE INCONNUE'
                       TO WS-FIN-AGE-NAME(WS-FIN-JX)
               END-IF
           END-IF.
       END-4150-RANGER-PAR-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Ratio S/P cumule de la fenetre (acceptes sur           *
      *    encaissees), range edite dans WS-FIN-RATIO-ED.              *
