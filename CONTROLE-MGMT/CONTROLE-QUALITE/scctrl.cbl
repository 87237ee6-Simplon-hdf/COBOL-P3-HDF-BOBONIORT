      *    d'anomalies les fiches qui meritent une verification        *
      *    manuelle, a savoir les doublons de numero de securite       *
      *    sociale, les incoherences entre customer_active et          *
      *    customer_close_date, les champs obligatoires manquants      *
      *    sur les adherents actifs, et les adherents actifs dont      *
      *    l'adresse est marquee NPAI (cf. scnpai) depuis plus de      *
      *    trois mois sans avoir ete corrigee.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scctrl.
       01  WS-DUP-SECU-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-INCOHERENCE-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-CHAMP-MANQUANT-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-NPAI-ANCIEN-COUNT      PIC 9(05) VALUE ZERO.

      *    [RD] Anciennete, en mois, au-dela de laquelle une adresse
      *    NPAI non corrigee est relevee, et date limite calculee.
       01  WS-NPAI-MONTHS            PIC 9(02) VALUE 3.
       01  WS-NPAI-YEAR              PIC 9(04).
       01  WS-NPAI-MONTH             PIC S9(03).
       01  WS-NPAI-MONTH-ED          PIC 9(02).


      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
       01  SQL-MAN-UUID          PIC X(36).
       01  SQL-MAN-LASTNAME      PIC X(20).
       01  SQL-MAN-FIRSTNAME     PIC X(20).

       01  SQL-NPA-CUTOFF        PIC X(10).
       01  SQL-NPA-LASTNAME      PIC X(20).
       01  SQL-NPA-FIRSTNAME     PIC X(20).
       01  SQL-NPA-CODE-SECU     PIC 9(15).
       01  SQL-NPA-DATE          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier d'anomalies, enchaine les quatre controles puis
      * ferme le fichier et rend la main.
      *---------------------------------------------------------------
           MOVE 'S' TO WS-BATCH-FUNCTION.
              THRU END-2000-INCOHERENCE-ACTIVE-CLOTURE
           PERFORM 3000-CHAMPS-OBLIGATOIRES
              THRU END-3000-CHAMPS-OBLIGATOIRES
           PERFORM 4000-ADRESSES-NPAI-ANCIENNES
              THRU END-4000-ADRESSES-NPAI-ANCIENNES

           CLOSE ANOMALY-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY "Doublons code_secu     : " WS-DUP-SECU-COUNT.
           DISPLAY "Incoherences actif/clot: " WS-INCOHERENCE-COUNT.
           DISPLAY "Champs obligat. manq.  : " WS-CHAMP-MANQUANT-COUNT.
           DISPLAY "NPAI de plus de 3 mois : " WS-NPAI-ANCIEN-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT =
               WS-DUP-SECU-COUNT + WS-INCOHERENCE-COUNT
               + WS-CHAMP-MANQUANT-COUNT + WS-NPAI-ANCIEN-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
           WRITE ANOMALY-LINE.
       END-3000-CHAMPS-OBLIGATOIRES.
           EXIT.

      ******************************************************************
      *    [RD] Releve les adherents actifs dont l'adresse est         *
      *    marquee NPAI depuis plus de trois mois : aucun courrier ne  *
      *    leur parvient et la fiche doit etre relancee par un autre   *
      *    canal. La date limite est la date du jour reculee de trois  *
      *    mois calendaires.                                           *
      ******************************************************************
       4000-ADRESSES-NPAI-ANCIENNES.
           MOVE "ADRESSES NPAI DE PLUS DE TROIS MOIS (ADHERENTS ACTIFS)"
               TO ANOMALY-LINE.
           WRITE ANOMALY-LINE.
           MOVE SPACES TO ANOMALY-LINE.
           WRITE ANOMALY-LINE.

           MOVE WS-TODAY(1:4) TO WS-NPAI-YEAR.
           MOVE WS-TODAY(5:2) TO WS-NPAI-MONTH.
           SUBTRACT WS-NPAI-MONTHS FROM WS-NPAI-MONTH.
           IF WS-NPAI-MONTH < 1
               ADD 12 TO WS-NPAI-MONTH
               SUBTRACT 1 FROM WS-NPAI-YEAR
           END-IF.
           MOVE WS-NPAI-MONTH TO WS-NPAI-MONTH-ED.
           STRING WS-NPAI-YEAR '-' WS-NPAI-MONTH-ED '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-NPA-CUTOFF.

           EXEC SQL
               DECLARE CRSNPAIANCIEN CURSOR FOR
               SELECT customer_lastname, customer_firstname,
                   customer_code_secu, customer_adress_invalid_date
               FROM customer
               WHERE customer_active != 'A'
               AND customer_adress_invalid = 'O'
               AND customer_adress_invalid_date <= :SQL-NPA-CUTOFF
               ORDER BY customer_adress_invalid_date, customer_lastname
           END-EXEC.

           EXEC SQL OPEN CRSNPAIANCIEN END-EXEC.

           EXEC SQL
               FETCH CRSNPAIANCIEN
               INTO :SQL-NPA-LASTNAME, :SQL-NPA-FIRSTNAME,
                   :SQL-NPA-CODE-SECU, :SQL-NPA-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO ANOMALY-LINE
               STRING SQL-NPA-LASTNAME ' ' SQL-NPA-FIRSTNAME
                   ' NIR ' SQL-NPA-CODE-SECU ' NPAI depuis '
                   SQL-NPA-DATE
                   DELIMITED BY SIZE INTO ANOMALY-LINE
               WRITE ANOMALY-LINE
               ADD 1 TO WS-NPAI-ANCIEN-COUNT
               EXEC SQL
                   FETCH CRSNPAIANCIEN
                   INTO :SQL-NPA-LASTNAME, :SQL-NPA-FIRSTNAME,
                       :SQL-NPA-CODE-SECU, :SQL-NPA-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSNPAIANCIEN END-EXEC.

           MOVE SPACES TO ANOMALY-LINE.
           WRITE ANOMALY-LINE.
       END-4000-ADRESSES-NPAI-ANCIENNES.
           EXIT.
