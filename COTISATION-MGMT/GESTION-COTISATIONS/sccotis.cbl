      *    L'ecran enregistre aussi l'echeancier convenu avec un       *
      *    adherent en retard (table 'echeancier') et encaisse ses     *
      *    versements : tant que le plan est honore, screlance         *
      *    n'escalade plus les periodes couvertes. Chaque paiement     *
      *    saisi porte l'agence de l'operateur qui l'encaisse : c'est  *
      *    elle qui remet le cheque ou les especes en banque (cf.      *
      *    bordereau par agence de scremise).                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccotis.
       01  SQL-COT-PERIOD        PIC X(07).
       01  SQL-COT-DUE-DATE      PIC X(10).
       01  SQL-COT-PAID-DATE     PIC X(10).
       01  SQL-COT-RELEASE-DATE  PIC X(10).
       01  SQL-COT-STATUS        PIC X(01).
       01  SQL-COT-PAY-METHOD    PIC X(01).
       01  SQL-COT-AGENCE        PIC X(04).
       01  SQL-COT-OPERATOR      PIC X(08).
       01  SQL-COT-EXIST-COUNT   PIC 9(05).

       01  SQL-COT-CUR-PERIOD    PIC X(07).
               USING :DBNAME
           END-EXEC.

      *    [RD] Agence d'encaissement : celle de l'operateur connecte
      *    (a blanc s'il n'en a pas, le bordereau retombe alors sur
      *    l'agence de l'adherent).
           MOVE LK-OPERATOR-ID TO SQL-COT-OPERATOR.
           EXEC SQL
               SELECT COALESCE(operateur_agence, ' ')
               INTO :SQL-COT-AGENCE
               FROM operateur
               WHERE operateur_id = :SQL-COT-OPERATOR
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-COT-AGENCE
           END-IF.

      *    [RD] 'sccotiscalc' genere deja une ligne 'U' (et parfois
      *    'S' via 'scsepagen') pour chaque periode : on met a jour
      *    cette ligne plutot que d'en inserer une seconde si elle
                       cotisation_due_date = :SQL-COT-DUE-DATE,
                       cotisation_paid_date = :SQL-COT-PAID-DATE,
                       cotisation_status = :SQL-COT-STATUS,
                       cotisation_pay_method = :SQL-COT-PAY-METHOD,
                       cotisation_agence = :SQL-COT-AGENCE
                   WHERE uuid_customer = :SQL-COT-UUID-CUSTOMER
                   AND cotisation_period = :SQL-COT-PERIOD
               END-EXEC
                       uuid_customer, cotisation_amount,
                       cotisation_period, cotisation_due_date,
                       cotisation_paid_date, cotisation_status,
                       cotisation_create_date, cotisation_pay_method,
                       cotisation_agence
                   ) VALUES (
                       :SQL-COT-UUID-CUSTOMER, :SQL-COT-AMOUNT,
                       :SQL-COT-PERIOD, :SQL-COT-DUE-DATE,
                       :SQL-COT-PAID-DATE, :SQL-COT-STATUS,
                       :SQL-COT-PAID-DATE, :SQL-COT-PAY-METHOD,
                       :SQL-COT-AGENCE
                   )
               END-EXEC
           END-IF.
               GO TO END-2100-LIBERER-RECLAMATIONS
           END-IF.

      *    [RD] La date de liberation borne le temps passe en 'H'
      *    (cf. scdelais).
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-COT-RELEASE-DATE.
           EXEC SQL
               UPDATE remboursement SET remboursement_status = 'P',
                   remboursement_release_date = :SQL-COT-RELEASE-DATE
               WHERE uuid_customer = :SQL-COT-UUID-CUSTOMER
               AND remboursement_status = 'H'
           END-EXEC.
