      ******************************************************************
      *    [RD] Le programme 'screcours' porte l'ecran des recours sur *
      *    reclamations refusees : quand un adherent conteste un       *
      *    refus, le recours est enregistre avec ses motifs et sa date *
      *    (table 'recours', chaine a la reclamation d'origine par     *
      *    uuid_remboursement -- une seule histoire au dossier 360,    *
      *    plus de reclamation doublon qui remet la file a zero). Les  *
      *    recours ouverts forment une file de travail, les plus       *
      *    anciens en tete comme scfileatt ; la re-decision est        *
      *    reservee a un operateur different de celui qui a refuse a   *
      *    l'origine (remboursement_operator). Un recours accepte      *
      *    repasse la reclamation d'origine en 'R' avec le montant     *
      *    accorde (consommation mise a jour) ; un refus maintenu clot *
      *    le recours sans toucher la reclamation. Comme dans          *
      *    scfileatt, la file est limitee a l'agence de rattachement   *
      *    des adherents pour un operateur rattache a une agence ; un  *
      *    administrateur (role 'A') voit tout et peut saisir un code  *
      *    agence pour restreindre la file. Les recours des adherents  *
      *    sans agence de rattachement restent visibles de tous.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screcours.
       01  WS-REC-LINE-BUILT          PIC X(120).
       01  WS-REC-REFRESH-VALIDATION  PIC X(01).

      *    [RD] Filtre agence : role et agence de l'operateur lus a
      *    l'entree de l'ecran, code agence saisi par un role 'A'
      *    (vide = toutes agences) et libelle du filtre applique.
       01  WS-REC-OPER-ROLE           PIC X(01).
       01  WS-REC-OPER-AGENCE         PIC X(04).
       01  WS-REC-AGENCE-FILTER       PIC X(04).
       01  WS-REC-FILTER-LINE         PIC X(40).

      *    [RD] Re-decision sur la ligne selectionnee.
       01  WS-REC-SELECTED-LINE       PIC 9(02).
       01  WS-REC-OUTCOME             PIC X(01).
       01  SQL-REC-OUTCOME         PIC X(01).
       01  SQL-REC-PAID            PIC S9(5)V99 COMP-3.

      *    [RD] Filtre agence de la file : 'O' = toutes agences,
      *    sinon seuls les adherents de SQL-REC-AGENCE.
       01  SQL-REC-ALL             PIC X(01).
       01  SQL-REC-AGENCE          PIC X(04).
       01  SQL-REC-OPER-ID         PIC X(08).
       01  SQL-REC-OPER-ROLE       PIC X(01).
       01  SQL-REC-OPER-AGENCE     PIC X(04).

      *    [RD] Donnees de la reclamation d'origine, pour la mise a
      *    jour de la consommation annuelle au recours accepte.
       01  SQL-REC-PRES-CODE       PIC X(10).
           MOVE SPACE TO WS-REC-MENU-RETURN.
           MOVE SPACES TO WS-REC-ERROR-MESSAGE.
           MOVE SPACES TO WS-REC-REFUSED-UUID.
           MOVE SPACES TO WS-REC-AGENCE-FILTER.

           PERFORM 0100-LIRE-OPERATEUR
              THRU END-0100-LIRE-OPERATEUR.

           PERFORM 3000-RAFRAICHIR-LISTE
              THRU END-3000-RAFRAICHIR-LISTE.

           GOBACK.

      ******************************************************************
      *    [RD] Lit le role et l'agence de l'operateur connecte, qui   *
      *    fixent le filtre agence de la file.                         *
      ******************************************************************
       0100-LIRE-OPERATEUR.
           MOVE LK-OPERATOR-ID TO SQL-REC-OPER-ID.
           MOVE SPACES TO SQL-REC-OPER-ROLE.
           MOVE SPACES TO SQL-REC-OPER-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT operateur_role, COALESCE(operateur_agence, ' ')
               INTO :SQL-REC-OPER-ROLE, :SQL-REC-OPER-AGENCE
               FROM operateur
               WHERE operateur_id = :SQL-REC-OPER-ID
           END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SQL-REC-OPER-ROLE   TO WS-REC-OPER-ROLE.
           MOVE SQL-REC-OPER-AGENCE TO WS-REC-OPER-AGENCE.
       END-0100-LIRE-OPERATEUR.
           EXIT.

      ******************************************************************
      *    [RD] Fixe le filtre agence : un role 'A' voit toutes les    *
      *    agences ou celle qu'il a saisie, un autre operateur est     *
      *    limite a son agence (toute la base s'il n'est rattache a    *
      *    aucune).                                                    *
      ******************************************************************
       0200-FIXER-FILTRE-AGENCE.
           MOVE FUNCTION UPPER-CASE(WS-REC-AGENCE-FILTER)
               TO WS-REC-AGENCE-FILTER.

           IF WS-REC-OPER-ROLE NOT = 'A'
               MOVE WS-REC-OPER-AGENCE TO WS-REC-AGENCE-FILTER
           END-IF.

           MOVE SPACES TO WS-REC-FILTER-LINE.
           IF WS-REC-AGENCE-FILTER = SPACES
               MOVE 'O' TO SQL-REC-ALL
               MOVE SPACES TO SQL-REC-AGENCE
               MOVE 'File : toutes agences' TO WS-REC-FILTER-LINE
           ELSE
               MOVE 'N' TO SQL-REC-ALL
               MOVE WS-REC-AGENCE-FILTER TO SQL-REC-AGENCE
               STRING 'File : agence ' WS-REC-AGENCE-FILTER
                   DELIMITED BY SIZE INTO WS-REC-FILTER-LINE
           END-IF.
       END-0200-FIXER-FILTRE-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Retrouve la derniere reclamation refusee ('D') de      *
      *    l'adherent saisi, candidate au recours.                     *
           EXIT.

      ******************************************************************
      *    [RD] Recharge les dix recours ouverts les plus anciens du   *
      *    perimetre de l'operateur (toute la base ou une agence),     *
      *    avec l'operateur du refus d'origine (qui ne pourra pas re-  *
      *    decider lui-meme).                                          *
      ******************************************************************
       3000-RAFRAICHIR-LISTE.
           MOVE SPACES TO WS-REC-LINE-1 WS-REC-LINE-2 WS-REC-LINE-3
           MOVE SPACES TO WS-REC-QUEUE.
           MOVE ZERO TO WS-REC-QUEUE-COUNT.

           PERFORM 0200-FIXER-FILTRE-AGENCE
              THRU END-0200-FIXER-FILTRE-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.
               AND remboursement.uuid_customer
                   = customer.uuid_customer
               AND recours_status = 'O'
               AND (:SQL-REC-ALL = 'O'
                    OR customer_agence = :SQL-REC-AGENCE
                    OR COALESCE(TRIM(customer_agence), '') = '')
               ORDER BY recours_date, recours.uuid_remboursement
               LIMIT 10
           END-EXEC.
