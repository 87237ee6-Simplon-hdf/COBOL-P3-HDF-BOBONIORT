      ******************************************************************
      *    [RD] Le programme 'sccontrat' porte l'ecran du registre des *
      *    contrats collectifs employeurs, table 'contrat_collectif' : *
      *    reference du contrat (celle que scgrpimp stampe sur les     *
      *    fiches des salaries importes), employeur, effectif, formule *
      *    negociee, tarif mensuel par salarie et agence gestionnaire  *
      *    (recopiee par scgrpimp sur la fiche des salaries importes,  *
      *    cf. scfileatt). C'est ce registre que sccotiscalc consulte  *
      *    pour facturer l'employeur en une facture mensuelle au lieu  *
      *    de prelever chaque salarie, et que scrappro consulte pour   *
      *    solder d'un coup toutes les periodes couvertes au reglement *
      *    de la facture.                                              *
      *    Le meme ecran enregistre la sortie d'un salarie (pendant    *
      *    ecran du fichier des sortants de scgrpsor, memes controles  *
      *    et meme mise a jour) : avec justificatif chomage, la        *
      *    portabilite des droits (ANI) court de la sortie a la fin de *
      *    portabilite, sans facturation (cf. sccotiscalc), et la      *
      *    cloture est planifiee a cette fin (motif 'PO') ; sans       *
      *    justificatif, la cloture est planifiee a la date de sortie  *
      *    (motif 'SE'). Il enregistre enfin l'adhesion individuelle   *
      *    acceptee par l'ancien salarie apres l'offre de scportab :   *
      *    la fiche quitte le contrat collectif pour la formule        *
      *    choisie, la cloture planifiee tombe et la date d'adhesion   *
      *    d'origine est gardee, sans nouveau delai de carence (cf.    *
      *    scremb). La facturation individuelle reprend a la periode   *
      *    qui suit la fin de portabilite.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccontrat.
       01  WS-CTR-RATE-EUROS          PIC 9(05).
       01  WS-CTR-RATE-CENTS          PIC 9(02).
       01  WS-CTR-RATE                PIC 9(05)V99.
       01  WS-CTR-AGENCE              PIC X(04).

       01  WS-CTR-SEARCH-VALIDATION   PIC X(01).
       01  WS-CTR-SAVE-VALIDATION     PIC X(01).

      *    [RD] Sortie d'un salarie : recherche par numero de
      *    securite sociale, date de sortie, duree du dernier contrat
      *    de travail (mois) et justificatif chomage (O/N).
       01  WS-CTR-SECU-1              PIC X(01).
       01  WS-CTR-SECU-2              PIC X(02).
       01  WS-CTR-SECU-3              PIC X(02).
       01  WS-CTR-SECU-4              PIC X(02).
       01  WS-CTR-SECU-5              PIC X(03).
       01  WS-CTR-SECU-6              PIC X(03).
       01  WS-CTR-SECU-7              PIC X(02).
       01  WS-CTR-CUS-CODE-SECU       PIC 9(15).
       01  WS-CTR-SAL-SEARCH          PIC X(01).
       01  WS-CTR-SAL-FOUND           PIC X(01).
       01  WS-CTR-SAL-INFO            PIC X(100).
       01  WS-CTR-SAL-UUID            PIC X(36).
       01  WS-CTR-SAL-GROUPE          PIC X(10).
       01  WS-CTR-SAL-EXIT            PIC X(10).
       01  WS-CTR-SAL-END             PIC X(10).
       01  WS-CTR-SAL-PROOF-CUR       PIC X(01).
       01  WS-CTR-SAL-CHOICE          PIC X(01).
       01  WS-CTR-SAL-TERM            PIC X(10).
       01  WS-CTR-EXIT-DATE           PIC X(10).
       01  WS-CTR-NB-MONTHS           PIC 9(02).
       01  WS-CTR-PROOF               PIC X(01).
       01  WS-CTR-EXIT-VALIDATION     PIC X(01).

      *    [RD] Adhesion individuelle de l'ancien salarie.
       01  WS-CTR-IND-FORMULE         PIC X(10).
       01  WS-CTR-IND-VALIDATION      PIC X(01).

      *    [RD] Fin de portabilite, comme 3100-CALCULER-FIN-PORTABILITE
      *    dans scgrpsor : douze mois au plus, de quantieme a
      *    quantieme, ramenee au dernier jour du mois d'arrivee.
       01  WS-CTR-MAX-MONTHS          PIC 9(02) VALUE 12.
       01  WS-CTR-DATE-X              PIC X(08).
       01  WS-CTR-DATE-NUM REDEFINES WS-CTR-DATE-X PIC 9(08).
       01  WS-CTR-END-YEAR            PIC 9(04).
       01  WS-CTR-END-MONTH           PIC 9(02).
       01  WS-CTR-END-DAY             PIC 9(02).
       01  WS-CTR-LAST-DAY            PIC 9(02).
       01  WS-CTR-FIRST-INT           PIC 9(07).
       01  WS-CTR-NEXT-INT            PIC 9(07).
       01  WS-TODAY                   PIC X(08).

       01  WS-CTR-ERROR-MESSAGE       PIC X(70).
       01  WS-CTR-MENU-RETURN         PIC X(01).

       01  SQL-CTR-RATE          PIC S9(5)V99 COMP-3.
       01  SQL-CTR-DUP-COUNT     PIC 9(05).
       01  SQL-FORMULE-COUNT     PIC 9(05).
       01  SQL-CTR-AGENCE        PIC X(04).
       01  SQL-AGENCE-COUNT      PIC 9(05).

       01  SQL-SAL-CODE-SECU     PIC 9(15).
       01  SQL-SAL-UUID          PIC X(36).
       01  SQL-SAL-LASTNAME      PIC X(20).
       01  SQL-SAL-FIRSTNAME     PIC X(20).
       01  SQL-SAL-GROUPE        PIC X(10).
       01  SQL-SAL-FORMULE       PIC X(10).
       01  SQL-SAL-EXIT          PIC X(10).
       01  SQL-SAL-END           PIC X(10).
       01  SQL-SAL-PROOF         PIC X(01).
       01  SQL-SAL-CHOICE        PIC X(01).
       01  SQL-SAL-TERM          PIC X(10).
       01  SQL-SAL-TODAY         PIC X(10).
       01  SQL-SAL-OPERATOR      PIC X(08).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) et trace avec le motif de cloture.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-contrat.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran du registre, recherche un
      * contrat par sa reference ou enregistre la saisie (creation ou
      * mise a jour), recherche un salarie, enregistre sa sortie ou
      * son adhesion individuelle, jusqu'au retour au menu principal.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-CTR-MENU-RETURN.
           MOVE SPACES TO WS-CTR-ERROR-MESSAGE.
           MOVE 'N' TO WS-CTR-SAL-FOUND.

           PERFORM UNTIL WS-CTR-MENU-RETURN = 'O'
               DISPLAY SCREEN-CONTRAT
                   WHEN WS-CTR-SAVE-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-CONTRAT
                          THRU END-2000-ENREGISTRER-CONTRAT
                   WHEN WS-CTR-SAL-SEARCH = 'O'
                       PERFORM 3000-RECHERCHER-SALARIE
                          THRU END-3000-RECHERCHER-SALARIE
                   WHEN WS-CTR-EXIT-VALIDATION = 'O'
                       PERFORM 3100-ENREGISTRER-SORTIE
                          THRU END-3100-ENREGISTRER-SORTIE
                   WHEN WS-CTR-IND-VALIDATION = 'O'
                       PERFORM 4000-CONVERTIR-INDIVIDUEL
                          THRU END-4000-CONVERTIR-INDIVIDUEL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

           EXEC SQL
               SELECT contrat_employeur, contrat_headcount,
                   contrat_formule, contrat_rate,
                   COALESCE(contrat_agence, ' ')
               INTO :SQL-CTR-EMPLOYEUR, :SQL-CTR-HEADCOUNT,
                   :SQL-CTR-FORMULE, :SQL-CTR-RATE,
                   :SQL-CTR-AGENCE
               FROM contrat_collectif
               WHERE contrat_ref = :SQL-CTR-REF
           END-EXEC.
                   MOVE SQL-CTR-HEADCOUNT TO WS-CTR-HEADCOUNT
                   MOVE SQL-CTR-FORMULE   TO WS-CTR-FORMULE
                   MOVE SQL-CTR-RATE      TO WS-CTR-RATE
                   MOVE SQL-CTR-AGENCE    TO WS-CTR-AGENCE
                   DIVIDE WS-CTR-RATE BY 1 GIVING WS-CTR-RATE-EUROS
                   COMPUTE WS-CTR-RATE-CENTS =
                       (WS-CTR-RATE - WS-CTR-RATE-EUROS) * 100
      ******************************************************************
      *    [RD] Enregistre la saisie : creation du contrat ou mise a   *
      *    jour de la ligne existante. La formule negociee doit        *
      *    exister au catalogue (cf. scformule) ; l'agence             *
      *    gestionnaire, facultative, doit etre ouverte (cf.           *
      *    scagence).                                                  *
      ******************************************************************
       2000-ENREGISTRER-CONTRAT.
           MOVE SPACES TO WS-CTR-ERROR-MESSAGE.
           MOVE WS-CTR-HEADCOUNT TO SQL-CTR-HEADCOUNT.
           MOVE WS-CTR-FORMULE   TO SQL-CTR-FORMULE.
           MOVE WS-CTR-RATE      TO SQL-CTR-RATE.
           MOVE FUNCTION UPPER-CASE(WS-CTR-AGENCE) TO SQL-CTR-AGENCE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
               END-IF
           END-IF.

           IF SQL-CTR-AGENCE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-AGENCE-COUNT
                   FROM agence
                   WHERE agence_code = :SQL-CTR-AGENCE
                     AND agence_active = 'O'
               END-EXEC
               IF SQL-AGENCE-COUNT = ZERO
                   MOVE 'Agence inconnue ou fermee.'
                       TO WS-CTR-ERROR-MESSAGE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   GO TO END-2000-ENREGISTRER-CONTRAT
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CTR-DUP-COUNT
               FROM contrat_collectif
                       contrat_employeur = :SQL-CTR-EMPLOYEUR,
                       contrat_headcount = :SQL-CTR-HEADCOUNT,
                       contrat_formule = :SQL-CTR-FORMULE,
                       contrat_rate = :SQL-CTR-RATE,
                       contrat_agence = :SQL-CTR-AGENCE
                   WHERE contrat_ref = :SQL-CTR-REF
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO contrat_collectif (contrat_ref,
                       contrat_employeur, contrat_headcount,
                       contrat_formule, contrat_rate, contrat_agence)
                   VALUES (:SQL-CTR-REF, :SQL-CTR-EMPLOYEUR,
                       :SQL-CTR-HEADCOUNT, :SQL-CTR-FORMULE,
                       :SQL-CTR-RATE, :SQL-CTR-AGENCE)
               END-EXEC
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-2000-ENREGISTRER-CONTRAT.
           EXIT.

      ******************************************************************
      *    [RD] Recherche la fiche active d'un salarie par numero de   *
      *    securite sociale et affiche son contrat et l'etat de sa     *
      *    portabilite.                                                *
      ******************************************************************
       3000-RECHERCHER-SALARIE.
           MOVE SPACES TO WS-CTR-ERROR-MESSAGE.
           MOVE SPACES TO WS-CTR-SAL-INFO.
           MOVE 'N' TO WS-CTR-SAL-FOUND.

           STRING WS-CTR-SECU-1 WS-CTR-SECU-2 WS-CTR-SECU-3
               WS-CTR-SECU-4 WS-CTR-SECU-5 WS-CTR-SECU-6 WS-CTR-SECU-7
               DELIMITED BY SIZE INTO WS-CTR-CUS-CODE-SECU.

           MOVE WS-CTR-CUS-CODE-SECU TO SQL-SAL-CODE-SECU.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT uuid_customer, customer_lastname,
                   customer_firstname,
                   COALESCE(customer_groupe, ''),
                   COALESCE(customer_formule, ''),
                   COALESCE(customer_porta_exit_date, ''),
                   COALESCE(customer_porta_end_date, ''),
                   COALESCE(customer_porta_proof, ''),
                   COALESCE(customer_porta_choice, ''),
                   COALESCE(customer_term_date, '')
               INTO :SQL-SAL-UUID, :SQL-SAL-LASTNAME,
                   :SQL-SAL-FIRSTNAME, :SQL-SAL-GROUPE,
                   :SQL-SAL-FORMULE, :SQL-SAL-EXIT, :SQL-SAL-END,
                   :SQL-SAL-PROOF, :SQL-SAL-CHOICE, :SQL-SAL-TERM
               FROM customer
               WHERE customer_code_secu = :SQL-SAL-CODE-SECU
               AND customer_active != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Salarie introuvable ou deja cloture.'
                   TO WS-CTR-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-3000-RECHERCHER-SALARIE
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'O' TO WS-CTR-SAL-FOUND.
           MOVE SQL-SAL-UUID   TO WS-CTR-SAL-UUID.
           MOVE SQL-SAL-GROUPE TO WS-CTR-SAL-GROUPE.
           MOVE SQL-SAL-EXIT   TO WS-CTR-SAL-EXIT.
           MOVE SQL-SAL-END    TO WS-CTR-SAL-END.
           MOVE SQL-SAL-PROOF  TO WS-CTR-SAL-PROOF-CUR.
           MOVE SQL-SAL-CHOICE TO WS-CTR-SAL-CHOICE.
           MOVE SQL-SAL-TERM   TO WS-CTR-SAL-TERM.
           MOVE SQL-SAL-FORMULE TO WS-CTR-IND-FORMULE.

           EVALUATE TRUE
               WHEN SQL-SAL-CHOICE = 'I'
                   STRING FUNCTION TRIM(SQL-SAL-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SAL-FIRSTNAME)
                       ' - adhesion individuelle ('
                       FUNCTION TRIM(SQL-SAL-FORMULE)
                       ') apres portabilite au ' SQL-SAL-END
                       DELIMITED BY SIZE INTO WS-CTR-SAL-INFO
               WHEN SQL-SAL-PROOF = 'O'
                   STRING FUNCTION TRIM(SQL-SAL-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SAL-FIRSTNAME)
                       ' - portabilite du ' SQL-SAL-EXIT
                       ' au ' SQL-SAL-END
                       DELIMITED BY SIZE INTO WS-CTR-SAL-INFO
               WHEN SQL-SAL-EXIT NOT = SPACES
                   STRING FUNCTION TRIM(SQL-SAL-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SAL-FIRSTNAME)
                       ' - sorti le ' SQL-SAL-EXIT
                       ' sans portabilite'
                       DELIMITED BY SIZE INTO WS-CTR-SAL-INFO
               WHEN SQL-SAL-GROUPE NOT = SPACES
                   STRING FUNCTION TRIM(SQL-SAL-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SAL-FIRSTNAME)
                       ' - salarie du contrat ' SQL-SAL-GROUPE
                       DELIMITED BY SIZE INTO WS-CTR-SAL-INFO
               WHEN OTHER
                   STRING FUNCTION TRIM(SQL-SAL-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SAL-FIRSTNAME)
                       ' - adherent individuel'
                       DELIMITED BY SIZE INTO WS-CTR-SAL-INFO
           END-EVALUATE.

           MOVE 'Salarie trouve.' TO WS-CTR-ERROR-MESSAGE.
       END-3000-RECHERCHER-SALARIE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre la sortie du salarie trouve, avec les       *
      *    controles de scgrpsor : ouverture de la portabilite et      *
      *    cloture planifiee a sa fin (motif 'PO') avec justificatif   *
      *    chomage, cloture planifiee a la sortie (motif 'SE') sans.   *
      ******************************************************************
       3100-ENREGISTRER-SORTIE.
           MOVE SPACES TO WS-CTR-ERROR-MESSAGE.

           IF WS-CTR-SAL-FOUND NOT = 'O'
               MOVE 'Recherchez un salarie avant de valider.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-SAL-GROUPE = SPACES
               MOVE 'Cet adherent n''est rattache a aucun contrat.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-SAL-EXIT NOT = SPACES
               MOVE 'Sortie deja enregistree pour ce salarie.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-SAL-TERM NOT = SPACES
               MOVE 'Une cloture est deja planifiee sur la fiche.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-EXIT-DATE(1:4) NOT NUMERIC
               OR WS-CTR-EXIT-DATE(6:2) NOT NUMERIC
               OR WS-CTR-EXIT-DATE(9:2) NOT NUMERIC
               OR WS-CTR-EXIT-DATE(5:1) NOT = '-'
               OR WS-CTR-EXIT-DATE(8:1) NOT = '-'
               OR WS-CTR-EXIT-DATE(6:2) < '01'
               OR WS-CTR-EXIT-DATE(6:2) > '12'
               OR WS-CTR-EXIT-DATE(9:2) < '01'
               OR WS-CTR-EXIT-DATE(9:2) > '31'
               MOVE 'Date de sortie invalide (AAAA-MM-JJ).'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-PROOF NOT = 'O' AND WS-CTR-PROOF NOT = 'N'
               MOVE 'Justificatif chomage attendu (O/N).'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-PROOF = 'O' AND WS-CTR-NB-MONTHS = ZERO
               MOVE 'La duree du dernier contrat est obligatoire.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           MOVE WS-CTR-SAL-UUID  TO SQL-SAL-UUID.
           MOVE WS-CTR-EXIT-DATE TO SQL-SAL-EXIT.
           MOVE WS-CTR-PROOF     TO SQL-SAL-PROOF.
           MOVE LK-OPERATOR-ID   TO SQL-SAL-OPERATOR.
           IF WS-CTR-PROOF = 'O'
               PERFORM 3150-CALCULER-FIN-PORTABILITE
                  THRU END-3150-CALCULER-FIN-PORTABILITE
           ELSE
               MOVE WS-CTR-EXIT-DATE TO SQL-SAL-END
           END-IF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

      *    [RD] Sans justificatif, la fin de portabilite reste vide
      *    et la cloture tombe a la date de sortie.
           IF WS-CTR-PROOF = 'O'
               EXEC SQL
                   UPDATE customer SET
                       customer_porta_exit_date = :SQL-SAL-EXIT,
                       customer_porta_end_date = :SQL-SAL-END,
                       customer_porta_proof = :SQL-SAL-PROOF,
                       customer_term_date = :SQL-SAL-END
                   WHERE uuid_customer = :SQL-SAL-UUID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE customer SET
                       customer_porta_exit_date = :SQL-SAL-EXIT,
                       customer_porta_proof = :SQL-SAL-PROOF,
                       customer_term_date = :SQL-SAL-END
                   WHERE uuid_customer = :SQL-SAL-UUID
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''enregistrement de la sortie.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           IF WS-CTR-PROOF = 'O'
               EXEC SQL
                   INSERT INTO cloture (uuid_customer, cloture_date,
                       cloture_reason_code, cloture_reason_label,
                       cloture_operator)
                   VALUES (:SQL-SAL-UUID, :SQL-SAL-END,
                       'PO', 'Fin de portabilite ANI',
                       :SQL-SAL-OPERATOR)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO cloture (uuid_customer, cloture_date,
                       cloture_reason_code, cloture_reason_label,
                       cloture_operator)
                   VALUES (:SQL-SAL-UUID, :SQL-SAL-END,
                       'SE', 'Sortie employeur sans portabilite',
                       :SQL-SAL-OPERATOR)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de la trace du motif.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-3100-ENREGISTRER-SORTIE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SQL-SAL-EXIT  TO WS-CTR-SAL-EXIT.
           MOVE SQL-SAL-PROOF TO WS-CTR-SAL-PROOF-CUR.
           MOVE SQL-SAL-END   TO WS-CTR-SAL-TERM.
           MOVE SPACE TO WS-CTR-EXIT-VALIDATION.
           IF WS-CTR-PROOF = 'O'
               MOVE SQL-SAL-END TO WS-CTR-SAL-END
               STRING 'Portabilite ouverte, cloture planifiee au '
                   SQL-SAL-END '.'
                   DELIMITED BY SIZE INTO WS-CTR-ERROR-MESSAGE
           ELSE
               STRING 'Sortie enregistree, cloture planifiee au '
                   SQL-SAL-END '.'
                   DELIMITED BY SIZE INTO WS-CTR-ERROR-MESSAGE
           END-IF.
       END-3100-ENREGISTRER-SORTIE.
           EXIT.

      ******************************************************************
      *    [RD] Fin de portabilite : date de sortie plus la duree du   *
      *    dernier contrat (douze mois au plus), de quantieme a        *
      *    quantieme, ramenee au dernier jour du mois d'arrivee, comme *
      *    3100-CALCULER-FIN-PORTABILITE dans scgrpsor.                *
      ******************************************************************
       3150-CALCULER-FIN-PORTABILITE.
           IF WS-CTR-NB-MONTHS > WS-CTR-MAX-MONTHS
               MOVE WS-CTR-MAX-MONTHS TO WS-CTR-NB-MONTHS
           END-IF.

           MOVE WS-CTR-EXIT-DATE(1:4) TO WS-CTR-END-YEAR.
           MOVE WS-CTR-EXIT-DATE(6:2) TO WS-CTR-END-MONTH.
           MOVE WS-CTR-EXIT-DATE(9:2) TO WS-CTR-END-DAY.
           ADD WS-CTR-NB-MONTHS TO WS-CTR-END-MONTH.
           IF WS-CTR-END-MONTH > 12
               SUBTRACT 12 FROM WS-CTR-END-MONTH
               ADD 1 TO WS-CTR-END-YEAR
           END-IF.

           COMPUTE WS-CTR-DATE-NUM = WS-CTR-END-YEAR * 10000
               + WS-CTR-END-MONTH * 100 + 1.
           COMPUTE WS-CTR-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CTR-DATE-NUM).
           IF WS-CTR-END-MONTH = 12
               COMPUTE WS-CTR-DATE-NUM =
                   (WS-CTR-END-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-CTR-DATE-NUM = WS-CTR-END-YEAR * 10000
                   + (WS-CTR-END-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-CTR-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CTR-DATE-NUM).
           COMPUTE WS-CTR-LAST-DAY = WS-CTR-NEXT-INT - WS-CTR-FIRST-INT.
           IF WS-CTR-END-DAY > WS-CTR-LAST-DAY
               MOVE WS-CTR-LAST-DAY TO WS-CTR-END-DAY
           END-IF.

           MOVE SPACES TO SQL-SAL-END.
           STRING WS-CTR-END-YEAR '-' WS-CTR-END-MONTH '-'
               WS-CTR-END-DAY
               DELIMITED BY SIZE INTO SQL-SAL-END.
       END-3150-CALCULER-FIN-PORTABILITE.
           EXIT.

      ******************************************************************
      *    [RD] Adhesion individuelle acceptee par l'ancien salarie en *
      *    portabilite : la fiche quitte le contrat collectif pour la  *
      *    formule choisie (au catalogue, cf. scformule), le choix est *
      *    date, la cloture planifiee a la fin de portabilite et son   *
      *    motif 'PO' sont retires. La date d'adhesion d'origine est   *
      *    gardee : pas de nouveau delai de carence.                   *
      ******************************************************************
       4000-CONVERTIR-INDIVIDUEL.
           MOVE SPACES TO WS-CTR-ERROR-MESSAGE.

           IF WS-CTR-SAL-FOUND NOT = 'O'
               MOVE 'Recherchez un salarie avant de valider.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           IF WS-CTR-SAL-PROOF-CUR NOT = 'O'
               MOVE 'Ce salarie n''est pas en portabilite.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           IF WS-CTR-SAL-CHOICE = 'I'
               MOVE 'Adhesion individuelle deja enregistree.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           IF WS-CTR-IND-FORMULE = SPACES
               MOVE 'La formule individuelle est obligatoire.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           MOVE WS-CTR-SAL-UUID    TO SQL-SAL-UUID.
           MOVE WS-CTR-IND-FORMULE TO SQL-SAL-FORMULE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-SAL-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FORMULE-COUNT
               FROM formule
               WHERE formule_code = :SQL-SAL-FORMULE
           END-EXEC.
           IF SQL-FORMULE-COUNT = ZERO
               MOVE 'Formule inconnue au catalogue.'
                   TO WS-CTR-ERROR-MESSAGE
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           EXEC SQL
               UPDATE customer SET
                   customer_groupe = '',
                   customer_formule = :SQL-SAL-FORMULE,
                   customer_porta_choice = 'I',
                   customer_porta_choice_date = :SQL-SAL-TODAY,
                   customer_term_date = ''
               WHERE uuid_customer = :SQL-SAL-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''adhesion individuelle.'
                   TO WS-CTR-ERROR-MESSAGE
               GO TO END-4000-CONVERTIR-INDIVIDUEL
           END-IF.

           EXEC SQL
               DELETE FROM cloture
               WHERE uuid_customer = :SQL-SAL-UUID
               AND cloture_reason_code = 'PO'
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE 'I' TO WS-CTR-SAL-CHOICE.
           MOVE SPACES TO WS-CTR-SAL-GROUPE.
           MOVE SPACES TO WS-CTR-SAL-TERM.
           MOVE SPACE TO WS-CTR-IND-VALIDATION.
           STRING 'Adhesion individuelle enregistree, facturee apres'
               ' le ' WS-CTR-SAL-END '.'
               DELIMITED BY SIZE INTO WS-CTR-ERROR-MESSAGE.
       END-4000-CONVERTIR-INDIVIDUEL.
           EXIT.
