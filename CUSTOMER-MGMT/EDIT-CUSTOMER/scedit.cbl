      *    remplissage des champs puis mise a jour de la ligne dans    *
      *    la table 'customer', avec horodatage de customer_update_    *
      *    date, une fois les modifications validees par l'operateur.  *
      *    Une adresse modifiee leve la marque de courrier revenu      *
      *    (NPAI, cf. scnpai) posee sur la fiche. Le choix du courrier *
      *    par mail (customer_mail_optin) se tient sur le meme ecran.  *
      *    Un changement de formule, de situation de couple ou du      *
      *    nombre d'enfants est un avenant au contrat : il porte une   *
      *    date d'effet (defaut : jour de la saisie, jamais future ni  *
      *    anterieure a l'adhesion) et s'enregistre dans la table      *
      *    'avenant' avec les valeurs avant/apres et le dernier mois   *
      *    deja facture a l'ancien tarif ; sccotiscalc en tire la      *
      *    regularisation au prorata et la lettre de confirmation a    *
      *    l'adherent. La formule ne change qu'a la date anniversaire  *
      *    de l'adhesion, saisie le jour meme (jamais sur un           *
      *    anniversaire passe), sauf derogation ('O') d'un operateur   *
      *    de role A ou G.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scedit.
      *    la remise approuvee par le conseil (cf. sccotiscalc).
       01  WS-EDIT-CUS-BILLFREQ      PIC X(01).

      *    [RD] Choix du courrier par mail ('O') : les lettres du jour
      *    partent alors au relais mail au lieu de l'imprimeur, si
      *    l'adresse mail est valide (cf. sccourjour).
       01  WS-EDIT-CUS-MAIL-OPTIN    PIC X(01).

      *    [RD] Mise en sommeil de l'adhesion (expatriation, service
      *    militaire...) : pendant la fenetre, sccotiscalc ne genere
      *    rien, scremb/sccpamimp refusent les soins et scattest
      *    date de fin, sans re-adhesion.
       01  WS-EDIT-CUS-SUSP-START    PIC X(10).
       01  WS-EDIT-CUS-SUSP-END      PIC X(10).

      *    [RD] Avenant au contrat : date d'effet du changement de
      *    formule, de couple ou d'enfants (vide = jour de la saisie)
      *    et derogation ('O') a la regle de la date anniversaire pour
      *    un changement de formule, reservee aux roles A et G.
       01  WS-EDIT-AVT-DATE          PIC X(10).
       01  WS-EDIT-AVT-DEROG         PIC X(01).
       01  WS-EDIT-ERROR-MESSAGE1    PIC X(140).
       01  WS-EDIT-ERROR-MESSAGE2    PIC X(120).
       01  WS-EDIT-VALIDATION        PIC X(01).
       01  WS-EDIT-OLD-SPOUSE-SECU   PIC X(15).
       01  WS-EDIT-OLD-FORMULE       PIC X(10).
       01  WS-EDIT-OLD-BILLFREQ      PIC X(01).
       01  WS-EDIT-OLD-MAIL-OPTIN    PIC X(01).
       01  WS-EDIT-OLD-SUSP-START    PIC X(10).
       01  WS-EDIT-OLD-SUSP-END      PIC X(10).
       01  WS-EDIT-OLD-CREATE-DATE   PIC X(10).

      *    [RD] Controle et enregistrement de l'avenant : changement
      *    soumis a avenant ('O'), situation de couple avant/apres
      *    (O/N), et dernier mois deja facture a l'ancien tarif
      *    calcule en mois absolus (annee x 12 + mois, cf.
      *    sccotiscalc).
       01  WS-EDIT-AVT-CHANGE        PIC X(01).
       01  WS-EDIT-AVT-VALID         PIC X(01).
       01  WS-EDIT-AVT-OLD-COUPLE    PIC X(01).
       01  WS-EDIT-AVT-NEW-COUPLE    PIC X(01).
       01  WS-EDIT-AVT-YEAR          PIC 9(04).
       01  WS-EDIT-AVT-MONTH         PIC 9(02).
       01  WS-EDIT-AVT-EFFECT-ABS    PIC 9(06).
       01  WS-EDIT-AVT-COVERED-ABS   PIC 9(06).
       01  WS-EDIT-AVT-ANNIV         PIC X(10).
       01  WS-EDIT-AVT-SAVED         PIC X(01).

      *    [RD] Cliche de customer_update_date et customer_active au
      *    chargement de la fiche : la sauvegarde verifie qu'ils
       01  SQL-CUS-UPDATE-DATE   PIC X(10).
       01  SQL-CUS-FORMULE       PIC X(10).
       01  SQL-CUS-BILLFREQ      PIC X(01).
       01  SQL-CUS-MAIL-OPTIN    PIC X(01).
       01  SQL-CUS-SUSP-START    PIC X(10).
       01  SQL-CUS-SUSP-END      PIC X(10).
       01  SQL-FORMULE-COUNT     PIC 9(05).
      *    'iban_pending', cf. scibanval).
       01  SQL-PEND-IBAN         PIC X(34).
       01  SQL-PEND-COUNT        PIC 9(05).

      *    [RD] Avenant au contrat (table 'avenant', cf. sccotiscalc)
      *    et role de l'operateur pour la derogation de formule.
       01  SQL-CUS-CREATE-DATE   PIC X(10).
       01  SQL-OPER-ID           PIC X(08).
       01  SQL-OPER-ROLE         PIC X(01).
       01  SQL-AVT-EFFECT-DATE   PIC X(10).
       01  SQL-AVT-OLD-FORMULE   PIC X(10).
       01  SQL-AVT-NEW-FORMULE   PIC X(10).
       01  SQL-AVT-OLD-COUPLE    PIC X(01).
       01  SQL-AVT-NEW-COUPLE    PIC X(01).
       01  SQL-AVT-OLD-CHILDREN  PIC 9(03).
       01  SQL-AVT-NEW-CHILDREN  PIC 9(03).
       01  SQL-AVT-COVERED-TO    PIC X(07).
       01  SQL-AVT-DEROG         PIC X(01).
       01  SQL-AVT-LAST-PERIOD   PIC X(07).
       01  SQL-AVT-LAST-NB       PIC 9(02).
       01  SQL-AVT-LAST-STATUS   PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                   customer_active,
                   COALESCE(customer_billing_freq, 'M'),
                   COALESCE(customer_susp_start, ''),
                   COALESCE(customer_susp_end, ''),
                   COALESCE(customer_mail_optin, 'N'),
                   COALESCE(customer_create_date, '')
               INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME, :SQL-CUS-FIRSTNAME,
                   :SQL-CUS-GENDER, :SQL-CUS-ADRESS1, :SQL-CUS-ADRESS2,
                   :SQL-CUS-ZIPCODE, :SQL-CUS-TOWN, :SQL-CUS-COUNTRY,
                   :SQL-CUS-NBCHILDREN, :SQL-CUS-COUPLE,
                   :SQL-CUS-FORMULE, :SQL-CUS-UPDATE-DATE,
                   :SQL-CUS-ACTIVE, :SQL-CUS-BILLFREQ,
                   :SQL-CUS-SUSP-START, :SQL-CUS-SUSP-END,
                   :SQL-CUS-MAIL-OPTIN, :SQL-CUS-CREATE-DATE
               FROM customer
               WHERE customer_code_secu = :SQL-EDIT-CODE-SECU
           END-EXEC.
           MOVE SQL-CUS-COUPLE      TO WS-EDIT-CUS-COUPLE-OLD.
           MOVE SQL-CUS-FORMULE     TO WS-EDIT-CUS-FORMULE.
           MOVE SQL-CUS-BILLFREQ    TO WS-EDIT-CUS-BILLFREQ.
           MOVE SQL-CUS-MAIL-OPTIN  TO WS-EDIT-CUS-MAIL-OPTIN.
           MOVE SQL-CUS-SUSP-START  TO WS-EDIT-CUS-SUSP-START.
           MOVE SQL-CUS-SUSP-END    TO WS-EDIT-CUS-SUSP-END.
           MOVE SPACES TO WS-EDIT-CUS-SPOUSE-SECU.
           MOVE SPACES TO WS-EDIT-AVT-DATE.
           MOVE SPACES TO WS-EDIT-AVT-DEROG.

      *    [RD] Cliche des valeurs chargees, compare plus loin aux
      *    valeurs saisies pour journaliser les champs modifies.
           MOVE SQL-CUS-NBCHILDREN  TO WS-EDIT-OLD-NBCHILDREN.
           MOVE SQL-CUS-FORMULE     TO WS-EDIT-OLD-FORMULE.
           MOVE SQL-CUS-BILLFREQ    TO WS-EDIT-OLD-BILLFREQ.
           MOVE SQL-CUS-MAIL-OPTIN  TO WS-EDIT-OLD-MAIL-OPTIN.
           MOVE SQL-CUS-SUSP-START  TO WS-EDIT-OLD-SUSP-START.
           MOVE SQL-CUS-SUSP-END    TO WS-EDIT-OLD-SUSP-END.
           MOVE SQL-CUS-CREATE-DATE TO WS-EDIT-OLD-CREATE-DATE.
           MOVE SQL-CUS-UPDATE-DATE TO WS-EDIT-OLD-UPDATE-DATE.
           MOVE SQL-CUS-ACTIVE      TO WS-EDIT-OLD-ACTIVE.

               GO TO END-2000-UPDATE-CUSTOMER
           END-IF.

           PERFORM 1090-CONTROLER-AVENANT
              THRU END-1090-CONTROLER-AVENANT.
           IF WS-EDIT-AVT-VALID = 'N'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-UPDATE-CUSTOMER
           END-IF.

      *    [RD] Detection de modification concurrente : la fiche ne
      *    doit pas avoir change (ni ete cloturee) depuis son
      *    chargement, sinon la sauvegarde ecraserait en silence le
               MOVE 'M' TO SQL-CUS-BILLFREQ
           END-IF.
           MOVE SQL-CUS-BILLFREQ        TO WS-EDIT-CUS-BILLFREQ.
           IF WS-EDIT-CUS-MAIL-OPTIN = 'O'
               MOVE 'O' TO SQL-CUS-MAIL-OPTIN
           ELSE
               MOVE 'N' TO SQL-CUS-MAIL-OPTIN
           END-IF.
           MOVE SQL-CUS-MAIL-OPTIN      TO WS-EDIT-CUS-MAIL-OPTIN.
           MOVE WS-EDIT-CUS-SUSP-START  TO SQL-CUS-SUSP-START.
           MOVE WS-EDIT-CUS-SUSP-END    TO SQL-CUS-SUSP-END.

                   customer_update_date = :SQL-CUS-UPDATE-DATE,
                   customer_formule = :SQL-CUS-FORMULE,
                   customer_billing_freq = :SQL-CUS-BILLFREQ,
                   customer_mail_optin = :SQL-CUS-MAIL-OPTIN,
                   customer_susp_start = :SQL-CUS-SUSP-START,
                   customer_susp_end = :SQL-CUS-SUSP-END
               WHERE uuid_customer = :SQL-CUS-UUID
                      THRU END-1070-RELINK-SPOUSE
                   PERFORM 1080-LOG-HISTORY
                      THRU END-1080-LOG-HISTORY
                   PERFORM 1085-LEVER-MARQUE-NPAI
                      THRU END-1085-LEVER-MARQUE-NPAI
                   IF WS-EDIT-AVT-CHANGE = 'O'
                       PERFORM 1095-ENREGISTRER-AVENANT
                          THRU END-1095-ENREGISTRER-AVENANT
                       IF WS-EDIT-AVT-SAVED NOT = 'O'
                           EXEC SQL ROLLBACK WORK END-EXEC
                           MOVE 'Erreur lors de l''enregistrement de'
                               TO WS-EDIT-ERROR-MESSAGE1
                           MOVE 'l''avenant : modification annulee.'
                               TO WS-EDIT-ERROR-MESSAGE2
                           EXEC SQL DISCONNECT ALL END-EXEC
                           GO TO END-2000-UPDATE-CUSTOMER
                       END-IF
                   END-IF
                   EXEC SQL COMMIT WORK END-EXEC
                   IF WS-EDIT-IBAN-PENDING = 'O'
                       MOVE 'Adherent modifie. IBAN en attente de'
                   ELSE
                       MOVE 'Adherent modifie avec succes.'
                           TO WS-EDIT-ERROR-MESSAGE1
                       IF WS-EDIT-AVT-CHANGE = 'O'
                           MOVE 'Avenant enregistre (cf. cotisations).'
                               TO WS-EDIT-ERROR-MESSAGE2
                       END-IF
                   END-IF
               WHEN OTHER
                   EXEC SQL ROLLBACK WORK END-EXEC
                  THRU END-1081-INSERT-HISTORY-ROW
           END-IF.

           IF WS-EDIT-OLD-MAIL-OPTIN NOT = WS-EDIT-CUS-MAIL-OPTIN
               MOVE 'COURRIER MAIL' TO SQL-HIST-FIELD
               MOVE WS-EDIT-OLD-MAIL-OPTIN TO SQL-HIST-OLD-VALUE
               MOVE WS-EDIT-CUS-MAIL-OPTIN TO SQL-HIST-NEW-VALUE
               PERFORM 1081-INSERT-HISTORY-ROW
                  THRU END-1081-INSERT-HISTORY-ROW
           END-IF.

           IF WS-EDIT-OLD-SPOUSE-SECU NOT = WS-EDIT-CUS-SPOUSE-SECU
               MOVE 'CONJOINT' TO SQL-HIST-FIELD
               MOVE WS-EDIT-OLD-SPOUSE-SECU TO SQL-HIST-OLD-VALUE
       END-1081-INSERT-HISTORY-ROW.
           EXIT.

      ******************************************************************
      *    [RD] Une adresse modifiee leve la marque NPAI posee par     *
      *    scnpai : les courriers de l'adherent repartent vers le      *
      *    fichier d'impression des le passage suivant. La levee est   *
      *    tracee dans 'customer_history' comme les autres champs.     *
      ******************************************************************
       1085-LEVER-MARQUE-NPAI.
           IF WS-EDIT-OLD-ADRESS1 = WS-EDIT-CUS-ADRESS1
               AND WS-EDIT-OLD-ADRESS2 = WS-EDIT-CUS-ADRESS2
               AND WS-EDIT-OLD-ZIPCODE = WS-EDIT-CUS-ZIPCODE
               AND WS-EDIT-OLD-TOWN = WS-EDIT-CUS-TOWN
               GO TO END-1085-LEVER-MARQUE-NPAI
           END-IF.

           EXEC SQL
               UPDATE customer SET
                   customer_adress_invalid = 'N',
                   customer_adress_invalid_date = NULL
               WHERE uuid_customer = :SQL-CUS-UUID
               AND customer_adress_invalid = 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-1085-LEVER-MARQUE-NPAI
           END-IF.

           MOVE 'NPAI' TO SQL-HIST-FIELD.
           MOVE 'O' TO SQL-HIST-OLD-VALUE.
           MOVE 'N' TO SQL-HIST-NEW-VALUE.
           PERFORM 1081-INSERT-HISTORY-ROW
              THRU END-1081-INSERT-HISTORY-ROW.
       END-1085-LEVER-MARQUE-NPAI.
           EXIT.

      ******************************************************************
      *    [RD] Controle l'avenant quand la formule, la situation de   *
      *    couple ou le nombre d'enfants change : date d'effet au      *
      *    format AAAA-MM-JJ (vide = jour de la saisie), ni future ni  *
      *    anterieure a l'adhesion. Un changement de formule ne prend  *
      *    effet qu'a la prochaine date anniversaire de l'adhesion a   *
      *    compter du jour (meme mois et meme jour que                 *
      *    customer_create_date, cf. 1091) : la date d'effet n'etant   *
      *    jamais future, il se saisit le jour anniversaire, sans      *
      *    effet retroactif sur un anniversaire passe. Seule une       *
      *    derogation ('O') demandee par un operateur de role A ou G   *
      *    en dispense. Laisse WS-EDIT-AVT-VALID a 'N' et le motif     *
      *    dans la zone message en cas de refus.                       *
      ******************************************************************
       1090-CONTROLER-AVENANT.
           MOVE 'O' TO WS-EDIT-AVT-VALID.
           MOVE 'N' TO WS-EDIT-AVT-CHANGE.
           MOVE 'N' TO SQL-AVT-DEROG.

           MOVE 'N' TO WS-EDIT-AVT-OLD-COUPLE.
           IF WS-EDIT-CUS-COUPLE-OLD NOT = SPACES
               MOVE 'O' TO WS-EDIT-AVT-OLD-COUPLE
           END-IF.
           MOVE 'N' TO WS-EDIT-AVT-NEW-COUPLE.
           IF SQL-SPOUSE-UUID NOT = SPACES
               MOVE 'O' TO WS-EDIT-AVT-NEW-COUPLE
           END-IF.

           IF WS-EDIT-CUS-FORMULE = WS-EDIT-OLD-FORMULE
               AND WS-EDIT-CUS-NBCHILDREN = WS-EDIT-OLD-NBCHILDREN
               AND WS-EDIT-AVT-NEW-COUPLE = WS-EDIT-AVT-OLD-COUPLE
               GO TO END-1090-CONTROLER-AVENANT
           END-IF.
           MOVE 'O' TO WS-EDIT-AVT-CHANGE.

           IF WS-EDIT-AVT-DATE = SPACES
               MOVE WS-EDIT-CUS-UPDATE-DATE TO WS-EDIT-AVT-DATE
           END-IF.

           IF WS-EDIT-AVT-DATE(1:4) IS NOT NUMERIC
               OR WS-EDIT-AVT-DATE(5:1) NOT = '-'
               OR WS-EDIT-AVT-DATE(6:2) IS NOT NUMERIC
               OR WS-EDIT-AVT-DATE(8:1) NOT = '-'
               OR WS-EDIT-AVT-DATE(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-AVT-VALID
               MOVE 'Date d''effet de l''avenant au format AAAA-MM-JJ.'
                   TO WS-EDIT-ERROR-MESSAGE1
               GO TO END-1090-CONTROLER-AVENANT
           END-IF.

           IF WS-EDIT-AVT-DATE > WS-EDIT-CUS-UPDATE-DATE
               OR WS-EDIT-AVT-DATE < WS-EDIT-OLD-CREATE-DATE
               MOVE 'N' TO WS-EDIT-AVT-VALID
               MOVE 'Date d''effet de l''avenant ni future ni'
                   TO WS-EDIT-ERROR-MESSAGE1
               MOVE 'anterieure a la date d''adhesion.'
                   TO WS-EDIT-ERROR-MESSAGE2
               GO TO END-1090-CONTROLER-AVENANT
           END-IF.

      *    [RD] Premiere formule posee sur une fiche qui n'en avait
      *    pas : pas de date anniversaire a respecter.
           IF WS-EDIT-CUS-FORMULE = WS-EDIT-OLD-FORMULE
               OR WS-EDIT-OLD-FORMULE = SPACES
               GO TO END-1090-CONTROLER-AVENANT
           END-IF.

           PERFORM 1091-PROCHAIN-ANNIVERSAIRE
              THRU END-1091-PROCHAIN-ANNIVERSAIRE.
           IF WS-EDIT-AVT-ANNIV NOT = SPACES
               AND WS-EDIT-AVT-DATE = WS-EDIT-AVT-ANNIV
               GO TO END-1090-CONTROLER-AVENANT
           END-IF.

           IF WS-EDIT-AVT-DEROG = 'O'
               MOVE LK-OPERATOR-ID TO SQL-OPER-ID
               MOVE SPACES TO SQL-OPER-ROLE
               EXEC SQL
                   SELECT operateur_role INTO :SQL-OPER-ROLE
                   FROM operateur
                   WHERE operateur_id = :SQL-OPER-ID
               END-EXEC
               IF SQL-OPER-ROLE = 'A' OR SQL-OPER-ROLE = 'G'
                   MOVE 'O' TO SQL-AVT-DEROG
                   GO TO END-1090-CONTROLER-AVENANT
               END-IF
           END-IF.

           MOVE 'N' TO WS-EDIT-AVT-VALID.
           MOVE 'La formule ne change qu''a la date anniversaire de'
               TO WS-EDIT-ERROR-MESSAGE1.
           STRING 'l''adhesion (prochaine le ' WS-EDIT-AVT-ANNIV
               '), sauf derogation d''un superviseur (role A ou G).'
               DELIMITED BY SIZE INTO WS-EDIT-ERROR-MESSAGE2.
       END-1090-CONTROLER-AVENANT.
           EXIT.

      ******************************************************************
      *    [RD] Prochaine date anniversaire de l'adhesion a compter du *
      *    jour de la saisie (jour compris) dans WS-EDIT-AVT-ANNIV :   *
      *    meme mois et meme jour que customer_create_date, le 28      *
      *    fevrier hors annee bissextile pour une adhesion du 29       *
      *    fevrier. Reste a blanc sans date d'adhesion.                *
      ******************************************************************
       1091-PROCHAIN-ANNIVERSAIRE.
           MOVE SPACES TO WS-EDIT-AVT-ANNIV.
           IF WS-EDIT-OLD-CREATE-DATE = SPACES
               GO TO END-1091-PROCHAIN-ANNIVERSAIRE
           END-IF.

           MOVE WS-EDIT-CUS-UPDATE-DATE(1:4) TO WS-EDIT-AVT-YEAR.
           PERFORM 1092-DATER-ANNIVERSAIRE
              THRU END-1092-DATER-ANNIVERSAIRE.
           IF WS-EDIT-AVT-ANNIV < WS-EDIT-CUS-UPDATE-DATE
               ADD 1 TO WS-EDIT-AVT-YEAR
               PERFORM 1092-DATER-ANNIVERSAIRE
                  THRU END-1092-DATER-ANNIVERSAIRE
           END-IF.
       END-1091-PROCHAIN-ANNIVERSAIRE.
           EXIT.

      ******************************************************************
      *    [RD] Date anniversaire de l'adhesion dans l'annee           *
      *    WS-EDIT-AVT-YEAR.                                           *
      ******************************************************************
       1092-DATER-ANNIVERSAIRE.
           MOVE SPACES TO WS-EDIT-AVT-ANNIV.
           STRING WS-EDIT-AVT-YEAR '-' WS-EDIT-OLD-CREATE-DATE(6:5)
               DELIMITED BY SIZE INTO WS-EDIT-AVT-ANNIV.
           IF WS-EDIT-OLD-CREATE-DATE(6:5) = '02-29'
               IF FUNCTION MOD(WS-EDIT-AVT-YEAR, 4) NOT = 0
                   OR (FUNCTION MOD(WS-EDIT-AVT-YEAR, 100) = 0
                   AND FUNCTION MOD(WS-EDIT-AVT-YEAR, 400) NOT = 0)
                   MOVE '28' TO WS-EDIT-AVT-ANNIV(9:2)
               END-IF
           END-IF.
       END-1092-DATER-ANNIVERSAIRE.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre l'avenant dans la table 'avenant' (statut   *
      *    'A', a regulariser par sccotiscalc) : date d'effet, valeurs *
      *    avant/apres, derogation et operateur. Le dernier mois deja  *
      *    facture a l'ancien tarif (avenant_covered_to, AAAA-MM) est  *
      *    celui de la derniere ligne de cotisation de la fiche quand  *
      *    il atteint le mois d'effet ; il reste vide -- rien a        *
      *    regulariser -- quand la fiche n'a rien paye elle-meme       *
      *    (ligne 'F' couverte par le foyer, 'G' payee par le contrat  *
      *    collectif) ou pas encore ete facturee pour le mois d'effet. *
      *    Les valeurs chargees sont ensuite mises a jour pour qu'une  *
      *    seconde sauvegarde ne double pas l'avenant.                 *
      *    WS-EDIT-AVT-SAVED reste a 'N' si l'ecriture echoue : la     *
      *    sauvegarde est alors annulee en entier (cf.                 *
      *    2000-UPDATE-CUSTOMER).                                      *
      ******************************************************************
       1095-ENREGISTRER-AVENANT.
           MOVE 'N' TO WS-EDIT-AVT-SAVED.
           MOVE WS-EDIT-AVT-DATE       TO SQL-AVT-EFFECT-DATE.
           MOVE WS-EDIT-OLD-FORMULE    TO SQL-AVT-OLD-FORMULE.
           MOVE WS-EDIT-CUS-FORMULE    TO SQL-AVT-NEW-FORMULE.
           MOVE WS-EDIT-AVT-OLD-COUPLE TO SQL-AVT-OLD-COUPLE.
           MOVE WS-EDIT-AVT-NEW-COUPLE TO SQL-AVT-NEW-COUPLE.
           MOVE WS-EDIT-OLD-NBCHILDREN TO SQL-AVT-OLD-CHILDREN.
           MOVE WS-EDIT-CUS-NBCHILDREN TO SQL-AVT-NEW-CHILDREN.
           MOVE LK-OPERATOR-ID         TO SQL-HIST-OPERATOR.
           MOVE SPACES                 TO SQL-AVT-COVERED-TO.

           EXEC SQL
               SELECT cotisation_period,
                   COALESCE(cotisation_nb_months, 1),
                   cotisation_status
               INTO :SQL-AVT-LAST-PERIOD, :SQL-AVT-LAST-NB,
                   :SQL-AVT-LAST-STATUS
               FROM cotisation
               WHERE uuid_customer = :SQL-CUS-UUID
               AND COALESCE(cotisation_nb_months, 1) > 0
               ORDER BY cotisation_period DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = ZERO
               AND SQL-AVT-LAST-STATUS NOT = 'F'
               AND SQL-AVT-LAST-STATUS NOT = 'G'
               MOVE SQL-AVT-LAST-PERIOD(1:4) TO WS-EDIT-AVT-YEAR
               MOVE SQL-AVT-LAST-PERIOD(6:2) TO WS-EDIT-AVT-MONTH
               COMPUTE WS-EDIT-AVT-COVERED-ABS =
                   (WS-EDIT-AVT-YEAR * 12) + WS-EDIT-AVT-MONTH
                   + SQL-AVT-LAST-NB - 1
               MOVE WS-EDIT-AVT-DATE(1:4) TO WS-EDIT-AVT-YEAR
               MOVE WS-EDIT-AVT-DATE(6:2) TO WS-EDIT-AVT-MONTH
               COMPUTE WS-EDIT-AVT-EFFECT-ABS =
                   (WS-EDIT-AVT-YEAR * 12) + WS-EDIT-AVT-MONTH
               IF WS-EDIT-AVT-COVERED-ABS >= WS-EDIT-AVT-EFFECT-ABS
                   COMPUTE WS-EDIT-AVT-YEAR =
                       (WS-EDIT-AVT-COVERED-ABS - 1) / 12
                   COMPUTE WS-EDIT-AVT-MONTH =
                       WS-EDIT-AVT-COVERED-ABS
                       - (WS-EDIT-AVT-YEAR * 12)
                   STRING WS-EDIT-AVT-YEAR '-' WS-EDIT-AVT-MONTH
                       DELIMITED BY SIZE INTO SQL-AVT-COVERED-TO
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO avenant (uuid_customer,
                   avenant_effect_date, avenant_entry_date,
                   avenant_old_formule, avenant_new_formule,
                   avenant_old_couple, avenant_new_couple,
                   avenant_old_children, avenant_new_children,
                   avenant_covered_to, avenant_derogation,
                   avenant_operator, avenant_status)
               VALUES (:SQL-CUS-UUID, :SQL-AVT-EFFECT-DATE,
                   :SQL-CUS-UPDATE-DATE, :SQL-AVT-OLD-FORMULE,
                   :SQL-AVT-NEW-FORMULE, :SQL-AVT-OLD-COUPLE,
                   :SQL-AVT-NEW-COUPLE, :SQL-AVT-OLD-CHILDREN,
                   :SQL-AVT-NEW-CHILDREN, :SQL-AVT-COVERED-TO,
                   :SQL-AVT-DEROG, :SQL-HIST-OPERATOR, 'A')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               GO TO END-1095-ENREGISTRER-AVENANT
           END-IF.

           MOVE 'O' TO WS-EDIT-AVT-SAVED.
           MOVE WS-EDIT-CUS-FORMULE    TO WS-EDIT-OLD-FORMULE.
           MOVE WS-EDIT-CUS-NBCHILDREN TO WS-EDIT-OLD-NBCHILDREN.
           MOVE SQL-SPOUSE-UUID        TO WS-EDIT-CUS-COUPLE-OLD.
       END-1095-ENREGISTRER-AVENANT.
           EXIT.

      ******************************************************************
      *    [RD] Verifie la cle de controle modulo 97 de l'IBAN saisi,  *
      *    identique a 1050-VALIDATE-IBAN dans sccreate.               *
