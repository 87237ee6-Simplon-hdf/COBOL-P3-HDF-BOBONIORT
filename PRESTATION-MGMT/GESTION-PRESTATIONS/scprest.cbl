      *    code et export du catalogue complet vers un fichier         *
      *    sequentiel imprimable. Ce catalogue est la reference que le *
      *    module remboursements consultera pour determiner le taux et *
      *    le plafond applicables a une reclamation donnee. Une        *
      *    prestation peut relever d'un panier 100% Sante (optique     *
      *    classe A, dentaire, aides auditives) : le reste a charge    *
      *    est alors rembourse en totalite jusqu'au prix limite de     *
      *    vente, quelle que soit la formule. Elle peut aussi porter   *
      *    la periode de renouvellement du contrat responsable (en     *
      *    mois, avec une periode propre aux moins de 16 ans) et le    *
      *    nombre d'equipements admis par periode (2 pour les aides    *
      *    auditives, une par oreille) : le traitement des             *
      *    reclamations refuse ou plafonne un renouvellement anticipe. *
      *    Chaque prestation est rangee dans une famille (OPTIQUE,     *
      *    DENTAIRE, HOSPI...) qui regroupe les sinistres du triangle  *
      *    de liquidation remis a l'actuaire (cf. sctriangle).         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scprest.
           05 EXP-RATE         PIC ZZ9.99.
           05 EXP-CEILING      PIC ZZZZ9.99.
           05 EXP-ELIGIBILITY  PIC X(40).
           05 EXP-PANIER       PIC X(01).
           05 EXP-RENOUV-MOIS  PIC ZZ9.
           05 EXP-FAMILLE      PIC X(10).

       WORKING-STORAGE SECTION.
      *    [RD] Champs de saisie et de recherche d'une prestation.
       01  WS-PRES-UNIT-AMOUNT        PIC 9(05)V99.
       01  WS-PRES-UNIT-LIMIT         PIC 9(03).

      *    [RD] Panier 100% Sante : 'O' optique classe A, 'D'
      *    dentaire, 'A' aides auditives, blanc = hors panier ; prix
      *    limite de vente (zero = sans prix limite).
       01  WS-PRES-PANIER             PIC X(01).
       01  WS-PRES-PRIX-EUROS         PIC 9(05).
       01  WS-PRES-PRIX-CENTS         PIC 9(02).
       01  WS-PRES-PRIX-LIMITE        PIC 9(05)V99.

      *    [RD] Renouvellement du contrat responsable : periode en
      *    mois (zero = pas de regle), periode propre aux moins de
      *    16 ans (zero = meme periode) et nombre d'equipements admis
      *    par periode (zero vaut un).
       01  WS-PRES-RENOUV-MOIS        PIC 9(03).
       01  WS-PRES-RENOUV-ENFANT      PIC 9(03).
       01  WS-PRES-RENOUV-QTE         PIC 9(01).

      *    [RD] Famille actuarielle de la prestation, en majuscules
      *    (blanc = rangee en AUTRES par le triangle).
       01  WS-PRES-FAMILLE            PIC X(10).

       01  WS-PRES-ADD-VALIDATION     PIC X(01).
       01  WS-PRES-SEARCH-VALIDATION  PIC X(01).
       01  WS-PRES-EXPORT-VALIDATION  PIC X(01).
       01  SQL-PRES-ENTENTE      PIC X(01).
       01  SQL-PRES-UNIT-AMOUNT  PIC S9(5)V99 COMP-3.
       01  SQL-PRES-UNIT-LIMIT   PIC 9(03).
       01  SQL-PRES-PANIER       PIC X(01).
       01  SQL-PRES-PRIX-LIMITE  PIC S9(5)V99 COMP-3.
       01  SQL-PRES-RENOUV-MOIS  PIC 9(03).
       01  SQL-PRES-RENOUV-ENF   PIC 9(03).
       01  SQL-PRES-RENOUV-QTE   PIC 9(01).
       01  SQL-PRES-FAMILLE      PIC X(10).
       01  SQL-PRES-DUP-COUNT    PIC 9(05).

       01  SQL-PRES-CUR-CODE         PIC X(10).
       01  SQL-PRES-CUR-RATE         PIC S9(3)V99 COMP-3.
       01  SQL-PRES-CUR-CEILING      PIC S9(5)V99 COMP-3.
       01  SQL-PRES-CUR-ELIGIBILITY  PIC X(40).
       01  SQL-PRES-CUR-PANIER       PIC X(01).
       01  SQL-PRES-CUR-RENOUV-MOIS  PIC 9(03).
       01  SQL-PRES-CUR-FAMILLE      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                   prestation_ceiling, prestation_eligibility,
                   COALESCE(prestation_entente, 'N'),
                   COALESCE(prestation_unit_amount, 0),
                   COALESCE(prestation_unit_limit, 0),
                   COALESCE(prestation_panier, ' '),
                   COALESCE(prestation_prix_limite, 0),
                   COALESCE(prestation_renouv_mois, 0),
                   COALESCE(prestation_renouv_enfant, 0),
                   COALESCE(prestation_renouv_qte, 0),
                   COALESCE(prestation_famille, ' ')
               INTO :SQL-PRES-LABEL, :SQL-PRES-RATE,
                   :SQL-PRES-CEILING, :SQL-PRES-ELIGIBILITY,
                   :SQL-PRES-ENTENTE, :SQL-PRES-UNIT-AMOUNT,
                   :SQL-PRES-UNIT-LIMIT, :SQL-PRES-PANIER,
                   :SQL-PRES-PRIX-LIMITE, :SQL-PRES-RENOUV-MOIS,
                   :SQL-PRES-RENOUV-ENF, :SQL-PRES-RENOUV-QTE,
                   :SQL-PRES-FAMILLE
               FROM prestation
               WHERE prestation_code = :SQL-PRES-CODE
           END-EXEC.
                       (WS-PRES-UNIT-AMOUNT - WS-PRES-UNIT-EUROS)
                       * 100
                   MOVE SQL-PRES-UNIT-LIMIT  TO WS-PRES-UNIT-LIMIT
                   MOVE SQL-PRES-PANIER      TO WS-PRES-PANIER
                   MOVE SQL-PRES-PRIX-LIMITE TO WS-PRES-PRIX-LIMITE
                   DIVIDE WS-PRES-PRIX-LIMITE BY 1
                       GIVING WS-PRES-PRIX-EUROS
                   COMPUTE WS-PRES-PRIX-CENTS =
                       (WS-PRES-PRIX-LIMITE - WS-PRES-PRIX-EUROS)
                       * 100
                   MOVE SQL-PRES-RENOUV-MOIS TO WS-PRES-RENOUV-MOIS
                   MOVE SQL-PRES-RENOUV-ENF  TO WS-PRES-RENOUV-ENFANT
                   MOVE SQL-PRES-RENOUV-QTE  TO WS-PRES-RENOUV-QTE
                   MOVE SQL-PRES-FAMILLE     TO WS-PRES-FAMILLE
                   MOVE 'Prestation trouvee.' TO WS-PRES-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'Prestation introuvable.'
               GO TO END-2000-AJOUTER-PRESTATION
           END-IF.

           IF WS-PRES-PANIER NOT = SPACE AND WS-PRES-PANIER NOT = 'O'
               AND WS-PRES-PANIER NOT = 'D' AND WS-PRES-PANIER NOT = 'A'
               MOVE 'Panier 100% Sante invalide (O, D, A ou blanc).'
                   TO WS-PRES-ERROR-MESSAGE
               GO TO END-2000-AJOUTER-PRESTATION
           END-IF.

           COMPUTE WS-PRES-RATE =
               WS-PRES-RATE-PART + (WS-PRES-RATE-DEC / 100).
           COMPUTE WS-PRES-CEILING =
           MOVE WS-PRES-UNIT-AMOUNT TO SQL-PRES-UNIT-AMOUNT.
           MOVE WS-PRES-UNIT-LIMIT  TO SQL-PRES-UNIT-LIMIT.

           COMPUTE WS-PRES-PRIX-LIMITE =
               WS-PRES-PRIX-EUROS + (WS-PRES-PRIX-CENTS / 100).
           MOVE WS-PRES-PANIER        TO SQL-PRES-PANIER.
           MOVE WS-PRES-PRIX-LIMITE   TO SQL-PRES-PRIX-LIMITE.
           MOVE WS-PRES-RENOUV-MOIS   TO SQL-PRES-RENOUV-MOIS.
           MOVE WS-PRES-RENOUV-ENFANT TO SQL-PRES-RENOUV-ENF.
           MOVE WS-PRES-RENOUV-QTE    TO SQL-PRES-RENOUV-QTE.
           MOVE FUNCTION UPPER-CASE(WS-PRES-FAMILLE)
               TO SQL-PRES-FAMILLE.

           EXEC SQL
               INSERT INTO prestation (
                   prestation_code, prestation_label,
                   prestation_rate, prestation_ceiling,
                   prestation_eligibility, prestation_entente,
                   prestation_unit_amount, prestation_unit_limit,
                   prestation_panier, prestation_prix_limite,
                   prestation_renouv_mois, prestation_renouv_enfant,
                   prestation_renouv_qte, prestation_famille
               ) VALUES (
                   :SQL-PRES-CODE, :SQL-PRES-LABEL,
                   :SQL-PRES-RATE, :SQL-PRES-CEILING,
                   :SQL-PRES-ELIGIBILITY, :SQL-PRES-ENTENTE,
                   :SQL-PRES-UNIT-AMOUNT, :SQL-PRES-UNIT-LIMIT,
                   :SQL-PRES-PANIER, :SQL-PRES-PRIX-LIMITE,
                   :SQL-PRES-RENOUV-MOIS, :SQL-PRES-RENOUV-ENF,
                   :SQL-PRES-RENOUV-QTE, :SQL-PRES-FAMILLE
               )
           END-EXEC.

               DECLARE CRSPRESTCAT CURSOR FOR
               SELECT prestation_code, prestation_label,
                   prestation_rate, prestation_ceiling,
                   prestation_eligibility,
                   COALESCE(prestation_panier, ' '),
                   COALESCE(prestation_renouv_mois, 0),
                   COALESCE(prestation_famille, ' ')
               FROM prestation
               ORDER BY prestation_code
           END-EXEC.
               FETCH CRSPRESTCAT
               INTO :SQL-PRES-CUR-CODE, :SQL-PRES-CUR-LABEL,
                   :SQL-PRES-CUR-RATE, :SQL-PRES-CUR-CEILING,
                   :SQL-PRES-CUR-ELIGIBILITY, :SQL-PRES-CUR-PANIER,
                   :SQL-PRES-CUR-RENOUV-MOIS, :SQL-PRES-CUR-FAMILLE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-PRES-CUR-CODE        TO EXP-CODE
               MOVE SQL-PRES-CUR-RATE        TO EXP-RATE
               MOVE SQL-PRES-CUR-CEILING     TO EXP-CEILING
               MOVE SQL-PRES-CUR-ELIGIBILITY TO EXP-ELIGIBILITY
               MOVE SQL-PRES-CUR-PANIER      TO EXP-PANIER
               MOVE SQL-PRES-CUR-RENOUV-MOIS TO EXP-RENOUV-MOIS
               MOVE SQL-PRES-CUR-FAMILLE     TO EXP-FAMILLE
               WRITE EXPORT-RECORD
               ADD 1 TO WS-PRES-EXPORT-COUNT
               EXEC SQL
                   FETCH CRSPRESTCAT
                   INTO :SQL-PRES-CUR-CODE, :SQL-PRES-CUR-LABEL,
                       :SQL-PRES-CUR-RATE, :SQL-PRES-CUR-CEILING,
                       :SQL-PRES-CUR-ELIGIBILITY, :SQL-PRES-CUR-PANIER,
                       :SQL-PRES-CUR-RENOUV-MOIS,
                       :SQL-PRES-CUR-FAMILLE
               END-EXEC
           END-PERFORM.

