      ******************************************************************
      *    [RD] Le programme 'scexperience' est le traitement batch    *
      *    annuel de l'etude d'experience tarifaire : pour l'annee     *
      *    civile ecoulee, il ventile par formule, tranche d'age,      *
      *    genre et type de foyer l'exposition en mois-personnes, les  *
      *    cotisations emises, les remboursements payes et le cout     *
      *    moyen par mois-personne. Chaque adherent et chacun de ses   *
      *    beneficiaires comptent pour leur propre exposition : l'age  *
      *    vient de customer_birth_date ou beneficiaire_birth_date     *
      *    (age atteint dans l'annee), le foyer de customer_couple et  *
      *    customer_nbchildren de l'adherent. Les cotisations sont     *
      *    portees par l'adherent, les remboursements par la personne  *
      *    soignee. Le genre n'etant pas saisi pour les                *
      *    beneficiaires, ils sont ranges en genre 'I' (inconnu). Le   *
      *    rapport imprimable (ETUDETARIF) donne une ligne par profil  *
      *    et un sous-total par formule ; l'extrait a format fixe      *
      *    (ETUDETARIFACT) est repris par l'equipe tarifaire pour      *
      *    preparer les tarifs a effet futur de 'formule_tarif' que    *
      *    notifie la campagne sctarifrev.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scexperience.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Etude imprimable par formule et par profil.
           SELECT ETUDE-FILE ASSIGN TO "ETUDETARIF"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Extrait a format fixe remis a l'equipe tarifaire.
           SELECT EXTRACT-FILE ASSIGN TO "ETUDETARIFACT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ETUDE-FILE.
       01  ETUDE-LINE             PIC X(132).

      *    [RD] Deux types d'enregistrement : 'H' en-tete du passage,
      *    'D' une ligne par profil (formule, tranche d'age, genre,
      *    foyer). Montants en centimes implicites.
       FD  EXTRACT-FILE.
       01  EXT-HEADER-RECORD.
           05 EXT-HDR-TYPE        PIC X(01).
           05 EXT-HDR-YEAR        PIC 9(04).
           05 EXT-HDR-DATE        PIC X(10).
       01  EXT-DETAIL-RECORD.
           05 EXT-DET-TYPE        PIC X(01).
           05 EXT-DET-YEAR        PIC 9(04).
           05 EXT-DET-FORMULE     PIC X(10).
           05 EXT-DET-AGE-BAND    PIC X(05).
           05 EXT-DET-GENDER      PIC X(01).
           05 EXT-DET-FOYER       PIC X(01).
           05 EXT-DET-PERSONS     PIC 9(07).
           05 EXT-DET-EXPOSURE    PIC 9(07).
           05 EXT-DET-COTIS       PIC 9(09)V99.
           05 EXT-DET-CLAIMS      PIC 9(09)V99.
           05 EXT-DET-COST        PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  WS-TODAY               PIC X(08).
       01  WS-EXP-DATE            PIC X(10).
       01  WS-EXP-YEAR            PIC 9(04).
       01  WS-EXP-BIRTH-YEAR      PIC 9(04).
       01  WS-EXP-AGE             PIC 9(03).
       01  WS-EXP-FOUND           PIC X(01).

      *    [RD] Mois couverts dans l'annee etudiee : premier et
      *    dernier mois, bornes par l'adhesion, la cloture de la
      *    fiche et, pour un beneficiaire, sa date de fin.
       01  WS-EXP-FROM-MONTH      PIC 9(02).
       01  WS-EXP-TO-MONTH        PIC 9(02).
       01  WS-EXP-MONTHS          PIC 9(02).
       01  WS-EXP-START-DATE      PIC X(10).
       01  WS-EXP-END-DATE        PIC X(10).

      *    [RD] Profil de la personne en cours : cle de rangement
      *    dans la table des profils.
       01  WS-EXP-KEY.
           05 WS-EXP-KEY-FORMULE  PIC X(10).
           05 WS-EXP-KEY-BAND     PIC X(05).
           05 WS-EXP-KEY-GENDER   PIC X(01).
           05 WS-EXP-KEY-FOYER    PIC X(01).
       01  WS-EXP-BIRTH-DATE      PIC X(10).
       01  WS-EXP-GENDER-IN       PIC X(10).
       01  WS-EXP-COTIS           PIC S9(09)V99 COMP-3.
       01  WS-EXP-CLAIMS          PIC S9(09)V99 COMP-3.

      *    [RD] Profils de l'etude, tenus dans l'ordre de la cle pour
      *    l'impression par formule (deux mille au plus ; au-dela le
      *    profil est compte dans WS-EXP-OVERFLOW-COUNT).
       01  WS-EXP-CELL-MAX        PIC 9(05) COMP VALUE 2000.
       01  WS-EXP-CELL-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-EXP-IX              PIC 9(05) COMP.
       01  WS-EXP-JX              PIC 9(05) COMP.
       01  WS-EXP-CELL-TABLE.
           05 WS-EXP-CELL OCCURS 2000 TIMES.
              10 WS-EXP-CELL-KEY      PIC X(17).
              10 WS-EXP-CELL-PERSONS  PIC 9(07) COMP.
              10 WS-EXP-CELL-EXPOSURE PIC 9(07) COMP.
              10 WS-EXP-CELL-COTIS    PIC S9(09)V99 COMP-3.
              10 WS-EXP-CELL-CLAIMS   PIC S9(09)V99 COMP-3.
       01  WS-EXP-CELL-VIEW.
           05 WS-EXP-VIEW-FORMULE PIC X(10).
           05 WS-EXP-VIEW-BAND    PIC X(05).
           05 WS-EXP-VIEW-GENDER  PIC X(01).
           05 WS-EXP-VIEW-FOYER   PIC X(01).

      *    [RD] Sous-totaux par formule et total general.
       01  WS-EXP-PREV-FORMULE    PIC X(10).
       01  WS-EXP-SUB-PERSONS     PIC 9(07) COMP.
       01  WS-EXP-SUB-EXPOSURE    PIC 9(07) COMP.
       01  WS-EXP-SUB-COTIS       PIC S9(09)V99 COMP-3.
       01  WS-EXP-SUB-CLAIMS      PIC S9(09)V99 COMP-3.
       01  WS-EXP-TOT-PERSONS     PIC 9(07) COMP VALUE ZERO.
       01  WS-EXP-TOT-EXPOSURE    PIC 9(07) COMP VALUE ZERO.
       01  WS-EXP-TOT-COTIS       PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-EXP-TOT-CLAIMS      PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-EXP-COST            PIC 9(05)V99.

       01  WS-EXP-PERSONS-ED      PIC ZZZZZZ9.
       01  WS-EXP-EXPOSURE-ED     PIC ZZZZZZ9.
       01  WS-EXP-COTIS-ED        PIC ZZZZZZZZ9.99.
       01  WS-EXP-CLAIMS-ED       PIC ZZZZZZZZ9.99.
       01  WS-EXP-COST-ED         PIC ZZZZ9.99.

       01  WS-EXP-CUS-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXP-BEN-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXP-OVERFLOW-COUNT  PIC 9(07) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scexperience'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-EXP-YEAR           PIC X(04).

       01  SQL-EXP-CUS-UUID       PIC X(36).
       01  SQL-EXP-FORMULE        PIC X(10).
       01  SQL-EXP-GENDER         PIC X(10).
       01  SQL-EXP-BIRTH-DATE     PIC X(10).
       01  SQL-EXP-COUPLE         PIC X(36).
       01  SQL-EXP-NBCHILDREN     PIC 9(03).
       01  SQL-EXP-CREATE-DATE    PIC X(10).
       01  SQL-EXP-CLOSE-DATE     PIC X(10).

       01  SQL-EXP-BEN-UUID       PIC X(36).
       01  SQL-EXP-BEN-BIRTH      PIC X(10).
       01  SQL-EXP-BEN-END-DATE   PIC X(10).

       01  SQL-EXP-SUM            PIC S9(9)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Fixe l'annee etudiee (l'annee civile precedente), range les
      * adherents puis les beneficiaires dans leurs profils et ecrit
      * l'etude et l'extrait.
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
               DELIMITED BY SIZE INTO WS-EXP-DATE.
           MOVE WS-TODAY(1:4) TO WS-EXP-YEAR.
           SUBTRACT 1 FROM WS-EXP-YEAR.
           MOVE WS-EXP-YEAR TO SQL-EXP-YEAR.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 1000-START-ADHERENTS
              THRU END-1000-START-ADHERENTS.
           PERFORM 2000-START-BENEFICIAIRES
              THRU END-2000-START-BENEFICIAIRES.

           EXEC SQL DISCONNECT ALL END-EXEC.

           OPEN OUTPUT ETUDE-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM 4000-ECRIRE-ETUDE THRU END-4000-ECRIRE-ETUDE.
           CLOSE ETUDE-FILE.
           CLOSE EXTRACT-FILE.

           DISPLAY "Adherents etudies        : " WS-EXP-CUS-COUNT.
           DISPLAY "Beneficiaires etudies    : " WS-EXP-BEN-COUNT.
           DISPLAY "Profils hors table       : " WS-EXP-OVERFLOW-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT = WS-EXP-CUS-COUNT + WS-EXP-BEN-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les adherents couverts pendant l'annee        *
      *    etudiee (meme selection que screlann) : exposition, cumul   *
      *    des cotisations emises de l'annee et des remboursements     *
      *    payes pour des soins de l'annee le concernant lui-meme.     *
      ******************************************************************
       1000-START-ADHERENTS.
           EXEC SQL
               DECLARE CRSEXPCUS CURSOR FOR
               SELECT uuid_customer, COALESCE(customer_formule, ' '),
                   COALESCE(customer_gender, ' '),
                   COALESCE(customer_birth_date, ' '),
                   COALESCE(customer_couple, ' '),
                   COALESCE(customer_nbchildren, 0),
                   customer_create_date,
                   COALESCE(customer_close_date, ' ')
               FROM customer
               WHERE customer_create_date <= :SQL-EXP-YEAR || '-12-31'
               AND (customer_active != 'A'
                  OR customer_close_date >= :SQL-EXP-YEAR || '-01-01')
           END-EXEC.

           EXEC SQL OPEN CRSEXPCUS END-EXEC.

           EXEC SQL
               FETCH CRSEXPCUS
               INTO :SQL-EXP-CUS-UUID, :SQL-EXP-FORMULE,
                   :SQL-EXP-GENDER, :SQL-EXP-BIRTH-DATE,
                   :SQL-EXP-COUPLE, :SQL-EXP-NBCHILDREN,
                   :SQL-EXP-CREATE-DATE, :SQL-EXP-CLOSE-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-ETUDIER-ADHERENT
                  THRU END-1100-ETUDIER-ADHERENT
               EXEC SQL
                   FETCH CRSEXPCUS
                   INTO :SQL-EXP-CUS-UUID, :SQL-EXP-FORMULE,
                       :SQL-EXP-GENDER, :SQL-EXP-BIRTH-DATE,
                       :SQL-EXP-COUPLE, :SQL-EXP-NBCHILDREN,
                       :SQL-EXP-CREATE-DATE, :SQL-EXP-CLOSE-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSEXPCUS END-EXEC.
       END-1000-START-ADHERENTS.
           EXIT.

      ******************************************************************
      *    [RD] Range un adherent dans son profil. Les cotisations     *
      *    annulees ('A') ne comptent pas dans les cotisations de      *
      *    l'annee.                                                    *
      ******************************************************************
       1100-ETUDIER-ADHERENT.
           MOVE SQL-EXP-CREATE-DATE TO WS-EXP-START-DATE.
           MOVE SQL-EXP-CLOSE-DATE TO WS-EXP-END-DATE.
           PERFORM 3000-MOIS-COUVERTS THRU END-3000-MOIS-COUVERTS.

           MOVE ZERO TO WS-EXP-COTIS.
           EXEC SQL
               SELECT COALESCE(SUM(cotisation_amount), 0)
               INTO :SQL-EXP-SUM
               FROM cotisation
               WHERE uuid_customer = :SQL-EXP-CUS-UUID
               AND cotisation_period LIKE :SQL-EXP-YEAR || '%'
               AND cotisation_status != 'A'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-EXP-SUM TO WS-EXP-COTIS
           END-IF.

           MOVE ZERO TO WS-EXP-CLAIMS.
           EXEC SQL
               SELECT COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-EXP-SUM
               FROM remboursement
               WHERE uuid_customer = :SQL-EXP-CUS-UUID
               AND COALESCE(TRIM(uuid_beneficiaire), '') = ''
               AND remboursement_status = 'V'
               AND remboursement_care_date LIKE :SQL-EXP-YEAR || '%'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-EXP-SUM TO WS-EXP-CLAIMS
           END-IF.

           IF WS-EXP-MONTHS = ZERO
               AND WS-EXP-COTIS = ZERO
               AND WS-EXP-CLAIMS = ZERO
               GO TO END-1100-ETUDIER-ADHERENT
           END-IF.

           ADD 1 TO WS-EXP-CUS-COUNT.
           MOVE SQL-EXP-BIRTH-DATE TO WS-EXP-BIRTH-DATE.
           MOVE SQL-EXP-GENDER TO WS-EXP-GENDER-IN.
           PERFORM 3100-CLE-DU-PROFIL THRU END-3100-CLE-DU-PROFIL.
           PERFORM 3200-RANGER-PROFIL THRU END-3200-RANGER-PROFIL.
       END-1100-ETUDIER-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt les beneficiaires des adherents couverts      *
      *    pendant l'annee : formule, foyer et dates de couverture de  *
      *    l'adherent, age et fin de droits propres, remboursements    *
      *    payes pour ses soins de l'annee. Pas de cotisation propre.  *
      ******************************************************************
       2000-START-BENEFICIAIRES.
           EXEC SQL
               DECLARE CRSEXPBEN CURSOR FOR
               SELECT b.uuid_beneficiaire,
                   COALESCE(b.beneficiaire_birth_date, ' '),
                   COALESCE(b.beneficiaire_end_date, ' '),
                   COALESCE(c.customer_formule, ' '),
                   COALESCE(c.customer_couple, ' '),
                   COALESCE(c.customer_nbchildren, 0),
                   c.customer_create_date,
                   COALESCE(c.customer_close_date, ' ')
               FROM beneficiaire b, customer c
               WHERE b.uuid_customer = c.uuid_customer
               AND c.customer_create_date <= :SQL-EXP-YEAR || '-12-31'
               AND (c.customer_active != 'A'
                  OR c.customer_close_date >= :SQL-EXP-YEAR || '-01-01')
           END-EXEC.

           EXEC SQL OPEN CRSEXPBEN END-EXEC.

           EXEC SQL
               FETCH CRSEXPBEN
               INTO :SQL-EXP-BEN-UUID, :SQL-EXP-BEN-BIRTH,
                   :SQL-EXP-BEN-END-DATE, :SQL-EXP-FORMULE,
                   :SQL-EXP-COUPLE, :SQL-EXP-NBCHILDREN,
                   :SQL-EXP-CREATE-DATE, :SQL-EXP-CLOSE-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2100-ETUDIER-BENEFICIAIRE
                  THRU END-2100-ETUDIER-BENEFICIAIRE
               EXEC SQL
                   FETCH CRSEXPBEN
                   INTO :SQL-EXP-BEN-UUID, :SQL-EXP-BEN-BIRTH,
                       :SQL-EXP-BEN-END-DATE, :SQL-EXP-FORMULE,
                       :SQL-EXP-COUPLE, :SQL-EXP-NBCHILDREN,
                       :SQL-EXP-CREATE-DATE, :SQL-EXP-CLOSE-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSEXPBEN END-EXEC.
       END-2000-START-BENEFICIAIRES.
           EXIT.

      ******************************************************************
      *    [RD] Range un beneficiaire dans son profil : la couverture  *
      *    s'arrete a la premiere des deux dates, cloture de           *
      *    l'adherent ou fin de droits du beneficiaire.                *
      ******************************************************************
       2100-ETUDIER-BENEFICIAIRE.
           MOVE SQL-EXP-CREATE-DATE TO WS-EXP-START-DATE.
           MOVE SQL-EXP-CLOSE-DATE TO WS-EXP-END-DATE.
           IF SQL-EXP-BEN-END-DATE NOT = SPACES
               IF WS-EXP-END-DATE = SPACES
                   OR SQL-EXP-BEN-END-DATE < WS-EXP-END-DATE
                   MOVE SQL-EXP-BEN-END-DATE TO WS-EXP-END-DATE
               END-IF
           END-IF.
           PERFORM 3000-MOIS-COUVERTS THRU END-3000-MOIS-COUVERTS.

           MOVE ZERO TO WS-EXP-COTIS.
           MOVE ZERO TO WS-EXP-CLAIMS.
           EXEC SQL
               SELECT COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-EXP-SUM
               FROM remboursement
               WHERE uuid_beneficiaire = :SQL-EXP-BEN-UUID
               AND remboursement_status = 'V'
               AND remboursement_care_date LIKE :SQL-EXP-YEAR || '%'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE SQL-EXP-SUM TO WS-EXP-CLAIMS
           END-IF.

           IF WS-EXP-MONTHS = ZERO
               AND WS-EXP-CLAIMS = ZERO
               GO TO END-2100-ETUDIER-BENEFICIAIRE
           END-IF.

           ADD 1 TO WS-EXP-BEN-COUNT.
           MOVE SQL-EXP-BEN-BIRTH TO WS-EXP-BIRTH-DATE.
           MOVE SPACES TO WS-EXP-GENDER-IN.
           PERFORM 3100-CLE-DU-PROFIL THRU END-3100-CLE-DU-PROFIL.
           PERFORM 3200-RANGER-PROFIL THRU END-3200-RANGER-PROFIL.
       END-2100-ETUDIER-BENEFICIAIRE.
           EXIT.

      ******************************************************************
      *    [RD] Nombre de mois de l'annee etudiee couverts entre       *
      *    WS-EXP-START-DATE et WS-EXP-END-DATE (vide = toujours       *
      *    couvert), mois de debut et de fin compris.                  *
      ******************************************************************
       3000-MOIS-COUVERTS.
           MOVE ZERO TO WS-EXP-MONTHS.

           IF WS-EXP-START-DATE(1:4) > SQL-EXP-YEAR
               GO TO END-3000-MOIS-COUVERTS
           END-IF.
           IF WS-EXP-START-DATE(1:4) = SQL-EXP-YEAR
               MOVE WS-EXP-START-DATE(6:2) TO WS-EXP-FROM-MONTH
           ELSE
               MOVE 1 TO WS-EXP-FROM-MONTH
           END-IF.

           MOVE 12 TO WS-EXP-TO-MONTH.
           IF WS-EXP-END-DATE NOT = SPACES
               IF WS-EXP-END-DATE(1:4) < SQL-EXP-YEAR
                   GO TO END-3000-MOIS-COUVERTS
               END-IF
               IF WS-EXP-END-DATE(1:4) = SQL-EXP-YEAR
                   MOVE WS-EXP-END-DATE(6:2) TO WS-EXP-TO-MONTH
               END-IF
           END-IF.

           IF WS-EXP-TO-MONTH >= WS-EXP-FROM-MONTH
               COMPUTE WS-EXP-MONTHS =
                   WS-EXP-TO-MONTH - WS-EXP-FROM-MONTH + 1
           END-IF.
       END-3000-MOIS-COUVERTS.
           EXIT.

      ******************************************************************
      *    [RD] Cle du profil de la personne en cours : formule (SANS  *
      *    si la fiche n'en porte pas), tranche d'age atteint dans     *
      *    l'annee, genre ('H', 'F' ou 'I' inconnu) et foyer de        *
      *    l'adherent ('I' isole, 'P' isole avec enfants, 'C' couple,  *
      *    'F' couple avec enfants).                                   *
      ******************************************************************
       3100-CLE-DU-PROFIL.
           MOVE SQL-EXP-FORMULE TO WS-EXP-KEY-FORMULE.
           IF WS-EXP-KEY-FORMULE = SPACES
               MOVE 'SANS' TO WS-EXP-KEY-FORMULE
           END-IF.

           IF WS-EXP-BIRTH-DATE(1:4) IS NUMERIC
               MOVE WS-EXP-BIRTH-DATE(1:4) TO WS-EXP-BIRTH-YEAR
               IF WS-EXP-BIRTH-YEAR > WS-EXP-YEAR
                   MOVE ZERO TO WS-EXP-AGE
               ELSE
                   COMPUTE WS-EXP-AGE = WS-EXP-YEAR - WS-EXP-BIRTH-YEAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-EXP-AGE < 18
                       MOVE '00-17' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 26
                       MOVE '18-25' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 36
                       MOVE '26-35' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 46
                       MOVE '36-45' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 56
                       MOVE '46-55' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 66
                       MOVE '56-65' TO WS-EXP-KEY-BAND
                   WHEN WS-EXP-AGE < 76
                       MOVE '66-75' TO WS-EXP-KEY-BAND
                   WHEN OTHER
                       MOVE '76+' TO WS-EXP-KEY-BAND
               END-EVALUATE
           ELSE
               MOVE 'N/R' TO WS-EXP-KEY-BAND
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXP-GENDER-IN))
               TO WS-EXP-GENDER-IN.
           EVALUATE WS-EXP-GENDER-IN(1:1)
               WHEN 'H'
               WHEN 'M'
                   MOVE 'H' TO WS-EXP-KEY-GENDER
               WHEN 'F'
                   MOVE 'F' TO WS-EXP-KEY-GENDER
               WHEN OTHER
                   MOVE 'I' TO WS-EXP-KEY-GENDER
           END-EVALUATE.

           IF SQL-EXP-COUPLE = SPACES
               IF SQL-EXP-NBCHILDREN > ZERO
                   MOVE 'P' TO WS-EXP-KEY-FOYER
               ELSE
                   MOVE 'I' TO WS-EXP-KEY-FOYER
               END-IF
           ELSE
               IF SQL-EXP-NBCHILDREN > ZERO
                   MOVE 'F' TO WS-EXP-KEY-FOYER
               ELSE
                   MOVE 'C' TO WS-EXP-KEY-FOYER
               END-IF
           END-IF.
       END-3100-CLE-DU-PROFIL.
           EXIT.

      ******************************************************************
      *    [RD] Ajoute la personne en cours (mois couverts,            *
      *    cotisations, remboursements) a son profil ; un profil       *
      *    nouveau est insere a sa place dans l'ordre des cles.        *
      ******************************************************************
       3200-RANGER-PROFIL.
           MOVE 'N' TO WS-EXP-FOUND.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
               UNTIL WS-EXP-IX > WS-EXP-CELL-COUNT
               OR WS-EXP-FOUND NOT = 'N'
               IF WS-EXP-CELL-KEY(WS-EXP-IX) = WS-EXP-KEY
                   MOVE 'O' TO WS-EXP-FOUND
               ELSE
                   IF WS-EXP-CELL-KEY(WS-EXP-IX) > WS-EXP-KEY
                       MOVE 'I' TO WS-EXP-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EXP-FOUND NOT = 'N'
               SUBTRACT 1 FROM WS-EXP-IX
           END-IF.

           IF WS-EXP-FOUND NOT = 'O'
               IF WS-EXP-CELL-COUNT >= WS-EXP-CELL-MAX
                   ADD 1 TO WS-EXP-OVERFLOW-COUNT
                   GO TO END-3200-RANGER-PROFIL
               END-IF
               PERFORM VARYING WS-EXP-JX FROM WS-EXP-CELL-COUNT BY -1
                   UNTIL WS-EXP-JX < WS-EXP-IX
                   MOVE WS-EXP-CELL(WS-EXP-JX)
                       TO WS-EXP-CELL(WS-EXP-JX + 1)
               END-PERFORM
               ADD 1 TO WS-EXP-CELL-COUNT
               MOVE WS-EXP-KEY TO WS-EXP-CELL-KEY(WS-EXP-IX)
               MOVE ZERO TO WS-EXP-CELL-PERSONS(WS-EXP-IX)
               MOVE ZERO TO WS-EXP-CELL-EXPOSURE(WS-EXP-IX)
               MOVE ZERO TO WS-EXP-CELL-COTIS(WS-EXP-IX)
               MOVE ZERO TO WS-EXP-CELL-CLAIMS(WS-EXP-IX)
           END-IF.

           ADD 1 TO WS-EXP-CELL-PERSONS(WS-EXP-IX).
           ADD WS-EXP-MONTHS TO WS-EXP-CELL-EXPOSURE(WS-EXP-IX).
           ADD WS-EXP-COTIS TO WS-EXP-CELL-COTIS(WS-EXP-IX).
           ADD WS-EXP-CLAIMS TO WS-EXP-CELL-CLAIMS(WS-EXP-IX).
       END-3200-RANGER-PROFIL.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'etude (un profil par ligne, sous-total a       *
      *    chaque changement de formule, total general) et l'extrait   *
      *    a format fixe.                                              *
      ******************************************************************
       4000-ECRIRE-ETUDE.
           MOVE ALL '=' TO ETUDE-LINE.
           WRITE ETUDE-LINE.
           MOVE SPACES TO ETUDE-LINE.
           STRING 'ETUDE D''EXPERIENCE TARIFAIRE - ANNEE ' SQL-EXP-YEAR
               ' - EDITEE LE ' WS-EXP-DATE
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.
           MOVE SPACES TO ETUDE-LINE.
           STRING 'GENRE : H HOMME, F FEMME, I INCONNU - FOYER : '
               'I ISOLE, P ISOLE + ENFANTS, C COUPLE, '
               'F COUPLE + ENFANTS'
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.
           MOVE ALL '=' TO ETUDE-LINE.
           WRITE ETUDE-LINE.
           MOVE SPACES TO ETUDE-LINE.
           STRING 'FORMULE    AGE   G F  PERSONNES  MOIS-PERS. '
               '   COTISATIONS  REMBOURSEMENTS  COUT/MOIS'
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.

           MOVE SPACES TO EXT-HEADER-RECORD.
           MOVE 'H' TO EXT-HDR-TYPE.
           MOVE WS-EXP-YEAR TO EXT-HDR-YEAR.
           MOVE WS-EXP-DATE TO EXT-HDR-DATE.
           WRITE EXT-HEADER-RECORD.

           MOVE SPACES TO WS-EXP-PREV-FORMULE.
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
               UNTIL WS-EXP-IX > WS-EXP-CELL-COUNT
               MOVE WS-EXP-CELL-KEY(WS-EXP-IX) TO WS-EXP-CELL-VIEW
               IF WS-EXP-VIEW-FORMULE NOT = WS-EXP-PREV-FORMULE
                   IF WS-EXP-PREV-FORMULE NOT = SPACES
                       PERFORM 4200-SOUS-TOTAL-FORMULE
                          THRU END-4200-SOUS-TOTAL-FORMULE
                   END-IF
                   MOVE WS-EXP-VIEW-FORMULE TO WS-EXP-PREV-FORMULE
                   MOVE ZERO TO WS-EXP-SUB-PERSONS
                   MOVE ZERO TO WS-EXP-SUB-EXPOSURE
                   MOVE ZERO TO WS-EXP-SUB-COTIS
                   MOVE ZERO TO WS-EXP-SUB-CLAIMS
                   MOVE SPACES TO ETUDE-LINE
                   WRITE ETUDE-LINE
               END-IF
               PERFORM 4100-ECRIRE-PROFIL THRU END-4100-ECRIRE-PROFIL
           END-PERFORM.
           IF WS-EXP-PREV-FORMULE NOT = SPACES
               PERFORM 4200-SOUS-TOTAL-FORMULE
                  THRU END-4200-SOUS-TOTAL-FORMULE
           END-IF.

           MOVE ALL '=' TO ETUDE-LINE.
           WRITE ETUDE-LINE.
           MOVE WS-EXP-TOT-EXPOSURE TO WS-EXP-EXPOSURE-ED.
           MOVE WS-EXP-TOT-PERSONS TO WS-EXP-PERSONS-ED.
           MOVE WS-EXP-TOT-COTIS TO WS-EXP-COTIS-ED.
           MOVE WS-EXP-TOT-CLAIMS TO WS-EXP-CLAIMS-ED.
           MOVE ZERO TO WS-EXP-COST.
           IF WS-EXP-TOT-EXPOSURE > ZERO
               COMPUTE WS-EXP-COST ROUNDED =
                   WS-EXP-TOT-CLAIMS / WS-EXP-TOT-EXPOSURE
           END-IF.
           MOVE WS-EXP-COST TO WS-EXP-COST-ED.
           MOVE SPACES TO ETUDE-LINE.
           STRING 'TOTAL : ' '              ' WS-EXP-PERSONS-ED '    '
               WS-EXP-EXPOSURE-ED '   ' WS-EXP-COTIS-ED '   '
               WS-EXP-CLAIMS-ED '   ' WS-EXP-COST-ED
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.
       END-4000-ECRIRE-ETUDE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne et l'enregistrement d'extrait du profil *
      *    WS-EXP-IX et le cumule dans les sous-totaux.                *
      ******************************************************************
       4100-ECRIRE-PROFIL.
           MOVE ZERO TO WS-EXP-COST.
           IF WS-EXP-CELL-EXPOSURE(WS-EXP-IX) > ZERO
               COMPUTE WS-EXP-COST ROUNDED =
                   WS-EXP-CELL-CLAIMS(WS-EXP-IX)
                   / WS-EXP-CELL-EXPOSURE(WS-EXP-IX)
           END-IF.

           MOVE WS-EXP-CELL-PERSONS(WS-EXP-IX) TO WS-EXP-PERSONS-ED.
           MOVE WS-EXP-CELL-EXPOSURE(WS-EXP-IX) TO WS-EXP-EXPOSURE-ED.
           MOVE WS-EXP-CELL-COTIS(WS-EXP-IX) TO WS-EXP-COTIS-ED.
           MOVE WS-EXP-CELL-CLAIMS(WS-EXP-IX) TO WS-EXP-CLAIMS-ED.
           MOVE WS-EXP-COST TO WS-EXP-COST-ED.
           MOVE SPACES TO ETUDE-LINE.
           STRING WS-EXP-VIEW-FORMULE ' ' WS-EXP-VIEW-BAND ' '
               WS-EXP-VIEW-GENDER ' ' WS-EXP-VIEW-FOYER '  '
               WS-EXP-PERSONS-ED '    ' WS-EXP-EXPOSURE-ED '   '
               WS-EXP-COTIS-ED '   ' WS-EXP-CLAIMS-ED '   '
               WS-EXP-COST-ED
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.

           MOVE SPACES TO EXT-DETAIL-RECORD.
           MOVE 'D' TO EXT-DET-TYPE.
           MOVE WS-EXP-YEAR TO EXT-DET-YEAR.
           MOVE WS-EXP-VIEW-FORMULE TO EXT-DET-FORMULE.
           MOVE WS-EXP-VIEW-BAND TO EXT-DET-AGE-BAND.
           MOVE WS-EXP-VIEW-GENDER TO EXT-DET-GENDER.
           MOVE WS-EXP-VIEW-FOYER TO EXT-DET-FOYER.
           MOVE WS-EXP-CELL-PERSONS(WS-EXP-IX) TO EXT-DET-PERSONS.
           MOVE WS-EXP-CELL-EXPOSURE(WS-EXP-IX) TO EXT-DET-EXPOSURE.
           MOVE WS-EXP-CELL-COTIS(WS-EXP-IX) TO EXT-DET-COTIS.
           MOVE WS-EXP-CELL-CLAIMS(WS-EXP-IX) TO EXT-DET-CLAIMS.
           MOVE WS-EXP-COST TO EXT-DET-COST.
           WRITE EXT-DETAIL-RECORD.

           ADD WS-EXP-CELL-PERSONS(WS-EXP-IX) TO WS-EXP-SUB-PERSONS.
           ADD WS-EXP-CELL-EXPOSURE(WS-EXP-IX) TO WS-EXP-SUB-EXPOSURE.
           ADD WS-EXP-CELL-COTIS(WS-EXP-IX) TO WS-EXP-SUB-COTIS.
           ADD WS-EXP-CELL-CLAIMS(WS-EXP-IX) TO WS-EXP-SUB-CLAIMS.
       END-4100-ECRIRE-PROFIL.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le sous-total de la formule precedente et le     *
      *    cumule dans le total general.                               *
      ******************************************************************
       4200-SOUS-TOTAL-FORMULE.
           MOVE ZERO TO WS-EXP-COST.
           IF WS-EXP-SUB-EXPOSURE > ZERO
               COMPUTE WS-EXP-COST ROUNDED =
                   WS-EXP-SUB-CLAIMS / WS-EXP-SUB-EXPOSURE
           END-IF.

           MOVE WS-EXP-SUB-PERSONS TO WS-EXP-PERSONS-ED.
           MOVE WS-EXP-SUB-EXPOSURE TO WS-EXP-EXPOSURE-ED.
           MOVE WS-EXP-SUB-COTIS TO WS-EXP-COTIS-ED.
           MOVE WS-EXP-SUB-CLAIMS TO WS-EXP-CLAIMS-ED.
           MOVE WS-EXP-COST TO WS-EXP-COST-ED.
           MOVE SPACES TO ETUDE-LINE.
           STRING WS-EXP-PREV-FORMULE ' TOTAL      '
               WS-EXP-PERSONS-ED '    ' WS-EXP-EXPOSURE-ED '   '
               WS-EXP-COTIS-ED '   ' WS-EXP-CLAIMS-ED '   '
               WS-EXP-COST-ED
               DELIMITED BY SIZE INTO ETUDE-LINE.
           WRITE ETUDE-LINE.

           ADD WS-EXP-SUB-PERSONS TO WS-EXP-TOT-PERSONS.
           ADD WS-EXP-SUB-EXPOSURE TO WS-EXP-TOT-EXPOSURE.
           ADD WS-EXP-SUB-COTIS TO WS-EXP-TOT-COTIS.
           ADD WS-EXP-SUB-CLAIMS TO WS-EXP-TOT-CLAIMS.
       END-4200-SOUS-TOTAL-FORMULE.
           EXIT.
