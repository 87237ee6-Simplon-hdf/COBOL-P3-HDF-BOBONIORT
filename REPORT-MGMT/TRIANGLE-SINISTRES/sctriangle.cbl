      ******************************************************************
      *    [RD] Le programme 'sctriangle' est le traitement batch qui  *
      *    produit le triangle de liquidation des sinistres pour les   *
      *    comptes annuels et l'actuaire : sur les trente-six          *
      *    derniers mois de soins, les remboursements payes sont       *
      *    ranges par mois de soin (remboursement_care_date) et par    *
      *    anciennete du paiement en mois (remboursement_paid_date),   *
      *    famille de prestation par famille (cf. scprest) puis toutes *
      *    familles confondues. Les remboursements decharges par       *
      *    scarchive sont relus dans ARCHREMB pour que les anciens     *
      *    exercices de soin restent complets. La methode chain-ladder *
      *    donne les facteurs de developpement mois par mois, la       *
      *    charge ultime et la provision pour sinistres a payer de     *
      *    chaque exercice de soin, face aux sinistres deja connus     *
      *    mais non payes ('P', 'W', 'H', 'R') ; l'ecart est la part   *
      *    tardive (IBNR). Le rapport imprimable (TRIANGLE) montre le  *
      *    triangle par trimestre ; l'extrait a format fixe            *
      *    (TRIANGLEACT) porte le detail mensuel pour l'actuaire.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctriangle.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Archive des remboursements produite par scarchive
      *    (OPTIONAL : aucune archive la premiere annee).
           SELECT OPTIONAL ARCH-REMB-FILE ASSIGN TO "ARCHREMB"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Rapport imprimable du triangle et des provisions.
           SELECT TRIANGLE-FILE ASSIGN TO "TRIANGLE"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Extrait a format fixe remis a l'actuaire.
           SELECT EXTRACT-FILE ASSIGN TO "TRIANGLEACT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    [RD] Meme dessin que l'ecriture de scarchive ; les pieds de
      *    controle et les remboursements refuses sont ignores, une
      *    ligne archivee sans date de paiement est rangee au mois du
      *    soin.
       FD  ARCH-REMB-FILE.
       01  ARCH-REMB-RECORD.
           05 ARC-REM-UUID        PIC X(36).
           05 ARC-REM-CARE-DATE   PIC X(10).
           05 ARC-REM-PROVIDER    PIC X(20).
           05 ARC-REM-CLAIMED     PIC ZZZZ9.99.
           05 ARC-REM-REIMBURSED  PIC ZZZZ9.99.
           05 ARC-REM-STATUS      PIC X(01).
           05 ARC-REM-PAID-DATE   PIC X(10).
           05 ARC-REM-PRES-CODE   PIC X(10).

       FD  TRIANGLE-FILE.
       01  TRIANGLE-LINE          PIC X(132).

      *    [RD] Quatre types d'enregistrement : 'H' en-tete du
      *    passage, 'T' case du triangle mensuel (increment et
      *    cumul), 'F' facteur de developpement, 'P' provision par
      *    exercice de soin. Montants en centimes implicites.
       FD  EXTRACT-FILE.
       01  EXT-HEADER-RECORD.
           05 EXT-HDR-TYPE        PIC X(01).
           05 EXT-HDR-DATE        PIC X(10).
           05 EXT-HDR-START       PIC X(07).
           05 EXT-HDR-END         PIC X(07).
       01  EXT-TRIANGLE-RECORD.
           05 EXT-TRI-TYPE        PIC X(01).
           05 EXT-TRI-FAMILLE     PIC X(10).
           05 EXT-TRI-CARE-MONTH  PIC X(07).
           05 EXT-TRI-LAG         PIC 9(02).
           05 EXT-TRI-AMOUNT      PIC 9(09)V99.
           05 EXT-TRI-CUMUL       PIC 9(09)V99.
       01  EXT-FACTEUR-RECORD.
           05 EXT-FAC-TYPE        PIC X(01).
           05 EXT-FAC-FAMILLE     PIC X(10).
           05 EXT-FAC-LAG         PIC 9(02).
           05 EXT-FAC-VALUE       PIC 9(03)V9(06).
       01  EXT-PROVISION-RECORD.
           05 EXT-PRV-TYPE        PIC X(01).
           05 EXT-PRV-FAMILLE     PIC X(10).
           05 EXT-PRV-YEAR        PIC 9(04).
           05 EXT-PRV-PAID        PIC 9(09)V99.
           05 EXT-PRV-ULTIMATE    PIC 9(09)V99.
           05 EXT-PRV-PROVISION   PIC 9(09)V99.
           05 EXT-PRV-PENDING     PIC 9(09)V99.
           05 EXT-PRV-IBNR        PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-TODAY                 PIC X(08).
       01  WS-TRI-DATE              PIC X(10).
       01  WS-TRI-YEAR              PIC 9(04).
       01  WS-TRI-MONTH             PIC 9(02).
      *    [RD] Zone signee pour le recul de trente-cinq mois.
       01  WS-TRI-MONTH-S           PIC S9(03).
       01  WS-TRI-START-YEAR        PIC 9(04).
       01  WS-TRI-EOF               PIC X(01).
       01  WS-TRI-FOUND             PIC X(01).

      *    [RD] Profondeur du triangle en mois de soin et nombre
      *    d'exercices civils qu'elle peut toucher.
       01  WS-TRI-DEPTH             PIC 9(03) COMP VALUE 36.
       01  WS-TRI-YEAR-MAX          PIC 9(03) COMP VALUE 4.

       01  WS-TRI-IX                PIC 9(03) COMP.
       01  WS-TRI-JX                PIC 9(03) COMP.
       01  WS-TRI-KX                PIC 9(03) COMP.
       01  WS-TRI-FX                PIC 9(03) COMP.
       01  WS-TRI-YX                PIC 9(03) COMP.
       01  WS-TRI-QX                PIC 9(03) COMP.
       01  WS-TRI-DX                PIC 9(03) COMP.
       01  WS-TRI-CARE-IX           PIC 9(03) COMP.
       01  WS-TRI-PAY-IX            PIC 9(03) COMP.
       01  WS-TRI-LAG               PIC 9(03) COMP.
       01  WS-TRI-LAST-LAG          PIC 9(03) COMP.
       01  WS-TRI-LAG-ED            PIC 99.

      *    [RD] Mois de soin de la fenetre (AAAA-MM), du plus ancien
      *    au mois en cours, pre-remplis comme dans scfinrpt.
       01  WS-TRI-MONTH-TABLE.
           05 WS-TRI-MONTH-KEY OCCURS 36 TIMES PIC X(07).

      *    [RD] Catalogue des prestations et famille de chacune
      *    (cinq cents codes au plus).
       01  WS-TRI-PRES-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-TRI-PRES-TABLE.
           05 WS-TRI-PRES-ROW OCCURS 500 TIMES.
              10 WS-TRI-PRES-CODE   PIC X(10).
              10 WS-TRI-PRES-FAM    PIC 9(03) COMP.

      *    [RD] Familles : dix-neuf au plus (au-dela, et pour une
      *    prestation sans famille, rangement en AUTRES), la
      *    vingtieme ligne porte le total toutes familles. Pour
      *    chacune : increments payes par mois de soin et anciennete
      *    du paiement, et sinistres connus non payes par exercice.
       01  WS-TRI-FAM-MAX           PIC 9(03) COMP VALUE 19.
       01  WS-TRI-FAM-TOTAL         PIC 9(03) COMP VALUE 20.
       01  WS-TRI-FAM-AUTRES        PIC 9(03) COMP VALUE 1.
       01  WS-TRI-FAM-COUNT         PIC 9(03) COMP VALUE 1.
       01  WS-TRI-FAM-NAME-IN       PIC X(10).
       01  WS-TRI-FAMILLES.
           05 WS-TRI-FAM OCCURS 20 TIMES.
              10 WS-TRI-FAM-NAME    PIC X(10).
              10 WS-TRI-FAM-ROW OCCURS 36 TIMES.
                 15 WS-TRI-CELL OCCURS 36 TIMES
                                    PIC S9(09)V99 COMP-3.
              10 WS-TRI-FAM-PEND OCCURS 4 TIMES
                                    PIC S9(09)V99 COMP-3.

      *    [RD] Calcul d'une famille : cumuls, facteurs, charge ultime
      *    par mois de soin et synthese par exercice.
       01  WS-TRI-CUMUL-TABLE.
           05 WS-TRI-CUM-ROW OCCURS 36 TIMES.
              10 WS-TRI-CUM OCCURS 36 TIMES PIC S9(11)V99 COMP-3.
       01  WS-TRI-FACTOR-TABLE.
           05 WS-TRI-FACTOR OCCURS 35 TIMES PIC 9(03)V9(06).
       01  WS-TRI-NUM               PIC S9(13)V99 COMP-3.
       01  WS-TRI-DEN               PIC S9(13)V99 COMP-3.
       01  WS-TRI-ULTIMATE          PIC S9(11)V99 COMP-3.
       01  WS-TRI-YEAR-TABLE.
           05 WS-TRI-YEAR-ROW OCCURS 4 TIMES.
              10 WS-TRI-YR-KEY      PIC 9(04).
              10 WS-TRI-YR-PAID     PIC S9(11)V99 COMP-3.
              10 WS-TRI-YR-ULTIMATE PIC S9(11)V99 COMP-3.
              10 WS-TRI-YR-PROV     PIC S9(11)V99 COMP-3.
              10 WS-TRI-YR-PEND     PIC S9(11)V99 COMP-3.
              10 WS-TRI-YR-IBNR     PIC S9(11)V99 COMP-3.
       01  WS-TRI-FAM-ACTIVITY      PIC S9(13)V99 COMP-3.

      *    [RD] Montant a ranger : mois de soin, mois de paiement,
      *    code prestation et montant paye (ou connu non paye).
       01  WS-TRI-IN-CARE           PIC X(10).
       01  WS-TRI-IN-PAID           PIC X(10).
       01  WS-TRI-IN-PRES           PIC X(10).
       01  WS-TRI-IN-AMOUNT         PIC S9(09)V99 COMP-3.
       01  WS-TRI-ARC-AMOUNT        PIC 9(05)V99.

      *    [RD] Lignes d'impression du triangle trimestriel, des
      *    facteurs et de la synthese par exercice.
       01  WS-TRI-PRT-HEADER.
           05 WS-TRI-PRH-LABEL      PIC X(10).
           05 WS-TRI-PRH-COL OCCURS 12 TIMES.
              10 FILLER             PIC X(01).
              10 WS-TRI-PRH-TEXT    PIC X(09).
       01  WS-TRI-PRT-ROW.
           05 WS-TRI-PRR-LABEL      PIC X(10).
           05 WS-TRI-PRR-COL OCCURS 12 TIMES.
              10 FILLER             PIC X(01).
              10 WS-TRI-PRR-AMOUNT  PIC ZZZZZZZZ9.
       01  WS-TRI-PRT-FACTORS.
           05 WS-TRI-PRF-COL OCCURS 7 TIMES.
              10 FILLER             PIC X(02).
              10 WS-TRI-PRF-M       PIC X(01).
              10 WS-TRI-PRF-LAG     PIC 99.
              10 WS-TRI-PRF-SEP     PIC X(01).
              10 WS-TRI-PRF-VALUE   PIC ZZ9.999999.
       01  WS-TRI-QUARTER-SUM       PIC S9(11)V99 COMP-3.
       01  WS-TRI-DEV-QUARTERS      PIC 9(03) COMP.
       01  WS-TRI-AMOUNT-ED         PIC ZZZZZZZZ9.99.
       01  WS-TRI-AMOUNT-2-ED       PIC ZZZZZZZZ9.99.
       01  WS-TRI-AMOUNT-3-ED       PIC ZZZZZZZZ9.99.
       01  WS-TRI-AMOUNT-4-ED       PIC ZZZZZZZZ9.99.
       01  WS-TRI-AMOUNT-5-ED       PIC ZZZZZZZZ9.99.

       01  WS-TRI-DB-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TRI-ARC-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TRI-PEND-COUNT        PIC 9(07) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run'.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'sctriangle'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

      *    [RD] Premier jour de la fenetre (AAAA-MM-JJ).
       01  SQL-TRI-START          PIC X(10).

       01  SQL-TRI-PRES-CODE      PIC X(10).
       01  SQL-TRI-FAMILLE        PIC X(10).

       01  SQL-TRI-CARE-DATE      PIC X(10).
       01  SQL-TRI-PAID-DATE      PIC X(10).
       01  SQL-TRI-STATUS         PIC X(01).
       01  SQL-TRI-CLAIMED        PIC S9(5)V99 COMP-3.
       01  SQL-TRI-REIMBURSED     PIC S9(5)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Prepare la fenetre et les familles, range les paiements de la
      * base et des archives puis les sinistres connus non payes, et
      * ecrit pour chaque famille puis pour le total le triangle, les
      * facteurs et les provisions.
      *---------------------------------------------------------------
           MOVE 'S' TO WS-BATCH-FUNCTION.
           MOVE ZERO TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME, WS-BATCH-FUNCTION,
               WS-BATCH-COUNT, WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
           IF WS-BATCH-ALLOWED NOT = 'O'
               DISPLAY "Lancement refuse : " WS-BATCH-MESSAGE
               GOBACK
           END-IF.

           PERFORM 0100-FENETRE-TRIANGLE
              THRU END-0100-FENETRE-TRIANGLE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           PERFORM 1000-CHARGER-CATALOGUE
              THRU END-1000-CHARGER-CATALOGUE.
           PERFORM 2000-CHARGER-PAIEMENTS
              THRU END-2000-CHARGER-PAIEMENTS.
           PERFORM 2500-CHARGER-ARCHIVES
              THRU END-2500-CHARGER-ARCHIVES.
           PERFORM 3000-CHARGER-EN-SUSPENS
              THRU END-3000-CHARGER-EN-SUSPENS.

           EXEC SQL DISCONNECT ALL END-EXEC.

           OPEN OUTPUT TRIANGLE-FILE.
           OPEN OUTPUT EXTRACT-FILE.

           MOVE ALL '=' TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE SPACES TO TRIANGLE-LINE.
           STRING 'TRIANGLE DE LIQUIDATION DES SINISTRES - SOINS '
               WS-TRI-MONTH-KEY(1) ' A ' WS-TRI-MONTH-KEY(WS-TRI-DEPTH)
               ' - EDITE LE ' WS-TRI-DATE
               DELIMITED BY SIZE INTO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE SPACES TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.

           MOVE SPACES TO EXT-HEADER-RECORD.
           MOVE 'H' TO EXT-HDR-TYPE.
           MOVE WS-TRI-DATE TO EXT-HDR-DATE.
           MOVE WS-TRI-MONTH-KEY(1) TO EXT-HDR-START.
           MOVE WS-TRI-MONTH-KEY(WS-TRI-DEPTH) TO EXT-HDR-END.
           WRITE EXT-HEADER-RECORD.

           PERFORM VARYING WS-TRI-FX FROM 1 BY 1
               UNTIL WS-TRI-FX > WS-TRI-FAM-COUNT
               PERFORM 4000-TRAITER-FAMILLE
                  THRU END-4000-TRAITER-FAMILLE
           END-PERFORM.
           MOVE WS-TRI-FAM-TOTAL TO WS-TRI-FX.
           PERFORM 4000-TRAITER-FAMILLE
              THRU END-4000-TRAITER-FAMILLE.

           CLOSE TRIANGLE-FILE.
           CLOSE EXTRACT-FILE.

           DISPLAY "Paiements lus en base    : " WS-TRI-DB-COUNT.
           DISPLAY "Paiements lus en archive : " WS-TRI-ARC-COUNT.
           DISPLAY "Sinistres connus ouverts : " WS-TRI-PEND-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           COMPUTE WS-BATCH-COUNT = WS-TRI-DB-COUNT + WS-TRI-ARC-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      ******************************************************************
      *    [RD] Calcule la fenetre des trente-six derniers mois de     *
      *    soin, pre-remplit les mois et les exercices, et remet a     *
      *    zero le triangle de chaque famille.                         *
      ******************************************************************
       0100-FENETRE-TRIANGLE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TRI-DATE.
           MOVE WS-TODAY(1:4) TO WS-TRI-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TRI-MONTH.

           COMPUTE WS-TRI-MONTH-S = WS-TRI-MONTH - WS-TRI-DEPTH + 1.
           PERFORM UNTIL WS-TRI-MONTH-S > ZERO
               ADD 12 TO WS-TRI-MONTH-S
               SUBTRACT 1 FROM WS-TRI-YEAR
           END-PERFORM.
           MOVE WS-TRI-MONTH-S TO WS-TRI-MONTH.
           MOVE WS-TRI-YEAR TO WS-TRI-START-YEAR.

           MOVE SPACES TO SQL-TRI-START.
           STRING WS-TRI-YEAR '-' WS-TRI-MONTH '-01'
               DELIMITED BY SIZE INTO SQL-TRI-START.

           PERFORM VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > WS-TRI-DEPTH
               MOVE SPACES TO WS-TRI-MONTH-KEY(WS-TRI-IX)
               STRING WS-TRI-YEAR '-' WS-TRI-MONTH
                   DELIMITED BY SIZE
                   INTO WS-TRI-MONTH-KEY(WS-TRI-IX)
               ADD 1 TO WS-TRI-MONTH
               IF WS-TRI-MONTH > 12
                   MOVE 1 TO WS-TRI-MONTH
                   ADD 1 TO WS-TRI-YEAR
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TRI-FX FROM 1 BY 1
               UNTIL WS-TRI-FX > WS-TRI-FAM-TOTAL
               MOVE SPACES TO WS-TRI-FAM-NAME(WS-TRI-FX)
               PERFORM VARYING WS-TRI-IX FROM 1 BY 1
                   UNTIL WS-TRI-IX > WS-TRI-DEPTH
                   PERFORM VARYING WS-TRI-KX FROM 1 BY 1
                       UNTIL WS-TRI-KX > WS-TRI-DEPTH
                       MOVE ZERO TO WS-TRI-CELL(WS-TRI-FX, WS-TRI-IX,
                           WS-TRI-KX)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-TRI-YX FROM 1 BY 1
                   UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
                   MOVE ZERO TO WS-TRI-FAM-PEND(WS-TRI-FX, WS-TRI-YX)
               END-PERFORM
           END-PERFORM.

           MOVE 'AUTRES' TO WS-TRI-FAM-NAME(WS-TRI-FAM-AUTRES).
           MOVE 'TOUTES' TO WS-TRI-FAM-NAME(WS-TRI-FAM-TOTAL).
       END-0100-FENETRE-TRIANGLE.
           EXIT.

      ******************************************************************
      *    [RD] Charge le catalogue des prestations avec la famille    *
      *    de chacune (cf. scprest) et batit la liste des familles.    *
      ******************************************************************
       1000-CHARGER-CATALOGUE.
           EXEC SQL
               DECLARE CRSTRIPRES CURSOR FOR
               SELECT prestation_code,
                   COALESCE(prestation_famille, ' ')
               FROM prestation
               ORDER BY prestation_code
           END-EXEC.

           EXEC SQL OPEN CRSTRIPRES END-EXEC.

           EXEC SQL
               FETCH CRSTRIPRES
               INTO :SQL-TRI-PRES-CODE, :SQL-TRI-FAMILLE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-TRI-PRES-COUNT < 500
                   ADD 1 TO WS-TRI-PRES-COUNT
                   MOVE SQL-TRI-PRES-CODE
                       TO WS-TRI-PRES-CODE(WS-TRI-PRES-COUNT)
                   MOVE FUNCTION UPPER-CASE(SQL-TRI-FAMILLE)
                       TO WS-TRI-FAM-NAME-IN
                   PERFORM 1100-RANGER-FAMILLE
                      THRU END-1100-RANGER-FAMILLE
                   MOVE WS-TRI-JX TO WS-TRI-PRES-FAM(WS-TRI-PRES-COUNT)
               END-IF
               EXEC SQL
                   FETCH CRSTRIPRES
                   INTO :SQL-TRI-PRES-CODE, :SQL-TRI-FAMILLE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTRIPRES END-EXEC.
       END-1000-CHARGER-CATALOGUE.
           EXIT.

      ******************************************************************
      *    [RD] Donne dans WS-TRI-JX le rang de la famille             *
      *    WS-TRI-FAM-NAME-IN, en l'ajoutant a la liste si elle est    *
      *    nouvelle ; famille vide ou liste pleine : AUTRES.           *
      ******************************************************************
       1100-RANGER-FAMILLE.
           IF WS-TRI-FAM-NAME-IN = SPACES
               MOVE WS-TRI-FAM-AUTRES TO WS-TRI-JX
               GO TO END-1100-RANGER-FAMILLE
           END-IF.

           MOVE 'N' TO WS-TRI-FOUND.
           PERFORM VARYING WS-TRI-JX FROM 1 BY 1
               UNTIL WS-TRI-JX > WS-TRI-FAM-COUNT
               OR WS-TRI-FOUND = 'O'
               IF WS-TRI-FAM-NAME(WS-TRI-JX) = WS-TRI-FAM-NAME-IN
                   MOVE 'O' TO WS-TRI-FOUND
               END-IF
           END-PERFORM.

           IF WS-TRI-FOUND = 'O'
               SUBTRACT 1 FROM WS-TRI-JX
               GO TO END-1100-RANGER-FAMILLE
           END-IF.

           IF WS-TRI-FAM-COUNT >= WS-TRI-FAM-MAX
               MOVE WS-TRI-FAM-AUTRES TO WS-TRI-JX
               GO TO END-1100-RANGER-FAMILLE
           END-IF.

           ADD 1 TO WS-TRI-FAM-COUNT.
           MOVE WS-TRI-FAM-COUNT TO WS-TRI-JX.
           MOVE WS-TRI-FAM-NAME-IN TO WS-TRI-FAM-NAME(WS-TRI-JX).
       END-1100-RANGER-FAMILLE.
           EXIT.

      ******************************************************************
      *    [RD] Range les remboursements payes ('V') de la base dont   *
      *    le soin tombe dans la fenetre.                              *
      ******************************************************************
       2000-CHARGER-PAIEMENTS.
           EXEC SQL
               DECLARE CRSTRIPAY CURSOR FOR
               SELECT remboursement_care_date,
                   COALESCE(remboursement_paid_date, ''),
                   COALESCE(remboursement_prestation_code, ''),
                   remboursement_reimbursed
               FROM remboursement
               WHERE remboursement_status = 'V'
               AND remboursement_care_date >= :SQL-TRI-START
               AND remboursement_reimbursed > 0
           END-EXEC.

           EXEC SQL OPEN CRSTRIPAY END-EXEC.

           EXEC SQL
               FETCH CRSTRIPAY
               INTO :SQL-TRI-CARE-DATE, :SQL-TRI-PAID-DATE,
                   :SQL-TRI-PRES-CODE, :SQL-TRI-REIMBURSED
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TRI-DB-COUNT
               MOVE SQL-TRI-CARE-DATE  TO WS-TRI-IN-CARE
               MOVE SQL-TRI-PAID-DATE  TO WS-TRI-IN-PAID
               MOVE SQL-TRI-PRES-CODE  TO WS-TRI-IN-PRES
               MOVE SQL-TRI-REIMBURSED TO WS-TRI-IN-AMOUNT
               PERFORM 2100-RANGER-PAIEMENT
                  THRU END-2100-RANGER-PAIEMENT
               EXEC SQL
                   FETCH CRSTRIPAY
                   INTO :SQL-TRI-CARE-DATE, :SQL-TRI-PAID-DATE,
                       :SQL-TRI-PRES-CODE, :SQL-TRI-REIMBURSED
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTRIPAY END-EXEC.
       END-2000-CHARGER-PAIEMENTS.
           EXIT.

      ******************************************************************
      *    [RD] Range un paiement dans la case (mois de soin,          *
      *    anciennete) de sa famille et du total. Sans date de         *
      *    paiement, ou avec une date anterieure au soin, le paiement  *
      *    est range au mois du soin.                                  *
      ******************************************************************
       2100-RANGER-PAIEMENT.
           PERFORM 2150-RANG-DU-MOIS-SOIN
              THRU END-2150-RANG-DU-MOIS-SOIN.
           IF WS-TRI-CARE-IX = ZERO
               GO TO END-2100-RANGER-PAIEMENT
           END-IF.

           MOVE WS-TRI-CARE-IX TO WS-TRI-PAY-IX.
           IF WS-TRI-IN-PAID NOT = SPACES
               MOVE 'N' TO WS-TRI-FOUND
               PERFORM VARYING WS-TRI-JX FROM WS-TRI-CARE-IX BY 1
                   UNTIL WS-TRI-JX > WS-TRI-DEPTH
                   OR WS-TRI-FOUND = 'O'
                   IF WS-TRI-MONTH-KEY(WS-TRI-JX)
                       = WS-TRI-IN-PAID(1:7)
                       MOVE 'O' TO WS-TRI-FOUND
                   END-IF
               END-PERFORM
               IF WS-TRI-FOUND = 'O'
                   COMPUTE WS-TRI-PAY-IX = WS-TRI-JX - 1
               END-IF
           END-IF.
           COMPUTE WS-TRI-LAG = WS-TRI-PAY-IX - WS-TRI-CARE-IX + 1.

           PERFORM 2160-FAMILLE-DU-CODE
              THRU END-2160-FAMILLE-DU-CODE.

           ADD WS-TRI-IN-AMOUNT
               TO WS-TRI-CELL(WS-TRI-JX, WS-TRI-CARE-IX, WS-TRI-LAG).
           ADD WS-TRI-IN-AMOUNT
               TO WS-TRI-CELL(WS-TRI-FAM-TOTAL, WS-TRI-CARE-IX,
                   WS-TRI-LAG).
       END-2100-RANGER-PAIEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Donne dans WS-TRI-CARE-IX le rang du mois de soin      *
      *    WS-TRI-IN-CARE dans la fenetre (zero s'il en sort).         *
      ******************************************************************
       2150-RANG-DU-MOIS-SOIN.
           MOVE ZERO TO WS-TRI-CARE-IX.
           MOVE 'N' TO WS-TRI-FOUND.
           PERFORM VARYING WS-TRI-JX FROM 1 BY 1
               UNTIL WS-TRI-JX > WS-TRI-DEPTH
               OR WS-TRI-FOUND = 'O'
               IF WS-TRI-MONTH-KEY(WS-TRI-JX) = WS-TRI-IN-CARE(1:7)
                   MOVE 'O' TO WS-TRI-FOUND
               END-IF
           END-PERFORM.

           IF WS-TRI-FOUND = 'O'
               COMPUTE WS-TRI-CARE-IX = WS-TRI-JX - 1
           END-IF.
       END-2150-RANG-DU-MOIS-SOIN.
           EXIT.

      ******************************************************************
      *    [RD] Donne dans WS-TRI-JX la famille du code prestation     *
      *    WS-TRI-IN-PRES (AUTRES s'il est absent du catalogue).       *
      ******************************************************************
       2160-FAMILLE-DU-CODE.
           MOVE 'N' TO WS-TRI-FOUND.
           PERFORM VARYING WS-TRI-KX FROM 1 BY 1
               UNTIL WS-TRI-KX > WS-TRI-PRES-COUNT
               OR WS-TRI-FOUND = 'O'
               IF WS-TRI-PRES-CODE(WS-TRI-KX) = WS-TRI-IN-PRES
                   MOVE 'O' TO WS-TRI-FOUND
               END-IF
           END-PERFORM.

           IF WS-TRI-FOUND = 'O'
               SUBTRACT 1 FROM WS-TRI-KX
               MOVE WS-TRI-PRES-FAM(WS-TRI-KX) TO WS-TRI-JX
           ELSE
               MOVE WS-TRI-FAM-AUTRES TO WS-TRI-JX
           END-IF.
       END-2160-FAMILLE-DU-CODE.
           EXIT.

      ******************************************************************
      *    [RD] Relit l'archive des remboursements : les lignes payees *
      *    ('V') au soin dans la fenetre sont rangees comme celles de  *
      *    la base (elles n'y figurent plus).                          *
      ******************************************************************
       2500-CHARGER-ARCHIVES.
           MOVE 'N' TO WS-TRI-EOF.
           OPEN INPUT ARCH-REMB-FILE.

           READ ARCH-REMB-FILE
               AT END MOVE 'O' TO WS-TRI-EOF
           END-READ
           PERFORM UNTIL WS-TRI-EOF = 'O'
               IF ARC-REM-STATUS = 'V'
                   AND ARC-REM-UUID(1:4) NOT = 'PIED'
                   AND ARC-REM-CARE-DATE >= SQL-TRI-START
                   MOVE ARC-REM-REIMBURSED TO WS-TRI-ARC-AMOUNT
                   IF WS-TRI-ARC-AMOUNT > ZERO
                       ADD 1 TO WS-TRI-ARC-COUNT
                       MOVE ARC-REM-CARE-DATE TO WS-TRI-IN-CARE
                       MOVE ARC-REM-PAID-DATE TO WS-TRI-IN-PAID
                       MOVE ARC-REM-PRES-CODE TO WS-TRI-IN-PRES
                       MOVE WS-TRI-ARC-AMOUNT TO WS-TRI-IN-AMOUNT
                       PERFORM 2100-RANGER-PAIEMENT
                          THRU END-2100-RANGER-PAIEMENT
                   END-IF
               END-IF
               READ ARCH-REMB-FILE
                   AT END MOVE 'O' TO WS-TRI-EOF
               END-READ
           END-PERFORM.

           CLOSE ARCH-REMB-FILE.
       END-2500-CHARGER-ARCHIVES.
           EXIT.

      ******************************************************************
      *    [RD] Cumule par famille et par exercice de soin les         *
      *    sinistres connus non payes : montant accepte pour 'R',      *
      *    montant reclame pour ceux qui attendent encore leur         *
      *    traitement ('P', 'W', 'H').                                 *
      ******************************************************************
       3000-CHARGER-EN-SUSPENS.
           EXEC SQL
               DECLARE CRSTRIPEND CURSOR FOR
               SELECT remboursement_care_date,
                   COALESCE(remboursement_prestation_code, ''),
                   remboursement_status, remboursement_claimed,
                   COALESCE(remboursement_reimbursed, 0)
               FROM remboursement
               WHERE remboursement_status IN ('P', 'W', 'H', 'R')
               AND remboursement_care_date >= :SQL-TRI-START
           END-EXEC.

           EXEC SQL OPEN CRSTRIPEND END-EXEC.

           EXEC SQL
               FETCH CRSTRIPEND
               INTO :SQL-TRI-CARE-DATE, :SQL-TRI-PRES-CODE,
                   :SQL-TRI-STATUS, :SQL-TRI-CLAIMED,
                   :SQL-TRI-REIMBURSED
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TRI-PEND-COUNT
               MOVE SQL-TRI-CARE-DATE TO WS-TRI-IN-CARE
               MOVE SQL-TRI-PRES-CODE TO WS-TRI-IN-PRES
               IF SQL-TRI-STATUS = 'R'
                   MOVE SQL-TRI-REIMBURSED TO WS-TRI-IN-AMOUNT
               ELSE
                   MOVE SQL-TRI-CLAIMED TO WS-TRI-IN-AMOUNT
               END-IF
               MOVE WS-TRI-IN-CARE(1:4) TO WS-TRI-YEAR
               COMPUTE WS-TRI-YX = WS-TRI-YEAR - WS-TRI-START-YEAR + 1
               IF WS-TRI-YX >= 1 AND WS-TRI-YX <= WS-TRI-YEAR-MAX
                   PERFORM 2160-FAMILLE-DU-CODE
                      THRU END-2160-FAMILLE-DU-CODE
                   ADD WS-TRI-IN-AMOUNT
                       TO WS-TRI-FAM-PEND(WS-TRI-JX, WS-TRI-YX)
                   ADD WS-TRI-IN-AMOUNT
                       TO WS-TRI-FAM-PEND(WS-TRI-FAM-TOTAL, WS-TRI-YX)
               END-IF
               EXEC SQL
                   FETCH CRSTRIPEND
                   INTO :SQL-TRI-CARE-DATE, :SQL-TRI-PRES-CODE,
                       :SQL-TRI-STATUS, :SQL-TRI-CLAIMED,
                       :SQL-TRI-REIMBURSED
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTRIPEND END-EXEC.
       END-3000-CHARGER-EN-SUSPENS.
           EXIT.

      ******************************************************************
      *    [RD] Traite la famille WS-TRI-FX : cumuls, facteurs         *
      *    chain-ladder, charge ultime et provisions par exercice,     *
      *    puis section du rapport et lignes de l'extrait. Une         *
      *    famille sans paiement ni sinistre ouvert est omise.         *
      ******************************************************************
       4000-TRAITER-FAMILLE.
           MOVE ZERO TO WS-TRI-FAM-ACTIVITY.
           PERFORM VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > WS-TRI-DEPTH
               PERFORM VARYING WS-TRI-KX FROM 1 BY 1
                   UNTIL WS-TRI-KX > WS-TRI-DEPTH
                   ADD WS-TRI-CELL(WS-TRI-FX, WS-TRI-IX, WS-TRI-KX)
                       TO WS-TRI-FAM-ACTIVITY
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-TRI-YX FROM 1 BY 1
               UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
               ADD WS-TRI-FAM-PEND(WS-TRI-FX, WS-TRI-YX)
                   TO WS-TRI-FAM-ACTIVITY
           END-PERFORM.

           IF WS-TRI-FAM-ACTIVITY = ZERO
               GO TO END-4000-TRAITER-FAMILLE
           END-IF.

           PERFORM 4100-CUMULER THRU END-4100-CUMULER.
           PERFORM 4200-FACTEURS THRU END-4200-FACTEURS.
           PERFORM 4300-PROVISIONS THRU END-4300-PROVISIONS.

           MOVE SPACES TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE ALL '-' TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE SPACES TO TRIANGLE-LINE.
           STRING 'FAMILLE : ' WS-TRI-FAM-NAME(WS-TRI-FX)
               DELIMITED BY SIZE INTO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE ALL '-' TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.

           PERFORM 5000-IMPRIMER-TRIANGLE
              THRU END-5000-IMPRIMER-TRIANGLE.
           PERFORM 5100-IMPRIMER-FACTEURS
              THRU END-5100-IMPRIMER-FACTEURS.
           PERFORM 5200-IMPRIMER-EXERCICES
              THRU END-5200-IMPRIMER-EXERCICES.
           PERFORM 6000-EXTRAIRE-FAMILLE
              THRU END-6000-EXTRAIRE-FAMILLE.
       END-4000-TRAITER-FAMILLE.
           EXIT.

      ******************************************************************
      *    [RD] Cumule les increments de chaque mois de soin le long   *
      *    de l'anciennete observee (mois de soin I : anciennetes de   *
      *    1 a 37 - I, la case 1 etant le mois du soin lui-meme).      *
      ******************************************************************
       4100-CUMULER.
           PERFORM VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > WS-TRI-DEPTH
               MOVE WS-TRI-CELL(WS-TRI-FX, WS-TRI-IX, 1)
                   TO WS-TRI-CUM(WS-TRI-IX, 1)
               PERFORM VARYING WS-TRI-KX FROM 2 BY 1
                   UNTIL WS-TRI-KX > WS-TRI-DEPTH
                   COMPUTE WS-TRI-CUM(WS-TRI-IX, WS-TRI-KX) =
                       WS-TRI-CUM(WS-TRI-IX, WS-TRI-KX - 1)
                       + WS-TRI-CELL(WS-TRI-FX, WS-TRI-IX, WS-TRI-KX)
               END-PERFORM
           END-PERFORM.
       END-4100-CUMULER.
           EXIT.

      ******************************************************************
      *    [RD] Facteur de developpement de l'anciennete K a K + 1 :   *
      *    somme des cumuls a K + 1 sur somme des cumuls a K, sur les  *
      *    mois de soin qui ont deja atteint K + 1. Sans base, le      *
      *    facteur vaut 1.                                             *
      ******************************************************************
       4200-FACTEURS.
           PERFORM VARYING WS-TRI-KX FROM 1 BY 1
               UNTIL WS-TRI-KX >= WS-TRI-DEPTH
               MOVE ZERO TO WS-TRI-NUM
               MOVE ZERO TO WS-TRI-DEN
               PERFORM VARYING WS-TRI-IX FROM 1 BY 1
                   UNTIL WS-TRI-IX > WS-TRI-DEPTH - WS-TRI-KX
                   ADD WS-TRI-CUM(WS-TRI-IX, WS-TRI-KX + 1)
                       TO WS-TRI-NUM
                   ADD WS-TRI-CUM(WS-TRI-IX, WS-TRI-KX)
                       TO WS-TRI-DEN
               END-PERFORM
               IF WS-TRI-DEN > ZERO
                   COMPUTE WS-TRI-FACTOR(WS-TRI-KX) ROUNDED =
                       WS-TRI-NUM / WS-TRI-DEN
               ELSE
                   MOVE 1 TO WS-TRI-FACTOR(WS-TRI-KX)
               END-IF
           END-PERFORM.
       END-4200-FACTEURS.
           EXIT.

      ******************************************************************
      *    [RD] Charge ultime de chaque mois de soin (dernier cumul    *
      *    observe developpe par les facteurs restants), cumulee par   *
      *    exercice avec le paye, la provision, les sinistres connus   *
      *    non payes et la part tardive (provision moins connus, pas   *
      *    en dessous de zero).                                        *
      ******************************************************************
       4300-PROVISIONS.
           PERFORM VARYING WS-TRI-YX FROM 1 BY 1
               UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
               COMPUTE WS-TRI-YR-KEY(WS-TRI-YX) =
                   WS-TRI-START-YEAR + WS-TRI-YX - 1
               MOVE ZERO TO WS-TRI-YR-PAID(WS-TRI-YX)
               MOVE ZERO TO WS-TRI-YR-ULTIMATE(WS-TRI-YX)
               MOVE ZERO TO WS-TRI-YR-PROV(WS-TRI-YX)
               MOVE WS-TRI-FAM-PEND(WS-TRI-FX, WS-TRI-YX)
                   TO WS-TRI-YR-PEND(WS-TRI-YX)
               MOVE ZERO TO WS-TRI-YR-IBNR(WS-TRI-YX)
           END-PERFORM.

           PERFORM VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > WS-TRI-DEPTH
               COMPUTE WS-TRI-LAST-LAG = WS-TRI-DEPTH - WS-TRI-IX + 1
               MOVE WS-TRI-CUM(WS-TRI-IX, WS-TRI-LAST-LAG)
                   TO WS-TRI-ULTIMATE
               PERFORM VARYING WS-TRI-KX FROM WS-TRI-LAST-LAG BY 1
                   UNTIL WS-TRI-KX >= WS-TRI-DEPTH
                   COMPUTE WS-TRI-ULTIMATE ROUNDED =
                       WS-TRI-ULTIMATE * WS-TRI-FACTOR(WS-TRI-KX)
               END-PERFORM
               MOVE WS-TRI-MONTH-KEY(WS-TRI-IX)(1:4) TO WS-TRI-YEAR
               COMPUTE WS-TRI-YX = WS-TRI-YEAR - WS-TRI-START-YEAR + 1
               ADD WS-TRI-CUM(WS-TRI-IX, WS-TRI-LAST-LAG)
                   TO WS-TRI-YR-PAID(WS-TRI-YX)
               ADD WS-TRI-ULTIMATE TO WS-TRI-YR-ULTIMATE(WS-TRI-YX)
           END-PERFORM.

           PERFORM VARYING WS-TRI-YX FROM 1 BY 1
               UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
               COMPUTE WS-TRI-YR-PROV(WS-TRI-YX) =
                   WS-TRI-YR-ULTIMATE(WS-TRI-YX)
                   - WS-TRI-YR-PAID(WS-TRI-YX)
               COMPUTE WS-TRI-YR-IBNR(WS-TRI-YX) =
                   WS-TRI-YR-PROV(WS-TRI-YX)
                   - WS-TRI-YR-PEND(WS-TRI-YX)
               IF WS-TRI-YR-IBNR(WS-TRI-YX) < ZERO
                   MOVE ZERO TO WS-TRI-YR-IBNR(WS-TRI-YX)
               END-IF
           END-PERFORM.
       END-4300-PROVISIONS.
           EXIT.

      ******************************************************************
      *    [RD] Imprime le triangle des cumuls par trimestre : une     *
      *    ligne par trimestre de soin (libelle du premier mois), une  *
      *    colonne par trimestre d'anciennete, en euros. La somme du   *
      *    trimestre de soin n'est pas remise a zero d'une colonne a   *
      *    l'autre : chaque colonne porte le paye cumule jusqu'a la    *
      *    fin de ce trimestre d'anciennete.                           *
      ******************************************************************
       5000-IMPRIMER-TRIANGLE.
           MOVE SPACES TO WS-TRI-PRT-HEADER.
           MOVE 'SOINS' TO WS-TRI-PRH-LABEL.
           PERFORM VARYING WS-TRI-DX FROM 1 BY 1 UNTIL WS-TRI-DX > 12
               COMPUTE WS-TRI-LAG-ED = WS-TRI-DX - 1
               STRING '   TRIM+' WS-TRI-LAG-ED(2:1)
                   DELIMITED BY SIZE INTO WS-TRI-PRH-TEXT(WS-TRI-DX)
               IF WS-TRI-DX > 10
                   MOVE SPACES TO WS-TRI-PRH-TEXT(WS-TRI-DX)
                   STRING '  TRIM+' WS-TRI-LAG-ED
                       DELIMITED BY SIZE
                       INTO WS-TRI-PRH-TEXT(WS-TRI-DX)
               END-IF
           END-PERFORM.
           MOVE WS-TRI-PRT-HEADER TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.

           PERFORM VARYING WS-TRI-QX FROM 1 BY 1 UNTIL WS-TRI-QX > 12
               MOVE SPACES TO WS-TRI-PRT-ROW
               COMPUTE WS-TRI-IX = (WS-TRI-QX - 1) * 3 + 1
               MOVE WS-TRI-MONTH-KEY(WS-TRI-IX) TO WS-TRI-PRR-LABEL
               COMPUTE WS-TRI-DEV-QUARTERS = 13 - WS-TRI-QX
               MOVE ZERO TO WS-TRI-QUARTER-SUM
               PERFORM VARYING WS-TRI-DX FROM 1 BY 1
                   UNTIL WS-TRI-DX > WS-TRI-DEV-QUARTERS
                   PERFORM VARYING WS-TRI-IX FROM 1 BY 1
                       UNTIL WS-TRI-IX > 3
                       COMPUTE WS-TRI-JX =
                           (WS-TRI-QX - 1) * 3 + WS-TRI-IX
                       PERFORM VARYING WS-TRI-KX FROM 1 BY 1
                           UNTIL WS-TRI-KX > 3
                           COMPUTE WS-TRI-LAG =
                               (WS-TRI-DX - 1) * 3 + WS-TRI-KX
                           ADD WS-TRI-CELL(WS-TRI-FX, WS-TRI-JX,
                               WS-TRI-LAG) TO WS-TRI-QUARTER-SUM
                       END-PERFORM
                   END-PERFORM
                   MOVE WS-TRI-QUARTER-SUM
                       TO WS-TRI-PRR-AMOUNT(WS-TRI-DX)
               END-PERFORM
               MOVE WS-TRI-PRT-ROW TO TRIANGLE-LINE
               WRITE TRIANGLE-LINE
           END-PERFORM.
       END-5000-IMPRIMER-TRIANGLE.
           EXIT.

      ******************************************************************
      *    [RD] Imprime les facteurs de developpement mensuels, sept   *
      *    par ligne (M01 = passage du mois du soin au mois suivant).  *
      ******************************************************************
       5100-IMPRIMER-FACTEURS.
           MOVE SPACES TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE 'FACTEURS DE DEVELOPPEMENT MENSUELS (CHAIN-LADDER)'
               TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.

           MOVE SPACES TO WS-TRI-PRT-FACTORS.
           MOVE ZERO TO WS-TRI-DX.
           PERFORM VARYING WS-TRI-KX FROM 1 BY 1
               UNTIL WS-TRI-KX >= WS-TRI-DEPTH
               ADD 1 TO WS-TRI-DX
               MOVE 'M' TO WS-TRI-PRF-M(WS-TRI-DX)
               MOVE WS-TRI-KX TO WS-TRI-PRF-LAG(WS-TRI-DX)
               MOVE ':' TO WS-TRI-PRF-SEP(WS-TRI-DX)
               MOVE WS-TRI-FACTOR(WS-TRI-KX)
                   TO WS-TRI-PRF-VALUE(WS-TRI-DX)
               IF WS-TRI-DX = 7
                   MOVE WS-TRI-PRT-FACTORS TO TRIANGLE-LINE
                   WRITE TRIANGLE-LINE
                   MOVE SPACES TO WS-TRI-PRT-FACTORS
                   MOVE ZERO TO WS-TRI-DX
               END-IF
           END-PERFORM.
           IF WS-TRI-DX > ZERO
               MOVE WS-TRI-PRT-FACTORS TO TRIANGLE-LINE
               WRITE TRIANGLE-LINE
           END-IF.
       END-5100-IMPRIMER-FACTEURS.
           EXIT.

      ******************************************************************
      *    [RD] Imprime la synthese par exercice de soin : paye,       *
      *    charge ultime, provision chain-ladder, sinistres connus     *
      *    non payes et part tardive (IBNR).                           *
      ******************************************************************
       5200-IMPRIMER-EXERCICES.
           MOVE SPACES TO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.
           MOVE SPACES TO TRIANGLE-LINE.
           STRING 'EXERCICE         PAYE       ULTIME    PROVISION'
               '   CONNUS NON PAYES         IBNR'
               DELIMITED BY SIZE INTO TRIANGLE-LINE.
           WRITE TRIANGLE-LINE.

           PERFORM VARYING WS-TRI-YX FROM 1 BY 1
               UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
               IF WS-TRI-YR-ULTIMATE(WS-TRI-YX) NOT = ZERO
                   OR WS-TRI-YR-PEND(WS-TRI-YX) NOT = ZERO
                   MOVE WS-TRI-YR-PAID(WS-TRI-YX) TO WS-TRI-AMOUNT-ED
                   MOVE WS-TRI-YR-ULTIMATE(WS-TRI-YX)
                       TO WS-TRI-AMOUNT-2-ED
                   MOVE WS-TRI-YR-PROV(WS-TRI-YX)
                       TO WS-TRI-AMOUNT-3-ED
                   MOVE WS-TRI-YR-PEND(WS-TRI-YX)
                       TO WS-TRI-AMOUNT-4-ED
                   MOVE WS-TRI-YR-IBNR(WS-TRI-YX)
                       TO WS-TRI-AMOUNT-5-ED
                   MOVE SPACES TO TRIANGLE-LINE
                   STRING WS-TRI-YR-KEY(WS-TRI-YX) ' '
                       WS-TRI-AMOUNT-ED ' ' WS-TRI-AMOUNT-2-ED ' '
                       WS-TRI-AMOUNT-3-ED '       '
                       WS-TRI-AMOUNT-4-ED ' ' WS-TRI-AMOUNT-5-ED
                       DELIMITED BY SIZE INTO TRIANGLE-LINE
                   WRITE TRIANGLE-LINE
               END-IF
           END-PERFORM.
       END-5200-IMPRIMER-EXERCICES.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'extrait actuaire de la famille : cases du      *
      *    triangle mensuel observees, facteurs et provisions par      *
      *    exercice.                                                   *
      ******************************************************************
       6000-EXTRAIRE-FAMILLE.
           PERFORM VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > WS-TRI-DEPTH
               COMPUTE WS-TRI-LAST-LAG = WS-TRI-DEPTH - WS-TRI-IX + 1
               PERFORM VARYING WS-TRI-KX FROM 1 BY 1
                   UNTIL WS-TRI-KX > WS-TRI-LAST-LAG
                   MOVE SPACES TO EXT-TRIANGLE-RECORD
                   MOVE 'T' TO EXT-TRI-TYPE
                   MOVE WS-TRI-FAM-NAME(WS-TRI-FX) TO EXT-TRI-FAMILLE
                   MOVE WS-TRI-MONTH-KEY(WS-TRI-IX)
                       TO EXT-TRI-CARE-MONTH
                   COMPUTE EXT-TRI-LAG = WS-TRI-KX - 1
                   MOVE WS-TRI-CELL(WS-TRI-FX, WS-TRI-IX, WS-TRI-KX)
                       TO EXT-TRI-AMOUNT
                   MOVE WS-TRI-CUM(WS-TRI-IX, WS-TRI-KX)
                       TO EXT-TRI-CUMUL
                   WRITE EXT-TRIANGLE-RECORD
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-TRI-KX FROM 1 BY 1
               UNTIL WS-TRI-KX >= WS-TRI-DEPTH
               MOVE SPACES TO EXT-FACTEUR-RECORD
               MOVE 'F' TO EXT-FAC-TYPE
               MOVE WS-TRI-FAM-NAME(WS-TRI-FX) TO EXT-FAC-FAMILLE
               MOVE WS-TRI-KX TO EXT-FAC-LAG
               MOVE WS-TRI-FACTOR(WS-TRI-KX) TO EXT-FAC-VALUE
               WRITE EXT-FACTEUR-RECORD
           END-PERFORM.

           PERFORM VARYING WS-TRI-YX FROM 1 BY 1
               UNTIL WS-TRI-YX > WS-TRI-YEAR-MAX
               MOVE SPACES TO EXT-PROVISION-RECORD
               MOVE 'P' TO EXT-PRV-TYPE
               MOVE WS-TRI-FAM-NAME(WS-TRI-FX) TO EXT-PRV-FAMILLE
               MOVE WS-TRI-YR-KEY(WS-TRI-YX)      TO EXT-PRV-YEAR
               MOVE WS-TRI-YR-PAID(WS-TRI-YX)     TO EXT-PRV-PAID
               MOVE WS-TRI-YR-ULTIMATE(WS-TRI-YX) TO EXT-PRV-ULTIMATE
               MOVE WS-TRI-YR-PROV(WS-TRI-YX)     TO EXT-PRV-PROVISION
               MOVE WS-TRI-YR-PEND(WS-TRI-YX)     TO EXT-PRV-PENDING
               MOVE WS-TRI-YR-IBNR(WS-TRI-YX)     TO EXT-PRV-IBNR
               WRITE EXT-PROVISION-RECORD
           END-PERFORM.
       END-6000-EXTRAIRE-FAMILLE.
           EXIT.
