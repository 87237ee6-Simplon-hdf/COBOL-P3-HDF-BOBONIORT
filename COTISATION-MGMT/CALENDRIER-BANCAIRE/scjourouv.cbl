      ******************************************************************
      *    [RD] Le programme 'scjourouv' est le sous-programme du      *
      *    calendrier bancaire, appele par les traitements qui fixent  *
      *    ou comptent des dates de banque (scprenotif, scsepagen,     *
      *    scsepavir, screlance, scpiecerel). Un jour ouvre est un     *
      *    jour d'ouverture du systeme TARGET2 : ni samedi, ni         *
      *    dimanche, ni jour ferie de la table 'jour_ferie' (tenue par *
      *    l'ecran scferie, qui sait generer les fermetures TARGET2    *
      *    d'une annee : 1er janvier, vendredi saint, lundi de Paques, *
      *    1er mai, 25 et 26 decembre). Fonction 'L' : charge en       *
      *    memoire les jours feries a partir du 1er janvier de l'annee *
      *    precedente (une connexion, en debut de passage). Fonctions  *
      *    'O', 'S' et 'V' : calculs en memoire, sans acces a la base  *
      *    (cf. jour-ouvre.cpy). Sans calendrier charge, seuls les     *
      *    week-ends sont ecartes.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scjourouv.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-CAL-YEAR               PIC 9(04).

      *    [RD] Jours feries charges par la fonction 'L', tries par
      *    date : trois cents au plus (plusieurs annees d'avance).
       01  WS-CAL-FERIE-MAX          PIC 9(03) VALUE 300.
       01  WS-CAL-FERIE-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-CAL-FX                 PIC 9(03).
       01  WS-CAL-FERIES.
           05 WS-CAL-FERIE           PIC X(10) OCCURS 300 TIMES.

      *    [RD] Date en cours d'examen : vue AAAAMMJJ pour les
      *    fonctions de date, jour entier (le jour 1 est le lundi
      *    1er janvier 1601) et rang dans la semaine (1 lundi ...
      *    6 samedi, 0 dimanche).
       01  WS-CAL-DATE               PIC X(10).
       01  WS-CAL-DATE-ALPHA.
           05 WS-CAL-DATE-YYYY       PIC X(04).
           05 WS-CAL-DATE-MM         PIC X(02).
           05 WS-CAL-DATE-DD         PIC X(02).
       01  WS-CAL-DATE-NUM REDEFINES WS-CAL-DATE-ALPHA
                                     PIC 9(08).
       01  WS-CAL-DATE-INT           PIC 9(07).
       01  WS-CAL-WEEK-COUNT         PIC 9(07).
       01  WS-CAL-WEEKDAY            PIC 9(01).
       01  WS-CAL-DATE-VALID         PIC X(01).
       01  WS-CAL-OUVRE              PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-CAL-FROM          PIC X(10).
       01  SQL-CAL-DATE          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       COPY 'jour-ouvre.cpy' REPLACING LEADING ==WS-JOV== BY
           ==LK-JOV==.

      ******************************************************************
       PROCEDURE DIVISION USING LK-JOV-ZONE.

       0000-MAIN-LOGIC.
           EVALUATE LK-JOV-FUNCTION
               WHEN 'L'
                   PERFORM 1000-CHARGER-CALENDRIER
                      THRU END-1000-CHARGER-CALENDRIER
               WHEN 'O'
                   PERFORM 2000-CONTROLER-JOUR
                      THRU END-2000-CONTROLER-JOUR
               WHEN 'S'
                   PERFORM 3000-JOUR-OUVRE-SUIVANT
                      THRU END-3000-JOUR-OUVRE-SUIVANT
               WHEN 'V'
                   PERFORM 4000-VEILLE-OUVREE
                      THRU END-4000-VEILLE-OUVREE
               WHEN OTHER
                   MOVE LK-JOV-DATE-IN TO LK-JOV-DATE-OUT
                   MOVE SPACE TO LK-JOV-OUVRE
           END-EVALUATE.
           MOVE WS-CAL-FERIE-COUNT TO LK-JOV-HOLIDAY-COUNT.
           GOBACK.

      ******************************************************************
      *    [RD] Convertit LK-JOV-DATE-IN en jour entier dans           *
      *    WS-CAL-DATE-INT. Une date mal formee laisse                 *
      *    WS-CAL-DATE-VALID a 'N'.                                    *
      ******************************************************************
       0500-CONVERTIR-DATE.
           MOVE 'N' TO WS-CAL-DATE-VALID.
           MOVE ZERO TO WS-CAL-DATE-INT.
           IF LK-JOV-DATE-IN(5:1) NOT = '-'
               OR LK-JOV-DATE-IN(8:1) NOT = '-'
               GO TO END-0500-CONVERTIR-DATE
           END-IF.

           MOVE LK-JOV-DATE-IN(1:4) TO WS-CAL-DATE-YYYY.
           MOVE LK-JOV-DATE-IN(6:2) TO WS-CAL-DATE-MM.
           MOVE LK-JOV-DATE-IN(9:2) TO WS-CAL-DATE-DD.
           IF WS-CAL-DATE-NUM IS NOT NUMERIC
               OR WS-CAL-DATE-YYYY < '1601'
               OR WS-CAL-DATE-MM < '01' OR WS-CAL-DATE-MM > '12'
               OR WS-CAL-DATE-DD < '01' OR WS-CAL-DATE-DD > '31'
               GO TO END-0500-CONVERTIR-DATE
           END-IF.

           COMPUTE WS-CAL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM).
           IF WS-CAL-DATE-INT > ZERO
               MOVE 'O' TO WS-CAL-DATE-VALID
           END-IF.
       END-0500-CONVERTIR-DATE.
           EXIT.

      ******************************************************************
      *    [RD] Qualifie le jour WS-CAL-DATE-INT : date AAAA-MM-JJ     *
      *    dans WS-CAL-DATE et WS-CAL-OUVRE a 'O' pour un jour ouvre,  *
      *    'N' pour un samedi, un dimanche ou un jour ferie charge.    *
      ******************************************************************
       0600-QUALIFIER-JOUR.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
               TO WS-CAL-DATE-NUM.
           STRING WS-CAL-DATE-YYYY '-' WS-CAL-DATE-MM '-'
               WS-CAL-DATE-DD
               DELIMITED BY SIZE INTO WS-CAL-DATE.

           MOVE 'O' TO WS-CAL-OUVRE.
           DIVIDE WS-CAL-DATE-INT BY 7 GIVING WS-CAL-WEEK-COUNT
               REMAINDER WS-CAL-WEEKDAY.
           IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
               MOVE 'N' TO WS-CAL-OUVRE
               GO TO END-0600-QUALIFIER-JOUR
           END-IF.

           PERFORM VARYING WS-CAL-FX FROM 1 BY 1
               UNTIL WS-CAL-FX > WS-CAL-FERIE-COUNT
               OR WS-CAL-OUVRE = 'N'
               OR WS-CAL-FERIE(WS-CAL-FX) > WS-CAL-DATE
               IF WS-CAL-FERIE(WS-CAL-FX) = WS-CAL-DATE
                   MOVE 'N' TO WS-CAL-OUVRE
               END-IF
           END-PERFORM.
       END-0600-QUALIFIER-JOUR.
           EXIT.

      ******************************************************************
      *    [RD] Charge les jours feries a partir du 1er janvier de     *
      *    l'annee precedente, par date croissante. Un rechargement    *
      *    remplace tout le contenu precedent (l'ecran scferie peut    *
      *    rappeler 'L' apres chaque mise a jour).                     *
      ******************************************************************
       1000-CHARGER-CALENDRIER.
           MOVE ZERO TO WS-CAL-FERIE-COUNT.
           MOVE SPACES TO WS-CAL-FERIES.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-CAL-YEAR.
           SUBTRACT 1 FROM WS-CAL-YEAR.
           STRING WS-CAL-YEAR '-01-01'
               DELIMITED BY SIZE INTO SQL-CAL-FROM.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSFERIE CURSOR FOR
               SELECT ferie_date
               FROM jour_ferie
               WHERE ferie_date >= :SQL-CAL-FROM
               ORDER BY ferie_date
           END-EXEC.

           EXEC SQL OPEN CRSFERIE END-EXEC.

           EXEC SQL
               FETCH CRSFERIE INTO :SQL-CAL-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-CAL-FERIE-COUNT >= WS-CAL-FERIE-MAX
               ADD 1 TO WS-CAL-FERIE-COUNT
               MOVE SQL-CAL-DATE TO WS-CAL-FERIE(WS-CAL-FERIE-COUNT)
               EXEC SQL
                   FETCH CRSFERIE INTO :SQL-CAL-DATE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSFERIE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1000-CHARGER-CALENDRIER.
           EXIT.

      ******************************************************************
      *    [RD] Indique si la date fournie est un jour ouvre.          *
      ******************************************************************
       2000-CONTROLER-JOUR.
           MOVE LK-JOV-DATE-IN TO LK-JOV-DATE-OUT.
           MOVE SPACE TO LK-JOV-OUVRE.

           PERFORM 0500-CONVERTIR-DATE THRU END-0500-CONVERTIR-DATE.
           IF WS-CAL-DATE-VALID NOT = 'O'
               GO TO END-2000-CONTROLER-JOUR
           END-IF.

           PERFORM 0600-QUALIFIER-JOUR THRU END-0600-QUALIFIER-JOUR.
           MOVE WS-CAL-OUVRE TO LK-JOV-OUVRE.
       END-2000-CONTROLER-JOUR.
           EXIT.

      ******************************************************************
      *    [RD] Rend le premier jour ouvre a partir de la date fournie *
      *    augmentee de LK-JOV-DAYS jours calendaires : un jour ferie  *
      *    ou un week-end reporte au jour ouvre suivant, jamais avant. *
      ******************************************************************
       3000-JOUR-OUVRE-SUIVANT.
           MOVE LK-JOV-DATE-IN TO LK-JOV-DATE-OUT.
           MOVE SPACE TO LK-JOV-OUVRE.

           PERFORM 0500-CONVERTIR-DATE THRU END-0500-CONVERTIR-DATE.
           IF WS-CAL-DATE-VALID NOT = 'O'
               GO TO END-3000-JOUR-OUVRE-SUIVANT
           END-IF.

           ADD LK-JOV-DAYS TO WS-CAL-DATE-INT.
           PERFORM 0600-QUALIFIER-JOUR THRU END-0600-QUALIFIER-JOUR.
           PERFORM UNTIL WS-CAL-OUVRE = 'O'
               ADD 1 TO WS-CAL-DATE-INT
               PERFORM 0600-QUALIFIER-JOUR
                  THRU END-0600-QUALIFIER-JOUR
           END-PERFORM.

           MOVE WS-CAL-DATE TO LK-JOV-DATE-OUT.
           MOVE 'O' TO LK-JOV-OUVRE.
       END-3000-JOUR-OUVRE-SUIVANT.
           EXIT.

      ******************************************************************
      *    [RD] Rend le dernier jour ouvre strictement anterieur a la  *
      *    date fournie : date limite de remise d'un prelevement a     *
      *    echeance de la date fournie (regle D-1 des prelevements     *
      *    SEPA FRST et RCUR).                                         *
      ******************************************************************
       4000-VEILLE-OUVREE.
           MOVE LK-JOV-DATE-IN TO LK-JOV-DATE-OUT.
           MOVE SPACE TO LK-JOV-OUVRE.

           PERFORM 0500-CONVERTIR-DATE THRU END-0500-CONVERTIR-DATE.
           IF WS-CAL-DATE-VALID NOT = 'O'
               GO TO END-4000-VEILLE-OUVREE
           END-IF.

           SUBTRACT 1 FROM WS-CAL-DATE-INT.
           PERFORM 0600-QUALIFIER-JOUR THRU END-0600-QUALIFIER-JOUR.
           PERFORM UNTIL WS-CAL-OUVRE = 'O'
               SUBTRACT 1 FROM WS-CAL-DATE-INT
               PERFORM 0600-QUALIFIER-JOUR
                  THRU END-0600-QUALIFIER-JOUR
           END-PERFORM.

           MOVE WS-CAL-DATE TO LK-JOV-DATE-OUT.
           MOVE 'O' TO LK-JOV-OUVRE.
       END-4000-VEILLE-OUVREE.
           EXIT.
