      ******************************************************************
      *    [RD] Le programme 'scferie' porte l'ecran de maintenance du *
      *    calendrier bancaire (table 'jour_ferie'), reserve aux roles *
      *    gestionnaire et administrateur : ajout ou retrait d'un jour *
      *    ferie avec son libelle, et generation en une fois des       *
      *    fermetures TARGET2 d'une annee (1er janvier, vendredi       *
      *    saint, lundi de Paques, 1er mai, 25 et 26 decembre ; la     *
      *    date de Paques est calculee). Un jour deja passe n'est ni   *
      *    ajoute ni retire : les dates de prelevement et de relance   *
      *    deja calculees sur l'ancien calendrier ne se reecrivent     *
      *    pas. Un samedi ou un dimanche, deja chome, n'est pas saisi  *
      *    a la main. Les douze prochains jours feries restent         *
      *    affiches. Les traitements lisent ce calendrier par le       *
      *    sous-programme scjourouv ; chaque ligne garde l'operateur   *
      *    et la date de saisie.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scferie.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Jour ferie saisi et actions de l'ecran.
       01  WS-FER-DATE                PIC X(10).
       01  WS-FER-LABEL               PIC X(30).
       01  WS-FER-YEAR                PIC 9(04).
       01  WS-FER-ADD-VALIDATION      PIC X(01).
       01  WS-FER-DEL-VALIDATION      PIC X(01).
       01  WS-FER-GEN-VALIDATION      PIC X(01).
       01  WS-FER-DATE-VALID          PIC X(01).

      *    [RD] Prochains jours feries, affiches a l'ecran et
      *    remplis en table a la lecture.
       01  WS-FER-LINES.
           05 WS-FER-LINE-01          PIC X(50).
           05 WS-FER-LINE-02          PIC X(50).
           05 WS-FER-LINE-03          PIC X(50).
           05 WS-FER-LINE-04          PIC X(50).
           05 WS-FER-LINE-05          PIC X(50).
           05 WS-FER-LINE-06          PIC X(50).
           05 WS-FER-LINE-07          PIC X(50).
           05 WS-FER-LINE-08          PIC X(50).
           05 WS-FER-LINE-09          PIC X(50).
           05 WS-FER-LINE-10          PIC X(50).
           05 WS-FER-LINE-11          PIC X(50).
           05 WS-FER-LINE-12          PIC X(50).
       01  WS-FER-LINE-TABLE REDEFINES WS-FER-LINES.
           05 WS-FER-LINE             PIC X(50) OCCURS 12 TIMES.
       01  WS-FER-IX                  PIC 9(02).

      *    [RD] Calcul de Paques (algorithme gregorien de Meeus) et
      *    dates des fermetures TARGET2 de l'annee demandee.
       01  WS-FER-PQ-A                PIC 9(04).
       01  WS-FER-PQ-B                PIC 9(04).
       01  WS-FER-PQ-C                PIC 9(04).
       01  WS-FER-PQ-D                PIC 9(04).
       01  WS-FER-PQ-E                PIC 9(04).
       01  WS-FER-PQ-F                PIC 9(04).
       01  WS-FER-PQ-G                PIC 9(04).
       01  WS-FER-PQ-H                PIC 9(04).
       01  WS-FER-PQ-I                PIC 9(04).
       01  WS-FER-PQ-K                PIC 9(04).
       01  WS-FER-PQ-L                PIC 9(04).
       01  WS-FER-PQ-M                PIC 9(04).
       01  WS-FER-PQ-N                PIC 9(04).
       01  WS-FER-EASTER-ALPHA.
           05 WS-FER-EASTER-YYYY      PIC 9(04).
           05 WS-FER-EASTER-MM        PIC 9(02).
           05 WS-FER-EASTER-DD        PIC 9(02).
       01  WS-FER-EASTER-NUM REDEFINES WS-FER-EASTER-ALPHA
                                      PIC 9(08).
       01  WS-FER-EASTER-INT          PIC 9(07).
       01  WS-FER-GEN-INT             PIC 9(07).
       01  WS-FER-GEN-ALPHA.
           05 WS-FER-GEN-YYYY         PIC X(04).
           05 WS-FER-GEN-MM           PIC X(02).
           05 WS-FER-GEN-DD           PIC X(02).
       01  WS-FER-GEN-NUM REDEFINES WS-FER-GEN-ALPHA
                                      PIC 9(08).
       01  WS-FER-GEN-COUNT           PIC 9(01).

       01  WS-FER-ERROR-MESSAGE       PIC X(70).
       01  WS-FER-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).
       01  WS-FER-TODAY-DATE          PIC X(10).
       01  WS-FER-CURRENT-YEAR        PIC 9(04).

       COPY 'jour-ouvre.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-FER-DATE          PIC X(10).
       01  SQL-FER-LABEL         PIC X(30).
       01  SQL-FER-OPERATOR      PIC X(08).
       01  SQL-FER-TODAY         PIC X(10).
       01  SQL-FER-COUNT         PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) et trace avec chaque jour saisi.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-ferie.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche le calendrier, ajoute, retire ou
      * genere les jours feries selon l'action choisie, jusqu'au
      * retour au menu principal.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-FER-MENU-RETURN.
           MOVE SPACES TO WS-FER-ERROR-MESSAGE.
           MOVE SPACES TO WS-FER-DATE.
           MOVE SPACES TO WS-FER-LABEL.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-FER-TODAY-DATE.
           MOVE WS-TODAY(1:4) TO WS-FER-CURRENT-YEAR.
           MOVE WS-FER-CURRENT-YEAR TO WS-FER-YEAR.

           PERFORM 1000-LISTER-FERIES THRU END-1000-LISTER-FERIES.

           PERFORM UNTIL WS-FER-MENU-RETURN = 'O'
               DISPLAY SCREEN-FERIE
               ACCEPT SCREEN-FERIE

               EVALUATE TRUE
                   WHEN WS-FER-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-FER-ADD-VALIDATION = 'O'
                       PERFORM 2000-AJOUTER-FERIE
                          THRU END-2000-AJOUTER-FERIE
                       PERFORM 1000-LISTER-FERIES
                          THRU END-1000-LISTER-FERIES
                   WHEN WS-FER-DEL-VALIDATION = 'O'
                       PERFORM 3000-RETIRER-FERIE
                          THRU END-3000-RETIRER-FERIE
                       PERFORM 1000-LISTER-FERIES
                          THRU END-1000-LISTER-FERIES
                   WHEN WS-FER-GEN-VALIDATION = 'O'
                       PERFORM 4000-GENERER-TARGET2
                          THRU END-4000-GENERER-TARGET2
                       PERFORM 1000-LISTER-FERIES
                          THRU END-1000-LISTER-FERIES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACE TO WS-FER-ADD-VALIDATION
               MOVE SPACE TO WS-FER-DEL-VALIDATION
               MOVE SPACE TO WS-FER-GEN-VALIDATION
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Controle la date saisie : format AAAA-MM-JJ et jour a  *
      *    venir (aujourd'hui exclu, ses traitements ont pu tourner).  *
      ******************************************************************
       0500-CONTROLER-DATE.
           MOVE 'N' TO WS-FER-DATE-VALID.

           IF WS-FER-DATE(1:4) IS NOT NUMERIC
               OR WS-FER-DATE(5:1) NOT = '-'
               OR WS-FER-DATE(6:2) IS NOT NUMERIC
               OR WS-FER-DATE(8:1) NOT = '-'
               OR WS-FER-DATE(9:2) IS NOT NUMERIC
               MOVE 'Date au format AAAA-MM-JJ.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-0500-CONTROLER-DATE
           END-IF.

           IF WS-FER-DATE NOT > WS-FER-TODAY-DATE
               MOVE 'Date deja passee, calendrier non modifiable.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-0500-CONTROLER-DATE
           END-IF.

           MOVE 'O' TO WS-FER-DATE-VALID.
       END-0500-CONTROLER-DATE.
           EXIT.

      ******************************************************************
      *    [RD] Lit les douze prochains jours feries a partir de       *
      *    demain.                                                     *
      ******************************************************************
       1000-LISTER-FERIES.
           MOVE SPACES TO WS-FER-LINES.
           MOVE WS-FER-TODAY-DATE TO SQL-FER-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSFERLIST CURSOR FOR
               SELECT ferie_date, ferie_label
               FROM jour_ferie
               WHERE ferie_date > :SQL-FER-TODAY
               ORDER BY ferie_date
           END-EXEC.

           EXEC SQL OPEN CRSFERLIST END-EXEC.

           MOVE ZERO TO WS-FER-IX.
           EXEC SQL
               FETCH CRSFERLIST INTO :SQL-FER-DATE, :SQL-FER-LABEL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-FER-IX >= 12
               ADD 1 TO WS-FER-IX
               STRING SQL-FER-DATE '  ' SQL-FER-LABEL
                   DELIMITED BY SIZE INTO WS-FER-LINE(WS-FER-IX)
               EXEC SQL
                   FETCH CRSFERLIST INTO :SQL-FER-DATE, :SQL-FER-LABEL
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSFERLIST END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-FER-IX = ZERO
               MOVE 'Aucun jour ferie a venir au calendrier.'
                   TO WS-FER-LINE(1)
           END-IF.
       END-1000-LISTER-FERIES.
           EXIT.

      ******************************************************************
      *    [RD] Ajoute le jour saisi au calendrier. Un week-end ou un  *
      *    jour deja ferie est refuse (le calendrier courant est relu  *
      *    par scjourouv pour le savoir) ; le libelle est obligatoire. *
      ******************************************************************
       2000-AJOUTER-FERIE.
           MOVE SPACES TO WS-FER-ERROR-MESSAGE.

           PERFORM 0500-CONTROLER-DATE THRU END-0500-CONTROLER-DATE.
           IF WS-FER-DATE-VALID NOT = 'O'
               GO TO END-2000-AJOUTER-FERIE
           END-IF.

           IF WS-FER-LABEL = SPACES
               MOVE 'Libelle du jour ferie obligatoire.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-2000-AJOUTER-FERIE
           END-IF.

           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE 'O' TO WS-JOV-FUNCTION.
           MOVE WS-FER-DATE TO WS-JOV-DATE-IN.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           IF WS-JOV-OUVRE = SPACE
               MOVE 'Date inexistante au calendrier.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-2000-AJOUTER-FERIE
           END-IF.
           IF WS-JOV-OUVRE NOT = 'O'
               MOVE 'Jour deja non ouvre (week-end ou deja ferie).'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-2000-AJOUTER-FERIE
           END-IF.

           MOVE WS-FER-DATE        TO SQL-FER-DATE.
           MOVE WS-FER-LABEL       TO SQL-FER-LABEL.
           MOVE LK-OPERATOR-ID     TO SQL-FER-OPERATOR.
           MOVE WS-FER-TODAY-DATE  TO SQL-FER-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               INSERT INTO jour_ferie (ferie_date, ferie_label,
                   ferie_operator, ferie_update_date)
               VALUES (:SQL-FER-DATE, :SQL-FER-LABEL,
                   :SQL-FER-OPERATOR, :SQL-FER-TODAY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors de l''ajout du jour ferie.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-2000-AJOUTER-FERIE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Jour ferie ajoute : ' WS-FER-DATE '.'
               DELIMITED BY SIZE INTO WS-FER-ERROR-MESSAGE.
           MOVE SPACES TO WS-FER-DATE.
           MOVE SPACES TO WS-FER-LABEL.
       END-2000-AJOUTER-FERIE.
           EXIT.

      ******************************************************************
      *    [RD] Retire le jour saisi du calendrier.                    *
      ******************************************************************
       3000-RETIRER-FERIE.
           MOVE SPACES TO WS-FER-ERROR-MESSAGE.

           PERFORM 0500-CONTROLER-DATE THRU END-0500-CONTROLER-DATE.
           IF WS-FER-DATE-VALID NOT = 'O'
               GO TO END-3000-RETIRER-FERIE
           END-IF.

           MOVE WS-FER-DATE TO SQL-FER-DATE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           MOVE ZERO TO SQL-FER-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FER-COUNT
               FROM jour_ferie
               WHERE ferie_date = :SQL-FER-DATE
           END-EXEC.

           IF SQL-FER-COUNT = ZERO
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Date absente du calendrier.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-3000-RETIRER-FERIE
           END-IF.

           EXEC SQL
               DELETE FROM jour_ferie
               WHERE ferie_date = :SQL-FER-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Erreur lors du retrait du jour ferie.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-3000-RETIRER-FERIE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Jour ferie retire : ' WS-FER-DATE '.'
               DELIMITED BY SIZE INTO WS-FER-ERROR-MESSAGE.
           MOVE SPACES TO WS-FER-DATE.
           MOVE SPACES TO WS-FER-LABEL.
       END-3000-RETIRER-FERIE.
           EXIT.

      ******************************************************************
      *    [RD] Genere les six fermetures TARGET2 de l'annee saisie    *
      *    (annee en cours ou suivantes). Une date deja au calendrier  *
      *    est laissee telle quelle ; une date deja passee n'est pas   *
      *    ajoutee.                                                    *
      ******************************************************************
       4000-GENERER-TARGET2.
           MOVE SPACES TO WS-FER-ERROR-MESSAGE.

           IF WS-FER-YEAR < WS-FER-CURRENT-YEAR
               MOVE 'Annee deja passee, calendrier non modifiable.'
                   TO WS-FER-ERROR-MESSAGE
               GO TO END-4000-GENERER-TARGET2
           END-IF.

           PERFORM 4100-CALCULER-PAQUES THRU END-4100-CALCULER-PAQUES.

           MOVE LK-OPERATOR-ID     TO SQL-FER-OPERATOR.
           MOVE WS-FER-TODAY-DATE  TO SQL-FER-TODAY.
           MOVE ZERO TO WS-FER-GEN-COUNT.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           STRING WS-FER-YEAR '-01-01'
               DELIMITED BY SIZE INTO SQL-FER-DATE.
           MOVE 'Jour de l''an' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           COMPUTE WS-FER-GEN-INT = WS-FER-EASTER-INT - 2.
           PERFORM 4300-DATE-DE-PAQUES THRU END-4300-DATE-DE-PAQUES.
           MOVE 'Vendredi saint' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           COMPUTE WS-FER-GEN-INT = WS-FER-EASTER-INT + 1.
           PERFORM 4300-DATE-DE-PAQUES THRU END-4300-DATE-DE-PAQUES.
           MOVE 'Lundi de Paques' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           STRING WS-FER-YEAR '-05-01'
               DELIMITED BY SIZE INTO SQL-FER-DATE.
           MOVE 'Fete du travail' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           STRING WS-FER-YEAR '-12-25'
               DELIMITED BY SIZE INTO SQL-FER-DATE.
           MOVE 'Noel' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           STRING WS-FER-YEAR '-12-26'
               DELIMITED BY SIZE INTO SQL-FER-DATE.
           MOVE 'Lendemain de Noel' TO SQL-FER-LABEL.
           PERFORM 4200-INSERER-FERMETURE
              THRU END-4200-INSERER-FERMETURE.

           IF WS-FER-ERROR-MESSAGE NOT = SPACES
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-4000-GENERER-TARGET2
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Fermetures TARGET2 ' WS-FER-YEAR ' : '
               WS-FER-GEN-COUNT ' date(s) ajoutee(s).'
               DELIMITED BY SIZE INTO WS-FER-ERROR-MESSAGE.
       END-4000-GENERER-TARGET2.
           EXIT.

      ******************************************************************
      *    [RD] Date de Paques de l'annee WS-FER-YEAR (calendrier      *
      *    gregorien), en jour entier dans WS-FER-EASTER-INT.          *
      ******************************************************************
       4100-CALCULER-PAQUES.
           COMPUTE WS-FER-PQ-A = FUNCTION MOD(WS-FER-YEAR, 19).
           DIVIDE WS-FER-YEAR BY 100 GIVING WS-FER-PQ-B
               REMAINDER WS-FER-PQ-C.
           DIVIDE WS-FER-PQ-B BY 4 GIVING WS-FER-PQ-D
               REMAINDER WS-FER-PQ-E.
           COMPUTE WS-FER-PQ-F = (WS-FER-PQ-B + 8) / 25.
           COMPUTE WS-FER-PQ-G = (WS-FER-PQ-B - WS-FER-PQ-F + 1) / 3.
           COMPUTE WS-FER-PQ-H = FUNCTION MOD(19 * WS-FER-PQ-A
               + WS-FER-PQ-B - WS-FER-PQ-D - WS-FER-PQ-G + 15, 30).
           DIVIDE WS-FER-PQ-C BY 4 GIVING WS-FER-PQ-I
               REMAINDER WS-FER-PQ-K.
           COMPUTE WS-FER-PQ-L = FUNCTION MOD(32 + 2 * WS-FER-PQ-E
               + 2 * WS-FER-PQ-I - WS-FER-PQ-H - WS-FER-PQ-K, 7).
           COMPUTE WS-FER-PQ-M = (WS-FER-PQ-A + 11 * WS-FER-PQ-H
               + 22 * WS-FER-PQ-L) / 451.
           COMPUTE WS-FER-PQ-N = WS-FER-PQ-H + WS-FER-PQ-L
               - 7 * WS-FER-PQ-M + 114.

           MOVE WS-FER-YEAR TO WS-FER-EASTER-YYYY.
           DIVIDE WS-FER-PQ-N BY 31 GIVING WS-FER-EASTER-MM
               REMAINDER WS-FER-EASTER-DD.
           ADD 1 TO WS-FER-EASTER-DD.
           COMPUTE WS-FER-EASTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-FER-EASTER-NUM).
       END-4100-CALCULER-PAQUES.
           EXIT.

      ******************************************************************
      *    [RD] Ajoute la fermeture SQL-FER-DATE si elle est a venir   *
      *    et absente du calendrier.                                   *
      ******************************************************************
       4200-INSERER-FERMETURE.
           IF WS-FER-ERROR-MESSAGE NOT = SPACES
               OR SQL-FER-DATE NOT > WS-FER-TODAY-DATE
               GO TO END-4200-INSERER-FERMETURE
           END-IF.

           MOVE ZERO TO SQL-FER-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FER-COUNT
               FROM jour_ferie
               WHERE ferie_date = :SQL-FER-DATE
           END-EXEC.
           IF SQL-FER-COUNT > ZERO
               GO TO END-4200-INSERER-FERMETURE
           END-IF.

           EXEC SQL
               INSERT INTO jour_ferie (ferie_date, ferie_label,
                   ferie_operator, ferie_update_date)
               VALUES (:SQL-FER-DATE, :SQL-FER-LABEL,
                   :SQL-FER-OPERATOR, :SQL-FER-TODAY)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Erreur lors de la generation du calendrier.'
                   TO WS-FER-ERROR-MESSAGE
           ELSE
               ADD 1 TO WS-FER-GEN-COUNT
           END-IF.
       END-4200-INSERER-FERMETURE.
           EXIT.

      ******************************************************************
      *    [RD] Date AAAA-MM-JJ du jour entier WS-FER-GEN-INT dans     *
      *    SQL-FER-DATE.                                               *
      ******************************************************************
       4300-DATE-DE-PAQUES.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FER-GEN-INT)
               TO WS-FER-GEN-NUM.
           STRING WS-FER-GEN-YYYY '-' WS-FER-GEN-MM '-' WS-FER-GEN-DD
               DELIMITED BY SIZE INTO SQL-FER-DATE.
       END-4300-DATE-DE-PAQUES.
           EXIT.
