      ******************************************************************
      *    [RD] Le programme 'scmodele' porte l'ecran de maintenance   *
      *    des modeles de courrier (table 'lettre_modele'), reserve    *
      *    au role gestionnaire : pour un type de lettre et une date   *
      *    d'effet, affichage de la version en vigueur a cette date    *
      *    puis enregistrement d'une nouvelle version, quinze lignes   *
      *    de texte au plus avec champs de fusion entre accolades      *
      *    ({NOM}, {MONTANT}, {ECHEANCE}...). Une version prend effet  *
      *    a sa date et reste active jusqu'a la suivante : les         *
      *    traitements qui ecrivent les lettres (cf. sclettre) la      *
      *    prennent d'eux-memes. Une date d'effet passee est refusee   *
      *    (le texte d'un courrier deja parti ne se reecrit pas) ; une *
      *    version future peut etre reprise ou retiree (toutes lignes  *
      *    a blanc) tant qu'elle n'a pas pris effet. Chaque ligne      *
      *    garde l'operateur et la date de saisie.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scmodele.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Type de lettre et date d'effet de la version.
       01  WS-MOD-TYPE                PIC X(10).
       01  WS-MOD-EFFECT-DATE         PIC X(10).
       01  WS-MOD-LOAD-VALIDATION     PIC X(01).
       01  WS-MOD-SAVE-VALIDATION     PIC X(01).
       01  WS-MOD-VERSION-LINE        PIC X(70).

      *    [RD] Texte du modele, saisi ligne a ligne a l'ecran et
      *    parcouru en table pour la lecture et l'enregistrement.
       01  WS-MOD-TEXTS.
           05 WS-MOD-TEXT-01          PIC X(100).
           05 WS-MOD-TEXT-02          PIC X(100).
           05 WS-MOD-TEXT-03          PIC X(100).
           05 WS-MOD-TEXT-04          PIC X(100).
           05 WS-MOD-TEXT-05          PIC X(100).
           05 WS-MOD-TEXT-06          PIC X(100).
           05 WS-MOD-TEXT-07          PIC X(100).
           05 WS-MOD-TEXT-08          PIC X(100).
           05 WS-MOD-TEXT-09          PIC X(100).
           05 WS-MOD-TEXT-10          PIC X(100).
           05 WS-MOD-TEXT-11          PIC X(100).
           05 WS-MOD-TEXT-12          PIC X(100).
           05 WS-MOD-TEXT-13          PIC X(100).
           05 WS-MOD-TEXT-14          PIC X(100).
           05 WS-MOD-TEXT-15          PIC X(100).
       01  WS-MOD-TEXT-TABLE REDEFINES WS-MOD-TEXTS.
           05 WS-MOD-TEXT             PIC X(100) OCCURS 15 TIMES.
       01  WS-MOD-IX                  PIC 9(02).
       01  WS-MOD-LAST-LINE           PIC 9(02).
       01  WS-MOD-LINE-COUNT          PIC 9(02).

       01  WS-MOD-TYPE-VALID          PIC X(01).
       01  WS-MOD-ERROR-MESSAGE       PIC X(70).
       01  WS-MOD-MENU-RETURN         PIC X(01).
       01  WS-TODAY                   PIC X(08).
       01  WS-MOD-TODAY-DATE          PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-MOD-TYPE          PIC X(10).
       01  SQL-MOD-EFFECT-DATE   PIC X(10).
       01  SQL-MOD-FOUND-DATE    PIC X(10).
       01  SQL-MOD-LINE-NO       PIC 9(02).
       01  SQL-MOD-TEXT          PIC X(100).
       01  SQL-MOD-OPERATOR      PIC X(08).
       01  SQL-MOD-TODAY         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [RD] Identifiant de l'operateur connecte, transmis par le
      *    menu (cf. menuuser) et trace avec chaque ligne enregistree.
       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(08).

      ******************************************************************
       SCREEN SECTION.
       COPY 'screen-modele.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Boucle principale : affiche l'ecran des modeles, affiche la
      * version en vigueur ou enregistre une nouvelle version selon
      * l'action choisie, jusqu'au retour au menu principal.
      *---------------------------------------------------------------
           MOVE SPACE TO WS-MOD-MENU-RETURN.
           MOVE SPACES TO WS-MOD-ERROR-MESSAGE.
           MOVE SPACES TO WS-MOD-VERSION-LINE.
           MOVE SPACES TO WS-MOD-TEXTS.

           PERFORM UNTIL WS-MOD-MENU-RETURN = 'O'
               DISPLAY SCREEN-MODELE
               ACCEPT SCREEN-MODELE

               EVALUATE TRUE
                   WHEN WS-MOD-MENU-RETURN = 'O'
                       CONTINUE
                   WHEN WS-MOD-LOAD-VALIDATION = 'O'
                       PERFORM 1000-AFFICHER-VERSION
                          THRU END-1000-AFFICHER-VERSION
                   WHEN WS-MOD-SAVE-VALIDATION = 'O'
                       PERFORM 2000-ENREGISTRER-VERSION
                          THRU END-2000-ENREGISTRER-VERSION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACE TO WS-MOD-LOAD-VALIDATION
               MOVE SPACE TO WS-MOD-SAVE-VALIDATION
           END-PERFORM.

           GOBACK.

      ******************************************************************
      *    [RD] Controle le type de lettre saisi : seuls les types     *
      *    produits par les traitements de courrier sont admis.        *
      ******************************************************************
       0500-CONTROLER-TYPE.
           MOVE 'O' TO WS-MOD-TYPE-VALID.
           EVALUATE WS-MOD-TYPE
               WHEN 'RENOUVEL'
               WHEN 'AVISCOTIS'
               WHEN 'RECLAMOK'
               WHEN 'RECLAMKO'
               WHEN 'RELANCE1'
               WHEN 'RELANCE2'
               WHEN 'RELANCE3'
               WHEN 'PIECES'
               WHEN 'PIECESREJ'
               WHEN 'FINENFANT'
               WHEN 'PRENOTIF'
               WHEN 'TARIF'
               WHEN 'DECES'
               WHEN 'INDU'
               WHEN 'NOUVIBAN'
               WHEN 'PORTAOFFRE'
               WHEN 'AVENANT'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-MOD-TYPE-VALID
                   MOVE 'Type de lettre inconnu (voir la liste).'
                       TO WS-MOD-ERROR-MESSAGE
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-MOD-TODAY-DATE.
           IF WS-MOD-EFFECT-DATE = SPACES
               MOVE WS-MOD-TODAY-DATE TO WS-MOD-EFFECT-DATE
           END-IF.

           IF WS-MOD-TYPE-VALID = 'O'
               IF WS-MOD-EFFECT-DATE(1:4) IS NOT NUMERIC
                   OR WS-MOD-EFFECT-DATE(5:1) NOT = '-'
                   OR WS-MOD-EFFECT-DATE(6:2) IS NOT NUMERIC
                   OR WS-MOD-EFFECT-DATE(8:1) NOT = '-'
                   OR WS-MOD-EFFECT-DATE(9:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-MOD-TYPE-VALID
                   MOVE 'Date d''effet au format AAAA-MM-JJ.'
                       TO WS-MOD-ERROR-MESSAGE
               END-IF
           END-IF.
       END-0500-CONTROLER-TYPE.
           EXIT.

      ******************************************************************
      *    [RD] Affiche la version en vigueur a la date d'effet        *
      *    saisie : lignes de la plus grande date d'effet inferieure   *
      *    ou egale. Sans version, l'ecran reste vide et le            *
      *    traitement ecrit son texte standard.                        *
      ******************************************************************
       1000-AFFICHER-VERSION.
           MOVE SPACES TO WS-MOD-ERROR-MESSAGE.
           MOVE SPACES TO WS-MOD-VERSION-LINE.
           MOVE SPACES TO WS-MOD-TEXTS.

           PERFORM 0500-CONTROLER-TYPE THRU END-0500-CONTROLER-TYPE.
           IF WS-MOD-TYPE-VALID NOT = 'O'
               GO TO END-1000-AFFICHER-VERSION
           END-IF.

           MOVE WS-MOD-TYPE        TO SQL-MOD-TYPE.
           MOVE WS-MOD-EFFECT-DATE TO SQL-MOD-EFFECT-DATE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           MOVE SPACES TO SQL-MOD-FOUND-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(modele_effective_date), ' ')
               INTO :SQL-MOD-FOUND-DATE
               FROM lettre_modele
               WHERE modele_type = :SQL-MOD-TYPE
               AND modele_effective_date <= :SQL-MOD-EFFECT-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-MOD-FOUND-DATE = SPACES
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'Aucune version : texte standard du traitement.'
                   TO WS-MOD-VERSION-LINE
               GO TO END-1000-AFFICHER-VERSION
           END-IF.

           MOVE ZERO TO WS-MOD-LINE-COUNT.
           EXEC SQL
               DECLARE CRSMODLIG CURSOR FOR
               SELECT modele_line_no, modele_text
               FROM lettre_modele
               WHERE modele_type = :SQL-MOD-TYPE
               AND modele_effective_date = :SQL-MOD-FOUND-DATE
               AND modele_line_no BETWEEN 1 AND 15
               ORDER BY modele_line_no
           END-EXEC.

           EXEC SQL OPEN CRSMODLIG END-EXEC.

           EXEC SQL
               FETCH CRSMODLIG INTO :SQL-MOD-LINE-NO, :SQL-MOD-TEXT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-MOD-TEXT TO WS-MOD-TEXT(SQL-MOD-LINE-NO)
               ADD 1 TO WS-MOD-LINE-COUNT
               EXEC SQL
                   FETCH CRSMODLIG INTO :SQL-MOD-LINE-NO, :SQL-MOD-TEXT
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSMODLIG END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING 'Version en vigueur : effet au ' SQL-MOD-FOUND-DATE
               ' (' WS-MOD-LINE-COUNT ' lignes).'
               DELIMITED BY SIZE INTO WS-MOD-VERSION-LINE.
       END-1000-AFFICHER-VERSION.
           EXIT.

      ******************************************************************
      *    [RD] Enregistre la version saisie a sa date d'effet : les   *
      *    lignes deja tenues pour ce type et cette date sont          *
      *    remplacees, lignes a blanc comprises jusqu'a la derniere    *
      *    ligne ecrite. Un ecran entierement a blanc retire la        *
      *    version : la precedente reste alors en vigueur.             *
      ******************************************************************
       2000-ENREGISTRER-VERSION.
           MOVE SPACES TO WS-MOD-ERROR-MESSAGE.

           PERFORM 0500-CONTROLER-TYPE THRU END-0500-CONTROLER-TYPE.
           IF WS-MOD-TYPE-VALID NOT = 'O'
               GO TO END-2000-ENREGISTRER-VERSION
           END-IF.

           IF WS-MOD-EFFECT-DATE < WS-MOD-TODAY-DATE
               MOVE 'Date d''effet deja passee, non modifiable.'
                   TO WS-MOD-ERROR-MESSAGE
               GO TO END-2000-ENREGISTRER-VERSION
           END-IF.

           MOVE ZERO TO WS-MOD-LAST-LINE.
           PERFORM VARYING WS-MOD-IX FROM 1 BY 1
               UNTIL WS-MOD-IX > 15
               IF WS-MOD-TEXT(WS-MOD-IX) NOT = SPACES
                   MOVE WS-MOD-IX TO WS-MOD-LAST-LINE
               END-IF
           END-PERFORM.

           MOVE WS-MOD-TYPE        TO SQL-MOD-TYPE.
           MOVE WS-MOD-EFFECT-DATE TO SQL-MOD-EFFECT-DATE.
           MOVE LK-OPERATOR-ID     TO SQL-MOD-OPERATOR.
           MOVE WS-MOD-TODAY-DATE  TO SQL-MOD-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DELETE FROM lettre_modele
               WHERE modele_type = :SQL-MOD-TYPE
               AND modele_effective_date = :SQL-MOD-EFFECT-DATE
           END-EXEC.

           PERFORM VARYING WS-MOD-IX FROM 1 BY 1
               UNTIL WS-MOD-IX > WS-MOD-LAST-LINE
               OR WS-MOD-ERROR-MESSAGE NOT = SPACES
               MOVE WS-MOD-IX TO SQL-MOD-LINE-NO
               MOVE WS-MOD-TEXT(WS-MOD-IX) TO SQL-MOD-TEXT
               EXEC SQL
                   INSERT INTO lettre_modele (modele_type,
                       modele_effective_date, modele_line_no,
                       modele_text, modele_operator, modele_update_date)
                   VALUES (:SQL-MOD-TYPE, :SQL-MOD-EFFECT-DATE,
                       :SQL-MOD-LINE-NO, :SQL-MOD-TEXT,
                       :SQL-MOD-OPERATOR, :SQL-MOD-TODAY)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'Erreur lors de l''enregistrement du modele.'
                       TO WS-MOD-ERROR-MESSAGE
               END-IF
           END-PERFORM.

           IF WS-MOD-ERROR-MESSAGE NOT = SPACES
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO END-2000-ENREGISTRER-VERSION
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           MOVE SPACES TO WS-MOD-VERSION-LINE.
           IF WS-MOD-LAST-LINE = ZERO
               STRING 'Version du ' WS-MOD-EFFECT-DATE ' retiree.'
                   DELIMITED BY SIZE INTO WS-MOD-ERROR-MESSAGE
           ELSE
               STRING 'Version enregistree : effet au '
                   WS-MOD-EFFECT-DATE ' (' WS-MOD-LAST-LINE
                   ' lignes).'
                   DELIMITED BY SIZE INTO WS-MOD-ERROR-MESSAGE
           END-IF.
       END-2000-ENREGISTRER-VERSION.
           EXIT.
