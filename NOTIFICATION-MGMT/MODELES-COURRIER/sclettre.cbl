      ******************************************************************
      *    [RD] Le programme 'sclettre' est le sous-programme de       *
      *    fusion des modeles de courrier, appele par les programmes   *
      *    qui ecrivent des lettres aux adherents (scmailgen,          *
      *    screlance, scpiecerel, scbenefage, scprenotif, sctarifrev,  *
      *    scdeces). Le texte de chaque type de lettre est tenu dans   *
      *    la table 'lettre_modele' (cf. scmodele), par version datee  *
      *    d'une date d'effet : la version active d'un type est celle  *
      *    de plus grande date d'effet atteinte. Fonction 'L' : charge *
      *    en memoire les versions actives de tous les types (une      *
      *    connexion, en debut de passage). Fonction 'M' : rend les    *
      *    lignes du modele actif du type demande, chaque champ de     *
      *    fusion {NOM}, {MONTANT}... remplace par la valeur fournie   *
      *    par l'appelant, sans blancs de cadrage. Un type sans        *
      *    modele actif est rendu absent ('N') : l'appelant ecrit      *
      *    alors son texte standard, le courrier part quand meme.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sclettre.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-MOD-TODAY-DATE         PIC X(10).

      *    [RD] Versions actives chargees par la fonction 'L' : trente
      *    types de lettre au plus, quinze lignes de cent caracteres
      *    par modele (cf. ecran scmodele).
       01  WS-MOD-TYPE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-MOD-IX                 PIC 9(02).
       01  WS-MOD-CACHE.
           05 WS-MOD-ENTRY OCCURS 30 TIMES.
              10 WS-MOD-TYPE         PIC X(10).
              10 WS-MOD-LINE-COUNT   PIC 9(02).
              10 WS-MOD-TEXT         PIC X(100) OCCURS 15 TIMES.

      *    [RD] Fusion d'une ligne : positions de lecture dans le
      *    modele et d'ecriture dans la ligne rendue, champ de fusion
      *    reconnu entre accolades et sa valeur.
       01  WS-MRG-LX                 PIC 9(02).
       01  WS-MRG-LEN                PIC 9(03).
       01  WS-MRG-IN                 PIC 9(03).
       01  WS-MRG-OUT                PIC 9(03).
       01  WS-MRG-JX                 PIC 9(03).
       01  WS-MRG-CLOSE              PIC 9(03).
       01  WS-MRG-TOKEN-LEN          PIC 9(02).
       01  WS-MRG-TOKEN              PIC X(12).
       01  WS-MRG-VALUE              PIC X(60).
       01  WS-MRG-KNOWN              PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-MOD-TODAY         PIC X(10).
       01  SQL-MOD-TYPE          PIC X(10).
       01  SQL-MOD-LINE-NO       PIC 9(02).
       01  SQL-MOD-TEXT          PIC X(100).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       COPY 'lettre-modele.cpy' REPLACING LEADING ==WS-LET== BY
           ==LK-LET==.

      ******************************************************************
       PROCEDURE DIVISION USING LK-LET-ZONE.

       0000-MAIN-LOGIC.
           EVALUATE LK-LET-FUNCTION
               WHEN 'L'
                   PERFORM 1000-CHARGER-MODELES
                      THRU END-1000-CHARGER-MODELES
               WHEN 'M'
                   PERFORM 2000-FUSIONNER-COURRIER
                      THRU END-2000-FUSIONNER-COURRIER
               WHEN OTHER
                   MOVE 'N' TO LK-LET-FOUND
                   MOVE ZERO TO LK-LET-LINE-COUNT
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      *    [RD] Charge la version active de chaque type de lettre :    *
      *    pour chaque type, les lignes de la plus grande date d'effet *
      *    inferieure ou egale au jour. Un rechargement remplace tout  *
      *    le contenu precedent (un ecran peut rappeler 'L' a chaque   *
      *    dossier pour voir un modele modifie entre-temps).           *
      ******************************************************************
       1000-CHARGER-MODELES.
           MOVE ZERO TO WS-MOD-TYPE-COUNT.
           MOVE SPACES TO WS-MOD-CACHE.
           MOVE 'N' TO LK-LET-FOUND.
           MOVE ZERO TO LK-LET-LINE-COUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-MOD-TODAY-DATE.
           MOVE WS-MOD-TODAY-DATE TO SQL-MOD-TODAY.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           EXEC SQL
               DECLARE CRSMODELE CURSOR FOR
               SELECT m.modele_type, m.modele_line_no, m.modele_text
               FROM lettre_modele m
               WHERE m.modele_effective_date =
                   (SELECT MAX(v.modele_effective_date)
                    FROM lettre_modele v
                    WHERE v.modele_type = m.modele_type
                    AND v.modele_effective_date <= :SQL-MOD-TODAY)
               AND m.modele_line_no BETWEEN 1 AND 15
               ORDER BY m.modele_type, m.modele_line_no
           END-EXEC.

           EXEC SQL OPEN CRSMODELE END-EXEC.

           EXEC SQL
               FETCH CRSMODELE
               INTO :SQL-MOD-TYPE, :SQL-MOD-LINE-NO, :SQL-MOD-TEXT
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-RANGER-UNE-LIGNE
                  THRU END-1100-RANGER-UNE-LIGNE
               EXEC SQL
                   FETCH CRSMODELE
                   INTO :SQL-MOD-TYPE, :SQL-MOD-LINE-NO,
                       :SQL-MOD-TEXT
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSMODELE END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-MOD-TYPE-COUNT > ZERO
               MOVE 'O' TO LK-LET-FOUND
           END-IF.
           MOVE WS-MOD-TYPE-COUNT TO LK-LET-LINE-COUNT.
       END-1000-CHARGER-MODELES.
           EXIT.

      ******************************************************************
      *    [RD] Range une ligne lue dans l'entree de son type, ouverte *
      *    au premier passage sur ce type (lecture triee par type).    *
      ******************************************************************
       1100-RANGER-UNE-LIGNE.
           IF WS-MOD-TYPE-COUNT = ZERO
               OR SQL-MOD-TYPE NOT = WS-MOD-TYPE(WS-MOD-TYPE-COUNT)
               IF WS-MOD-TYPE-COUNT >= 30
                   GO TO END-1100-RANGER-UNE-LIGNE
               END-IF
               ADD 1 TO WS-MOD-TYPE-COUNT
               MOVE SQL-MOD-TYPE TO WS-MOD-TYPE(WS-MOD-TYPE-COUNT)
               MOVE ZERO TO WS-MOD-LINE-COUNT(WS-MOD-TYPE-COUNT)
           END-IF.

           MOVE SQL-MOD-TEXT
               TO WS-MOD-TEXT(WS-MOD-TYPE-COUNT, SQL-MOD-LINE-NO).
           IF SQL-MOD-LINE-NO > WS-MOD-LINE-COUNT(WS-MOD-TYPE-COUNT)
               MOVE SQL-MOD-LINE-NO
                   TO WS-MOD-LINE-COUNT(WS-MOD-TYPE-COUNT)
           END-IF.
       END-1100-RANGER-UNE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Rend le courrier fusionne du type demande, ou 'N' si   *
      *    le type n'a pas de modele actif. La date du courrier est    *
      *    la date du jour quand l'appelant ne l'a pas fournie.        *
      ******************************************************************
       2000-FUSIONNER-COURRIER.
           MOVE 'N' TO LK-LET-FOUND.
           MOVE ZERO TO LK-LET-LINE-COUNT.
           MOVE SPACES TO LK-LET-LINE(1).

           MOVE ZERO TO WS-MOD-IX.
           PERFORM VARYING WS-MRG-LX FROM 1 BY 1
               UNTIL WS-MRG-LX > WS-MOD-TYPE-COUNT
               OR WS-MOD-IX NOT = ZERO
               IF WS-MOD-TYPE(WS-MRG-LX) = LK-LET-TYPE
                   MOVE WS-MRG-LX TO WS-MOD-IX
               END-IF
           END-PERFORM.

           IF WS-MOD-IX = ZERO
               GO TO END-2000-FUSIONNER-COURRIER
           END-IF.
           IF WS-MOD-LINE-COUNT(WS-MOD-IX) = ZERO
               GO TO END-2000-FUSIONNER-COURRIER
           END-IF.

           IF LK-LET-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                   WS-TODAY(7:2)
                   DELIMITED BY SIZE INTO LK-LET-DATE
           END-IF.

           PERFORM 2100-FUSIONNER-UNE-LIGNE
              THRU END-2100-FUSIONNER-UNE-LIGNE
               VARYING WS-MRG-LX FROM 1 BY 1
               UNTIL WS-MRG-LX > WS-MOD-LINE-COUNT(WS-MOD-IX).

           MOVE WS-MOD-LINE-COUNT(WS-MOD-IX) TO LK-LET-LINE-COUNT.
           MOVE 'O' TO LK-LET-FOUND.
       END-2000-FUSIONNER-COURRIER.
           EXIT.

      ******************************************************************
      *    [RD] Recopie une ligne du modele en remplacant chaque champ *
      *    de fusion reconnu par sa valeur. Une accolade sans          *
      *    fermeture ou un nom de champ inconnu est recopie tel quel,  *
      *    pour que l'erreur de saisie se voie sur la lettre d'essai.  *
      ******************************************************************
       2100-FUSIONNER-UNE-LIGNE.
           MOVE SPACES TO LK-LET-LINE(WS-MRG-LX).

           MOVE 100 TO WS-MRG-LEN.
           PERFORM UNTIL WS-MRG-LEN = ZERO
               OR WS-MOD-TEXT(WS-MOD-IX, WS-MRG-LX)(WS-MRG-LEN:1)
                  NOT = SPACE
               SUBTRACT 1 FROM WS-MRG-LEN
           END-PERFORM.

           MOVE 1 TO WS-MRG-IN.
           MOVE 1 TO WS-MRG-OUT.
           PERFORM UNTIL WS-MRG-IN > WS-MRG-LEN
               OR WS-MRG-OUT > 132
               IF WS-MOD-TEXT(WS-MOD-IX, WS-MRG-LX)(WS-MRG-IN:1) = '{'
                   PERFORM 2200-REMPLACER-UN-CHAMP
                      THRU END-2200-REMPLACER-UN-CHAMP
               ELSE
                   MOVE WS-MOD-TEXT(WS-MOD-IX, WS-MRG-LX)(WS-MRG-IN:1)
                       TO LK-LET-LINE(WS-MRG-LX)(WS-MRG-OUT:1)
                   ADD 1 TO WS-MRG-IN
                   ADD 1 TO WS-MRG-OUT
               END-IF
           END-PERFORM.
       END-2100-FUSIONNER-UNE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Champ de fusion commencant a la position de lecture :  *
      *    recherche de l'accolade fermante (douze caracteres de nom   *
      *    au plus), puis ecriture de la valeur sans blancs de         *
      *    cadrage et reprise de la lecture apres l'accolade.          *
      ******************************************************************
       2200-REMPLACER-UN-CHAMP.
           MOVE ZERO TO WS-MRG-CLOSE.
           PERFORM VARYING WS-MRG-JX FROM WS-MRG-IN BY 1
               UNTIL WS-MRG-JX > WS-MRG-LEN
               OR WS-MRG-JX > WS-MRG-IN + 13
               OR WS-MRG-CLOSE NOT = ZERO
               IF WS-MOD-TEXT(WS-MOD-IX, WS-MRG-LX)(WS-MRG-JX:1) = '}'
                   MOVE WS-MRG-JX TO WS-MRG-CLOSE
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-MRG-KNOWN.
           IF WS-MRG-CLOSE > WS-MRG-IN + 1
               COMPUTE WS-MRG-TOKEN-LEN = WS-MRG-CLOSE - WS-MRG-IN - 1
               MOVE SPACES TO WS-MRG-TOKEN
               MOVE WS-MOD-TEXT(WS-MOD-IX, WS-MRG-LX)
                   (WS-MRG-IN + 1:WS-MRG-TOKEN-LEN) TO WS-MRG-TOKEN
               PERFORM 2300-VALEUR-DU-CHAMP
                  THRU END-2300-VALEUR-DU-CHAMP
           END-IF.

           IF WS-MRG-KNOWN NOT = 'O'
               MOVE '{' TO LK-LET-LINE(WS-MRG-LX)(WS-MRG-OUT:1)
               ADD 1 TO WS-MRG-IN
               ADD 1 TO WS-MRG-OUT
               GO TO END-2200-REMPLACER-UN-CHAMP
           END-IF.

           IF WS-MRG-VALUE NOT = SPACES
               STRING FUNCTION TRIM(WS-MRG-VALUE) DELIMITED BY SIZE
                   INTO LK-LET-LINE(WS-MRG-LX)
                   WITH POINTER WS-MRG-OUT
               END-STRING
           END-IF.
           COMPUTE WS-MRG-IN = WS-MRG-CLOSE + 1.
       END-2200-REMPLACER-UN-CHAMP.
           EXIT.

      ******************************************************************
      *    [RD] Valeur d'un champ de fusion d'apres son nom.           *
      ******************************************************************
       2300-VALEUR-DU-CHAMP.
           MOVE 'O' TO WS-MRG-KNOWN.
           MOVE SPACES TO WS-MRG-VALUE.
           EVALUATE WS-MRG-TOKEN
               WHEN 'NOM'
                   MOVE LK-LET-NOM TO WS-MRG-VALUE
               WHEN 'PRENOM'
                   MOVE LK-LET-PRENOM TO WS-MRG-VALUE
               WHEN 'ADRESSE'
                   MOVE LK-LET-ADRESSE TO WS-MRG-VALUE
               WHEN 'CP'
                   MOVE LK-LET-CP TO WS-MRG-VALUE
               WHEN 'VILLE'
                   MOVE LK-LET-VILLE TO WS-MRG-VALUE
               WHEN 'NIR'
                   MOVE LK-LET-NIR TO WS-MRG-VALUE
               WHEN 'MAIL'
                   MOVE LK-LET-MAIL TO WS-MRG-VALUE
               WHEN 'MONTANT'
                   MOVE LK-LET-MONTANT TO WS-MRG-VALUE
               WHEN 'PERIODE'
                   MOVE LK-LET-PERIODE TO WS-MRG-VALUE
               WHEN 'ECHEANCE'
                   MOVE LK-LET-ECHEANCE TO WS-MRG-VALUE
               WHEN 'RUM'
                   MOVE LK-LET-RUM TO WS-MRG-VALUE
               WHEN 'PRESTATION'
                   MOVE LK-LET-PRESTATION TO WS-MRG-VALUE
               WHEN 'FORMULE'
                   MOVE LK-LET-FORMULE TO WS-MRG-VALUE
               WHEN 'DIVERS'
                   MOVE LK-LET-DIVERS TO WS-MRG-VALUE
               WHEN 'DATE'
                   MOVE LK-LET-DATE TO WS-MRG-VALUE
               WHEN OTHER
                   MOVE 'N' TO WS-MRG-KNOWN
           END-EVALUATE.
       END-2300-VALEUR-DU-CHAMP.
           EXIT.
