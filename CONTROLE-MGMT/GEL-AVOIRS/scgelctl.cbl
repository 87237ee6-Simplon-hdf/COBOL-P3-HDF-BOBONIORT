      ******************************************************************
      *    [RD] Le programme 'scgelctl' est le sous-programme de       *
      *    controle du gel des avoirs, appele a chaque entree d'une    *
      *    personne que la mutuelle peut avoir a payer : creation d'un *
      *    adherent (sccreate) ou import d'un contrat collectif        *
      *    (scgrpimp), ajout d'un beneficiaire (scbenef), approbation  *
      *    d'un changement d'IBAN (scibanval), ajout d'un praticien ou *
      *    de son IBAN tiers payant (scdocteur), et par le controle    *
      *    hebdomadaire de toute la base (scgelbat) apres chaque mise  *
      *    a jour des listes. Les listes -- registre national des gels *
      *    de la DG Tresor ('G') et liste consolidee des sanctions     *
      *    financieres de l'UE ('U') -- sont chargees par scgelbat     *
      *    dans la table 'gel_liste', chaque ligne portant la version  *
      *    de sa liste. Une correspondance par nom (cles normalisees,  *
      *    la date de naissance ecartant les homonymes quand elle est  *
      *    connue des deux cotes) ou par IBAN ouvre une alerte dans la *
      *    table 'gel_alerte' : la personne et l'adherent dont elle    *
      *    depend sont bloques au paiement (cf. scsepavir) jusqu'a la  *
      *    decision d'un administrateur sur l'ecran scgelrev (faux     *
      *    positif ou gel confirme). Une correspondance deja signalee  *
      *    pour la meme personne et la meme entree de liste n'est pas  *
      *    redeposee : une decision rendue reste acquise (cf.          *
      *    gel-controle.cpy).                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scgelctl.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).

      *    [RD] Normalisation d'un nom : zone source en majuscules,
      *    zone cible reconstruite caractere par caractere sans blanc
      *    en tete ni blanc repete.
       01  WS-GEL-SOURCE             PIC X(101).
       01  WS-GEL-TARGET             PIC X(101).
       01  WS-GEL-LAST-NORM          PIC X(50).
       01  WS-GEL-FIRST-NORM         PIC X(50).
       01  WS-GEL-CX                 PIC 9(03).
       01  WS-GEL-TX                 PIC 9(03).
       01  WS-GEL-CHAR               PIC X(01).
       01  WS-GEL-PREV-CHAR          PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-GEL-KEY               PIC X(101).
       01  SQL-GEL-BIRTH-DATE        PIC X(10).
       01  SQL-GEL-BIRTH-KNOWN       PIC X(01).
       01  SQL-GEL-IBAN              PIC X(34).
       01  SQL-GEL-SUBJECT-TYPE      PIC X(01).
       01  SQL-GEL-SUBJECT-REF       PIC X(36).
       01  SQL-GEL-CUSTOMER          PIC X(36).
       01  SQL-GEL-SUBJECT-NAME      PIC X(60).
       01  SQL-GEL-ORIGIN            PIC X(10).
       01  SQL-GEL-OPERATOR          PIC X(08).
       01  SQL-GEL-TODAY             PIC X(10).

       01  SQL-GEL-SOURCE            PIC X(01).
       01  SQL-GEL-REF               PIC X(20).
       01  SQL-GEL-VERSION           PIC X(20).
       01  SQL-GEL-LISTED-NAME       PIC X(101).
       01  SQL-GEL-MATCH             PIC X(01).
       01  SQL-GEL-COUNT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       COPY 'gel-controle.cpy' REPLACING LEADING ==WS-GCT== BY
           ==LK-GCT==.

      ******************************************************************
       PROCEDURE DIVISION USING LK-GCT-ZONE.

       0000-MAIN-LOGIC.
           MOVE ZERO TO LK-GCT-HIT-COUNT.
           MOVE ZERO TO LK-GCT-NEW-COUNT.
           MOVE 'N' TO LK-GCT-RESULT.
           MOVE SPACES TO LK-GCT-MESSAGE.

           PERFORM 1000-NORMALISER-NOM
              THRU END-1000-NORMALISER-NOM.

           IF LK-GCT-FUNCTION = 'C'
               PERFORM 2000-CONTROLER-PERSONNE
                  THRU END-2000-CONTROLER-PERSONNE
           END-IF.
           GOBACK.

      ******************************************************************
      *    [RD] Construit les deux cles de nom : NOM PRENOM et PRENOM  *
      *    NOM, en majuscules, tirets, apostrophes et ponctuation      *
      *    remplaces par des blancs, blancs superflus retires. Les     *
      *    listes sont chargees avec les memes cles (cf. scgelbat) :   *
      *    l'ordre des noms et la ponctuation ne font pas manquer une  *
      *    correspondance. Sans prenom (praticien au repertoire,       *
      *    entite de la liste), les deux cles valent le nom seul.      *
      ******************************************************************
       1000-NORMALISER-NOM.
           MOVE FUNCTION UPPER-CASE(LK-GCT-LASTNAME) TO WS-GEL-SOURCE.
           PERFORM 1100-COMPACTER THRU END-1100-COMPACTER.
           MOVE WS-GEL-TARGET TO WS-GEL-LAST-NORM.

           MOVE FUNCTION UPPER-CASE(LK-GCT-FIRSTNAME) TO WS-GEL-SOURCE.
           PERFORM 1100-COMPACTER THRU END-1100-COMPACTER.
           MOVE WS-GEL-TARGET TO WS-GEL-FIRST-NORM.

           IF WS-GEL-FIRST-NORM = SPACES
               MOVE WS-GEL-LAST-NORM TO LK-GCT-NAME-KEY1
               MOVE WS-GEL-LAST-NORM TO LK-GCT-NAME-KEY2
               GO TO END-1000-NORMALISER-NOM
           END-IF.

           MOVE SPACES TO LK-GCT-NAME-KEY1.
           STRING FUNCTION TRIM(WS-GEL-LAST-NORM) ' '
               FUNCTION TRIM(WS-GEL-FIRST-NORM)
               DELIMITED BY SIZE INTO LK-GCT-NAME-KEY1.
           MOVE SPACES TO LK-GCT-NAME-KEY2.
           STRING FUNCTION TRIM(WS-GEL-FIRST-NORM) ' '
               FUNCTION TRIM(WS-GEL-LAST-NORM)
               DELIMITED BY SIZE INTO LK-GCT-NAME-KEY2.
       END-1000-NORMALISER-NOM.
           EXIT.

      ******************************************************************
      *    [RD] Recopie WS-GEL-SOURCE dans WS-GEL-TARGET sans          *
      *    ponctuation, sans blanc en tete et sans blanc repete.       *
      ******************************************************************
       1100-COMPACTER.
           INSPECT WS-GEL-SOURCE CONVERTING "-'.,;/()" TO "        ".
           MOVE SPACES TO WS-GEL-TARGET.
           MOVE ZERO TO WS-GEL-TX.
           MOVE SPACE TO WS-GEL-PREV-CHAR.
           PERFORM VARYING WS-GEL-CX FROM 1 BY 1
               UNTIL WS-GEL-CX > 101
               MOVE WS-GEL-SOURCE(WS-GEL-CX:1) TO WS-GEL-CHAR
               IF WS-GEL-CHAR NOT = SPACE
                   OR (WS-GEL-PREV-CHAR NOT = SPACE
                       AND WS-GEL-TX > ZERO)
                   ADD 1 TO WS-GEL-TX
                   MOVE WS-GEL-CHAR TO WS-GEL-TARGET(WS-GEL-TX:1)
               END-IF
               MOVE WS-GEL-CHAR TO WS-GEL-PREV-CHAR
           END-PERFORM.
       END-1100-COMPACTER.
           EXIT.

      ******************************************************************
      *    [RD] Controle une personne contre les listes chargees :     *
      *    correspondance par nom (l'une des deux cles), la date de    *
      *    naissance ecartant l'entree quand elle est connue des deux  *
      *    cotes et differente, ou par IBAN quand la liste en porte    *
      *    un. Chaque correspondance nouvelle ouvre une alerte, puis   *
      *    l'etat de la personne est rendu. La connexion SQL de        *
      *    l'appelant doit etre ouverte.                               *
      ******************************************************************
       2000-CONTROLER-PERSONNE.
           MOVE LK-GCT-NAME-KEY1 TO SQL-GEL-KEY.
           MOVE LK-GCT-BIRTH-DATE TO SQL-GEL-BIRTH-DATE.
           IF LK-GCT-BIRTH-DATE = SPACES
               MOVE 'N' TO SQL-GEL-BIRTH-KNOWN
           ELSE
               MOVE 'O' TO SQL-GEL-BIRTH-KNOWN
           END-IF.

      *    [RD] Sans IBAN, une valeur qu'aucune liste ne porte.
           IF LK-GCT-IBAN = SPACES
               MOVE ALL '*' TO SQL-GEL-IBAN
           ELSE
               MOVE FUNCTION UPPER-CASE(LK-GCT-IBAN) TO SQL-GEL-IBAN
           END-IF.

           MOVE LK-GCT-SUBJECT-TYPE TO SQL-GEL-SUBJECT-TYPE.
           MOVE LK-GCT-SUBJECT-REF TO SQL-GEL-SUBJECT-REF.
           MOVE LK-GCT-CUSTOMER TO SQL-GEL-CUSTOMER.
           MOVE LK-GCT-ORIGIN TO SQL-GEL-ORIGIN.
           MOVE LK-GCT-OPERATOR TO SQL-GEL-OPERATOR.
           MOVE SPACES TO SQL-GEL-SUBJECT-NAME.
           STRING FUNCTION TRIM(LK-GCT-LASTNAME) ' '
               FUNCTION TRIM(LK-GCT-FIRSTNAME)
               DELIMITED BY SIZE INTO SQL-GEL-SUBJECT-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO SQL-GEL-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO SQL-GEL-TODAY.

           EXEC SQL
               DECLARE CRSGELHIT CURSOR FOR
               SELECT gel_source, gel_ref, gel_version,
                   gel_name_key1,
                   CASE WHEN gel_iban = :SQL-GEL-IBAN
                       THEN 'I' ELSE 'N' END
               FROM gel_liste
               WHERE ((gel_name_key1 = :SQL-GEL-KEY
                       OR gel_name_key2 = :SQL-GEL-KEY)
                   AND (:SQL-GEL-BIRTH-KNOWN = 'N'
                       OR TRIM(COALESCE(gel_birth_date, '')) = ''
                       OR gel_birth_date = :SQL-GEL-BIRTH-DATE))
               OR gel_iban = :SQL-GEL-IBAN
               ORDER BY gel_source, gel_ref
           END-EXEC.

           EXEC SQL OPEN CRSGELHIT END-EXEC.

           EXEC SQL
               FETCH CRSGELHIT
               INTO :SQL-GEL-SOURCE, :SQL-GEL-REF, :SQL-GEL-VERSION,
                   :SQL-GEL-LISTED-NAME, :SQL-GEL-MATCH
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO LK-GCT-HIT-COUNT
               PERFORM 2100-OUVRIR-ALERTE
                  THRU END-2100-OUVRIR-ALERTE
               EXEC SQL
                   FETCH CRSGELHIT
                   INTO :SQL-GEL-SOURCE, :SQL-GEL-REF,
                       :SQL-GEL-VERSION, :SQL-GEL-LISTED-NAME,
                       :SQL-GEL-MATCH
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSGELHIT END-EXEC.

           PERFORM 2200-ETAT-DE-LA-PERSONNE
              THRU END-2200-ETAT-DE-LA-PERSONNE.
       END-2000-CONTROLER-PERSONNE.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre l'alerte a revoir ('A') pour la correspondance   *
      *    en cours, avec la version de la liste, l'origine du         *
      *    controle et l'operateur, sauf si la meme personne a deja    *
      *    ete signalee pour la meme entree de liste (alerte en cours  *
      *    ou decision deja rendue).                                   *
      ******************************************************************
       2100-OUVRIR-ALERTE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GEL-COUNT
               FROM gel_alerte
               WHERE alerte_subject_type = :SQL-GEL-SUBJECT-TYPE
               AND alerte_subject_ref = :SQL-GEL-SUBJECT-REF
               AND alerte_source = :SQL-GEL-SOURCE
               AND alerte_gel_ref = :SQL-GEL-REF
           END-EXEC.

           IF SQL-GEL-COUNT > ZERO
               GO TO END-2100-OUVRIR-ALERTE
           END-IF.

           EXEC SQL
               INSERT INTO gel_alerte
                   (alerte_subject_type, alerte_subject_ref,
                   uuid_customer, alerte_subject_name, alerte_source,
                   alerte_gel_ref, alerte_gel_name, alerte_match,
                   alerte_list_version, alerte_origin,
                   alerte_operator, alerte_date, alerte_status)
               VALUES (:SQL-GEL-SUBJECT-TYPE, :SQL-GEL-SUBJECT-REF,
                   :SQL-GEL-CUSTOMER, :SQL-GEL-SUBJECT-NAME,
                   :SQL-GEL-SOURCE, :SQL-GEL-REF,
                   :SQL-GEL-LISTED-NAME, :SQL-GEL-MATCH,
                   :SQL-GEL-VERSION, :SQL-GEL-ORIGIN,
                   :SQL-GEL-OPERATOR, :SQL-GEL-TODAY, 'A')
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO LK-GCT-NEW-COUNT
           END-IF.
       END-2100-OUVRIR-ALERTE.
           EXIT.

      ******************************************************************
      *    [RD] Etat de la personne apres controle : gel confirme      *
      *    ('C') si une alerte a ete confirmee, alerte a revoir ('A')  *
      *    si une alerte attend la decision, sinon aucun blocage       *
      *    ('N'). Le message est destine a l'ecran appelant.           *
      ******************************************************************
       2200-ETAT-DE-LA-PERSONNE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GEL-COUNT
               FROM gel_alerte
               WHERE alerte_subject_type = :SQL-GEL-SUBJECT-TYPE
               AND alerte_subject_ref = :SQL-GEL-SUBJECT-REF
               AND alerte_status = 'C'
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-GEL-COUNT > ZERO
               MOVE 'C' TO LK-GCT-RESULT
               MOVE 'GEL DES AVOIRS CONFIRME : paiements bloques.'
                   TO LK-GCT-MESSAGE
               GO TO END-2200-ETAT-DE-LA-PERSONNE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GEL-COUNT
               FROM gel_alerte
               WHERE alerte_subject_type = :SQL-GEL-SUBJECT-TYPE
               AND alerte_subject_ref = :SQL-GEL-SUBJECT-REF
               AND alerte_status = 'A'
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-GEL-COUNT > ZERO
               MOVE 'A' TO LK-GCT-RESULT
               MOVE 'ALERTE GEL DES AVOIRS : paiements bloques (revue).'
                   TO LK-GCT-MESSAGE
           END-IF.
       END-2200-ETAT-DE-LA-PERSONNE.
           EXIT.
