      ******************************************************************
      *    [RD] Le programme 'scgrpsor' est le traitement batch qui    *
      *    enregistre les sorties de salaries d'un contrat collectif   *
      *    employeur (fichier des sortants fourni par l'employeur,     *
      *    pendant de l'import scgrpimp). Pour chaque sortant :        *
      *    - justificatif d'indemnisation chomage fourni ('O') : la    *
      *      portabilite des droits (ANI) est ouverte de la date de    *
      *      sortie a la fin de portabilite, soit la duree du dernier  *
      *      contrat de travail plafonnee a douze mois, de quantieme   *
      *      a quantieme (ramene au dernier jour du mois si besoin).   *
      *      L'employeur n'est plus facture pour ce salarie et aucune  *
      *      cotisation n'est due pendant la portabilite (cf.          *
      *      sccotiscalc) ; la fiche reste active et ses               *
      *      remboursements continuent. La cloture est planifiee a la  *
      *      fin de portabilite (customer_term_date, motif 'PO' dans   *
      *      'cloture', cf. scclose) et scclosebat l'executera le jour *
      *      venu, sauf adhesion individuelle entre-temps (offre       *
      *      envoyee par scportab, adhesion saisie dans sccontrat) ;   *
      *    - sans justificatif ('N') : pas de portabilite, la cloture  *
      *      est planifiee a la date de sortie (motif 'SE').           *
      *    Les memes controles et la meme mise a jour sont faits a     *
      *    l'ecran par sccontrat pour une sortie isolee. Chaque ligne  *
      *    refusee est restituee dans un fichier de rejets avec son    *
      *    motif, comme pour l'import.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scgrpsor.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier des sortants fourni par l'employeur.
           SELECT SORTIE-FILE ASSIGN TO "SORTIEGROUPE"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Fichier des rejets : une ligne par sortant refuse,
      *    avec le motif du refus.
           SELECT REJET-FILE ASSIGN TO "REJETSORTIE"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SORTIE-FILE.
       01  SORTIE-RECORD.
           05 SOR-CONTRAT       PIC X(10).
           05 SOR-CODE-SECU     PIC X(15).
           05 SOR-LASTNAME      PIC X(20).
           05 SOR-FIRSTNAME     PIC X(20).
           05 SOR-EXIT-DATE     PIC X(10).
           05 SOR-NB-MONTHS     PIC X(02).
           05 SOR-PROOF         PIC X(01).

       FD  REJET-FILE.
       01  REJET-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SOR-EOF             PIC X(01) VALUE 'N'.
       01  WS-SOR-READ-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-SOR-PORTA-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-SOR-CLOSE-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-SOR-REJECT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-SOR-REJECT-REASON   PIC X(50).

      *    [RD] Validation du NIR : cle de controle modulo 97, comme
      *    1090-VALIDATE-CODE-SECU dans scback.
       01  WS-NIR-NUMBER          PIC 9(13).
       01  WS-NIR-KEY             PIC 9(02).
       01  WS-NIR-KEY-EXPECTED    PIC 9(02).

      *    [RD] Duree de portabilite : duree du dernier contrat de
      *    travail en mois, plafonnee a douze.
       01  WS-SOR-MAX-MONTHS      PIC 9(02) VALUE 12.
       01  WS-SOR-NB-MONTHS       PIC 9(02).

      *    [RD] Calcul de la fin de portabilite : date de sortie plus
      *    la duree, de quantieme a quantieme, ramenee au dernier
      *    jour du mois d'arrivee (comme les echeances de scplainte).
       01  WS-SOR-DATE-X          PIC X(08).
       01  WS-SOR-DATE-NUM REDEFINES WS-SOR-DATE-X PIC 9(08).
       01  WS-SOR-END-YEAR        PIC 9(04).
       01  WS-SOR-END-MONTH       PIC 9(02).
       01  WS-SOR-END-DAY         PIC 9(02).
       01  WS-SOR-LAST-DAY        PIC 9(02).
       01  WS-SOR-FIRST-INT       PIC 9(07).
       01  WS-SOR-NEXT-INT        PIC 9(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-SOR-CODE-SECU      PIC 9(15).
       01  SQL-SOR-CUS-UUID       PIC X(36).
       01  SQL-SOR-GROUPE         PIC X(10).
       01  SQL-SOR-PORTA-EXIT     PIC X(10).
       01  SQL-SOR-TERM-DATE      PIC X(10).
       01  SQL-SOR-EXIT-DATE      PIC X(10).
       01  SQL-SOR-END-DATE       PIC X(10).
       01  SQL-SOR-PROOF          PIC X(01).
       01  SQL-SOR-OPERATOR       PIC X(08) VALUE 'BATCH'.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre les fichiers, traite chaque sortant du fichier employeur
      * (controles puis portabilite, cloture ou rejet motive), ecrit
      * la synthese du passage en queue du fichier de rejets et
      * affiche les compteurs.
      *---------------------------------------------------------------
           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN INPUT SORTIE-FILE.
           OPEN OUTPUT REJET-FILE.

           READ SORTIE-FILE
               AT END MOVE 'O' TO WS-SOR-EOF
           END-READ
           PERFORM UNTIL WS-SOR-EOF = 'O'
               ADD 1 TO WS-SOR-READ-COUNT
               PERFORM 2000-TRAITER-SORTANT
                  THRU END-2000-TRAITER-SORTANT
               READ SORTIE-FILE
                   AT END MOVE 'O' TO WS-SOR-EOF
               END-READ
           END-PERFORM.

           PERFORM 8000-SYNTHESE-DU-PASSAGE
              THRU END-8000-SYNTHESE-DU-PASSAGE.

           CLOSE SORTIE-FILE.
           CLOSE REJET-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Lignes lues              : " WS-SOR-READ-COUNT.
           DISPLAY "Portabilites ouvertes    : " WS-SOR-PORTA-COUNT.
           DISPLAY "Clotures a la sortie     : " WS-SOR-CLOSE-COUNT.
           DISPLAY "Lignes rejetees          : " WS-SOR-REJECT-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Traite un sortant du fichier : enchaine les controles, *
      *    puis ouvre la portabilite ou planifie la cloture, ou        *
      *    rejette la ligne avec son motif.                            *
      ******************************************************************
       2000-TRAITER-SORTANT.
           MOVE SPACES TO WS-SOR-REJECT-REASON.

           PERFORM 2100-CONTROLER-NIR
              THRU END-2100-CONTROLER-NIR.
           IF WS-SOR-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
               GO TO END-2000-TRAITER-SORTANT
           END-IF.

           PERFORM 2200-CONTROLER-SORTIE
              THRU END-2200-CONTROLER-SORTIE.
           IF WS-SOR-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
               GO TO END-2000-TRAITER-SORTANT
           END-IF.

           PERFORM 2300-CONTROLER-SALARIE
              THRU END-2300-CONTROLER-SALARIE.
           IF WS-SOR-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
               GO TO END-2000-TRAITER-SORTANT
           END-IF.

           IF SOR-PROOF = 'O'
               PERFORM 3000-OUVRIR-PORTABILITE
                  THRU END-3000-OUVRIR-PORTABILITE
           ELSE
               PERFORM 3500-CLOTURER-A-LA-SORTIE
                  THRU END-3500-CLOTURER-A-LA-SORTIE
           END-IF.
       END-2000-TRAITER-SORTANT.
           EXIT.

      ******************************************************************
      *    [RD] Controle du NIR : quinze chiffres et cle de controle   *
      *    modulo 97, comme 2100-CONTROLER-NIR dans scgrpimp.          *
      ******************************************************************
       2100-CONTROLER-NIR.
           IF SOR-CODE-SECU NOT NUMERIC
               MOVE 'NIR non numerique' TO WS-SOR-REJECT-REASON
               GO TO END-2100-CONTROLER-NIR
           END-IF.

           MOVE SOR-CODE-SECU TO SQL-SOR-CODE-SECU.

           IF SQL-SOR-CODE-SECU = ZERO
               MOVE 'NIR absent' TO WS-SOR-REJECT-REASON
               GO TO END-2100-CONTROLER-NIR
           END-IF.

           DIVIDE SQL-SOR-CODE-SECU BY 100 GIVING WS-NIR-NUMBER.
           COMPUTE WS-NIR-KEY = FUNCTION MOD(SQL-SOR-CODE-SECU, 100).
           COMPUTE WS-NIR-KEY-EXPECTED =
               97 - FUNCTION MOD(WS-NIR-NUMBER, 97).

           IF WS-NIR-KEY NOT = WS-NIR-KEY-EXPECTED
               MOVE 'NIR invalide (cle de controle)'
                   TO WS-SOR-REJECT-REASON
           END-IF.
       END-2100-CONTROLER-NIR.
           EXIT.

      ******************************************************************
      *    [RD] Controle des donnees de sortie : date de sortie au     *
      *    format AAAA-MM-JJ, justificatif chomage O/N et, pour une    *
      *    portabilite, duree du dernier contrat en mois.              *
      ******************************************************************
       2200-CONTROLER-SORTIE.
           IF SOR-EXIT-DATE(1:4) NOT NUMERIC
               OR SOR-EXIT-DATE(6:2) NOT NUMERIC
               OR SOR-EXIT-DATE(9:2) NOT NUMERIC
               OR SOR-EXIT-DATE(5:1) NOT = '-'
               OR SOR-EXIT-DATE(8:1) NOT = '-'
               OR SOR-EXIT-DATE(6:2) < '01'
               OR SOR-EXIT-DATE(6:2) > '12'
               OR SOR-EXIT-DATE(9:2) < '01'
               OR SOR-EXIT-DATE(9:2) > '31'
               MOVE 'Date de sortie invalide (AAAA-MM-JJ)'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2200-CONTROLER-SORTIE
           END-IF.

           IF SOR-PROOF NOT = 'O' AND SOR-PROOF NOT = 'N'
               MOVE 'Justificatif chomage attendu (O/N)'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2200-CONTROLER-SORTIE
           END-IF.

           IF SOR-PROOF = 'N'
               GO TO END-2200-CONTROLER-SORTIE
           END-IF.

           IF SOR-NB-MONTHS NOT NUMERIC
               MOVE 'Duree du dernier contrat invalide (mois)'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2200-CONTROLER-SORTIE
           END-IF.

           MOVE SOR-NB-MONTHS TO WS-SOR-NB-MONTHS.
           IF WS-SOR-NB-MONTHS = ZERO
               MOVE 'Duree du dernier contrat invalide (mois)'
                   TO WS-SOR-REJECT-REASON
           END-IF.
       END-2200-CONTROLER-SORTIE.
           EXIT.

      ******************************************************************
      *    [RD] Controle du salarie : fiche active portant ce NIR,     *
      *    rattachee au contrat collectif de la ligne, sans sortie     *
      *    deja enregistree ni cloture deja planifiee.                 *
      ******************************************************************
       2300-CONTROLER-SALARIE.
           EXEC SQL
               SELECT uuid_customer, COALESCE(customer_groupe, ''),
                   COALESCE(customer_porta_exit_date, ''),
                   COALESCE(customer_term_date, '')
               INTO :SQL-SOR-CUS-UUID, :SQL-SOR-GROUPE,
                   :SQL-SOR-PORTA-EXIT, :SQL-SOR-TERM-DATE
               FROM customer
               WHERE customer_code_secu = :SQL-SOR-CODE-SECU
               AND customer_active != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Salarie inconnu ou deja cloture'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2300-CONTROLER-SALARIE
           END-IF.

           IF SQL-SOR-GROUPE NOT = SOR-CONTRAT
               MOVE 'Salarie non rattache a ce contrat'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2300-CONTROLER-SALARIE
           END-IF.

           IF SQL-SOR-PORTA-EXIT NOT = SPACES
               MOVE 'Sortie deja enregistree'
                   TO WS-SOR-REJECT-REASON
               GO TO END-2300-CONTROLER-SALARIE
           END-IF.

           IF SQL-SOR-TERM-DATE NOT = SPACES
               MOVE 'Cloture deja planifiee sur la fiche'
                   TO WS-SOR-REJECT-REASON
           END-IF.
       END-2300-CONTROLER-SALARIE.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre la portabilite : dates de sortie et de fin,      *
      *    justificatif, cloture planifiee a la fin de portabilite et  *
      *    motif 'PO' trace des maintenant dans 'cloture'.             *
      ******************************************************************
       3000-OUVRIR-PORTABILITE.
           PERFORM 3100-CALCULER-FIN-PORTABILITE
              THRU END-3100-CALCULER-FIN-PORTABILITE.

           MOVE SOR-EXIT-DATE TO SQL-SOR-EXIT-DATE.
           MOVE 'O' TO SQL-SOR-PROOF.

           EXEC SQL
               UPDATE customer SET
                   customer_porta_exit_date = :SQL-SOR-EXIT-DATE,
                   customer_porta_end_date = :SQL-SOR-END-DATE,
                   customer_porta_proof = :SQL-SOR-PROOF,
                   customer_term_date = :SQL-SOR-END-DATE
               WHERE uuid_customer = :SQL-SOR-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Erreur technique a l''ouverture'
                   TO WS-SOR-REJECT-REASON
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
               GO TO END-3000-OUVRIR-PORTABILITE
           END-IF.

           EXEC SQL
               INSERT INTO cloture (uuid_customer, cloture_date,
                   cloture_reason_code, cloture_reason_label,
                   cloture_operator)
               VALUES (:SQL-SOR-CUS-UUID, :SQL-SOR-END-DATE,
                   'PO', 'Fin de portabilite ANI', :SQL-SOR-OPERATOR)
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-SOR-PORTA-COUNT
           ELSE
               MOVE 'Erreur technique a la trace du motif'
                   TO WS-SOR-REJECT-REASON
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
           END-IF.
       END-3000-OUVRIR-PORTABILITE.
           EXIT.

      ******************************************************************
      *    [RD] Fin de portabilite : date de sortie plus la duree du   *
      *    dernier contrat (douze mois au plus), de quantieme a        *
      *    quantieme, ramenee au dernier jour du mois d'arrivee.       *
      ******************************************************************
       3100-CALCULER-FIN-PORTABILITE.
           IF WS-SOR-NB-MONTHS > WS-SOR-MAX-MONTHS
               MOVE WS-SOR-MAX-MONTHS TO WS-SOR-NB-MONTHS
           END-IF.

           MOVE SOR-EXIT-DATE(1:4) TO WS-SOR-END-YEAR.
           MOVE SOR-EXIT-DATE(6:2) TO WS-SOR-END-MONTH.
           MOVE SOR-EXIT-DATE(9:2) TO WS-SOR-END-DAY.
           ADD WS-SOR-NB-MONTHS TO WS-SOR-END-MONTH.
           IF WS-SOR-END-MONTH > 12
               SUBTRACT 12 FROM WS-SOR-END-MONTH
               ADD 1 TO WS-SOR-END-YEAR
           END-IF.

           COMPUTE WS-SOR-DATE-NUM = WS-SOR-END-YEAR * 10000
               + WS-SOR-END-MONTH * 100 + 1.
           COMPUTE WS-SOR-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-SOR-DATE-NUM).
           IF WS-SOR-END-MONTH = 12
               COMPUTE WS-SOR-DATE-NUM =
                   (WS-SOR-END-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-SOR-DATE-NUM = WS-SOR-END-YEAR * 10000
                   + (WS-SOR-END-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-SOR-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-SOR-DATE-NUM).
           COMPUTE WS-SOR-LAST-DAY = WS-SOR-NEXT-INT - WS-SOR-FIRST-INT.
           IF WS-SOR-END-DAY > WS-SOR-LAST-DAY
               MOVE WS-SOR-LAST-DAY TO WS-SOR-END-DAY
           END-IF.

           MOVE SPACES TO SQL-SOR-END-DATE.
           STRING WS-SOR-END-YEAR '-' WS-SOR-END-MONTH '-'
               WS-SOR-END-DAY
               DELIMITED BY SIZE INTO SQL-SOR-END-DATE.
       END-3100-CALCULER-FIN-PORTABILITE.
           EXIT.

      ******************************************************************
      *    [RD] Sortie sans justificatif chomage : pas de portabilite, *
      *    la date de sortie est gardee sur la fiche et la cloture est *
      *    planifiee a cette date, motif 'SE' trace dans 'cloture'.    *
      ******************************************************************
       3500-CLOTURER-A-LA-SORTIE.
           MOVE SOR-EXIT-DATE TO SQL-SOR-EXIT-DATE.
           MOVE 'N' TO SQL-SOR-PROOF.

           EXEC SQL
               UPDATE customer SET
                   customer_porta_exit_date = :SQL-SOR-EXIT-DATE,
                   customer_porta_proof = :SQL-SOR-PROOF,
                   customer_term_date = :SQL-SOR-EXIT-DATE
               WHERE uuid_customer = :SQL-SOR-CUS-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Erreur technique a la cloture'
                   TO WS-SOR-REJECT-REASON
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
               GO TO END-3500-CLOTURER-A-LA-SORTIE
           END-IF.

           EXEC SQL
               INSERT INTO cloture (uuid_customer, cloture_date,
                   cloture_reason_code, cloture_reason_label,
                   cloture_operator)
               VALUES (:SQL-SOR-CUS-UUID, :SQL-SOR-EXIT-DATE,
                   'SE', 'Sortie employeur sans portabilite',
                   :SQL-SOR-OPERATOR)
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-SOR-CLOSE-COUNT
           ELSE
               MOVE 'Erreur technique a la trace du motif'
                   TO WS-SOR-REJECT-REASON
               PERFORM 2900-REJETER-LIGNE
                  THRU END-2900-REJETER-LIGNE
           END-IF.
       END-3500-CLOTURER-A-LA-SORTIE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la ligne rejetee dans le fichier des rejets :    *
      *    NIR, nom/prenom et motif du refus.                          *
      ******************************************************************
       2900-REJETER-LIGNE.
           MOVE SPACES TO REJET-LINE.
           STRING SOR-CODE-SECU ' ' SOR-LASTNAME ' ' SOR-FIRSTNAME
               ' - ' WS-SOR-REJECT-REASON
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.
           ADD 1 TO WS-SOR-REJECT-COUNT.
       END-2900-REJETER-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Synthese du passage en queue du fichier des rejets,    *
      *    pour le retour a l'employeur.                               *
      ******************************************************************
       8000-SYNTHESE-DU-PASSAGE.
           MOVE SPACES TO REJET-LINE.
           WRITE REJET-LINE.
           MOVE SPACES TO REJET-LINE.
           STRING 'LIGNES LUES : ' WS-SOR-READ-COUNT
               ' - PORTABILITES : ' WS-SOR-PORTA-COUNT
               ' - CLOTURES : ' WS-SOR-CLOSE-COUNT
               ' - REJETEES : ' WS-SOR-REJECT-COUNT
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.
       END-8000-SYNTHESE-DU-PASSAGE.
           EXIT.
