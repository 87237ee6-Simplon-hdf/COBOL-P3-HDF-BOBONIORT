      ******************************************************************
      *    [RD] Le programme 'sctpfacimp' est le traitement batch qui  *
      *    integre les factures tiers payant envoyees par les          *
      *    pharmacies, opticiens et laboratoires (fichier FACTTP :     *
      *    praticien, NIR, date de soin, code prestation, montant      *
      *    facture) et les rapproche des reclamations tiers payant de  *
      *    la table 'remboursement'. Une facture rapprochee au meme    *
      *    montant marque sa reclamation (remboursement_invoice a      *
      *    'O') : seules ces reclamations sont ensuite virees au       *
      *    praticien par scsepavir. Une facture d'un montant different *
      *    marque la reclamation en ecart ('E') sans la liberer, une   *
      *    facture sans reclamation correspondante est signalee, et    *
      *    les reclamations tiers payant toujours sans facture 60      *
      *    jours apres la date des soins sont relevees : le tout est   *
      *    ecrit dans le rapport d'exceptions CTRLFACTTP. On cesse     *
      *    ainsi de payer un praticien pour des soins qu'il n'a pas    *
      *    factures, ou factures a un autre montant.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctpfacimp.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Factures tiers payant recues des praticiens.
           SELECT FACTURE-FILE ASSIGN TO "FACTTP"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Rapport d'exceptions imprimable.
           SELECT RAPPORT-FILE ASSIGN TO "CTRLFACTTP"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTURE-FILE.
       01  FACTURE-RECORD.
           05 FAC-PROVIDER        PIC X(20).
           05 FAC-CODE-SECU       PIC 9(15).
           05 FAC-CARE-DATE       PIC X(10).
           05 FAC-PRES-CODE       PIC X(10).
           05 FAC-AMOUNT          PIC 9(05)V99.

       FD  RAPPORT-FILE.
       01  RAPPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-TPF-DATE               PIC X(10).
       01  WS-TPF-EOF                PIC X(01) VALUE 'N'.
       01  WS-TPF-READ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-TPF-MATCHED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-TPF-MISMATCH-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-TPF-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-TPF-MISSING-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-TPF-AMOUNT-ED          PIC ZZZZ9.99.
       01  WS-TPF-CLAIMED-ED         PIC ZZZZ9.99.

      *    [RD] Delai au-dela duquel une reclamation tiers payant sans
      *    facture est signalee, compte depuis la date des soins.
       01  WS-TPF-MISSING-DAYS       PIC 9(03) VALUE 60.
       01  WS-TPF-TODAY-NUM          PIC 9(08).
       01  WS-TPF-TODAY-INT          PIC 9(07).
       01  WS-TPF-CUTOFF-INT         PIC 9(07).
       01  WS-TPF-CUTOFF-NUM         PIC 9(08).
       01  WS-TPF-CUTOFF-DATE        PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  PASSWD   PIC  X(10) VALUE 'cbl85'.

       01  SQL-TPF-CODE-SECU       PIC 9(15).
       01  SQL-TPF-PROVIDER        PIC X(20).
       01  SQL-TPF-CARE-DATE       PIC X(10).
       01  SQL-TPF-PRES-CODE       PIC X(10).
       01  SQL-TPF-AMOUNT          PIC S9(5)V99 COMP-3.
       01  SQL-TPF-TODAY           PIC X(10).
       01  SQL-TPF-CUTOFF          PIC X(10).

       01  SQL-TPF-REM-UUID        PIC X(36).
       01  SQL-TPF-CLAIMED         PIC S9(5)V99 COMP-3.
       01  SQL-TPF-INVOICE         PIC X(01).
       01  SQL-TPF-LASTNAME        PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier des factures et le rapport d'exceptions,
      * rapproche chaque facture, releve les reclamations toujours
      * sans facture puis ferme les fichiers et affiche les compteurs.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TPF-DATE.
           MOVE WS-TPF-DATE TO SQL-TPF-TODAY.

      *    [RD] Date charniere des reclamations sans facture,
      *    calculee une fois pour tout le passage.
           MOVE WS-TODAY(1:8) TO WS-TPF-TODAY-NUM.
           COMPUTE WS-TPF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TPF-TODAY-NUM).
           COMPUTE WS-TPF-CUTOFF-INT =
               WS-TPF-TODAY-INT - WS-TPF-MISSING-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TPF-CUTOFF-INT)
               TO WS-TPF-CUTOFF-NUM.
           MOVE WS-TPF-CUTOFF-NUM TO WS-TPF-CUTOFF-DATE.
           STRING WS-TPF-CUTOFF-DATE(1:4) '-'
               WS-TPF-CUTOFF-DATE(5:2) '-' WS-TPF-CUTOFF-DATE(7:2)
               DELIMITED BY SIZE INTO SQL-TPF-CUTOFF.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN INPUT FACTURE-FILE.
           OPEN OUTPUT RAPPORT-FILE.

           MOVE SPACES TO RAPPORT-LINE.
           STRING 'RAPPROCHEMENT FACTURES TIERS PAYANT DU ' WS-TPF-DATE
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           PERFORM 1000-START-RAPPROCHEMENT
              THRU END-1000-RAPPROCHEMENT.

           PERFORM 2000-RECLAMATIONS-SANS-FACTURE
              THRU END-2000-RECLAMATIONS-SANS-FACTURE.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           STRING 'TOTAL : ' WS-TPF-MATCHED-COUNT ' rapprochee(s) - '
               WS-TPF-MISMATCH-COUNT ' ecart(s) de montant - '
               WS-TPF-UNMATCHED-COUNT ' sans reclamation - '
               WS-TPF-MISSING-COUNT ' reclamation(s) sans facture'
               DELIMITED BY SIZE INTO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           CLOSE FACTURE-FILE.
           CLOSE RAPPORT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Factures lues              : " WS-TPF-READ-COUNT.
           DISPLAY "Factures rapprochees       : "
               WS-TPF-MATCHED-COUNT.
           DISPLAY "Ecarts de montant          : "
               WS-TPF-MISMATCH-COUNT.
           DISPLAY "Factures sans reclamation  : "
               WS-TPF-UNMATCHED-COUNT.
           DISPLAY "Reclamations sans facture  : "
               WS-TPF-MISSING-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Lit le fichier des factures et rapproche chaque ligne  *
      *    jusqu'a la fin du fichier.                                  *
      ******************************************************************
       1000-START-RAPPROCHEMENT.
           MOVE "FACTURES EN EXCEPTION" TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           READ FACTURE-FILE
               AT END MOVE 'O' TO WS-TPF-EOF
           END-READ
           PERFORM UNTIL WS-TPF-EOF = 'O'
               ADD 1 TO WS-TPF-READ-COUNT
               PERFORM 1100-RAPPROCHER-UNE-FACTURE
                  THRU END-1100-RAPPROCHER-UNE-FACTURE
               READ FACTURE-FILE
                   AT END MOVE 'O' TO WS-TPF-EOF
               END-READ
           END-PERFORM.

           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
       END-1000-RAPPROCHEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Recherche la reclamation tiers payant de la facture    *
      *    (NIR de l'adherent, praticien, date de soin, prestation),   *
      *    non refusee et pas encore rapprochee. Au meme montant que   *
      *    la depense reclamee, elle est liberee pour le virement au   *
      *    praticien ; a un autre montant, elle est marquee en ecart   *
      *    et reste bloquee jusqu'a une facture corrigee.              *
      ******************************************************************
       1100-RAPPROCHER-UNE-FACTURE.
           MOVE FAC-CODE-SECU TO SQL-TPF-CODE-SECU.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FAC-PROVIDER))
               TO SQL-TPF-PROVIDER.
           MOVE FAC-CARE-DATE TO SQL-TPF-CARE-DATE.
           MOVE FAC-PRES-CODE TO SQL-TPF-PRES-CODE.
           MOVE FAC-AMOUNT    TO SQL-TPF-AMOUNT.
           MOVE FAC-AMOUNT    TO WS-TPF-AMOUNT-ED.

           EXEC SQL
               SELECT uuid_remboursement, remboursement_claimed,
                   COALESCE(remboursement_invoice, 'N')
               INTO :SQL-TPF-REM-UUID, :SQL-TPF-CLAIMED,
                   :SQL-TPF-INVOICE
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND customer_code_secu = :SQL-TPF-CODE-SECU
               AND UPPER(remboursement_provider) = :SQL-TPF-PROVIDER
               AND remboursement_care_date = :SQL-TPF-CARE-DATE
               AND remboursement_prestation_code = :SQL-TPF-PRES-CODE
               AND remboursement_tiers_payant = 'O'
               AND remboursement_status != 'D'
               AND (remboursement_invoice IS NULL
                    OR remboursement_invoice != 'O')
               ORDER BY ABS(remboursement_claimed - :SQL-TPF-AMOUNT)
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-TPF-UNMATCHED-COUNT
               MOVE SPACES TO RAPPORT-LINE
               STRING 'SANS RECLAMATION ' FAC-PROVIDER ' NIR '
                   FAC-CODE-SECU ' soin du ' FAC-CARE-DATE ' '
                   FAC-PRES-CODE ' facture ' WS-TPF-AMOUNT-ED
                   DELIMITED BY SIZE INTO RAPPORT-LINE
               WRITE RAPPORT-LINE
               GO TO END-1100-RAPPROCHER-UNE-FACTURE
           END-IF.

           IF SQL-TPF-CLAIMED NOT = SQL-TPF-AMOUNT
               ADD 1 TO WS-TPF-MISMATCH-COUNT
               MOVE SQL-TPF-CLAIMED TO WS-TPF-CLAIMED-ED
               MOVE SPACES TO RAPPORT-LINE
               STRING 'ECART DE MONTANT ' FAC-PROVIDER ' NIR '
                   FAC-CODE-SECU ' soin du ' FAC-CARE-DATE ' '
                   FAC-PRES-CODE ' facture ' WS-TPF-AMOUNT-ED
                   ' reclame ' WS-TPF-CLAIMED-ED
                   DELIMITED BY SIZE INTO RAPPORT-LINE
               WRITE RAPPORT-LINE
               EXEC SQL
                   UPDATE remboursement SET
                       remboursement_invoice = 'E',
                       remboursement_invoice_date = :SQL-TPF-TODAY,
                       remboursement_invoice_amount = :SQL-TPF-AMOUNT
                   WHERE uuid_remboursement = :SQL-TPF-REM-UUID
               END-EXEC
               GO TO END-1100-RAPPROCHER-UNE-FACTURE
           END-IF.

           EXEC SQL
               UPDATE remboursement SET
                   remboursement_invoice = 'O',
                   remboursement_invoice_date = :SQL-TPF-TODAY,
                   remboursement_invoice_amount = :SQL-TPF-AMOUNT
               WHERE uuid_remboursement = :SQL-TPF-REM-UUID
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-TPF-MATCHED-COUNT
           END-IF.
       END-1100-RAPPROCHER-UNE-FACTURE.
           EXIT.

      ******************************************************************
      *    [RD] Releve les reclamations tiers payant non refusees et   *
      *    non payees dont la date des soins depasse le delai sans     *
      *    qu'aucune facture au bon montant ne soit arrivee.           *
      ******************************************************************
       2000-RECLAMATIONS-SANS-FACTURE.
           MOVE "RECLAMATIONS TIERS PAYANT SANS FACTURE A 60 JOURS"
               TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.
           MOVE SPACES TO RAPPORT-LINE.
           WRITE RAPPORT-LINE.

           EXEC SQL
               DECLARE CRSTPFMISSING CURSOR FOR
               SELECT remboursement_provider, customer_code_secu,
                   customer_lastname, remboursement_care_date,
                   remboursement_prestation_code,
                   remboursement_claimed,
                   COALESCE(remboursement_invoice, 'N')
               FROM remboursement, customer
               WHERE remboursement.uuid_customer
                   = customer.uuid_customer
               AND remboursement_tiers_payant = 'O'
               AND remboursement_status != 'D'
               AND remboursement_status != 'V'
               AND (remboursement_invoice IS NULL
                    OR remboursement_invoice != 'O')
               AND remboursement_care_date < :SQL-TPF-CUTOFF
               ORDER BY remboursement_provider,
                   remboursement_care_date
           END-EXEC.

           EXEC SQL OPEN CRSTPFMISSING END-EXEC.

           EXEC SQL
               FETCH CRSTPFMISSING
               INTO :SQL-TPF-PROVIDER, :SQL-TPF-CODE-SECU,
                   :SQL-TPF-LASTNAME, :SQL-TPF-CARE-DATE,
                   :SQL-TPF-PRES-CODE, :SQL-TPF-CLAIMED,
                   :SQL-TPF-INVOICE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-TPF-MISSING-COUNT
               MOVE SQL-TPF-CLAIMED TO WS-TPF-CLAIMED-ED
               MOVE SPACES TO RAPPORT-LINE
               IF SQL-TPF-INVOICE = 'E'
                   STRING 'EN ECART ' SQL-TPF-PROVIDER ' NIR '
                       SQL-TPF-CODE-SECU ' ' SQL-TPF-LASTNAME
                       ' soin du ' SQL-TPF-CARE-DATE ' '
                       SQL-TPF-PRES-CODE ' reclame ' WS-TPF-CLAIMED-ED
                       DELIMITED BY SIZE INTO RAPPORT-LINE
               ELSE
                   STRING 'SANS FACTURE ' SQL-TPF-PROVIDER ' NIR '
                       SQL-TPF-CODE-SECU ' ' SQL-TPF-LASTNAME
                       ' soin du ' SQL-TPF-CARE-DATE ' '
                       SQL-TPF-PRES-CODE ' reclame ' WS-TPF-CLAIMED-ED
                       DELIMITED BY SIZE INTO RAPPORT-LINE
               END-IF
               WRITE RAPPORT-LINE
               EXEC SQL
                   FETCH CRSTPFMISSING
                   INTO :SQL-TPF-PROVIDER, :SQL-TPF-CODE-SECU,
                       :SQL-TPF-LASTNAME, :SQL-TPF-CARE-DATE,
                       :SQL-TPF-PRES-CODE, :SQL-TPF-CLAIMED,
                       :SQL-TPF-INVOICE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSTPFMISSING END-EXEC.
       END-2000-RECLAMATIONS-SANS-FACTURE.
           EXIT.
