      *    des statuts ne passe plus inapercu. Les operations du lot  *
      *    de virement etant regroupees (un virement par adherent ou  *
      *    praticien), seul le montant du pied se compare a la base.  *
      *    Le pied SEPAVIR porte le net vire : il se compare au total  *
      *    paye par virement en base diminue des indus compenses la    *
      *    veille (indu_recup mode 'C') ; le journal VIR, lui, reste   *
      *    brut. Les reclamations payees par cheque (scremchq) sont    *
      *    hors du lot de virement et hors du recoupement.             *
      *    Une reclamation viree la veille puis retournee par la       *
      *    banque (cf. scvirret) repasse en 'R' mais garde sa date de  *
      *    paiement : elle reste comptee dans le lot qui l'a viree. Le *
      *    pied de l'etat RETOURVIRETAT de la veille se recoupe de     *
      *    meme avec les reclamations retournees la veille en base,    *
      *    nettes des indus rouverts (indu_recup mode 'A'), et le      *
      *    journal RVI avec leur brut.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sctresoctrl.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JRNCOMPTA"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETOUR-FILE ASSIGN TO "RETOURVIRETAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Rapport de controle du matin.
           SELECT CTRL-FILE ASSIGN TO "CTRLTRESO"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 JRN-AMOUNT          PIC 9(07)V99.
           05 JRN-LABEL           PIC X(30).

       FD  RETOUR-FILE.
       01  RETOUR-LINE               PIC X(132).

       FD  CTRL-FILE.
       01  CTRL-LINE                 PIC X(120).

       01  WS-TRC-VIR-DATE           PIC X(10).
       01  WS-TRC-VIR-COUNT          PIC 9(05).
       01  WS-TRC-VIR-AMOUNT         PIC 9(07)V99.
       01  WS-TRC-RTV-FOUND          PIC X(01) VALUE 'N'.
       01  WS-TRC-RTV-DATE           PIC X(10).
       01  WS-TRC-RTV-COUNT          PIC 9(05).
       01  WS-TRC-RTV-AMOUNT         PIC 9(07)V99.

      *    [RD] Totaux des ecritures PRL, VIR et RVI du journal (cote
      *    debit, une ecriture par journal et par jour).
       01  WS-TRC-JRN-PRL            PIC 9(07)V99 VALUE ZERO.
       01  WS-TRC-JRN-VIR            PIC 9(07)V99 VALUE ZERO.
       01  WS-TRC-JRN-RVI            PIC 9(07)V99 VALUE ZERO.
       01  WS-TRC-JRN-FOUND          PIC X(01) VALUE 'N'.

       01  WS-TRC-ECART-COUNT        PIC 9(03) VALUE ZERO.
       01  SQL-TRC-COT-TOTAL       PIC S9(7)V99 COMP-3.
       01  SQL-TRC-REM-COUNT       PIC 9(05).
       01  SQL-TRC-REM-TOTAL       PIC S9(7)V99 COMP-3.
       01  SQL-TRC-RECUP-TOTAL     PIC S9(7)V99 COMP-3.
       01  SQL-TRC-REM-NET         PIC S9(7)V99 COMP-3.
       01  SQL-TRC-RTV-COUNT       PIC 9(05).
       01  SQL-TRC-RTV-TOTAL       PIC S9(7)V99 COMP-3.
       01  SQL-TRC-RTV-REOPENED    PIC S9(7)V99 COMP-3.
       01  SQL-TRC-RTV-NET         PIC S9(7)V99 COMP-3.
       01  SQL-TRC-RUN-COUNT       PIC 9(07).
       01  SQL-TRC-RUN-FOUND       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
              THRU END-1100-RELIRE-PIED-SEPAVIR.
           PERFORM 1200-RELIRE-JOURNAL
              THRU END-1200-RELIRE-JOURNAL.
           PERFORM 1300-RELIRE-PIED-RETOURS
              THRU END-1300-RELIRE-PIED-RETOURS.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
               INTO :SQL-TRC-REM-COUNT, :SQL-TRC-REM-TOTAL
               FROM remboursement
               WHERE remboursement_paid_date = :SQL-TRC-VEILLE
               AND (remboursement_status = 'V'
                    OR remboursement_status = 'R')
               AND COALESCE(remboursement_pay_mode, 'V') != 'C'
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(recup_amount), 0)
               INTO :SQL-TRC-RECUP-TOTAL
               FROM indu_recup
               WHERE recup_date = :SQL-TRC-VEILLE
               AND recup_mode = 'C'
           END-EXEC.
           COMPUTE SQL-TRC-REM-NET =
               SQL-TRC-REM-TOTAL - SQL-TRC-RECUP-TOTAL.

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-TRC-RTV-COUNT, :SQL-TRC-RTV-TOTAL
               FROM remboursement
               WHERE remboursement_return_date = :SQL-TRC-VEILLE
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(recup_amount), 0)
               INTO :SQL-TRC-RTV-REOPENED
               FROM indu_recup
               WHERE recup_date = :SQL-TRC-VEILLE
               AND recup_mode = 'A'
           END-EXEC.
           COMPUTE SQL-TRC-RTV-NET =
               SQL-TRC-RTV-TOTAL - SQL-TRC-RTV-REOPENED.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(batch_count), 0)
               INTO :SQL-TRC-RUN-FOUND, :SQL-TRC-RUN-COUNT
              THRU END-2000-RECOUPER-PRELEVEMENTS.
           PERFORM 3000-RECOUPER-VIREMENTS
              THRU END-3000-RECOUPER-VIREMENTS.
           PERFORM 4000-RECOUPER-RETOURS
              THRU END-4000-RECOUPER-RETOURS.

           MOVE SPACES TO CTRL-LINE.
           WRITE CTRL-LINE.
           EXIT.

      ******************************************************************
      *    [RD] Additionne les ecritures debit PRL, VIR et RVI du      *
      *    journal JRNCOMPTA datees de la veille. Chaque ecriture      *
      *    porte sa date : un journal d'un autre jour (sccompta deja   *
      *    relance ce matin, ou pas lance la veille) ne compte pas et  *
      *    le recoupement journal est alors simplement saute, au lieu  *
      *    de comparer la base au mauvais jour.                        *
      ******************************************************************
       1200-RELIRE-JOURNAL.
                               ADD JRN-AMOUNT TO WS-TRC-JRN-PRL
                           WHEN 'VIR'
                               ADD JRN-AMOUNT TO WS-TRC-JRN-VIR
                           WHEN 'RVI'
                               ADD JRN-AMOUNT TO WS-TRC-JRN-RVI
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
       END-1200-RELIRE-JOURNAL.
           EXIT.

      ******************************************************************
      *    [RD] Relit le pied de l'etat RETOURVIRETAT de la veille,    *
      *    aux positions ecrites par scvirret.                         *
      ******************************************************************
       1300-RELIRE-PIED-RETOURS.
           MOVE 'N' TO WS-TRC-EOF.
           MOVE 'N' TO WS-TRC-RTV-FOUND.
           MOVE SPACES TO WS-TRC-RTV-DATE.
           MOVE ZERO TO WS-TRC-RTV-COUNT.
           MOVE ZERO TO WS-TRC-RTV-AMOUNT.

           OPEN INPUT RETOUR-FILE.
           READ RETOUR-FILE
               AT END MOVE 'O' TO WS-TRC-EOF
           END-READ
           PERFORM UNTIL WS-TRC-EOF = 'O'
               IF RETOUR-LINE(1:25) = 'ENTETE RETOURS VIREMENT -'
                   MOVE RETOUR-LINE(27:10) TO WS-TRC-RTV-DATE
               END-IF
               IF RETOUR-LINE(1:23) = 'PIED RETOURS VIREMENT -'
                   MOVE 'O' TO WS-TRC-RTV-FOUND
                   MOVE RETOUR-LINE(25:5) TO WS-TRC-RTV-COUNT
                   COMPUTE WS-TRC-RTV-AMOUNT =
                       FUNCTION NUMVAL(RETOUR-LINE(43:10))
               END-IF
               READ RETOUR-FILE
                   AT END MOVE 'O' TO WS-TRC-EOF
               END-READ
           END-PERFORM.
           CLOSE RETOUR-FILE.

      *    [RD] Etat d'un autre jour que la veille : traite comme un
      *    fichier absent.
           IF WS-TRC-RTV-FOUND = 'O'
               AND WS-TRC-RTV-DATE NOT = WS-TRC-VEILLE-DATE
               MOVE 'N' TO WS-TRC-RTV-FOUND
               MOVE ZERO TO WS-TRC-RTV-COUNT
               MOVE ZERO TO WS-TRC-RTV-AMOUNT
           END-IF.
       END-1300-RELIRE-PIED-RETOURS.
           EXIT.

      ******************************************************************
      *    [RD] Recoupe les prelevements : pied SEPACOTIS contre les   *
      *    cotisations soumises la veille en base, le journal PRL et   *

      ******************************************************************
      *    [RD] Recoupe les virements : pied SEPAVIR contre les        *
      *    remboursements payes la veille en base, nets des indus      *
      *    compenses, et journal VIR contre le brut en base. Le        *
      *    nombre d'operations du pied est un nombre de virements      *
      *    regroupes : seul le montant se compare.                     *
      ******************************************************************
       3000-RECOUPER-VIREMENTS.
               GO TO END-3000-RECOUPER-VIREMENTS
           END-IF.

           IF WS-TRC-VIR-AMOUNT = SQL-TRC-REM-NET
               MOVE 'Pied de lot et statuts en base : OK.'
                   TO CTRL-LINE
               WRITE CTRL-LINE
           ELSE
               ADD 1 TO WS-TRC-ECART-COUNT
               MOVE WS-TRC-VIR-AMOUNT TO WS-TRC-AMOUNT-ED
               MOVE SQL-TRC-REM-NET   TO WS-TRC-AMOUNT-2-ED
               MOVE SPACES TO CTRL-LINE
               STRING 'ECART fichier/base : pied ' WS-TRC-AMOUNT-ED
                   ' EUR contre ' WS-TRC-AMOUNT-2-ED
                   ' EUR nets payes en base'
                   DELIMITED BY SIZE INTO CTRL-LINE
               WRITE CTRL-LINE
           END-IF.
                   WRITE CTRL-LINE
               END-IF
           END-IF.

           MOVE SPACES TO CTRL-LINE.
           WRITE CTRL-LINE.
       END-3000-RECOUPER-VIREMENTS.
           EXIT.

      ******************************************************************
      *    [RD] Recoupe les virements retournes : pied RETOURVIRETAT   *
      *    contre les reclamations retournees la veille en base,       *
      *    nettes des indus rouverts, et journal RVI contre leur brut. *
      *    Le nombre du pied est un nombre de virements : seul le      *
      *    montant se compare.                                         *
      ******************************************************************
       4000-RECOUPER-RETOURS.
           MOVE 'RETOURS DE VIREMENT (RETOURVIRETAT / base / journal)'
               TO CTRL-LINE.
           WRITE CTRL-LINE.

           IF WS-TRC-RTV-FOUND = 'N' AND SQL-TRC-RTV-COUNT = ZERO
               MOVE 'Pas de retour de virement la veille : OK.'
                   TO CTRL-LINE
               WRITE CTRL-LINE
               GO TO END-4000-RECOUPER-RETOURS
           END-IF.

           IF WS-TRC-RTV-AMOUNT = SQL-TRC-RTV-NET
               MOVE 'Pied de l''etat et statuts en base : OK.'
                   TO CTRL-LINE
               WRITE CTRL-LINE
           ELSE
               ADD 1 TO WS-TRC-ECART-COUNT
               MOVE WS-TRC-RTV-AMOUNT TO WS-TRC-AMOUNT-ED
               MOVE SQL-TRC-RTV-NET   TO WS-TRC-AMOUNT-2-ED
               MOVE SPACES TO CTRL-LINE
               STRING 'ECART fichier/base : pied ' WS-TRC-AMOUNT-ED
                   ' EUR contre ' WS-TRC-AMOUNT-2-ED
                   ' EUR nets retournes en base'
                   DELIMITED BY SIZE INTO CTRL-LINE
               WRITE CTRL-LINE
           END-IF.

           IF WS-TRC-JRN-FOUND = 'O'
               IF WS-TRC-JRN-RVI = SQL-TRC-RTV-TOTAL
                   MOVE 'Journal RVI et statuts en base : OK.'
                       TO CTRL-LINE
                   WRITE CTRL-LINE
               ELSE
                   ADD 1 TO WS-TRC-ECART-COUNT
                   MOVE WS-TRC-JRN-RVI    TO WS-TRC-AMOUNT-ED
                   MOVE SQL-TRC-RTV-TOTAL TO WS-TRC-AMOUNT-2-ED
                   MOVE SPACES TO CTRL-LINE
                   STRING 'ECART journal/base : RVI '
                       WS-TRC-AMOUNT-ED ' EUR contre '
                       WS-TRC-AMOUNT-2-ED ' EUR en base'
                       DELIMITED BY SIZE INTO CTRL-LINE
                   WRITE CTRL-LINE
               END-IF
           END-IF.
       END-4000-RECOUPER-RETOURS.
           EXIT.
