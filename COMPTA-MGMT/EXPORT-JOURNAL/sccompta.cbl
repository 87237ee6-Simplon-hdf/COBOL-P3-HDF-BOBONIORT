      *    progiciel comptable. Les mouvements couverts, reperes par   *
      *    leur date du jour : cotisations emises (sccotiscalc),       *
      *    encaissements (sccotis et scrappro), prelevements soumis    *
      *    (scsepagen), remboursements acceptes (scremb, scfileatt) et *
      *    remboursements payes par virement (scsepavir), cheques de   *
      *    remboursement emis, annules (scremchq, sccheque) et         *
      *    encaisses (scrappro), indus constates (scindu) et indus     *
      *    recuperes, par compensation sur virement (scsepavir) ou sur *
      *    cheque (scremchq) ou par remboursement recu (scindu), et    *
      *    virements retournes par la banque (scvirret). Les paiements *
      *    par cheque ne passent pas au journal VIR des virements SEPA *
      *    mais aux journaux CHQ, CHA et CHE. Les virements retournes  *
      *    passent au journal RVI, et la reprise des indus compenses   *
      *    sur ces virements au journal IRA. Chaque journal emet une   *
      *    ecriture debit et une ecriture credit du meme total ; la    *
      *    synthese de passage par code journal doit se recouper avec  *
      *    les compteurs de mouvements.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sccompta.
      *    ventilation par mode de paiement (cf. sccotis, scrappro).
       01  WS-CPT-ENC-LABEL          PIC X(30).

      *    [RD] Libelle du journal des recuperations d'indus en cours
      *    de ventilation par mode (cf. scsepavir, scindu).
       01  WS-CPT-IRC-LABEL          PIC X(30).
       01  WS-CPT-IRC-CODE           PIC X(03).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier d'interface, enchaine les journaux du jour
      * puis ferme le fichier et affiche la synthese de passage.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
              THRU END-4000-JOURNAL-REMBOURSEMENTS
           PERFORM 5000-JOURNAL-VIREMENTS
              THRU END-5000-JOURNAL-VIREMENTS
           PERFORM 6000-JOURNAL-INDUS
              THRU END-6000-JOURNAL-INDUS
           PERFORM 7000-JOURNAL-RECUP-INDUS
              THRU END-7000-JOURNAL-RECUP-INDUS
           PERFORM 8000-JOURNAL-CHEQUES
              THRU END-8000-JOURNAL-CHEQUES
           PERFORM 8500-JOURNAL-RETOURS-VIR
              THRU END-8500-JOURNAL-RETOURS-VIR

           CLOSE JOURNAL-FILE.


      ******************************************************************
      *    [RD] Journal VIR : remboursements payes ce jour par         *
      *    virement (scsepavir). Debit adherents crediteurs (467000),  *
      *    credit banque (512000). Les reclamations payees par cheque  *
      *    (mode 'C', cf. scremchq) relevent du journal CHQ.           *
      ******************************************************************
       5000-JOURNAL-VIREMENTS.
           EXEC SQL
               FROM remboursement
               WHERE remboursement_paid_date = :SQL-CPT-DATE
               AND remboursement_status = 'V'
               AND COALESCE(remboursement_pay_mode, 'V') != 'C'
           END-EXEC.

           MOVE 'VIR' TO JRN-CODE.
       END-5000-JOURNAL-VIREMENTS.
           EXIT.

      ******************************************************************
      *    [RD] Journal IND : indus constates ce jour sur des          *
      *    remboursements deja payes (scindu). Debit debiteurs indus   *
      *    (467100), credit prestations (622000) en diminution de la   *
      *    charge.                                                     *
      ******************************************************************
       6000-JOURNAL-INDUS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(indu_amount), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM indu
               WHERE indu_date = :SQL-CPT-DATE
           END-EXEC.

           MOVE 'IND' TO JRN-CODE.
           MOVE 'Indus constates' TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY "IND constates    : " SQL-CPT-COUNT
               " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".
       END-6000-JOURNAL-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Journal IRC : indus recuperes ce jour, une paire       *
      *    d'ecritures par mode -- compensation sur les virements de   *
      *    scsepavir (le virement ne sort que le net, la banque est    *
      *    donc redebitee de la retenue) et remboursements recus       *
      *    saisis dans scindu. Debit banque (512000), credit           *
      *    debiteurs indus (467100). La compensation sur les cheques   *
      *    de scremchq (mode 'Q') n'a pas touche la banque : journal   *
      *    IRQ, debit adherents crediteurs (467000), credit debiteurs  *
      *    indus (467100).                                             *
      ******************************************************************
       7000-JOURNAL-RECUP-INDUS.
           MOVE 'IRC' TO WS-CPT-IRC-CODE.
           MOVE 'C' TO SQL-CPT-METHOD.
           MOVE 'Indus compenses sur virements' TO WS-CPT-IRC-LABEL.
           PERFORM 7100-RECUP-PAR-MODE THRU END-7100-RECUP-PAR-MODE.

           MOVE 'R' TO SQL-CPT-METHOD.
           MOVE 'Indus rembourses' TO WS-CPT-IRC-LABEL.
           PERFORM 7100-RECUP-PAR-MODE THRU END-7100-RECUP-PAR-MODE.

           MOVE 'IRQ' TO WS-CPT-IRC-CODE.
           MOVE 'Q' TO SQL-CPT-METHOD.
           MOVE 'Indus compenses sur cheques' TO WS-CPT-IRC-LABEL.
           PERFORM 7100-RECUP-PAR-MODE THRU END-7100-RECUP-PAR-MODE.
       END-7000-JOURNAL-RECUP-INDUS.
           EXIT.

      ******************************************************************
      *    [RD] Paire d'ecritures du mode de recuperation prepare      *
      *    dans SQL-CPT-METHOD, sous le code journal et le libelle     *
      *    WS-CPT-IRC-CODE / WS-CPT-IRC-LABEL.                         *
      ******************************************************************
       7100-RECUP-PAR-MODE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(recup_amount), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM indu_recup
               WHERE recup_date = :SQL-CPT-DATE
               AND recup_mode = :SQL-CPT-METHOD
           END-EXEC.

           MOVE WS-CPT-IRC-CODE TO JRN-CODE.
           MOVE WS-CPT-IRC-LABEL TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY WS-CPT-IRC-CODE " " SQL-CPT-METHOD "           : "
               SQL-CPT-COUNT " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".
       END-7100-RECUP-PAR-MODE.
           EXIT.

      ******************************************************************
      *    [RD] Journaux des cheques de remboursement (registre        *
      *    'cheque') : CHQ cheques emis ce jour, premiers envois       *
      *    (scremchq) comme remplacements (sccheque), debit adherents  *
      *    crediteurs (467000), credit cheques a payer (403000) ; CHA  *
      *    cheques annules ce jour, ecriture inverse ; CHE cheques     *
      *    encaisses ce jour au releve (scrappro), debit cheques a     *
      *    payer (403000), credit banque (512000).                     *
      ******************************************************************
       8000-JOURNAL-CHEQUES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(cheque_amount), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM cheque
               WHERE cheque_issue_date = :SQL-CPT-DATE
           END-EXEC.

           MOVE 'CHQ' TO JRN-CODE.
           MOVE 'Cheques de remboursement emis' TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY "CHQ emis         : " SQL-CPT-COUNT
               " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(cheque_amount), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM cheque
               WHERE cheque_cancel_date = :SQL-CPT-DATE
               AND cheque_status = 'A'
           END-EXEC.

           MOVE 'CHA' TO JRN-CODE.
           MOVE 'Cheques annules' TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY "CHA annules      : " SQL-CPT-COUNT
               " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(cheque_amount), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM cheque
               WHERE cheque_cashed_date = :SQL-CPT-DATE
               AND cheque_status = 'P'
           END-EXEC.

           MOVE 'CHE' TO JRN-CODE.
           MOVE 'Cheques encaisses' TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY "CHE encaisses    : " SQL-CPT-COUNT
               " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".
       END-8000-JOURNAL-CHEQUES.
           EXIT.

      ******************************************************************
      *    [RD] Journaux des virements retournes par la banque         *
      *    (scvirret) : RVI reclamations remises a payer ce jour, au   *
      *    brut, debit banque (512000), credit adherents crediteurs    *
      *    (467000) ; IRA indus compenses sur ces virements et         *
      *    rouverts ce jour (mode 'A'), debit debiteurs indus          *
      *    (467100), credit banque (512000). La banque est ainsi       *
      *    recreditee du seul net retourne.                            *
      ******************************************************************
       8500-JOURNAL-RETOURS-VIR.
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(remboursement_reimbursed), 0)
               INTO :SQL-CPT-COUNT, :SQL-CPT-TOTAL
               FROM remboursement
               WHERE remboursement_return_date = :SQL-CPT-DATE
           END-EXEC.

           MOVE 'RVI' TO JRN-CODE.
           MOVE 'Virements retournes' TO JRN-LABEL.
           PERFORM 9000-ECRIRE-JOURNAL THRU END-9000-ECRIRE-JOURNAL.

           MOVE SQL-CPT-TOTAL TO WS-CPT-AMOUNT-ED.
           DISPLAY "RVI retournes    : " SQL-CPT-COUNT
               " mouvement(s) " WS-CPT-AMOUNT-ED " EUR".

           MOVE 'IRA' TO WS-CPT-IRC-CODE.
           MOVE 'A' TO SQL-CPT-METHOD.
           MOVE 'Indus repris sur retours' TO WS-CPT-IRC-LABEL.
           PERFORM 7100-RECUP-PAR-MODE THRU END-7100-RECUP-PAR-MODE.
       END-8500-JOURNAL-RETOURS-VIR.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la paire d'ecritures equilibrees du journal      *
      *    prepare dans JRN-CODE/JRN-LABEL avec le total du jour dans  *
               WHEN 'PRL' MOVE '511000' TO JRN-ACCOUNT
               WHEN 'REM' MOVE '622000' TO JRN-ACCOUNT
               WHEN 'VIR' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'IND' MOVE '467100' TO JRN-ACCOUNT
               WHEN 'IRC' MOVE '512000' TO JRN-ACCOUNT
               WHEN 'IRQ' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'CHQ' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'CHA' MOVE '403000' TO JRN-ACCOUNT
               WHEN 'CHE' MOVE '403000' TO JRN-ACCOUNT
               WHEN 'RVI' MOVE '512000' TO JRN-ACCOUNT
               WHEN 'IRA' MOVE '467100' TO JRN-ACCOUNT
           END-EVALUATE.
           MOVE 'D' TO JRN-SENS.
           WRITE JOURNAL-RECORD.
               WHEN 'PRL' MOVE '411000' TO JRN-ACCOUNT
               WHEN 'REM' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'VIR' MOVE '512000' TO JRN-ACCOUNT
               WHEN 'IND' MOVE '622000' TO JRN-ACCOUNT
               WHEN 'IRC' MOVE '467100' TO JRN-ACCOUNT
               WHEN 'IRQ' MOVE '467100' TO JRN-ACCOUNT
               WHEN 'CHQ' MOVE '403000' TO JRN-ACCOUNT
               WHEN 'CHA' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'CHE' MOVE '512000' TO JRN-ACCOUNT
               WHEN 'RVI' MOVE '467000' TO JRN-ACCOUNT
               WHEN 'IRA' MOVE '512000' TO JRN-ACCOUNT
           END-EVALUATE.
           MOVE 'C' TO JRN-SENS.
           WRITE JOURNAL-RECORD.
