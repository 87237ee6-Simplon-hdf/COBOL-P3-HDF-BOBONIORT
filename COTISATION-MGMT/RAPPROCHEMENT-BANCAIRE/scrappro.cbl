      ******************************************************************
      *    [RD] Le programme 'scrappro' est le traitement batch de     *
      *    rapprochement bancaire des cotisations : il lit le releve   *
      *    electronique des credits recus (virements et cheques remis) *
      *    et rattache chaque credit a un adherent, d'abord par la     *
      *    reference de paiement imprimee sur l'avis (COT periode      *
      *    NIR), puis par l'IBAN de l'emetteur. Le credit est porte au *
      *    compte adherent (table 'compte_adherent') : un paiement     *
      *    partiel reste en solde, un arrondi ou un trop-paye est      *
      *    reporte, et les cotisations ouvertes ('U' due ou 'S'        *
      *    soumise) sont soldees de la plus ancienne a la plus recente *
      *    tant que le solde les couvre -- encaissees exactement comme *
      *    le ferait la saisie ecran de sccotis (statut 'P', date de   *
      *    paiement, mode 'V'). Seuls les credits dont l'emetteur      *
      *    reste inconnu partent au fichier d'exceptions. Apres chaque *
      *    encaissement, les reclamations suspendues ('H') de          *
      *    l'adherent sont liberees s'il ne reste plus d'impaye        *
      *    au-dela du delai de grace (cf. scremb et sccotis). Le solde *
      *    restant est consomme par la prochaine generation de         *
      *    sccotiscalc avant tout nouveau prelevement, et s'affiche au *
      *    dossier 360 (scdossier). Le releve porte aussi les cheques  *
      *    de remboursement presentes (reference 'CHQ' + numero, cf.   *
      *    scremchq) : le cheque emis de meme numero et de meme        *
      *    montant passe encaisse au registre ('P', date               *
      *    d'encaissement et date de valeur) ; un cheque inconnu ou    *
      *    d'un autre montant part au fichier d'exceptions. Le releve  *
      *    est lu au format ISO 20022 camt.053 (fichier RELEVECAMT,    *
      *    cf. scisolec) : chaque ecriture comptabilisee au credit --  *
      *    ou chaque detail d'une ecriture groupee, comme la remise    *
      *    des prelevements de scsepagen dont la reference de bout en  *
      *    bout reprend celle de l'avis -- donne une ligne de credit,  *
      *    et chaque cheque de remboursement presente au debit une     *
      *    ligne 'CHQ'. Pendant la bascule, le releve au format fixe   *
      *    (RELEVEBANQUE) n'est lu qu'en l'absence de releve camt.053  *
      *    : un meme credit n'est jamais porte deux fois. Un credit    *
      *    sans IBAN d'emetteur n'est pas rattache par l'IBAN. Un      *
      *    releve camt.053 illisible (ligne remplissant les 1000       *
      *    caracteres lus ou evenements XML perdus, cf.                *
      *    iso-lecture.cpy) arrete le passage sans rien valider : le   *
      *    fichier d'exceptions le signale pour traitement manuel et   *
      *    le format fixe n'est pas lu a sa place.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scrappro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Releve bancaire electronique des credits recus, au
      *    format fixe (secours, lu sans releve camt.053).
           SELECT OPTIONAL RELEVE-FILE ASSIGN TO "RELEVEBANQUE"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Releve de compte ISO 20022 camt.053 de la banque.
           SELECT OPTIONAL RELEVE-XML-FILE ASSIGN TO "RELEVECAMT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Credits non rapproches, a traiter manuellement.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEVE-FILE.
       01  RELEVE-FILE-RECORD     PIC X(78).

       FD  RELEVE-XML-FILE.
       01  RELEVE-XML-LINE        PIC X(1000).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
      *    [RD] Ligne de credit en cours de rattachement : lue au
      *    releve au format fixe ou traduite d'une operation camt.053.
       01  RELEVE-RECORD.
           05 REL-IBAN            PIC X(34).
           05 REL-AMOUNT          PIC 9(05)V99.
           05 REL-VALUE-DATE      PIC X(10).
           05 REL-REFERENCE       PIC X(27).

       01  WS-RAP-EOF                PIC X(01) VALUE 'N'.
       01  WS-RAP-READ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-RAP-MATCHED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RAP-REF-CONTRAT        PIC X(10).
       01  WS-RAP-GROUPE-COUNT       PIC 9(05) VALUE ZERO.

      *    [RD] Cheque de remboursement presente : 'CHQ' + numero du
      *    registre des cheques (cf. scremchq).
       01  WS-RAP-REF-CHEQUE         PIC X(07).
       01  WS-RAP-CHEQUE-COUNT       PIC 9(05) VALUE ZERO.

      *    [RD] Lecture du releve camt.053 (cf. scisolec) : zone
      *    d'echange, lignes lues, evenement en cours, valeurs de
      *    l'ecriture (Ntry) et du detail d'operation (TxDtls) en
      *    cours, controle du montant, operations ecartees (debits
      *    autres que cheques, ecritures non comptabilisees ou
      *    extournees).
       COPY 'iso-lecture.cpy'.
       01  WS-CMT-EOF                PIC X(01) VALUE 'N'.
       01  WS-CMT-LINE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CMT-EX                 PIC 9(03).
       01  WS-CMT-VALUE              PIC X(140).
       01  WS-CMT-DETAIL-COUNT       PIC 9(05).
       01  WS-CMT-ENTRY.
           05 WS-CMT-NTRY-AMOUNT     PIC X(20).
           05 WS-CMT-NTRY-IND        PIC X(04).
           05 WS-CMT-NTRY-STATUS     PIC X(04).
           05 WS-CMT-NTRY-REVERSAL   PIC X(05).
           05 WS-CMT-VALUE-DATE      PIC X(10).
           05 WS-CMT-NTRY-INFO       PIC X(140).
       01  WS-CMT-DETAIL.
           05 WS-CMT-TX-AMOUNT       PIC X(20).
           05 WS-CMT-TX-IBAN         PIC X(34).
           05 WS-CMT-TX-REFERENCE    PIC X(140).
           05 WS-CMT-TX-E2E-ID       PIC X(35).
           05 WS-CMT-TX-CHEQUE       PIC X(35).
       01  WS-CMT-AMOUNT-TEXT        PIC X(20).
       01  WS-CMT-AMOUNT-CHECK       PIC X(20).
       01  WS-CMT-AMOUNT-NUM         PIC 9(07)V99.
       01  WS-CMT-CHEQUE-NUM         PIC 9(07).
       01  WS-CMT-ERROR              PIC X(20).
       01  WS-CMT-IGNORED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-CMT-UNREADABLE         PIC X(01) VALUE 'N'.

      *    [RD] Liberation des reclamations suspendues : meme delai
      *    de grace que le controle des droits dans scremb.
       01  WS-RAP-GRACE-DAYS         PIC 9(03) VALUE 30.
       01  WS-PER-ALLOWED            PIC X(01).
       01  WS-PER-MESSAGE            PIC X(70).

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run', en erreur si le releve est illisible.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scrappro'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-RAP-CONTRAT        PIC X(10).
       01  SQL-RAP-FAC-AMOUNT     PIC S9(7)V99 COMP-3.

      *    [RD] Cheque de remboursement presente au releve.
       01  SQL-RAP-CHEQUE-NUMBER  PIC 9(07).
       01  SQL-RAP-VALUE-DATE     PIC X(10).

      *    [RD] Impayes restants apres l'encaissement, pour la
      *    liberation des reclamations suspendues.
       01  SQL-ARREARS-CUTOFF      PIC X(10).
      * chaque credit d'une cotisation ouverte puis ferme les fichiers
      * et affiche les compteurs du passage.
      *---------------------------------------------------------------
           MOVE 'S' TO WS-BATCH-FUNCTION.
           MOVE ZERO TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME, WS-BATCH-FUNCTION,
               WS-BATCH-COUNT, WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
           IF WS-BATCH-ALLOWED NOT = 'O'
               DISPLAY "Lancement refuse : " WS-BATCH-MESSAGE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

      *    [RD] Date de paiement estampillee sur les cotisations
               WS-PER-ALLOWED, WS-PER-MESSAGE.
           IF WS-PER-ALLOWED NOT = 'O'
               DISPLAY "Lancement refuse : " WS-PER-MESSAGE
               MOVE 'E' TO WS-BATCH-FUNCTION
               CALL 'scbatchctl' USING WS-BATCH-NAME,
                   WS-BATCH-FUNCTION, WS-BATCH-COUNT,
                   WS-BATCH-ALLOWED, WS-BATCH-MESSAGE
               GOBACK
           END-IF.

               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT EXCEPTION-FILE.

      *    [RD] Releve camt.053 d'abord ; le format fixe n'est lu
      *    que si aucun releve XML n'a ete depose.
           OPEN INPUT RELEVE-XML-FILE.
           PERFORM 2000-LIRE-RELEVE-CAMT THRU END-2000-LIRE-RELEVE-CAMT.
           CLOSE RELEVE-XML-FILE.

      *    [RD] Releve camt.053 illisible : rien n'est valide, pas
      *    meme les credits deja rattaches, et le format fixe n'est
      *    pas lu a sa place.
           IF WS-CMT-UNREADABLE = 'O'
               PERFORM 2900-RELEVE-ILLISIBLE
                  THRU END-2900-RELEVE-ILLISIBLE
               GOBACK
           END-IF.

           IF WS-CMT-LINE-COUNT = ZERO
               OPEN INPUT RELEVE-FILE
               PERFORM 1000-START-RAPPROCHEMENT
                  THRU END-1000-RAPPROCHEMENT
               CLOSE RELEVE-FILE
               DISPLAY "Releve lu                 : format fixe"
           ELSE
               DISPLAY "Releve lu                 : camt.053"
           END-IF.

           CLOSE EXCEPTION-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY "Credits portes au compte  : " WS-RAP-MATCHED-COUNT.
           DISPLAY "Cotisations soldees       : " WS-RAP-SETTLED-COUNT.
           DISPLAY "Factures employeur reglees: " WS-RAP-GROUPE-COUNT.
           DISPLAY "Cheques encaisses         : " WS-RAP-CHEQUE-COUNT.
           DISPLAY "Credits non rapproches    : "
               WS-RAP-EXCEPTION-COUNT.
           DISPLAY "Operations camt ecartees  : "
               WS-CMT-IGNORED-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-RAP-MATCHED-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      *    credit jusqu'a la fin du fichier.                           *
      ******************************************************************
       1000-START-RAPPROCHEMENT.
           READ RELEVE-FILE INTO RELEVE-RECORD
               AT END MOVE 'O' TO WS-RAP-EOF
           END-READ
           PERFORM UNTIL WS-RAP-EOF = 'O'
               ADD 1 TO WS-RAP-READ-COUNT
               PERFORM 1100-TRAITER-UN-CREDIT
                  THRU END-1100-TRAITER-UN-CREDIT
               READ RELEVE-FILE INTO RELEVE-RECORD
                   AT END MOVE 'O' TO WS-RAP-EOF
               END-READ
           END-PERFORM.
           MOVE REL-REFERENCE(5:7)  TO WS-RAP-REF-PERIOD.
           MOVE REL-REFERENCE(13:15) TO WS-RAP-REF-SECU.

      *    [RD] Cheque de remboursement presente : ce n'est pas un
      *    credit adherent, il est constate au registre des cheques.
           IF WS-RAP-REF-TAG = 'CHQ'
               PERFORM 1600-ENCAISSER-CHEQUE
                  THRU END-1600-ENCAISSER-CHEQUE
               GO TO END-1100-TRAITER-UN-CREDIT
           END-IF.

           IF WS-RAP-REF-TAG = 'COT'
               AND WS-RAP-REF-SECU IS NUMERIC
               PERFORM 1200-MATCH-PAR-REFERENCE
           END-IF.

           IF WS-RAP-MATCH-FOUND = 'N'
               AND REL-IBAN NOT = SPACES
               PERFORM 1300-MATCH-PAR-IBAN
                  THRU END-1300-MATCH-PAR-IBAN
           END-IF.
               GO TO END-1500-LIBERER-RECLAMATIONS
           END-IF.

      *    [RD] La date de liberation borne le temps passe en 'H'
      *    (cf. scdelais).
           EXEC SQL
               UPDATE remboursement SET remboursement_status = 'P',
                   remboursement_release_date = :SQL-RAP-PAID-DATE
               WHERE uuid_customer = :SQL-RAP-CUS-UUID
               AND remboursement_status = 'H'
           END-EXEC.
       END-1500-LIBERER-RECLAMATIONS.
           EXIT.

      ******************************************************************
      *    [RD] Cheque de remboursement presente : le cheque emis      *
      *    ('E') de meme numero et de meme montant passe encaisse      *
      *    ('P') avec la date du passage (cle du journal CHE de        *
      *    sccompta) et la date de valeur du releve. Un numero         *
      *    inconnu, un cheque deja encaisse ou annule, ou un montant   *
      *    different part en exception.                                *
      ******************************************************************
       1600-ENCAISSER-CHEQUE.
           MOVE REL-REFERENCE(5:7) TO WS-RAP-REF-CHEQUE.

           IF WS-RAP-REF-CHEQUE IS NOT NUMERIC
               GO TO 1650-CHEQUE-EXCEPTION
           END-IF.

           MOVE WS-RAP-REF-CHEQUE TO SQL-RAP-CHEQUE-NUMBER.
           MOVE REL-VALUE-DATE    TO SQL-RAP-VALUE-DATE.

           EXEC SQL
               UPDATE cheque SET
                   cheque_status = 'P',
                   cheque_cashed_date = :SQL-RAP-PAID-DATE,
                   cheque_value_date = :SQL-RAP-VALUE-DATE
               WHERE cheque_number = :SQL-RAP-CHEQUE-NUMBER
               AND cheque_status = 'E'
               AND cheque_amount = :SQL-RAP-AMOUNT
           END-EXEC.

           IF SQLCODE = ZERO
               ADD 1 TO WS-RAP-CHEQUE-COUNT
               GO TO END-1600-ENCAISSER-CHEQUE
           END-IF.

       1650-CHEQUE-EXCEPTION.
           ADD 1 TO WS-RAP-EXCEPTION-COUNT.
           MOVE REL-AMOUNT TO WS-RAP-AMOUNT-ED.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'CHEQUE NON RAPPROCHE ' REL-IBAN ' '
               WS-RAP-AMOUNT-ED ' EUR le ' REL-VALUE-DATE
               ' ref ' REL-REFERENCE
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       END-1600-ENCAISSER-CHEQUE.
           EXIT.

      ******************************************************************
      *    [RD] Lit le releve camt.053 ligne a ligne (cf. scisolec) et *
      *    traite chaque evenement XML rendu pour la ligne. La lecture *
      *    s'arrete des que le releve s'avere illisible.               *
      ******************************************************************
       2000-LIRE-RELEVE-CAMT.
           MOVE 'I' TO WS-ISL-FUNCTION.
           CALL 'scisolec' USING WS-ISL-ZONE.

           READ RELEVE-XML-FILE
               AT END MOVE 'O' TO WS-CMT-EOF
           END-READ
           PERFORM UNTIL WS-CMT-EOF = 'O'
               PERFORM 2050-TRAITER-UNE-LIGNE
                  THRU END-2050-TRAITER-UNE-LIGNE
           END-PERFORM.
       END-2000-LIRE-RELEVE-CAMT.
           EXIT.

      ******************************************************************
      *    [RD] Decoupe une ligne du releve et traite ses evenements,  *
      *    puis lit la suivante. Une ligne qui remplit les 1000        *
      *    caracteres lus a pu etre tronquee, et des evenements perdus *
      *    laisseraient les valeurs d'une ecriture deborder sur la     *
      *    suivante : dans les deux cas le releve est marque illisible *
      *    et la lecture s'arrete, avant tout traitement de la ligne.  *
      ******************************************************************
       2050-TRAITER-UNE-LIGNE.
           ADD 1 TO WS-CMT-LINE-COUNT.
           IF RELEVE-XML-LINE(1000:1) NOT = SPACE
               MOVE 'O' TO WS-CMT-UNREADABLE
               MOVE 'O' TO WS-CMT-EOF
               GO TO END-2050-TRAITER-UNE-LIGNE
           END-IF.

           MOVE RELEVE-XML-LINE TO WS-ISL-LINE.
           MOVE 'D' TO WS-ISL-FUNCTION.
           CALL 'scisolec' USING WS-ISL-ZONE.
           IF WS-ISL-LOST-COUNT > ZERO
               MOVE 'O' TO WS-CMT-UNREADABLE
               MOVE 'O' TO WS-CMT-EOF
               GO TO END-2050-TRAITER-UNE-LIGNE
           END-IF.

           PERFORM VARYING WS-CMT-EX FROM 1 BY 1
               UNTIL WS-CMT-EX > WS-ISL-EVENT-COUNT
               PERFORM 2100-TRAITER-EVENEMENT
                  THRU END-2100-TRAITER-EVENEMENT
           END-PERFORM.

           READ RELEVE-XML-FILE
               AT END MOVE 'O' TO WS-CMT-EOF
           END-READ.
       END-2050-TRAITER-UNE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Aiguille un evenement du releve : ouverture d'une      *
      *    ecriture (Ntry) ou d'un detail d'operation (TxDtls), valeur *
      *    a retenir, fin de detail ou d'ecriture. Une ecriture        *
      *    groupee (remise de prelevements, lot de virements) est      *
      *    traitee detail par detail ; une ecriture sans detail est    *
      *    traitee pour elle-meme.                                     *
      ******************************************************************
       2100-TRAITER-EVENEMENT.
           EVALUATE TRUE
               WHEN WS-ISL-EVT-TYPE(WS-CMT-EX) = 'O'
                   AND WS-ISL-EVT-TAG(WS-CMT-EX) = 'Ntry'
                   MOVE SPACES TO WS-CMT-ENTRY
                   MOVE SPACES TO WS-CMT-DETAIL
                   MOVE ZERO TO WS-CMT-DETAIL-COUNT
               WHEN WS-ISL-EVT-TYPE(WS-CMT-EX) = 'O'
                   AND WS-ISL-EVT-TAG(WS-CMT-EX) = 'TxDtls'
                   MOVE SPACES TO WS-CMT-DETAIL
               WHEN WS-ISL-EVT-TYPE(WS-CMT-EX) = 'F'
                   AND WS-ISL-EVT-TAG(WS-CMT-EX) = 'TxDtls'
                   ADD 1 TO WS-CMT-DETAIL-COUNT
                   PERFORM 2300-TRAITER-OPERATION
                      THRU END-2300-TRAITER-OPERATION
               WHEN WS-ISL-EVT-TYPE(WS-CMT-EX) = 'F'
                   AND WS-ISL-EVT-TAG(WS-CMT-EX) = 'Ntry'
                   AND WS-CMT-DETAIL-COUNT = ZERO
                   PERFORM 2300-TRAITER-OPERATION
                      THRU END-2300-TRAITER-OPERATION
               WHEN WS-ISL-EVT-TYPE(WS-CMT-EX) = 'V'
                   PERFORM 2200-RETENIR-VALEUR
                      THRU END-2200-RETENIR-VALEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-2100-TRAITER-EVENEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Retient les valeurs utiles de l'ecriture (montant,     *
      *    sens, statut, extourne, date de valeur, information         *
      *    complementaire) et du detail (montant, IBAN du debiteur,    *
      *    libelle ou reference structuree, reference de bout en bout, *
      *    numero de cheque). Le premier libelle rencontre fait foi.   *
      ******************************************************************
       2200-RETENIR-VALEUR.
           MOVE WS-ISL-EVT-VALUE(WS-CMT-EX) TO WS-CMT-VALUE.
           EVALUATE TRUE
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Amt'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-AMOUNT
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Amt'
                   AND (WS-ISL-EVT-PARENT(WS-CMT-EX) = 'TxDtls'
                        OR WS-ISL-EVT-PARENT(WS-CMT-EX) = 'TxAmt')
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-AMOUNT
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'CdtDbtInd'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-IND
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Sts'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-STATUS
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Cd'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Sts'
                   AND WS-ISL-EVT-GRAND(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-STATUS
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'RvslInd'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-REVERSAL
               WHEN (WS-ISL-EVT-TAG(WS-CMT-EX) = 'Dt'
                     OR WS-ISL-EVT-TAG(WS-CMT-EX) = 'DtTm')
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'ValDt'
                   MOVE WS-CMT-VALUE(1:10) TO WS-CMT-VALUE-DATE
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'AddtlNtryInf'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Ntry'
                   MOVE WS-CMT-VALUE TO WS-CMT-NTRY-INFO
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'IBAN'
                   AND WS-ISL-EVT-GRAND(WS-CMT-EX) = 'DbtrAcct'
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-IBAN
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Ustrd'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'RmtInf'
                   AND WS-CMT-TX-REFERENCE = SPACES
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-REFERENCE
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'Ref'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'CdtrRefInf'
                   AND WS-CMT-TX-REFERENCE = SPACES
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-REFERENCE
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'EndToEndId'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Refs'
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-E2E-ID
               WHEN WS-ISL-EVT-TAG(WS-CMT-EX) = 'ChqNb'
                   AND WS-ISL-EVT-PARENT(WS-CMT-EX) = 'Refs'
                   MOVE WS-CMT-VALUE TO WS-CMT-TX-CHEQUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-2200-RETENIR-VALEUR.
           EXIT.

      ******************************************************************
      *    [RD] Traduit une operation du releve en ligne de credit     *
      *    (IBAN, montant, date de valeur, reference -- meme zone que  *
      *    le releve au format fixe) et la rattache comme une ligne    *
      *    lue a ce format (1100). Seules les ecritures comptabilisees *
      *    (BOOK) et non extournees sont retenues : les credits, et    *
      *    parmi les debits les seuls cheques de remboursement         *
      *    presentes, dont le numero donne la reference 'CHQ' +        *
      *    numero. Les autres debits sont comptes a part sans etre     *
      *    traites. La reference est le libelle de l'operation, a      *
      *    defaut sa reference de bout en bout, a defaut l'information *
      *    de l'ecriture ; un montant illisible ou hors format part au *
      *    fichier d'exceptions.                                       *
      ******************************************************************
       2300-TRAITER-OPERATION.
           IF (WS-CMT-NTRY-STATUS NOT = SPACES
                   AND WS-CMT-NTRY-STATUS NOT = 'BOOK')
               OR WS-CMT-NTRY-REVERSAL = 'true'
               ADD 1 TO WS-CMT-IGNORED-COUNT
               GO TO END-2300-TRAITER-OPERATION
           END-IF.

           IF WS-CMT-NTRY-IND = 'DBIT' AND WS-CMT-TX-CHEQUE = SPACES
               ADD 1 TO WS-CMT-IGNORED-COUNT
               GO TO END-2300-TRAITER-OPERATION
           END-IF.

           IF WS-CMT-NTRY-IND NOT = 'DBIT'
               AND WS-CMT-NTRY-IND NOT = 'CRDT'
               ADD 1 TO WS-CMT-IGNORED-COUNT
               GO TO END-2300-TRAITER-OPERATION
           END-IF.

           MOVE SPACES TO RELEVE-RECORD.
           MOVE WS-CMT-TX-IBAN    TO REL-IBAN.
           MOVE WS-CMT-VALUE-DATE TO REL-VALUE-DATE.

           IF WS-CMT-TX-AMOUNT NOT = SPACES
               MOVE WS-CMT-TX-AMOUNT TO WS-CMT-AMOUNT-CHECK
           ELSE
               MOVE WS-CMT-NTRY-AMOUNT TO WS-CMT-AMOUNT-CHECK
           END-IF.
           MOVE WS-CMT-AMOUNT-CHECK TO WS-CMT-AMOUNT-TEXT.
           INSPECT WS-CMT-AMOUNT-CHECK
               CONVERTING '0123456789.' TO SPACES.
           IF WS-CMT-AMOUNT-TEXT = SPACES
               OR WS-CMT-AMOUNT-CHECK NOT = SPACES
               MOVE 'MONTANT ILLISIBLE' TO WS-CMT-ERROR
               GO TO 2350-OPERATION-EXCEPTION
           END-IF.
           COMPUTE WS-CMT-AMOUNT-NUM =
               FUNCTION NUMVAL(WS-CMT-AMOUNT-TEXT).
           IF WS-CMT-AMOUNT-NUM > 99999.99
               MOVE 'MONTANT HORS FORMAT' TO WS-CMT-ERROR
               GO TO 2350-OPERATION-EXCEPTION
           END-IF.
           MOVE WS-CMT-AMOUNT-NUM TO REL-AMOUNT.

           IF WS-CMT-NTRY-IND = 'DBIT'
               MOVE WS-CMT-TX-CHEQUE TO WS-CMT-AMOUNT-CHECK
               INSPECT WS-CMT-AMOUNT-CHECK
                   CONVERTING '0123456789' TO SPACES
               IF WS-CMT-AMOUNT-CHECK = SPACES
                   COMPUTE WS-CMT-CHEQUE-NUM =
                       FUNCTION NUMVAL(WS-CMT-TX-CHEQUE)
                   STRING 'CHQ ' WS-CMT-CHEQUE-NUM
                       DELIMITED BY SIZE INTO REL-REFERENCE
               ELSE
                   STRING 'CHQ ' WS-CMT-TX-CHEQUE
                       DELIMITED BY SIZE INTO REL-REFERENCE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CMT-TX-REFERENCE NOT = SPACES
                       MOVE WS-CMT-TX-REFERENCE TO REL-REFERENCE
                   WHEN WS-CMT-TX-E2E-ID NOT = SPACES
                       AND WS-CMT-TX-E2E-ID NOT = 'NOTPROVIDED'
                       MOVE WS-CMT-TX-E2E-ID TO REL-REFERENCE
                   WHEN OTHER
                       MOVE WS-CMT-NTRY-INFO TO REL-REFERENCE
               END-EVALUATE
           END-IF.

           ADD 1 TO WS-RAP-READ-COUNT.
           PERFORM 1100-TRAITER-UN-CREDIT
              THRU END-1100-TRAITER-UN-CREDIT.
           GO TO END-2300-TRAITER-OPERATION.

       2350-OPERATION-EXCEPTION.
           ADD 1 TO WS-RAP-READ-COUNT.
           ADD 1 TO WS-RAP-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'CAMT ' WS-CMT-ERROR ' ' WS-CMT-NTRY-IND ' '
               WS-CMT-TX-IBAN ' ' WS-CMT-AMOUNT-TEXT ' le '
               WS-CMT-VALUE-DATE ' ref ' WS-CMT-TX-REFERENCE
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       END-2300-TRAITER-OPERATION.
           EXIT.

      ******************************************************************
      *    [RD] Releve camt.053 illisible : annule tout le passage     *
      *    (aucun credit porte, aucune cotisation soldee, aucun cheque *
      *    encaisse), reprend le fichier d'exceptions a vide avec la   *
      *    seule ligne demandant le traitement manuel du releve, et    *
      *    cloture le passage en erreur (cf. scbatchctl).              *
      ******************************************************************
       2900-RELEVE-ILLISIBLE.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           CLOSE EXCEPTION-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'RELEVE CAMT.053 ILLISIBLE A LA LIGNE '
               WS-CMT-LINE-COUNT
               ' - A TRAITER MANUELLEMENT, AUCUN CREDIT PORTE'
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.

           DISPLAY "Releve camt.053 illisible a la ligne "
               WS-CMT-LINE-COUNT.
           DISPLAY "Passage annule, releve a traiter manuellement.".

           MOVE 'A' TO WS-BATCH-FUNCTION.
           MOVE ZERO TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
       END-2900-RELEVE-ILLISIBLE.
           EXIT.
