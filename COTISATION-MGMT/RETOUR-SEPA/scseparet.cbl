      ******************************************************************
      *    [RD] Le programme 'scseparet' est le traitement batch qui   *
      *    integre le fichier des rejets de prelevement renvoye par la *
      *    banque (R-transactions : compte clos, provision             *
      *    insuffisante, contestation...). Chaque ligne de rejet est   *
      *    rapprochee de la cotisation soumise ('S' par scsepagen) de  *
      *    l'adherent portant cet IBAN pour la periode indiquee ; la   *
      *    cotisation repasse au statut 'R' (rejetee, a recouvrer) et  *
      *    le motif de rejet de la banque est conserve sur la ligne.   *
      *    Un etat des rejets du jour est ecrit pour que l'equipe      *
      *    cotisations agisse le matin meme. Les rejets sont lus au    *
      *    format ISO 20022 (fichier RETOURSEPAXML, cf. scisolec) :    *
      *    compte rendu pain.002 de la remise (operations au statut    *
      *    RJCT) ou avis camt.054 des retours et contestations         *
      *    posterieurs au reglement. La periode et, a defaut de        *
      *    l'IBAN, l'adherent sont retrouves par la reference de bout  *
      *    en bout de scsepagen (COT periode NIR). Un rejet de tout le *
      *    message ou de tout un bloc de paiement est porte a l'etat   *
      *    pour traitement manuel. Pendant la bascule, le fichier au   *
      *    format fixe (RETOURSEPA) n'est lu qu'en l'absence de        *
      *    fichier XML. Un fichier XML illisible (ligne remplissant    *
      *    les 1000 caracteres lus ou evenements XML perdus, cf.       *
      *    iso-lecture.cpy) arrete le passage sans rien valider :      *
      *    aucune cotisation ne passe en rejet, l'etat des rejets le   *
      *    signale pour traitement manuel et le format fixe n'est pas  *
      *    lu a sa place.                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scseparet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    [RD] Fichier des rejets transmis par la banque, au
      *    format fixe (secours, lu sans fichier XML).
           SELECT OPTIONAL RETOUR-FILE ASSIGN TO "RETOURSEPA"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Rejets et retours ISO 20022 (pain.002, camt.054).
           SELECT OPTIONAL RETOUR-XML-FILE ASSIGN TO "RETOURSEPAXML"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Etat imprimable des rejets integres ce jour.
       DATA DIVISION.
       FILE SECTION.
       FD  RETOUR-FILE.
       01  RETOUR-FILE-RECORD     PIC X(80).

       FD  RETOUR-XML-FILE.
       01  RETOUR-XML-LINE        PIC X(1000).

       FD  REJET-FILE.
       01  REJET-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    [RD] Ligne de rejet en cours de rapprochement : lue au
      *    format fixe ou traduite d'une operation pain.002/camt.054.
       01  RETOUR-RECORD.
           05 RET-IBAN            PIC X(34).
           05 RET-PERIOD          PIC X(07).
           05 RET-REASON-CODE     PIC X(04).
           05 RET-REASON-LABEL    PIC X(35).

       01  WS-TODAY                  PIC X(08).
       01  WS-RET-DATE               PIC X(10).
       01  WS-RET-EOF                PIC X(01) VALUE 'N'.
       01  WS-RET-MATCHED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RET-UNMATCHED-COUNT    PIC 9(05) VALUE ZERO.

      *    [RD] Lecture du fichier XML (cf. scisolec) : zone
      *    d'echange, lignes lues, evenement en cours, operation en
      *    cours, statut du message ou du bloc en cours, operations
      *    acceptees ecartees et rejets globaux.
       COPY 'iso-lecture.cpy'.
       01  WS-RXM-EOF                PIC X(01) VALUE 'N'.
       01  WS-RXM-LINE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-RXM-EX                 PIC 9(03).
       01  WS-RXM-VALUE              PIC X(140).
       01  WS-RXM-IN-UNIT            PIC X(01).
       01  WS-RXM-OPERATION.
           05 WS-RXM-TX-STATUS       PIC X(04).
           05 WS-RXM-E2E-ID          PIC X(35).
           05 WS-RXM-IBAN            PIC X(34).
           05 WS-RXM-REASON-CODE     PIC X(04).
           05 WS-RXM-REASON-INFO     PIC X(35).
       01  WS-RXM-GLOBAL.
           05 WS-RXM-GLB-STATUS      PIC X(04).
           05 WS-RXM-GLB-ID          PIC X(35).
           05 WS-RXM-GLB-REASON      PIC X(04).
       01  WS-RXM-IGNORED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RXM-GLOBAL-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-RXM-UNREADABLE         PIC X(01) VALUE 'N'.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours, et cloture du passage dans la
      *    table 'batch_run', en erreur si le fichier XML est
      *    illisible.
       01  WS-BATCH-NAME          PIC X(12) VALUE 'scseparet'.
       01  WS-BATCH-FUNCTION      PIC X(01).
       01  WS-BATCH-COUNT         PIC 9(07).
       01  WS-BATCH-ALLOWED       PIC X(01).
       01  WS-BATCH-MESSAGE       PIC X(70).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  USERNAME PIC  X(05) VALUE 'cobol'.
       01  SQL-RET-IBAN            PIC X(34).
       01  SQL-RET-PERIOD          PIC X(07).
       01  SQL-RET-REASON          PIC X(40).
       01  SQL-RET-CODE-SECU       PIC 9(15).

       01  SQL-RET-COT-UUID        PIC X(36).
       01  SQL-RET-CUS-LASTNAME    PIC X(20).
      * rapproche chaque ligne de rejet de sa cotisation soumise puis
      * ferme les fichiers et affiche les compteurs du passage.
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
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RET-DATE.
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT REJET-FILE.

           MOVE SPACES TO REJET-LINE.
           MOVE SPACES TO REJET-LINE.
           WRITE REJET-LINE.

      *    [RD] Fichier XML d'abord ; le format fixe n'est lu que
      *    si aucun fichier XML n'a ete depose.
           OPEN INPUT RETOUR-XML-FILE.
           PERFORM 2000-LIRE-RETOUR-XML THRU END-2000-LIRE-RETOUR-XML.
           CLOSE RETOUR-XML-FILE.

      *    [RD] Fichier XML illisible : rien n'est valide, pas meme
      *    les rejets deja rapproches, et le format fixe n'est pas lu
      *    a sa place.
           IF WS-RXM-UNREADABLE = 'O'
               PERFORM 2900-FICHIER-ILLISIBLE
                  THRU END-2900-FICHIER-ILLISIBLE
               GOBACK
           END-IF.

           IF WS-RXM-LINE-COUNT = ZERO
               OPEN INPUT RETOUR-FILE
               PERFORM 1000-START-INTEGRATION
                  THRU END-1000-INTEGRATION
               CLOSE RETOUR-FILE
           END-IF.

           MOVE SPACES TO REJET-LINE.
           WRITE REJET-LINE.
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.

           CLOSE REJET-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY "Rejets integres           : " WS-RET-MATCHED-COUNT.
           DISPLAY "Retours non rapproches    : "
               WS-RET-UNMATCHED-COUNT.
           IF WS-RXM-LINE-COUNT > ZERO
               DISPLAY "Operations XML sans rejet : "
                   WS-RXM-IGNORED-COUNT
               DISPLAY "Rejets globaux            : "
                   WS-RXM-GLOBAL-COUNT
           END-IF.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-RET-MATCHED-COUNT TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.

           GOBACK.

      *    ligne de rejet jusqu'a la fin du fichier.                   *
      ******************************************************************
       1000-START-INTEGRATION.
           READ RETOUR-FILE INTO RETOUR-RECORD
               AT END MOVE 'O' TO WS-RET-EOF
           END-READ
           PERFORM UNTIL WS-RET-EOF = 'O'
               ADD 1 TO WS-RET-READ-COUNT
               PERFORM 1100-TRAITER-UN-REJET
                  THRU END-1100-TRAITER-UN-REJET
               READ RETOUR-FILE INTO RETOUR-RECORD
                   AT END MOVE 'O' TO WS-RET-EOF
               END-READ
           END-PERFORM.
           WRITE REJET-LINE.
       END-1100-TRAITER-UN-REJET.
           EXIT.

      ******************************************************************
      *    [RD] Lit le compte rendu XML de la banque ligne a ligne     *
      *    (cf. scisolec) et traite chaque evenement rendu pour la     *
      *    ligne. La lecture s'arrete des que le fichier s'avere       *
      *    illisible.                                                  *
      ******************************************************************
       2000-LIRE-RETOUR-XML.
           MOVE 'I' TO WS-ISL-FUNCTION.
           CALL 'scisolec' USING WS-ISL-ZONE.
           MOVE 'N' TO WS-RXM-IN-UNIT.

           READ RETOUR-XML-FILE
               AT END MOVE 'O' TO WS-RXM-EOF
           END-READ
           PERFORM UNTIL WS-RXM-EOF = 'O'
               PERFORM 2050-TRAITER-UNE-LIGNE
                  THRU END-2050-TRAITER-UNE-LIGNE
           END-PERFORM.
       END-2000-LIRE-RETOUR-XML.
           EXIT.

      ******************************************************************
      *    [RD] Decoupe une ligne du fichier et traite ses evenements, *
      *    puis lit la suivante. Une ligne qui remplit les 1000        *
      *    caracteres lus a pu etre tronquee, et des evenements perdus *
      *    feraient manquer des rejets ou deborder les valeurs d'une   *
      *    operation sur la suivante : dans les deux cas le fichier    *
      *    est marque illisible et la lecture s'arrete, avant tout     *
      *    traitement de la ligne.                                     *
      ******************************************************************
       2050-TRAITER-UNE-LIGNE.
           ADD 1 TO WS-RXM-LINE-COUNT.
           IF RETOUR-XML-LINE(1000:1) NOT = SPACE
               MOVE 'O' TO WS-RXM-UNREADABLE
               MOVE 'O' TO WS-RXM-EOF
               GO TO END-2050-TRAITER-UNE-LIGNE
           END-IF.

           MOVE RETOUR-XML-LINE TO WS-ISL-LINE.
           MOVE 'D' TO WS-ISL-FUNCTION.
           CALL 'scisolec' USING WS-ISL-ZONE.
           IF WS-ISL-LOST-COUNT > ZERO
               MOVE 'O' TO WS-RXM-UNREADABLE
               MOVE 'O' TO WS-RXM-EOF
               GO TO END-2050-TRAITER-UNE-LIGNE
           END-IF.

           PERFORM VARYING WS-RXM-EX FROM 1 BY 1
               UNTIL WS-RXM-EX > WS-ISL-EVENT-COUNT
               PERFORM 2100-TRAITER-EVENEMENT
                  THRU END-2100-TRAITER-EVENEMENT
           END-PERFORM.

           READ RETOUR-XML-FILE
               AT END MOVE 'O' TO WS-RXM-EOF
           END-READ.
       END-2050-TRAITER-UNE-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Aiguille un evenement du compte rendu. L'unite traitee *
      *    est l'operation : TxInfAndSts d'un pain.002, TxDtls d'un    *
      *    camt.054. Un rejet global du message (OrgnlGrpInfAndSts) ou *
      *    d'un bloc de paiement (OrgnlPmtInfAndSts) est signale a la  *
      *    fermeture de l'element.                                     *
      ******************************************************************
       2100-TRAITER-EVENEMENT.
           EVALUATE TRUE
               WHEN WS-ISL-EVT-TYPE(WS-RXM-EX) = 'O'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'TxInfAndSts'
                        OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'TxDtls')
                   MOVE SPACES TO WS-RXM-OPERATION
                   MOVE 'O' TO WS-RXM-IN-UNIT
               WHEN WS-ISL-EVT-TYPE(WS-RXM-EX) = 'F'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'TxInfAndSts'
                        OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'TxDtls')
                   MOVE 'N' TO WS-RXM-IN-UNIT
                   PERFORM 2300-TRAITER-OPERATION
                      THRU END-2300-TRAITER-OPERATION
               WHEN WS-ISL-EVT-TYPE(WS-RXM-EX) = 'O'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlGrpInfAndSts'
                     OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlPmtInfAndSts')
                   MOVE SPACES TO WS-RXM-GLOBAL
               WHEN WS-ISL-EVT-TYPE(WS-RXM-EX) = 'F'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlGrpInfAndSts'
                     OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlPmtInfAndSts')
                   AND WS-RXM-GLB-STATUS = 'RJCT'
                   PERFORM 2400-SIGNALER-REJET-GLOBAL
                      THRU END-2400-SIGNALER-REJET-GLOBAL
               WHEN WS-ISL-EVT-TYPE(WS-RXM-EX) = 'V'
                   PERFORM 2200-RETENIR-VALEUR
                      THRU END-2200-RETENIR-VALEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-2100-TRAITER-EVENEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Retient les valeurs utiles : statut de l'operation,    *
      *    reference de bout en bout d'origine (celle de scsepagen,    *
      *    'COT periode NIR'), IBAN du debiteur, code motif ISO et     *
      *    texte libre de la banque. Hors operation, statut, motif et  *
      *    identifiant du message ou du bloc rejete en bloc.           *
      ******************************************************************
       2200-RETENIR-VALEUR.
           MOVE WS-ISL-EVT-VALUE(WS-RXM-EX) TO WS-RXM-VALUE.
           EVALUATE TRUE
               WHEN WS-RXM-IN-UNIT = 'N'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'GrpSts'
                        OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'PmtInfSts')
                   MOVE WS-RXM-VALUE TO WS-RXM-GLB-STATUS
               WHEN WS-RXM-IN-UNIT = 'N'
                   AND (WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlMsgId'
                        OR WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlPmtInfId')
                   MOVE WS-RXM-VALUE TO WS-RXM-GLB-ID
               WHEN WS-RXM-IN-UNIT = 'N'
                   AND WS-ISL-EVT-TAG(WS-RXM-EX) = 'Cd'
                   AND WS-ISL-EVT-PARENT(WS-RXM-EX) = 'Rsn'
                   MOVE WS-RXM-VALUE TO WS-RXM-GLB-REASON
               WHEN WS-RXM-IN-UNIT = 'N'
                   CONTINUE
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'TxSts'
                   MOVE WS-RXM-VALUE TO WS-RXM-TX-STATUS
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'OrgnlEndToEndId'
                   MOVE WS-RXM-VALUE TO WS-RXM-E2E-ID
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'EndToEndId'
                   AND WS-ISL-EVT-PARENT(WS-RXM-EX) = 'Refs'
                   MOVE WS-RXM-VALUE TO WS-RXM-E2E-ID
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'IBAN'
                   AND WS-ISL-EVT-GRAND(WS-RXM-EX) = 'DbtrAcct'
                   MOVE WS-RXM-VALUE TO WS-RXM-IBAN
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'Cd'
                   AND WS-ISL-EVT-PARENT(WS-RXM-EX) = 'Rsn'
                   MOVE WS-RXM-VALUE TO WS-RXM-REASON-CODE
               WHEN WS-ISL-EVT-TAG(WS-RXM-EX) = 'AddtlInf'
                   AND WS-RXM-REASON-INFO = SPACES
                   MOVE WS-RXM-VALUE TO WS-RXM-REASON-INFO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END-2200-RETENIR-VALEUR.
           EXIT.

      ******************************************************************
      *    [RD] Traduit une operation rejetee ou retournee en ligne de *
      *    retour (IBAN, periode, motif -- meme zone que le fichier au *
      *    format fixe) et la rapproche comme une ligne lue a ce       *
      *    format (1100). Seules comptent les operations au statut     *
      *    RJCT (pain.002) ou portant un motif de retour (camt.054) ;  *
      *    les operations acceptees sont comptees a part. La periode   *
      *    est lue dans la reference d'origine ; si la banque ne rend  *
      *    pas l'IBAN du debiteur, il est retrouve par le NIR de la    *
      *    meme reference. Le libelle du motif est celui des codes ISO *
      *    les plus courants, a defaut le texte de la banque.          *
      ******************************************************************
       2300-TRAITER-OPERATION.
           IF WS-RXM-TX-STATUS NOT = SPACES
               AND WS-RXM-TX-STATUS NOT = 'RJCT'
               ADD 1 TO WS-RXM-IGNORED-COUNT
               GO TO END-2300-TRAITER-OPERATION
           END-IF.
           IF WS-RXM-TX-STATUS = SPACES
               AND WS-RXM-REASON-CODE = SPACES
               ADD 1 TO WS-RXM-IGNORED-COUNT
               GO TO END-2300-TRAITER-OPERATION
           END-IF.

           MOVE SPACES TO RETOUR-RECORD.
           MOVE WS-RXM-IBAN TO RET-IBAN.
           MOVE WS-RXM-REASON-CODE TO RET-REASON-CODE.
           IF WS-RXM-E2E-ID(1:4) = 'COT '
               MOVE WS-RXM-E2E-ID(5:7) TO RET-PERIOD
           END-IF.

           IF RET-IBAN = SPACES
               AND WS-RXM-E2E-ID(1:4) = 'COT '
               AND WS-RXM-E2E-ID(13:15) IS NUMERIC
               MOVE WS-RXM-E2E-ID(13:15) TO SQL-RET-CODE-SECU
               EXEC SQL
                   SELECT customer_code_iban INTO :SQL-RET-IBAN
                   FROM customer
                   WHERE customer_code_secu = :SQL-RET-CODE-SECU
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQL-RET-IBAN TO RET-IBAN
               END-IF
           END-IF.

           EVALUATE RET-REASON-CODE
               WHEN 'AC01'
                   MOVE 'IBAN ERRONE' TO RET-REASON-LABEL
               WHEN 'AC04'
                   MOVE 'COMPTE CLOS' TO RET-REASON-LABEL
               WHEN 'AC06'
                   MOVE 'COMPTE BLOQUE' TO RET-REASON-LABEL
               WHEN 'AG01'
                   MOVE 'OPERATION INTERDITE SUR LE COMPTE'
                       TO RET-REASON-LABEL
               WHEN 'AM04'
                   MOVE 'PROVISION INSUFFISANTE' TO RET-REASON-LABEL
               WHEN 'MD01'
                   MOVE 'PAS DE MANDAT' TO RET-REASON-LABEL
               WHEN 'MD06'
                   MOVE 'CONTESTATION DU DEBITEUR'
                       TO RET-REASON-LABEL
               WHEN 'MD07'
                   MOVE 'DEBITEUR DECEDE' TO RET-REASON-LABEL
               WHEN 'MS02'
                   MOVE 'REFUS DU DEBITEUR' TO RET-REASON-LABEL
               WHEN 'MS03'
                   MOVE 'MOTIF NON COMMUNIQUE' TO RET-REASON-LABEL
               WHEN OTHER
                   MOVE WS-RXM-REASON-INFO TO RET-REASON-LABEL
           END-EVALUATE.

           ADD 1 TO WS-RET-READ-COUNT.
           PERFORM 1100-TRAITER-UN-REJET
              THRU END-1100-TRAITER-UN-REJET.
       END-2300-TRAITER-OPERATION.
           EXIT.

      ******************************************************************
      *    [RD] Message ou bloc de paiement rejete en totalite par la  *
      *    banque : aucune cotisation n'est identifiable, elles        *
      *    restent soumises ('S') et le rejet est porte a l'etat pour  *
      *    traitement manuel (correction puis nouvelle remise).        *
      ******************************************************************
       2400-SIGNALER-REJET-GLOBAL.
           ADD 1 TO WS-RXM-GLOBAL-COUNT.
           MOVE SPACES TO REJET-LINE.
           STRING 'REJET GLOBAL DE LA BANQUE ' WS-RXM-GLB-ID
               ' motif ' WS-RXM-GLB-REASON
               ' - A TRAITER MANUELLEMENT'
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.
           MOVE SPACES TO WS-RXM-GLOBAL.
       END-2400-SIGNALER-REJET-GLOBAL.
           EXIT.

      ******************************************************************
      *    [RD] Fichier XML illisible : annule tout le passage (aucune *
      *    cotisation ne passe en rejet), reprend l'etat des rejets a  *
      *    vide avec son titre et la seule ligne demandant le          *
      *    traitement manuel du fichier, et cloture le passage en      *
      *    erreur (cf. scbatchctl).                                    *
      ******************************************************************
       2900-FICHIER-ILLISIBLE.
           EXEC SQL ROLLBACK WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           CLOSE REJET-FILE.
           OPEN OUTPUT REJET-FILE.
           MOVE SPACES TO REJET-LINE.
           STRING 'REJETS DE PRELEVEMENT SEPA DU ' WS-RET-DATE
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.
           MOVE SPACES TO REJET-LINE.
           WRITE REJET-LINE.
           MOVE SPACES TO REJET-LINE.
           STRING 'FICHIER ILLISIBLE - A TRAITER MANUELLEMENT'
               ' (RETOURSEPAXML, ligne ' WS-RXM-LINE-COUNT
               ') - aucun rejet integre'
               DELIMITED BY SIZE INTO REJET-LINE.
           WRITE REJET-LINE.
           CLOSE REJET-FILE.

           DISPLAY "Fichier XML illisible a la ligne "
               WS-RXM-LINE-COUNT.
           DISPLAY "Passage annule, fichier a traiter manuellement.".

           MOVE 'A' TO WS-BATCH-FUNCTION.
           MOVE ZERO TO WS-BATCH-COUNT.
           CALL 'scbatchctl' USING WS-BATCH-NAME,
               WS-BATCH-FUNCTION, WS-BATCH-COUNT,
               WS-BATCH-ALLOWED, WS-BATCH-MESSAGE.
       END-2900-FICHIER-ILLISIBLE.
           EXIT.
