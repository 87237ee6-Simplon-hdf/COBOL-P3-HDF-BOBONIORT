      *    chaque ligne du lot porte la RUM du mandat et le type de    *
      *    sequence FRST (premiere utilisation du mandat) ou RCUR      *
      *    (recurrent) ; les cotisations dues sans mandat actif sont   *
      *    laissees en 'U' et comptees a part. Un mandat sans date de  *
      *    signature, mention obligatoire du pain.008, est traite de   *
      *    meme : la cotisation reste en 'U' jusqu'a la correction du  *
      *    mandat. Un prelevement jamais pre-notifie au debiteur (cf.  *
      *    scprenotif, notification de type 'P') est refuse du lot et  *
      *    laisse en 'U' : la regle SEPA du preavis de quatorze jours  *
      *    est ainsi opposable.                                        *
      *    Dates bancaires (cf. scjourouv, calendrier TARGET2) : le    *
      *    lot est remis a la banque le jour ouvre du passage, ou le   *
      *    jour ouvre suivant si le passage tourne un week-end ou un   *
      *    jour ferie. Chaque operation porte sa date d'echeance :     *
      *    celle annoncee par la pre-notification                      *
      *    (cotisation_debit_date), a defaut le jour ouvre suivant la  *
      *    remise. Une echeance dont la veille ouvree precede la       *
      *    remise (limite D-1 des sequences FRST et RCUR) est reportee *
      *    au premier jour ouvre qui la respecte et comptee a part.    *
      *    L'echeance retenue est gardee sur la cotisation. Dans le    *
      *    fichier SEPACOTIS, dont les lignes d'operation gardent leur *
      *    format de 160 caracteres, l'entete du lot porte l'echeance  *
      *    standard (jour ouvre suivant la remise) ; l'echeance propre *
      *    a chaque operation figure dans le pain.008. Le lot est      *
      *    aussi ecrit au format ISO 20022 pain.008.001.02 (fichier    *
      *    SEPACOTISXML, coordonnees du creancier dans                 *
      *    iso-emetteur.cpy), seul format lu par la banque depuis      *
      *    l'arret de son service de conversion ; le fichier SEPACOTIS *
      *    reste ecrit en secours pendant la bascule. Les operations y *
      *    sont regroupees en un bloc de paiement (PmtInf) par type de *
      *    sequence (FRST, RCUR) et date d'echeance, avec nombre       *
      *    d'operations et somme de controle sur l'entete du message   *
      *    et sur chaque bloc. La reference de bout en bout            *
      *    (EndToEndId), reprise en libelle, est celle de l'avis       *
      *    d'echeance (COT periode NIR) : les rejets pain.002 (cf.     *
      *    scseparet) et les encaissements du releve camt.053 (cf.     *
      *    scrappro) se rapprochent ainsi sans ambiguite. Au-dela de   *
      *    cinquante blocs dans un meme lot, les cotisations en        *
      *    surnombre restent en 'U' pour le passage suivant. Un lot    *
      *    sans operation laisse le fichier XML vide.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scsepagen.
           SELECT SEPA-FILE ASSIGN TO "SEPACOTIS"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Meme lot au format ISO 20022 pain.008.001.02.
           SELECT SEPA-XML-FILE ASSIGN TO "SEPACOTISXML"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    [RD] Fichier de travail : operations XML du lot, rangees
      *    par bloc de paiement, relues a l'ecriture du pain.008.
           SELECT SEPA-TRV-FILE ASSIGN TO "SEPACOTISTRV"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEPA-FILE.
       01  SEPA-LINE                 PIC X(160).

       FD  SEPA-XML-FILE.
       01  SEPA-XML-LINE             PIC X(200).

       FD  SEPA-TRV-FILE.
       01  SEPA-TRV-RECORD.
           05 SEPA-TRV-GROUP         PIC 9(03).
           05 SEPA-TRV-TEXT          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-TODAY                  PIC X(08).
       01  WS-SEPA-CREATION-DATE     PIC X(10).
       01  WS-SEPA-INCLUDED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-SEPA-SKIPPED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-SEPA-NOPRENOTIF-COUNT  PIC 9(05) VALUE ZERO.
       01  WS-SEPA-NOSIGN-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-SEPA-SEQUENCE-TYPE     PIC X(04).
       01  WS-SEPA-POSTPONED-COUNT   PIC 9(05) VALUE ZERO.

      *    [RD] Dates bancaires du lot : jour ouvre de remise a la
      *    banque, echeance standard (jour ouvre suivant la remise,
      *    portee sur l'entete du lot), echeance demandee pour la
      *    ligne en cours et sa veille ouvree (limite de remise D-1).
       01  WS-SEPA-REMISE-DATE       PIC X(10).
       01  WS-SEPA-ECHEANCE-DATE     PIC X(10).
       01  WS-SEPA-COLLECT-DATE      PIC X(10).
       01  WS-SEPA-CUTOFF-DATE       PIC X(10).

      *    [RD] Zone d'echange avec 'scjourouv' (calendrier bancaire,
      *    cf. scferie).
       COPY 'jour-ouvre.cpy'.

      *    [RD] Fichier pain.008 : coordonnees du creancier,
      *    identifiant et horodatage du message, ligne XML en cours
      *    (element, attribut, valeur, niveau d'indentation) et
      *    destination de la ligne ('X' fichier XML, 'T' fichier de
      *    travail des operations).
       COPY 'iso-emetteur.cpy'.
       01  WS-SXM-NOW                PIC X(21).
       01  WS-SXM-MSG-ID             PIC X(35).
       01  WS-SXM-CRE-DT-TM          PIC X(19).
       01  WS-SXM-TARGET             PIC X(01).
       01  WS-SXM-LEVEL              PIC 9(02).
       01  WS-SXM-PTR                PIC 9(03).
       01  WS-SXM-LINE               PIC X(200).
       01  WS-SXM-TAG                PIC X(35).
       01  WS-SXM-ATTR               PIC X(60).
       01  WS-SXM-VALUE              PIC X(140).
       01  WS-SXM-AMOUNT-ED          PIC Z(6)9.99.
       01  WS-SXM-COUNT-ED           PIC Z(4)9.
       01  WS-SXM-SEQ-ED             PIC 9(03).
       01  WS-SXM-E2E-ID             PIC X(35).
       01  WS-SXM-TRV-EOF            PIC X(01).

      *    [RD] Blocs de paiement du lot : un par type de sequence
      *    et date d'echeance, avec nombre d'operations et somme de
      *    controle ; cinquante au plus.
       01  WS-SXM-GROUP-MAX          PIC 9(03) VALUE 50.
       01  WS-SXM-GROUP-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-SXM-GROUP-CUR          PIC 9(03).
       01  WS-SXM-GX                 PIC 9(03).
       01  WS-SXM-GROUPS.
           05 WS-SXM-GROUP           OCCURS 50 TIMES.
               10 WS-SXM-GRP-SEQ-TYPE PIC X(04).
               10 WS-SXM-GRP-DATE    PIC X(10).
               10 WS-SXM-GRP-COUNT   PIC 9(05).
               10 WS-SXM-GRP-AMOUNT  PIC 9(07)V99.
       01  WS-SEPA-NOGROUP-COUNT     PIC 9(05) VALUE ZERO.

      *    [RD] Pilotage du batch (cf. scbatchctl) : refus de
      *    demarrage si deja en cours ou prealable non termine, et
       01  SQL-SEPA-MAND-FIRST-USE PIC X(01).
       01  SQL-SEPA-NOMANDAT-COUNT PIC 9(05).
       01  SQL-SEPA-SUBMIT-DATE    PIC X(10).
       01  SQL-SEPA-DEBIT-DATE     PIC X(10).
       01  SQL-SEPA-CUS-CODE-SECU  PIC 9(15).
       01  SQL-SEPA-MAND-SIGN-DATE PIC X(10).

      *    [RD] Trace de pre-notification du debiteur (cf.
      *    scprenotif) pour la periode en cours de prelevement.
               DELIMITED BY SIZE INTO WS-SEPA-CREATION-DATE.
           MOVE WS-SEPA-CREATION-DATE TO SQL-SEPA-SUBMIT-DATE.

           MOVE 'L' TO WS-JOV-FUNCTION.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE 'S' TO WS-JOV-FUNCTION.
           MOVE WS-SEPA-CREATION-DATE TO WS-JOV-DATE-IN.
           MOVE ZERO TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-SEPA-REMISE-DATE.
           MOVE WS-SEPA-REMISE-DATE TO WS-JOV-DATE-IN.
           MOVE 1 TO WS-JOV-DAYS.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-SEPA-ECHEANCE-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-SXM-NOW.
           MOVE SPACES TO WS-SXM-MSG-ID.
           STRING FUNCTION TRIM(WS-EMT-MSG-PREFIX) '-PRL-'
               WS-SXM-NOW(1:14)
               DELIMITED BY SIZE INTO WS-SXM-MSG-ID.
           STRING WS-SXM-NOW(1:4) '-' WS-SXM-NOW(5:2) '-'
               WS-SXM-NOW(7:2) 'T' WS-SXM-NOW(9:2) ':'
               WS-SXM-NOW(11:2) ':' WS-SXM-NOW(13:2)
               DELIMITED BY SIZE INTO WS-SXM-CRE-DT-TM.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT SEPA-FILE.
           OPEN OUTPUT SEPA-TRV-FILE.

           MOVE SPACES TO SEPA-LINE.
           STRING 'ENTETE LOT SEPA - ' WS-SEPA-CREATION-DATE
               ' - REMISE ' WS-SEPA-REMISE-DATE
               ' - ECHEANCE ' WS-SEPA-ECHEANCE-DATE
               DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.

           WRITE SEPA-LINE.

           CLOSE SEPA-FILE.
           CLOSE SEPA-TRV-FILE.

           PERFORM 5000-ECRIRE-PAIN008 THRU END-5000-ECRIRE-PAIN008.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               SQL-SEPA-NOMANDAT-COUNT.
           DISPLAY "Refusees sans pre-notification    : "
               WS-SEPA-NOPRENOTIF-COUNT.
           DISPLAY "Mandats sans date de signature    : "
               WS-SEPA-NOSIGN-COUNT.
           DISPLAY "Echeances reportees (limite D-1)  : "
               WS-SEPA-POSTPONED-COUNT.
           DISPLAY "Blocs de paiement pain.008        : "
               WS-SXM-GROUP-COUNT.
           DISPLAY "Laissees en 'U' (blocs complets)  : "
               WS-SEPA-NOGROUP-COUNT.

           MOVE 'E' TO WS-BATCH-FUNCTION.
           MOVE WS-SEPA-INCLUDED-COUNT TO WS-BATCH-COUNT.
               SELECT cotisation.uuid_customer, cotisation_amount,
                   cotisation_period, customer_code_iban,
                   customer_lastname, customer_firstname,
                   mandat_rum, COALESCE(cotisation_debit_date, ' '),
                   customer_code_secu, COALESCE(mandat_sign_date, ' ')
               FROM cotisation, customer, mandat
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND mandat.uuid_customer = customer.uuid_customer
               INTO :SQL-SEPA-COT-UUID, :SQL-SEPA-COT-AMOUNT,
                   :SQL-SEPA-COT-PERIOD, :SQL-SEPA-CUS-IBAN,
                   :SQL-SEPA-CUS-LASTNAME, :SQL-SEPA-CUS-FIRSTNAME,
                   :SQL-SEPA-MAND-RUM, :SQL-SEPA-DEBIT-DATE,
                   :SQL-SEPA-CUS-CODE-SECU, :SQL-SEPA-MAND-SIGN-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UNE-COTISATION
                   INTO :SQL-SEPA-COT-UUID, :SQL-SEPA-COT-AMOUNT,
                       :SQL-SEPA-COT-PERIOD, :SQL-SEPA-CUS-IBAN,
                       :SQL-SEPA-CUS-LASTNAME, :SQL-SEPA-CUS-FIRSTNAME,
                       :SQL-SEPA-MAND-RUM, :SQL-SEPA-DEBIT-DATE,
                       :SQL-SEPA-CUS-CODE-SECU,
                       :SQL-SEPA-MAND-SIGN-DATE
               END-EXEC
           END-PERFORM.


      ******************************************************************
      *    [RD] Ecrit la ligne de prelevement d'une cotisation due et  *
      *    bascule son statut a 'S', ou la compte a part si l'adherent *
      *    n'a pas d'IBAN enregistre ou si son mandat n'a pas de date  *
      *    de signature. La ligne porte la RUM du mandat et la         *
      *    sequence FRST a la premiere utilisation du mandat (le       *
      *    drapeau est alors abaisse pour que les passages suivants    *
      *    emettent du RCUR).                                          *
      ******************************************************************
       1100-TRAITER-UNE-COTISATION.
           IF SQL-SEPA-CUS-IBAN = SPACES
               GO TO END-1100-TRAITER-UNE-COTISATION
           END-IF.

      *    [RD] La date de signature du mandat est obligatoire dans
      *    le pain.008 (DtOfSgntr) : sans elle la banque rejetterait
      *    le fichier entier. La cotisation reste en 'U' jusqu'a la
      *    correction du mandat dans le registre (cf. scmandat).
           IF SQL-SEPA-MAND-SIGN-DATE = SPACES
               ADD 1 TO WS-SEPA-NOSIGN-COUNT
               GO TO END-1100-TRAITER-UNE-COTISATION
           END-IF.

      *    [RD] Pas de prelevement sans pre-notification : la lettre
      *    de scprenotif (type 'P', reference periode) doit avoir
      *    ete journalisee, sinon la cotisation reste en 'U' pour le
               MOVE 'RCUR' TO WS-SEPA-SEQUENCE-TYPE
           END-IF.

           PERFORM 1200-FIXER-ECHEANCE THRU END-1200-FIXER-ECHEANCE.

      *    [RD] Bloc de paiement pain.008 de la ligne (sequence et
      *    echeance) : table des blocs complete, la cotisation reste
      *    en 'U' plutot que de partir dans un bloc faux.
           PERFORM 1300-RETENIR-BLOC THRU END-1300-RETENIR-BLOC.
           IF WS-SXM-GROUP-CUR = ZERO
               ADD 1 TO WS-SEPA-NOGROUP-COUNT
               GO TO END-1100-TRAITER-UNE-COTISATION
           END-IF.

           MOVE SQL-SEPA-COT-AMOUNT TO SQL-SEPA-COT-AMOUNT-ED.
           MOVE SPACES TO SEPA-LINE.
           STRING SQL-SEPA-CUS-IBAN ' ' SQL-SEPA-COT-AMOUNT-ED
               DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.

           PERFORM 1400-ECRIRE-OPERATION-XML
              THRU END-1400-ECRIRE-OPERATION-XML.
           ADD 1 TO WS-SXM-GRP-COUNT(WS-SXM-GROUP-CUR).
           ADD SQL-SEPA-COT-AMOUNT
               TO WS-SXM-GRP-AMOUNT(WS-SXM-GROUP-CUR).

           ADD SQL-SEPA-COT-AMOUNT TO WS-SEPA-TOTAL-AMOUNT.
           ADD 1 TO WS-SEPA-INCLUDED-COUNT.

           MOVE WS-SEPA-COLLECT-DATE TO SQL-SEPA-DEBIT-DATE.
           EXEC SQL
               UPDATE cotisation SET cotisation_status = 'S',
                   cotisation_submit_date = :SQL-SEPA-SUBMIT-DATE,
                   cotisation_debit_date = :SQL-SEPA-DEBIT-DATE
               WHERE uuid_customer = :SQL-SEPA-COT-UUID
               AND cotisation_period = :SQL-SEPA-COT-PERIOD
           END-EXEC.
           END-IF.
       END-1100-TRAITER-UNE-COTISATION.
           EXIT.

      ******************************************************************
      *    [RD] Fixe l'echeance demandee pour la ligne en cours : la   *
      *    date annoncee au debiteur, ramenee au jour ouvre suivant si *
      *    le calendrier a change depuis la lettre, a defaut le jour   *
      *    ouvre qui suit la remise. La veille ouvree de l'echeance    *
      *    doit etre au moins le jour de remise (limite D-1, FRST      *
      *    comme RCUR) : sinon l'echeance passe au premier jour ouvre  *
      *    apres la remise.                                            *
      ******************************************************************
       1200-FIXER-ECHEANCE.
           MOVE 'S' TO WS-JOV-FUNCTION.
           IF SQL-SEPA-DEBIT-DATE = SPACES
               MOVE WS-SEPA-REMISE-DATE TO WS-JOV-DATE-IN
               MOVE 1 TO WS-JOV-DAYS
           ELSE
               MOVE SQL-SEPA-DEBIT-DATE TO WS-JOV-DATE-IN
               MOVE ZERO TO WS-JOV-DAYS
           END-IF.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-SEPA-COLLECT-DATE.

           MOVE 'V' TO WS-JOV-FUNCTION.
           MOVE WS-SEPA-COLLECT-DATE TO WS-JOV-DATE-IN.
           CALL 'scjourouv' USING WS-JOV-ZONE.
           MOVE WS-JOV-DATE-OUT TO WS-SEPA-CUTOFF-DATE.

           IF WS-SEPA-CUTOFF-DATE < WS-SEPA-REMISE-DATE
               MOVE 'S' TO WS-JOV-FUNCTION
               MOVE WS-SEPA-REMISE-DATE TO WS-JOV-DATE-IN
               MOVE 1 TO WS-JOV-DAYS
               CALL 'scjourouv' USING WS-JOV-ZONE
               MOVE WS-JOV-DATE-OUT TO WS-SEPA-COLLECT-DATE
               ADD 1 TO WS-SEPA-POSTPONED-COUNT
           END-IF.
       END-1200-FIXER-ECHEANCE.
           EXIT.

      ******************************************************************
      *    [RD] Retrouve dans la table le bloc de paiement de la ligne *
      *    en cours (type de sequence WS-SEPA-SEQUENCE-TYPE, echeance  *
      *    WS-SEPA-COLLECT-DATE) ou l'ouvre ; son rang est rendu dans  *
      *    WS-SXM-GROUP-CUR, zero si la table est complete.            *
      ******************************************************************
       1300-RETENIR-BLOC.
           MOVE ZERO TO WS-SXM-GROUP-CUR.
           PERFORM VARYING WS-SXM-GX FROM 1 BY 1
               UNTIL WS-SXM-GX > WS-SXM-GROUP-COUNT
               OR WS-SXM-GROUP-CUR NOT = ZERO
               IF WS-SXM-GRP-SEQ-TYPE(WS-SXM-GX) = WS-SEPA-SEQUENCE-TYPE
                   AND WS-SXM-GRP-DATE(WS-SXM-GX) = WS-SEPA-COLLECT-DATE
                   MOVE WS-SXM-GX TO WS-SXM-GROUP-CUR
               END-IF
           END-PERFORM.

           IF WS-SXM-GROUP-CUR NOT = ZERO
               OR WS-SXM-GROUP-COUNT >= WS-SXM-GROUP-MAX
               GO TO END-1300-RETENIR-BLOC
           END-IF.

           ADD 1 TO WS-SXM-GROUP-COUNT.
           MOVE WS-SXM-GROUP-COUNT TO WS-SXM-GROUP-CUR.
           MOVE WS-SEPA-SEQUENCE-TYPE
               TO WS-SXM-GRP-SEQ-TYPE(WS-SXM-GROUP-CUR).
           MOVE WS-SEPA-COLLECT-DATE
               TO WS-SXM-GRP-DATE(WS-SXM-GROUP-CUR).
           MOVE ZERO TO WS-SXM-GRP-COUNT(WS-SXM-GROUP-CUR).
           MOVE ZERO TO WS-SXM-GRP-AMOUNT(WS-SXM-GROUP-CUR).
       END-1300-RETENIR-BLOC.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'operation de prelevement en cours              *
      *    (DrctDbtTxInf) au fichier de travail, marquee du rang de    *
      *    son bloc de paiement : reference de bout en bout et libelle *
      *    'COT periode NIR', montant, RUM et date de signature du     *
      *    mandat, nom et IBAN du debiteur. La banque du debiteur      *
      *    n'est pas fournie (NOTPROVIDED) : l'IBAN suffit en zone     *
      *    SEPA.                                                       *
      ******************************************************************
       1400-ECRIRE-OPERATION-XML.
           MOVE 'T' TO WS-SXM-TARGET.
           MOVE 3 TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.

           MOVE SPACES TO WS-SXM-E2E-ID.
           STRING 'COT ' SQL-SEPA-COT-PERIOD ' ' SQL-SEPA-CUS-CODE-SECU
               DELIMITED BY SIZE INTO WS-SXM-E2E-ID.

           MOVE 'DrctDbtTxInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'PmtId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'EndToEndId' TO WS-SXM-TAG.
           MOVE WS-SXM-E2E-ID TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'PmtId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE SQL-SEPA-COT-AMOUNT TO WS-SXM-AMOUNT-ED.
           MOVE 'InstdAmt' TO WS-SXM-TAG.
           MOVE 'Ccy="EUR"' TO WS-SXM-ATTR.
           MOVE FUNCTION TRIM(WS-SXM-AMOUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           MOVE 'DrctDbtTx' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'MndtRltdInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'MndtId' TO WS-SXM-TAG.
           MOVE SQL-SEPA-MAND-RUM TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'DtOfSgntr' TO WS-SXM-TAG.
           MOVE SQL-SEPA-MAND-SIGN-DATE TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'MndtRltdInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'DrctDbtTx' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'DbtrAgt' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Othr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           MOVE 'NOTPROVIDED' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Othr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'DbtrAgt' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'Dbtr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE SPACES TO WS-SXM-VALUE.
           STRING FUNCTION TRIM(SQL-SEPA-CUS-LASTNAME) ' '
               FUNCTION TRIM(SQL-SEPA-CUS-FIRSTNAME)
               DELIMITED BY SIZE INTO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Dbtr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'DbtrAcct' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'IBAN' TO WS-SXM-TAG.
           MOVE SQL-SEPA-CUS-IBAN TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'DbtrAcct' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'RmtInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Ustrd' TO WS-SXM-TAG.
           MOVE WS-SXM-E2E-ID TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'RmtInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'DrctDbtTxInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
       END-1400-ECRIRE-OPERATION-XML.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le fichier pain.008.001.02 une fois toutes les   *
      *    operations connues : entete du message (identifiant,        *
      *    horodatage, nombre d'operations et somme de controle du     *
      *    lot, emetteur), puis chaque bloc de paiement avec ses       *
      *    operations relues au fichier de travail. Sans operation, le *
      *    fichier reste vide : la banque refuserait un message sans   *
      *    bloc de paiement.                                           *
      ******************************************************************
       5000-ECRIRE-PAIN008.
           OPEN OUTPUT SEPA-XML-FILE.
           IF WS-SEPA-INCLUDED-COUNT = ZERO
               GO TO 5090-FERMER-PAIN008
           END-IF.

           MOVE 'X' TO WS-SXM-TARGET.
           MOVE ZERO TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-SXM-LINE.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.

           MOVE 'Document' TO WS-SXM-TAG.
           STRING 'xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.008.001.02"'
               DELIMITED BY SIZE INTO WS-SXM-ATTR.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'CstmrDrctDbtInitn' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.

           MOVE 'GrpHdr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'MsgId' TO WS-SXM-TAG.
           MOVE WS-SXM-MSG-ID TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'CreDtTm' TO WS-SXM-TAG.
           MOVE WS-SXM-CRE-DT-TM TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE WS-SEPA-INCLUDED-COUNT TO WS-SXM-COUNT-ED.
           MOVE 'NbOfTxs' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-COUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE WS-SEPA-TOTAL-AMOUNT TO WS-SXM-AMOUNT-ED.
           MOVE 'CtrlSum' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-AMOUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'InitgPty' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE WS-EMT-NAME TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'InitgPty' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'GrpHdr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           PERFORM VARYING WS-SXM-GX FROM 1 BY 1
               UNTIL WS-SXM-GX > WS-SXM-GROUP-COUNT
               PERFORM 5100-ECRIRE-BLOC THRU END-5100-ECRIRE-BLOC
           END-PERFORM.

           MOVE 'CstmrDrctDbtInitn' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'Document' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

       5090-FERMER-PAIN008.
           CLOSE SEPA-XML-FILE.
       END-5000-ECRIRE-PAIN008.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit le bloc de paiement WS-SXM-GX : identifiant      *
      *    (message + rang), nombre d'operations et somme de controle  *
      *    du bloc, type de sequence, date d'echeance, creancier (nom, *
      *    IBAN, BIC, ICS), puis recopie les operations du bloc depuis *
      *    le fichier de travail.                                      *
      ******************************************************************
       5100-ECRIRE-BLOC.
           MOVE 'PmtInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.

           MOVE WS-SXM-GX TO WS-SXM-SEQ-ED.
           MOVE 'PmtInfId' TO WS-SXM-TAG.
           MOVE SPACES TO WS-SXM-VALUE.
           STRING FUNCTION TRIM(WS-SXM-MSG-ID) '-' WS-SXM-SEQ-ED
               DELIMITED BY SIZE INTO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'PmtMtd' TO WS-SXM-TAG.
           MOVE 'DD' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE WS-SXM-GRP-COUNT(WS-SXM-GX) TO WS-SXM-COUNT-ED.
           MOVE 'NbOfTxs' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-COUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE WS-SXM-GRP-AMOUNT(WS-SXM-GX) TO WS-SXM-AMOUNT-ED.
           MOVE 'CtrlSum' TO WS-SXM-TAG.
           MOVE FUNCTION TRIM(WS-SXM-AMOUNT-ED) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           MOVE 'PmtTpInf' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'SvcLvl' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Cd' TO WS-SXM-TAG.
           MOVE 'SEPA' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'SvcLvl' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'LclInstrm' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Cd' TO WS-SXM-TAG.
           MOVE 'CORE' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'LclInstrm' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'SeqTp' TO WS-SXM-TAG.
           MOVE WS-SXM-GRP-SEQ-TYPE(WS-SXM-GX) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'PmtTpInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'ReqdColltnDt' TO WS-SXM-TAG.
           MOVE WS-SXM-GRP-DATE(WS-SXM-GX) TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           MOVE 'Cdtr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Nm' TO WS-SXM-TAG.
           MOVE WS-EMT-NAME TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Cdtr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'CdtrAcct' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'IBAN' TO WS-SXM-TAG.
           MOVE WS-EMT-IBAN TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'CdtrAcct' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'CdtrAgt' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'BIC' TO WS-SXM-TAG.
           MOVE WS-EMT-BIC TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'FinInstnId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'CdtrAgt' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           MOVE 'ChrgBr' TO WS-SXM-TAG.
           MOVE 'SLEV' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.

           MOVE 'CdtrSchmeId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'PrvtId' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Othr' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Id' TO WS-SXM-TAG.
           MOVE WS-EMT-ICS TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'SchmeNm' TO WS-SXM-TAG.
           PERFORM 8000-XML-OUVRIR THRU END-8000-XML-OUVRIR.
           MOVE 'Prtry' TO WS-SXM-TAG.
           MOVE 'SEPA' TO WS-SXM-VALUE.
           PERFORM 8200-XML-ELEMENT THRU END-8200-XML-ELEMENT.
           MOVE 'SchmeNm' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'Othr' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'PrvtId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'Id' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
           MOVE 'CdtrSchmeId' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.

           OPEN INPUT SEPA-TRV-FILE.
           MOVE 'N' TO WS-SXM-TRV-EOF.
           READ SEPA-TRV-FILE
               AT END MOVE 'O' TO WS-SXM-TRV-EOF
           END-READ
           PERFORM UNTIL WS-SXM-TRV-EOF = 'O'
               IF SEPA-TRV-GROUP = WS-SXM-GX
                   WRITE SEPA-XML-LINE FROM SEPA-TRV-TEXT
               END-IF
               READ SEPA-TRV-FILE
                   AT END MOVE 'O' TO WS-SXM-TRV-EOF
               END-READ
           END-PERFORM.
           CLOSE SEPA-TRV-FILE.

           MOVE 'PmtInf' TO WS-SXM-TAG.
           PERFORM 8100-XML-FERMER THRU END-8100-XML-FERMER.
       END-5100-ECRIRE-BLOC.
           EXIT.

      ******************************************************************
      *    [RD] Ouvre l'element WS-SXM-TAG (avec l'attribut            *
      *    WS-SXM-ATTR s'il est renseigne) au niveau d'indentation     *
      *    courant, puis descend d'un niveau.                          *
      ******************************************************************
       8000-XML-OUVRIR.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '<' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           IF WS-SXM-ATTR NOT = SPACES
               STRING ' ' FUNCTION TRIM(WS-SXM-ATTR)
                   DELIMITED BY SIZE
                   INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR
           END-IF.
           STRING '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
           ADD 1 TO WS-SXM-LEVEL.
           MOVE SPACES TO WS-SXM-ATTR.
       END-8000-XML-OUVRIR.
           EXIT.

      ******************************************************************
      *    [RD] Remonte d'un niveau et ferme l'element WS-SXM-TAG.     *
      ******************************************************************
       8100-XML-FERMER.
           IF WS-SXM-LEVEL > ZERO
               SUBTRACT 1 FROM WS-SXM-LEVEL
           END-IF.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '</' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
       END-8100-XML-FERMER.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit l'element terminal WS-SXM-TAG de valeur          *
      *    WS-SXM-VALUE sur une ligne. Les caracteres reserves du XML, *
      *    hors jeu de caracteres SEPA, sont remplaces dans la valeur  *
      *    ('&' par '+', '<', '>' et '"' par un blanc) : un nom        *
      *    d'adherent ne peut ainsi rendre le fichier illisible.       *
      ******************************************************************
       8200-XML-ELEMENT.
           INSPECT WS-SXM-VALUE CONVERTING '&<>"' TO '+   '.
           MOVE SPACES TO WS-SXM-LINE.
           COMPUTE WS-SXM-PTR = WS-SXM-LEVEL * 2 + 1.
           STRING '<' DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           IF WS-SXM-ATTR NOT = SPACES
               STRING ' ' FUNCTION TRIM(WS-SXM-ATTR)
                   DELIMITED BY SIZE
                   INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR
           END-IF.
           STRING '>' FUNCTION TRIM(WS-SXM-VALUE) '</'
               DELIMITED BY SIZE
               WS-SXM-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WS-SXM-LINE WITH POINTER WS-SXM-PTR.
           PERFORM 8900-XML-SORTIE THRU END-8900-XML-SORTIE.
           MOVE SPACES TO WS-SXM-ATTR.
       END-8200-XML-ELEMENT.
           EXIT.

      ******************************************************************
      *    [RD] Sortie de la ligne XML construite : au fichier de      *
      *    travail des operations, marquee du rang du bloc en cours    *
      *    ('T'), ou au fichier pain.008 ('X').                        *
      ******************************************************************
       8900-XML-SORTIE.
           IF WS-SXM-TARGET = 'T'
               MOVE WS-SXM-GROUP-CUR TO SEPA-TRV-GROUP
               MOVE WS-SXM-LINE TO SEPA-TRV-TEXT
               WRITE SEPA-TRV-RECORD
           ELSE
               WRITE SEPA-XML-LINE FROM WS-SXM-LINE
           END-IF.
       END-8900-XML-SORTIE.
           EXIT.
