      *    pour information, le total carte (mode 'B'). Le bordereau   *
      *    est signe et part avec la remise physique : la personne de  *
      *    la caisse cesse de tout retaper dans un tableur.            *
      *    Chaque guichet remet ses propres encaissements : un         *
      *    bordereau est imprime par agence, l'agence d'un paiement    *
      *    etant celle de l'operateur qui l'a saisi (cf. sccotis) ou,  *
      *    pour un paiement saisi avant le rattachement des            *
      *    operateurs, l'agence de l'adherent.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scremise.
       01  WS-RMS-CHEQUE-TOTAL       PIC 9(07)V99 VALUE ZERO.
       01  WS-RMS-AMOUNT-ED          PIC ZZZZ9.99.
       01  WS-RMS-TOTAL-ED           PIC ZZZZZZ9.99.
       01  WS-RMS-CHEQUE-GRAND       PIC 9(05) VALUE ZERO.
       01  WS-RMS-SLIP-COUNT         PIC 9(03) VALUE ZERO.

      *    [RD] Agences ayant encaisse ce jour, un bordereau chacune
      *    (trente au plus ; sans aucun encaissement, un seul
      *    bordereau a zero est imprime comme avant).
       01  WS-RMS-AGENCE-MAX         PIC 9(03) COMP VALUE 30.
       01  WS-RMS-AGENCE-COUNT       PIC 9(03) COMP VALUE ZERO.
       01  WS-RMS-AX                 PIC 9(03) COMP.
       01  WS-RMS-AGENCE-TABLE.
           05 WS-RMS-AGENCE-CODE OCCURS 30 TIMES PIC X(04).
       01  WS-RMS-AGENCE-LABEL       PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  SQL-RMS-AMOUNT          PIC S9(5)V99 COMP-3.
       01  SQL-RMS-COUNT           PIC 9(05).
       01  SQL-RMS-TOTAL           PIC S9(7)V99 COMP-3.
       01  SQL-RMS-AGENCE          PIC X(04).
       01  SQL-RMS-AGENCE-NAME     PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Ouvre le fichier, releve les agences ayant encaisse ce jour,
      * puis ecrit pour chacune son bordereau : cheques, totaux
      * especes et carte, cadre de signature.
      *---------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)

           OPEN OUTPUT REMISE-FILE.

           PERFORM 0500-RELEVER-AGENCES
              THRU END-0500-RELEVER-AGENCES.

           PERFORM VARYING WS-RMS-AX FROM 1 BY 1
               UNTIL WS-RMS-AX > WS-RMS-AGENCE-COUNT
               PERFORM 0600-BORDEREAU-AGENCE
                  THRU END-0600-BORDEREAU-AGENCE
           END-PERFORM.

           CLOSE REMISE-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Bordereaux imprimes      : " WS-RMS-SLIP-COUNT.
           DISPLAY "Cheques aux bordereaux   : " WS-RMS-CHEQUE-GRAND.

           GOBACK.

      ******************************************************************
      *    [RD] Releve les agences ayant encaisse ce jour en cheque,   *
      *    especes ou carte. Un paiement sans agence d'encaissement ni *
      *    agence d'adherent donne un bordereau SANS AGENCE.           *
      ******************************************************************
       0500-RELEVER-AGENCES.
           EXEC SQL
               DECLARE CRSRMSAGE CURSOR FOR
               SELECT DISTINCT
                   CASE WHEN TRIM(COALESCE(cotisation_agence, ' '))
                       <> ''
                   THEN cotisation_agence
                   ELSE COALESCE(customer_agence, ' ') END
               FROM cotisation, customer
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND cotisation_paid_date = :SQL-RMS-DATE
               AND cotisation_status = 'P'
               AND cotisation_pay_method IN ('C', 'E', 'B')
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSRMSAGE END-EXEC.

           EXEC SQL
               FETCH CRSRMSAGE INTO :SQL-RMS-AGENCE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-RMS-AGENCE-COUNT < WS-RMS-AGENCE-MAX
                   ADD 1 TO WS-RMS-AGENCE-COUNT
                   MOVE SQL-RMS-AGENCE
                       TO WS-RMS-AGENCE-CODE(WS-RMS-AGENCE-COUNT)
               ELSE
                   DISPLAY "Agence hors bordereau    : " SQL-RMS-AGENCE
               END-IF
               EXEC SQL
                   FETCH CRSRMSAGE INTO :SQL-RMS-AGENCE
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSRMSAGE END-EXEC.

           IF WS-RMS-AGENCE-COUNT = ZERO
               MOVE 1 TO WS-RMS-AGENCE-COUNT
               MOVE SPACES TO WS-RMS-AGENCE-CODE(1)
           END-IF.
       END-0500-RELEVER-AGENCES.
           EXIT.

      ******************************************************************
      *    [RD] Bordereau d'une agence : en-tete avec le code et le    *
      *    nom de l'agence, cheques, totaux des autres modes et cadre  *
      *    de signature.                                               *
      ******************************************************************
       0600-BORDEREAU-AGENCE.
           MOVE WS-RMS-AGENCE-CODE(WS-RMS-AX) TO SQL-RMS-AGENCE.
           MOVE ZERO TO WS-RMS-CHEQUE-COUNT.
           MOVE ZERO TO WS-RMS-CHEQUE-TOTAL.
           MOVE SPACES TO WS-RMS-AGENCE-LABEL.

           IF SQL-RMS-AGENCE = SPACES
               MOVE 'SANS AGENCE' TO WS-RMS-AGENCE-LABEL
           ELSE
               EXEC SQL
                   SELECT agence_name INTO :SQL-RMS-AGENCE-NAME
                   FROM agence
                   WHERE agence_code = :SQL-RMS-AGENCE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'AGENCE INCONNUE' TO SQL-RMS-AGENCE-NAME
               END-IF
               STRING SQL-RMS-AGENCE ' - ' SQL-RMS-AGENCE-NAME
                   DELIMITED BY SIZE INTO WS-RMS-AGENCE-LABEL
           END-IF.

           MOVE ALL '=' TO REMISE-LINE.
           WRITE REMISE-LINE.
           MOVE SPACES TO REMISE-LINE.
               DELIMITED BY SIZE INTO REMISE-LINE.
           WRITE REMISE-LINE.
           MOVE SPACES TO REMISE-LINE.
           STRING 'AGENCE : ' WS-RMS-AGENCE-LABEL
               DELIMITED BY SIZE INTO REMISE-LINE.
           WRITE REMISE-LINE.
           MOVE SPACES TO REMISE-LINE.
           WRITE REMISE-LINE.

           PERFORM 1000-LISTE-DES-CHEQUES
           PERFORM 3000-CADRE-DE-SIGNATURE
              THRU END-3000-CADRE-DE-SIGNATURE.

           ADD WS-RMS-CHEQUE-COUNT TO WS-RMS-CHEQUE-GRAND.
           ADD 1 TO WS-RMS-SLIP-COUNT.
       END-0600-BORDEREAU-AGENCE.
           EXIT.

      ******************************************************************
      *    [RD] Liste les cheques encaisses ce jour (mode 'C') par     *
      *    l'agence du bordereau, un par ligne avec le tireur et le    *
      *    montant, puis leur total.                                   *
      ******************************************************************
       1000-LISTE-DES-CHEQUES.
           MOVE 'CHEQUES REMIS' TO REMISE-LINE.
               AND cotisation_paid_date = :SQL-RMS-DATE
               AND cotisation_status = 'P'
               AND cotisation_pay_method = 'C'
               AND TRIM(
                   CASE WHEN TRIM(COALESCE(cotisation_agence, ' '))
                       <> ''
                   THEN cotisation_agence
                   ELSE COALESCE(customer_agence, ' ') END)
                   = TRIM(:SQL-RMS-AGENCE)
               ORDER BY customer_lastname
           END-EXEC.

           EXIT.

      ******************************************************************
      *    [RD] Totaux du jour des autres modes pour l'agence du       *
      *    bordereau : especes (remises avec le bordereau) et carte    *
      *    (pour recoupement, la carte arrivant par le contrat         *
      *    monetique).                                                 *
      ******************************************************************
       2000-TOTAUX-AUTRES-MODES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(cotisation_amount), 0)
               INTO :SQL-RMS-COUNT, :SQL-RMS-TOTAL
               FROM cotisation, customer
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND cotisation_paid_date = :SQL-RMS-DATE
               AND cotisation_status = 'P'
               AND cotisation_pay_method = 'E'
               AND TRIM(
                   CASE WHEN TRIM(COALESCE(cotisation_agence, ' '))
                       <> ''
                   THEN cotisation_agence
                   ELSE COALESCE(customer_agence, ' ') END)
                   = TRIM(:SQL-RMS-AGENCE)
           END-EXEC.

           MOVE SQL-RMS-TOTAL TO WS-RMS-TOTAL-ED.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(cotisation_amount), 0)
               INTO :SQL-RMS-COUNT, :SQL-RMS-TOTAL
               FROM cotisation, customer
               WHERE cotisation.uuid_customer = customer.uuid_customer
               AND cotisation_paid_date = :SQL-RMS-DATE
               AND cotisation_status = 'P'
               AND cotisation_pay_method = 'B'
               AND TRIM(
                   CASE WHEN TRIM(COALESCE(cotisation_agence, ' '))
                       <> ''
                   THEN cotisation_agence
                   ELSE COALESCE(customer_agence, ' ') END)
                   = TRIM(:SQL-RMS-AGENCE)
           END-EXEC.

           MOVE SQL-RMS-TOTAL TO WS-RMS-TOTAL-ED.
