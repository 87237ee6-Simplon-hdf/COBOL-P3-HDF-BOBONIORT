      *    par campagne), les lignes supprimees de la base n'existant  *
      *    plus que la. Le pilotage scbatchctl interdit en outre le    *
      *    double lancement, comme pour les autres batchs              *
      *    destructeurs (cf. scrgpdpurge). Les remboursements          *
      *    archives portent leur date de paiement et leur code         *
      *    prestation, que le triangle de liquidation (sctriangle)     *
      *    relit pour garder complets les anciens exercices de soin.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scarchive.
           05 ARC-REM-CLAIMED     PIC ZZZZ9.99.
           05 ARC-REM-REIMBURSED  PIC ZZZZ9.99.
           05 ARC-REM-STATUS      PIC X(01).
           05 ARC-REM-PAID-DATE   PIC X(10).
           05 ARC-REM-PRES-CODE   PIC X(10).
       01  ARCH-REMB-TRAILER      PIC X(100).

       FD  ARCH-RELANCE-FILE.
       01  SQL-ARC-OPERATOR        PIC X(08).
       01  SQL-ARC-TIME            PIC X(08).
       01  SQL-ARC-MODE            PIC X(01).
       01  SQL-ARC-PRES-CODE       PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               DECLARE CRSARCREM CURSOR FOR
               SELECT uuid_customer, remboursement_care_date,
                   remboursement_provider, remboursement_claimed,
                   remboursement_reimbursed, remboursement_status,
                   COALESCE(remboursement_paid_date, ''),
                   COALESCE(remboursement_prestation_code, '')
               FROM remboursement
               WHERE remboursement_care_date < :SQL-ARC-CUTOFF
               AND (remboursement_status = 'V'
               FETCH CRSARCREM
               INTO :SQL-ARC-UUID, :SQL-ARC-DATE-1,
                   :SQL-ARC-PROVIDER, :SQL-ARC-AMOUNT,
                   :SQL-ARC-AMOUNT-2, :SQL-ARC-STATUS,
                   :SQL-ARC-DATE-2, :SQL-ARC-PRES-CODE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SQL-ARC-UUID     TO ARC-REM-UUID
               MOVE SQL-ARC-AMOUNT   TO ARC-REM-CLAIMED
               MOVE SQL-ARC-AMOUNT-2 TO ARC-REM-REIMBURSED
               MOVE SQL-ARC-STATUS   TO ARC-REM-STATUS
               MOVE SQL-ARC-DATE-2   TO ARC-REM-PAID-DATE
               MOVE SQL-ARC-PRES-CODE TO ARC-REM-PRES-CODE
               WRITE ARCH-REMB-RECORD
               ADD 1 TO WS-ARC-COUNT
               ADD SQL-ARC-AMOUNT-2 TO WS-ARC-TOTAL
                   FETCH CRSARCREM
                   INTO :SQL-ARC-UUID, :SQL-ARC-DATE-1,
                       :SQL-ARC-PROVIDER, :SQL-ARC-AMOUNT,
                       :SQL-ARC-AMOUNT-2, :SQL-ARC-STATUS,
                       :SQL-ARC-DATE-2, :SQL-ARC-PRES-CODE
               END-EXEC
           END-PERFORM.

