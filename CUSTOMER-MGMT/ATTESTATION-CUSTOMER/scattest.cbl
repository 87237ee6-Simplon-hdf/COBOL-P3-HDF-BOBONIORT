      *    toute la base active s'obtient par la meme fonction, pour   *
      *    le renouvellement des cartes en debut d'annee. Les fiches   *
      *    cloturees ou archivees sont refusees : pas de preuve de     *
      *    couverture sans couverture. L'attestation d'un adherent     *
      *    dont l'adresse est marquee NPAI (cf. scnpai) n'est pas      *
      *    imprimee : elle part dans la liste de travail COURRIERNPAI. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scattest.
      *    attestations et cartes editees.
           SELECT ATTEST-FILE ASSIGN TO "ATTESTATION"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEST-FILE.
       01  ATTEST-LINE              PIC X(100).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Champs de recherche par numero de securite sociale.
       01  WS-ATT-EDIT-VALIDATION     PIC X(01).
       01  WS-ATT-BASE-VALIDATION     PIC X(01).
       01  WS-ATT-EDIT-COUNT          PIC 9(05).
       01  WS-ATT-NPAI-COUNT          PIC 9(05).

       01  WS-ATT-ERROR-MESSAGE       PIC X(70).
       01  WS-ATT-MENU-RETURN         PIC X(01).
       01  SQL-ATT-CREATE-DATE   PIC X(10).
       01  SQL-ATT-FORMULE       PIC X(10).
       01  SQL-ATT-ACTIVE        PIC X(01).
       01  SQL-ATT-NPAI          PIC X(01).

      *    [RD] Fenetre de mise en sommeil de la fiche (cf. scedit)
      *    et date du jour : pas de preuve de couverture pendant la
           PERFORM 2050-PERIODE-DE-VALIDITE
              THRU END-2050-PERIODE-DE-VALIDITE.
           MOVE ZERO TO WS-ATT-EDIT-COUNT.
           MOVE ZERO TO WS-ATT-NPAI-COUNT.
           MOVE WS-ATT-CUS-UUID TO SQL-ATT-CUS-UUID.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               SELECT customer_lastname, customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_birth_date, customer_code_secu,
                   customer_create_date, customer_formule,
                   COALESCE(customer_adress_invalid, 'N')
               INTO :SQL-ATT-LASTNAME, :SQL-ATT-FIRSTNAME,
                   :SQL-ATT-ADRESS1, :SQL-ATT-ZIPCODE, :SQL-ATT-TOWN,
                   :SQL-ATT-BIRTH-DATE, :SQL-ATT-CODE-SECU,
                   :SQL-ATT-CREATE-DATE, :SQL-ATT-FORMULE,
                   :SQL-ATT-NPAI
               FROM customer
               WHERE uuid_customer = :SQL-ATT-CUS-UUID
           END-EXEC.
           END-IF.

           OPEN OUTPUT ATTEST-FILE.
           OPEN EXTEND NPAI-FILE.
           PERFORM 2500-ATTESTATION-ADHERENT
              THRU END-2500-ATTESTATION-ADHERENT.
           CLOSE ATTEST-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-ATT-NPAI-COUNT > ZERO
               MOVE 'Adresse NPAI : attestation mise en COURRIERNPAI.'
                   TO WS-ATT-ERROR-MESSAGE
           ELSE
               MOVE 'Attestation editee (fichier ATTESTATION).'
                   TO WS-ATT-ERROR-MESSAGE
           END-IF.
       END-2000-EDITER-ADHERENT.
           EXIT.

           PERFORM 2050-PERIODE-DE-VALIDITE
              THRU END-2050-PERIODE-DE-VALIDITE.
           MOVE ZERO TO WS-ATT-EDIT-COUNT.
           MOVE ZERO TO WS-ATT-NPAI-COUNT.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT ATTEST-FILE.
           OPEN EXTEND NPAI-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town,
                   customer_birth_date, customer_code_secu,
                   customer_create_date, customer_formule,
                   COALESCE(customer_adress_invalid, 'N')
               FROM customer
               WHERE customer_active != 'A'
               AND NOT (customer_susp_start IS NOT NULL
                   :SQL-ATT-FIRSTNAME, :SQL-ATT-ADRESS1,
                   :SQL-ATT-ZIPCODE, :SQL-ATT-TOWN,
                   :SQL-ATT-BIRTH-DATE, :SQL-ATT-CODE-SECU,
                   :SQL-ATT-CREATE-DATE, :SQL-ATT-FORMULE,
                   :SQL-ATT-NPAI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 2500-ATTESTATION-ADHERENT
                       :SQL-ATT-FIRSTNAME, :SQL-ATT-ADRESS1,
                       :SQL-ATT-ZIPCODE, :SQL-ATT-TOWN,
                       :SQL-ATT-BIRTH-DATE, :SQL-ATT-CODE-SECU,
                       :SQL-ATT-CREATE-DATE, :SQL-ATT-FORMULE,
                       :SQL-ATT-NPAI
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSATTCUS END-EXEC.

           CLOSE ATTEST-FILE.
           CLOSE NPAI-FILE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           STRING WS-ATT-EDIT-COUNT ' attestation(s) editee(s), '
               WS-ATT-NPAI-COUNT ' en COURRIERNPAI.'
               DELIMITED BY SIZE INTO WS-ATT-ERROR-MESSAGE.
       END-3000-EDITER-BASE-ACTIVE.
           EXIT.
      *    puis le bloc compact format carte de tiers payant.          *
      ******************************************************************
       2500-ATTESTATION-ADHERENT.
      *    [RD] Adresse marquee NPAI (cf. scnpai) : l'attestation
      *    n'est pas imprimee, une ligne part dans la liste de
      *    travail COURRIERNPAI pour reedition apres correction.
           IF SQL-ATT-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'scattest   ' SQL-ATT-TODAY ' ATTESTATION '
                   SQL-ATT-LASTNAME ' ' SQL-ATT-FIRSTNAME ' - NIR '
                   SQL-ATT-CODE-SECU ' - validite ' WS-ATT-VALID-FROM
                   ' au ' WS-ATT-VALID-TO
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-ATT-NPAI-COUNT
               GO TO END-2500-ATTESTATION-ADHERENT
           END-IF.

           MOVE 1 TO WS-ATT-COVERED-COUNT.

           MOVE ALL '=' TO ATTEST-LINE.
