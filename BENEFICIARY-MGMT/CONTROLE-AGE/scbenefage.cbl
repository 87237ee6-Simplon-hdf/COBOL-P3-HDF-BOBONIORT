      *    posant beneficiaire_end_date -- les "enfants" de 28 ans     *
      *    cessent d'apparaitre sur les cartes, et scremb/scfileatt    *
      *    refusent les soins posterieurs a la fin de couverture.      *
      *    La lettre d'un adherent dont l'adresse est marquee NPAI     *
      *    (cf. scnpai) part dans la liste de travail COURRIERNPAI.    *
      *    Le texte de la lettre vient du modele de courrier actif     *
      *    FINENFANT (cf. scmodele) ; sans modele, la ligne standard   *
      *    du programme est conservee.                                 *
      *    Chaque lettre est aussi reportee au courrier du jour (table *
      *    'courrier_jour') pour la mise sous pli commune (cf.         *
      *    sccourjour).                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scbenefage.
      *    vers l'outil d'envoi comme NOTIFMAIL.
           SELECT NOTIF-FILE ASSIGN TO "NOTIFAGE"
           ORGANIZATION IS LINE SEQUENTIAL.
      *    [RD] Liste de travail des courriers detournes pour adresse
      *    invalide (NPAI), commune a tous les producteurs de courrier
      *    et cumulee en ajout.
           SELECT OPTIONAL NPAI-FILE ASSIGN TO "COURRIERNPAI"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-FILE.
       01  NOTIF-LINE                PIC X(180).
       FD  NPAI-FILE.
       01  NPAI-LINE                 PIC X(210).

       WORKING-STORAGE SECTION.
      *    [RD] Limites d'age et fenetre d'avertissement.

       01  WS-AGE-ENDED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-AGE-WARNED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-AGE-NPAI-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CJ-STAMP               PIC X(21).

      *    [RD] Zone d'echange avec 'sclettre' : texte du courrier pris
      *    dans le modele actif du type (cf. scmodele).
       COPY 'lettre-modele.cpy'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11) VALUE 'boboniortdb'.
       01  SQL-AGE-BEN-STUDENT     PIC X(01).
       01  SQL-AGE-CUS-LASTNAME    PIC X(20).
       01  SQL-AGE-CUS-MAIL        PIC X(50).
       01  SQL-AGE-CUS-FIRSTNAME   PIC X(20).
       01  SQL-AGE-CUS-ADRESS1     PIC X(50).
       01  SQL-AGE-CUS-ZIPCODE     PIC X(15).
       01  SQL-AGE-CUS-TOWN        PIC X(50).
       01  SQL-AGE-CUS-CODE-SECU   PIC 9(15).
       01  SQL-AGE-CUS-RUM         PIC X(35).
       01  SQL-AGE-CUS-NPAI        PIC X(01).
       01  SQL-AGE-END-DATE        PIC X(10).
       01  SQL-AGE-TODAY           PIC X(10).

       01  SQL-NOTIF-TYPE          PIC X(01).
       01  SQL-NOTIF-REF           PIC X(36).
       01  SQL-NOTIF-EXIST-COUNT   PIC 9(05).
      *    [RD] Courrier du jour (cf. sccourjour) : chaque ligne de
      *    lettre ecrite est reportee sous la cle de l'adherent, par
      *    lettre (numero d'ordre du passage) et par ligne.
       01  SQL-CJ-CUS-UUID       PIC X(36).
       01  SQL-CJ-DATE           PIC X(10).
       01  SQL-CJ-TIME           PIC X(06).
       01  SQL-CJ-SOURCE         PIC X(10).
       01  SQL-CJ-SEQ            PIC 9(05) VALUE ZERO.
       01  SQL-CJ-LINE-NO        PIC 9(02).
       01  SQL-CJ-TEXT           PIC X(180).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               '-' WS-AGE-WARN-NUM(7:2)
               DELIMITED BY SIZE INTO WS-AGE-WARN-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CJ-STAMP.
           STRING WS-CJ-STAMP(1:4) '-' WS-CJ-STAMP(5:2) '-'
               WS-CJ-STAMP(7:2)
               DELIMITED BY SIZE INTO SQL-CJ-DATE.
           MOVE WS-CJ-STAMP(9:6) TO SQL-CJ-TIME.
           MOVE 'scbenefage' TO SQL-CJ-SOURCE.

           MOVE 'L' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
               USING :DBNAME
           END-EXEC.

           OPEN OUTPUT NOTIF-FILE.
           OPEN EXTEND NPAI-FILE.

           PERFORM 1000-START-CONTROLE THRU END-1000-CONTROLE.

           CLOSE NOTIF-FILE.
           CLOSE NPAI-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "Couvertures fermees      : " WS-AGE-ENDED-COUNT.
           DISPLAY "Avertissements emis      : " WS-AGE-WARNED-COUNT.
           DISPLAY "Detournes NPAI           : " WS-AGE-NPAI-COUNT.

           GOBACK.

      ******************************************************************
      *    [RD] Parcourt les enfants beneficiaires ('E') dont la       *
      *    couverture n'est pas encore fermee, avec la fiche de        *
      *    l'adherent pour la lettre (nom, adresse, NIR, mail et RUM   *
      *    du mandat actif s'il en a un).                              *
      ******************************************************************
       1000-START-CONTROLE.
           EXEC SQL
                   beneficiaire_lastname, beneficiaire_firstname,
                   beneficiaire_birth_date,
                   COALESCE(beneficiaire_student, 'N'),
                   customer_lastname, customer_mail,
                   COALESCE(customer_adress_invalid, 'N'),
                   customer_firstname,
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   customer_code_secu, COALESCE(mandat_rum, ' ')
               FROM beneficiaire, customer
               LEFT JOIN mandat
                   ON mandat.uuid_customer = customer.uuid_customer
                   AND mandat_status = 'A'
               WHERE beneficiaire.uuid_customer
                   = customer.uuid_customer
               AND beneficiaire_relationship = 'E'
               INTO :SQL-AGE-BEN-UUID, :SQL-AGE-CUS-UUID,
                   :SQL-AGE-BEN-LASTNAME, :SQL-AGE-BEN-FIRSTNAME,
                   :SQL-AGE-BEN-BIRTH, :SQL-AGE-BEN-STUDENT,
                   :SQL-AGE-CUS-LASTNAME, :SQL-AGE-CUS-MAIL,
                   :SQL-AGE-CUS-NPAI, :SQL-AGE-CUS-FIRSTNAME,
                   :SQL-AGE-CUS-ADRESS1, :SQL-AGE-CUS-ZIPCODE,
                   :SQL-AGE-CUS-TOWN, :SQL-AGE-CUS-CODE-SECU,
                   :SQL-AGE-CUS-RUM
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM 1100-TRAITER-UN-ENFANT
                   INTO :SQL-AGE-BEN-UUID, :SQL-AGE-CUS-UUID,
                       :SQL-AGE-BEN-LASTNAME, :SQL-AGE-BEN-FIRSTNAME,
                       :SQL-AGE-BEN-BIRTH, :SQL-AGE-BEN-STUDENT,
                       :SQL-AGE-CUS-LASTNAME, :SQL-AGE-CUS-MAIL,
                       :SQL-AGE-CUS-NPAI, :SQL-AGE-CUS-FIRSTNAME,
                       :SQL-AGE-CUS-ADRESS1, :SQL-AGE-CUS-ZIPCODE,
                       :SQL-AGE-CUS-TOWN, :SQL-AGE-CUS-CODE-SECU,
                       :SQL-AGE-CUS-RUM
               END-EXEC
           END-PERFORM.

               FUNCTION TRIM(SQL-AGE-BEN-FIRSTNAME)
               ' s''arrete le ' WS-AGE-LIMIT-DATE
               DELIMITED BY SIZE INTO NOTIF-LINE.
           IF SQL-AGE-CUS-NPAI = 'O'
               MOVE SPACES TO NPAI-LINE
               STRING 'scbenefage ' SQL-AGE-TODAY ' ' NOTIF-LINE
                   DELIMITED BY SIZE INTO NPAI-LINE
               WRITE NPAI-LINE
               ADD 1 TO WS-AGE-NPAI-COUNT
           ELSE
               PERFORM 1350-ECRIRE-LETTRE THRU END-1350-ECRIRE-LETTRE
           END-IF.

           EXEC SQL
               INSERT INTO notification (uuid_customer,
           ADD 1 TO WS-AGE-WARNED-COUNT.
       END-1300-AVERTIR-L-ADHERENT.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit la lettre avec le texte du modele actif          *
      *    FINENFANT (cf. scmodele), a defaut la ligne standard        *
      *    preparee dans NOTIF-LINE.                                   *
      ******************************************************************
       1350-ECRIRE-LETTRE.
           MOVE SQL-AGE-CUS-UUID TO SQL-CJ-CUS-UUID.
           ADD 1 TO SQL-CJ-SEQ.
           MOVE ZERO TO SQL-CJ-LINE-NO.
           MOVE SPACES TO WS-LET-CHAMPS.
           MOVE SQL-AGE-CUS-LASTNAME  TO WS-LET-NOM.
           MOVE SQL-AGE-CUS-FIRSTNAME TO WS-LET-PRENOM.
           MOVE SQL-AGE-CUS-ADRESS1   TO WS-LET-ADRESSE.
           MOVE SQL-AGE-CUS-ZIPCODE   TO WS-LET-CP.
           MOVE SQL-AGE-CUS-TOWN      TO WS-LET-VILLE.
           MOVE SQL-AGE-CUS-CODE-SECU TO WS-LET-NIR.
           MOVE SQL-AGE-CUS-MAIL      TO WS-LET-MAIL.
           MOVE SQL-AGE-CUS-RUM       TO WS-LET-RUM.
           MOVE WS-AGE-LIMIT-DATE     TO WS-LET-ECHEANCE.
           STRING FUNCTION TRIM(SQL-AGE-BEN-LASTNAME) ' '
               FUNCTION TRIM(SQL-AGE-BEN-FIRSTNAME)
               DELIMITED BY SIZE INTO WS-LET-DIVERS.
           MOVE 'FINENFANT' TO WS-LET-TYPE.
           MOVE 'M' TO WS-LET-FUNCTION.
           CALL 'sclettre' USING WS-LET-ZONE.

           IF WS-LET-FOUND NOT = 'O'
               PERFORM 1360-ECRIRE-LIGNE THRU END-1360-ECRIRE-LIGNE
               GO TO END-1350-ECRIRE-LETTRE
           END-IF.

           PERFORM VARYING WS-LET-IX FROM 1 BY 1
               UNTIL WS-LET-IX > WS-LET-LINE-COUNT
               MOVE WS-LET-LINE(WS-LET-IX) TO NOTIF-LINE
               PERFORM 1360-ECRIRE-LIGNE
                  THRU END-1360-ECRIRE-LIGNE
           END-PERFORM.
       END-1350-ECRIRE-LETTRE.
           EXIT.

      ******************************************************************
      *    [RD] Ecrit une ligne de la lettre en cours et la reporte au *
      *    courrier du jour (table 'courrier_jour') sous la cle de     *
      *    l'adherent, pour la mise sous pli commune de fin de journee *
      *    (cf. sccourjour).                                           *
      ******************************************************************
       1360-ECRIRE-LIGNE.
           WRITE NOTIF-LINE.
           ADD 1 TO SQL-CJ-LINE-NO.
           MOVE NOTIF-LINE TO SQL-CJ-TEXT.
           EXEC SQL
               INSERT INTO courrier_jour (uuid_customer, courrier_date,
                   courrier_time, courrier_source, courrier_seq,
                   courrier_line_no, courrier_text, courrier_status)
               VALUES (:SQL-CJ-CUS-UUID, :SQL-CJ-DATE, :SQL-CJ-TIME,
                   :SQL-CJ-SOURCE, :SQL-CJ-SEQ, :SQL-CJ-LINE-NO,
                   :SQL-CJ-TEXT, 'A')
           END-EXEC.
       END-1360-ECRIRE-LIGNE.
           EXIT.
