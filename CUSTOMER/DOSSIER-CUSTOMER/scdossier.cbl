      *    adherent transmis : le NIR n'est jamais ressaisi pendant    *
      *    un meme appel telephonique. Au retour d'un ecran, le        *
      *    dossier est recharge pour refleter les saisies faites.      *
      *    L'operateur y trace aussi chaque contact avec l'adherent    *
      *    (sccontact) ; les cinq derniers contacts sont affiches.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scdossier.
       01  WS-DOS-NOT-LINE-1          PIC X(90).
       01  WS-DOS-NOT-LINE-2          PIC X(90).

      *    [RD] Cinq derniers contacts traces (cf. sccontact).
       01  WS-DOS-CON-LINE-1          PIC X(78).
       01  WS-DOS-CON-LINE-2          PIC X(78).
       01  WS-DOS-CON-LINE-3          PIC X(78).
       01  WS-DOS-CON-LINE-4          PIC X(78).
       01  WS-DOS-CON-LINE-5          PIC X(78).

      *    [RD] Ligne en cours de construction et rang dans le bloc.
       01  WS-DOS-BUILD-LINE          PIC X(90).
       01  WS-DOS-LINE-IX             PIC 9(02).
       01  SQL-NOT-REF           PIC X(20).
       01  SQL-NOT-DATE          PIC X(10).

       01  SQL-CON-DATE          PIC X(10).
       01  SQL-CON-TIME          PIC X(05).
       01  SQL-CON-CHANNEL       PIC X(01).
       01  SQL-CON-REASON        PIC X(01).
       01  SQL-CON-NOTE          PIC X(200).
       01  SQL-CON-FOLLOWUP      PIC X(10).
       01  SQL-CON-OPERATOR      PIC X(08).

      *    [RD] Compte adherent et reste du des cotisations.
       01  SQL-DOS-BALANCE       PIC S9(7)V99 COMP-3.
       01  SQL-DOS-DUE-TOTAL     PIC S9(7)V99 COMP-3.
       0000-MAIN-LOGIC.
      *---------------------------------------------------------------
      * Charge le dossier de l'adherent recu en contexte, puis boucle
      * sur l'affichage : navigation vers les ecrans paiements,
      * reclamations et saisie de contact (dossier recharge au retour)
      * ou retour a la recherche.
      *---------------------------------------------------------------
           MOVE SPACES TO WS-DOS-ERROR-MESSAGE.
           MOVE SPACES TO WS-DOS-MENU-RETURN.
                           WS-DOS-CALL-SECU
                       PERFORM 1000-CHARGER-DOSSIER
                          THRU END-1000-CHARGER-DOSSIER
                   WHEN WS-DOS-CHOICE = '3'
                       CALL 'sccontact' USING WS-DOS-OPERATOR-ID,
                           LK-CUS-UUID
                       PERFORM 1000-CHARGER-DOSSIER
                          THRU END-1000-CHARGER-DOSSIER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      ******************************************************************
      *    [RD] Charge l'ensemble du dossier : identite, puis les      *
      *    blocs de synthese.                                          *
      ******************************************************************
       1000-CHARGER-DOSSIER.
           MOVE SPACES TO WS-DOS-IDENT-LINE-1 WS-DOS-IDENT-LINE-2
               WS-DOS-BEN-LINE-4 WS-DOS-COT-LINE-1 WS-DOS-COT-LINE-2
               WS-DOS-COT-LINE-3 WS-DOS-COT-LINE-4 WS-DOS-REM-LINE-1
               WS-DOS-REM-LINE-2 WS-DOS-REM-LINE-3 WS-DOS-REM-LINE-4
               WS-DOS-NOT-LINE-1 WS-DOS-NOT-LINE-2
               WS-DOS-CON-LINE-1 WS-DOS-CON-LINE-2 WS-DOS-CON-LINE-3
               WS-DOS-CON-LINE-4 WS-DOS-CON-LINE-5.

           MOVE LK-CUS-UUID TO SQL-DOS-CUS-UUID.

              THRU END-1400-BLOC-RECLAMATIONS.
           PERFORM 1500-BLOC-NOTIFICATIONS
              THRU END-1500-BLOC-NOTIFICATIONS.
           PERFORM 1600-BLOC-CONTACTS
              THRU END-1600-BLOC-CONTACTS.

           EXEC SQL DISCONNECT ALL END-EXEC.
       END-1000-CHARGER-DOSSIER.
           END-IF.
       END-1500-BLOC-NOTIFICATIONS.
           EXIT.

      ******************************************************************
      *    [RD] Derniers contacts traces avec l'adherent (cinq au      *
      *    plus, les plus recents d'abord) : date, heure, canal,       *
      *    motif, operateur, suivi promis et debut de la note.         *
      ******************************************************************
       1600-BLOC-CONTACTS.
           MOVE ZERO TO WS-DOS-LINE-IX.

           EXEC SQL
               DECLARE CRSDOSCON CURSOR FOR
               SELECT contact_date, contact_time, contact_channel,
                   contact_reason, contact_note,
                   COALESCE(contact_followup_date, ''),
                   contact_operator
               FROM contact_adherent
               WHERE uuid_customer = :SQL-DOS-CUS-UUID
               ORDER BY contact_date DESC, contact_time DESC
           END-EXEC.

           EXEC SQL OPEN CRSDOSCON END-EXEC.

           EXEC SQL
               FETCH CRSDOSCON
               INTO :SQL-CON-DATE, :SQL-CON-TIME, :SQL-CON-CHANNEL,
                   :SQL-CON-REASON, :SQL-CON-NOTE, :SQL-CON-FOLLOWUP,
                   :SQL-CON-OPERATOR
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               OR WS-DOS-LINE-IX >= 5
               ADD 1 TO WS-DOS-LINE-IX
               MOVE SPACES TO WS-DOS-BUILD-LINE
               IF SQL-CON-FOLLOWUP = SPACES
                   STRING SQL-CON-DATE ' ' SQL-CON-TIME ' '
                       SQL-CON-CHANNEL SQL-CON-REASON ' '
                       SQL-CON-OPERATOR ' ' SQL-CON-NOTE
                       DELIMITED BY SIZE INTO WS-DOS-BUILD-LINE
               ELSE
                   STRING SQL-CON-DATE ' ' SQL-CON-TIME ' '
                       SQL-CON-CHANNEL SQL-CON-REASON ' '
                       SQL-CON-OPERATOR ' suivi ' SQL-CON-FOLLOWUP
                       ' ' SQL-CON-NOTE
                       DELIMITED BY SIZE INTO WS-DOS-BUILD-LINE
               END-IF
               PERFORM 1650-RANGER-LIGNE-CONTACT
                  THRU END-1650-RANGER-LIGNE-CONTACT
               EXEC SQL
                   FETCH CRSDOSCON
                   INTO :SQL-CON-DATE, :SQL-CON-TIME,
                       :SQL-CON-CHANNEL, :SQL-CON-REASON,
                       :SQL-CON-NOTE, :SQL-CON-FOLLOWUP,
                       :SQL-CON-OPERATOR
               END-EXEC
           END-PERFORM.

           EXEC SQL CLOSE CRSDOSCON END-EXEC.

           IF WS-DOS-LINE-IX = ZERO
               MOVE 'Aucun contact trace.' TO WS-DOS-CON-LINE-1
           END-IF.
       END-1600-BLOC-CONTACTS.
           EXIT.

      ******************************************************************
      *    [RD] Range la ligne de contact construite a son rang dans   *
      *    le bloc contacts de l'ecran (lignes 1 a 5).                 *
      ******************************************************************
       1650-RANGER-LIGNE-CONTACT.
           EVALUATE WS-DOS-LINE-IX
               WHEN 1 MOVE WS-DOS-BUILD-LINE TO WS-DOS-CON-LINE-1
               WHEN 2 MOVE WS-DOS-BUILD-LINE TO WS-DOS-CON-LINE-2
               WHEN 3 MOVE WS-DOS-BUILD-LINE TO WS-DOS-CON-LINE-3
               WHEN 4 MOVE WS-DOS-BUILD-LINE TO WS-DOS-CON-LINE-4
               WHEN 5 MOVE WS-DOS-BUILD-LINE TO WS-DOS-CON-LINE-5
           END-EVALUATE.
       END-1650-RANGER-LIGNE-CONTACT.
           EXIT.
