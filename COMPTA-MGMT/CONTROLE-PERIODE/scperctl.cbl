      *    auquel cas la derogation est tracee (table                  *
      *    'periode_derogation') au nom de l'operateur -- les          *
      *    chiffres exportes par sccompta et ceux du comptable ne      *
      *    divergent plus en silence. Chaque derogation est aussi      *
      *    deposee dans la file de revue superviseur (table            *
      *    'revue_action', cf. screvue et screvuerpt).                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scperctl.
       01  SQL-PCT-MVT-DATE      PIC X(10).
       01  SQL-PCT-OPERATOR      PIC X(08).
       01  SQL-PCT-TODAY         PIC X(10).
       01  SQL-PCT-REASON        PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                   :SQL-PCT-OPERATOR, :SQL-PCT-TODAY)
           END-EXEC.

      *    [RD] Revue superviseur : la derogation attend le visa d'un
      *    gestionnaire 'G' (cf. screvue), la periode servant de
      *    reference.
           MOVE SPACES TO SQL-PCT-REASON.
           STRING 'Mouvement du ' SQL-PCT-MVT-DATE
               ' en periode fermee'
               DELIMITED BY SIZE INTO SQL-PCT-REASON.

           EXEC SQL
               INSERT INTO revue_action
                   (revue_type, revue_ref, uuid_customer,
                   revue_operator, revue_date, revue_computed,
                   revue_granted, revue_reason, revue_status)
               VALUES ('D', :SQL-PCT-PERIODE, ' ',
                   :SQL-PCT-OPERATOR, :SQL-PCT-TODAY, 0, 0,
                   :SQL-PCT-REASON, 'A')
           END-EXEC.

           STRING 'Derogation tracee sur periode fermee '
               SQL-PCT-PERIODE '.'
               DELIMITED BY SIZE INTO LK-MESSAGE.
