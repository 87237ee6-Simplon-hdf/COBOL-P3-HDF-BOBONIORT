      *    avant scsepagen, scsepagen avant scmailgen), puis ouvre la  *
      *    ligne de passage dans la table 'batch_run'. En fin de       *
      *    traitement (fonction 'E') il cloture la ligne avec l'heure  *
      *    de fin, le statut termine et le compteur du passage. Un     *
      *    batch qui s'arrete sur une erreur sans rien valider         *
      *    (fonction 'A') cloture la ligne au statut 'A' (arrete en    *
      *    erreur) : le passage n'est pas termine, mais il ne bloque   *
      *    pas le relancement une fois l'erreur corrigee.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scbatchctl.

       LINKAGE SECTION.
      *    [RD] Nom du batch appelant, fonction demandee ('S' debut /
      *    'E' fin / 'A' fin en erreur), compteur de passage
      *    (fonctions 'E' et 'A'), et en retour
      *    l'autorisation de demarrer avec le motif du refus.
       01  LK-BATCH-NAME         PIC X(12).
       01  LK-BATCH-FUNCTION     PIC X(01).
               USING :DBNAME
           END-EXEC.

           EVALUATE LK-BATCH-FUNCTION
               WHEN 'S'
                   PERFORM 1000-DEBUT-DE-BATCH
                      THRU END-1000-DEBUT-DE-BATCH
               WHEN 'A'
                   PERFORM 3000-FIN-EN-ERREUR
                      THRU END-3000-FIN-EN-ERREUR
               WHEN OTHER
                   PERFORM 2000-FIN-DE-BATCH
                      THRU END-2000-FIN-DE-BATCH
           END-EVALUATE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           END-EXEC.
       END-2000-FIN-DE-BATCH.
           EXIT.

      ******************************************************************
      *    [RD] Cloture la ligne de passage en cours d'un batch arrete *
      *    sur une erreur : heure de fin, statut 'A' et compteur du    *
      *    passage (zero, rien n'ayant ete valide).                    *
      ******************************************************************
       3000-FIN-EN-ERREUR.
           MOVE LK-BATCH-COUNT TO SQL-BCT-COUNT.

           EXEC SQL
               UPDATE batch_run SET
                   batch_end = :SQL-BCT-STAMP,
                   batch_status = 'A',
                   batch_count = :SQL-BCT-COUNT
               WHERE batch_name = :SQL-BCT-NAME
               AND batch_status = 'E'
           END-EXEC.
       END-3000-FIN-EN-ERREUR.
           EXIT.
