      ******************************************************************
      *    [RD] Zone d'echange avec le sous-programme 'scjourouv'      *
      *    (calendrier bancaire, jours feries tenus par scferie). Le   *
      *    programme appelant charge le calendrier une fois en debut   *
      *    de passage (fonction 'L', avant sa propre connexion), puis  *
      *    demande autant de dates qu'il veut, sans acces a la base :  *
      *    'O' indique si la date fournie est un jour ouvre TARGET2    *
      *    (ni samedi, ni dimanche, ni jour ferie) ; 'S' rend le       *
      *    premier jour ouvre a partir de la date fournie augmentee du *
      *    nombre de jours calendaires demande (zero : la date         *
      *    elle-meme si ouvree, sinon le jour ouvre suivant) ; 'V'     *
      *    rend le dernier jour ouvre strictement anterieur a la date  *
      *    fournie (veille ouvree, limite de remise D-1). Dates au     *
      *    format AAAA-MM-JJ ; une date mal formee est rendue telle    *
      *    quelle avec l'indicateur a blanc.                           *
      ******************************************************************
       01  WS-JOV-ZONE.
           05 WS-JOV-FUNCTION         PIC X(01).
           05 WS-JOV-DATE-IN          PIC X(10).
           05 WS-JOV-DAYS             PIC 9(03).
           05 WS-JOV-DATE-OUT         PIC X(10).
           05 WS-JOV-OUVRE            PIC X(01).
           05 WS-JOV-HOLIDAY-COUNT    PIC 9(03).
