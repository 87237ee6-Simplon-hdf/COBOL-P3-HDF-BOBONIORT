      ******************************************************************
      *    [RD] Zone d'echange avec le sous-programme 'sclettre'       *
      *    (modeles de courrier, cf. scmodele). Le programme appelant  *
      *    charge les modeles actifs une fois en debut de passage      *
      *    (fonction 'L', avant sa propre connexion), puis pour chaque *
      *    courrier alimente les champs de fusion et demande le        *
      *    courrier fusionne (fonction 'M') : en retour les lignes du  *
      *    modele actif du type demande ('O'), ou l'absence de modele  *
      *    ('N'), auquel cas l'appelant garde son texte standard.      *
      *    Champs de fusion, a ecrire entre accolades dans le modele : *
      *    {NOM} {PRENOM} {ADRESSE} {CP} {VILLE} {NIR} {MAIL}          *
      *    {MONTANT} {PERIODE} {ECHEANCE} {RUM} {PRESTATION}           *
      *    {FORMULE} {DIVERS} {DATE}.                                  *
      ******************************************************************
       01  WS-LET-ZONE.
           05 WS-LET-FUNCTION         PIC X(01).
           05 WS-LET-TYPE             PIC X(10).
           05 WS-LET-FOUND            PIC X(01).
           05 WS-LET-CHAMPS.
              10 WS-LET-NOM           PIC X(20).
              10 WS-LET-PRENOM        PIC X(20).
              10 WS-LET-ADRESSE       PIC X(50).
              10 WS-LET-CP            PIC X(15).
              10 WS-LET-VILLE         PIC X(50).
              10 WS-LET-NIR           PIC X(15).
              10 WS-LET-MAIL          PIC X(50).
              10 WS-LET-MONTANT       PIC X(12).
              10 WS-LET-PERIODE       PIC X(07).
              10 WS-LET-ECHEANCE      PIC X(10).
              10 WS-LET-RUM           PIC X(35).
              10 WS-LET-PRESTATION    PIC X(30).
              10 WS-LET-FORMULE       PIC X(10).
              10 WS-LET-DIVERS        PIC X(60).
              10 WS-LET-DATE          PIC X(10).
           05 WS-LET-LINE-COUNT       PIC 9(02).
           05 WS-LET-IX               PIC 9(02).
           05 WS-LET-LINE             PIC X(132) OCCURS 15 TIMES.
