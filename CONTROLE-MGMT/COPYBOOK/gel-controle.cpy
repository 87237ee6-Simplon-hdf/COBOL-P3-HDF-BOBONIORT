      ******************************************************************
      *    [RD] Zone d'echange avec le sous-programme 'scgelctl'       *
      *    (controle du gel des avoirs : registre national des gels et *
      *    liste des sanctions de l'UE, tables 'gel_liste' et          *
      *    'gel_alerte'). Fonction 'N' : rend les deux cles de nom     *
      *    normalisees (NOM PRENOM et PRENOM NOM, majuscules,          *
      *    ponctuation et blancs superflus retires), sans acces a la   *
      *    base. Fonction 'C' : controle une personne -- adherent 'A', *
      *    beneficiaire 'B' ou praticien 'P' -- contre les listes      *
      *    chargees, par nom (et date de naissance quand les deux sont *
      *    connues) ou par IBAN ; chaque correspondance nouvelle est   *
      *    deposee dans la file de revue conformite (alerte 'A' a      *
      *    revoir, cf. scgelrev) avec la version de la liste. Le       *
      *    resultat vaut 'N' sans alerte en cours, 'A' alerte a        *
      *    revoir, 'C' gel confirme : dans les deux derniers cas les   *
      *    paiements de l'adherent concerne (ou du praticien) sont     *
      *    bloques par scsepavir et scremchq. La fonction 'C'          *
      *    travaille dans la connexion et la transaction de            *
      *    l'appelant, qui valide ou annule avec sa propre mise a      *
      *    jour.                                                       *
      ******************************************************************
       01  WS-GCT-ZONE.
           05 WS-GCT-FUNCTION         PIC X(01).
           05 WS-GCT-SUBJECT-TYPE     PIC X(01).
           05 WS-GCT-SUBJECT-REF      PIC X(36).
           05 WS-GCT-CUSTOMER         PIC X(36).
           05 WS-GCT-LASTNAME         PIC X(50).
           05 WS-GCT-FIRSTNAME        PIC X(50).
           05 WS-GCT-BIRTH-DATE       PIC X(10).
           05 WS-GCT-IBAN             PIC X(34).
           05 WS-GCT-ORIGIN           PIC X(10).
           05 WS-GCT-OPERATOR         PIC X(08).
           05 WS-GCT-NAME-KEY1        PIC X(101).
           05 WS-GCT-NAME-KEY2        PIC X(101).
           05 WS-GCT-RESULT           PIC X(01).
           05 WS-GCT-HIT-COUNT        PIC 9(03).
           05 WS-GCT-NEW-COUNT        PIC 9(03).
           05 WS-GCT-MESSAGE          PIC X(70).
