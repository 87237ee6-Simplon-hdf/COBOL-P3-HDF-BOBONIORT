      ******************************************************************
      *    [RD] Coordonnees bancaires de la mutuelle portees par les   *
      *    fichiers ISO 20022 remis a la banque (cf. scsepagen,        *
      *    pain.008 de prelevement, et scsepavir, pain.001 de          *
      *    virement) : raison sociale du creancier et du donneur       *
      *    d'ordre, IBAN et BIC du compte de la mutuelle, identifiant  *
      *    creancier SEPA (ICS) attribue par la Banque de France, et   *
      *    prefixe des identifiants de message.                        *
      *    A REMPLACER AVANT LA MISE EN PRODUCTION : l'IBAN, le BIC et *
      *    l'ICS ci-dessous sont des valeurs fictives de recette, qui  *
      *    ne designent ni le compte ni le contrat de remise de la     *
      *    mutuelle. Ils doivent etre remplaces par ceux du contrat de *
      *    remise signe avec la banque avant le premier fichier        *
      *    transmis. Toute modification ulterieure (changement de      *
      *    compte ou de banque) se fait ici, puis les deux programmes  *
      *    sont recompiles.                                            *
      ******************************************************************
       01  WS-EMT-ZONE.
           05 WS-EMT-NAME             PIC X(35)
               VALUE 'MUTUELLE BOBONIORT'.
      *    [RD] Valeur fictive de recette, a remplacer.
           05 WS-EMT-IBAN             PIC X(34)
               VALUE 'FR7630006000011234567890189'.
      *    [RD] Valeur fictive de recette, a remplacer.
           05 WS-EMT-BIC              PIC X(11) VALUE 'AGRIFRPPXXX'.
      *    [RD] Valeur fictive de recette, a remplacer.
           05 WS-EMT-ICS              PIC X(35) VALUE 'FR72ZZZ123456'.
           05 WS-EMT-MSG-PREFIX       PIC X(09) VALUE 'BOBONIORT'.
