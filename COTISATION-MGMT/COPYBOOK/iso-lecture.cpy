      ******************************************************************
      *    [RD] Zone d'echange avec le sous-programme 'scisolec'       *
      *    (lecture des fichiers XML ISO 20022 recus de la banque :    *
      *    releves camt.053, avis camt.054, comptes rendus pain.002).  *
      *    Le programme appelant initialise la lecture (fonction 'I')  *
      *    a l'ouverture du fichier, puis passe chaque ligne lue       *
      *    (fonction 'D') et parcourt les evenements rendus pour la    *
      *    ligne, dans l'ordre du fichier : 'O' ouverture d'un         *
      *    element, 'F' fermeture, 'V' valeur d'un element terminal    *
      *    (texte cadre, rendu juste avant sa fermeture). Chaque       *
      *    evenement porte le nom local de l'element (sans prefixe     *
      *    d'espace de nommage), celui de son parent et de son         *
      *    grand-parent, ce qui distingue par exemple l'IBAN du        *
      *    debiteur (DbtrAcct/Id/IBAN) de celui du creancier. Un       *
      *    element ou un texte peut s'etendre sur plusieurs lignes :   *
      *    l'etat de la lecture est garde d'un appel a l'autre.        *
      *    Une ligne est passee sur 1000 caracteres au plus ; au-dela  *
      *    de cinq cents evenements sur une meme ligne, les suivants   *
      *    sont perdus et comptes a part (WS-ISL-LOST-COUNT). Un       *
      *    fichier dont une ligne remplit les 1000 caracteres, ou dont *
      *    un evenement est perdu, est tenu pour illisible par         *
      *    l'appelant, qui annule alors tout le passage plutot que de  *
      *    traiter un fichier incomplet.                               *
      ******************************************************************
       01  WS-ISL-ZONE.
           05 WS-ISL-FUNCTION         PIC X(01).
           05 WS-ISL-LINE             PIC X(1000).
           05 WS-ISL-EVENT-COUNT      PIC 9(03).
           05 WS-ISL-LOST-COUNT       PIC 9(05).
           05 WS-ISL-EVENT            OCCURS 500 TIMES.
               10 WS-ISL-EVT-TYPE     PIC X(01).
               10 WS-ISL-EVT-TAG      PIC X(35).
               10 WS-ISL-EVT-PARENT   PIC X(35).
               10 WS-ISL-EVT-GRAND    PIC X(35).
               10 WS-ISL-EVT-VALUE    PIC X(140).
