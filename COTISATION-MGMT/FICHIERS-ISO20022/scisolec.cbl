      ******************************************************************
      *    [RD] Le programme 'scisolec' est le sous-programme de       *
      *    lecture des fichiers XML ISO 20022 recus de la banque,      *
      *    appele ligne a ligne par les traitements qui les integrent  *
      *    (scrappro pour les releves camt.053, scseparet pour les     *
      *    rejets pain.002 et camt.054). Il decoupe chaque ligne en    *
      *    evenements -- ouverture et fermeture d'element, valeur d'un *
      *    element terminal -- et tient la pile des elements ouverts   *
      *    pour rendre avec chaque evenement le nom de l'element, de   *
      *    son parent et de son grand-parent (cf. iso-lecture.cpy).    *
      *    Les prefixes d'espace de nommage, les attributs, la         *
      *    declaration XML et les commentaires sont ignores ; les      *
      *    references d'entite (&amp; ...) sont rendues telles         *
      *    quelles. Aucune validation par le schema n'est faite : un   *
      *    fichier mal forme donne simplement des valeurs manquantes,  *
      *    que l'appelant traite en exception. Les evenements au-dela  *
      *    de la capacite de la zone d'echange sont comptes comme      *
      *    perdus : l'appelant tient alors le fichier pour illisible   *
      *    (cf. iso-lecture.cpy). Pas d'acces a la base.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scisolec.
       AUTHOR.       Rémi.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    [RD] Etat de la lecture garde d'une ligne a l'autre : 'T'
      *    dans un texte, 'B' dans une balise, avec la balise et le
      *    texte en cours d'accumulation.
       01  WS-ISO-MODE               PIC X(01) VALUE 'T'.
       01  WS-ISO-TAG-BUF            PIC X(300).
       01  WS-ISO-TAG-LEN            PIC 9(03) VALUE ZERO.
       01  WS-ISO-TEXT-BUF           PIC X(140).
       01  WS-ISO-TEXT-LEN           PIC 9(03) VALUE ZERO.

      *    [RD] Pile des elements ouverts (noms locaux) : trente
      *    niveaux, largement au-dela des messages de la banque.
       01  WS-ISO-DEPTH-MAX          PIC 9(02) VALUE 30.
       01  WS-ISO-DEPTH              PIC 9(02) VALUE ZERO.
       01  WS-ISO-STACK.
           05 WS-ISO-STACK-TAG       PIC X(35) OCCURS 30 TIMES.

      *    [RD] Ligne en cours : longueur utile et caractere examine.
       01  WS-ISO-LINE-LEN           PIC 9(04).
       01  WS-ISO-CX                 PIC 9(04).
       01  WS-ISO-CHAR               PIC X(01).

      *    [RD] Balise en cours d'analyse : nom brut, prefixe et nom
      *    local, balise auto-fermante ('<.../>').
       01  WS-ISO-RAW-NAME           PIC X(80).
       01  WS-ISO-PREFIX             PIC X(80).
       01  WS-ISO-NAME               PIC X(35).
       01  WS-ISO-COLON-COUNT        PIC 9(02).
       01  WS-ISO-SELF-CLOSING       PIC X(01).

      *    [RD] Evenement a rendre a l'appelant.
       01  WS-ISO-EVT-TYPE           PIC X(01).
       01  WS-ISO-EVT-TAG            PIC X(35).
       01  WS-ISO-EVT-PARENT         PIC X(35).
       01  WS-ISO-EVT-GRAND          PIC X(35).
       01  WS-ISO-EVT-VALUE          PIC X(140).
       01  WS-ISO-EVT-MAX            PIC 9(03) VALUE 500.

       LINKAGE SECTION.
       COPY 'iso-lecture.cpy' REPLACING LEADING ==WS-ISL== BY
           ==LK-ISL==.

      ******************************************************************
       PROCEDURE DIVISION USING LK-ISL-ZONE.

       0000-MAIN-LOGIC.
           MOVE ZERO TO LK-ISL-EVENT-COUNT.
           EVALUATE LK-ISL-FUNCTION
               WHEN 'I'
                   PERFORM 1000-INITIALISER
                      THRU END-1000-INITIALISER
               WHEN 'D'
                   PERFORM 2000-DECOUPER-LIGNE
                      THRU END-2000-DECOUPER-LIGNE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      *    [RD] Remet la lecture a zero a l'ouverture d'un fichier :   *
      *    hors balise, sans texte en attente, pile vide.              *
      ******************************************************************
       1000-INITIALISER.
           MOVE 'T' TO WS-ISO-MODE.
           MOVE SPACES TO WS-ISO-TAG-BUF.
           MOVE ZERO TO WS-ISO-TAG-LEN.
           MOVE SPACES TO WS-ISO-TEXT-BUF.
           MOVE ZERO TO WS-ISO-TEXT-LEN.
           MOVE ZERO TO WS-ISO-DEPTH.
           MOVE SPACES TO WS-ISO-STACK.
           MOVE ZERO TO LK-ISL-LOST-COUNT.
       END-1000-INITIALISER.
           EXIT.

      ******************************************************************
      *    [RD] Parcourt la ligne caractere par caractere. Une fin de  *
      *    ligne vaut un blanc dans une balise ou un texte commence :  *
      *    un element coupe sur deux lignes est ainsi lu comme s'il    *
      *    etait sur une seule.                                        *
      ******************************************************************
       2000-DECOUPER-LIGNE.
           IF LK-ISL-LINE = SPACES
               GO TO END-2000-DECOUPER-LIGNE
           END-IF.

           COMPUTE WS-ISO-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LK-ISL-LINE TRAILING)).

           PERFORM VARYING WS-ISO-CX FROM 1 BY 1
               UNTIL WS-ISO-CX > WS-ISO-LINE-LEN
               MOVE LK-ISL-LINE(WS-ISO-CX:1) TO WS-ISO-CHAR
               IF WS-ISO-MODE = 'B'
                   PERFORM 2100-CARACTERE-BALISE
                      THRU END-2100-CARACTERE-BALISE
               ELSE
                   PERFORM 2200-CARACTERE-TEXTE
                      THRU END-2200-CARACTERE-TEXTE
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-ISO-CHAR.
           IF WS-ISO-MODE = 'B'
               PERFORM 2100-CARACTERE-BALISE
                  THRU END-2100-CARACTERE-BALISE
           ELSE
               IF WS-ISO-TEXT-LEN > ZERO
                   PERFORM 2200-CARACTERE-TEXTE
                      THRU END-2200-CARACTERE-TEXTE
               END-IF
           END-IF.
       END-2000-DECOUPER-LIGNE.
           EXIT.

      ******************************************************************
      *    [RD] Caractere d'une balise : le '>' la termine et la fait  *
      *    analyser, tout autre caractere s'ajoute a la balise en      *
      *    cours.                                                      *
      ******************************************************************
       2100-CARACTERE-BALISE.
           IF WS-ISO-CHAR = '>'
               PERFORM 3000-TRAITER-BALISE
                  THRU END-3000-TRAITER-BALISE
               MOVE 'T' TO WS-ISO-MODE
               GO TO END-2100-CARACTERE-BALISE
           END-IF.

           IF WS-ISO-TAG-LEN < 300
               ADD 1 TO WS-ISO-TAG-LEN
               MOVE WS-ISO-CHAR TO WS-ISO-TAG-BUF(WS-ISO-TAG-LEN:1)
           END-IF.
       END-2100-CARACTERE-BALISE.
           EXIT.

      ******************************************************************
      *    [RD] Caractere de texte : le '<' ouvre une balise ; les     *
      *    blancs de tete et les blancs repetes (mise en page du       *
      *    fichier, texte coupe sur deux lignes) sont ignores, une     *
      *    tabulation vaut un blanc, le texte est tronque a 140        *
      *    caracteres.                                                 *
      ******************************************************************
       2200-CARACTERE-TEXTE.
           IF WS-ISO-CHAR = '<'
               MOVE 'B' TO WS-ISO-MODE
               MOVE SPACES TO WS-ISO-TAG-BUF
               MOVE ZERO TO WS-ISO-TAG-LEN
               GO TO END-2200-CARACTERE-TEXTE
           END-IF.

           IF WS-ISO-CHAR = X'09'
               MOVE SPACE TO WS-ISO-CHAR
           END-IF.
           IF WS-ISO-CHAR = SPACE
               AND (WS-ISO-TEXT-LEN = ZERO
                    OR WS-ISO-TEXT-BUF(WS-ISO-TEXT-LEN:1) = SPACE)
               GO TO END-2200-CARACTERE-TEXTE
           END-IF.

           IF WS-ISO-TEXT-LEN < 140
               ADD 1 TO WS-ISO-TEXT-LEN
               MOVE WS-ISO-CHAR TO WS-ISO-TEXT-BUF(WS-ISO-TEXT-LEN:1)
           END-IF.
       END-2200-CARACTERE-TEXTE.
           EXIT.

      ******************************************************************
      *    [RD] Analyse une balise complete. Declaration ('<?...?>')   *
      *    et commentaire ('<!--...-->') sont ignores. Une fermeture   *
      *    rend la valeur de l'element si du texte a ete lu depuis son *
      *    ouverture, puis l'evenement 'F', et depile. Une ouverture   *
      *    empile l'element et rend l'evenement 'O' (suivi de 'F' pour *
      *    une balise auto-fermante). Le texte en attente est          *
      *    abandonne a chaque balise : seul le texte d'un element      *
      *    terminal est rendu.                                         *
      ******************************************************************
       3000-TRAITER-BALISE.
           IF WS-ISO-TAG-BUF(1:1) = '?' OR WS-ISO-TAG-BUF(1:1) = '!'
               GO TO 3090-FIN-BALISE
           END-IF.

           IF WS-ISO-TAG-BUF(1:1) = '/'
               MOVE WS-ISO-TAG-BUF(2:) TO WS-ISO-RAW-NAME
           ELSE
               MOVE WS-ISO-TAG-BUF TO WS-ISO-RAW-NAME
           END-IF.
           PERFORM 3100-NOM-LOCAL THRU END-3100-NOM-LOCAL.

           IF WS-ISO-TAG-BUF(1:1) = '/'
               IF WS-ISO-TEXT-LEN > ZERO
                   MOVE 'V' TO WS-ISO-EVT-TYPE
                   MOVE WS-ISO-TEXT-BUF TO WS-ISO-EVT-VALUE
                   PERFORM 3200-EMETTRE THRU END-3200-EMETTRE
               END-IF
               MOVE 'F' TO WS-ISO-EVT-TYPE
               MOVE SPACES TO WS-ISO-EVT-VALUE
               PERFORM 3200-EMETTRE THRU END-3200-EMETTRE
               IF WS-ISO-DEPTH > ZERO
                   SUBTRACT 1 FROM WS-ISO-DEPTH
               END-IF
               GO TO 3090-FIN-BALISE
           END-IF.

           MOVE 'N' TO WS-ISO-SELF-CLOSING.
           IF WS-ISO-TAG-LEN > ZERO
               AND WS-ISO-TAG-BUF(WS-ISO-TAG-LEN:1) = '/'
               MOVE 'O' TO WS-ISO-SELF-CLOSING
           END-IF.

           IF WS-ISO-DEPTH < WS-ISO-DEPTH-MAX
               ADD 1 TO WS-ISO-DEPTH
           END-IF.
           MOVE WS-ISO-NAME TO WS-ISO-STACK-TAG(WS-ISO-DEPTH).

           MOVE 'O' TO WS-ISO-EVT-TYPE.
           MOVE SPACES TO WS-ISO-EVT-VALUE.
           PERFORM 3200-EMETTRE THRU END-3200-EMETTRE.

           IF WS-ISO-SELF-CLOSING = 'O'
               MOVE 'F' TO WS-ISO-EVT-TYPE
               PERFORM 3200-EMETTRE THRU END-3200-EMETTRE
               SUBTRACT 1 FROM WS-ISO-DEPTH
           END-IF.

       3090-FIN-BALISE.
           MOVE SPACES TO WS-ISO-TEXT-BUF.
           MOVE ZERO TO WS-ISO-TEXT-LEN.
       END-3000-TRAITER-BALISE.
           EXIT.

      ******************************************************************
      *    [RD] Extrait le nom local de la balise dans WS-ISO-NAME :   *
      *    premier mot du nom brut (arret au blanc, a la tabulation ou *
      *    au '/' final), sans son prefixe d'espace de nommage         *
      *    ('ns2:Ntry' donne 'Ntry').                                  *
      ******************************************************************
       3100-NOM-LOCAL.
           MOVE SPACES TO WS-ISO-PREFIX.
           UNSTRING WS-ISO-RAW-NAME DELIMITED BY ' ' OR '/' OR X'09'
               INTO WS-ISO-PREFIX
           END-UNSTRING.

           MOVE ZERO TO WS-ISO-COLON-COUNT.
           INSPECT WS-ISO-PREFIX TALLYING WS-ISO-COLON-COUNT
               FOR ALL ':'.

           MOVE SPACES TO WS-ISO-NAME.
           IF WS-ISO-COLON-COUNT = ZERO
               MOVE WS-ISO-PREFIX TO WS-ISO-NAME
           ELSE
               MOVE WS-ISO-PREFIX TO WS-ISO-RAW-NAME
               UNSTRING WS-ISO-RAW-NAME DELIMITED BY ':'
                   INTO WS-ISO-PREFIX, WS-ISO-NAME
               END-UNSTRING
           END-IF.
       END-3100-NOM-LOCAL.
           EXIT.

      ******************************************************************
      *    [RD] Range l'evenement WS-ISO-EVT-TYPE de l'element au      *
      *    sommet de la pile dans la zone de l'appelant, avec les noms *
      *    de son parent et de son grand-parent ; au-dela de la        *
      *    capacite de la zone, l'evenement est compte comme perdu.    *
      ******************************************************************
       3200-EMETTRE.
           IF LK-ISL-EVENT-COUNT >= WS-ISO-EVT-MAX
               ADD 1 TO LK-ISL-LOST-COUNT
               GO TO END-3200-EMETTRE
           END-IF.

           MOVE SPACES TO WS-ISO-EVT-TAG.
           MOVE SPACES TO WS-ISO-EVT-PARENT.
           MOVE SPACES TO WS-ISO-EVT-GRAND.
           IF WS-ISO-DEPTH > ZERO
               MOVE WS-ISO-STACK-TAG(WS-ISO-DEPTH) TO WS-ISO-EVT-TAG
           ELSE
               MOVE WS-ISO-NAME TO WS-ISO-EVT-TAG
           END-IF.
           IF WS-ISO-DEPTH > 1
               MOVE WS-ISO-STACK-TAG(WS-ISO-DEPTH - 1)
                   TO WS-ISO-EVT-PARENT
           END-IF.
           IF WS-ISO-DEPTH > 2
               MOVE WS-ISO-STACK-TAG(WS-ISO-DEPTH - 2)
                   TO WS-ISO-EVT-GRAND
           END-IF.

           ADD 1 TO LK-ISL-EVENT-COUNT.
           MOVE WS-ISO-EVT-TYPE
               TO LK-ISL-EVT-TYPE(LK-ISL-EVENT-COUNT).
           MOVE WS-ISO-EVT-TAG
               TO LK-ISL-EVT-TAG(LK-ISL-EVENT-COUNT).
           MOVE WS-ISO-EVT-PARENT
               TO LK-ISL-EVT-PARENT(LK-ISL-EVENT-COUNT).
           MOVE WS-ISO-EVT-GRAND
               TO LK-ISL-EVT-GRAND(LK-ISL-EVENT-COUNT).
           MOVE WS-ISO-EVT-VALUE
               TO LK-ISL-EVT-VALUE(LK-ISL-EVENT-COUNT).
       END-3200-EMETTRE.
           EXIT.
