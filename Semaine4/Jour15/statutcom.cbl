      * depot couvre la quantite (sinon la transition est refusee),
      * ecrit le mouvement de sortie correspondant dans
      * mouvements-stock.txt et edite le bon d'expedition de la
      * commande par le module d'edition commun. Pour les articles
      * suivis par lot (stock-lots.txt), l'expedition preleve les lots
      * qui perissent en premier, jamais un lot deja perime (son stock
      * ne compte pas pour la couverture) : une sortie est ecrite par
      * lot preleve et le bon d'expedition indique le lot a prendre.
      * Les lignes issues d'un devis (deviscli) portent le prix devise
      * et le numero du devis en colonnes 31-44 : la reecriture les
      * conserve tels quels. L'expedition se fait a l'adresse de
      * livraison choisie a la saisie (numero en colonnes 45-46, tenu
      * par climaint dans adresses-livraison.txt) ou, a defaut, a
      * l'adresse par defaut du client ; sans adresse connue elle est
      * refusee. Le bon porte l'adresse, une etiquette est editee
      * avec le nombre de colis, et chaque expedition est inscrite au
      * journal expeditions.txt d'ou se tire le manifeste
      * transporteur du jour, regroupe par zone avec le nombre de
      * colis, remis au chauffeur.

      ******************************************************************
      *                            TRIGRAMMES                          *
       ASSIGN TO "mouvements-stock.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot des articles perissables, tenu par mouvstock
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "stock-lots.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-LOT.

      *Adresses de livraison des clients, tenues par climaint
       SELECT OPTIONAL FICHIER-ADRESSES
       ASSIGN TO "adresses-livraison.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal des expeditions, source du manifeste transporteur
       SELECT OPTIONAL FICHIER-EXPEDITIONS ASSIGN TO "expeditions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-COM.
           01 F-LIGNE-COM                  PIC X(46).

       FD FICHIER-ANCIENNETE.
           01 F-LIGNE-ANCIENNETE           PIC X(80).
               05 F-MVT-QTE                PIC X(02).
               05 F-MVT-DEPOT              PIC X(03).
               05 F-MVT-DEPOT-DEST         PIC X(03).
               05 F-MVT-LOT                PIC X(10).
               05 F-MVT-PEREMPTION         PIC X(08).

       FD FICHIER-LOTS.
           COPY "lot-record.cpy".

       FD FICHIER-ADRESSES.
           COPY "adresse-record.cpy".

       FD FICHIER-EXPEDITIONS.
           COPY "expedition-record.cpy".


       WORKING-STORAGE SECTION.
      *        anciennes lignes : il sera demande a l'expedition)
               10 WS-ART-COM               PIC X(10).

      *        Prix devise et numero du devis d'origine, colonnes
      *        31-44 (espaces hors devis)
               10 WS-DEVIS-COM             PIC X(14).

      *        Adresse de livraison choisie a la saisie, colonnes
      *        45-46 (espaces = adresse par defaut du client)
               10 WS-ADR-COM               PIC X(02).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-COM                       PIC 9(03).
       01 WS-STATUT-INV                    PIC X(02).
           88 WS-STATUT-INV-OK                         VALUE "00".

      *Stock par lot charge au lancement et decompte en memoire au
      *fil des expeditions de la session, comme l'inventaire
       01 WS-TABLEAU-LOT.
           05 WS-LIGNE-LOT OCCURS 2000 TIMES.
               10 WS-LOT-OBJET             PIC X(10).
               10 WS-LOT-DEPOT             PIC X(03).
               10 WS-LOT-NUMERO            PIC X(10).
               10 WS-LOT-PEREMPTION        PIC X(08).
               10 WS-LOT-QTE               PIC 9(04).

       77 WS-IDX-LOT                       PIC 9(04).
       77 WS-IDX-PLUS-ANCIEN               PIC 9(04).
       01 WS-MAX-LOT                       PIC 9(04).
       01 WS-CAPACITE-LOT                  PIC 9(04)   VALUE 2000.

       01 WS-STATUT-LOT                    PIC X(02).
           88 WS-STATUT-LOT-OK                         VALUE "00".

      *Adresses de livraison de tous les clients
       01 WS-TABLEAU-ADR.
           05 WS-LIGNE-ADR OCCURS 500 TIMES.
               10 WS-ADR-CLIENT            PIC X(08).
               10 WS-ADR-NUMERO            PIC X(02).
               10 WS-ADR-DEFAUT            PIC X(01).
                   88 WS-ADR-PAR-DEFAUT            VALUE "O".
               10 WS-ADR-DESTINATAIRE      PIC X(30).
               10 WS-ADR-RUE               PIC X(30).
               10 WS-ADR-CODE-POSTAL       PIC X(05).
               10 WS-ADR-VILLE             PIC X(20).
               10 WS-ADR-ZONE              PIC X(03).
               10 WS-ADR-STATUT            PIC X(01).
                   88 WS-ADR-ACTIVE                VALUE "A".

       77 WS-IDX-ADR                       PIC 9(03).
       01 WS-MAX-ADR                       PIC 9(03).
       01 WS-CAPACITE-ADR                  PIC 9(03)   VALUE 500.

      *Adresse retenue pour l'expedition en cours et nombre de colis
       01 WS-ADRESSE-TROUVEE               PIC 9(03).
       01 WS-SAISIE-COLIS                  PIC X(03).
       01 WS-NB-COLIS                      PIC 9(03).

      *Expeditions du jour relues pour le manifeste, triees par zone
      *transporteur ; OCCURS DEPENDING pour le tri comme les commandes
       01 WS-TABLEAU-EXP.
           05 WS-LIGNE-EXP OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-MAX-EXP.
               10 WS-EXP-ZONE              PIC X(03).
               10 WS-EXP-COMMANDE          PIC X(04).
               10 WS-EXP-CLIENT            PIC X(08).
               10 WS-EXP-DESTINATAIRE      PIC X(30).
               10 WS-EXP-CODE-POSTAL       PIC X(05).
               10 WS-EXP-VILLE             PIC X(20).
               10 WS-EXP-COLIS             PIC 9(03).

       77 WS-IDX-EXP                       PIC 9(03).
       01 WS-MAX-EXP                       PIC 9(03).
       01 WS-CAPACITE-EXP                  PIC 9(03)   VALUE 500.

      *Ruptures et totaux du manifeste
       01 WS-ZONE-COURANTE                 PIC X(03).
       01 WS-EXP-ZONE-NB                   PIC 9(03).
       01 WS-COLIS-ZONE                    PIC 9(05).
       01 WS-COLIS-TOTAL                   PIC 9(05).
       01 WS-COLIS-ED                      PIC ZZ9.
       01 WS-TOTAL-ED                      PIC ZZZZ9.

      *Lots de l'article expedie dans le depot : total, part perimee
      *a la date du jour, stock hors lot et quantite expediable
       01 WS-TOTAL-LOTS                    PIC 9(05).
       01 WS-LOTS-PERIMES                  PIC 9(05).
       01 WS-STOCK-DISPONIBLE              PIC 9(05).
       01 WS-RESTE-A-PRELEVER              PIC 9(04).

      *Prelevements retenus pour l'expedition en cours : un poste par
      *lot, premiers perimes d'abord ; le reliquat eventuel est pris
      *sur le stock hors lot
       01 WS-TABLEAU-PREL.
           05 WS-LIGNE-PREL OCCURS 20 TIMES.
               10 WS-PREL-LOT              PIC X(10).
               10 WS-PREL-PEREMPTION       PIC X(08).
               10 WS-PREL-QTE              PIC 9(04).

       77 WS-IDX-PREL                      PIC 9(02).
       01 WS-MAX-PREL                      PIC 9(02).
       01 WS-CAPACITE-PREL                 PIC 9(02)   VALUE 20.
       01 WS-PREL-HORS-LOT                 PIC 9(04).

       01 WS-STATUT-FICHIER                PIC X(02).
           88 WS-STATUT-FICHIER-OK                     VALUE "00".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-CHANGER                         VALUE "1".
           88 WS-CHOIX-RAPPORT                         VALUE "2".
           88 WS-CHOIX-MANIFESTE                       VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

       01 WS-CHERCHE-NUM                   PIC X(04).
       01 WS-NOUVEAU-STATUT                PIC X.
           88 WS-EXPEDITION-KO                         VALUE "N".

      *Zones d'appel du module d'edition commun imprim pour le bon
      *d'expedition et l'etiquette, un fichier par commande
      *expediee, et pour le manifeste transporteur du jour
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30).
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80)   VALUE SPACES.
       01 WS-IMPRIM-LIGNE                  PIC X(80).

           PERFORM 0150-LECTURE-INVENTAIRE-DEB
              THRU 0150-LECTURE-INVENTAIRE-FIN.

           PERFORM 0160-LECTURE-LOTS-DEB
              THRU 0160-LECTURE-LOTS-FIN.

           PERFORM 0170-LECTURE-ADRESSES-DEB
              THRU 0170-LECTURE-ADRESSES-FIN.

           IF NOT WS-STATUT-FICHIER-OK
               DISPLAY "Fichier des commandes indisponible, fin."
               STOP RUN
                             TO WS-DATE-COM(WS-IDX)
                           MOVE F-LIGNE-COM(21:10)
                             TO WS-ART-COM(WS-IDX)
                           MOVE F-LIGNE-COM(31:14)
                             TO WS-DEVIS-COM(WS-IDX)
                           MOVE F-LIGNE-COM(45:2)
                             TO WS-ADR-COM(WS-IDX)

      *Reprise des anciennes lignes ecrites avant l'ajout du statut
                           IF WS-STATUT-COM(WS-IDX) = SPACE

       0150-LECTURE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Stock par lot ; fichier absent = aucun article suivi par lot
       0160-LECTURE-LOTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX2.

           OPEN INPUT FICHIER-LOTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-LOTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX2
                       IF WS-IDX2 <= WS-CAPACITE-LOT
                           MOVE LOT-OBJET TO WS-LOT-OBJET(WS-IDX2)
                           MOVE LOT-DEPOT TO WS-LOT-DEPOT(WS-IDX2)
                           MOVE LOT-NUMERO TO WS-LOT-NUMERO(WS-IDX2)
                           MOVE LOT-PEREMPTION
                             TO WS-LOT-PEREMPTION(WS-IDX2)
                           MOVE LOT-QTE TO WS-LOT-QTE(WS-IDX2)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX2
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-LOT ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX2 TO WS-MAX-LOT.

           CLOSE FICHIER-LOTS.

           EXIT.

       0160-LECTURE-LOTS-FIN.

      *-----------------------------------------------------------------

      *Adresses de livraison, actives ou non : une commande saisie
      *avant la desactivation de son adresse part encore a celle-ci
       0170-LECTURE-ADRESSES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-ADR.

           OPEN INPUT FICHIER-ADRESSES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ADRESSES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-ADR < WS-CAPACITE-ADR
                           ADD 1 TO WS-MAX-ADR
                           MOVE LIGNE-ADRESSE
                             TO WS-LIGNE-ADR(WS-MAX-ADR)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ADRESSES.

           EXIT.

       0170-LECTURE-ADRESSES-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.
           DISPLAY "Gestion du statut des commandes.".
           DISPLAY "1 - Changer le statut d'une commande".
           DISPLAY "2 - Rapport d'anciennete des commandes ouvertes".
           DISPLAY "3 - Manifeste transporteur du jour".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0400-RAPPORT-ANCIENNETE-DEB
                      THRU 0400-RAPPORT-ANCIENNETE-FIN

               WHEN WS-CHOIX-MANIFESTE
                   PERFORM 0600-MANIFESTE-DEB
                      THRU 0600-MANIFESTE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               GO TO 0350-EXPEDITION-FIN
           END-IF.

           PERFORM 0370-ADRESSE-LIVRAISON-DEB
              THRU 0370-ADRESSE-LIVRAISON-FIN.

           IF WS-ADRESSE-TROUVEE = 0
               DISPLAY "Aucune adresse de livraison pour le client "
                       WS-ID-COM(WS-IDX) " (climaint), expedition "
                       "refusee."
               GO TO 0350-EXPEDITION-FIN
           END-IF.

           DISPLAY "Nombre de colis (vide = 1) : ".
           ACCEPT WS-SAISIE-COLIS.

           IF WS-SAISIE-COLIS = SPACES
               MOVE 1 TO WS-NB-COLIS
           ELSE
               MOVE FUNCTION NUMVAL(WS-SAISIE-COLIS) TO WS-NB-COLIS
               IF WS-NB-COLIS = 0
                   DISPLAY "Nombre de colis invalide, expedition "
                           "refusee."
                   GO TO 0350-EXPEDITION-FIN
               END-IF
           END-IF.

           MOVE 0 TO WS-INV-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               GO TO 0350-EXPEDITION-FIN
           END-IF.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

      *Les lots perimes restent en stock jusqu'a leur retrait mais ne
      *peuvent pas partir chez le client
           MOVE 0 TO WS-TOTAL-LOTS.
           MOVE 0 TO WS-LOTS-PERIMES.

           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-MAX-LOT

               IF WS-LOT-OBJET(WS-IDX-LOT) = WS-SAISIE-ARTICLE
               AND WS-LOT-DEPOT(WS-IDX-LOT) = WS-SAISIE-DEPOT
                   ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-TOTAL-LOTS
                   IF WS-LOT-PEREMPTION(WS-IDX-LOT) < WS-DATE-DU-JOUR
                       ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-LOTS-PERIMES
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-LOTS-PERIMES > WS-INV-STOCK(WS-INV-TROUVE)
               MOVE 0 TO WS-STOCK-DISPONIBLE
           ELSE
               COMPUTE WS-STOCK-DISPONIBLE =
                   WS-INV-STOCK(WS-INV-TROUVE) - WS-LOTS-PERIMES
           END-IF.

           IF WS-QTE-COMMANDE > WS-STOCK-DISPONIBLE
               DISPLAY "Stock non perime insuffisant ("
                       WS-STOCK-DISPONIBLE " pour " WS-QTE-COMMANDE
                       ", " WS-LOTS-PERIMES " perime(s)), "
                       "expedition refusee."
               GO TO 0350-EXPEDITION-FIN
           END-IF.

           PERFORM 0360-CHOIX-LOTS-DEB
              THRU 0360-CHOIX-LOTS-FIN.

           SUBTRACT WS-QTE-COMMANDE
               FROM WS-INV-STOCK(WS-INV-TROUVE).

      *Une sortie par lot preleve, puis le reliquat hors lot
           OPEN EXTEND FICHIER-MOUVEMENTS.

           PERFORM VARYING WS-IDX-PREL FROM 1 BY 1
                   UNTIL WS-IDX-PREL > WS-MAX-PREL

               MOVE WS-PREL-QTE(WS-IDX-PREL) TO WS-QTE-MVT

               MOVE SPACES TO F-LIGNE-MVT
               MOVE WS-SAISIE-ARTICLE TO F-MVT-OBJET
               MOVE WS-DATE-DU-JOUR   TO F-MVT-DATE
               MOVE "S"               TO F-MVT-CODE
               MOVE WS-QTE-MVT        TO F-MVT-QTE
               MOVE WS-SAISIE-DEPOT   TO F-MVT-DEPOT
               MOVE WS-PREL-LOT(WS-IDX-PREL) TO F-MVT-LOT
               MOVE WS-PREL-PEREMPTION(WS-IDX-PREL)
                 TO F-MVT-PEREMPTION
               WRITE F-LIGNE-MVT

           END-PERFORM.

           IF WS-PREL-HORS-LOT > 0
               MOVE WS-PREL-HORS-LOT TO WS-QTE-MVT

               MOVE SPACES TO F-LIGNE-MVT
               MOVE WS-SAISIE-ARTICLE TO F-MVT-OBJET
               MOVE WS-DATE-DU-JOUR   TO F-MVT-DATE
               MOVE "S"               TO F-MVT-CODE
               MOVE WS-QTE-MVT        TO F-MVT-QTE
               MOVE WS-SAISIE-DEPOT   TO F-MVT-DEPOT
               WRITE F-LIGNE-MVT
           END-IF.

           CLOSE FICHIER-MOUVEMENTS.

           PERFORM 0380-BON-EXPEDITION-DEB
              THRU 0380-BON-EXPEDITION-FIN.

           PERFORM 0385-ETIQUETTE-DEB
              THRU 0385-ETIQUETTE-FIN.

           PERFORM 0388-JOURNAL-EXPEDITION-DEB
              THRU 0388-JOURNAL-EXPEDITION-FIN.

           SET WS-EXPEDITION-OK TO TRUE.

           EXIT.

       0350-EXPEDITION-FIN.

      *-----------------------------------------------------------------

      *Choix des lots a prelever pour la quantite commandee : a chaque
      *tour, le lot non perime de plus proche peremption encore en
      *stock ; ce qui n'est pas couvert par des lots (article non
      *suivi, ou lots epuises) est pris sur le stock hors lot
       0360-CHOIX-LOTS-DEB.

           MOVE 0 TO WS-MAX-PREL.
           MOVE WS-QTE-COMMANDE TO WS-RESTE-A-PRELEVER.
           MOVE 1 TO WS-IDX-PLUS-ANCIEN.

           PERFORM UNTIL WS-RESTE-A-PRELEVER = 0
                      OR WS-IDX-PLUS-ANCIEN = 0
                      OR WS-MAX-PREL >= WS-CAPACITE-PREL

               MOVE 0 TO WS-IDX-PLUS-ANCIEN

               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-MAX-LOT
                   IF WS-LOT-OBJET(WS-IDX-LOT) = WS-SAISIE-ARTICLE
                   AND WS-LOT-DEPOT(WS-IDX-LOT) = WS-SAISIE-DEPOT
                   AND WS-LOT-QTE(WS-IDX-LOT) > 0
                   AND WS-LOT-PEREMPTION(WS-IDX-LOT)
                       NOT < WS-DATE-DU-JOUR
                       IF WS-IDX-PLUS-ANCIEN = 0
                           MOVE WS-IDX-LOT TO WS-IDX-PLUS-ANCIEN
                       ELSE
                           IF WS-LOT-PEREMPTION(WS-IDX-LOT)
                              < WS-LOT-PEREMPTION(WS-IDX-PLUS-ANCIEN)
                               MOVE WS-IDX-LOT TO WS-IDX-PLUS-ANCIEN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-IDX-PLUS-ANCIEN NOT = 0
                   ADD 1 TO WS-MAX-PREL
                   MOVE WS-LOT-NUMERO(WS-IDX-PLUS-ANCIEN)
                     TO WS-PREL-LOT(WS-MAX-PREL)
                   MOVE WS-LOT-PEREMPTION(WS-IDX-PLUS-ANCIEN)
                     TO WS-PREL-PEREMPTION(WS-MAX-PREL)
                   IF WS-LOT-QTE(WS-IDX-PLUS-ANCIEN)
                      > WS-RESTE-A-PRELEVER
                       MOVE WS-RESTE-A-PRELEVER
                         TO WS-PREL-QTE(WS-MAX-PREL)
                   ELSE
                       MOVE WS-LOT-QTE(WS-IDX-PLUS-ANCIEN)
                         TO WS-PREL-QTE(WS-MAX-PREL)
                   END-IF
                   SUBTRACT WS-PREL-QTE(WS-MAX-PREL)
                       FROM WS-LOT-QTE(WS-IDX-PLUS-ANCIEN)
                   SUBTRACT WS-PREL-QTE(WS-MAX-PREL)
                       FROM WS-RESTE-A-PRELEVER
               END-IF

           END-PERFORM.

           MOVE WS-RESTE-A-PRELEVER TO WS-PREL-HORS-LOT.

           EXIT.

       0360-CHOIX-LOTS-FIN.

      *-----------------------------------------------------------------

      *Adresse de livraison de la commande courante : celle designee
      *a la saisie, sinon l'adresse par defaut active du client ;
      *WS-ADRESSE-TROUVEE vaut 0 si aucune
       0370-ADRESSE-LIVRAISON-DEB.

           MOVE 0 TO WS-ADRESSE-TROUVEE.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR

               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-ID-COM(WS-IDX)
                   IF WS-ADR-COM(WS-IDX) = SPACES
                       IF WS-ADR-ACTIVE(WS-IDX-ADR)
                       AND WS-ADR-PAR-DEFAUT(WS-IDX-ADR)
                           MOVE WS-IDX-ADR TO WS-ADRESSE-TROUVEE
                       END-IF
                   ELSE
                       IF WS-ADR-NUMERO(WS-IDX-ADR)
                          = WS-ADR-COM(WS-IDX)
                           MOVE WS-IDX-ADR TO WS-ADRESSE-TROUVEE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0370-ADRESSE-LIVRAISON-FIN.

      *-----------------------------------------------------------------

       0380-BON-EXPEDITION-DEB.
           STRING "bon-expedition-"
                   FUNCTION TRIM(WS-NUM-COM(WS-IDX)) ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.
           MOVE "BON D'EXPEDITION" TO WS-IMPRIM-TITRE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Livrer a : "
                   WS-ADR-DESTINATAIRE(WS-ADRESSE-TROUVEE)
                   "  Adresse " WS-ADR-NUMERO(WS-ADRESSE-TROUVEE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "           " WS-ADR-RUE(WS-ADRESSE-TROUVEE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "           " WS-ADR-CODE-POSTAL(WS-ADRESSE-TROUVEE)
                   " " WS-ADR-VILLE(WS-ADRESSE-TROUVEE)
                   "  Zone " WS-ADR-ZONE(WS-ADRESSE-TROUVEE)
                   "  Colis " WS-NB-COLIS
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

      *Une ligne de prelevement par lot, premiers perimes d'abord
           PERFORM VARYING WS-IDX-PREL FROM 1 BY 1
                   UNTIL WS-IDX-PREL > WS-MAX-PREL

               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "A prelever : " WS-SAISIE-ARTICLE
                       " lot " WS-PREL-LOT(WS-IDX-PREL)
                       " per. " WS-PREL-PEREMPTION(WS-IDX-PREL)
                       " quantite " WS-PREL-QTE(WS-IDX-PREL)
                       " depot " WS-SAISIE-DEPOT
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0390-APPEL-IMPRIM-DEB
                  THRU 0390-APPEL-IMPRIM-FIN

           END-PERFORM.

           IF WS-PREL-HORS-LOT > 0
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "A prelever : " WS-SAISIE-ARTICLE
                       " quantite " WS-PREL-HORS-LOT
                       " au depot " WS-SAISIE-DEPOT
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0390-APPEL-IMPRIM-DEB
                  THRU 0390-APPEL-IMPRIM-FIN
           END-IF.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

      *-----------------------------------------------------------------

      *Etiquette d'adresse a coller sur le colis, un fichier par
      *commande expediee
       0385-ETIQUETTE-DEB.

           MOVE SPACES TO WS-IMPRIM-FICHIER.
           STRING "etiquette-"
                   FUNCTION TRIM(WS-NUM-COM(WS-IDX)) ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.
           MOVE "ETIQUETTE D'EXPEDITION" TO WS-IMPRIM-TITRE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE WS-ADR-DESTINATAIRE(WS-ADRESSE-TROUVEE)
             TO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE WS-ADR-RUE(WS-ADRESSE-TROUVEE) TO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-ADR-CODE-POSTAL(WS-ADRESSE-TROUVEE) " "
                   WS-ADR-VILLE(WS-ADRESSE-TROUVEE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           STRING "Zone " WS-ADR-ZONE(WS-ADRESSE-TROUVEE)
                   "  Commande " WS-NUM-COM(WS-IDX)
                   "  Client " WS-ID-COM(WS-IDX)
                   "  Colis : " WS-NB-COLIS
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           DISPLAY "Etiquette editee : "
                   FUNCTION TRIM(WS-IMPRIM-FICHIER) ".".

           EXIT.

       0385-ETIQUETTE-FIN.

      *-----------------------------------------------------------------

      *Inscription de l'expedition au journal du manifeste
       0388-JOURNAL-EXPEDITION-DEB.

           OPEN EXTEND FICHIER-EXPEDITIONS.

           MOVE SPACES TO LIGNE-EXPEDITION.
           MOVE WS-DATE-DU-JOUR   TO EXP-DATE.
           MOVE WS-NUM-COM(WS-IDX) TO EXP-COMMANDE.
           MOVE WS-ID-COM(WS-IDX) TO EXP-CLIENT.
           MOVE WS-ADR-NUMERO(WS-ADRESSE-TROUVEE) TO EXP-ADRESSE.
           MOVE WS-ADR-ZONE(WS-ADRESSE-TROUVEE) TO EXP-ZONE.
           MOVE WS-ADR-CODE-POSTAL(WS-ADRESSE-TROUVEE)
             TO EXP-CODE-POSTAL.
           MOVE WS-ADR-VILLE(WS-ADRESSE-TROUVEE) TO EXP-VILLE.
           MOVE WS-ADR-DESTINATAIRE(WS-ADRESSE-TROUVEE)
             TO EXP-DESTINATAIRE.
           MOVE WS-SAISIE-ARTICLE TO EXP-ARTICLE.
           MOVE WS-QTE-COMMANDE   TO EXP-QTE.
           MOVE WS-NB-COLIS       TO EXP-COLIS.
           WRITE LIGNE-EXPEDITION.

           CLOSE FICHIER-EXPEDITIONS.

           EXIT.

       0388-JOURNAL-EXPEDITION-FIN.

      *-----------------------------------------------------------------

      *Appel du module d'edition commun avec les zones preparees
       0390-APPEL-IMPRIM-DEB.


      *-----------------------------------------------------------------

      *Manifeste transporteur des expeditions du jour : regroupement
      *par zone transporteur, une ligne par expedition avec son
      *nombre de colis, total de colis par zone et general
       0600-MANIFESTE-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           MOVE WS-CAPACITE-EXP TO WS-MAX-EXP.
           MOVE 0 TO WS-IDX-EXP.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-EXPEDITIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-EXPEDITIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF EXP-DATE = WS-DATE-DU-JOUR
                       AND WS-IDX-EXP < WS-CAPACITE-EXP
                           ADD 1 TO WS-IDX-EXP
                           MOVE EXP-ZONE
                             TO WS-EXP-ZONE(WS-IDX-EXP)
                           MOVE EXP-COMMANDE
                             TO WS-EXP-COMMANDE(WS-IDX-EXP)
                           MOVE EXP-CLIENT
                             TO WS-EXP-CLIENT(WS-IDX-EXP)
                           MOVE EXP-DESTINATAIRE
                             TO WS-EXP-DESTINATAIRE(WS-IDX-EXP)
                           MOVE EXP-CODE-POSTAL
                             TO WS-EXP-CODE-POSTAL(WS-IDX-EXP)
                           MOVE EXP-VILLE
                             TO WS-EXP-VILLE(WS-IDX-EXP)
                           MOVE EXP-COLIS
                             TO WS-EXP-COLIS(WS-IDX-EXP)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-EXPEDITIONS.

           MOVE WS-IDX-EXP TO WS-MAX-EXP.

           IF WS-MAX-EXP = 0
               DISPLAY "Aucune expedition aujourd'hui, pas de "
                       "manifeste."
               GO TO 0600-MANIFESTE-FIN
           END-IF.

           SORT WS-LIGNE-EXP ON ASCENDING KEY WS-EXP-ZONE
                                              WS-EXP-COMMANDE.

           MOVE SPACES TO WS-IMPRIM-FICHIER.
           STRING "manifeste-" WS-DATE-DU-JOUR ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.
           MOVE "MANIFESTE TRANSPORTEUR" TO WS-IMPRIM-TITRE.
           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "Zon Cde  Client   Destinataire               "
                   "    CP    Ville               Colis"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-ZONE-COURANTE.
           MOVE 0 TO WS-EXP-ZONE-NB.
           MOVE 0 TO WS-COLIS-ZONE.
           MOVE 0 TO WS-COLIS-TOTAL.

           PERFORM VARYING WS-IDX-EXP FROM 1 BY 1
                   UNTIL WS-IDX-EXP > WS-MAX-EXP

               IF WS-EXP-ZONE(WS-IDX-EXP) NOT = WS-ZONE-COURANTE
                   IF WS-IDX-EXP > 1
                       PERFORM 0650-TOTAL-ZONE-DEB
                          THRU 0650-TOTAL-ZONE-FIN
                   END-IF
                   MOVE WS-EXP-ZONE(WS-IDX-EXP) TO WS-ZONE-COURANTE
                   MOVE 0 TO WS-EXP-ZONE-NB
                   MOVE 0 TO WS-COLIS-ZONE
               END-IF

               ADD 1 TO WS-EXP-ZONE-NB
               ADD WS-EXP-COLIS(WS-IDX-EXP) TO WS-COLIS-ZONE
               ADD WS-EXP-COLIS(WS-IDX-EXP) TO WS-COLIS-TOTAL
               MOVE WS-EXP-COLIS(WS-IDX-EXP) TO WS-COLIS-ED

               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING WS-EXP-ZONE(WS-IDX-EXP) " "
                       WS-EXP-COMMANDE(WS-IDX-EXP) " "
                       WS-EXP-CLIENT(WS-IDX-EXP) " "
                       WS-EXP-DESTINATAIRE(WS-IDX-EXP) " "
                       WS-EXP-CODE-POSTAL(WS-IDX-EXP) " "
                       WS-EXP-VILLE(WS-IDX-EXP) " "
                       WS-COLIS-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0390-APPEL-IMPRIM-DEB
                  THRU 0390-APPEL-IMPRIM-FIN

           END-PERFORM.

           PERFORM 0650-TOTAL-ZONE-DEB
              THRU 0650-TOTAL-ZONE-FIN.

           MOVE WS-COLIS-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL : " WS-MAX-EXP " expedition(s), "
                   WS-TOTAL-ED " colis"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-ENTETE.

           DISPLAY "Manifeste edite : "
                   FUNCTION TRIM(WS-IMPRIM-FICHIER) " - "
                   WS-MAX-EXP " expedition(s), " WS-TOTAL-ED " colis.".

           EXIT.

       0600-MANIFESTE-FIN.

      *-----------------------------------------------------------------

      *Total de la zone qui se termine
       0650-TOTAL-ZONE-DEB.

           MOVE WS-COLIS-ZONE TO WS-TOTAL-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "    Zone " WS-ZONE-COURANTE " : " WS-EXP-ZONE-NB
                   " expedition(s), " WS-TOTAL-ED " colis"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0390-APPEL-IMPRIM-DEB
              THRU 0390-APPEL-IMPRIM-FIN.

           EXIT.

       0650-TOTAL-ZONE-FIN.

      *-----------------------------------------------------------------

      *Reecriture complete de num-commandes.txt avec le statut et la
      *date portes par chaque enregistrement
       0500-REECRITURE-FICHIER-DEB.
               MOVE WS-STATUT-COM(WS-IDX) TO F-LIGNE-COM(12:1)
               MOVE WS-DATE-COM(WS-IDX)   TO F-LIGNE-COM(13:8)
               MOVE WS-ART-COM(WS-IDX)    TO F-LIGNE-COM(21:10)
               MOVE WS-DEVIS-COM(WS-IDX)  TO F-LIGNE-COM(31:14)
               MOVE WS-ADR-COM(WS-IDX)    TO F-LIGNE-COM(45:2)
               WRITE F-LIGNE-COM

           END-PERFORM.
