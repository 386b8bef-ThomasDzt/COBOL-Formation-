      * depot du mouvement pour entrer dans le depot destination
      * (colonnes 25-27) en une seule operation. Le journal explique
      * enfin POURQUOI un article passe sous le seuil de rupture.
      * Les articles perissables sont suivis par lot : un mouvement
      * portant un lot (colonnes 28-37, peremption en 38-45) entre ou
      * sort le stock de ce lot dans stock-lots.txt ; un transfert
      * emporte les lots du depot source dans l'ordre des
      * peremptions, et toute sortie sans lot (vente, ajustement a la
      * baisse...) consomme les lots qui perissent en premier, de
      * sorte que le stock des lots d'un article ne depasse jamais son
      * stock dans le depot.
      * La date de chaque mouvement est controlee par le module
      * periode : un mouvement date d'un mois clos par clotper est
      * passe d'office au premier jour ouvert propose (refus de la
      * date trace au journal d'audit par le module) et signale au
      * rapport avec sa date d'origine.
      * Un transfert entre depots approuve par valtrans (statut A dans
      * propositions-transferts.txt) dont le mouvement T vient d'etre
      * applique passe au statut E (applique) : reappro ne le deduit
      * plus de ce qu'il commande, le stock du depot destination le
      * portant desormais. Le fichier des propositions part en copie
      * de generation avant reecriture.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mouvstock.
       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-mouvements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot des articles perissables, cree au premier lot
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "stock-lots.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-LOT.

      *Transferts entre depots proposes par reequil, approuves par
      *valtrans
       SELECT OPTIONAL FICHIER-TRANSFERTS
       ASSIGN TO "propositions-transferts.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

               05 F-MVT-DEPOT      PIC X(03).
               05 F-MVT-DEPOT-DEST PIC X(03).

      *        Lot et date de peremption AAAAMMJJ (espaces pour un
      *        article non suivi ou une sortie sans lot designe)
               05 F-MVT-LOT        PIC X(10).
               05 F-MVT-PEREMPTION PIC X(08).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT      PIC X(80).

       FD FICHIER-LOTS.
           COPY "lot-record.cpy".

       FD FICHIER-TRANSFERTS.
           COPY "transfert-record.cpy".


       WORKING-STORAGE SECTION.

               10 WS-MVT-QTE       PIC 9(02).
               10 WS-MVT-DEPOT     PIC X(03).
               10 WS-MVT-DEPOT-DEST PIC X(03).
               10 WS-MVT-LOT       PIC X(10).
               10 WS-MVT-PEREMPTION PIC X(08).

      *        Date d'origine d'un mouvement reporte hors d'un mois
      *        clos (espaces sinon)
               10 WS-MVT-DATE-ORIGINE PIC X(08).

      *        Transfert applique, puis rapproche de sa proposition
      *        approuvee
               10 WS-MVT-SUIVI     PIC X.
                   88 WS-MVT-TRF-APPLIQUE  VALUE "O".
                   88 WS-MVT-TRF-RAPPROCHE VALUE "R".

      *Propositions de transfert en memoire, enregistrements bruts
       01 WS-TABLEAU-TRF.
           05 WS-LIGNE-TRF OCCURS 2000 TIMES.
               10 WS-TRF-ENREG     PIC X(35).

      *Stock par lot charge en memoire et mis a jour avec l'inventaire
       01 WS-TABLEAU-LOT.
           05 WS-LIGNE-LOT OCCURS 2000 TIMES.
               10 WS-LOT-OBJET     PIC X(10).
               10 WS-LOT-DEPOT     PIC X(03).
               10 WS-LOT-NUMERO    PIC X(10).
               10 WS-LOT-PEREMPTION PIC X(08).
               10 WS-LOT-QTE       PIC 9(04).

       77 WS-IDX                   PIC 9(04).
       77 WS-IDX2                  PIC 9(04).
       01 WS-CAPACITE-MAX          PIC 9(04) VALUE 2000.
       01 WS-CAPACITE-MVT          PIC 9(04) VALUE 500.

       77 WS-IDX-LOT               PIC 9(04).
       77 WS-IDX-PLUS-ANCIEN       PIC 9(04).
       01 WS-MAX-LOT               PIC 9(04).
       01 WS-CAPACITE-LOT          PIC 9(04) VALUE 2000.

       01 WS-MAX-TRF               PIC 9(04).
       01 WS-CAPACITE-TRF          PIC 9(04) VALUE 2000.
       01 WS-NB-TRF-APPLIQUES      PIC 9(04) VALUE 0.

       01 WS-STATUT-LOT            PIC X(02).
           88 WS-STATUT-LOT-OK             VALUE "00".

       01 WS-STATUT-INV            PIC X(02).
           88 WS-STATUT-INV-OK             VALUE "00".


       01 WS-NB-APPLIQUES          PIC 9(04) VALUE 0.
       01 WS-NB-REJETES            PIC 9(04) VALUE 0.
       01 WS-NB-REPORTES           PIC 9(04) VALUE 0.

      *Controle des periodes comptables closes
       COPY periode.

      *Quantite reellement sortie du depot source d'un transfert
      *(plafonnee au stock), a entrer dans le depot destination
      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE    PIC X(30) VALUE "inventaire.txt".
       01 WS-NOM-FICHIER-LOTS      PIC X(30) VALUE "stock-lots.txt".
       01 WS-NOM-FICHIER-TRF       PIC X(30)
               VALUE "propositions-transferts.txt".

      *Consommation des lots dans l'ordre des peremptions : article
      *et depot consommes, quantite restant a sortir, quantite prise
      *sur le lot courant et depot ou elle entre (espaces = sortie
      *pure, sinon transfert)
       01 WS-CONSO-OBJET           PIC X(10).
       01 WS-CONSO-DEPOT           PIC X(03).
       01 WS-CONSO-DEPOT-DEST      PIC X(03).
       01 WS-CONSO-RESTE           PIC 9(04).
       01 WS-CONSO-PRIS            PIC 9(04).

      *Cumul des lots d'un article dans un depot, compare a son stock
       01 WS-TOTAL-LOTS            PIC 9(05).


       PROCEDURE DIVISION.
           PERFORM 0100-LECTURE-INVENTAIRE-DEB
              THRU 0100-LECTURE-INVENTAIRE-FIN.

           PERFORM 0150-LECTURE-LOTS-DEB
              THRU 0150-LECTURE-LOTS-FIN.

           PERFORM 0200-LECTURE-MOUVEMENTS-DEB
              THRU 0200-LECTURE-MOUVEMENTS-FIN.

           PERFORM 0300-APPLICATION-DEB
              THRU 0300-APPLICATION-FIN.

           PERFORM 0380-ALIGNEMENT-LOTS-DEB
              THRU 0380-ALIGNEMENT-LOTS-FIN.

           PERFORM 0400-REECRITURE-INVENTAIRE-DEB
              THRU 0400-REECRITURE-INVENTAIRE-FIN.

           PERFORM 0450-REECRITURE-LOTS-DEB
              THRU 0450-REECRITURE-LOTS-FIN.

           PERFORM 0470-TRANSFERTS-APPLIQUES-DEB
              THRU 0470-TRANSFERTS-APPLIQUES-FIN.

           PERFORM 0500-RAPPORT-DEB
              THRU 0500-RAPPORT-FIN.


       0100-LECTURE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Stock par lot ; fichier absent = aucun lot encore recu
       0150-LECTURE-LOTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           OPEN INPUT FICHIER-LOTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-LOTS

                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE

                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-LOT
                           MOVE LOT-OBJET TO WS-LOT-OBJET(WS-IDX)
                           MOVE LOT-DEPOT TO WS-LOT-DEPOT(WS-IDX)
                           MOVE LOT-NUMERO TO WS-LOT-NUMERO(WS-IDX)
                           MOVE LOT-PEREMPTION
                             TO WS-LOT-PEREMPTION(WS-IDX)
                           MOVE LOT-QTE TO WS-LOT-QTE(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-LOT ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF

               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-LOT.

           CLOSE FICHIER-LOTS.

           EXIT.

       0150-LECTURE-LOTS-FIN.

      *-----------------------------------------------------------------

       0200-LECTURE-MOUVEMENTS-DEB.
                           END-IF
                           MOVE F-MVT-DEPOT-DEST
                             TO WS-MVT-DEPOT-DEST(WS-IDX)
                           MOVE F-MVT-LOT TO WS-MVT-LOT(WS-IDX)
                           MOVE F-MVT-PEREMPTION
                             TO WS-MVT-PEREMPTION(WS-IDX)
                           MOVE SPACES TO WS-MVT-DATE-ORIGINE(WS-IDX)
                           MOVE SPACES TO WS-MVT-SUIVI(WS-IDX)
                           PERFORM 0210-CONTROLE-PERIODE-DEB
                              THRU 0210-CONTROLE-PERIODE-FIN
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "

      *-----------------------------------------------------------------

      *Un mouvement date d'un mois clos passe au premier jour ouvert
      *propose par le module periode, sa date d'origine gardee pour
      *le rapport
       0210-CONTROLE-PERIODE-DEB.

           IF WS-MVT-DATE(WS-IDX) NOT NUMERIC
               GO TO 0210-CONTROLE-PERIODE-FIN
           END-IF.

           MOVE "mouvstock" TO PERIODE-PROGRAMME.
           MOVE WS-MVT-DATE(WS-IDX) TO PERIODE-DATE.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-CLOSE
               MOVE WS-MVT-DATE(WS-IDX)
                 TO WS-MVT-DATE-ORIGINE(WS-IDX)
               MOVE PERIODE-PROPOSEE TO WS-MVT-DATE(WS-IDX)
               ADD 1 TO WS-NB-REPORTES
               DISPLAY "Mouvement " WS-MVT-OBJET(WS-IDX) " du "
                       WS-MVT-DATE-ORIGINE(WS-IDX)
                       " en periode close, passe au "
                       WS-MVT-DATE(WS-IDX) "."
           END-IF.

           EXIT.

       0210-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Application des mouvements au stock en memoire, article et
      *depot confondus : entree = ajout, sortie = retrait plafonne a
      *zero (signale), ajustement = calage sur la quantite comptee,
                               ADD WS-MVT-QTE(WS-IDX)
                                 TO WS-STOCK(WS-IDX2)
                               SET WS-BOUGE-O(WS-IDX2) TO TRUE
                               IF WS-MVT-LOT(WS-IDX) NOT = SPACES
                                   PERFORM 0371-ENTREE-LOT-DEB
                                      THRU 0371-ENTREE-LOT-FIN
                               END-IF
                               ADD 1 TO WS-NB-APPLIQUES

                           WHEN WS-MVT-SORTIE(WS-IDX)
                                       FROM WS-STOCK(WS-IDX2)
                               END-IF
                               SET WS-BOUGE-O(WS-IDX2) TO TRUE
                               IF WS-MVT-LOT(WS-IDX) NOT = SPACES
                                   PERFORM 0372-SORTIE-LOT-DEB
                                      THRU 0372-SORTIE-LOT-FIN
                               END-IF
                               ADD 1 TO WS-NB-APPLIQUES

      *Ajustement d'inventaire : la quantite du mouvement est le
                                       FROM WS-STOCK(WS-IDX2)
                               END-IF
                               SET WS-BOUGE-O(WS-IDX2) TO TRUE
                               SET WS-MVT-TRF-APPLIQUE(WS-IDX) TO TRUE
                               PERFORM 0370-ENTREE-TRANSFERT-DEB
                                  THRU 0370-ENTREE-TRANSFERT-FIN
                               PERFORM 0375-TRANSFERT-LOTS-DEB
                                  THRU 0375-TRANSFERT-LOTS-FIN
                               ADD 1 TO WS-NB-APPLIQUES

                           WHEN OTHER

       0370-ENTREE-TRANSFERT-FIN.

      *-----------------------------------------------------------------

      *Entree du mouvement courant (WS-IDX) dans son lot ; le lot est
      *cree a la premiere reception avec sa date de peremption
       0371-ENTREE-LOT-DEB.

           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-MAX-LOT
                   OR (WS-LOT-OBJET(WS-IDX-LOT) = WS-MVT-OBJET(WS-IDX)
                       AND WS-LOT-DEPOT(WS-IDX-LOT)
                           = WS-MVT-DEPOT(WS-IDX)
                       AND WS-LOT-NUMERO(WS-IDX-LOT)
                           = WS-MVT-LOT(WS-IDX))
               CONTINUE
           END-PERFORM.

           IF WS-IDX-LOT > WS-MAX-LOT
               IF WS-MAX-LOT >= WS-CAPACITE-LOT
                   DISPLAY "Stock par lot plein, lot "
                           WS-MVT-LOT(WS-IDX) " non suivi pour "
                           WS-MVT-OBJET(WS-IDX) "."
                   GO TO 0371-ENTREE-LOT-FIN
               END-IF
               ADD 1 TO WS-MAX-LOT
               MOVE WS-MAX-LOT TO WS-IDX-LOT
               MOVE WS-MVT-OBJET(WS-IDX) TO WS-LOT-OBJET(WS-IDX-LOT)
               MOVE WS-MVT-DEPOT(WS-IDX) TO WS-LOT-DEPOT(WS-IDX-LOT)
               MOVE WS-MVT-LOT(WS-IDX) TO WS-LOT-NUMERO(WS-IDX-LOT)
               MOVE WS-MVT-PEREMPTION(WS-IDX)
                 TO WS-LOT-PEREMPTION(WS-IDX-LOT)
               MOVE 0 TO WS-LOT-QTE(WS-IDX-LOT)
           END-IF.

           ADD WS-MVT-QTE(WS-IDX) TO WS-LOT-QTE(WS-IDX-LOT).

           EXIT.

       0371-ENTREE-LOT-FIN.

      *-----------------------------------------------------------------

      *Sortie designee sur un lot (expedition statutcom) : retrait
      *plafonne au stock du lot ; un lot inconnu est signale et la
      *sortie est rattrapee par l'alignement des lots sur le stock
       0372-SORTIE-LOT-DEB.

           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-MAX-LOT
                   OR (WS-LOT-OBJET(WS-IDX-LOT) = WS-MVT-OBJET(WS-IDX)
                       AND WS-LOT-DEPOT(WS-IDX-LOT)
                           = WS-MVT-DEPOT(WS-IDX)
                       AND WS-LOT-NUMERO(WS-IDX-LOT)
                           = WS-MVT-LOT(WS-IDX))
               CONTINUE
           END-PERFORM.

           IF WS-IDX-LOT > WS-MAX-LOT
               DISPLAY "Lot inconnu " WS-MVT-LOT(WS-IDX) " pour "
                       WS-MVT-OBJET(WS-IDX) " depot "
                       WS-MVT-DEPOT(WS-IDX) "."
               GO TO 0372-SORTIE-LOT-FIN
           END-IF.

           IF WS-MVT-QTE(WS-IDX) > WS-LOT-QTE(WS-IDX-LOT)
               MOVE 0 TO WS-LOT-QTE(WS-IDX-LOT)
           ELSE
               SUBTRACT WS-MVT-QTE(WS-IDX)
                   FROM WS-LOT-QTE(WS-IDX-LOT)
           END-IF.

           EXIT.

       0372-SORTIE-LOT-FIN.

      *-----------------------------------------------------------------

      *Transfert : les lots du depot source suivent la marchandise
      *vers le depot destination, premiers perimes en tete
       0375-TRANSFERT-LOTS-DEB.

           IF WS-MVT-DEPOT-DEST(WS-IDX) = SPACES
               GO TO 0375-TRANSFERT-LOTS-FIN
           END-IF.

           MOVE WS-MVT-OBJET(WS-IDX)      TO WS-CONSO-OBJET.
           MOVE WS-MVT-DEPOT(WS-IDX)      TO WS-CONSO-DEPOT.
           MOVE WS-MVT-DEPOT-DEST(WS-IDX) TO WS-CONSO-DEPOT-DEST.
           MOVE WS-QTE-TRANSFEREE         TO WS-CONSO-RESTE.

           PERFORM 0390-CONSOMME-LOTS-DEB
              THRU 0390-CONSOMME-LOTS-FIN.

           EXIT.

       0375-TRANSFERT-LOTS-FIN.

      *-----------------------------------------------------------------

      *Alignement des lots sur le stock de chaque article ayant bouge :
      *le surplus des lots (sortie sans lot designe, ajustement a la
      *baisse...) est consomme en commencant par les premiers perimes
       0380-ALIGNEMENT-LOTS-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               IF WS-BOUGE-O(WS-IDX)
                   MOVE 0 TO WS-TOTAL-LOTS

                   PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                           UNTIL WS-IDX-LOT > WS-MAX-LOT
                       IF WS-LOT-OBJET(WS-IDX-LOT) = WS-OBJET(WS-IDX)
                       AND WS-LOT-DEPOT(WS-IDX-LOT) = WS-DEPOT(WS-IDX)
                           ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-TOTAL-LOTS
                       END-IF
                   END-PERFORM

                   IF WS-TOTAL-LOTS > WS-STOCK(WS-IDX)
                       MOVE WS-OBJET(WS-IDX) TO WS-CONSO-OBJET
                       MOVE WS-DEPOT(WS-IDX) TO WS-CONSO-DEPOT
                       MOVE SPACES TO WS-CONSO-DEPOT-DEST
                       COMPUTE WS-CONSO-RESTE =
                           WS-TOTAL-LOTS - WS-STOCK(WS-IDX)
                       PERFORM 0390-CONSOMME-LOTS-DEB
                          THRU 0390-CONSOMME-LOTS-FIN
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0380-ALIGNEMENT-LOTS-FIN.

      *-----------------------------------------------------------------

      *Consommation de WS-CONSO-RESTE sur les lots de l'article et du
      *depot demandes, lot de plus proche peremption d'abord ; en
      *transfert, chaque quantite prise entre dans le meme lot du
      *depot destination
       0390-CONSOMME-LOTS-DEB.

           MOVE 1 TO WS-IDX-PLUS-ANCIEN.

           PERFORM UNTIL WS-CONSO-RESTE = 0
                      OR WS-IDX-PLUS-ANCIEN = 0

               MOVE 0 TO WS-IDX-PLUS-ANCIEN

               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-MAX-LOT
                   IF WS-LOT-OBJET(WS-IDX-LOT) = WS-CONSO-OBJET
                   AND WS-LOT-DEPOT(WS-IDX-LOT) = WS-CONSO-DEPOT
                   AND WS-LOT-QTE(WS-IDX-LOT) > 0
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
                   IF WS-LOT-QTE(WS-IDX-PLUS-ANCIEN) > WS-CONSO-RESTE
                       MOVE WS-CONSO-RESTE TO WS-CONSO-PRIS
                   ELSE
                       MOVE WS-LOT-QTE(WS-IDX-PLUS-ANCIEN)
                         TO WS-CONSO-PRIS
                   END-IF
                   SUBTRACT WS-CONSO-PRIS
                       FROM WS-LOT-QTE(WS-IDX-PLUS-ANCIEN)
                   SUBTRACT WS-CONSO-PRIS FROM WS-CONSO-RESTE

                   IF WS-CONSO-DEPOT-DEST NOT = SPACES
                       PERFORM 0395-LOT-DESTINATION-DEB
                          THRU 0395-LOT-DESTINATION-FIN
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0390-CONSOMME-LOTS-FIN.

      *-----------------------------------------------------------------

      *Entree de la quantite prise sur le lot WS-IDX-PLUS-ANCIEN dans
      *le meme lot du depot destination, cree s'il n'y existe pas
       0395-LOT-DESTINATION-DEB.

           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-MAX-LOT
                   OR (WS-LOT-OBJET(WS-IDX-LOT) = WS-CONSO-OBJET
                       AND WS-LOT-DEPOT(WS-IDX-LOT)
                           = WS-CONSO-DEPOT-DEST
                       AND WS-LOT-NUMERO(WS-IDX-LOT)
                           = WS-LOT-NUMERO(WS-IDX-PLUS-ANCIEN))
               CONTINUE
           END-PERFORM.

           IF WS-IDX-LOT > WS-MAX-LOT
               IF WS-MAX-LOT >= WS-CAPACITE-LOT
                   DISPLAY "Stock par lot plein, lot "
                           WS-LOT-NUMERO(WS-IDX-PLUS-ANCIEN)
                           " non suivi au depot "
                           WS-CONSO-DEPOT-DEST "."
                   GO TO 0395-LOT-DESTINATION-FIN
               END-IF
               ADD 1 TO WS-MAX-LOT
               MOVE WS-MAX-LOT TO WS-IDX-LOT
               MOVE WS-CONSO-OBJET TO WS-LOT-OBJET(WS-IDX-LOT)
               MOVE WS-CONSO-DEPOT-DEST TO WS-LOT-DEPOT(WS-IDX-LOT)
               MOVE WS-LOT-NUMERO(WS-IDX-PLUS-ANCIEN)
                 TO WS-LOT-NUMERO(WS-IDX-LOT)
               MOVE WS-LOT-PEREMPTION(WS-IDX-PLUS-ANCIEN)
                 TO WS-LOT-PEREMPTION(WS-IDX-LOT)
               MOVE 0 TO WS-LOT-QTE(WS-IDX-LOT)
           END-IF.

           ADD WS-CONSO-PRIS TO WS-LOT-QTE(WS-IDX-LOT).

           EXIT.

       0395-LOT-DESTINATION-FIN.

      *-----------------------------------------------------------------

       0400-REECRITURE-INVENTAIRE-DEB.

      *-----------------------------------------------------------------

      *Reecriture du stock par lot, sans les lots epuises
       0450-REECRITURE-LOTS-DEB.

           IF WS-MAX-LOT = 0
               GO TO 0450-REECRITURE-LOTS-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-LOTS
           END-CALL.

           OPEN OUTPUT FICHIER-LOTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LOT

               IF WS-LOT-QTE(WS-IDX) > 0
                   MOVE WS-LOT-OBJET(WS-IDX)      TO LOT-OBJET
                   MOVE WS-LOT-DEPOT(WS-IDX)      TO LOT-DEPOT
                   MOVE WS-LOT-NUMERO(WS-IDX)     TO LOT-NUMERO
                   MOVE WS-LOT-PEREMPTION(WS-IDX) TO LOT-PEREMPTION
                   MOVE WS-LOT-QTE(WS-IDX)        TO LOT-QTE
                   WRITE LIGNE-LOT
               END-IF

           END-PERFORM.

           CLOSE FICHIER-LOTS.

           EXIT.

       0450-REECRITURE-LOTS-FIN.

      *-----------------------------------------------------------------

      *Propositions approuvees (A) dont un mouvement T du passage a ete
      *applique (meme article, depots et quantite, un mouvement ne
      *soldant qu'une proposition) : statut E, fichier reecrit s'il a
      *change
       0470-TRANSFERTS-APPLIQUES-DEB.

           MOVE 0 TO WS-MAX-TRF.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TRANSFERTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRANSFERTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-TRF < WS-CAPACITE-TRF
                           ADD 1 TO WS-MAX-TRF
                           IF TRF-STATUT = "A"
                               PERFORM 0480-RAPPROCHE-TRANSFERT-DEB
                                  THRU 0480-RAPPROCHE-TRANSFERT-FIN
                           END-IF
                           MOVE LIGNE-TRANSFERT
                             TO WS-TRF-ENREG(WS-MAX-TRF)
                       ELSE
                           DISPLAY "Propositions de transfert au-dela "
                               "de la capacite (" WS-CAPACITE-TRF
                               "), statuts non reportes."
                           MOVE 0 TO WS-NB-TRF-APPLIQUES
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           IF WS-NB-TRF-APPLIQUES = 0
               GO TO 0470-TRANSFERTS-APPLIQUES-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-TRF
           END-CALL.

           OPEN OUTPUT FICHIER-TRANSFERTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRF
               MOVE WS-TRF-ENREG(WS-IDX) TO LIGNE-TRANSFERT
               WRITE LIGNE-TRANSFERT
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           DISPLAY "Transferts approuves appliques : "
                   WS-NB-TRF-APPLIQUES.

           EXIT.

       0470-TRANSFERTS-APPLIQUES-FIN.

      *-----------------------------------------------------------------

      *Proposition approuvee LIGNE-TRANSFERT : premier mouvement T
      *applique et non encore rapproche qui lui correspond
       0480-RAPPROCHE-TRANSFERT-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-MVT
                   OR TRF-STATUT = "E"
               IF WS-MVT-TRF-APPLIQUE(WS-IDX)
               AND WS-MVT-OBJET(WS-IDX) = TRF-ARTICLE
               AND WS-MVT-DEPOT(WS-IDX) = TRF-DEPOT
               AND WS-MVT-DEPOT-DEST(WS-IDX) = TRF-DEPOT-DEST
               AND WS-MVT-QTE(WS-IDX) = TRF-QTE
                   SET WS-MVT-TRF-RAPPROCHE(WS-IDX) TO TRUE
                   MOVE "E" TO TRF-STATUT
                   ADD 1 TO WS-NB-TRF-APPLIQUES
               END-IF
           END-PERFORM.

           EXIT.

       0480-RAPPROCHE-TRANSFERT-FIN.

      *-----------------------------------------------------------------

      *Rapport avant/apres par article ayant bouge, avec le detail
      *des mouvements qui expliquent la variation et une alerte pour
      *les articles passes sous le seuil
                           MOVE SPACES TO F-LIGNE-RAPPORT
                           STRING "  " WS-MVT-DATE(WS-IDX2) " "
                                   WS-MVT-CODE(WS-IDX2) " "
                                   WS-MVT-QTE(WS-IDX2) " "
                                   WS-MVT-LOT(WS-IDX2)
                               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                           IF WS-MVT-DATE-ORIGINE(WS-IDX2) NOT = SPACES
                               MOVE " reporte, date d'origine "
                                 TO F-LIGNE-RAPPORT(27:25)
                               MOVE WS-MVT-DATE-ORIGINE(WS-IDX2)
                                 TO F-LIGNE-RAPPORT(52:8)
                           END-IF
                           WRITE F-LIGNE-RAPPORT
                       END-IF


           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " WS-NB-APPLIQUES " applique(s), "
                   WS-NB-REJETES " rejete(s), "
                   WS-NB-REPORTES " reporte(s) hors periode close"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

