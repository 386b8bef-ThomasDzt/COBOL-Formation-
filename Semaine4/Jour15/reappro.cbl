      * Chaque ligne commandee est aussi inscrite au suivi des
      * commandes ouvertes (commandes-ouvertes.txt), soldee ensuite
      * par le programme de reception recepcom.
      * Les transferts entre depots approuves (valtrans, sur les
      * propositions de reequil) viennent en deduction : pour l'article
      * et le depot d'une alerte (colonnes 13-15 de rupture2.txt), seul
      * ce que les transferts entrants ne couvrent pas est commande.
      * Seuls les transferts approuves en attente (statut A) sont
      * deduits : une fois leur mouvement T applique par mouvstock
      * (statut E), le stock du depot destination les porte deja.
      * Le bon de commande porte sa date d'emission, reference que le
      * fournisseur reprend dans son fichier d'accuses integre par
      * acqfrn.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reappro.
       SELECT FICHIER-PROPOSITIONS ASSIGN TO "propositions-reappro.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Transferts entre depots proposes par reequil et approuves par
      *valtrans
       SELECT OPTIONAL FICHIER-TRANSFERTS
       ASSIGN TO "propositions-transferts.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Suivi des commandes fournisseurs ouvertes, alimente ici a
      *l'emission et solde par recepcom a la reception
       SELECT OPTIONAL FICHIER-OUVERTES

       FILE SECTION.
       FD FICHIER-RUPTURE.
           01 F-LIGNE-RUP          PIC X(15).

       FD FICHIER-FOURNISSEURS.
           01 F-LIGNE-FRN.
               05 F-FRN-ARTICLE    PIC X(10).
               05 F-FRN-CODE       PIC X(10).
               05 F-FRN-CIBLE      PIC 9(02).
               05 FILLER           PIC X(28).

       FD FICHIER-COMMANDE.
           01 F-LIGNE-CDE          PIC X(60).
               05 F-OUV-DATE-EMIS  PIC X(08).
               05 F-OUV-STATUT     PIC X(01).
               05 F-OUV-DATE-RECU  PIC X(08).
               05 F-OUV-QTE-RECUE  PIC X(02).
               05 FILLER           PIC X(18).

       FD FICHIER-TRANSFERTS.
           COPY "transfert-record.cpy".


       WORKING-STORAGE SECTION.
           05 WS-LIGNE-RUP OCCURS 2000 TIMES.
               10 WS-RUP-ARTICLE   PIC X(10).
               10 WS-RUP-STOCK     PIC 9(02).
               10 WS-RUP-DEPOT     PIC X(03).
               10 WS-RUP-TRANSFERT PIC 9(03).

      *Transferts approuves entrant dans un depot
       01 WS-TABLEAU-TRF.
           05 WS-LIGNE-TRF OCCURS 1000 TIMES.
               10 WS-TRF-ARTICLE   PIC X(10).
               10 WS-TRF-DEPOT-DEST PIC X(03).
               10 WS-TRF-QTE       PIC 9(02).

      *Maitre fournisseurs en memoire
       01 WS-TABLEAU-FRN.
       01 WS-MAX-PROP              PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-RUP          PIC 9(04)   VALUE 2000.
       01 WS-CAPACITE-FRN          PIC 9(04)   VALUE 500.
       01 WS-MAX-TRF               PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-TRF          PIC 9(04)   VALUE 1000.

       01 WS-STATUT-RUP            PIC X(02).
           88 WS-STATUT-RUP-OK             VALUE "00".
           PERFORM 0200-LECTURE-FOURNISSEURS-DEB
              THRU 0200-LECTURE-FOURNISSEURS-FIN.

           PERFORM 0250-LECTURE-TRANSFERTS-DEB
              THRU 0250-LECTURE-TRANSFERTS-FIN.

           PERFORM 0300-CALCUL-PROPOSITIONS-DEB
              THRU 0300-CALCUL-PROPOSITIONS-FIN.

                             TO WS-RUP-ARTICLE(WS-IDX)
                           MOVE FUNCTION NUMVAL(F-LIGNE-RUP(11:2))
                             TO WS-RUP-STOCK(WS-IDX)
                           IF F-LIGNE-RUP(13:3) = SPACES
                               MOVE "D01" TO WS-RUP-DEPOT(WS-IDX)
                           ELSE
                               MOVE F-LIGNE-RUP(13:3)
                                 TO WS-RUP-DEPOT(WS-IDX)
                           END-IF
                           MOVE 0 TO WS-RUP-TRANSFERT(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "

      *-----------------------------------------------------------------

      *Transferts approuves non encore appliques (statut A, les
      *transferts E etant deja dans le stock), cumules sur l'alerte de
      *l'article dans le depot destination
       0250-LECTURE-TRANSFERTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TRANSFERTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRANSFERTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF TRF-STATUT = "A"
                       AND WS-MAX-TRF < WS-CAPACITE-TRF
                           ADD 1 TO WS-MAX-TRF
                           MOVE TRF-ARTICLE
                             TO WS-TRF-ARTICLE(WS-MAX-TRF)
                           MOVE TRF-DEPOT-DEST
                             TO WS-TRF-DEPOT-DEST(WS-MAX-TRF)
                           MOVE TRF-QTE TO WS-TRF-QTE(WS-MAX-TRF)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RUP
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-MAX-TRF
                   IF WS-TRF-ARTICLE(WS-IDX2) = WS-RUP-ARTICLE(WS-IDX)
                   AND WS-TRF-DEPOT-DEST(WS-IDX2)
                       = WS-RUP-DEPOT(WS-IDX)
                       ADD WS-TRF-QTE(WS-IDX2)
                         TO WS-RUP-TRANSFERT(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.

       0250-LECTURE-TRANSFERTS-FIN.

      *-----------------------------------------------------------------

      *Pour chaque article en alerte : recherche du fournisseur et du
      *niveau cible, quantite proposee = cible - stock restant -
      *transferts approuves vers le depot ;
      *recapitulatif ecrit au fil de l'eau
       0300-CALCUL-PROPOSITIONS-DEB.


                       IF WS-FRN-CIBLE(WS-IDX2)
                          > WS-RUP-STOCK(WS-IDX)
                          + WS-RUP-TRANSFERT(WS-IDX)
                           COMPUTE WS-PROP-QTE(WS-MAX-PROP) =
                               WS-FRN-CIBLE(WS-IDX2)
                               - WS-RUP-STOCK(WS-IDX)
                               - WS-RUP-TRANSFERT(WS-IDX)
                       ELSE
                           MOVE 0 TO WS-PROP-QTE(WS-MAX-PROP)
                       END-IF
                       STRING WS-PROP-ARTICLE(WS-MAX-PROP)
                               " stock " WS-PROP-STOCK(WS-MAX-PROP)
                               " cible " WS-PROP-CIBLE(WS-MAX-PROP)
                               " transfert " WS-RUP-TRANSFERT(WS-IDX)
                               " a commander "
                               WS-PROP-QTE(WS-MAX-PROP)
                               " chez " WS-PROP-CODE(WS-MAX-PROP)

                   MOVE SPACES TO F-LIGNE-CDE
                   STRING "BON DE COMMANDE - FOURNISSEUR "
                           WS-CODE-COURANT " DU " WS-DATE-DU-JOUR
                       DELIMITED BY SIZE INTO F-LIGNE-CDE
                   WRITE F-LIGNE-CDE

