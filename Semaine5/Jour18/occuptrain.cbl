      *90 % (candidats a du materiel plus grand) et en-dessous de
      *20 % (candidats a la suppression). La planification commerciale
      *cesse de se faire sur des anecdotes.
      *Une reservation n'occupe ses places que sur les troncons entre
      *sa gare de montee et sa gare de descente (itineraires.txt,
      *tenu par garetrain) : la charge est cumulee troncon par
      *troncon, le taux du service est celui de son troncon le plus
      *charge, et le rapport detaille sous chaque service a
      *itineraire connu la charge et le taux de chacun de ses
      *troncons.
      *Quand des rames du parc (rames.txt) sont affectees au service
      *pour la date (affectations.txt, tenu par flottrain), la
      *capacite est la somme des places de ces rames, la capacite de
      *la categorie restant le repli.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. occuptrain.
       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-occupation.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Gares desservies par chaque service (garetrain)
       SELECT OPTIONAL FICHIER-ITINERAIRES
       ASSIGN TO "itineraires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Parc des rames et affectations aux services (flottrain)
       SELECT OPTIONAL FICHIER-RAMES ASSIGN TO "rames.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

               05 F-RESA-PLACES            PIC 9(03).
               05 F-RESA-STATUT            PIC X(01).

      *        Places attribuees par resatrain (voiture et numero)
               05 F-RESA-SIEGES            PIC X(45).

      *        Numero de billet (sequence et cle) attribue par
      *        resatrain
               05 F-RESA-BILLET            PIC X(10).

      *        Gares de montee et de descente du voyageur, espaces =
      *        gare de depart et terminus
               05 F-RESA-MONTEE            PIC X(18).
               05 F-RESA-DESCENTE          PIC X(18).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).

       FD FICHIER-ITINERAIRES.
           01 F-ITINERAIRE.
               05 F-ITI-STATION            PIC X(18).
               05 F-ITI-HEURE              PIC X(04).
               05 F-ITI-GARE OCCURS 10 TIMES PIC X(18).

       FD FICHIER-RAMES.
           01 F-RAME.
               05 F-RAM-NUMERO             PIC X(06).
               05 F-RAM-CATEGORIE          PIC X(03).
               05 F-RAM-PLACES             PIC 9(03).

      *        S = en service, A = a l'atelier
               05 F-RAM-ETAT               PIC X(01).
               05 F-RAM-LIBELLE            PIC X(20).

       FD FICHIER-AFFECTATIONS.
           01 F-AFFECTATION.
               05 F-AFF-RAME               PIC X(06).
               05 F-AFF-STATION            PIC X(18).
               05 F-AFF-HEURE              PIC X(04).
               05 F-AFF-DEBUT              PIC X(08).
               05 F-AFF-FIN                PIC X(08).


       WORKING-STORAGE SECTION.

               10 WS-OCC-HEURE             PIC X(04).
               10 WS-OCC-DATE              PIC X(08).
               10 WS-OCC-PLACES            PIC 9(05).
               10 WS-OCC-TRONCON OCCURS 10 TIMES PIC 9(05).

       77 WS-IDX-OCC               PIC 9(03).
       01 WS-MAX-OCCUP             PIC 9(03)   VALUE 0.
       01 WS-NB-SURCHARGES         PIC 9(03)   VALUE 0.
       01 WS-NB-SOUS-REMPLIS       PIC 9(03)   VALUE 0.

      *Itineraires charges, un par service
       01 WS-TABLEAU-ITI.
           05 WS-ITI OCCURS 100 TIMES.
               10 WS-ITI-STATION   PIC X(18).
               10 WS-ITI-HEURE     PIC X(04).
               10 WS-ITI-GARE OCCURS 10 TIMES PIC X(18).

       77 WS-IDX-ITI               PIC 9(03).
       01 WS-MAX-ITI               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-ITI          PIC 9(03)   VALUE 100.
       01 WS-ITI-TROUVE            PIC 9(03).
       77 WS-IDX-HALT              PIC 9(02).

      *Arrets du service examine : l'indice 1 (rang 0) est la gare de
      *depart, le dernier rang le terminus ; le troncon n va du rang
      *n - 1 au rang n
       01 WS-TABLEAU-ARRETS.
           05 WS-ARRET-GARE OCCURS 11 TIMES PIC X(18).

       01 WS-ARRETS-STATION        PIC X(18).
       01 WS-ARRETS-HEURE          PIC X(04).
       01 WS-NB-RANGS              PIC 9(02).
       01 WS-RANG-MONTEE           PIC 9(02).
       01 WS-RANG-DESCENTE         PIC 9(02).
       77 WS-IDX-RANG              PIC 9(02).

      *Parc des rames et affectations aux services
       01 WS-TABLEAU-RAMES.
           05 WS-RAM OCCURS 100 TIMES.
               10 WS-RAM-NUMERO    PIC X(06).
               10 WS-RAM-CATEGORIE PIC X(03).
               10 WS-RAM-PLACES    PIC 9(03).
               10 WS-RAM-ETAT      PIC X(01).
               10 WS-RAM-LIBELLE   PIC X(20).

       77 WS-IDX-RAM               PIC 9(03).
       01 WS-MAX-RAM               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-RAM          PIC 9(03)   VALUE 100.

       01 WS-TABLEAU-AFF.
           05 WS-AFF OCCURS 500 TIMES.
               10 WS-AFF-RAME      PIC X(06).
               10 WS-AFF-STATION   PIC X(18).
               10 WS-AFF-HEURE     PIC X(04).
               10 WS-AFF-DEBUT     PIC X(08).
               10 WS-AFF-FIN       PIC X(08).

       77 WS-IDX-AFF               PIC 9(03).
       01 WS-MAX-AFF               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-AFF          PIC 9(03)   VALUE 500.

       01 WS-NB-RAMES-SERVICE      PIC 9(02).
       01 WS-CAPACITE-RAMES        PIC 9(05).


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.

           PERFORM 0150-CHARGE-ITINERAIRES-DEB
              THRU 0150-CHARGE-ITINERAIRES-FIN.

           PERFORM 0160-CHARGE-FLOTTE-DEB
              THRU 0160-CHARGE-FLOTTE-FIN.

           PERFORM 0200-CUMUL-RESERVATIONS-DEB
              THRU 0200-CUMUL-RESERVATIONS-FIN.


      *-----------------------------------------------------------------

      *Itineraires connus ; fichier absent = un seul troncon par
      *service
       0150-CHARGE-ITINERAIRES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-ITINERAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ITINERAIRES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-ITI < WS-CAPACITE-ITI
                           ADD 1 TO WS-MAX-ITI
                           MOVE F-ITINERAIRE TO WS-ITI(WS-MAX-ITI)
                       ELSE
                           DISPLAY "Attention : itineraires "
                               "tronques (" WS-CAPACITE-ITI ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ITINERAIRES.

           EXIT.

       0150-CHARGE-ITINERAIRES-FIN.

      *-----------------------------------------------------------------

      *Parc des rames et affectations ; fichiers absents = capacite
      *de la categorie pour tous les services
       0160-CHARGE-FLOTTE-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RAMES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RAMES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-RAM < WS-CAPACITE-RAM
                       AND F-RAM-PLACES IS NUMERIC
                           ADD 1 TO WS-MAX-RAM
                           MOVE F-RAME TO WS-RAM(WS-MAX-RAM)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RAMES.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-AFFECTATIONS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-AFF < WS-CAPACITE-AFF
                           ADD 1 TO WS-MAX-AFF
                           MOVE F-AFFECTATION TO WS-AFF(WS-MAX-AFF)
                       ELSE
                           DISPLAY "Attention : affectations "
                                   "tronquees (" WS-CAPACITE-AFF ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           EXIT.

       0160-CHARGE-FLOTTE-FIN.

      *-----------------------------------------------------------------

      *Cumul des reservations actives par service et date de voyage
       0200-CUMUL-RESERVATIONS-DEB.

               MOVE F-RESA-HEURE TO WS-OCC-HEURE(WS-OCC-TROUVE)
               MOVE F-RESA-DATE TO WS-OCC-DATE(WS-OCC-TROUVE)
               MOVE 0 TO WS-OCC-PLACES(WS-OCC-TROUVE)
               PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
                       UNTIL WS-IDX-RANG > 10
                   MOVE 0 TO WS-OCC-TRONCON(WS-OCC-TROUVE WS-IDX-RANG)
               END-PERFORM
           END-IF.

      *Places portees sur chaque troncon parcouru ; le service compte
      *la charge de son troncon le plus charge
           MOVE F-RESA-STATION TO WS-ARRETS-STATION.
           MOVE F-RESA-HEURE TO WS-ARRETS-HEURE.

           PERFORM 0270-ARRETS-SERVICE-DEB
              THRU 0270-ARRETS-SERVICE-FIN.

           PERFORM 0280-RANGS-RESA-DEB
              THRU 0280-RANGS-RESA-FIN.

           PERFORM VARYING WS-IDX-RANG FROM WS-RANG-MONTEE BY 1
                   UNTIL WS-IDX-RANG >= WS-RANG-DESCENTE
               ADD F-RESA-PLACES
                 TO WS-OCC-TRONCON(WS-OCC-TROUVE WS-IDX-RANG + 1)
               IF WS-OCC-TRONCON(WS-OCC-TROUVE WS-IDX-RANG + 1)
                  > WS-OCC-PLACES(WS-OCC-TROUVE)
                   MOVE WS-OCC-TRONCON(WS-OCC-TROUVE WS-IDX-RANG + 1)
                     TO WS-OCC-PLACES(WS-OCC-TROUVE)
               END-IF
           END-PERFORM.

           EXIT.


      *-----------------------------------------------------------------

      *Arrets du service WS-ARRETS-STATION / WS-ARRETS-HEURE d'apres
      *son itineraire ; sans itineraire, un seul troncon du depart au
      *terminus
       0270-ARRETS-SERVICE-DEB.

           MOVE SPACES TO WS-TABLEAU-ARRETS.
           MOVE WS-ARRETS-STATION TO WS-ARRET-GARE(1).
           MOVE 0 TO WS-NB-RANGS.
           MOVE 0 TO WS-ITI-TROUVE.

           PERFORM VARYING WS-IDX-ITI FROM 1 BY 1
                   UNTIL WS-IDX-ITI > WS-MAX-ITI
               IF WS-ITI-STATION(WS-IDX-ITI) = WS-ARRETS-STATION
               AND WS-ITI-HEURE(WS-IDX-ITI) = WS-ARRETS-HEURE
                   MOVE WS-IDX-ITI TO WS-ITI-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ITI-TROUVE > 0
               PERFORM VARYING WS-IDX-HALT FROM 1 BY 1
                       UNTIL WS-IDX-HALT > 10
                   IF WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)
                      NOT = SPACES
                       ADD 1 TO WS-NB-RANGS
                       MOVE WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)
                         TO WS-ARRET-GARE(WS-NB-RANGS + 1)
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-NB-RANGS = 0
               MOVE 1 TO WS-NB-RANGS
               MOVE "TERMINUS" TO WS-ARRET-GARE(2)
           END-IF.

           EXIT.

       0270-ARRETS-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Rangs de montee et de descente de la reservation lue ; gare
      *vide ou inconnue de l'itineraire = depart ou terminus
       0280-RANGS-RESA-DEB.

           MOVE 0 TO WS-RANG-MONTEE.
           MOVE WS-NB-RANGS TO WS-RANG-DESCENTE.

           PERFORM VARYING WS-IDX-RANG FROM 2 BY 1
                   UNTIL WS-IDX-RANG > WS-NB-RANGS + 1
               IF F-RESA-MONTEE NOT = SPACES
               AND F-RESA-MONTEE = WS-ARRET-GARE(WS-IDX-RANG)
                   COMPUTE WS-RANG-MONTEE = WS-IDX-RANG - 1
               END-IF
               IF F-RESA-DESCENTE NOT = SPACES
               AND F-RESA-DESCENTE = WS-ARRET-GARE(WS-IDX-RANG)
                   COMPUTE WS-RANG-DESCENTE = WS-IDX-RANG - 1
               END-IF
           END-PERFORM.

           IF WS-RANG-MONTEE >= WS-RANG-DESCENTE
               MOVE 0 TO WS-RANG-MONTEE
               MOVE WS-NB-RANGS TO WS-RANG-DESCENTE
           END-IF.

           EXIT.

       0280-RANGS-RESA-FIN.

      *-----------------------------------------------------------------

      *Une ligne par couple service / date : vendu, capacite, taux,
      *et le signal SURCHARGE (plus de 90 %) ou SOUS-REMPLI (moins
      *de 20 %)
               END-EVALUATE
           END-IF.

      *Rames affectees au service pour la date : leurs places font la
      *capacite
           MOVE 0 TO WS-NB-RAMES-SERVICE.
           MOVE 0 TO WS-CAPACITE-RAMES.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-STATION(WS-IDX-AFF)
                  = WS-OCC-STATION(WS-IDX-OCC)
               AND WS-AFF-HEURE(WS-IDX-AFF) = WS-OCC-HEURE(WS-IDX-OCC)
               AND WS-AFF-DEBUT(WS-IDX-AFF) <= WS-OCC-DATE(WS-IDX-OCC)
               AND WS-AFF-FIN(WS-IDX-AFF) >= WS-OCC-DATE(WS-IDX-OCC)
                   PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                           UNTIL WS-IDX-RAM > WS-MAX-RAM
                       IF WS-RAM-NUMERO(WS-IDX-RAM)
                          = WS-AFF-RAME(WS-IDX-AFF)
                       AND WS-RAM-PLACES(WS-IDX-RAM) > 0
                           ADD 1 TO WS-NB-RAMES-SERVICE
                           ADD WS-RAM-PLACES(WS-IDX-RAM)
                            TO WS-CAPACITE-RAMES
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-NB-RAMES-SERVICE > 0
               IF WS-CAPACITE-RAMES > 999
                   MOVE 999 TO WS-CAPACITE-SERVICE
               ELSE
                   MOVE WS-CAPACITE-RAMES TO WS-CAPACITE-SERVICE
               END-IF
           END-IF.

           COMPUTE WS-TAUX ROUNDED =
               WS-OCC-PLACES(WS-IDX-OCC) * 100
               / WS-CAPACITE-SERVICE.

           WRITE F-LIGNE-RAPPORT.

      *Detail par troncon quand l'itineraire en compte plusieurs
           MOVE WS-OCC-STATION(WS-IDX-OCC) TO WS-ARRETS-STATION.
           MOVE WS-OCC-HEURE(WS-IDX-OCC) TO WS-ARRETS-HEURE.

           PERFORM 0270-ARRETS-SERVICE-DEB
              THRU 0270-ARRETS-SERVICE-FIN.

           IF WS-NB-RANGS > 1
               PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
                       UNTIL WS-IDX-RANG > WS-NB-RANGS
                   PERFORM 0360-LIGNE-TRONCON-DEB
                      THRU 0360-LIGNE-TRONCON-FIN
               END-PERFORM
           END-IF.

           EXIT.

       0350-LIGNE-OCCUPATION-FIN.

      *-----------------------------------------------------------------

      *Charge et taux d'un troncon, du rang WS-IDX-RANG - 1 au rang
      *WS-IDX-RANG
       0360-LIGNE-TRONCON-DEB.

           COMPUTE WS-TAUX ROUNDED =
               WS-OCC-TRONCON(WS-IDX-OCC WS-IDX-RANG) * 100
               / WS-CAPACITE-SERVICE.

           MOVE WS-TAUX TO WS-TAUX-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "    " WS-ARRET-GARE(WS-IDX-RANG) " -> "
                   WS-ARRET-GARE(WS-IDX-RANG + 1) " "
                   WS-OCC-TRONCON(WS-IDX-OCC WS-IDX-RANG) "/"
                   WS-CAPACITE-SERVICE " " WS-TAUX-ED " %"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0360-LIGNE-TRONCON-FIN.
