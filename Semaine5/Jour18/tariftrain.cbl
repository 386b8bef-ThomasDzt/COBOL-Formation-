      *net, et la remise accordee laisse sa trace au journal de
      *fidelite. Les deux chemins de tarification (guichet resatrain
      *et horaire tarife) donnent ainsi le meme prix au meme membre.
      *Une relation (gare de montee et gare de descente) peut aussi
      *etre donnee au lancement : seuls les services dont l'itineraire
      *(itineraires.txt, tenu par garetrain) dessert les deux gares
      *dans cet ordre sont tarifes, sur le nombre d'arrets
      *effectivement parcourus entre elles, comme resatrain pour un
      *voyage d'une gare intermediaire a une autre ; les autres
      *services sont listes comme ne desservant pas la relation. Sans
      *relation, chaque service est tarife sur son parcours complet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tariftrain.
       ASSIGN TO "fidelite-journal.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Gares desservies par chaque service (garetrain)
       SELECT OPTIONAL FICHIER-ITINERAIRES
       ASSIGN TO "itineraires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FD FICHIER-JOURNAL-FID.
           01 F-LIGNE-JOURNAL-FID          PIC X(80).

       FD FICHIER-ITINERAIRES.
           01 F-ITINERAIRE.
               05 F-ITI-STATION            PIC X(18).
               05 F-ITI-HEURE              PIC X(04).
               05 F-ITI-GARE OCCURS 10 TIMES PIC X(18).


       WORKING-STORAGE SECTION.


       01 WS-DATE-DU-JOUR          PIC 9(08).

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

      *Relation demandee au lancement, vide = parcours complets
       01 WS-SAISIE-MONTEE         PIC X(18).
       01 WS-SAISIE-DESCENTE       PIC X(18).

      *Rangs des deux gares sur l'itineraire du service : 0 = gare de
      *depart, puis une par gare desservie
       01 WS-HEURE-SERVICE         PIC X(04).
       01 WS-RANG                  PIC 9(02).
       01 WS-RANG-MONTEE           PIC 9(02).
       01 WS-RANG-DESCENTE         PIC 9(02).

       77 WS-NB-HORS-RELATION      PIC 9(03)   VALUE 0.


       PROCEDURE DIVISION.

           PERFORM 0150-COMPTE-FIDELITE-DEB
              THRU 0150-COMPTE-FIDELITE-FIN.

           PERFORM 0160-SAISIE-RELATION-DEB
              THRU 0160-SAISIE-RELATION-FIN.

           PERFORM 0200-TARIFICATION-DEB
              THRU 0200-TARIFICATION-FIN.


      *-----------------------------------------------------------------

      *Relation optionnelle : gare de montee puis gare de descente ;
      *les itineraires ne sont charges que dans ce cas
       0160-SAISIE-RELATION-DEB.

           MOVE SPACES TO WS-SAISIE-DESCENTE.

           DISPLAY "Gare de montee (vide = parcours complets) : ".
           ACCEPT WS-SAISIE-MONTEE.

           IF WS-SAISIE-MONTEE = SPACES
               GO TO 0160-SAISIE-RELATION-FIN
           END-IF.

           DISPLAY "Gare de descente : ".
           ACCEPT WS-SAISIE-DESCENTE.

           IF WS-SAISIE-DESCENTE = SPACES
               DISPLAY "Gare de descente absente, tarification des "
                       "parcours complets."
               MOVE SPACES TO WS-SAISIE-MONTEE
               GO TO 0160-SAISIE-RELATION-FIN
           END-IF.

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

           DISPLAY "Itineraires connus : " WS-MAX-ITI.

           EXIT.

       0160-SAISIE-RELATION-FIN.

      *-----------------------------------------------------------------

      *Parcourt l'horaire : prix = base de la categorie + nombre
      *d'arrets x supplement par arret ; les services sans categorie
      *au bareme partent en exception
               WRITE F-LIGNE-TARIFE
           END-IF.

           IF WS-SAISIE-MONTEE NOT = SPACES
               MOVE SPACES TO F-LIGNE-TARIFE
               STRING "RELATION " WS-SAISIE-MONTEE " -> "
                       WS-SAISIE-DESCENTE
                   DELIMITED BY SIZE INTO F-LIGNE-TARIFE
               WRITE F-LIGNE-TARIFE
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-TRAIN
               DELIMITED BY SIZE INTO F-LIGNE-TARIFE.
           WRITE F-LIGNE-TARIFE.

           IF WS-SAISIE-MONTEE NOT = SPACES
               MOVE SPACES TO F-LIGNE-TARIFE
               STRING "        " WS-NB-HORS-RELATION
                       " service(s) ne desservant pas la relation"
                   DELIMITED BY SIZE INTO F-LIGNE-TARIFE
               WRITE F-LIGNE-TARIFE
           END-IF.

           CLOSE FICHIER-TARIFE.
           CLOSE FICHIER-TRAIN.

               END-IF
           END-PERFORM.

      *Sur une relation, seuls comptent les arrets parcourus
           IF WS-SAISIE-MONTEE NOT = SPACES
               PERFORM 0350-ARRETS-RELATION-DEB
                  THRU 0350-ARRETS-RELATION-FIN
               IF WS-RANG-MONTEE >= WS-RANG-DESCENTE
                   ADD 1 TO WS-NB-HORS-RELATION
                   MOVE SPACES TO F-LIGNE-TARIFE
                   STRING "NE DESSERT PAS LA RELATION : "
                           RECORD-TYPE " " STATION-DEPART " "
                           TRAIN-TIME-HH ":" TRAIN-TIME-MM
                       DELIMITED BY SIZE INTO F-LIGNE-TARIFE
                   WRITE F-LIGNE-TARIFE
                   GO TO 0300-TARIFE-SERVICE-FIN
               END-IF
               COMPUTE WS-NB-ARRETS =
                   WS-RANG-DESCENTE - WS-RANG-MONTEE
           END-IF.

           COMPUTE WS-PRIX =
               WS-TARIF-BASE(WS-TARIF-TROUVE)
               + WS-NB-ARRETS * WS-TARIF-SUPPLEMENT(WS-TARIF-TROUVE).
           EXIT.

       0300-TARIFE-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Rangs de la gare de montee et de la gare de descente sur
      *l'itineraire du service lu (0 = gare de depart) ; une gare non
      *desservie laisse montee a 99 ou descente a 0
       0350-ARRETS-RELATION-DEB.

           MOVE 99 TO WS-RANG-MONTEE.
           MOVE 0 TO WS-RANG-DESCENTE.
           MOVE 0 TO WS-ITI-TROUVE.

           MOVE TRAIN-TIME-HH TO WS-HEURE-SERVICE(1:2).
           MOVE TRAIN-TIME-MM TO WS-HEURE-SERVICE(3:2).

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAISIE-MONTEE))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(STATION-DEPART))
               MOVE 0 TO WS-RANG-MONTEE
           END-IF.

           PERFORM VARYING WS-IDX-ITI FROM 1 BY 1
                   UNTIL WS-IDX-ITI > WS-MAX-ITI
               IF WS-ITI-STATION(WS-IDX-ITI) = STATION-DEPART
               AND WS-ITI-HEURE(WS-IDX-ITI) = WS-HEURE-SERVICE
                   MOVE WS-IDX-ITI TO WS-ITI-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ITI-TROUVE = 0
               GO TO 0350-ARRETS-RELATION-FIN
           END-IF.

           MOVE 0 TO WS-RANG.

           PERFORM VARYING WS-IDX-HALT FROM 1 BY 1
                   UNTIL WS-IDX-HALT > 10

               IF WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT) NOT = SPACES
                   ADD 1 TO WS-RANG
                   IF FUNCTION UPPER-CASE
                          (FUNCTION TRIM(WS-SAISIE-MONTEE))
                      = FUNCTION UPPER-CASE
                          (FUNCTION TRIM
                             (WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)))
                       MOVE WS-RANG TO WS-RANG-MONTEE
                   END-IF
                   IF FUNCTION UPPER-CASE
                          (FUNCTION TRIM(WS-SAISIE-DESCENTE))
                      = FUNCTION UPPER-CASE
                          (FUNCTION TRIM
                             (WS-ITI-GARE(WS-ITI-TROUVE WS-IDX-HALT)))
                       MOVE WS-RANG TO WS-RANG-DESCENTE
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0350-ARRETS-RELATION-FIN.
