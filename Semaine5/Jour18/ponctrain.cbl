      *Releve quotidien de la ponctualite des services de train.dat :
      *pour la date de circulation donnee, chaque service (gare de
      *depart et heure, controle contre l'horaire, refuse s'il est
      *supprime ce jour-la ou deja releve) recoit son heure reelle de
      *depart et d'arrivee. Le retard au depart et le retard a
      *l'arrivee sont calcules en minutes contre l'horaire (arrivee
      *prevue = depart + duree du service ; une arrivee reelle plus
      *tot que le depart reel passe au lendemain) et le releve est
      *ajoute a ponctualite.txt, que rapponct reprend pour le
      *rapport mensuel. Un retard a l'arrivee qui atteint un palier
      *du bareme indemnites-retard.cfg (minutes puis % du prix, du
      *palier le plus haut au plus bas ; a defaut 50 % a 120 minutes
      *et 25 % a 60 minutes) indemnise chaque reservation active du
      *service et de la date : le prix du billet (meme calcul que
      *resatrain et tariftrain) x places x pourcentage est ajoute au
      *journal remboursements.txt (montant en 81-91, repris par
      *l'interface comptable) et une lettre d'information est ecrite
      *pour le passager dans lettres-retard.txt. Le prix indemnise
      *est celui du parcours du voyageur : les arrets comptes sont
      *ceux parcourus entre sa gare de montee et sa gare de descente
      *sur l'itineraire du service (itineraires.txt, tenu par
      *garetrain), tous les arrets du service a defaut.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ponctrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO "train.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAIN.

      *Releves de ponctualite, ajoutes a la suite du fichier
       SELECT OPTIONAL FICHIER-PONCTUALITE
       ASSIGN TO "ponctualite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RESA ASSIGN TO "reservations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Services supprimes par date (suptrain) : pas de releve
       SELECT OPTIONAL FICHIER-SUPPRESSIONS
       ASSIGN TO "suppressions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Bareme des tarifs par categorie, le meme que resatrain
       SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO "tarifs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Bareme des indemnites de retard : minutes de retard a
      *l'arrivee (4 chiffres) puis indemnite en % du prix (3
      *chiffres), du palier le plus haut au plus bas
       SELECT OPTIONAL FICHIER-INDEMNITES
       ASSIGN TO "indemnites-retard.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal des remboursements commun avec resatrain
       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-LETTRES ASSIGN TO "lettres-retard.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Gares desservies par chaque service (garetrain)
       SELECT OPTIONAL FICHIER-ITINERAIRES
       ASSIGN TO "itineraires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-TRAIN.
           COPY "train-record.cpy".

       FD FICHIER-PONCTUALITE.
           01 F-PONCTUALITE.
               05 F-PON-STATION            PIC X(18).
               05 F-PON-HEURE              PIC X(04).
               05 F-PON-DATE               PIC X(08).
               05 F-PON-CATEGORIE          PIC X(03).
               05 F-PON-DEPART-REEL        PIC X(04).
               05 F-PON-ARRIVEE-REELLE     PIC X(04).
               05 F-PON-RETARD-DEPART      PIC 9(04).
               05 F-PON-RETARD-ARRIVEE     PIC 9(04).
               05 F-PON-PCT-INDEMNITE      PIC 9(03).

       FD FICHIER-RESA.
           01 F-RESA.
               05 F-RESA-STATION           PIC X(18).
               05 F-RESA-HEURE             PIC X(04).
               05 F-RESA-DATE              PIC X(08).
               05 F-RESA-PASSAGER          PIC X(20).
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

       FD FICHIER-SUPPRESSIONS.
           01 F-SUPPRESSION.
               05 F-SUP-STATION            PIC X(18).
               05 F-SUP-HEURE              PIC X(04).
               05 F-SUP-DATE               PIC X(08).

       FD FICHIER-TARIFS.
           01 F-TARIF.
               05 F-TARIF-CATEGORIE        PIC X(03).
               05 F-TARIF-BASE             PIC 9(04)V9(02).
               05 F-TARIF-SUPPLEMENT       PIC 9(02)V9(02).

       FD FICHIER-INDEMNITES.
           01 F-INDEMNITE.
               05 F-IND-MINUTES            PIC 9(04).
               05 F-IND-PCT                PIC 9(03).

      *Montant indemnise edite en 81-91, repris par l'interface
      *comptable
       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT              PIC X(100).

       FD FICHIER-LETTRES.
           01 F-LIGNE-LETTRE               PIC X(80).

       FD FICHIER-ITINERAIRES.
           01 F-ITINERAIRE.
               05 F-ITI-STATION            PIC X(18).
               05 F-ITI-HEURE              PIC X(04).
               05 F-ITI-GARE OCCURS 10 TIMES PIC X(18).


       WORKING-STORAGE SECTION.

      *Horaire charge pour le controle d'existence des services
       01 WS-TRAIN-PLANNING.
           02 LIGNE-TRAIN-PLANNING OCCURS 100 TIMES.
               03 WS-RECORD-TYPE           PIC XXX.
               03 WS-STATION-DEPART        PIC X(18).
               03 WS-TRAIN-TIME            PIC X(04).
               03 WS-NBRE-HEURES           PIC 9(02).

      *        Nombre d'arrets du service, pour le prix du billet
               03 WS-NB-ARRETS             PIC 9(02).

       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-HALT              PIC 9(02).
       01 WS-MAX                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TABLE        PIC 9(03)   VALUE 100.

       01 WS-STATUT-TRAIN          PIC X(02).
           88 WS-STATUT-TRAIN-OK           VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

      *Bareme des tarifs charge pour le prix des billets
       01 WS-TABLEAU-TARIFS.
           05 WS-TARIF OCCURS 10 TIMES.
               10 WS-TARIF-CATEGORIE       PIC X(03).
               10 WS-TARIF-BASE            PIC 9(04)V9(02).
               10 WS-TARIF-SUPPLEMENT      PIC 9(02)V9(02).

       01 WS-NB-TARIFS             PIC 9(02)   VALUE 0.
       01 WS-TARIF-TROUVE          PIC 9(02).

      *Bareme des indemnites, du palier le plus haut au plus bas
      *(valeurs de repli 0120/050, 0060/025)
       01 WS-TABLEAU-INDEMNITES.
           05 WS-INDEMNITE OCCURS 10 TIMES.
               10 WS-IND-MINUTES           PIC 9(04).
               10 WS-IND-PCT               PIC 9(03).

       01 WS-NB-INDEMNITES         PIC 9(02)   VALUE 0.

      *Saisies du releve
       01 WS-SAISIE-DATE           PIC X(08).
       01 WS-SAISIE-STATION        PIC X(18).
       01 WS-SAISIE-HEURE          PIC X(04).
       01 WS-SAISIE-DEPART         PIC X(04).
       01 WS-SAISIE-ARRIVEE        PIC X(04).

       01 WS-SERVICE-TROUVE        PIC 9(03).

       01 WS-DEJA-RELEVE           PIC X.
           88 WS-DEJA-RELEVE-O             VALUE "O".
           88 WS-DEJA-RELEVE-N             VALUE "N".

       01 WS-SUPPRIME              PIC X.
           88 WS-SUPPRIME-O                VALUE "O".
           88 WS-SUPPRIME-N                VALUE "N".

       01 WS-HEURE-VALIDE          PIC X.
           88 WS-HEURE-VALIDE-O            VALUE "O".
           88 WS-HEURE-VALIDE-N            VALUE "N".

      *Heure a controler et sa valeur en minutes depuis minuit
       01 WS-HEURE-CTL             PIC X(04).
       01 WS-HEURE-CTL-R REDEFINES WS-HEURE-CTL.
           05 WS-HEURE-CTL-HH      PIC 9(02).
           05 WS-HEURE-CTL-MM      PIC 9(02).

      *Calcul des retards, en minutes depuis minuit du jour de
      *circulation
       01 WS-MIN-DEPART-PREVU      PIC 9(05).
       01 WS-MIN-ARRIVEE-PREVUE    PIC 9(05).
       01 WS-MIN-DEPART-REEL       PIC 9(05).
       01 WS-MIN-ARRIVEE-REELLE    PIC 9(05).
       01 WS-RETARD-DEPART         PIC 9(04).
       01 WS-RETARD-ARRIVEE        PIC 9(04).
       01 WS-PCT-INDEMNITE         PIC 9(03).

      *Indemnite de la reservation en cours
       01 WS-PRIX-PLACE            PIC 9(06)V9(02).
       01 WS-MONTANT-INDEMNITE     PIC 9(08)V9(02).
       01 WS-MONTANT-INDEMNITE-ED  PIC Z(07)9.99.

       01 WS-NB-RELEVES            PIC 9(03)   VALUE 0.
       01 WS-NB-INDEMNISES         PIC 9(03)   VALUE 0.
       01 WS-NB-INDEMNISES-SERVICE PIC 9(03).

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

      *Arrets du service releve : l'indice 1 (rang 0) est la gare de
      *depart, puis une gare par arret de l'itineraire
       01 WS-TABLEAU-ARRETS.
           05 WS-ARRET-GARE OCCURS 11 TIMES PIC X(18).

       01 WS-NB-RANGS              PIC 9(02).
       01 WS-RANG-MONTEE           PIC 9(02).
       01 WS-RANG-DESCENTE         PIC 9(02).
       77 WS-IDX-RANG              PIC 9(02).
       01 WS-ARRETS-PARCOURS       PIC 9(02).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.

           PERFORM 0150-CHARGE-BAREMES-DEB
              THRU 0150-CHARGE-BAREMES-FIN.

           PERFORM 0170-CHARGE-ITINERAIRES-DEB
              THRU 0170-CHARGE-ITINERAIRES-FIN.

           PERFORM 0200-SAISIE-DATE-DEB
              THRU 0200-SAISIE-DATE-FIN.

           IF WS-SAISIE-DATE = SPACES
               STOP RUN
           END-IF.

           PERFORM 0300-RELEVE-SERVICE-DEB
              THRU 0300-RELEVE-SERVICE-FIN
              UNTIL WS-SAISIE-STATION = SPACES.

           DISPLAY WS-NB-RELEVES " service(s) releve(s), "
                   WS-NB-INDEMNISES " reservation(s) indemnisee(s).".

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGE-HORAIRE-DEB.

           DISPLAY "Chargement de l'horaire train.dat".
           OPEN INPUT FICHIER-TRAIN.

           IF NOT WS-STATUT-TRAIN-OK
               DISPLAY "Erreur : train.dat introuvable (statut "
                       WS-STATUT-TRAIN "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-TRAIN
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAX
                       IF WS-MAX <= WS-CAPACITE-TABLE
                           MOVE RECORD-TYPE
                             TO WS-RECORD-TYPE(WS-MAX)
                           MOVE STATION-DEPART
                             TO WS-STATION-DEPART(WS-MAX)
                           MOVE TRAIN-TIME-HH
                             TO WS-TRAIN-TIME(WS-MAX)(1:2)
                           MOVE TRAIN-TIME-MM
                             TO WS-TRAIN-TIME(WS-MAX)(3:2)
                           MOVE TRAIN-NBRE-HEURES
                             TO WS-NBRE-HEURES(WS-MAX)

                           MOVE 0 TO WS-NB-ARRETS(WS-MAX)
                           PERFORM VARYING WS-IDX-HALT FROM 1 BY 1
                                   UNTIL WS-IDX-HALT > 10
                               IF TRAIN-HALT-FLAG(WS-IDX-HALT) = "H"
                                   ADD 1 TO WS-NB-ARRETS(WS-MAX)
                               END-IF
                           END-PERFORM
                       ELSE
                           SUBTRACT 1 FROM WS-MAX
                           DISPLAY "Attention : horaire tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-TABLE ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TRAIN.

           DISPLAY "Services a l'horaire : " WS-MAX.

           EXIT.

       0100-CHARGE-HORAIRE-FIN.

      *-----------------------------------------------------------------

      *Baremes des tarifs et des indemnites de retard ; indemnites
      *absentes = bareme de repli (50 % a 120 minutes, 25 % a 60)
       0150-CHARGE-BAREMES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-TARIFS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-TARIFS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-NB-TARIFS < 10
                           ADD 1 TO WS-NB-TARIFS
                           MOVE F-TARIF-CATEGORIE
                             TO WS-TARIF-CATEGORIE(WS-NB-TARIFS)
                           MOVE F-TARIF-BASE
                             TO WS-TARIF-BASE(WS-NB-TARIFS)
                           MOVE F-TARIF-SUPPLEMENT
                             TO WS-TARIF-SUPPLEMENT(WS-NB-TARIFS)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TARIFS.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-INDEMNITES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-INDEMNITES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-NB-INDEMNITES < 10
                           ADD 1 TO WS-NB-INDEMNITES
                           MOVE F-IND-MINUTES
                             TO WS-IND-MINUTES(WS-NB-INDEMNITES)
                           MOVE F-IND-PCT
                             TO WS-IND-PCT(WS-NB-INDEMNITES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-INDEMNITES.

           IF WS-NB-INDEMNITES = 0
               MOVE 2 TO WS-NB-INDEMNITES
               MOVE 120 TO WS-IND-MINUTES(1)
               MOVE 50 TO WS-IND-PCT(1)
               MOVE 60 TO WS-IND-MINUTES(2)
               MOVE 25 TO WS-IND-PCT(2)
           END-IF.

           EXIT.

       0150-CHARGE-BAREMES-FIN.

      *-----------------------------------------------------------------

      *Itineraires connus ; fichier absent = prix sur tous les arrets
       0170-CHARGE-ITINERAIRES-DEB.

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

       0170-CHARGE-ITINERAIRES-FIN.

      *-----------------------------------------------------------------

      *Date de circulation releve, vide = aujourd'hui ; une date
      *invalide ou a venir arrete le releve
       0200-SAISIE-DATE-DEB.

           DISPLAY "Date de circulation (AAAAMMJJ, vide = "
                   "aujourd'hui) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.

           MOVE 1 TO WS-DATUTIL-RESULTAT.

           IF WS-SAISIE-DATE IS NUMERIC
               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide : " WS-SAISIE-DATE
               MOVE SPACES TO WS-SAISIE-DATE
               GO TO 0200-SAISIE-DATE-FIN
           END-IF.

           IF WS-SAISIE-DATE > WS-DATE-DU-JOUR
               DISPLAY "Date a venir, pas de releve possible."
               MOVE SPACES TO WS-SAISIE-DATE
           END-IF.

           EXIT.

       0200-SAISIE-DATE-FIN.

      *-----------------------------------------------------------------

      *Releve d'un service : gare vide = fin du releve
       0300-RELEVE-SERVICE-DEB.

           DISPLAY "Gare de depart (vide = fin du releve) : ".
           ACCEPT WS-SAISIE-STATION.

           IF WS-SAISIE-STATION = SPACES
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           DISPLAY "Heure de depart prevue (HHMM) : ".
           ACCEPT WS-SAISIE-HEURE.

           MOVE 0 TO WS-SERVICE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               IF FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-SAISIE-STATION))
                  = FUNCTION UPPER-CASE
                      (FUNCTION TRIM(WS-STATION-DEPART(WS-IDX)))
               AND WS-SAISIE-HEURE = WS-TRAIN-TIME(WS-IDX)
                   MOVE WS-IDX TO WS-SERVICE-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SERVICE-TROUVE = 0
               DISPLAY "Service inconnu de l'horaire : "
                       WS-SAISIE-STATION " " WS-SAISIE-HEURE
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           PERFORM 0320-CONTROLE-SERVICE-DEB
              THRU 0320-CONTROLE-SERVICE-FIN.

           IF WS-SUPPRIME-O
               DISPLAY "Service SUPPRIME le " WS-SAISIE-DATE
                       ", pas de releve."
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           IF WS-DEJA-RELEVE-O
               DISPLAY "Service deja releve le " WS-SAISIE-DATE
                       ", releve refuse."
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           DISPLAY "Heure reelle de depart (HHMM) : ".
           ACCEPT WS-SAISIE-DEPART.
           MOVE WS-SAISIE-DEPART TO WS-HEURE-CTL.
           PERFORM 0340-CONTROLE-HEURE-DEB
              THRU 0340-CONTROLE-HEURE-FIN.

           IF WS-HEURE-VALIDE-N
               DISPLAY "Heure invalide : " WS-SAISIE-DEPART
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           DISPLAY "Heure reelle d'arrivee (HHMM) : ".
           ACCEPT WS-SAISIE-ARRIVEE.
           MOVE WS-SAISIE-ARRIVEE TO WS-HEURE-CTL.
           PERFORM 0340-CONTROLE-HEURE-DEB
              THRU 0340-CONTROLE-HEURE-FIN.

           IF WS-HEURE-VALIDE-N
               DISPLAY "Heure invalide : " WS-SAISIE-ARRIVEE
               GO TO 0300-RELEVE-SERVICE-FIN
           END-IF.

           PERFORM 0400-CALCUL-RETARD-DEB
              THRU 0400-CALCUL-RETARD-FIN.

           OPEN EXTEND FICHIER-PONCTUALITE.

           MOVE SPACES TO F-PONCTUALITE.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO F-PON-STATION.
           MOVE WS-SAISIE-HEURE     TO F-PON-HEURE.
           MOVE WS-SAISIE-DATE      TO F-PON-DATE.
           MOVE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
             TO F-PON-CATEGORIE.
           MOVE WS-SAISIE-DEPART    TO F-PON-DEPART-REEL.
           MOVE WS-SAISIE-ARRIVEE   TO F-PON-ARRIVEE-REELLE.
           MOVE WS-RETARD-DEPART    TO F-PON-RETARD-DEPART.
           MOVE WS-RETARD-ARRIVEE   TO F-PON-RETARD-ARRIVEE.
           MOVE WS-PCT-INDEMNITE    TO F-PON-PCT-INDEMNITE.
           WRITE F-PONCTUALITE.

           CLOSE FICHIER-PONCTUALITE.

           ADD 1 TO WS-NB-RELEVES.

           DISPLAY "Retard au depart " WS-RETARD-DEPART
                   " min, a l'arrivee " WS-RETARD-ARRIVEE " min.".

           IF WS-PCT-INDEMNITE > 0
               PERFORM 0500-INDEMNISATION-DEB
                  THRU 0500-INDEMNISATION-FIN
           END-IF.

           EXIT.

       0300-RELEVE-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Le service est-il supprime ce jour-la, ou deja releve ?
       0320-CONTROLE-SERVICE-DEB.

           SET WS-SUPPRIME-N TO TRUE.
           SET WS-DEJA-RELEVE-N TO TRUE.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-SUPPRESSIONS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-SUPPRESSIONS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-SUP-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-SUP-HEURE = WS-SAISIE-HEURE
                       AND F-SUP-DATE = WS-SAISIE-DATE
                           SET WS-SUPPRIME-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-SUPPRESSIONS.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-PONCTUALITE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-PONCTUALITE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-PON-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-PON-HEURE = WS-SAISIE-HEURE
                       AND F-PON-DATE = WS-SAISIE-DATE
                           SET WS-DEJA-RELEVE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PONCTUALITE.

           EXIT.

       0320-CONTROLE-SERVICE-FIN.

      *-----------------------------------------------------------------

       0340-CONTROLE-HEURE-DEB.

           SET WS-HEURE-VALIDE-O TO TRUE.

           IF WS-HEURE-CTL NOT NUMERIC
               SET WS-HEURE-VALIDE-N TO TRUE
               GO TO 0340-CONTROLE-HEURE-FIN
           END-IF.

           IF WS-HEURE-CTL-HH > 23 OR WS-HEURE-CTL-MM > 59
               SET WS-HEURE-VALIDE-N TO TRUE
           END-IF.

           EXIT.

       0340-CONTROLE-HEURE-FIN.

      *-----------------------------------------------------------------

      *Retards en minutes ; un depart reel plus de 12 heures avant
      *l'heure prevue est un depart le lendemain, une arrivee reelle
      *avant le depart reel est une arrivee le lendemain ; l'avance
      *compte pour un retard nul. Le pourcentage d'indemnite est
      *celui du premier palier atteint par le retard a l'arrivee
       0400-CALCUL-RETARD-DEB.

           MOVE WS-SAISIE-HEURE TO WS-HEURE-CTL.
           COMPUTE WS-MIN-DEPART-PREVU =
               WS-HEURE-CTL-HH * 60 + WS-HEURE-CTL-MM.
           COMPUTE WS-MIN-ARRIVEE-PREVUE = WS-MIN-DEPART-PREVU
               + WS-NBRE-HEURES(WS-SERVICE-TROUVE) * 60.

           MOVE WS-SAISIE-DEPART TO WS-HEURE-CTL.
           COMPUTE WS-MIN-DEPART-REEL =
               WS-HEURE-CTL-HH * 60 + WS-HEURE-CTL-MM.

           IF WS-MIN-DEPART-REEL + 720 < WS-MIN-DEPART-PREVU
               ADD 1440 TO WS-MIN-DEPART-REEL
           END-IF.

           MOVE WS-SAISIE-ARRIVEE TO WS-HEURE-CTL.
           COMPUTE WS-MIN-ARRIVEE-REELLE =
               WS-HEURE-CTL-HH * 60 + WS-HEURE-CTL-MM.

           IF WS-MIN-DEPART-REEL >= 1440
               ADD 1440 TO WS-MIN-ARRIVEE-REELLE
           END-IF.

           IF WS-MIN-ARRIVEE-REELLE < WS-MIN-DEPART-REEL
               ADD 1440 TO WS-MIN-ARRIVEE-REELLE
           END-IF.

           MOVE 0 TO WS-RETARD-DEPART.
           IF WS-MIN-DEPART-REEL > WS-MIN-DEPART-PREVU
               COMPUTE WS-RETARD-DEPART =
                   WS-MIN-DEPART-REEL - WS-MIN-DEPART-PREVU
           END-IF.

           MOVE 0 TO WS-RETARD-ARRIVEE.
           IF WS-MIN-ARRIVEE-REELLE > WS-MIN-ARRIVEE-PREVUE
               COMPUTE WS-RETARD-ARRIVEE =
                   WS-MIN-ARRIVEE-REELLE - WS-MIN-ARRIVEE-PREVUE
           END-IF.

           MOVE 0 TO WS-PCT-INDEMNITE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-INDEMNITES

               IF WS-RETARD-ARRIVEE >= WS-IND-MINUTES(WS-IDX)
               AND WS-PCT-INDEMNITE = 0
                   MOVE WS-IND-PCT(WS-IDX) TO WS-PCT-INDEMNITE
               END-IF

           END-PERFORM.

           EXIT.

       0400-CALCUL-RETARD-FIN.

      *-----------------------------------------------------------------

      *Indemnisation des reservations actives du service et de la
      *date : prix du billet (base de la categorie + arrets parcourus
      *x supplement) x places x pourcentage du palier
       0500-INDEMNISATION-DEB.

           MOVE 0 TO WS-TARIF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS

               IF WS-TARIF-CATEGORIE(WS-IDX)
                  = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   MOVE WS-IDX TO WS-TARIF-TROUVE
               END-IF

           END-PERFORM.

           IF WS-TARIF-TROUVE = 0
               DISPLAY "Categorie sans bareme, indemnites a "
                       "reprendre a la main."
               GO TO 0500-INDEMNISATION-FIN
           END-IF.

           PERFORM 0520-ARRETS-SERVICE-DEB
              THRU 0520-ARRETS-SERVICE-FIN.

           MOVE 0 TO WS-NB-INDEMNISES-SERVICE.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.
           OPEN EXTEND FICHIER-REMBOURSEMENTS.
           OPEN EXTEND FICHIER-LETTRES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-RESA-STATION
                          = WS-STATION-DEPART(WS-SERVICE-TROUVE)
                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE = WS-SAISIE-DATE
                       AND F-RESA-STATUT NOT = "N"
                           PERFORM 0550-INDEMNISE-RESA-DEB
                              THRU 0550-INDEMNISE-RESA-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.
           CLOSE FICHIER-REMBOURSEMENTS.
           CLOSE FICHIER-LETTRES.

           DISPLAY "Indemnite " WS-PCT-INDEMNITE " % : "
                   WS-NB-INDEMNISES-SERVICE " reservation(s) "
                   "indemnisee(s), voir lettres-retard.txt.".

           EXIT.

       0500-INDEMNISATION-FIN.

      *-----------------------------------------------------------------

      *Arrets du service releve d'apres son itineraire
       0520-ARRETS-SERVICE-DEB.

           MOVE SPACES TO WS-TABLEAU-ARRETS.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO WS-ARRET-GARE(1).
           MOVE 0 TO WS-NB-RANGS.
           MOVE 0 TO WS-ITI-TROUVE.

           PERFORM VARYING WS-IDX-ITI FROM 1 BY 1
                   UNTIL WS-IDX-ITI > WS-MAX-ITI
               IF WS-ITI-STATION(WS-IDX-ITI)
                  = WS-STATION-DEPART(WS-SERVICE-TROUVE)
               AND WS-ITI-HEURE(WS-IDX-ITI) = WS-SAISIE-HEURE
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

           EXIT.

       0520-ARRETS-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Prix de la place sur le parcours de la reservation lue : ecart
      *des rangs de montee et de descente, gare vide ou inconnue =
      *depart ou terminus ; sans itineraire, tous les arrets
       0540-PRIX-PARCOURS-DEB.

           IF WS-NB-RANGS = 0
               MOVE WS-NB-ARRETS(WS-SERVICE-TROUVE)
                 TO WS-ARRETS-PARCOURS
           ELSE
               MOVE 0 TO WS-RANG-MONTEE
               MOVE WS-NB-RANGS TO WS-RANG-DESCENTE
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
               END-PERFORM
               IF WS-RANG-MONTEE >= WS-RANG-DESCENTE
                   MOVE 0 TO WS-RANG-MONTEE
                   MOVE WS-NB-RANGS TO WS-RANG-DESCENTE
               END-IF
               COMPUTE WS-ARRETS-PARCOURS =
                   WS-RANG-DESCENTE - WS-RANG-MONTEE
           END-IF.

           COMPUTE WS-PRIX-PLACE =
               WS-TARIF-BASE(WS-TARIF-TROUVE)
               + WS-ARRETS-PARCOURS
               * WS-TARIF-SUPPLEMENT(WS-TARIF-TROUVE).

           EXIT.

       0540-PRIX-PARCOURS-FIN.

      *-----------------------------------------------------------------

      *Ligne au journal des remboursements (meme disposition que les
      *remboursements d'annulation, montant en 81-91) et lettre au
      *passager
       0550-INDEMNISE-RESA-DEB.

           PERFORM 0540-PRIX-PARCOURS-DEB
              THRU 0540-PRIX-PARCOURS-FIN.

           COMPUTE WS-MONTANT-INDEMNITE ROUNDED =
               WS-PRIX-PLACE * F-RESA-PLACES
               * WS-PCT-INDEMNITE / 100.

           MOVE WS-MONTANT-INDEMNITE TO WS-MONTANT-INDEMNITE-ED.

           MOVE SPACES TO F-REMBOURSEMENT.
           STRING WS-DATE-DU-JOUR " "
                   F-RESA-PASSAGER " "
                   F-RESA-STATION " "
                   F-RESA-HEURE " retard "
                   F-RESA-DATE " indemnise "
                   WS-MONTANT-INDEMNITE-ED
               DELIMITED BY SIZE INTO F-REMBOURSEMENT.
           WRITE F-REMBOURSEMENT.

           MOVE ALL "-" TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "A l'attention de " F-RESA-PASSAGER
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Votre train " WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   " de " WS-SAISIE-HEURE(1:2) ":"
                   WS-SAISIE-HEURE(3:2) " au depart de "
                   F-RESA-STATION
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "le " F-RESA-DATE " est arrive avec "
                   WS-RETARD-ARRIVEE " minutes de retard."
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Nous vous remboursons " WS-PCT-INDEMNITE
                   " % du prix de vos " F-RESA-PLACES
                   " place(s), soit " WS-MONTANT-INDEMNITE-ED
                   " EUR."
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           MOVE "Veuillez nous excuser pour la gene occasionnee."
             TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           ADD 1 TO WS-NB-INDEMNISES-SERVICE.
           ADD 1 TO WS-NB-INDEMNISES.

           EXIT.

       0550-INDEMNISE-RESA-FIN.
