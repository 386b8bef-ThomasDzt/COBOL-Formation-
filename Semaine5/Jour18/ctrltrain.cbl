      *Saisie des controles a bord : pour la date de circulation
      *donnee, le controleur enregistre service par service (gare de
      *depart et heure, controles contre l'horaire) les billets
      *presentes, numero de 10 chiffres imprime par resatrain, ou un
      *voyageur trouve sans billet (S, avec son nom). La cle du numero
      *est verifiee a la saisie par le module clebillet : un numero a
      *cle fausse est signale au controleur mais garde tel quel, le
      *rapprochement (rapptrain) le classe parmi les voyageurs sans
      *billet valable. Chaque controle est ajoute a controles.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrltrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO "train.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAIN.

      *Controles a bord, ajoutes a la suite du fichier
       SELECT OPTIONAL FICHIER-CONTROLES ASSIGN TO "controles.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-TRAIN.
           COPY "train-record.cpy".

       FD FICHIER-CONTROLES.
           01 F-CONTROLE.
               05 F-CTL-STATION            PIC X(18).
               05 F-CTL-HEURE              PIC X(04).
               05 F-CTL-DATE               PIC X(08).

      *        B = billet presente, S = voyageur sans billet
               05 F-CTL-TYPE               PIC X(01).
               05 F-CTL-BILLET             PIC X(10).

      *        Nom releve pour un voyageur sans billet
               05 F-CTL-NOM                PIC X(20).


       WORKING-STORAGE SECTION.

      *Horaire charge pour le controle d'existence des services
       01 WS-TRAIN-PLANNING.
           02 LIGNE-TRAIN-PLANNING OCCURS 100 TIMES.
               03 WS-STATION-DEPART        PIC X(18).
               03 WS-TRAIN-TIME            PIC X(04).

       77 WS-IDX                   PIC 9(03).
       01 WS-MAX                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TABLE        PIC 9(03)   VALUE 100.

       01 WS-STATUT-TRAIN          PIC X(02).
           88 WS-STATUT-TRAIN-OK           VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

      *Saisies du controle
       01 WS-SAISIE-DATE           PIC X(08).
       01 WS-SAISIE-STATION        PIC X(18).
       01 WS-SAISIE-HEURE          PIC X(04).
       01 WS-SAISIE-BILLET         PIC X(10).
           88 WS-SANS-BILLET               VALUE "S" "s".
       01 WS-SAISIE-NOM            PIC X(20).

       01 WS-SERVICE-TROUVE        PIC 9(03).

       01 WS-NB-CONTROLES          PIC 9(04)   VALUE 0.
       01 WS-NB-SERVICE            PIC 9(04).
       01 WS-NB-CLES-FAUSSES       PIC 9(04)   VALUE 0.
       01 WS-NB-SANS-BILLET        PIC 9(04)   VALUE 0.

       01 WS-DATE-DU-JOUR          PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Zones d'appel du module de cle des billets clebillet
       01 WS-CLE-FONCTION          PIC X(05).
       01 WS-CLE-RESULTAT          PIC 9(01).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.

           PERFORM 0200-SAISIE-DATE-DEB
              THRU 0200-SAISIE-DATE-FIN.

           IF WS-SAISIE-DATE = SPACES
               STOP RUN
           END-IF.

           PERFORM 0300-CONTROLE-SERVICE-DEB
              THRU 0300-CONTROLE-SERVICE-FIN
              UNTIL WS-SAISIE-STATION = SPACES.

           DISPLAY WS-NB-CONTROLES " controle(s) enregistre(s), dont "
                   WS-NB-SANS-BILLET " sans billet et "
                   WS-NB-CLES-FAUSSES " a cle fausse.".

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
                           MOVE STATION-DEPART
                             TO WS-STATION-DEPART(WS-MAX)
                           MOVE TRAIN-TIME-HH
                             TO WS-TRAIN-TIME(WS-MAX)(1:2)
                           MOVE TRAIN-TIME-MM
                             TO WS-TRAIN-TIME(WS-MAX)(3:2)
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

      *Date de circulation controlee, vide = aujourd'hui ; une date
      *invalide ou a venir arrete la saisie
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
               DISPLAY "Date a venir, pas de controle possible."
               MOVE SPACES TO WS-SAISIE-DATE
           END-IF.

           EXIT.

       0200-SAISIE-DATE-FIN.

      *-----------------------------------------------------------------

      *Controle d'un service : gare vide = fin de la saisie
       0300-CONTROLE-SERVICE-DEB.

           DISPLAY "Gare de depart (vide = fin de la saisie) : ".
           ACCEPT WS-SAISIE-STATION.

           IF WS-SAISIE-STATION = SPACES
               GO TO 0300-CONTROLE-SERVICE-FIN
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
               GO TO 0300-CONTROLE-SERVICE-FIN
           END-IF.

           MOVE 0 TO WS-NB-SERVICE.
           MOVE "X" TO WS-SAISIE-BILLET.

           OPEN EXTEND FICHIER-CONTROLES.

           PERFORM 0400-SAISIE-BILLET-DEB
              THRU 0400-SAISIE-BILLET-FIN
              UNTIL WS-SAISIE-BILLET = SPACES.

           CLOSE FICHIER-CONTROLES.

           DISPLAY WS-NB-SERVICE " controle(s) pour "
                   WS-STATION-DEPART(WS-SERVICE-TROUVE) " "
                   WS-SAISIE-HEURE ".".

           EXIT.

       0300-CONTROLE-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Un billet presente, ou S pour un voyageur sans billet ; vide =
      *fin du service
       0400-SAISIE-BILLET-DEB.

           DISPLAY "Billet presente (10 chiffres, S = sans billet, "
                   "vide = fin du service) : ".
           ACCEPT WS-SAISIE-BILLET.

           IF WS-SAISIE-BILLET = SPACES
               GO TO 0400-SAISIE-BILLET-FIN
           END-IF.

           MOVE SPACES TO F-CONTROLE.
           MOVE WS-STATION-DEPART(WS-SERVICE-TROUVE)
             TO F-CTL-STATION.
           MOVE WS-SAISIE-HEURE TO F-CTL-HEURE.
           MOVE WS-SAISIE-DATE  TO F-CTL-DATE.

           IF WS-SANS-BILLET
               DISPLAY "Nom du voyageur : "
               ACCEPT WS-SAISIE-NOM
               MOVE "S" TO F-CTL-TYPE
               MOVE WS-SAISIE-NOM TO F-CTL-NOM
               ADD 1 TO WS-NB-SANS-BILLET
           ELSE
               MOVE "VERIF" TO WS-CLE-FONCTION
               CALL "clebillet" USING WS-CLE-FONCTION,
                                      WS-SAISIE-BILLET,
                                      WS-CLE-RESULTAT
               END-CALL
               IF WS-CLE-RESULTAT NOT = 0
                   DISPLAY "Numero " WS-SAISIE-BILLET " a cle "
                           "fausse : billet non valable."
                   ADD 1 TO WS-NB-CLES-FAUSSES
               END-IF
               MOVE "B" TO F-CTL-TYPE
               MOVE WS-SAISIE-BILLET TO F-CTL-BILLET
           END-IF.

           WRITE F-CONTROLE.

           ADD 1 TO WS-NB-SERVICE.
           ADD 1 TO WS-NB-CONTROLES.

           EXIT.

       0400-SAISIE-BILLET-FIN.
