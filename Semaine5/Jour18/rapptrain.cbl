      *Rapprochement des controles a bord avec les reservations : pour
      *la date de circulation demandee (vide = la veille), chaque
      *service controle (controles.txt, saisis par ctrltrain) est
      *rapproche de son manifeste (reservations actives du service et
      *de la date dans reservations.txt). Le rapport
      *rapprochement.txt donne par service :
      *  - les voyageurs sans billet valable : sans billet, numero a
      *    cle fausse (module clebillet), numero inconnu, billet
      *    annule ou deja presente sur le service ;
      *  - les billets presentes sur un autre service ou une autre
      *    date que ceux du billet ;
      *  - les places vendues jamais presentees (absents) ;
      *  - places vendues, presentees, absentes et taux d'absence.
      *Les services ayant des reservations mais aucun controle ce
      *jour-la sont listes a part et n'entrent pas dans les taux.
      *Les absences du jour remplacent celles d'un passage precedent
      *pour la meme date dans l'historique absences-train.txt (copie de
      *generation avant reecriture) ; le taux d'absence cumule par
      *service sur tout l'historique est edite en fin de rapport et
      *ecrit dans taux-absence.txt, base des decisions de
      *surreservation.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapptrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-RESA ASSIGN TO "reservations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CONTROLES ASSIGN TO "controles.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CTL.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapprochement.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique des absences par service et par date controles
       SELECT OPTIONAL FICHIER-ABSENCES ASSIGN TO "absences-train.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Taux d'absence cumule par service, pour la surreservation
       SELECT FICHIER-TAUX ASSIGN TO "taux-absence.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

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

       FD FICHIER-CONTROLES.
           01 F-CONTROLE.
               05 F-CTL-STATION            PIC X(18).
               05 F-CTL-HEURE              PIC X(04).
               05 F-CTL-DATE               PIC X(08).
               05 F-CTL-TYPE               PIC X(01).
               05 F-CTL-BILLET             PIC X(10).
               05 F-CTL-NOM                PIC X(20).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).

       FD FICHIER-ABSENCES.
           01 F-ABSENCE.
               05 F-ABS-STATION            PIC X(18).
               05 F-ABS-HEURE              PIC X(04).
               05 F-ABS-DATE               PIC X(08).
               05 F-ABS-VENDUES            PIC 9(05).
               05 F-ABS-ABSENTES           PIC 9(05).

       FD FICHIER-TAUX.
           01 F-TAUX.
               05 F-TAUX-STATION           PIC X(18).
               05 F-TAUX-HEURE             PIC X(04).
               05 F-TAUX-DATES             PIC 9(04).
               05 F-TAUX-VENDUES           PIC 9(07).
               05 F-TAUX-ABSENTES          PIC 9(07).
               05 F-TAUX-POURCENT          PIC 9(03)V9(02).


       WORKING-STORAGE SECTION.

      *Reservations chargees, avec le temoin de billet presente
       01 WS-TABLEAU-RESA.
           05 WS-RESA OCCURS 1000 TIMES.
               10 WS-RESA-STATION  PIC X(18).
               10 WS-RESA-HEURE    PIC X(04).
               10 WS-RESA-DATE     PIC X(08).
               10 WS-RESA-PASSAGER PIC X(20).
               10 WS-RESA-PLACES   PIC 9(03).
               10 WS-RESA-STATUT   PIC X(01).
                   88 WS-RESA-ANNULEE      VALUE "N".
               10 WS-RESA-BILLET   PIC X(10).
               10 WS-RESA-PRESENTE PIC X(01).
                   88 WS-RESA-PRESENTE-O   VALUE "O".

       77 WS-IDX-RESA              PIC 9(04).
       01 WS-MAX-RESA              PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-RESA         PIC 9(04)   VALUE 1000.
       01 WS-RESA-TROUVEE          PIC 9(04).

      *Controles de la date, avec leur issue du rapprochement :
      *V = billet valable, I = sans billet valable, M = billet d'un
      *autre service ou d'une autre date
       01 WS-TABLEAU-CTL.
           05 WS-CTL OCCURS 500 TIMES.
               10 WS-CTL-STATION   PIC X(18).
               10 WS-CTL-HEURE     PIC X(04).
               10 WS-CTL-TYPE      PIC X(01).
                   88 WS-CTL-SANS-BILLET   VALUE "S".
               10 WS-CTL-BILLET    PIC X(10).
               10 WS-CTL-NOM       PIC X(20).
               10 WS-CTL-ISSUE     PIC X(01).
                   88 WS-CTL-VALABLE       VALUE "V".
                   88 WS-CTL-INVALIDE      VALUE "I".
                   88 WS-CTL-AUTRE-SERVICE VALUE "M".
               10 WS-CTL-MOTIF     PIC X(15).
               10 WS-CTL-RESA      PIC 9(04).

       77 WS-IDX-CTL               PIC 9(03).
       01 WS-MAX-CTL               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CTL          PIC 9(03)   VALUE 500.

      *Services de la date : controles (O) ou seulement vendus (N)
       01 WS-TABLEAU-SRV.
           05 WS-SRV OCCURS 100 TIMES.
               10 WS-SRV-STATION   PIC X(18).
               10 WS-SRV-HEURE     PIC X(04).
               10 WS-SRV-CONTROLE  PIC X(01).
                   88 WS-SRV-CONTROLE-O    VALUE "O".

       77 WS-IDX-SRV               PIC 9(03).
       01 WS-MAX-SRV               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-SRV          PIC 9(03)   VALUE 100.
       01 WS-SRV-TROUVE            PIC 9(03).

      *Historique des absences, hors date traitee, puis complete des
      *services controles du jour
       01 WS-TABLEAU-HIST.
           05 WS-HIST OCCURS 2000 TIMES.
               10 WS-HIST-STATION  PIC X(18).
               10 WS-HIST-HEURE    PIC X(04).
               10 WS-HIST-DATE     PIC X(08).
               10 WS-HIST-VENDUES  PIC 9(05).
               10 WS-HIST-ABSENTES PIC 9(05).

       77 WS-IDX-HIST              PIC 9(04).
       01 WS-MAX-HIST              PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-HIST         PIC 9(04)   VALUE 2000.

      *Cumul de l'historique par service
       01 WS-TABLEAU-TAUX.
           05 WS-TX OCCURS 100 TIMES.
               10 WS-TX-STATION    PIC X(18).
               10 WS-TX-HEURE      PIC X(04).
               10 WS-TX-DATES      PIC 9(04).
               10 WS-TX-VENDUES    PIC 9(07).
               10 WS-TX-ABSENTES   PIC 9(07).

       77 WS-IDX-TX                PIC 9(03).
       01 WS-MAX-TX                PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TX           PIC 9(03)   VALUE 100.
       01 WS-TX-TROUVE             PIC 9(03).

       01 WS-STATUT-CTL            PIC X(02).
           88 WS-STATUT-CTL-OK             VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

       01 WS-SAISIE-DATE           PIC X(08).
       01 WS-DATE-DU-JOUR          PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-DATE-2        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Zones d'appel du module de cle des billets clebillet
       01 WS-CLE-FONCTION          PIC X(05).
       01 WS-CLE-RESULTAT          PIC 9(01).

      *Nom du fichier historique remis au module de copies de
      *generation avant la reecriture
       01 WS-NOM-FICHIER-MAITRE    PIC X(30)
               VALUE "absences-train.txt".

      *Cumuls du service en cours et de la journee
       01 WS-SRV-VENDUES           PIC 9(05).
       01 WS-SRV-PRESENTEES        PIC 9(05).
       01 WS-SRV-ABSENTES          PIC 9(05).
       01 WS-SRV-CONTROLES         PIC 9(03).
       01 WS-NB-LIGNES             PIC 9(03).

       01 WS-TOT-VENDUES           PIC 9(07)   VALUE 0.
       01 WS-TOT-ABSENTES          PIC 9(07)   VALUE 0.
       01 WS-TOT-INVALIDES         PIC 9(05)   VALUE 0.
       01 WS-TOT-AUTRE-SERVICE     PIC 9(05)   VALUE 0.
       01 WS-NB-SRV-CONTROLES      PIC 9(03)   VALUE 0.
       01 WS-NB-SRV-NON-CONTROLES  PIC 9(03)   VALUE 0.

       01 WS-TAUX                  PIC 9(03)V9(02).
       01 WS-TAUX-ED               PIC ZZ9.99.
       01 WS-LIB-BILLET            PIC X(11).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-SAISIE-DATE-DEB
              THRU 0100-SAISIE-DATE-FIN.

           IF WS-SAISIE-DATE = SPACES
               STOP RUN
           END-IF.

           PERFORM 0150-CHARGE-RESERVATIONS-DEB
              THRU 0150-CHARGE-RESERVATIONS-FIN.

           PERFORM 0200-CHARGE-CONTROLES-DEB
              THRU 0200-CHARGE-CONTROLES-FIN.

           PERFORM 0250-SERVICES-VENDUS-DEB
              THRU 0250-SERVICES-VENDUS-FIN.

           PERFORM 0270-CHARGE-HISTORIQUE-DEB
              THRU 0270-CHARGE-HISTORIQUE-FIN.

           PERFORM 0300-RAPPORT-DEB
              THRU 0300-RAPPORT-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Date de circulation rapprochee, vide = la veille
       0100-SAISIE-DATE-DEB.

           DISPLAY "Date de circulation (AAAAMMJJ, vide = "
                   "la veille) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
               MOVE WS-DATE-DU-JOUR TO WS-DATUTIL-DATE-1
               MOVE -1 TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE WS-DATUTIL-DATE-2 TO WS-SAISIE-DATE
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
           END-IF.

           EXIT.

       0100-SAISIE-DATE-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-RESERVATIONS-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-RESA < WS-CAPACITE-RESA
                           ADD 1 TO WS-MAX-RESA
                           MOVE F-RESA-STATION
                             TO WS-RESA-STATION(WS-MAX-RESA)
                           MOVE F-RESA-HEURE
                             TO WS-RESA-HEURE(WS-MAX-RESA)
                           MOVE F-RESA-DATE
                             TO WS-RESA-DATE(WS-MAX-RESA)
                           MOVE F-RESA-PASSAGER
                             TO WS-RESA-PASSAGER(WS-MAX-RESA)
                           MOVE F-RESA-PLACES
                             TO WS-RESA-PLACES(WS-MAX-RESA)
                           MOVE F-RESA-STATUT
                             TO WS-RESA-STATUT(WS-MAX-RESA)
                           MOVE F-RESA-BILLET
                             TO WS-RESA-BILLET(WS-MAX-RESA)
                           MOVE "N"
                             TO WS-RESA-PRESENTE(WS-MAX-RESA)
                       ELSE
                           DISPLAY "Attention : reservations "
                               "tronquees, capacite maximale "
                               "atteinte (" WS-CAPACITE-RESA ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           DISPLAY "Reservations chargees : " WS-MAX-RESA.

           EXIT.

       0150-CHARGE-RESERVATIONS-FIN.

      *-----------------------------------------------------------------

      *Controles de la date ; chaque service controle entre dans la
      *table des services
       0200-CHARGE-CONTROLES-DEB.

           OPEN INPUT FICHIER-CONTROLES.

           IF NOT WS-STATUT-CTL-OK
               DISPLAY "Erreur : controles.txt introuvable (statut "
                       WS-STATUT-CTL "), arret."
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-CONTROLES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-CTL-DATE = WS-SAISIE-DATE
                           PERFORM 0220-RANGE-CONTROLE-DEB
                              THRU 0220-RANGE-CONTROLE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CONTROLES.

           DISPLAY "Controles du " WS-SAISIE-DATE " : " WS-MAX-CTL.

           EXIT.

       0200-CHARGE-CONTROLES-FIN.

      *-----------------------------------------------------------------

       0220-RANGE-CONTROLE-DEB.

           IF WS-MAX-CTL >= WS-CAPACITE-CTL
               DISPLAY "Attention : table des controles pleine, "
                       "controle ignore."
               GO TO 0220-RANGE-CONTROLE-FIN
           END-IF.

           ADD 1 TO WS-MAX-CTL.
           MOVE F-CTL-STATION TO WS-CTL-STATION(WS-MAX-CTL).
           MOVE F-CTL-HEURE   TO WS-CTL-HEURE(WS-MAX-CTL).
           MOVE F-CTL-TYPE    TO WS-CTL-TYPE(WS-MAX-CTL).
           MOVE F-CTL-BILLET  TO WS-CTL-BILLET(WS-MAX-CTL).
           MOVE F-CTL-NOM     TO WS-CTL-NOM(WS-MAX-CTL).
           MOVE SPACES        TO WS-CTL-ISSUE(WS-MAX-CTL).
           MOVE SPACES        TO WS-CTL-MOTIF(WS-MAX-CTL).
           MOVE 0             TO WS-CTL-RESA(WS-MAX-CTL).

           MOVE 0 TO WS-SRV-TROUVE.

           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-MAX-SRV

               IF WS-SRV-STATION(WS-IDX-SRV) = F-CTL-STATION
               AND WS-SRV-HEURE(WS-IDX-SRV) = F-CTL-HEURE
                   MOVE WS-IDX-SRV TO WS-SRV-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SRV-TROUVE = 0
               IF WS-MAX-SRV >= WS-CAPACITE-SRV
                   DISPLAY "Attention : table des services pleine, "
                           F-CTL-STATION " " F-CTL-HEURE " ignore."
                   GO TO 0220-RANGE-CONTROLE-FIN
               END-IF
               ADD 1 TO WS-MAX-SRV
               MOVE F-CTL-STATION TO WS-SRV-STATION(WS-MAX-SRV)
               MOVE F-CTL-HEURE TO WS-SRV-HEURE(WS-MAX-SRV)
               MOVE "O" TO WS-SRV-CONTROLE(WS-MAX-SRV)
           END-IF.

           EXIT.

       0220-RANGE-CONTROLE-FIN.

      *-----------------------------------------------------------------

      *Services vendus pour la date mais sans aucun controle
       0250-SERVICES-VENDUS-DEB.

           PERFORM VARYING WS-IDX-RESA FROM 1 BY 1
                   UNTIL WS-IDX-RESA > WS-MAX-RESA

               IF WS-RESA-DATE(WS-IDX-RESA) = WS-SAISIE-DATE
               AND NOT WS-RESA-ANNULEE(WS-IDX-RESA)
                   PERFORM 0260-SERVICE-VENDU-DEB
                      THRU 0260-SERVICE-VENDU-FIN
               END-IF

           END-PERFORM.

           EXIT.

       0250-SERVICES-VENDUS-FIN.

      *-----------------------------------------------------------------

       0260-SERVICE-VENDU-DEB.

           MOVE 0 TO WS-SRV-TROUVE.

           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-MAX-SRV

               IF WS-SRV-STATION(WS-IDX-SRV)
                  = WS-RESA-STATION(WS-IDX-RESA)
               AND WS-SRV-HEURE(WS-IDX-SRV)
                  = WS-RESA-HEURE(WS-IDX-RESA)
                   MOVE WS-IDX-SRV TO WS-SRV-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SRV-TROUVE > 0
           OR WS-MAX-SRV >= WS-CAPACITE-SRV
               GO TO 0260-SERVICE-VENDU-FIN
           END-IF.

           ADD 1 TO WS-MAX-SRV.
           MOVE WS-RESA-STATION(WS-IDX-RESA)
             TO WS-SRV-STATION(WS-MAX-SRV).
           MOVE WS-RESA-HEURE(WS-IDX-RESA) TO WS-SRV-HEURE(WS-MAX-SRV).
           MOVE "N" TO WS-SRV-CONTROLE(WS-MAX-SRV).

           EXIT.

       0260-SERVICE-VENDU-FIN.

      *-----------------------------------------------------------------

      *Historique des absences, sans les lignes de la date traitee
      *qu'un nouveau passage remplace
       0270-CHARGE-HISTORIQUE-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-ABSENCES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ABSENCES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-ABS-DATE NOT = WS-SAISIE-DATE
                           IF WS-MAX-HIST < WS-CAPACITE-HIST
                               ADD 1 TO WS-MAX-HIST
                               MOVE F-ABSENCE TO WS-HIST(WS-MAX-HIST)
                           ELSE
                               DISPLAY "Attention : historique des "
                                   "absences tronque ("
                                   WS-CAPACITE-HIST ")."
                               SET WS-FIN-LECTURE-OUI TO TRUE
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           EXIT.

       0270-CHARGE-HISTORIQUE-FIN.

      *-----------------------------------------------------------------

      *Rapport : services controles, services non controles, total de
      *la journee puis taux d'absence cumules
       0300-RAPPORT-DEB.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "RAPPROCHEMENT DES CONTROLES A BORD DU "
                   WS-SAISIE-DATE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-MAX-SRV

               IF WS-SRV-CONTROLE-O(WS-IDX-SRV)
                   PERFORM 0400-RAPPROCHE-SERVICE-DEB
                      THRU 0400-RAPPROCHE-SERVICE-FIN
               ELSE
                   ADD 1 TO WS-NB-SRV-NON-CONTROLES
               END-IF

           END-PERFORM.

           IF WS-NB-SRV-NON-CONTROLES > 0
               MOVE SPACES TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE "SERVICES VENDUS SANS CONTROLE (hors taux)"
                 TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
                       UNTIL WS-IDX-SRV > WS-MAX-SRV
                   IF NOT WS-SRV-CONTROLE-O(WS-IDX-SRV)
                       MOVE SPACES TO F-LIGNE-RAPPORT
                       STRING "    " WS-SRV-STATION(WS-IDX-SRV) " "
                               WS-SRV-HEURE(WS-IDX-SRV)(1:2) ":"
                               WS-SRV-HEURE(WS-IDX-SRV)(3:2)
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                       WRITE F-LIGNE-RAPPORT
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 0 TO WS-TAUX.
           IF WS-TOT-VENDUES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-TOT-ABSENTES * 100 / WS-TOT-VENDUES
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " WS-NB-SRV-CONTROLES " service(s) "
                   "controle(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "        sans billet valable " WS-TOT-INVALIDES
                   ", billets d'un autre service "
                   WS-TOT-AUTRE-SERVICE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "        places vendues " WS-TOT-VENDUES
                   ", absentes " WS-TOT-ABSENTES
                   ", taux d'absence " WS-TAUX-ED " %"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM 0600-REECRIT-HISTORIQUE-DEB
              THRU 0600-REECRIT-HISTORIQUE-FIN.

           PERFORM 0700-TAUX-ABSENCE-DEB
              THRU 0700-TAUX-ABSENCE-FIN.

           CLOSE FICHIER-RAPPORT.

           DISPLAY WS-NB-SRV-CONTROLES " service(s) rapproche(s), "
                   "rapport ecrit dans rapprochement.txt.".

           EXIT.

       0300-RAPPORT-FIN.

      *-----------------------------------------------------------------

      *Un service controle : issue de chaque controle, puis les trois
      *listes d'anomalies et le bilan des places
       0400-RAPPROCHE-SERVICE-DEB.

           ADD 1 TO WS-NB-SRV-CONTROLES.
           MOVE 0 TO WS-SRV-PRESENTEES.
           MOVE 0 TO WS-SRV-VENDUES.
           MOVE 0 TO WS-SRV-CONTROLES.

           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-MAX-CTL

               IF WS-CTL-STATION(WS-IDX-CTL)
                  = WS-SRV-STATION(WS-IDX-SRV)
               AND WS-CTL-HEURE(WS-IDX-CTL) = WS-SRV-HEURE(WS-IDX-SRV)
                   ADD 1 TO WS-SRV-CONTROLES
                   PERFORM 0420-ISSUE-CONTROLE-DEB
                      THRU 0420-ISSUE-CONTROLE-FIN
               END-IF

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "SERVICE " WS-SRV-STATION(WS-IDX-SRV) " "
                   WS-SRV-HEURE(WS-IDX-SRV)(1:2) ":"
                   WS-SRV-HEURE(WS-IDX-SRV)(3:2) " - "
                   WS-SRV-CONTROLES " controle(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

      *Voyageurs sans billet valable
           MOVE "  SANS BILLET VALABLE" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-LIGNES.

           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-MAX-CTL

               IF WS-CTL-STATION(WS-IDX-CTL)
                  = WS-SRV-STATION(WS-IDX-SRV)
               AND WS-CTL-HEURE(WS-IDX-CTL) = WS-SRV-HEURE(WS-IDX-SRV)
               AND WS-CTL-INVALIDE(WS-IDX-CTL)
                   ADD 1 TO WS-NB-LIGNES
                   ADD 1 TO WS-TOT-INVALIDES
                   MOVE WS-CTL-BILLET(WS-IDX-CTL) TO WS-LIB-BILLET
                   IF WS-CTL-SANS-BILLET(WS-IDX-CTL)
                       MOVE "-" TO WS-LIB-BILLET
                   END-IF
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "    " WS-LIB-BILLET
                           WS-CTL-NOM(WS-IDX-CTL) " "
                           WS-CTL-MOTIF(WS-IDX-CTL)
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM.

           IF WS-NB-LIGNES = 0
               MOVE "    neant" TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *Billets d'un autre service ou d'une autre date
           MOVE "  BILLET D'UN AUTRE SERVICE OU D'UNE AUTRE DATE"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-LIGNES.

           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-MAX-CTL

               IF WS-CTL-STATION(WS-IDX-CTL)
                  = WS-SRV-STATION(WS-IDX-SRV)
               AND WS-CTL-HEURE(WS-IDX-CTL) = WS-SRV-HEURE(WS-IDX-SRV)
               AND WS-CTL-AUTRE-SERVICE(WS-IDX-CTL)
                   ADD 1 TO WS-NB-LIGNES
                   ADD 1 TO WS-TOT-AUTRE-SERVICE
                   MOVE WS-CTL-RESA(WS-IDX-CTL) TO WS-RESA-TROUVEE
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "    " WS-CTL-BILLET(WS-IDX-CTL) " "
                           WS-RESA-PASSAGER(WS-RESA-TROUVEE)
                           " valable "
                           WS-RESA-STATION(WS-RESA-TROUVEE) " "
                           WS-RESA-HEURE(WS-RESA-TROUVEE) " le "
                           WS-RESA-DATE(WS-RESA-TROUVEE)
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM.

           IF WS-NB-LIGNES = 0
               MOVE "    neant" TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

      *Places vendues jamais presentees
           MOVE "  PLACES VENDUES NON PRESENTEES" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE 0 TO WS-NB-LIGNES.

           PERFORM VARYING WS-IDX-RESA FROM 1 BY 1
                   UNTIL WS-IDX-RESA > WS-MAX-RESA

               IF WS-RESA-STATION(WS-IDX-RESA)
                  = WS-SRV-STATION(WS-IDX-SRV)
               AND WS-RESA-HEURE(WS-IDX-RESA)
                  = WS-SRV-HEURE(WS-IDX-SRV)
               AND WS-RESA-DATE(WS-IDX-RESA) = WS-SAISIE-DATE
               AND NOT WS-RESA-ANNULEE(WS-IDX-RESA)
                   ADD WS-RESA-PLACES(WS-IDX-RESA) TO WS-SRV-VENDUES
                   IF NOT WS-RESA-PRESENTE-O(WS-IDX-RESA)
                       ADD 1 TO WS-NB-LIGNES
                       MOVE WS-RESA-BILLET(WS-IDX-RESA)
                         TO WS-LIB-BILLET
                       IF WS-LIB-BILLET = SPACES
                           MOVE "sans numero" TO WS-LIB-BILLET
                       END-IF
                       MOVE SPACES TO F-LIGNE-RAPPORT
                       STRING "    " WS-LIB-BILLET
                               WS-RESA-PASSAGER(WS-IDX-RESA) " "
                               WS-RESA-PLACES(WS-IDX-RESA)
                               " place(s)"
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                       WRITE F-LIGNE-RAPPORT
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-NB-LIGNES = 0
               MOVE "    neant" TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

           COMPUTE WS-SRV-ABSENTES = WS-SRV-VENDUES - WS-SRV-PRESENTEES.

           MOVE 0 TO WS-TAUX.
           IF WS-SRV-VENDUES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-SRV-ABSENTES * 100 / WS-SRV-VENDUES
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "  vendues " WS-SRV-VENDUES
                   ", presentees " WS-SRV-PRESENTEES
                   ", absentes " WS-SRV-ABSENTES
                   ", taux d'absence " WS-TAUX-ED " %"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           ADD WS-SRV-VENDUES TO WS-TOT-VENDUES.
           ADD WS-SRV-ABSENTES TO WS-TOT-ABSENTES.

      *Le service du jour rejoint l'historique des absences
           IF WS-MAX-HIST < WS-CAPACITE-HIST
               ADD 1 TO WS-MAX-HIST
               MOVE WS-SRV-STATION(WS-IDX-SRV)
                 TO WS-HIST-STATION(WS-MAX-HIST)
               MOVE WS-SRV-HEURE(WS-IDX-SRV)
                 TO WS-HIST-HEURE(WS-MAX-HIST)
               MOVE WS-SAISIE-DATE TO WS-HIST-DATE(WS-MAX-HIST)
               MOVE WS-SRV-VENDUES TO WS-HIST-VENDUES(WS-MAX-HIST)
               MOVE WS-SRV-ABSENTES TO WS-HIST-ABSENTES(WS-MAX-HIST)
           ELSE
               DISPLAY "Attention : historique des absences plein, "
                       WS-SRV-STATION(WS-IDX-SRV) " non repris."
           END-IF.

           EXIT.

       0400-RAPPROCHE-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Issue d'un controle : cle, billet connu, actif, du bon service
      *et de la bonne date, pas deja presente ; un billet valable
      *marque sa reservation presentee et compte ses places
       0420-ISSUE-CONTROLE-DEB.

           MOVE "I" TO WS-CTL-ISSUE(WS-IDX-CTL).

           IF WS-CTL-SANS-BILLET(WS-IDX-CTL)
               MOVE "sans billet" TO WS-CTL-MOTIF(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           MOVE "VERIF" TO WS-CLE-FONCTION.
           CALL "clebillet" USING WS-CLE-FONCTION,
                                  WS-CTL-BILLET(WS-IDX-CTL),
                                  WS-CLE-RESULTAT
           END-CALL.

           IF WS-CLE-RESULTAT NOT = 0
               MOVE "cle fausse" TO WS-CTL-MOTIF(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           MOVE 0 TO WS-RESA-TROUVEE.

           PERFORM VARYING WS-IDX-RESA FROM 1 BY 1
                   UNTIL WS-IDX-RESA > WS-MAX-RESA

               IF WS-RESA-BILLET(WS-IDX-RESA)
                  = WS-CTL-BILLET(WS-IDX-CTL)
                   MOVE WS-IDX-RESA TO WS-RESA-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-RESA-TROUVEE = 0
               MOVE "billet inconnu" TO WS-CTL-MOTIF(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           MOVE WS-RESA-TROUVEE TO WS-CTL-RESA(WS-IDX-CTL).
           MOVE WS-RESA-PASSAGER(WS-RESA-TROUVEE)
             TO WS-CTL-NOM(WS-IDX-CTL).

           IF WS-RESA-ANNULEE(WS-RESA-TROUVEE)
               MOVE "billet annule" TO WS-CTL-MOTIF(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           IF WS-RESA-STATION(WS-RESA-TROUVEE)
              NOT = WS-CTL-STATION(WS-IDX-CTL)
           OR WS-RESA-HEURE(WS-RESA-TROUVEE)
              NOT = WS-CTL-HEURE(WS-IDX-CTL)
           OR WS-RESA-DATE(WS-RESA-TROUVEE) NOT = WS-SAISIE-DATE
               MOVE "M" TO WS-CTL-ISSUE(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           IF WS-RESA-PRESENTE-O(WS-RESA-TROUVEE)
               MOVE "deja presente" TO WS-CTL-MOTIF(WS-IDX-CTL)
               GO TO 0420-ISSUE-CONTROLE-FIN
           END-IF.

           MOVE "V" TO WS-CTL-ISSUE(WS-IDX-CTL).
           MOVE "O" TO WS-RESA-PRESENTE(WS-RESA-TROUVEE).
           ADD WS-RESA-PLACES(WS-RESA-TROUVEE) TO WS-SRV-PRESENTEES.

           EXIT.

       0420-ISSUE-CONTROLE-FIN.

      *-----------------------------------------------------------------

      *Reecriture de l'historique avec les services du jour
       0600-REECRIT-HISTORIQUE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-ABSENCES.

           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > WS-MAX-HIST

               MOVE WS-HIST(WS-IDX-HIST) TO F-ABSENCE
               WRITE F-ABSENCE

           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           EXIT.

       0600-REECRIT-HISTORIQUE-FIN.

      *-----------------------------------------------------------------

      *Taux d'absence cumule par service sur tout l'historique, edite
      *au rapport et ecrit dans taux-absence.txt
       0700-TAUX-ABSENCE-DEB.

           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > WS-MAX-HIST

               PERFORM 0720-CUMUL-TAUX-DEB
                  THRU 0720-CUMUL-TAUX-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "TAUX D'ABSENCE CUMULES PAR SERVICE (historique)"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "  SERVICE                DATES VENDUES "
                   "ABSENTES   TAUX"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           OPEN OUTPUT FICHIER-TAUX.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-MAX-TX

               MOVE 0 TO WS-TAUX
               IF WS-TX-VENDUES(WS-IDX-TX) > 0
                   COMPUTE WS-TAUX ROUNDED =
                       WS-TX-ABSENTES(WS-IDX-TX) * 100
                       / WS-TX-VENDUES(WS-IDX-TX)
               END-IF
               MOVE WS-TAUX TO WS-TAUX-ED

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  " WS-TX-STATION(WS-IDX-TX) " "
                       WS-TX-HEURE(WS-IDX-TX) " "
                       WS-TX-DATES(WS-IDX-TX) " "
                       WS-TX-VENDUES(WS-IDX-TX) "  "
                       WS-TX-ABSENTES(WS-IDX-TX) " "
                       WS-TAUX-ED " %"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               MOVE SPACES TO F-TAUX
               MOVE WS-TX-STATION(WS-IDX-TX)  TO F-TAUX-STATION
               MOVE WS-TX-HEURE(WS-IDX-TX)    TO F-TAUX-HEURE
               MOVE WS-TX-DATES(WS-IDX-TX)    TO F-TAUX-DATES
               MOVE WS-TX-VENDUES(WS-IDX-TX)  TO F-TAUX-VENDUES
               MOVE WS-TX-ABSENTES(WS-IDX-TX) TO F-TAUX-ABSENTES
               MOVE WS-TAUX                   TO F-TAUX-POURCENT
               WRITE F-TAUX

           END-PERFORM.

           CLOSE FICHIER-TAUX.

           EXIT.

       0700-TAUX-ABSENCE-FIN.

      *-----------------------------------------------------------------

       0720-CUMUL-TAUX-DEB.

           MOVE 0 TO WS-TX-TROUVE.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-MAX-TX

               IF WS-TX-STATION(WS-IDX-TX)
                  = WS-HIST-STATION(WS-IDX-HIST)
               AND WS-TX-HEURE(WS-IDX-TX) = WS-HIST-HEURE(WS-IDX-HIST)
                   MOVE WS-IDX-TX TO WS-TX-TROUVE
               END-IF

           END-PERFORM.

           IF WS-TX-TROUVE = 0
               IF WS-MAX-TX >= WS-CAPACITE-TX
                   DISPLAY "Attention : table des taux pleine, "
                           WS-HIST-STATION(WS-IDX-HIST) " ignore."
                   GO TO 0720-CUMUL-TAUX-FIN
               END-IF
               ADD 1 TO WS-MAX-TX
               MOVE WS-MAX-TX TO WS-TX-TROUVE
               MOVE WS-HIST-STATION(WS-IDX-HIST)
                 TO WS-TX-STATION(WS-TX-TROUVE)
               MOVE WS-HIST-HEURE(WS-IDX-HIST)
                 TO WS-TX-HEURE(WS-TX-TROUVE)
               MOVE 0 TO WS-TX-DATES(WS-TX-TROUVE)
               MOVE 0 TO WS-TX-VENDUES(WS-TX-TROUVE)
               MOVE 0 TO WS-TX-ABSENTES(WS-TX-TROUVE)
           END-IF.

           ADD 1 TO WS-TX-DATES(WS-TX-TROUVE).
           ADD WS-HIST-VENDUES(WS-IDX-HIST)
             TO WS-TX-VENDUES(WS-TX-TROUVE).
           ADD WS-HIST-ABSENTES(WS-IDX-HIST)
             TO WS-TX-ABSENTES(WS-TX-TROUVE).

           EXIT.

       0720-CUMUL-TAUX-FIN.
