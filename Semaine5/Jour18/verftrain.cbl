      *Controle quotidien des affectations de rames, a passer chaque
      *jour : pour aujourd'hui et les 6 jours suivants, chaque service
      *de train.dat qui roule a la date (drapeaux de jour de semaine,
      *service non supprime dans suppressions.txt) est rapproche des
      *affectations (affectations.txt, tenu par flottrain). Le
      *rapport verif-affectations.txt signale les services sans rame
      *affectee (vendus a la capacite de la categorie), les rames
      *affectees inconnues du parc ou a l'atelier, et les rames
      *affectees le meme jour a deux services dont les parcours se
      *chevauchent (de l'heure de depart a l'heure de depart plus la
      *duree du trajet).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * RAM = RAME ; AFF = AFFECTATION ; SUP = SUPPRESSION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verftrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO "train.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAIN.

      *Parc des rames (flottrain)
       SELECT OPTIONAL FICHIER-RAMES ASSIGN TO "rames.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Rames affectees aux services par periode (flottrain)
       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Services supprimes par date (suptrain)
       SELECT OPTIONAL FICHIER-SUPPRESSIONS
       ASSIGN TO "suppressions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "verif-affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-TRAIN.
           COPY "train-record.cpy".

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

       FD FICHIER-SUPPRESSIONS.
           01 F-SUPPRESSION.
               05 F-SUP-STATION            PIC X(18).
               05 F-SUP-HEURE              PIC X(04).
               05 F-SUP-DATE               PIC X(08).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).


       WORKING-STORAGE SECTION.

      *Horaire charge : categorie, service, jours de circulation et
      *fenetre du parcours en minutes depuis minuit
       01 WS-TRAIN-PLANNING.
           02 LIGNE-TRAIN-PLANNING OCCURS 100 TIMES.
               03 WS-RECORD-TYPE           PIC XXX.
               03 WS-STATION-DEPART        PIC X(18).
               03 WS-TRAIN-TIME            PIC X(04).
               03 WS-JOURS                 PIC X(07).
               03 WS-MINUTE-DEPART         PIC 9(04).
               03 WS-MINUTE-ARRIVEE        PIC 9(04).

      *            O = le service roule a la date examinee
               03 WS-ROULE                 PIC X(01).
               03 WS-NB-RAMES-SVC          PIC 9(02).

       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-JOUR              PIC 9(01).
       01 WS-MAX                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TABLE        PIC 9(03)   VALUE 100.

      *Parc des rames
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
       01 WS-RAM-TROUVE            PIC 9(03).

      *Affectations, avec le rang du service a l'horaire (0 = service
      *disparu de l'horaire) et le rang de la rame au parc
       01 WS-TABLEAU-AFF.
           05 WS-AFF OCCURS 500 TIMES.
               10 WS-AFF-RAME      PIC X(06).
               10 WS-AFF-STATION   PIC X(18).
               10 WS-AFF-HEURE     PIC X(04).
               10 WS-AFF-DEBUT     PIC X(08).
               10 WS-AFF-FIN       PIC X(08).
               10 WS-AFF-SERVICE   PIC 9(03).
               10 WS-AFF-RANG-RAME PIC 9(03).

       77 WS-IDX-AFF               PIC 9(03).
       77 WS-IDX-AFF2              PIC 9(03).
       01 WS-MAX-AFF               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-AFF          PIC 9(03)   VALUE 500.

      *Suppressions de services
       01 WS-TABLEAU-SUP.
           05 WS-SUP OCCURS 500 TIMES.
               10 WS-SUP-STATION   PIC X(18).
               10 WS-SUP-HEURE     PIC X(04).
               10 WS-SUP-DATE      PIC X(08).

       77 WS-IDX-SUP               PIC 9(03).
       01 WS-MAX-SUP               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-SUP          PIC 9(03)   VALUE 500.

       01 WS-STATUT-TRAIN          PIC X(02).
           88 WS-STATUT-TRAIN-OK           VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

      *Dates examinees : aujourd'hui et les jours suivants
       01 WS-HORIZON               PIC 9(02)   VALUE 7.
       77 WS-IDX-DATE              PIC 9(02).
       01 WS-DATE-DU-JOUR          PIC 9(08).
       01 WS-DATE-VERIF            PIC X(08).
       01 WS-JOUR-SEMAINE          PIC 9(01).

       01 WS-SVC-1                 PIC 9(03).
       01 WS-SVC-2                 PIC 9(03).

       01 WS-NB-SANS-RAME          PIC 9(04)   VALUE 0.
       01 WS-NB-CHEVAUCHEMENTS     PIC 9(04)   VALUE 0.
       01 WS-NB-RAMES-KO           PIC 9(04)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-DATE-2        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.

           PERFORM 0150-CHARGE-RAMES-DEB
              THRU 0150-CHARGE-RAMES-FIN.

           PERFORM 0160-CHARGE-AFFECTATIONS-DEB
              THRU 0160-CHARGE-AFFECTATIONS-FIN.

           PERFORM 0170-CHARGE-SUPPRESSIONS-DEB
              THRU 0170-CHARGE-SUPPRESSIONS-FIN.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "CONTROLE DES AFFECTATIONS DE RAMES DU "
                   WS-DATE-DU-JOUR " SUR " WS-HORIZON " JOUR(S)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-DATE FROM 0 BY 1
                   UNTIL WS-IDX-DATE >= WS-HORIZON
               PERFORM 0200-VERIF-DATE-DEB
                  THRU 0200-VERIF-DATE-FIN
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " WS-NB-SANS-RAME " sans rame, "
                   WS-NB-CHEVAUCHEMENTS " chevauchement(s), "
                   WS-NB-RAMES-KO " rame(s) indisponible(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Controle ecrit : " WS-NB-SANS-RAME
                   " service(s) sans rame, " WS-NB-CHEVAUCHEMENTS
                   " chevauchement(s), " WS-NB-RAMES-KO
                   " rame(s) indisponible(s).".

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

                           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                                   UNTIL WS-IDX-JOUR > 7
                               MOVE TRAIN-JOUR-FLAG(WS-IDX-JOUR)
                                 TO WS-JOURS(WS-MAX)
                                    (WS-IDX-JOUR:1)
                           END-PERFORM

      *                    Un trajet de moins d'une heure occupe la
      *                    rame une heure
                           COMPUTE WS-MINUTE-DEPART(WS-MAX) =
                               TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
                           IF TRAIN-NBRE-HEURES IS NUMERIC
                           AND TRAIN-NBRE-HEURES > 0
                               COMPUTE WS-MINUTE-ARRIVEE(WS-MAX) =
                                   WS-MINUTE-DEPART(WS-MAX)
                                   + TRAIN-NBRE-HEURES * 60
                           ELSE
                               COMPUTE WS-MINUTE-ARRIVEE(WS-MAX) =
                                   WS-MINUTE-DEPART(WS-MAX) + 60
                           END-IF
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

       0150-CHARGE-RAMES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RAMES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RAMES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-RAM < WS-CAPACITE-RAM
                           ADD 1 TO WS-MAX-RAM
                           MOVE F-RAME TO WS-RAM(WS-MAX-RAM)
                       ELSE
                           DISPLAY "Attention : parc tronque ("
                                   WS-CAPACITE-RAM ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RAMES.

           EXIT.

       0150-CHARGE-RAMES-FIN.

      *-----------------------------------------------------------------

      *Affectations, rattachees a leur service et a leur rame
       0160-CHARGE-AFFECTATIONS-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-AFFECTATIONS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-AFF < WS-CAPACITE-AFF
                           ADD 1 TO WS-MAX-AFF
                           MOVE F-AFF-RAME
                             TO WS-AFF-RAME(WS-MAX-AFF)
                           MOVE F-AFF-STATION
                             TO WS-AFF-STATION(WS-MAX-AFF)
                           MOVE F-AFF-HEURE
                             TO WS-AFF-HEURE(WS-MAX-AFF)
                           MOVE F-AFF-DEBUT
                             TO WS-AFF-DEBUT(WS-MAX-AFF)
                           MOVE F-AFF-FIN
                             TO WS-AFF-FIN(WS-MAX-AFF)
                           PERFORM 0165-RATTACHE-AFF-DEB
                              THRU 0165-RATTACHE-AFF-FIN
                       ELSE
                           DISPLAY "Attention : affectations "
                                   "tronquees (" WS-CAPACITE-AFF ")."
                           SET WS-FIN-LECTURE-OUI TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           DISPLAY "Affectations : " WS-MAX-AFF.

           EXIT.

       0160-CHARGE-AFFECTATIONS-FIN.

      *-----------------------------------------------------------------

       0165-RATTACHE-AFF-DEB.

           MOVE 0 TO WS-AFF-SERVICE(WS-MAX-AFF).
           MOVE 0 TO WS-AFF-RANG-RAME(WS-MAX-AFF).

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX
               IF WS-STATION-DEPART(WS-IDX) = F-AFF-STATION
               AND WS-TRAIN-TIME(WS-IDX) = F-AFF-HEURE
                   MOVE WS-IDX TO WS-AFF-SERVICE(WS-MAX-AFF)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                   UNTIL WS-IDX-RAM > WS-MAX-RAM
               IF WS-RAM-NUMERO(WS-IDX-RAM) = F-AFF-RAME
                   MOVE WS-IDX-RAM TO WS-AFF-RANG-RAME(WS-MAX-AFF)
               END-IF
           END-PERFORM.

           EXIT.

       0165-RATTACHE-AFF-FIN.

      *-----------------------------------------------------------------

       0170-CHARGE-SUPPRESSIONS-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-SUPPRESSIONS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-SUPPRESSIONS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-SUP-DATE >= WS-DATE-DU-JOUR
                           IF WS-MAX-SUP < WS-CAPACITE-SUP
                               ADD 1 TO WS-MAX-SUP
                               MOVE F-SUPPRESSION
                                 TO WS-SUP(WS-MAX-SUP)
                           ELSE
                               DISPLAY "Attention : suppressions "
                                   "tronquees (" WS-CAPACITE-SUP ")."
                               SET WS-FIN-LECTURE-OUI TO TRUE
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-SUPPRESSIONS.

           EXIT.

       0170-CHARGE-SUPPRESSIONS-FIN.

      *-----------------------------------------------------------------

      *Une date : services qui roulent, rames affectees a chacun,
      *services sans rame, rames indisponibles et chevauchements
       0200-VERIF-DATE-DEB.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-DATE-DU-JOUR TO WS-DATUTIL-DATE-1.
           MOVE WS-IDX-DATE TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-DATE-2 TO WS-DATE-VERIF.

           MOVE "JSEM " TO WS-DATUTIL-FONCTION.
           MOVE WS-DATUTIL-DATE-2 TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-RESULTAT TO WS-JOUR-SEMAINE.
           MOVE 0 TO RETURN-CODE.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "DATE " WS-DATE-VERIF
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX
               PERFORM 0210-CIRCULATION-DEB
                  THRU 0210-CIRCULATION-FIN
           END-PERFORM.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF
               PERFORM 0300-AFFECTATION-DEB
                  THRU 0300-AFFECTATION-FIN
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX
               IF WS-ROULE(WS-IDX) = "O"
               AND WS-NB-RAMES-SVC(WS-IDX) = 0
                   ADD 1 TO WS-NB-SANS-RAME
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "  " WS-STATION-DEPART(WS-IDX) " "
                           WS-TRAIN-TIME(WS-IDX)(1:2) ":"
                           WS-TRAIN-TIME(WS-IDX)(3:2) " "
                           WS-RECORD-TYPE(WS-IDX)
                           " : SANS RAME AFFECTEE"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

           EXIT.

       0200-VERIF-DATE-FIN.

      *-----------------------------------------------------------------

      *Le service WS-IDX roule-t-il a la date : jour de semaine
      *marque (espace = tous les jours) et pas de suppression
       0210-CIRCULATION-DEB.

           MOVE "O" TO WS-ROULE(WS-IDX).
           MOVE 0 TO WS-NB-RAMES-SVC(WS-IDX).

           IF WS-JOUR-SEMAINE > 0
           AND WS-JOURS(WS-IDX)(WS-JOUR-SEMAINE:1) = "N"
               MOVE "N" TO WS-ROULE(WS-IDX)
               GO TO 0210-CIRCULATION-FIN
           END-IF.

           PERFORM VARYING WS-IDX-SUP FROM 1 BY 1
                   UNTIL WS-IDX-SUP > WS-MAX-SUP
               IF WS-SUP-STATION(WS-IDX-SUP) = WS-STATION-DEPART(WS-IDX)
               AND WS-SUP-HEURE(WS-IDX-SUP) = WS-TRAIN-TIME(WS-IDX)
               AND WS-SUP-DATE(WS-IDX-SUP) = WS-DATE-VERIF
                   MOVE "N" TO WS-ROULE(WS-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       0210-CIRCULATION-FIN.

      *-----------------------------------------------------------------

      *Une affectation couvrant la date sur un service qui roule :
      *rame comptee au service, rame inconnue ou a l'atelier, puis
      *recherche des affectations suivantes de la meme rame sur un
      *autre service dont le parcours chevauche
       0300-AFFECTATION-DEB.

           MOVE WS-AFF-SERVICE(WS-IDX-AFF) TO WS-SVC-1.

           IF WS-SVC-1 = 0
           OR WS-AFF-DEBUT(WS-IDX-AFF) > WS-DATE-VERIF
           OR WS-AFF-FIN(WS-IDX-AFF) < WS-DATE-VERIF
               GO TO 0300-AFFECTATION-FIN
           END-IF.

           IF WS-ROULE(WS-SVC-1) NOT = "O"
               GO TO 0300-AFFECTATION-FIN
           END-IF.

           ADD 1 TO WS-NB-RAMES-SVC(WS-SVC-1).

           MOVE WS-AFF-RANG-RAME(WS-IDX-AFF) TO WS-RAM-TROUVE.

           IF WS-RAM-TROUVE = 0
               ADD 1 TO WS-NB-RAMES-KO
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  " WS-STATION-DEPART(WS-SVC-1) " "
                       WS-TRAIN-TIME(WS-SVC-1)(1:2) ":"
                       WS-TRAIN-TIME(WS-SVC-1)(3:2) " : RAME "
                       WS-AFF-RAME(WS-IDX-AFF) " INCONNUE DU PARC"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           ELSE
               IF WS-RAM-ETAT(WS-RAM-TROUVE) = "A"
                   ADD 1 TO WS-NB-RAMES-KO
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "  " WS-STATION-DEPART(WS-SVC-1) " "
                           WS-TRAIN-TIME(WS-SVC-1)(1:2) ":"
                           WS-TRAIN-TIME(WS-SVC-1)(3:2) " : RAME "
                           WS-AFF-RAME(WS-IDX-AFF) " A L'ATELIER"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-AFF2 FROM WS-IDX-AFF BY 1
                   UNTIL WS-IDX-AFF2 > WS-MAX-AFF
               PERFORM 0320-CHEVAUCHEMENT-DEB
                  THRU 0320-CHEVAUCHEMENT-FIN
           END-PERFORM.

           EXIT.

       0300-AFFECTATION-FIN.

      *-----------------------------------------------------------------

      *Affectation WS-IDX-AFF2 de la meme rame, sur un autre service
      *qui roule a la date : les fenetres de parcours se chevauchent
      *si chacun part avant l'arrivee de l'autre
       0320-CHEVAUCHEMENT-DEB.

           MOVE WS-AFF-SERVICE(WS-IDX-AFF2) TO WS-SVC-2.

           IF WS-IDX-AFF2 = WS-IDX-AFF
           OR WS-SVC-2 = 0
           OR WS-SVC-2 = WS-SVC-1
           OR WS-AFF-RAME(WS-IDX-AFF2) NOT = WS-AFF-RAME(WS-IDX-AFF)
           OR WS-AFF-DEBUT(WS-IDX-AFF2) > WS-DATE-VERIF
           OR WS-AFF-FIN(WS-IDX-AFF2) < WS-DATE-VERIF
               GO TO 0320-CHEVAUCHEMENT-FIN
           END-IF.

           IF WS-ROULE(WS-SVC-2) NOT = "O"
               GO TO 0320-CHEVAUCHEMENT-FIN
           END-IF.

           IF WS-MINUTE-DEPART(WS-SVC-1) < WS-MINUTE-ARRIVEE(WS-SVC-2)
           AND WS-MINUTE-DEPART(WS-SVC-2)
               < WS-MINUTE-ARRIVEE(WS-SVC-1)
               ADD 1 TO WS-NB-CHEVAUCHEMENTS
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  RAME " WS-AFF-RAME(WS-IDX-AFF) " SUR "
                       WS-STATION-DEPART(WS-SVC-1) " "
                       WS-TRAIN-TIME(WS-SVC-1)(1:2) ":"
                       WS-TRAIN-TIME(WS-SVC-1)(3:2)
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "    ET " WS-STATION-DEPART(WS-SVC-2) " "
                       WS-TRAIN-TIME(WS-SVC-2)(1:2) ":"
                       WS-TRAIN-TIME(WS-SVC-2)(3:2)
                       " : PARCOURS QUI SE CHEVAUCHENT"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

           EXIT.

       0320-CHEVAUCHEMENT-FIN.
