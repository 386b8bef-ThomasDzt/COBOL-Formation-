      *Etat des recettes des services de train.dat, par service (gare
      *de depart et heure), par date de voyage et par categorie :
      *  - ventes brutes : chaque reservation de reservations.txt,
      *    active ou annulee depuis, vendue au tarif de tarifs.txt
      *    (base de la categorie + arrets parcourus x supplement,
      *    arrets comptes entre gare de montee et gare de descente
      *    sur l'itineraire itineraires.txt, comme resatrain) x
      *    places ;
      *  - remises fidelite : lignes REMISE de fidelite-journal.txt
      *    portant un numero de billet, rattachees au service et a la
      *    date du billet ;
      *  - remboursements d'annulation et indemnites de retard :
      *    lignes voyage et retard de remboursements.txt (montant en
      *    81-91) ; la penalite retenue sur une annulation est le
      *    prix vendu moins le montant rembourse ;
      *  - recette nette = ventes - remises - remboursements -
      *    indemnites, recette moyenne par voyageur (places des
      *    reservations actives) et par place offerte, pour chaque
      *    date de voyage : comme occuptrain, somme des places des
      *    rames du parc (rames.txt) affectees au service pour la
      *    date (affectations.txt, tenu par flottrain), la capacite
      *    de la categorie (TGV 300, Corail 200, TER 100) restant le
      *    repli.
      *Les totaux par service et par semaine (du lundi au dimanche)
      *puis par mois, par categorie et le total general suivent le
      *detail ; un total qui transporte des voyageurs sans recette
      *nette positive est marque A PERTE. L'etat est ecrit dans
      *recettes.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. recettrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO "train.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAIN.

      *Bareme des tarifs par categorie, le meme que resatrain
       SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO "tarifs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Gares desservies par chaque service (garetrain)
       SELECT OPTIONAL FICHIER-ITINERAIRES
       ASSIGN TO "itineraires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RESA ASSIGN TO "reservations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Remises accordees (resatrain, tariftrain)
       SELECT OPTIONAL FICHIER-JOURNAL-FID
       ASSIGN TO "fidelite-journal.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Remboursements d'annulation (resatrain) et indemnites de
      *retard (ponctrain)
       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Parc des rames et affectations aux services (flottrain)
       SELECT OPTIONAL FICHIER-RAMES ASSIGN TO "rames.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "recettes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-TRAIN.
           COPY "train-record.cpy".

       FD FICHIER-TARIFS.
           01 F-TARIF.
               05 F-TARIF-CATEGORIE        PIC X(03).
               05 F-TARIF-BASE             PIC 9(04)V9(02).
               05 F-TARIF-SUPPLEMENT       PIC 9(02)V9(02).

       FD FICHIER-ITINERAIRES.
           01 F-ITINERAIRE.
               05 F-ITI-STATION            PIC X(18).
               05 F-ITI-HEURE              PIC X(04).
               05 F-ITI-GARE OCCURS 10 TIMES PIC X(18).

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

      *Ligne REMISE de resatrain : date 1-8, compte 10-15, libelle
      *17-22, remise en % 24-26, prix edite 34-44, billet 53-62
       FD FICHIER-JOURNAL-FID.
           01 F-LIGNE-JOURNAL-FID          PIC X(80).

      *Ligne de resatrain ou ponctrain : date 1-8, passager 10-29,
      *gare 31-48, heure 50-53, motif (voyage / retard) 55-60, date
      *de voyage 62-69, montant edite 81-91
       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT              PIC X(100).

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

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).


       WORKING-STORAGE SECTION.

      *Horaire charge pour la categorie et les arrets des services
       01 WS-TRAIN-PLANNING.
           02 LIGNE-TRAIN-PLANNING OCCURS 100 TIMES.
               03 WS-RECORD-TYPE           PIC XXX.
               03 WS-STATION-DEPART        PIC X(18).
               03 WS-TRAIN-TIME            PIC X(04).

      *        Nombre d'arrets du service, pour le prix du billet
               03 WS-NB-ARRETS             PIC 9(02).

       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-HALT              PIC 9(02).
       01 WS-MAX                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TABLE        PIC 9(03)   VALUE 100.
       01 WS-SERVICE-TROUVE        PIC 9(03).

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

      *Arrets du service de la reservation lue : l'indice 1 (rang 0)
      *est la gare de depart, puis une gare par arret de l'itineraire
       01 WS-TABLEAU-ARRETS.
           05 WS-ARRET-GARE OCCURS 11 TIMES PIC X(18).

       01 WS-NB-RANGS              PIC 9(02).
       01 WS-RANG-MONTEE           PIC 9(02).
       01 WS-RANG-DESCENTE         PIC 9(02).
       77 WS-IDX-RANG              PIC 9(02).
       01 WS-ARRETS-PARCOURS       PIC 9(02).

      *Capacite en places par categorie, les memes qu'occuptrain,
      *pour les services sans rame affectee a la date
       01 WS-CAPACITE-TGV          PIC 9(03)   VALUE 300.
       01 WS-CAPACITE-COR          PIC 9(03)   VALUE 200.
       01 WS-CAPACITE-TER          PIC 9(03)   VALUE 100.

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

      *Recettes par service et date de voyage ; les montants de
      *chaque niveau de cumul ont la disposition de WS-CUMUL
       01 WS-TABLEAU-RECETTES.
           05 WS-RECETTE OCCURS 500 TIMES.
               10 WS-REC-CLE.
                   15 WS-REC-STATION       PIC X(18).
                   15 WS-REC-HEURE         PIC X(04).
                   15 WS-REC-DATE          PIC X(08).
               10 WS-REC-CATEGORIE         PIC X(03).
               10 WS-REC-MONTANTS.
                   15 WS-REC-OFFERTES      PIC 9(07).
                   15 WS-REC-VOYAGEURS     PIC 9(07).
                   15 WS-REC-BRUT          PIC 9(08)V9(02).
                   15 WS-REC-ANNULE        PIC 9(08)V9(02).
                   15 WS-REC-REMISES       PIC 9(08)V9(02).
                   15 WS-REC-REMBOURSE     PIC 9(08)V9(02).
                   15 WS-REC-INDEMNISE     PIC 9(08)V9(02).

       77 WS-IDX-REC               PIC 9(03).
       77 WS-IDX-REC2              PIC 9(03).
       01 WS-MAX-REC               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-REC          PIC 9(03)   VALUE 500.
       01 WS-REC-TROUVE            PIC 9(03).

      *Tri du detail par service et date : zone d'echange
       01 WS-ECHANGE-RECETTE       PIC X(97).

      *Billets vendus et leur ligne de recette, pour les remises
       01 WS-TABLEAU-BILLETS.
           05 WS-BILLET OCCURS 2000 TIMES.
               10 WS-BIL-NUMERO            PIC X(10).
               10 WS-BIL-RECETTE           PIC 9(03).

       77 WS-IDX-BIL               PIC 9(04).
       01 WS-MAX-BIL               PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-BIL          PIC 9(04)   VALUE 2000.

      *Totaux par service et par semaine (S, cle = lundi AAAAMMJJ) ou
      *par mois (M, cle = AAAAMM)
       01 WS-TABLEAU-PERIODES.
           05 WS-PERIODE OCCURS 1000 TIMES.
               10 WS-PER-TYPE              PIC X(01).
               10 WS-PER-STATION           PIC X(18).
               10 WS-PER-HEURE             PIC X(04).
               10 WS-PER-CLE               PIC X(08).
               10 WS-PER-MONTANTS.
                   15 WS-PER-OFFERTES      PIC 9(07).
                   15 WS-PER-VOYAGEURS     PIC 9(07).
                   15 WS-PER-BRUT          PIC 9(08)V9(02).
                   15 WS-PER-ANNULE        PIC 9(08)V9(02).
                   15 WS-PER-REMISES       PIC 9(08)V9(02).
                   15 WS-PER-REMBOURSE     PIC 9(08)V9(02).
                   15 WS-PER-INDEMNISE     PIC 9(08)V9(02).

       77 WS-IDX-PER               PIC 9(04).
       01 WS-MAX-PER               PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-PER          PIC 9(04)   VALUE 1000.
       01 WS-PER-TROUVE            PIC 9(04).

      *Periode cherchee
       01 WS-CHERCHE-TYPE          PIC X(01).
       01 WS-CHERCHE-CLE           PIC X(08).

      *Totaux par categorie
       01 WS-TABLEAU-CATEGORIES.
           05 WS-CATEGORIE OCCURS 10 TIMES.
               10 WS-CAT-CODE              PIC X(03).
               10 WS-CAT-MONTANTS.
                   15 WS-CAT-OFFERTES      PIC 9(07).
                   15 WS-CAT-VOYAGEURS     PIC 9(07).
                   15 WS-CAT-BRUT          PIC 9(08)V9(02).
                   15 WS-CAT-ANNULE        PIC 9(08)V9(02).
                   15 WS-CAT-REMISES       PIC 9(08)V9(02).
                   15 WS-CAT-REMBOURSE     PIC 9(08)V9(02).
                   15 WS-CAT-INDEMNISE     PIC 9(08)V9(02).

       77 WS-IDX-CAT               PIC 9(02).
       01 WS-MAX-CAT               PIC 9(02)   VALUE 0.
       01 WS-CAT-TROUVE            PIC 9(02).

      *Montants du niveau en cours d'edition, et total general
       01 WS-CUMUL.
           05 WS-CUM-OFFERTES          PIC 9(07).
           05 WS-CUM-VOYAGEURS         PIC 9(07).
           05 WS-CUM-BRUT              PIC 9(08)V9(02).
           05 WS-CUM-ANNULE            PIC 9(08)V9(02).
           05 WS-CUM-REMISES           PIC 9(08)V9(02).
           05 WS-CUM-REMBOURSE         PIC 9(08)V9(02).
           05 WS-CUM-INDEMNISE         PIC 9(08)V9(02).

       01 WS-TOTAL.
           05 WS-TOT-OFFERTES          PIC 9(07)   VALUE 0.
           05 WS-TOT-VOYAGEURS         PIC 9(07)   VALUE 0.
           05 WS-TOT-BRUT              PIC 9(08)V9(02) VALUE 0.
           05 WS-TOT-ANNULE            PIC 9(08)V9(02) VALUE 0.
           05 WS-TOT-REMISES           PIC 9(08)V9(02) VALUE 0.
           05 WS-TOT-REMBOURSE         PIC 9(08)V9(02) VALUE 0.
           05 WS-TOT-INDEMNISE         PIC 9(08)V9(02) VALUE 0.

      *Calculs de l'edition
       01 WS-NET                   PIC S9(08)V9(02).
       01 WS-PENALITES             PIC S9(08)V9(02).
       01 WS-NET-VOYAGEUR          PIC S9(06)V9(02).
       01 WS-NET-PLACE             PIC S9(05)V9(02).

       01 WS-NB-ED                 PIC Z(06)9.
       01 WS-OFFERTES-ED           PIC Z(06)9.
       01 WS-BRUT-ED               PIC Z(07)9.99.
       01 WS-REMISES-ED            PIC Z(07)9.99.
       01 WS-REMBOURSE-ED          PIC Z(07)9.99.
       01 WS-PENALITES-ED          PIC -Z(06)9.99.
       01 WS-INDEMNISE-ED          PIC Z(07)9.99.
       01 WS-NET-ED                PIC -Z(07)9.99.
       01 WS-NET-VOYAGEUR-ED       PIC -Z(05)9.99.
       01 WS-NET-PLACE-ED          PIC -Z(04)9.99.
       01 WS-PERTE                 PIC X(08).

      *Prix de la reservation en cours
       01 WS-PRIX-PLACE            PIC 9(06)V9(02).
       01 WS-MONTANT               PIC 9(08)V9(02).
       01 WS-PCT-REMISE            PIC 9(03).

       01 WS-LIGNE-JOURNAL         PIC X(80).
       01 WS-MONTANT-X             PIC X(11).

       01 WS-NB-RESA               PIC 9(05)   VALUE 0.
       01 WS-NB-REMISES            PIC 9(05)   VALUE 0.
       01 WS-NB-REMBOURSEMENTS     PIC 9(05)   VALUE 0.
       01 WS-NB-IGNORES            PIC 9(05)   VALUE 0.
       01 WS-NB-PERTES             PIC 9(04)   VALUE 0.

       01 WS-DATE-DU-JOUR          PIC 9(08).

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

           PERFORM 0150-CHARGE-REFERENCES-DEB
              THRU 0150-CHARGE-REFERENCES-FIN.

           PERFORM 0160-CHARGE-FLOTTE-DEB
              THRU 0160-CHARGE-FLOTTE-FIN.

           PERFORM 0200-VENTES-DEB
              THRU 0200-VENTES-FIN.

           PERFORM 0300-REMISES-DEB
              THRU 0300-REMISES-FIN.

           PERFORM 0400-REMBOURSEMENTS-DEB
              THRU 0400-REMBOURSEMENTS-FIN.

           PERFORM 0500-TRI-RECETTES-DEB
              THRU 0500-TRI-RECETTES-FIN.

           PERFORM 0600-ETAT-DEB
              THRU 0600-ETAT-FIN.

           DISPLAY "Etat des recettes ecrit : " WS-MAX-REC
                   " service(s) / date(s), " WS-NB-PERTES
                   " total(aux) a perte.".

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

           EXIT.

       0100-CHARGE-HORAIRE-FIN.

      *-----------------------------------------------------------------

      *Bareme des tarifs et itineraires ; bareme absent = ventes a
      *zero, itineraires absents = prix sur tous les arrets
       0150-CHARGE-REFERENCES-DEB.

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

           IF WS-NB-TARIFS = 0
               DISPLAY "Attention : bareme tarifs.txt absent, ventes "
                       "a zero."
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

           EXIT.

       0150-CHARGE-REFERENCES-FIN.

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

      *Ventes : chaque reservation, active ou annulee, au prix de son
      *parcours ; seules les actives comptent des voyageurs
       0200-VENTES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-RESA
                       PERFORM 0250-VENTE-RESA-DEB
                          THRU 0250-VENTE-RESA-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           DISPLAY "Reservations lues : " WS-NB-RESA.

           EXIT.

       0200-VENTES-FIN.

      *-----------------------------------------------------------------

       0250-VENTE-RESA-DEB.

           MOVE F-RESA-STATION TO WS-ECHANGE-RECETTE(1:18).
           MOVE F-RESA-HEURE TO WS-ECHANGE-RECETTE(19:4).
           MOVE F-RESA-DATE TO WS-ECHANGE-RECETTE(23:8).

           PERFORM 0280-LIGNE-RECETTE-DEB
              THRU 0280-LIGNE-RECETTE-FIN.

           IF WS-REC-TROUVE = 0
               ADD 1 TO WS-NB-IGNORES
               GO TO 0250-VENTE-RESA-FIN
           END-IF.

           PERFORM 0260-PRIX-PARCOURS-DEB
              THRU 0260-PRIX-PARCOURS-FIN.

           COMPUTE WS-MONTANT = WS-PRIX-PLACE * F-RESA-PLACES.

           ADD WS-MONTANT TO WS-REC-BRUT(WS-REC-TROUVE).

           IF F-RESA-STATUT = "N"
               ADD WS-MONTANT TO WS-REC-ANNULE(WS-REC-TROUVE)
           ELSE
               ADD F-RESA-PLACES TO WS-REC-VOYAGEURS(WS-REC-TROUVE)
           END-IF.

           IF F-RESA-BILLET NOT = SPACES
           AND WS-MAX-BIL < WS-CAPACITE-BIL
               ADD 1 TO WS-MAX-BIL
               MOVE F-RESA-BILLET TO WS-BIL-NUMERO(WS-MAX-BIL)
               MOVE WS-REC-TROUVE TO WS-BIL-RECETTE(WS-MAX-BIL)
           END-IF.

           EXIT.

       0250-VENTE-RESA-FIN.

      *-----------------------------------------------------------------

      *Prix d'une place sur le parcours de la reservation lue : base
      *de la categorie + arrets parcourus x supplement ; sans
      *itineraire, tous les arrets du service
       0260-PRIX-PARCOURS-DEB.

           MOVE 0 TO WS-PRIX-PLACE.
           MOVE 0 TO WS-TARIF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TARIFS
               IF WS-TARIF-CATEGORIE(WS-IDX)
                  = WS-REC-CATEGORIE(WS-REC-TROUVE)
                   MOVE WS-IDX TO WS-TARIF-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TARIF-TROUVE = 0
               GO TO 0260-PRIX-PARCOURS-FIN
           END-IF.

           MOVE SPACES TO WS-TABLEAU-ARRETS.
           MOVE F-RESA-STATION TO WS-ARRET-GARE(1).
           MOVE 0 TO WS-NB-RANGS.
           MOVE 0 TO WS-ITI-TROUVE.

           PERFORM VARYING WS-IDX-ITI FROM 1 BY 1
                   UNTIL WS-IDX-ITI > WS-MAX-ITI
               IF WS-ITI-STATION(WS-IDX-ITI) = F-RESA-STATION
               AND WS-ITI-HEURE(WS-IDX-ITI) = F-RESA-HEURE
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
               MOVE 0 TO WS-ARRETS-PARCOURS
               IF WS-SERVICE-TROUVE > 0
                   MOVE WS-NB-ARRETS(WS-SERVICE-TROUVE)
                     TO WS-ARRETS-PARCOURS
               END-IF
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

       0260-PRIX-PARCOURS-FIN.

      *-----------------------------------------------------------------

      *Ligne de recette du service et de la date ranges en
      *WS-ECHANGE-RECETTE (gare 1-18, heure 19-22, date 23-30),
      *creee au besoin avec la categorie et la capacite du service a
      *la date (places des rames affectees, sinon la categorie) ;
      *table pleine = WS-REC-TROUVE a 0
       0280-LIGNE-RECETTE-DEB.

           MOVE 0 TO WS-REC-TROUVE.

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-MAX-REC
                      OR WS-REC-TROUVE > 0
               IF WS-REC-CLE(WS-IDX-REC) = WS-ECHANGE-RECETTE(1:30)
                   MOVE WS-IDX-REC TO WS-REC-TROUVE
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-SERVICE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX
               IF WS-STATION-DEPART(WS-IDX)
                  = WS-ECHANGE-RECETTE(1:18)
               AND WS-TRAIN-TIME(WS-IDX) = WS-ECHANGE-RECETTE(19:4)
                   MOVE WS-IDX TO WS-SERVICE-TROUVE
               END-IF
           END-PERFORM.

           IF WS-REC-TROUVE > 0
               GO TO 0280-LIGNE-RECETTE-FIN
           END-IF.

           IF WS-MAX-REC >= WS-CAPACITE-REC
               DISPLAY "Attention : table des recettes pleine, "
                       WS-ECHANGE-RECETTE(1:30) " ignore."
               GO TO 0280-LIGNE-RECETTE-FIN
           END-IF.

           ADD 1 TO WS-MAX-REC.
           MOVE WS-MAX-REC TO WS-REC-TROUVE.
           INITIALIZE WS-RECETTE(WS-REC-TROUVE).
           MOVE WS-ECHANGE-RECETTE(1:30) TO WS-REC-CLE(WS-REC-TROUVE).

      *Service disparu de l'horaire : categorie inconnue, capacite
      *Corail par defaut (comme occuptrain)
           IF WS-SERVICE-TROUVE = 0
               MOVE "???" TO WS-REC-CATEGORIE(WS-REC-TROUVE)
               MOVE WS-CAPACITE-COR TO WS-REC-OFFERTES(WS-REC-TROUVE)
           ELSE
               MOVE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                 TO WS-REC-CATEGORIE(WS-REC-TROUVE)
               EVALUATE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   WHEN "TGV"
                       MOVE WS-CAPACITE-TGV
                         TO WS-REC-OFFERTES(WS-REC-TROUVE)
                   WHEN "TER"
                       MOVE WS-CAPACITE-TER
                         TO WS-REC-OFFERTES(WS-REC-TROUVE)
                   WHEN OTHER
                       MOVE WS-CAPACITE-COR
                         TO WS-REC-OFFERTES(WS-REC-TROUVE)
               END-EVALUATE
           END-IF.

      *Rames affectees au service pour la date : leurs places font la
      *capacite
           MOVE 0 TO WS-NB-RAMES-SERVICE.
           MOVE 0 TO WS-CAPACITE-RAMES.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-STATION(WS-IDX-AFF)
                  = WS-REC-STATION(WS-REC-TROUVE)
               AND WS-AFF-HEURE(WS-IDX-AFF)
                   = WS-REC-HEURE(WS-REC-TROUVE)
               AND WS-AFF-DEBUT(WS-IDX-AFF)
                   <= WS-REC-DATE(WS-REC-TROUVE)
               AND WS-AFF-FIN(WS-IDX-AFF)
                   >= WS-REC-DATE(WS-REC-TROUVE)
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
               MOVE WS-CAPACITE-RAMES
                 TO WS-REC-OFFERTES(WS-REC-TROUVE)
           END-IF.

           EXIT.

       0280-LIGNE-RECETTE-FIN.

      *-----------------------------------------------------------------

      *Remises fidelite : seules les lignes REMISE portant un numero
      *de billet connu sont des remises sur une vente (les remises de
      *tariftrain ne sont qu'affichees)
       0300-REMISES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-JOURNAL-FID.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-JOURNAL-FID INTO WS-LIGNE-JOURNAL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF WS-LIGNE-JOURNAL(17:6) = "REMISE"
                       AND WS-LIGNE-JOURNAL(53:10) IS NUMERIC
                           PERFORM 0350-REMISE-BILLET-DEB
                              THRU 0350-REMISE-BILLET-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-JOURNAL-FID.

           DISPLAY "Remises rattachees : " WS-NB-REMISES.

           EXIT.

       0300-REMISES-FIN.

      *-----------------------------------------------------------------

       0350-REMISE-BILLET-DEB.

           MOVE 0 TO WS-REC-TROUVE.

           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
                   UNTIL WS-IDX-BIL > WS-MAX-BIL
               IF WS-BIL-NUMERO(WS-IDX-BIL)
                  = WS-LIGNE-JOURNAL(53:10)
                   MOVE WS-BIL-RECETTE(WS-IDX-BIL) TO WS-REC-TROUVE
               END-IF
           END-PERFORM.

           IF WS-REC-TROUVE = 0
               ADD 1 TO WS-NB-IGNORES
               GO TO 0350-REMISE-BILLET-FIN
           END-IF.

           MOVE WS-LIGNE-JOURNAL(24:3) TO WS-PCT-REMISE.
           MOVE WS-LIGNE-JOURNAL(34:11) TO WS-MONTANT-X.
           MOVE FUNCTION NUMVAL(WS-MONTANT-X) TO WS-MONTANT.

      *Remise = prix moins le net arrondi comme dans resatrain
           COMPUTE WS-PRIX-PLACE ROUNDED =
               WS-MONTANT - WS-MONTANT * WS-PCT-REMISE / 100.
           SUBTRACT WS-PRIX-PLACE FROM WS-MONTANT.

           ADD WS-MONTANT TO WS-REC-REMISES(WS-REC-TROUVE).
           ADD 1 TO WS-NB-REMISES.

           EXIT.

       0350-REMISE-BILLET-FIN.

      *-----------------------------------------------------------------

      *Remboursements d'annulation (motif voyage) et indemnites de
      *retard (motif retard), rattaches au service et a la date de
      *voyage de la ligne
       0400-REMBOURSEMENTS-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-REMBOURSEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-REMBOURSEMENTS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       PERFORM 0450-REMBOURSEMENT-DEB
                          THRU 0450-REMBOURSEMENT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REMBOURSEMENTS.

           DISPLAY "Remboursements et indemnites rattaches : "
                   WS-NB-REMBOURSEMENTS.

           EXIT.

       0400-REMBOURSEMENTS-FIN.

      *-----------------------------------------------------------------

       0450-REMBOURSEMENT-DEB.

      *Ligne sans montant (ancien enregistrement tronque) : ignoree
           MOVE F-REMBOURSEMENT(81:11) TO WS-MONTANT-X.

           IF WS-MONTANT-X = SPACES
               ADD 1 TO WS-NB-IGNORES
               GO TO 0450-REMBOURSEMENT-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(WS-MONTANT-X) TO WS-MONTANT.

           MOVE F-REMBOURSEMENT(31:18) TO WS-ECHANGE-RECETTE(1:18).
           MOVE F-REMBOURSEMENT(50:4) TO WS-ECHANGE-RECETTE(19:4).
           MOVE F-REMBOURSEMENT(62:8) TO WS-ECHANGE-RECETTE(23:8).

           PERFORM 0280-LIGNE-RECETTE-DEB
              THRU 0280-LIGNE-RECETTE-FIN.

           IF WS-REC-TROUVE = 0
               ADD 1 TO WS-NB-IGNORES
               GO TO 0450-REMBOURSEMENT-FIN
           END-IF.

           IF F-REMBOURSEMENT(55:6) = "retard"
               ADD WS-MONTANT TO WS-REC-INDEMNISE(WS-REC-TROUVE)
           ELSE
               ADD WS-MONTANT TO WS-REC-REMBOURSE(WS-REC-TROUVE)
           END-IF.

           ADD 1 TO WS-NB-REMBOURSEMENTS.

           EXIT.

       0450-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Tri a bulles du detail par gare, heure puis date de voyage ;
      *les totaux par semaine et par mois suivent le meme ordre
       0500-TRI-RECETTES-DEB.

           IF WS-MAX-REC < 2
               GO TO 0500-TRI-RECETTES-FIN
           END-IF.

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-MAX-REC - 1

               PERFORM VARYING WS-IDX-REC2 FROM 1 BY 1
                       UNTIL WS-IDX-REC2 > WS-MAX-REC - WS-IDX-REC

                   IF WS-REC-CLE(WS-IDX-REC2 + 1)
                      < WS-REC-CLE(WS-IDX-REC2)
                       MOVE WS-RECETTE(WS-IDX-REC2)
                         TO WS-ECHANGE-RECETTE
                       MOVE WS-RECETTE(WS-IDX-REC2 + 1)
                         TO WS-RECETTE(WS-IDX-REC2)
                       MOVE WS-ECHANGE-RECETTE
                         TO WS-RECETTE(WS-IDX-REC2 + 1)
                   END-IF

               END-PERFORM

           END-PERFORM.

           EXIT.

       0500-TRI-RECETTES-FIN.

      *-----------------------------------------------------------------

      *Etat : detail par service et date, puis totaux par service et
      *semaine, par service et mois, par categorie et general
       0600-ETAT-DEB.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "ETAT DES RECETTES PAR SERVICE - edite le "
                   WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "DETAIL PAR SERVICE ET DATE DE VOYAGE"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-MAX-REC

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  " WS-REC-STATION(WS-IDX-REC) " "
                       WS-REC-HEURE(WS-IDX-REC)(1:2) ":"
                       WS-REC-HEURE(WS-IDX-REC)(3:2) " le "
                       WS-REC-DATE(WS-IDX-REC) " "
                       WS-REC-CATEGORIE(WS-IDX-REC)
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               MOVE WS-REC-MONTANTS(WS-IDX-REC) TO WS-CUMUL
               PERFORM 0700-BLOC-MONTANTS-DEB
                  THRU 0700-BLOC-MONTANTS-FIN

               PERFORM 0650-CUMULS-DEB
                  THRU 0650-CUMULS-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "TOTAUX PAR SERVICE ET PAR SEMAINE (DU LUNDI)"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "S" TO WS-CHERCHE-TYPE.
           PERFORM 0680-EDITE-PERIODES-DEB
              THRU 0680-EDITE-PERIODES-FIN.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "TOTAUX PAR SERVICE ET PAR MOIS" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "M" TO WS-CHERCHE-TYPE.
           PERFORM 0680-EDITE-PERIODES-DEB
              THRU 0680-EDITE-PERIODES-FIN.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "TOTAUX PAR CATEGORIE" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-MAX-CAT

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  " WS-CAT-CODE(WS-IDX-CAT)
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               MOVE WS-CAT-MONTANTS(WS-IDX-CAT) TO WS-CUMUL
               PERFORM 0700-BLOC-MONTANTS-DEB
                  THRU 0700-BLOC-MONTANTS-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "TOTAL GENERAL" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE WS-TOTAL TO WS-CUMUL.
           PERFORM 0700-BLOC-MONTANTS-DEB
              THRU 0700-BLOC-MONTANTS-FIN.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "  " WS-NB-PERTES " total(aux) a perte, "
                   WS-NB-IGNORES " ligne(s) non rattachee(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           EXIT.

       0600-ETAT-FIN.

      *-----------------------------------------------------------------

      *Report de la ligne de detail WS-IDX-REC (montants en WS-CUMUL)
      *sur sa semaine, son mois, sa categorie et le total general
       0650-CUMULS-DEB.

      *Semaine : lundi de la semaine de la date de voyage
           MOVE WS-REC-DATE(WS-IDX-REC) TO WS-CHERCHE-CLE.

           IF WS-REC-DATE(WS-IDX-REC) IS NUMERIC
               MOVE "JSEM " TO WS-DATUTIL-FONCTION
               MOVE WS-REC-DATE(WS-IDX-REC) TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               IF RETURN-CODE = 0
               AND WS-DATUTIL-RESULTAT > 1
                   MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
                   COMPUTE WS-DATUTIL-NOMBRE =
                       1 - WS-DATUTIL-RESULTAT
                   CALL "datutil" USING WS-DATUTIL-FONCTION,
                                        WS-DATUTIL-DATE-1,
                                        WS-DATUTIL-DATE-2,
                                        WS-DATUTIL-NOMBRE,
                                        WS-DATUTIL-RESULTAT
                   END-CALL
                   MOVE WS-DATUTIL-DATE-2 TO WS-CHERCHE-CLE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "S" TO WS-CHERCHE-TYPE.
           PERFORM 0660-CUMUL-PERIODE-DEB
              THRU 0660-CUMUL-PERIODE-FIN.

      *Mois : AAAAMM de la date de voyage
           MOVE SPACES TO WS-CHERCHE-CLE.
           MOVE WS-REC-DATE(WS-IDX-REC)(1:6) TO WS-CHERCHE-CLE.
           MOVE "M" TO WS-CHERCHE-TYPE.
           PERFORM 0660-CUMUL-PERIODE-DEB
              THRU 0660-CUMUL-PERIODE-FIN.

      *Categorie
           MOVE 0 TO WS-CAT-TROUVE.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-MAX-CAT
               IF WS-CAT-CODE(WS-IDX-CAT)
                  = WS-REC-CATEGORIE(WS-IDX-REC)
                   MOVE WS-IDX-CAT TO WS-CAT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CAT-TROUVE = 0
           AND WS-MAX-CAT < 10
               ADD 1 TO WS-MAX-CAT
               MOVE WS-MAX-CAT TO WS-CAT-TROUVE
               INITIALIZE WS-CATEGORIE(WS-CAT-TROUVE)
               MOVE WS-REC-CATEGORIE(WS-IDX-REC)
                 TO WS-CAT-CODE(WS-CAT-TROUVE)
           END-IF.

           IF WS-CAT-TROUVE > 0
               ADD WS-CUM-OFFERTES TO WS-CAT-OFFERTES(WS-CAT-TROUVE)
               ADD WS-CUM-VOYAGEURS
                 TO WS-CAT-VOYAGEURS(WS-CAT-TROUVE)
               ADD WS-CUM-BRUT TO WS-CAT-BRUT(WS-CAT-TROUVE)
               ADD WS-CUM-ANNULE TO WS-CAT-ANNULE(WS-CAT-TROUVE)
               ADD WS-CUM-REMISES TO WS-CAT-REMISES(WS-CAT-TROUVE)
               ADD WS-CUM-REMBOURSE
                 TO WS-CAT-REMBOURSE(WS-CAT-TROUVE)
               ADD WS-CUM-INDEMNISE
                 TO WS-CAT-INDEMNISE(WS-CAT-TROUVE)
           END-IF.

      *Total general
           ADD WS-CUM-OFFERTES TO WS-TOT-OFFERTES.
           ADD WS-CUM-VOYAGEURS TO WS-TOT-VOYAGEURS.
           ADD WS-CUM-BRUT TO WS-TOT-BRUT.
           ADD WS-CUM-ANNULE TO WS-TOT-ANNULE.
           ADD WS-CUM-REMISES TO WS-TOT-REMISES.
           ADD WS-CUM-REMBOURSE TO WS-TOT-REMBOURSE.
           ADD WS-CUM-INDEMNISE TO WS-TOT-INDEMNISE.

           EXIT.

       0650-CUMULS-FIN.

      *-----------------------------------------------------------------

      *Cumul de WS-CUMUL sur la periode WS-CHERCHE-TYPE /
      *WS-CHERCHE-CLE du service de la ligne WS-IDX-REC
       0660-CUMUL-PERIODE-DEB.

           MOVE 0 TO WS-PER-TROUVE.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-MAX-PER
                      OR WS-PER-TROUVE > 0
               IF WS-PER-TYPE(WS-IDX-PER) = WS-CHERCHE-TYPE
               AND WS-PER-STATION(WS-IDX-PER)
                   = WS-REC-STATION(WS-IDX-REC)
               AND WS-PER-HEURE(WS-IDX-PER)
                   = WS-REC-HEURE(WS-IDX-REC)
               AND WS-PER-CLE(WS-IDX-PER) = WS-CHERCHE-CLE
                   MOVE WS-IDX-PER TO WS-PER-TROUVE
               END-IF
           END-PERFORM.

           IF WS-PER-TROUVE = 0
               IF WS-MAX-PER >= WS-CAPACITE-PER
                   DISPLAY "Attention : table des periodes pleine, "
                           WS-REC-STATION(WS-IDX-REC) " ignore."
                   GO TO 0660-CUMUL-PERIODE-FIN
               END-IF
               ADD 1 TO WS-MAX-PER
               MOVE WS-MAX-PER TO WS-PER-TROUVE
               INITIALIZE WS-PERIODE(WS-PER-TROUVE)
               MOVE WS-CHERCHE-TYPE TO WS-PER-TYPE(WS-PER-TROUVE)
               MOVE WS-REC-STATION(WS-IDX-REC)
                 TO WS-PER-STATION(WS-PER-TROUVE)
               MOVE WS-REC-HEURE(WS-IDX-REC)
                 TO WS-PER-HEURE(WS-PER-TROUVE)
               MOVE WS-CHERCHE-CLE TO WS-PER-CLE(WS-PER-TROUVE)
           END-IF.

           ADD WS-CUM-OFFERTES TO WS-PER-OFFERTES(WS-PER-TROUVE).
           ADD WS-CUM-VOYAGEURS TO WS-PER-VOYAGEURS(WS-PER-TROUVE).
           ADD WS-CUM-BRUT TO WS-PER-BRUT(WS-PER-TROUVE).
           ADD WS-CUM-ANNULE TO WS-PER-ANNULE(WS-PER-TROUVE).
           ADD WS-CUM-REMISES TO WS-PER-REMISES(WS-PER-TROUVE).
           ADD WS-CUM-REMBOURSE TO WS-PER-REMBOURSE(WS-PER-TROUVE).
           ADD WS-CUM-INDEMNISE TO WS-PER-INDEMNISE(WS-PER-TROUVE).

           EXIT.

       0660-CUMUL-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Edition des totaux de periode du type WS-CHERCHE-TYPE ; seuls
      *ces totaux comptent dans les totaux a perte
       0680-EDITE-PERIODES-DEB.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-MAX-PER

               IF WS-PER-TYPE(WS-IDX-PER) = WS-CHERCHE-TYPE
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   IF WS-CHERCHE-TYPE = "S"
                       STRING "  " WS-PER-STATION(WS-IDX-PER) " "
                               WS-PER-HEURE(WS-IDX-PER)(1:2) ":"
                               WS-PER-HEURE(WS-IDX-PER)(3:2)
                               " semaine du "
                               WS-PER-CLE(WS-IDX-PER)
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   ELSE
                       STRING "  " WS-PER-STATION(WS-IDX-PER) " "
                               WS-PER-HEURE(WS-IDX-PER)(1:2) ":"
                               WS-PER-HEURE(WS-IDX-PER)(3:2)
                               " mois "
                               WS-PER-CLE(WS-IDX-PER)(1:4) "-"
                               WS-PER-CLE(WS-IDX-PER)(5:2)
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   END-IF
                   WRITE F-LIGNE-RAPPORT

                   MOVE WS-PER-MONTANTS(WS-IDX-PER) TO WS-CUMUL
                   PERFORM 0700-BLOC-MONTANTS-DEB
                      THRU 0700-BLOC-MONTANTS-FIN

                   IF WS-PERTE NOT = SPACES
                       ADD 1 TO WS-NB-PERTES
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0680-EDITE-PERIODES-FIN.

      *-----------------------------------------------------------------

      *Bloc des montants de WS-CUMUL : voyageurs et places offertes,
      *ventes, remises, remboursements, penalites retenues,
      *indemnites, recette nette, par voyageur et par place offerte ;
      *A PERTE si des voyageurs sont transportes sans recette nette
      *positive
       0700-BLOC-MONTANTS-DEB.

           COMPUTE WS-NET = WS-CUM-BRUT - WS-CUM-REMISES
                          - WS-CUM-REMBOURSE - WS-CUM-INDEMNISE.

           COMPUTE WS-PENALITES = WS-CUM-ANNULE - WS-CUM-REMBOURSE.

           IF WS-PENALITES < 0
               MOVE 0 TO WS-PENALITES
           END-IF.

           MOVE 0 TO WS-NET-VOYAGEUR.
           MOVE 0 TO WS-NET-PLACE.

           IF WS-CUM-VOYAGEURS > 0
               COMPUTE WS-NET-VOYAGEUR ROUNDED =
                   WS-NET / WS-CUM-VOYAGEURS
           END-IF.

           IF WS-CUM-OFFERTES > 0
               COMPUTE WS-NET-PLACE ROUNDED =
                   WS-NET / WS-CUM-OFFERTES
           END-IF.

           MOVE SPACES TO WS-PERTE.

           IF WS-CUM-VOYAGEURS > 0
           AND WS-NET <= 0
               MOVE " A PERTE" TO WS-PERTE
           END-IF.

           MOVE WS-CUM-VOYAGEURS TO WS-NB-ED.
           MOVE WS-CUM-OFFERTES TO WS-OFFERTES-ED.
           MOVE WS-CUM-BRUT TO WS-BRUT-ED.
           MOVE WS-CUM-REMISES TO WS-REMISES-ED.
           MOVE WS-CUM-REMBOURSE TO WS-REMBOURSE-ED.
           MOVE WS-PENALITES TO WS-PENALITES-ED.
           MOVE WS-CUM-INDEMNISE TO WS-INDEMNISE-ED.
           MOVE WS-NET TO WS-NET-ED.
           MOVE WS-NET-VOYAGEUR TO WS-NET-VOYAGEUR-ED.
           MOVE WS-NET-PLACE TO WS-NET-PLACE-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "    voyageurs " WS-NB-ED
                   "   places offertes " WS-OFFERTES-ED
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "    ventes " WS-BRUT-ED
                   "  remises " WS-REMISES-ED
                   "  rembourse " WS-REMBOURSE-ED
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "    penalites retenues " WS-PENALITES-ED
                   "  indemnites retard " WS-INDEMNISE-ED
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "    net " WS-NET-ED
                   "  par voyageur " WS-NET-VOYAGEUR-ED
                   "  par place " WS-NET-PLACE-ED
                   WS-PERTE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0700-BLOC-MONTANTS-FIN.
