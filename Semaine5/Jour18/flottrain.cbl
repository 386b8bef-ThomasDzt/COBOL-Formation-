      *Parc des rames et affectation aux services : rames.txt tient
      *chaque rame (numero, categorie, nombre de places, etat S = en
      *service, A = a l'atelier, libelle), affectations.txt lie une
      *rame a un service (gare de depart et heure, controle contre
      *l'horaire) pour une periode du/au (au vide = sans fin). Un
      *service peut recevoir plusieurs rames sur la meme periode
      *(unites multiples) : sa capacite a la vente (resatrain) et au
      *taux d'occupation (occuptrain) est la somme des places des
      *rames affectees a la date, a defaut la capacite de la
      *categorie. Le remplacement d'une rame par une autre et le
      *retrait d'une affectation prennent effet a une date donnee,
      *la periode en cours est coupee la veille. Apres un
      *remplacement, un retrait ou une baisse des places d'une rame,
      *chaque date a venir du service est controlee : si les places
      *vendues et tenues par les groupes depassent la nouvelle
      *capacite, les reservations les plus recentes, jusqu'a couvrir
      *l'excedent, sont ajoutees a la liste des voyageurs a replacer
      *(voyageurs-a-replacer.txt). Les deux fichiers partent en copie
      *de generation avant reecriture.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * RAM = RAME ; AFF = AFFECTATION ; CND = CANDIDAT A REPLACER
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. flottrain.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO "train.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TRAIN.

      *Parc des rames
       SELECT OPTIONAL FICHIER-RAMES ASSIGN TO "rames.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Rames affectees aux services par periode
       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RESA ASSIGN TO "reservations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Options de groupe (resatrain) : places tenues sur le service
       SELECT OPTIONAL FICHIER-GROUPES ASSIGN TO "groupes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Voyageurs a replacer, ajoutes a la suite du fichier
       SELECT OPTIONAL FICHIER-REPLACER
       ASSIGN TO "voyageurs-a-replacer.txt"
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

       FD FICHIER-GROUPES.
           01 F-GROUPE.
               05 F-GRP-STATION            PIC X(18).
               05 F-GRP-HEURE              PIC X(04).
               05 F-GRP-DATE               PIC X(08).
               05 F-GRP-NOM                PIC X(20).
               05 F-GRP-PLACES             PIC 9(03).
               05 F-GRP-DEMANDEES          PIC 9(03).
               05 F-GRP-ECHEANCE           PIC X(08).
               05 F-GRP-STATUT             PIC X(01).
               05 F-GRP-CREATION           PIC X(08).

       FD FICHIER-REPLACER.
           01 F-LIGNE-REPLACER             PIC X(80).


       WORKING-STORAGE SECTION.

      *Horaire charge pour le controle d'existence des services et la
      *capacite par categorie
       01 WS-TRAIN-PLANNING.
           02 LIGNE-TRAIN-PLANNING OCCURS 100 TIMES.
               03 WS-RECORD-TYPE           PIC XXX.
               03 WS-STATION-DEPART        PIC X(18).
               03 WS-TRAIN-TIME            PIC X(04).

       77 WS-IDX                   PIC 9(03).
       01 WS-MAX                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TABLE        PIC 9(03)   VALUE 100.

      *Parc des rames charge en memoire
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

      *Affectations chargees en memoire ; rame a espaces = affectation
      *retiree, non reecrite
       01 WS-TABLEAU-AFF.
           05 WS-AFF OCCURS 500 TIMES.
               10 WS-AFF-RAME      PIC X(06).
               10 WS-AFF-STATION   PIC X(18).
               10 WS-AFF-HEURE     PIC X(04).
               10 WS-AFF-DEBUT     PIC X(08).
               10 WS-AFF-FIN       PIC X(08).

       77 WS-IDX-AFF               PIC 9(03).
       77 WS-IDX-AFF2              PIC 9(03).

      *Indice propre au calcul de capacite (0820), appele depuis les
      *parcours des affectations par WS-IDX-AFF
       77 WS-IDX-AFF3              PIC 9(03).
       01 WS-MAX-AFF               PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-AFF          PIC 9(03)   VALUE 500.
       01 WS-NB-AFF-SERVICE        PIC 9(03).

      *Dates a venir du service controle, places vendues et tenues
       01 WS-TABLEAU-DATES.
           05 WS-DAT OCCURS 366 TIMES.
               10 WS-DAT-DATE      PIC X(08).
               10 WS-DAT-VENDUES   PIC 9(05).

       77 WS-IDX-DAT               PIC 9(03).
       01 WS-MAX-DAT               PIC 9(03).
       01 WS-CAPACITE-DAT          PIC 9(03)   VALUE 366.
       01 WS-DAT-TROUVE            PIC 9(03).
       01 WS-DATE-CUMUL            PIC X(08).

      *Reservations du service et de la date en excedent, dans
      *l'ordre du fichier (de la plus ancienne a la plus recente)
       01 WS-TABLEAU-CANDIDATS.
           05 WS-CND OCCURS 500 TIMES.
               10 WS-CND-PASSAGER  PIC X(20).
               10 WS-CND-PLACES    PIC 9(03).
               10 WS-CND-BILLET    PIC X(10).

       77 WS-IDX-CND               PIC 9(03).
       01 WS-MAX-CND               PIC 9(03).
       01 WS-CAPACITE-CND          PIC 9(03)   VALUE 500.

       01 WS-STATUT-TRAIN          PIC X(02).
           88 WS-STATUT-TRAIN-OK           VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

       01 WS-CHOIX                 PIC X.
           88 WS-CHOIX-RAME                VALUE "1".
           88 WS-CHOIX-AFFECTER            VALUE "2".
           88 WS-CHOIX-REMPLACER           VALUE "3".
           88 WS-CHOIX-RETIRER             VALUE "4".
           88 WS-CHOIX-LISTE               VALUE "5".
           88 WS-CHOIX-QUITTER             VALUE "6".

       01 WS-SAISIE-STATION        PIC X(18).
       01 WS-SAISIE-HEURE          PIC X(04).
       01 WS-SAISIE-RAME           PIC X(06).
       01 WS-RAME-REMPLACEE        PIC X(06).
       01 WS-SAISIE-CATEGORIE      PIC X(03).
       01 WS-SAISIE-PLACES         PIC X(03).
       01 WS-SAISIE-ETAT           PIC X(01).
           88 WS-ETAT-VALIDE               VALUE "S" "A".
       01 WS-SAISIE-LIBELLE        PIC X(20).
       01 WS-SAISIE-DEBUT          PIC X(08).
       01 WS-SAISIE-FIN            PIC X(08).

       01 WS-SERVICE-TROUVE        PIC 9(03).

      *Date sans fin d'une affectation ouverte
       01 WS-DATE-SANS-FIN         PIC X(08)   VALUE "99991231".

       01 WS-DATE-DU-JOUR          PIC 9(08).
       01 WS-VEILLE                PIC X(08).

      *Places de la rame avant modification
       01 WS-ANCIENNES-PLACES      PIC 9(03).

      *Capacite en places par categorie a defaut de rame affectee,
      *les memes que resatrain
       01 WS-CAPACITE-TGV          PIC 9(03)   VALUE 300.
       01 WS-CAPACITE-COR          PIC 9(03)   VALUE 200.
       01 WS-CAPACITE-TER          PIC 9(03)   VALUE 100.
       01 WS-CAPACITE-SERVICE      PIC 9(05).
       01 WS-NB-RAMES-DATE         PIC 9(02).

       01 WS-EXCEDENT              PIC 9(05).
       01 WS-NB-A-REPLACER         PIC 9(04).
       01 WS-PLACES-ED             PIC ZZ9.

       01 WS-MODIFIE               PIC X.
           88 WS-MODIFIE-O                 VALUE "O".
           88 WS-MODIFIE-N                 VALUE "N".

       01 WS-DATE-VALIDE           PIC X.
           88 WS-DATE-VALIDE-O             VALUE "O".
           88 WS-DATE-VALIDE-N             VALUE "N".

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-1        PIC 9(08).
       01 WS-DATUTIL-DATE-2        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Noms des fichiers maitres remis au module de copies de
      *generation avant la reecriture
       01 WS-NOM-FICHIER-RAMES     PIC X(30)
               VALUE "rames.txt".
       01 WS-NOM-FICHIER-AFF       PIC X(30)
               VALUE "affectations.txt".


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-HORAIRE-DEB
              THRU 0100-CHARGE-HORAIRE-FIN.

           PERFORM 0150-CHARGE-RAMES-DEB
              THRU 0150-CHARGE-RAMES-FIN.

           PERFORM 0160-CHARGE-AFFECTATIONS-DEB
              THRU 0160-CHARGE-AFFECTATIONS-FIN.

           SET WS-MODIFIE-N TO TRUE.
           MOVE 0 TO WS-NB-A-REPLACER.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-MODIFIE-O
               PERFORM 0700-SAUVEGARDE-DEB
                  THRU 0700-SAUVEGARDE-FIN
           END-IF.

           IF WS-NB-A-REPLACER > 0
               DISPLAY WS-NB-A-REPLACER " reservation(s) a replacer, "
                       "voir voyageurs-a-replacer.txt."
           END-IF.

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

           DISPLAY "Rames au parc : " WS-MAX-RAM.

           EXIT.

       0150-CHARGE-RAMES-FIN.

      *-----------------------------------------------------------------

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
                           MOVE F-AFFECTATION TO WS-AFF(WS-MAX-AFF)
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

       0200-MENU-DEB.

           DISPLAY "Parc des rames et affectations.".
           DISPLAY "1 - Creer ou modifier une rame".
           DISPLAY "2 - Affecter une rame a un service".
           DISPLAY "3 - Remplacer la rame d'un service".
           DISPLAY "4 - Retirer une rame d'un service".
           DISPLAY "5 - Rames affectees a un service".
           DISPLAY "6 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-RAME
                   PERFORM 0300-RAME-DEB
                      THRU 0300-RAME-FIN

               WHEN WS-CHOIX-AFFECTER
                   PERFORM 0400-AFFECTER-DEB
                      THRU 0400-AFFECTER-FIN

               WHEN WS-CHOIX-REMPLACER
                   PERFORM 0500-REMPLACER-DEB
                      THRU 0500-REMPLACER-FIN

               WHEN WS-CHOIX-RETIRER
                   PERFORM 0600-RETIRER-DEB
                      THRU 0600-RETIRER-FIN

               WHEN WS-CHOIX-LISTE
                   PERFORM 0650-LISTE-SERVICE-DEB
                      THRU 0650-LISTE-SERVICE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Recherche du service saisi a l'horaire
       0250-TROUVE-SERVICE-DEB.

           DISPLAY "Gare de depart : ".
           ACCEPT WS-SAISIE-STATION.
           DISPLAY "Heure de depart (HHMM) : ".
           ACCEPT WS-SAISIE-HEURE.

           MOVE 0 TO WS-SERVICE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               IF WS-STATION-DEPART(WS-IDX) = WS-SAISIE-STATION
               AND WS-TRAIN-TIME(WS-IDX) = WS-SAISIE-HEURE
                   MOVE WS-IDX TO WS-SERVICE-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SERVICE-TROUVE = 0
               DISPLAY "Service inconnu de l'horaire."
           END-IF.

           EXIT.

       0250-TROUVE-SERVICE-FIN.

      *-----------------------------------------------------------------

      *Recherche de la rame WS-SAISIE-RAME au parc
       0270-TROUVE-RAME-DEB.

           MOVE 0 TO WS-RAM-TROUVE.

           PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                   UNTIL WS-IDX-RAM > WS-MAX-RAM

               IF WS-RAM-NUMERO(WS-IDX-RAM) = WS-SAISIE-RAME
                   MOVE WS-IDX-RAM TO WS-RAM-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0270-TROUVE-RAME-FIN.

      *-----------------------------------------------------------------

      *Controle d'une date saisie (AAAAMMJJ) par le module de dates
       0280-CONTROLE-DATE-DEB.

           SET WS-DATE-VALIDE-N TO TRUE.

           IF WS-DATUTIL-DATE-1 IS NOT NUMERIC
               GO TO 0280-CONTROLE-DATE-FIN
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           IF WS-DATUTIL-RESULTAT = 0
               SET WS-DATE-VALIDE-O TO TRUE
           END-IF.

           EXIT.

       0280-CONTROLE-DATE-FIN.

      *-----------------------------------------------------------------

      *Date d'effet d'un remplacement ou d'un retrait (vide =
      *aujourd'hui) et sa veille, fin des periodes coupees
       0290-SAISIE-EFFET-DEB.

           DISPLAY "Date d'effet (AAAAMMJJ, vide = aujourd'hui) : ".
           ACCEPT WS-SAISIE-DEBUT.

           IF WS-SAISIE-DEBUT = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DEBUT
           END-IF.

           MOVE WS-SAISIE-DEBUT TO WS-DATUTIL-DATE-1.

           PERFORM 0280-CONTROLE-DATE-DEB
              THRU 0280-CONTROLE-DATE-FIN.

           IF WS-DATE-VALIDE-N
               DISPLAY "Date invalide : " WS-SAISIE-DEBUT
               GO TO 0290-SAISIE-EFFET-FIN
           END-IF.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE -1 TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           MOVE WS-DATUTIL-DATE-2 TO WS-VEILLE.

           EXIT.

       0290-SAISIE-EFFET-FIN.

      *-----------------------------------------------------------------

      *Creation d'une rame ou modification d'une rame existante ;
      *une baisse des places controle les services qu'elle assure
       0300-RAME-DEB.

           DISPLAY "Numero de rame : ".
           ACCEPT WS-SAISIE-RAME.

           IF WS-SAISIE-RAME = SPACES
               GO TO 0300-RAME-FIN
           END-IF.

           PERFORM 0270-TROUVE-RAME-DEB
              THRU 0270-TROUVE-RAME-FIN.

           IF WS-RAM-TROUVE = 0
               IF WS-MAX-RAM >= WS-CAPACITE-RAM
                   DISPLAY "Parc des rames plein."
                   GO TO 0300-RAME-FIN
               END-IF
               DISPLAY "Nouvelle rame."
               MOVE 0 TO WS-ANCIENNES-PLACES
           ELSE
               DISPLAY "Rame " WS-RAM-NUMERO(WS-RAM-TROUVE) " "
                       WS-RAM-CATEGORIE(WS-RAM-TROUVE) " "
                       WS-RAM-PLACES(WS-RAM-TROUVE) " places, etat "
                       WS-RAM-ETAT(WS-RAM-TROUVE) " "
                       WS-RAM-LIBELLE(WS-RAM-TROUVE)
               MOVE WS-RAM-PLACES(WS-RAM-TROUVE)
                 TO WS-ANCIENNES-PLACES
           END-IF.

           DISPLAY "Categorie (TGV, COR, TER) : ".
           ACCEPT WS-SAISIE-CATEGORIE.

           IF WS-SAISIE-CATEGORIE = SPACES
               DISPLAY "Categorie obligatoire."
               GO TO 0300-RAME-FIN
           END-IF.

           DISPLAY "Nombre de places (3 chiffres) : ".
           ACCEPT WS-SAISIE-PLACES.

           IF WS-SAISIE-PLACES IS NOT NUMERIC
           OR WS-SAISIE-PLACES = "000"
               DISPLAY "Nombre de places invalide : " WS-SAISIE-PLACES
               GO TO 0300-RAME-FIN
           END-IF.

           DISPLAY "Etat (S = en service, A = a l'atelier) : ".
           ACCEPT WS-SAISIE-ETAT.

           IF WS-SAISIE-ETAT = SPACE
               MOVE "S" TO WS-SAISIE-ETAT
           END-IF.

           IF NOT WS-ETAT-VALIDE
               DISPLAY "Etat invalide : " WS-SAISIE-ETAT
               GO TO 0300-RAME-FIN
           END-IF.

           DISPLAY "Libelle : ".
           ACCEPT WS-SAISIE-LIBELLE.

           IF WS-RAM-TROUVE = 0
               ADD 1 TO WS-MAX-RAM
               MOVE WS-MAX-RAM TO WS-RAM-TROUVE
               MOVE WS-SAISIE-RAME TO WS-RAM-NUMERO(WS-RAM-TROUVE)
           END-IF.

           MOVE WS-SAISIE-CATEGORIE TO WS-RAM-CATEGORIE(WS-RAM-TROUVE).
           MOVE WS-SAISIE-PLACES    TO WS-RAM-PLACES(WS-RAM-TROUVE).
           MOVE WS-SAISIE-ETAT      TO WS-RAM-ETAT(WS-RAM-TROUVE).
           MOVE WS-SAISIE-LIBELLE   TO WS-RAM-LIBELLE(WS-RAM-TROUVE).

           SET WS-MODIFIE-O TO TRUE.

           DISPLAY "Rame enregistree.".

           IF WS-RAM-PLACES(WS-RAM-TROUVE) < WS-ANCIENNES-PLACES
               PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                       UNTIL WS-IDX-AFF > WS-MAX-AFF
                   PERFORM 0320-SERVICE-RAME-DEB
                      THRU 0320-SERVICE-RAME-FIN
               END-PERFORM
           END-IF.

           EXIT.

       0300-RAME-FIN.

      *-----------------------------------------------------------------

      *Service d'une affectation de la rame modifiee, controle une
      *seule fois meme s'il la recoit sur plusieurs periodes
       0320-SERVICE-RAME-DEB.

           IF WS-AFF-RAME(WS-IDX-AFF) NOT = WS-SAISIE-RAME
           OR WS-AFF-FIN(WS-IDX-AFF) < WS-DATE-DU-JOUR
               GO TO 0320-SERVICE-RAME-FIN
           END-IF.

           PERFORM VARYING WS-IDX-AFF2 FROM 1 BY 1
                   UNTIL WS-IDX-AFF2 >= WS-IDX-AFF
               IF WS-AFF-RAME(WS-IDX-AFF2) = WS-SAISIE-RAME
               AND WS-AFF-FIN(WS-IDX-AFF2) >= WS-DATE-DU-JOUR
               AND WS-AFF-STATION(WS-IDX-AFF2)
                   = WS-AFF-STATION(WS-IDX-AFF)
               AND WS-AFF-HEURE(WS-IDX-AFF2)
                   = WS-AFF-HEURE(WS-IDX-AFF)
                   GO TO 0320-SERVICE-RAME-FIN
               END-IF
           END-PERFORM.

           MOVE WS-AFF-STATION(WS-IDX-AFF) TO WS-SAISIE-STATION.
           MOVE WS-AFF-HEURE(WS-IDX-AFF) TO WS-SAISIE-HEURE.
           MOVE 0 TO WS-SERVICE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX
               IF WS-STATION-DEPART(WS-IDX) = WS-SAISIE-STATION
               AND WS-TRAIN-TIME(WS-IDX) = WS-SAISIE-HEURE
                   MOVE WS-IDX TO WS-SERVICE-TROUVE
               END-IF
           END-PERFORM.

           IF WS-SERVICE-TROUVE > 0
               PERFORM 0800-CONTROLE-CAPACITE-DEB
                  THRU 0800-CONTROLE-CAPACITE-FIN
           END-IF.

           EXIT.

       0320-SERVICE-RAME-FIN.

      *-----------------------------------------------------------------

      *Affectation d'une rame du parc a un service pour une periode
       0400-AFFECTER-DEB.

           PERFORM 0250-TROUVE-SERVICE-DEB
              THRU 0250-TROUVE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0400-AFFECTER-FIN
           END-IF.

           IF WS-MAX-AFF >= WS-CAPACITE-AFF
               DISPLAY "Fichier des affectations plein."
               GO TO 0400-AFFECTER-FIN
           END-IF.

           DISPLAY "Numero de rame : ".
           ACCEPT WS-SAISIE-RAME.

           PERFORM 0270-TROUVE-RAME-DEB
              THRU 0270-TROUVE-RAME-FIN.

           IF WS-RAM-TROUVE = 0
               DISPLAY "Rame inconnue du parc : " WS-SAISIE-RAME
               GO TO 0400-AFFECTER-FIN
           END-IF.

           IF WS-RAM-CATEGORIE(WS-RAM-TROUVE)
              NOT = WS-RECORD-TYPE(WS-SERVICE-TROUVE)
               DISPLAY "Attention : rame " WS-RAM-CATEGORIE
                       (WS-RAM-TROUVE) " sur un service "
                       WS-RECORD-TYPE(WS-SERVICE-TROUVE) "."
           END-IF.

           DISPLAY "Du (AAAAMMJJ, vide = aujourd'hui) : ".
           ACCEPT WS-SAISIE-DEBUT.

           IF WS-SAISIE-DEBUT = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DEBUT
           END-IF.

           MOVE WS-SAISIE-DEBUT TO WS-DATUTIL-DATE-1.

           PERFORM 0280-CONTROLE-DATE-DEB
              THRU 0280-CONTROLE-DATE-FIN.

           IF WS-DATE-VALIDE-N
               DISPLAY "Date invalide : " WS-SAISIE-DEBUT
               GO TO 0400-AFFECTER-FIN
           END-IF.

           DISPLAY "Au (AAAAMMJJ, vide = sans fin) : ".
           ACCEPT WS-SAISIE-FIN.

           IF WS-SAISIE-FIN = SPACES
               MOVE WS-DATE-SANS-FIN TO WS-SAISIE-FIN
           ELSE
               MOVE WS-SAISIE-FIN TO WS-DATUTIL-DATE-1
               PERFORM 0280-CONTROLE-DATE-DEB
                  THRU 0280-CONTROLE-DATE-FIN
               IF WS-DATE-VALIDE-N
               OR WS-SAISIE-FIN < WS-SAISIE-DEBUT
                   DISPLAY "Date de fin invalide : " WS-SAISIE-FIN
                   GO TO 0400-AFFECTER-FIN
               END-IF
           END-IF.

           ADD 1 TO WS-MAX-AFF.
           MOVE WS-SAISIE-RAME    TO WS-AFF-RAME(WS-MAX-AFF).
           MOVE WS-SAISIE-STATION TO WS-AFF-STATION(WS-MAX-AFF).
           MOVE WS-SAISIE-HEURE   TO WS-AFF-HEURE(WS-MAX-AFF).
           MOVE WS-SAISIE-DEBUT   TO WS-AFF-DEBUT(WS-MAX-AFF).
           MOVE WS-SAISIE-FIN     TO WS-AFF-FIN(WS-MAX-AFF).

           SET WS-MODIFIE-O TO TRUE.

           DISPLAY "Rame " WS-SAISIE-RAME " affectee du "
                   WS-SAISIE-DEBUT " au " WS-SAISIE-FIN ".".

           EXIT.

       0400-AFFECTER-FIN.

      *-----------------------------------------------------------------

      *Remplacement d'une rame par une autre sur un service a partir
      *d'une date d'effet : les periodes qui commencent a l'effet ou
      *apres changent de rame, celle en cours est coupee la veille et
      *prolongee par la nouvelle rame
       0500-REMPLACER-DEB.

           PERFORM 0250-TROUVE-SERVICE-DEB
              THRU 0250-TROUVE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0500-REMPLACER-FIN
           END-IF.

           DISPLAY "Rame remplacee : ".
           ACCEPT WS-RAME-REMPLACEE.
           DISPLAY "Nouvelle rame : ".
           ACCEPT WS-SAISIE-RAME.

           PERFORM 0270-TROUVE-RAME-DEB
              THRU 0270-TROUVE-RAME-FIN.

           IF WS-RAM-TROUVE = 0
               DISPLAY "Rame inconnue du parc : " WS-SAISIE-RAME
               GO TO 0500-REMPLACER-FIN
           END-IF.

           PERFORM 0290-SAISIE-EFFET-DEB
              THRU 0290-SAISIE-EFFET-FIN.

           IF WS-DATE-VALIDE-N
               GO TO 0500-REMPLACER-FIN
           END-IF.

           MOVE 0 TO WS-NB-AFF-SERVICE.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-RAME(WS-IDX-AFF) = WS-RAME-REMPLACEE
               AND WS-AFF-STATION(WS-IDX-AFF) = WS-SAISIE-STATION
               AND WS-AFF-HEURE(WS-IDX-AFF) = WS-SAISIE-HEURE
               AND WS-AFF-FIN(WS-IDX-AFF) >= WS-SAISIE-DEBUT
                   PERFORM 0520-REMPLACE-PERIODE-DEB
                      THRU 0520-REMPLACE-PERIODE-FIN
               END-IF

           END-PERFORM.

           IF WS-NB-AFF-SERVICE = 0
               DISPLAY "Rame " WS-RAME-REMPLACEE " non affectee a ce "
                       "service a partir du " WS-SAISIE-DEBUT "."
               GO TO 0500-REMPLACER-FIN
           END-IF.

           SET WS-MODIFIE-O TO TRUE.

           DISPLAY WS-NB-AFF-SERVICE " periode(s) passee(s) sur la "
                   "rame " WS-SAISIE-RAME ".".

           PERFORM 0800-CONTROLE-CAPACITE-DEB
              THRU 0800-CONTROLE-CAPACITE-FIN.

           EXIT.

       0500-REMPLACER-FIN.

      *-----------------------------------------------------------------

      *Une periode de la rame remplacee
       0520-REMPLACE-PERIODE-DEB.

           ADD 1 TO WS-NB-AFF-SERVICE.

           IF WS-AFF-DEBUT(WS-IDX-AFF) >= WS-SAISIE-DEBUT
               MOVE WS-SAISIE-RAME TO WS-AFF-RAME(WS-IDX-AFF)
               GO TO 0520-REMPLACE-PERIODE-FIN
           END-IF.

           IF WS-MAX-AFF >= WS-CAPACITE-AFF
               DISPLAY "Fichier des affectations plein, periode du "
                       WS-AFF-DEBUT(WS-IDX-AFF) " non coupee."
               SUBTRACT 1 FROM WS-NB-AFF-SERVICE
               GO TO 0520-REMPLACE-PERIODE-FIN
           END-IF.

           ADD 1 TO WS-MAX-AFF.
           MOVE WS-SAISIE-RAME TO WS-AFF-RAME(WS-MAX-AFF).
           MOVE WS-SAISIE-STATION  TO WS-AFF-STATION(WS-MAX-AFF).
           MOVE WS-SAISIE-HEURE    TO WS-AFF-HEURE(WS-MAX-AFF).
           MOVE WS-SAISIE-DEBUT    TO WS-AFF-DEBUT(WS-MAX-AFF).
           MOVE WS-AFF-FIN(WS-IDX-AFF) TO WS-AFF-FIN(WS-MAX-AFF).

           MOVE WS-VEILLE TO WS-AFF-FIN(WS-IDX-AFF).

           EXIT.

       0520-REMPLACE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Retrait d'une rame d'un service a partir d'une date d'effet :
      *les periodes qui commencent a l'effet ou apres sont retirees,
      *celle en cours s'arrete la veille
       0600-RETIRER-DEB.

           PERFORM 0250-TROUVE-SERVICE-DEB
              THRU 0250-TROUVE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0600-RETIRER-FIN
           END-IF.

           DISPLAY "Rame retiree : ".
           ACCEPT WS-SAISIE-RAME.

           PERFORM 0290-SAISIE-EFFET-DEB
              THRU 0290-SAISIE-EFFET-FIN.

           IF WS-DATE-VALIDE-N
               GO TO 0600-RETIRER-FIN
           END-IF.

           MOVE 0 TO WS-NB-AFF-SERVICE.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-RAME(WS-IDX-AFF) = WS-SAISIE-RAME
               AND WS-AFF-STATION(WS-IDX-AFF) = WS-SAISIE-STATION
               AND WS-AFF-HEURE(WS-IDX-AFF) = WS-SAISIE-HEURE
               AND WS-AFF-FIN(WS-IDX-AFF) >= WS-SAISIE-DEBUT
                   ADD 1 TO WS-NB-AFF-SERVICE
                   IF WS-AFF-DEBUT(WS-IDX-AFF) >= WS-SAISIE-DEBUT
                       MOVE SPACES TO WS-AFF-RAME(WS-IDX-AFF)
                   ELSE
                       MOVE WS-VEILLE TO WS-AFF-FIN(WS-IDX-AFF)
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-NB-AFF-SERVICE = 0
               DISPLAY "Rame " WS-SAISIE-RAME " non affectee a ce "
                       "service a partir du " WS-SAISIE-DEBUT "."
               GO TO 0600-RETIRER-FIN
           END-IF.

           SET WS-MODIFIE-O TO TRUE.

           DISPLAY WS-NB-AFF-SERVICE " periode(s) retiree(s) ou "
                   "arretee(s) au " WS-VEILLE ".".

           PERFORM 0800-CONTROLE-CAPACITE-DEB
              THRU 0800-CONTROLE-CAPACITE-FIN.

           EXIT.

       0600-RETIRER-FIN.

      *-----------------------------------------------------------------

      *Rames affectees au service, periodes en cours et a venir
       0650-LISTE-SERVICE-DEB.

           PERFORM 0250-TROUVE-SERVICE-DEB
              THRU 0250-TROUVE-SERVICE-FIN.

           IF WS-SERVICE-TROUVE = 0
               GO TO 0650-LISTE-SERVICE-FIN
           END-IF.

           MOVE 0 TO WS-NB-AFF-SERVICE.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF

               IF WS-AFF-RAME(WS-IDX-AFF) NOT = SPACES
               AND WS-AFF-STATION(WS-IDX-AFF) = WS-SAISIE-STATION
               AND WS-AFF-HEURE(WS-IDX-AFF) = WS-SAISIE-HEURE
               AND WS-AFF-FIN(WS-IDX-AFF) >= WS-DATE-DU-JOUR
                   ADD 1 TO WS-NB-AFF-SERVICE
                   MOVE WS-AFF-RAME(WS-IDX-AFF) TO WS-SAISIE-RAME
                   PERFORM 0270-TROUVE-RAME-DEB
                      THRU 0270-TROUVE-RAME-FIN
                   IF WS-RAM-TROUVE = 0
                       DISPLAY "  rame " WS-SAISIE-RAME " du "
                               WS-AFF-DEBUT(WS-IDX-AFF) " au "
                               WS-AFF-FIN(WS-IDX-AFF)
                               " (inconnue du parc)"
                   ELSE
                       DISPLAY "  rame " WS-SAISIE-RAME " du "
                               WS-AFF-DEBUT(WS-IDX-AFF) " au "
                               WS-AFF-FIN(WS-IDX-AFF) " "
                               WS-RAM-PLACES(WS-RAM-TROUVE)
                               " places"
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-NB-AFF-SERVICE = 0
               DISPLAY "Aucune rame affectee, capacite de la "
                       "categorie " WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                       "."
           END-IF.

           EXIT.

       0650-LISTE-SERVICE-FIN.

      *-----------------------------------------------------------------

       0700-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-RAMES
           END-CALL.

           DISPLAY "Reecriture du parc des rames.".
           OPEN OUTPUT FICHIER-RAMES.

           PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                   UNTIL WS-IDX-RAM > WS-MAX-RAM
               MOVE WS-RAM(WS-IDX-RAM) TO F-RAME
               WRITE F-RAME
           END-PERFORM.

           CLOSE FICHIER-RAMES.

           CALL "gensauve" USING WS-NOM-FICHIER-AFF
           END-CALL.

           DISPLAY "Reecriture des affectations.".
           OPEN OUTPUT FICHIER-AFFECTATIONS.

           PERFORM VARYING WS-IDX-AFF FROM 1 BY 1
                   UNTIL WS-IDX-AFF > WS-MAX-AFF
               IF WS-AFF-RAME(WS-IDX-AFF) NOT = SPACES
                   MOVE WS-AFF(WS-IDX-AFF) TO F-AFFECTATION
                   WRITE F-AFFECTATION
               END-IF
           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           EXIT.

       0700-SAUVEGARDE-FIN.

      *-----------------------------------------------------------------

      *Controle des dates a venir du service WS-SAISIE-STATION /
      *WS-SAISIE-HEURE apres une baisse de capacite : places vendues
      *(reservations actives) et tenues (options de groupe) par date,
      *comparees a la capacite des rames affectees a la date
       0800-CONTROLE-CAPACITE-DEB.

           MOVE 0 TO WS-MAX-DAT.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-RESA-STATION = WS-SAISIE-STATION
                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE >= WS-DATE-DU-JOUR
                       AND F-RESA-STATUT NOT = "N"
                           MOVE F-RESA-DATE TO WS-DATE-CUMUL
                           PERFORM 0810-CUMUL-DATE-DEB
                              THRU 0810-CUMUL-DATE-FIN
                           IF WS-DAT-TROUVE > 0
                               ADD F-RESA-PLACES
                                TO WS-DAT-VENDUES(WS-DAT-TROUVE)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-GROUPES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-GROUPES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-GRP-STATION = WS-SAISIE-STATION
                       AND F-GRP-HEURE = WS-SAISIE-HEURE
                       AND F-GRP-DATE >= WS-DATE-DU-JOUR
                       AND F-GRP-PLACES IS NUMERIC
                           MOVE F-GRP-DATE TO WS-DATE-CUMUL
                           PERFORM 0810-CUMUL-DATE-DEB
                              THRU 0810-CUMUL-DATE-FIN
                           IF WS-DAT-TROUVE > 0
                               ADD F-GRP-PLACES
                                TO WS-DAT-VENDUES(WS-DAT-TROUVE)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-GROUPES.

           PERFORM VARYING WS-IDX-DAT FROM 1 BY 1
                   UNTIL WS-IDX-DAT > WS-MAX-DAT

               PERFORM 0820-CAPACITE-DATE-DEB
                  THRU 0820-CAPACITE-DATE-FIN

               IF WS-DAT-VENDUES(WS-IDX-DAT) > WS-CAPACITE-SERVICE
                   COMPUTE WS-EXCEDENT = WS-DAT-VENDUES(WS-IDX-DAT)
                                       - WS-CAPACITE-SERVICE
                   DISPLAY "Le " WS-DAT-DATE(WS-IDX-DAT) " : "
                           WS-DAT-VENDUES(WS-IDX-DAT)
                           " place(s) prise(s) pour "
                           WS-CAPACITE-SERVICE " ; excedent "
                           WS-EXCEDENT "."
                   PERFORM 0850-LISTE-A-REPLACER-DEB
                      THRU 0850-LISTE-A-REPLACER-FIN
               END-IF

           END-PERFORM.

           EXIT.

       0800-CONTROLE-CAPACITE-FIN.

      *-----------------------------------------------------------------

      *Entree de la date WS-DATE-CUMUL dans le tableau des dates,
      *creee si besoin
       0810-CUMUL-DATE-DEB.

           MOVE 0 TO WS-DAT-TROUVE.

           PERFORM VARYING WS-IDX-DAT FROM 1 BY 1
                   UNTIL WS-IDX-DAT > WS-MAX-DAT
               IF WS-DAT-DATE(WS-IDX-DAT) = WS-DATE-CUMUL
                   MOVE WS-IDX-DAT TO WS-DAT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DAT-TROUVE > 0
               GO TO 0810-CUMUL-DATE-FIN
           END-IF.

           IF WS-MAX-DAT >= WS-CAPACITE-DAT
               DISPLAY "Attention : dates tronquees ("
                       WS-CAPACITE-DAT ")."
               GO TO 0810-CUMUL-DATE-FIN
           END-IF.

           ADD 1 TO WS-MAX-DAT.
           MOVE WS-MAX-DAT TO WS-DAT-TROUVE.
           MOVE WS-DATE-CUMUL TO WS-DAT-DATE(WS-DAT-TROUVE).
           MOVE 0 TO WS-DAT-VENDUES(WS-DAT-TROUVE).

           EXIT.

       0810-CUMUL-DATE-FIN.

      *-----------------------------------------------------------------

      *Capacite du service a la date WS-DAT-DATE(WS-IDX-DAT) : places
      *des rames affectees, a defaut capacite de la categorie
       0820-CAPACITE-DATE-DEB.

           MOVE 0 TO WS-CAPACITE-SERVICE.
           MOVE 0 TO WS-NB-RAMES-DATE.

           PERFORM VARYING WS-IDX-AFF3 FROM 1 BY 1
                   UNTIL WS-IDX-AFF3 > WS-MAX-AFF

               IF WS-AFF-RAME(WS-IDX-AFF3) NOT = SPACES
               AND WS-AFF-STATION(WS-IDX-AFF3) = WS-SAISIE-STATION
               AND WS-AFF-HEURE(WS-IDX-AFF3) = WS-SAISIE-HEURE
               AND WS-AFF-DEBUT(WS-IDX-AFF3) <= WS-DAT-DATE(WS-IDX-DAT)
               AND WS-AFF-FIN(WS-IDX-AFF3) >= WS-DAT-DATE(WS-IDX-DAT)
                   PERFORM VARYING WS-IDX-RAM FROM 1 BY 1
                           UNTIL WS-IDX-RAM > WS-MAX-RAM
                       IF WS-RAM-NUMERO(WS-IDX-RAM)
                          = WS-AFF-RAME(WS-IDX-AFF3)
                           ADD 1 TO WS-NB-RAMES-DATE
                           ADD WS-RAM-PLACES(WS-IDX-RAM)
                            TO WS-CAPACITE-SERVICE
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-NB-RAMES-DATE = 0
               EVALUATE WS-RECORD-TYPE(WS-SERVICE-TROUVE)
                   WHEN "TGV"
                       MOVE WS-CAPACITE-TGV TO WS-CAPACITE-SERVICE
                   WHEN "TER"
                       MOVE WS-CAPACITE-TER TO WS-CAPACITE-SERVICE
                   WHEN OTHER
                       MOVE WS-CAPACITE-COR TO WS-CAPACITE-SERVICE
               END-EVALUATE
           END-IF.

           EXIT.

       0820-CAPACITE-DATE-FIN.

      *-----------------------------------------------------------------

      *Reservations actives du service et de la date, les plus
      *recentes (fin du fichier) d'abord, jusqu'a couvrir l'excedent
       0850-LISTE-A-REPLACER-DEB.

           MOVE 0 TO WS-MAX-CND.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-RESA-STATION = WS-SAISIE-STATION
                       AND F-RESA-HEURE = WS-SAISIE-HEURE
                       AND F-RESA-DATE = WS-DAT-DATE(WS-IDX-DAT)
                       AND F-RESA-STATUT NOT = "N"
                       AND WS-MAX-CND < WS-CAPACITE-CND
                           ADD 1 TO WS-MAX-CND
                           MOVE F-RESA-PASSAGER
                             TO WS-CND-PASSAGER(WS-MAX-CND)
                           MOVE F-RESA-PLACES
                             TO WS-CND-PLACES(WS-MAX-CND)
                           MOVE F-RESA-BILLET
                             TO WS-CND-BILLET(WS-MAX-CND)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           OPEN EXTEND FICHIER-REPLACER.

           MOVE WS-MAX-CND TO WS-IDX-CND.

           PERFORM UNTIL WS-IDX-CND = 0
                      OR WS-EXCEDENT = 0

               MOVE WS-CND-PLACES(WS-IDX-CND) TO WS-PLACES-ED
               MOVE SPACES TO F-LIGNE-REPLACER
               STRING WS-DATE-DU-JOUR " "
                       WS-SAISIE-STATION " " WS-SAISIE-HEURE " "
                       WS-DAT-DATE(WS-IDX-DAT) " "
                       WS-CND-PASSAGER(WS-IDX-CND) " "
                       WS-PLACES-ED " "
                       WS-CND-BILLET(WS-IDX-CND)
                   DELIMITED BY SIZE INTO F-LIGNE-REPLACER
               WRITE F-LIGNE-REPLACER

               ADD 1 TO WS-NB-A-REPLACER

               IF WS-CND-PLACES(WS-IDX-CND) >= WS-EXCEDENT
                   MOVE 0 TO WS-EXCEDENT
               ELSE
                   SUBTRACT WS-CND-PLACES(WS-IDX-CND) FROM WS-EXCEDENT
               END-IF

               SUBTRACT 1 FROM WS-IDX-CND

           END-PERFORM.

           CLOSE FICHIER-REPLACER.

      *Excedent restant : places tenues par les groupes, a voir avec
      *leurs responsables
           IF WS-EXCEDENT > 0
               DISPLAY "  dont " WS-EXCEDENT " place(s) tenue(s) "
                       "par les groupes a reduire."
           END-IF.

           EXIT.

       0850-LISTE-A-REPLACER-FIN.
