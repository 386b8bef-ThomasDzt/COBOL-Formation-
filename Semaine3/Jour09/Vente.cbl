      * un nom et un prix unitaire. Afficher, pour chaque produit, le
      * nom, la quantité vendue, et le prix unitaire. Afficher la valeur
      * total du stock.
      * Le prix de chaque vente est le meilleur prix en vigueur a la
      * date du jour parmi le prix catalogue, les campagnes
      * promotionnelles et les prix de volume de campagnes.txt (tenu
      * par campagne) ; la ligne d'historique garde la date de vente,
      * le prix catalogue et le code de la regle appliquee pour le
      * bilan des campagnes campbilan.
      * Chaque vente est faite sur une caisse (numero saisi au
      * lancement, 01 par defaut) et reglee en especes, carte ou
      * cheque : la caisse et le mode de reglement sont portes par
      * chaque ligne pour la cloture de fin de journee (clotcaisse).
      * Une caisse deja cloturee pour la date du jour (historique
      * clotures-caisses.txt) n'accepte plus de vente.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vente.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CATALOGUE.

      *Campagnes promotionnelles et prix de volume tenus par campagne
       SELECT OPTIONAL FICHIER-CAMPAGNES ASSIGN TO "campagnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique des clotures de caisse ecrit par clotcaisse
       SELECT OPTIONAL FICHIER-CLOTURES ASSIGN TO "clotures-caisses.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *Largeur portee a 9(06) : voir la note sur WS-PRIX-VENTE
      *ci-dessous, la meme borne haute s'applique ici.
           05 F-PRIX-VENTE          PIC 9(06)V9(02).
      *Sens de la ligne ("-" = correction de retourcli, a blanc ici)
           05 F-SENS                PIC X(01).
      *Date de la vente, prix catalogue avant promotion et code de la
      *campagne ou du prix de volume applique (a blanc si aucun)
           05 F-DATE-VENTE          PIC 9(08).
           05 F-PRIX-CATALOGUE      PIC 9(04)V9(02).
           05 F-CAM-VENTE           PIC X(08).
      *Mode de reglement (E = especes, C = carte, Q = cheque) et
      *caisse de la vente, pour la cloture de caisse
           05 F-MODE-REGLEMENT      PIC X(01).
           05 F-CAISSE              PIC X(02).

       FD FICHIER-CATALOGUE.
       01 F-ARTICLE-CATALOGUE.
           05 F-CAT-NOM             PIC X(10).
           05 F-CAT-PRIX            PIC 9(04)V9(02).
           05 F-CAT-ACTIF           PIC X(01).
           05 F-CAT-COUT            PIC X(06).
           05 F-CAT-TVA             PIC X(01).

       FD FICHIER-CAMPAGNES.
       01 F-CAMPAGNE.
           05 F-CAM-CODE            PIC X(08).
           05 F-CAM-ARTICLE         PIC X(10).
           05 F-CAM-TYPE            PIC X(01).
           05 F-CAM-DEBUT           PIC 9(08).
           05 F-CAM-FIN             PIC 9(08).
           05 F-CAM-QTE-MIN         PIC 9(04).
           05 F-CAM-TAUX            PIC 9(02)V9(02).
           05 F-CAM-PRIX            PIC 9(04)V9(02).
           05 F-CAM-LIBELLE         PIC X(20).
           05 F-CAM-STATUT          PIC X(01).

       FD FICHIER-CLOTURES.
       COPY "cloture-record.cpy".

       WORKING-STORAGE SECTION.


               05 WS-QTE-VENDUE         PIC 9(02).

      *Prix catalogue avant promotion et regle de prix appliquee
               05 WS-PRIX-CATALOGUE     PIC 9(04)V9(02).
               05 WS-CAMPAGNE-APPLIQUEE PIC X(08).

      *Largeur portée à 9(06) : le prix unitaire va jusqu'à 9999,99 et
      *la quantité jusqu'à 99, donc le prix de vente (prix unitaire *
      *quantité) peut dépasser 999,99 et débordait silencieusement un
      *Resultat de la recherche du produit saisi dans le catalogue
       01 WS-CAT-TROUVE                 PIC 9(03).

      *Regles de prix actives de campagnes.txt (les regles annulees
      *ne sont pas chargees)
       01 WS-TAB-CAMPAGNES.
           03 WS-CAM-REGLE OCCURS 200 TIMES.
               05 WS-CAM-CODE           PIC X(08).
               05 WS-CAM-ARTICLE        PIC X(10).
               05 WS-CAM-TYPE           PIC X(01).
                   88 WS-CAM-VOLUME             VALUE "Q".
               05 WS-CAM-DEBUT          PIC 9(08).
               05 WS-CAM-FIN            PIC 9(08).
               05 WS-CAM-QTE-MIN        PIC 9(04).
               05 WS-CAM-TAUX           PIC 9(02)V9(02).
               05 WS-CAM-PRIX           PIC 9(04)V9(02).

       77 WS-IDX-CAM                    PIC 9(03).
       01 WS-NB-CAM                     PIC 9(03)   VALUE 0.
       01 WS-CAM-CAPACITE               PIC 9(03)   VALUE 200.

      *Prix candidat de la regle examinee
       01 WS-PRIX-REGLE                 PIC 9(04)V9(02).
       01 WS-REMISE-REGLE               PIC 9(04)V9(02).

       01 WS-DATE-DU-JOUR               PIC 9(08).

      *Caisse de la vente et mode de reglement du client
       01 WS-CAISSE                     PIC X(02).
       01 WS-MODE-REGLEMENT             PIC X(01).
           88 WS-MODE-VALIDE                    VALUE "E" "C" "Q".

       01 WS-FIN-CLOTURES               PIC X.
           88 WS-FIN-CLOTURES-N                 VALUE "N".
           88 WS-FIN-CLOTURES-O                 VALUE "O".

       01 WS-CAISSE-FERMEE              PIC X.
           88 WS-CAISSE-FERMEE-O                VALUE "O".
           88 WS-CAISSE-FERMEE-N                VALUE "N".

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0040-CHARGE-CATALOGUE-DEB
              THRU 0040-CHARGE-CATALOGUE-FIN.

           PERFORM 0045-CHARGE-CAMPAGNES-DEB
              THRU 0045-CHARGE-CAMPAGNES-FIN.

           PERFORM 0048-CONTROLE-CAISSE-DEB
              THRU 0048-CONTROLE-CAISSE-FIN.

           IF WS-CAISSE-FERMEE-O
               STOP RUN
           END-IF.

           PERFORM 0050-SAISIE-NB-PRODUITS-DEB
              THRU 0050-SAISIE-NB-PRODUITS-FIN.

           PERFORM 0200-SAISIE-QTE-VENDUE-DEB
              THRU 0200-SAISIE-QTE-VENDUE-FIN.

           PERFORM 0250-PRIX-CAMPAGNES-DEB
              THRU 0250-PRIX-CAMPAGNES-FIN.

           PERFORM 0300-AFFICHE-PRODUIT-DEB
              THRU 0300-AFFICHE-PRODUIT-FIN.

           PERFORM 0400-CALCUL-STOCK-DEB
              THRU 0400-CALCUL-STOCK-FIN.

           PERFORM 0420-SAISIE-REGLEMENT-DEB
              THRU 0420-SAISIE-REGLEMENT-FIN.

           PERFORM 0450-ECRITURE-VENTES-DEB
              THRU 0450-ECRITURE-VENTES-FIN.


      *-----------------------------------------------------------------

      *Regles de prix actives ; sans fichier, les ventes se font au
      *prix catalogue
       0045-CHARGE-CAMPAGNES-DEB.

           SET WS-FIN-CATALOGUE-N TO TRUE.

           OPEN INPUT FICHIER-CAMPAGNES.

           PERFORM UNTIL WS-FIN-CATALOGUE-O

               READ FICHIER-CAMPAGNES
                   AT END
                       SET WS-FIN-CATALOGUE-O TO TRUE
                   NOT AT END
                       IF F-CAM-STATUT = "A"
                       AND WS-NB-CAM < WS-CAM-CAPACITE
                           ADD 1 TO WS-NB-CAM
                           MOVE F-CAM-CODE
                             TO WS-CAM-CODE(WS-NB-CAM)
                           MOVE F-CAM-ARTICLE
                             TO WS-CAM-ARTICLE(WS-NB-CAM)
                           MOVE F-CAM-TYPE
                             TO WS-CAM-TYPE(WS-NB-CAM)
                           MOVE F-CAM-DEBUT
                             TO WS-CAM-DEBUT(WS-NB-CAM)
                           MOVE F-CAM-FIN
                             TO WS-CAM-FIN(WS-NB-CAM)
                           MOVE F-CAM-QTE-MIN
                             TO WS-CAM-QTE-MIN(WS-NB-CAM)
                           MOVE F-CAM-TAUX
                             TO WS-CAM-TAUX(WS-NB-CAM)
                           MOVE F-CAM-PRIX
                             TO WS-CAM-PRIX(WS-NB-CAM)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CAMPAGNES.

           EXIT.

       0045-CHARGE-CAMPAGNES-FIN.

      *-----------------------------------------------------------------

      *Caisse de la vente (vide = 01, "1" = 01) ; une caisse deja
      *cloturee a la date du jour refuse la vente
       0048-CONTROLE-CAISSE-DEB.

           SET WS-CAISSE-FERMEE-N TO TRUE.

           DISPLAY "Numero de caisse (vide = 01) : "
           WITH NO ADVANCING.
           ACCEPT WS-CAISSE.

           IF WS-CAISSE = SPACES
               MOVE "01" TO WS-CAISSE
           END-IF.

           IF WS-CAISSE(2:1) = SPACE
               MOVE WS-CAISSE(1:1) TO WS-CAISSE(2:1)
               MOVE "0" TO WS-CAISSE(1:1)
           END-IF.

           SET WS-FIN-CLOTURES-N TO TRUE.

           OPEN INPUT FICHIER-CLOTURES.

           PERFORM UNTIL WS-FIN-CLOTURES-O

               READ FICHIER-CLOTURES
                   AT END
                       SET WS-FIN-CLOTURES-O TO TRUE
                   NOT AT END
                       IF CLO-CAISSE = WS-CAISSE
                       AND CLO-DATE = WS-DATE-DU-JOUR
                           SET WS-CAISSE-FERMEE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLOTURES.

           IF WS-CAISSE-FERMEE-O
               DISPLAY "Caisse " WS-CAISSE " cloturee pour la "
                       "journee, vente refusee."
           END-IF.

           EXIT.

       0048-CONTROLE-CAISSE-FIN.

      *-----------------------------------------------------------------

      *Demande le nombre de produits de la semaine (borné à
      *WS-NB-PRODUITS-MAX, la taille du tableau WS-TAB-VENTE)
       0050-SAISIE-NB-PRODUITS-DEB.

       0200-SAISIE-QTE-VENDUE-FIN.

      *-----------------------------------------------------------------

      *Meilleur prix de chaque vente : parmi les regles de l'article
      *en vigueur a la date du jour et dont la quantite minimale est
      *atteinte, la plus basse l'emporte sur le prix catalogue
      *(campagne P : prix catalogue moins la remise, prix de volume
      *Q : prix de la regle)
       0250-PRIX-CAMPAGNES-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS

               MOVE WS-PRIX-UNIT(WS-IDX) TO WS-PRIX-CATALOGUE(WS-IDX)
               MOVE SPACES TO WS-CAMPAGNE-APPLIQUEE(WS-IDX)

               PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                       UNTIL WS-IDX-CAM > WS-NB-CAM

                   IF WS-CAM-ARTICLE(WS-IDX-CAM) = WS-NOM(WS-IDX)
                   AND WS-CAM-DEBUT(WS-IDX-CAM) <= WS-DATE-DU-JOUR
                   AND WS-CAM-FIN(WS-IDX-CAM) >= WS-DATE-DU-JOUR
                   AND WS-CAM-QTE-MIN(WS-IDX-CAM)
                       <= WS-QTE-VENDUE(WS-IDX)
                       PERFORM 0260-PRIX-REGLE-DEB
                          THRU 0260-PRIX-REGLE-FIN
                   END-IF

               END-PERFORM

           END-PERFORM.

           EXIT.

       0250-PRIX-CAMPAGNES-FIN.

      *-----------------------------------------------------------------

       0260-PRIX-REGLE-DEB.

           IF WS-CAM-VOLUME(WS-IDX-CAM)
               MOVE WS-CAM-PRIX(WS-IDX-CAM) TO WS-PRIX-REGLE
           ELSE
               COMPUTE WS-REMISE-REGLE ROUNDED =
                   WS-PRIX-CATALOGUE(WS-IDX) * WS-CAM-TAUX(WS-IDX-CAM)
                   / 100
               COMPUTE WS-PRIX-REGLE =
                   WS-PRIX-CATALOGUE(WS-IDX) - WS-REMISE-REGLE
           END-IF.

           IF WS-PRIX-REGLE < WS-PRIX-UNIT(WS-IDX)
               MOVE WS-PRIX-REGLE TO WS-PRIX-UNIT(WS-IDX)
               MOVE WS-CAM-CODE(WS-IDX-CAM)
                 TO WS-CAMPAGNE-APPLIQUEE(WS-IDX)
           END-IF.

           EXIT.

       0260-PRIX-REGLE-FIN.

      *-----------------------------------------------------------------

       0300-AFFICHE-PRODUIT-DEB.
           WITH NO ADVANCING WS-ESPACE
           WITH NO ADVANCING "Prix unit. "
           WITH NO ADVANCING WS-ESPACE
           WITH NO ADVANCING "Qte vendue "
           WITH NO ADVANCING WS-ESPACE
           WITH NO ADVANCING "Promotion".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRODUITS
               WITH NO ADVANCING WS-PRIX-UNIT-EDIT(WS-IDX)
               WITH NO ADVANCING WS-ESPACE
               WITH NO ADVANCING WS-QTE-VENDUE(WS-IDX)
               WITH NO ADVANCING WS-ESPACE
               WITH NO ADVANCING WS-CAMPAGNE-APPLIQUEE(WS-IDX)

           END-PERFORM.
           EXIT.

      *-----------------------------------------------------------------

      *Mode de reglement de la vente, redemande tant qu'il est
      *invalide
       0420-SAISIE-REGLEMENT-DEB.

           MOVE SPACE TO WS-MODE-REGLEMENT.

           PERFORM UNTIL WS-MODE-VALIDE

               DISPLAY "Reglement (E = especes, C = carte, "
                       "Q = cheque) : "
               WITH NO ADVANCING
               ACCEPT WS-MODE-REGLEMENT

           END-PERFORM.

           EXIT.

       0420-SAISIE-REGLEMENT-FIN.

      *-----------------------------------------------------------------

      *Ajoute les ventes de la semaine à ventes-semaine.txt
       0450-ECRITURE-VENTES-DEB.

               MOVE WS-PRIX-UNIT(WS-IDX)  TO F-PRIX-UNIT
               MOVE WS-QTE-VENDUE(WS-IDX) TO F-QTE-VENDUE
               MOVE WS-PRIX-VENTE(WS-IDX) TO F-PRIX-VENTE
               MOVE SPACE                 TO F-SENS
               MOVE WS-DATE-DU-JOUR       TO F-DATE-VENTE
               MOVE WS-PRIX-CATALOGUE(WS-IDX) TO F-PRIX-CATALOGUE
               MOVE WS-CAMPAGNE-APPLIQUEE(WS-IDX) TO F-CAM-VENTE
               MOVE WS-MODE-REGLEMENT     TO F-MODE-REGLEMENT
               MOVE WS-CAISSE             TO F-CAISSE

               WRITE F-VENTE

